      ******************************************************************
      * FILE NAME   : EXERC071                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : MONTHLY FLEET UTILIZATION AND REVENUE PER        *
      *               VEHICLE - FOR THE ALUGBCTL MONTH, EVERY VEHICLE  *
      *               ON VEICFILE WITH ITS DAYS AVAILABLE, DAYS RENTED *
      *               (RESVFILE), DAYS IN THE WORKSHOP (MANHIST AND    *
      *               THE OPEN ORDERS ON OSFILE), UTILIZATION, REVENUE *
      *               (ALUGHIST), KM DRIVEN AND REVENUE PER KM, WITH   *
      *               TOTALS BY MODELO. A VEHICLE BELOW THE PARMMAST   *
      *               UTIL-MINIMA FLOOR IS FLAGGED FOR SALE OR FOR A   *
      *               MOVE TO ANOTHER BRANCH                           *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FIRST VERSION. DAYS AVAILABLE ARE THE DAYS OF   *
      *                THE MONTH LESS THE WORKSHOP DAYS; UTILIZATION   *
      *                IS DAYS RENTED OVER DAYS AVAILABLE. A RENTAL    *
      *                COUNTS FROM THE PICK-UP DAY UP TO (NOT          *
      *                INCLUDING) THE RETURN DAY, A SAME-DAY RENTAL AS *
      *                ONE DAY. REVENUE IS SELECTED ON HIST-MES AS     *
      *                EXERC022 INVOICES IT. KM DRIVEN IS THE ODOMETER *
      *                MOVEMENT SINCE THE READING THIS REPORT KEPT ON  *
      *                ODOMHIST LAST MONTH - A VEHICLE WITHOUT ONE     *
      *                SHOWS ZERO, MARKED '*', AND STARTS ITS SERIES.  *
      * 2026-10-15 JM  HIST-REC LAYOUT KEPT IN STEP WITH EXERC005 -    *
      *                THE HISTORY RECORD NOW CARRIES THE CORPORATE    *
      *                CONTRACT, THE DISCOUNT AGAINST LIST AND THE     *
      *                ALLOWANCE KM.                                   *
      * 2026-10-15 JM  RES-REC LAYOUT KEPT IN STEP WITH EXERC005 - A   *
      *                BOOKING THAT EXERC079 CANCELLED OR MARKED AS A  *
      *                NO-SHOW IS NOT COUNTED AS DAYS RENTED.          *
      * 2026-10-15 JM  VEI-REC, RES-REC AND HIST-REC LAYOUTS KEPT IN   *
      *                STEP WITH EXERC005 - THE VEHICLE NOW CARRIES    *
      *                ITS CURRENT BRANCH, THE BOOKING AND THE HISTORY *
      *                RECORD THE PICKUP AND RETURN BRANCHES.          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC071.
       AUTHOR. JM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE   ASSIGN TO ALUGBCTL
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-CONTROL-STATUS.
      *
           SELECT VEHICLE-FILE   ASSIGN TO VEICFILE
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS VEI-PLACA
                                  FILE STATUS IS WS-VEIC-STATUS.
      *
           SELECT RESV-FILE      ASSIGN TO RESVFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-RESV-STATUS.
      *
           SELECT HISTORY-FILE   ASSIGN TO ALUGHIST
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-HIST-STATUS.
      *
           SELECT MAINT-HISTORY  ASSIGN TO MANHIST
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-MAN-STATUS.
      *
           SELECT ORDER-FILE     ASSIGN TO OSFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-OS-STATUS.
      *
           SELECT ODOMETER-FILE  ASSIGN TO ODOMHIST
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-ODO-STATUS.
      *
           SELECT REPORT-FILE    ASSIGN TO UTILRPT
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-REPORT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-REC.
           05  CTL-MES            PIC 9(02).
      *
       FD  VEHICLE-FILE.
       01  VEI-REC.
           05  VEI-PLACA          PIC X(07).
           05  VEI-MODELO         PIC X(20).
           05  VEI-KM-ODOMETRO    PIC 9(07).
           05  VEI-STATUS         PIC X(01).
               88  VEI-DISPONIVEL VALUE 'D'.
               88  VEI-EM-MANUTENCAO VALUE 'M'.
           05  VEI-KM-REVISAO     PIC 9(07).
           05  VEI-FILIAL         PIC X(03).
      *
       FD  RESV-FILE.
       01  RES-REC.
           05  RES-PLACA          PIC X(07).
           05  RES-CLIENTE        PIC 9(06).
           05  RES-DATA-RETIRADA  PIC 9(08).
           05  RES-DATA-DEVOLUCAO PIC 9(08).
           05  RES-DATA-RUN       PIC 9(08).
           05  RES-SITUACAO       PIC X(01).
               88  RES-RESERVADA  VALUE SPACE.
               88  RES-RETIRADA   VALUE 'R'.
               88  RES-NO-SHOW    VALUE 'N'.
               88  RES-CANCELADA  VALUE 'C'.
               88  RES-ATIVA      VALUE SPACE 'R'.
           05  RES-DATA-SITUACAO  PIC 9(08).
           05  RES-FILIAL-RETIRADA PIC X(03).
           05  RES-FILIAL-DEVOLUCAO PIC X(03).
      *
       FD  HISTORY-FILE.
       01  HIST-REC.
           05  HIST-CLIENTE       PIC 9(06).
           05  HIST-NOME          PIC X(30).
           05  HIST-CIDADE        PIC X(30).
           05  HIST-DISTANCIA     PIC 9(03).
           05  HIST-MES           PIC 9(02).
           05  HIST-CUSTO         PIC 9(06)V9(02).
           05  HIST-PLACA         PIC X(07).
           05  HIST-CUSTO-KM      PIC 9(06)V9(02).
           05  HIST-CUSTO-DIARIA  PIC 9(06)V9(02).
           05  HIST-DATA-RUN      PIC 9(08).
           05  HIST-CONTRATO      PIC X(10).
           05  HIST-DESCONTO      PIC S9(06)V9(02).
           05  HIST-KM-FRANQUIA   PIC 9(03).
           05  HIST-FILIAL-RETIRADA PIC X(03).
           05  HIST-FILIAL-DEVOLUCAO PIC X(03).
      *
      * SAME LAYOUT EXERC069 APPENDS.
       FD  MAINT-HISTORY.
       01  MAN-REC.
           05  MAN-PLACA          PIC X(07).
           05  MAN-MODELO         PIC X(20).
           05  MAN-DATA-ABERTURA  PIC 9(08).
           05  MAN-DATA-CONCLUSAO PIC 9(08).
           05  MAN-KM-ABERTURA    PIC 9(07).
           05  MAN-OFICINA        PIC X(20).
           05  MAN-CUSTO          PIC 9(07)V9(02).
           05  MAN-KM-PROX-REVISAO PIC 9(07).
           05  MAN-DATA-RUN       PIC 9(08).
      *
      * THE OPEN WORK ORDERS EXERC069 KEEPS.
       FD  ORDER-FILE.
       01  OS-REC.
           05  OS-PLACA           PIC X(07).
           05  OS-MODELO          PIC X(20).
           05  OS-DATA-ABERTURA   PIC 9(08).
           05  OS-KM-ABERTURA     PIC 9(07).
           05  OS-KM-REVISAO      PIC 9(07).
      *
      * ONE ODOMETER READING PAIR PER VEHICLE: THE READING AT THE
      * START AND AT THE CLOSE OF ODO-ANO-MES, THE LAST MONTH
      * REPORTED. NEXT MONTH STARTS FROM ODO-KM-FIM.
       FD  ODOMETER-FILE.
       01  ODO-REC.
           05  ODO-PLACA          PIC X(07).
           05  ODO-ANO-MES        PIC 9(06).
           05  ODO-KM-INICIO      PIC 9(07).
           05  ODO-KM-FIM         PIC 9(07).
      *
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(120).
      *
       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS      PIC X(02) VALUE SPACES.
       01  WS-VEIC-STATUS         PIC X(02) VALUE SPACES.
       01  WS-RESV-STATUS         PIC X(02) VALUE SPACES.
       01  WS-HIST-STATUS         PIC X(02) VALUE SPACES.
       01  WS-MAN-STATUS          PIC X(02) VALUE SPACES.
       01  WS-OS-STATUS           PIC X(02) VALUE SPACES.
       01  WS-ODO-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
           COPY CPYPRMWS.
       01  WS-EOF-RESV            PIC X(01) VALUE 'N'.
       01  WS-EOF-HIST            PIC X(01) VALUE 'N'.
       01  WS-EOF-MAN             PIC X(01) VALUE 'N'.
       01  WS-EOF-OS              PIC X(01) VALUE 'N'.
       01  WS-EOF-ODO             PIC X(01) VALUE 'N'.
       01  WS-FIM-VEICULOS        PIC X(01) VALUE 'N'.
       01  WS-TEM-RESV            PIC X(01) VALUE 'N'.
       01  WS-TEM-MANHIST         PIC X(01) VALUE 'N'.
       01  WS-TEM-OSFILE          PIC X(01) VALUE 'N'.
       01  WS-TEM-ODOMHIST        PIC X(01) VALUE 'N'.
      *
       01  WS-RUN-DATE.
           05  WS-RUN-YYYY        PIC 9(04).
           05  WS-RUN-MM          PIC 9(02).
           05  WS-RUN-DD          PIC 9(02).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(08).
       01  WS-RUN-DATE-EDIT       PIC X(10).
      *
       01  WS-MES-RELATORIO       PIC 9(02) VALUE ZEROES.
       01  WS-ANO-MES             PIC 9(06) VALUE ZEROES.
       01  WS-ANO-MES-R REDEFINES WS-ANO-MES.
           05  WS-AM-AAAA         PIC 9(04).
           05  WS-AM-MM           PIC 9(02).
      *
      * THE MONTH AS A RANGE OF INTEGER DATES - FIRST DAY AND LAST
      * DAY INCLUSIVE.
       01  WS-DATA-INICIO-MES     PIC 9(08) VALUE ZEROES.
       01  WS-DATA-PROX-MES       PIC 9(08) VALUE ZEROES.
       01  WS-DATA-PROX-MES-R REDEFINES WS-DATA-PROX-MES.
           05  WS-PM-AAAA         PIC 9(04).
           05  WS-PM-MM           PIC 9(02).
           05  WS-PM-DD           PIC 9(02).
       01  WS-INT-INICIO-MES      PIC 9(07) VALUE ZEROES.
       01  WS-INT-FIM-MES         PIC 9(07) VALUE ZEROES.
       01  WS-INT-HOJE            PIC 9(07) VALUE ZEROES.
       01  WS-DIAS-MES            PIC 9(02) VALUE ZEROES.
      *
       01  WS-INT-DE              PIC 9(07) VALUE ZEROES.
       01  WS-INT-ATE             PIC 9(07) VALUE ZEROES.
       01  WS-DIAS-PERIODO        PIC 9(04) VALUE ZEROES.
      *
       01  WS-FUNCAO-DATECHK      PIC X(01) VALUE SPACE.
       01  WS-DATA-VERIFICADA     PIC 9(08) VALUE ZEROES.
       01  WS-RETORNO-DATECHK     PIC 9(02) VALUE ZEROES.
       01  WS-DIA-SEMANA          PIC 9(01) VALUE ZEROES.
      *
      * UTIL-MINIMA IS A PERCENTAGE 99V99 ('3000' = 30%).
       01  WS-UTIL-MINIMA         PIC 9(02)V9(02) VALUE 30,00.
       01  WS-PCT-PARM-X          PIC X(04) VALUE SPACES.
       01  WS-PCT-PARM REDEFINES WS-PCT-PARM-X
                                  PIC 9(02)V9(02).
      *
      * ODOMHIST AS READ - ONE ROW PER VEHICLE.
       01  WS-ODO-TAB.
           05  WS-ODO-LINHA       OCCURS 1 TO 500 TIMES
                                   DEPENDING ON WS-ODO-COUNT.
               10  WS-OT-PLACA      PIC X(07).
               10  WS-OT-ANO-MES    PIC 9(06).
               10  WS-OT-KM-INICIO  PIC 9(07).
               10  WS-OT-KM-FIM     PIC 9(07).
       01  WS-ODO-COUNT           PIC 9(03) VALUE ZEROES.
       01  WS-O                   PIC 9(03) VALUE ZEROES.
       01  WS-ODO-POS             PIC 9(03) VALUE ZEROES.
      *
      * ONE ROW PER VEHICLE, IN PLACA ORDER FROM THE FLEET MASTER. A
      * PLACA FOUND ONLY ON THE HISTORIES IS ADDED AT THE END WITH
      * WS-VT-CADASTRO 'N' - IT IS NEVER FLAGGED AND HAS NO ODOMETER.
       01  WS-VEI-TAB.
           05  WS-VEI-LINHA       OCCURS 1 TO 500 TIMES
                                   DEPENDING ON WS-VEI-COUNT.
               10  WS-VT-PLACA      PIC X(07).
               10  WS-VT-MODELO     PIC X(20).
               10  WS-VT-CADASTRO   PIC X(01).
               10  WS-VT-ODO-MES    PIC 9(06).
               10  WS-VT-KM-INICIO  PIC 9(07).
               10  WS-VT-KM-FIM     PIC 9(07).
               10  WS-VT-SEM-LEITURA PIC X(01).
               10  WS-VT-DIAS-LOC   PIC 9(04).
               10  WS-VT-DIAS-OFIC  PIC 9(04).
               10  WS-VT-RECEITA    PIC 9(07)V9(02).
       01  WS-VEI-COUNT           PIC 9(03) VALUE ZEROES.
       01  WS-V                   PIC 9(03) VALUE ZEROES.
       01  WS-VEI-POS             PIC 9(03) VALUE ZEROES.
       01  WS-PLACA-PROCURADA     PIC X(07) VALUE SPACES.
      *
      * TOTALS BY MODELO, KEPT IN MODELO ORDER BY INSERTION.
       01  WS-MOD-TAB.
           05  WS-MOD-LINHA       OCCURS 1 TO 100 TIMES
                                   DEPENDING ON WS-MOD-COUNT.
               10  WS-MT-MODELO     PIC X(20).
               10  WS-MT-VEICULOS   PIC 9(03).
               10  WS-MT-DIAS-DISP  PIC 9(05).
               10  WS-MT-DIAS-LOC   PIC 9(05).
               10  WS-MT-DIAS-OFIC  PIC 9(05).
               10  WS-MT-RECEITA    PIC 9(09)V9(02).
               10  WS-MT-KM         PIC 9(08).
       01  WS-MOD-COUNT           PIC 9(03) VALUE ZEROES.
       01  WS-M                   PIC 9(03) VALUE ZEROES.
       01  WS-MOD-POS             PIC 9(03) VALUE ZEROES.
      *
       01  WS-DIAS-DISP           PIC 9(04) VALUE ZEROES.
       01  WS-DIAS-LOC            PIC 9(04) VALUE ZEROES.
       01  WS-DIAS-OFIC           PIC 9(04) VALUE ZEROES.
       01  WS-KM-RODADO           PIC 9(07) VALUE ZEROES.
       01  WS-UTILIZACAO          PIC 9(03)V9(02) VALUE ZEROES.
       01  WS-RECEITA-KM          PIC 9(05)V9(02) VALUE ZEROES.
       01  WS-RECEITA-GRUPO       PIC 9(09)V9(02) VALUE ZEROES.
       01  WS-KM-GRUPO            PIC 9(08) VALUE ZEROES.
      *
       01  WS-TOT-VEICULOS        PIC 9(03) VALUE ZEROES.
       01  WS-TOT-DIAS-DISP       PIC 9(05) VALUE ZEROES.
       01  WS-TOT-DIAS-LOC        PIC 9(05) VALUE ZEROES.
       01  WS-TOT-DIAS-OFIC       PIC 9(05) VALUE ZEROES.
       01  WS-TOT-RECEITA         PIC 9(09)V9(02) VALUE ZEROES.
       01  WS-TOT-KM              PIC 9(08) VALUE ZEROES.
       01  WS-QTD-CANDIDATOS      PIC 9(05) VALUE ZEROES.
       01  WS-QTD-SEM-LEITURA     PIC 9(05) VALUE ZEROES.
       01  WS-QTD-RESV-INVALIDA   PIC 9(05) VALUE ZEROES.
      *
       01  WS-SECAO-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-SC-LIT          PIC X(40).
           05  WS-SC-MES          PIC 9(02).
           05  FILLER             PIC X(01) VALUE '/'.
           05  WS-SC-ANO          PIC 9(04).
      *
       01  WS-COL-HEADER.
           05  FILLER             PIC X(45) VALUE
               ' PLACA    MODELO               DISP LOC. OFIC'.
           05  FILLER             PIC X(45) VALUE
               '   UTIL%       RECEITA  KM RODADO     REC/KM '.
           05  FILLER             PIC X(09) VALUE
               ' SITUACAO'.
      *
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-PLACA        PIC X(07).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-MODELO       PIC X(20).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-DIAS-DISP    PIC ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-DIAS-LOC     PIC ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-DIAS-OFIC    PIC ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-UTILIZACAO   PIC ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-RECEITA      PIC Z.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-KM           PIC Z.ZZZ.ZZ9.
           05  WS-DT-MARCA-KM     PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-RECEITA-KM   PIC ZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-SITUACAO     PIC X(16).
      *
       01  WS-MOD-HEADER.
           05  FILLER             PIC X(45) VALUE
               ' MODELO                QTD   DISP   LOC.   OF'.
           05  FILLER             PIC X(45) VALUE
               'IC   UTIL%         RECEITA   KM RODADO     RE'.
           05  FILLER             PIC X(04) VALUE
               'C/KM'.
      *
      * ALSO CARRIES THE FLEET TOTAL.
       01  WS-MOD-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-MD-MODELO       PIC X(20).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-MD-VEICULOS     PIC ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-MD-DIAS-DISP    PIC ZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-MD-DIAS-LOC     PIC ZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-MD-DIAS-OFIC    PIC ZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-MD-UTILIZACAO   PIC ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-MD-RECEITA      PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-MD-KM           PIC ZZ.ZZZ.ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-MD-RECEITA-KM   PIC ZZ.ZZ9,99.
      *
       01  WS-SUM-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-SM-LIT          PIC X(40).
           05  WS-SM-QTD          PIC ZZ.ZZ9.
      *
       01  WS-PCT-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-PC-LIT          PIC X(40).
           05  WS-PC-PCT          PIC Z9,99.
      *
           COPY CPYRPTHD.
           COPY CPYRPTTL.
      *
       01  WS-PAGE-NO             PIC 9(04) VALUE ZEROES.
       01  WS-RECS-READ           PIC 9(07) VALUE ZEROES.
       01  WS-RECS-WRTN           PIC 9(07) VALUE ZEROES.
       01  WS-CONTROL-TOT         PIC 9(10)V9(02) VALUE ZEROES.
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM INICIALIZAR.
      *
           PERFORM CARREGAR-PARAMETROS.
      *
           PERFORM CARREGAR-ODOMETROS
             WITH TEST AFTER
             UNTIL WS-EOF-ODO IS EQUAL TO 'Y'.
      *
           PERFORM CARREGAR-FROTA.
      *
           PERFORM SOMAR-RECEITA
             WITH TEST AFTER
             UNTIL WS-EOF-HIST IS EQUAL TO 'Y'.
      *
           PERFORM SOMAR-RESERVAS
             WITH TEST AFTER
             UNTIL WS-EOF-RESV IS EQUAL TO 'Y'.
      *
           PERFORM SOMAR-OFICINA
             WITH TEST AFTER
             UNTIL WS-EOF-MAN IS EQUAL TO 'Y'.
      *
           PERFORM SOMAR-ORDENS-ABERTAS
             WITH TEST AFTER
             UNTIL WS-EOF-OS IS EQUAL TO 'Y'.
      *
           PERFORM IMPRIMIR-VEICULOS.
      *
           PERFORM IMPRIMIR-MODELOS.
      *
           PERFORM IMPRIMIR-RESUMO.
      *
           PERFORM GRAVAR-ODOMETROS.
      *
           PERFORM FINALIZAR.
      *
           GOBACK.
      *
       INICIALIZAR.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DD   TO WS-RUN-DATE-EDIT(1:2).
           MOVE '/'         TO WS-RUN-DATE-EDIT(3:1).
           MOVE WS-RUN-MM   TO WS-RUN-DATE-EDIT(4:2).
           MOVE '/'         TO WS-RUN-DATE-EDIT(6:1).
           MOVE WS-RUN-YYYY TO WS-RUN-DATE-EDIT(7:4).
      *
           OPEN INPUT  CONTROL-FILE.
           MOVE WS-CONTROL-STATUS TO WS-FILE-STATUS.
           MOVE 'CONTROL-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           READ CONTROL-FILE.
           MOVE WS-CONTROL-STATUS TO WS-FILE-STATUS.
           MOVE 'CONTROL-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           MOVE CTL-MES TO WS-MES-RELATORIO.
           CLOSE CONTROL-FILE.
      *
           IF WS-MES-RELATORIO IS LESS THAN 1 OR
              WS-MES-RELATORIO IS GREATER THAN 12
             DISPLAY 'EXERC071 - MES INVALIDO NO ALUGBCTL: '
                     WS-MES-RELATORIO
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
      *
      * THE ALUGBCTL MONTH IN THE CURRENT YEAR, OR LAST YEAR WHEN IT
      * IS STILL AHEAD OF THE RUN DATE - AS EXERC070 READS IT.
           MOVE WS-RUN-YYYY      TO WS-AM-AAAA.
           MOVE WS-MES-RELATORIO TO WS-AM-MM.
           IF WS-MES-RELATORIO IS GREATER THAN WS-RUN-MM
             SUBTRACT 1 FROM WS-AM-AAAA
           END-IF.
      *
           COMPUTE WS-DATA-INICIO-MES = WS-ANO-MES * 100 + 1.
           MOVE WS-AM-AAAA TO WS-PM-AAAA.
           MOVE WS-AM-MM   TO WS-PM-MM.
           MOVE 01         TO WS-PM-DD.
           IF WS-PM-MM IS EQUAL TO 12
             ADD 1 TO WS-PM-AAAA
             MOVE 01 TO WS-PM-MM
           ELSE
             ADD 1 TO WS-PM-MM
           END-IF.
           COMPUTE WS-INT-INICIO-MES =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-INICIO-MES).
           COMPUTE WS-INT-FIM-MES =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-PROX-MES) - 1.
           COMPUTE WS-DIAS-MES =
                   WS-INT-FIM-MES - WS-INT-INICIO-MES + 1.
           COMPUTE WS-INT-HOJE =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
      *
           OPEN INPUT  VEHICLE-FILE.
           MOVE WS-VEIC-STATUS TO WS-FILE-STATUS.
           MOVE 'VEHICLE-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN INPUT  HISTORY-FILE.
           MOVE WS-HIST-STATUS TO WS-FILE-STATUS.
           MOVE 'HISTORY-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
      * RESVFILE, MANHIST, OSFILE AND ODOMHIST ARE ALL CREATED BY
      * THEIR FIRST WRITER - A MISSING ONE IS SIMPLY EMPTY.
           OPEN INPUT  RESV-FILE.
           MOVE WS-RESV-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO WS-EOF-RESV
           ELSE
             MOVE 'RESV-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             MOVE 'S' TO WS-TEM-RESV
           END-IF.
      *
           OPEN INPUT  MAINT-HISTORY.
           MOVE WS-MAN-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO WS-EOF-MAN
           ELSE
             MOVE 'MAINT-HISTORY' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             MOVE 'S' TO WS-TEM-MANHIST
           END-IF.
      *
           OPEN INPUT  ORDER-FILE.
           MOVE WS-OS-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO WS-EOF-OS
           ELSE
             MOVE 'ORDER-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             MOVE 'S' TO WS-TEM-OSFILE
           END-IF.
      *
           OPEN INPUT  ODOMETER-FILE.
           MOVE WS-ODO-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO WS-EOF-ODO
           ELSE
             MOVE 'ODOMETER-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             MOVE 'S' TO WS-TEM-ODOMHIST
           END-IF.
      *
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
           MOVE 'REPORT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           MOVE 'EXERC071'                      TO RP-HDR-PROGRAM.
           MOVE 'UTILIZACAO E RECEITA DA FROTA' TO RP-HDR-TITLE.
           MOVE WS-RUN-DATE-EDIT                 TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO                       TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE                   TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       CARREGAR-PARAMETROS.
           MOVE 'EXERC071'     TO WS-PRM-PROGRAMA.
      *
           MOVE 'UTIL-MINIMA ' TO WS-PRM-NOME.
           PERFORM BUSCAR-PARAMETRO.
           IF WS-PRM-RETORNO IS EQUAL TO ZEROES
             IF WS-PRM-TIPO IS EQUAL TO 'N' AND
                WS-PRM-VALOR(1:4) IS NUMERIC
               MOVE WS-PRM-VALOR(1:4) TO WS-PCT-PARM-X
               MOVE WS-PCT-PARM       TO WS-UTIL-MINIMA
             END-IF
           END-IF.
      *
       CARREGAR-ODOMETROS.
           IF WS-EOF-ODO IS NOT EQUAL TO 'Y'
             READ ODOMETER-FILE
               AT END
                 MOVE 'Y' TO WS-EOF-ODO
             END-READ
             MOVE WS-ODO-STATUS   TO WS-FILE-STATUS
             MOVE 'ODOMETER-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             IF WS-EOF-ODO IS NOT EQUAL TO 'Y'
               IF WS-ODO-COUNT IS NOT LESS THAN 500
                 DISPLAY 'EXERC071 - MAIS DE 500 LEITURAS NO'
                         ' ODOMHIST - RELATORIO ABORTADO'
                 MOVE 16 TO RETURN-CODE
                 GOBACK
               END-IF
               ADD 1 TO WS-RECS-READ
               ADD 1 TO WS-ODO-COUNT
               MOVE ODO-PLACA     TO WS-OT-PLACA(WS-ODO-COUNT)
               MOVE ODO-ANO-MES   TO WS-OT-ANO-MES(WS-ODO-COUNT)
               MOVE ODO-KM-INICIO TO WS-OT-KM-INICIO(WS-ODO-COUNT)
               MOVE ODO-KM-FIM    TO WS-OT-KM-FIM(WS-ODO-COUNT)
             END-IF
           END-IF.
      *
       CARREGAR-FROTA.
           MOVE LOW-VALUES TO VEI-PLACA.
           START VEHICLE-FILE KEY IS NOT LESS THAN VEI-PLACA
             INVALID KEY
               MOVE 'Y' TO WS-FIM-VEICULOS
           END-START.
      *
           PERFORM LER-PROXIMO-VEICULO
             WITH TEST AFTER
             UNTIL WS-FIM-VEICULOS IS EQUAL TO 'Y'.
      *
       LER-PROXIMO-VEICULO.
           IF WS-FIM-VEICULOS IS NOT EQUAL TO 'Y'
             READ VEHICLE-FILE NEXT RECORD
               AT END
                 MOVE 'Y' TO WS-FIM-VEICULOS
             END-READ
             IF WS-FIM-VEICULOS IS NOT EQUAL TO 'Y'
               ADD 1 TO WS-RECS-READ
               MOVE VEI-PLACA TO WS-PLACA-PROCURADA
               PERFORM INCLUIR-VEICULO
               MOVE VEI-MODELO TO WS-VT-MODELO(WS-VEI-POS)
               MOVE 'S'        TO WS-VT-CADASTRO(WS-VEI-POS)
               PERFORM POSICIONAR-LEITURA
             END-IF
           END-IF.
      *
      * THE ODOMETER SERIES. A RERUN IN THE SAME MONTH KEEPS THE
      * MONTH'S OPENING READING; A NEW MONTH OPENS FROM LAST MONTH'S
      * CLOSING ONE. A ROW FOR A LATER MONTH (AN OLD MONTH REPORTED
      * AGAIN) IS LEFT AS IT IS AND NO KM IS SHOWN.
       POSICIONAR-LEITURA.
           MOVE ZEROES TO WS-ODO-POS.
           PERFORM VARYING WS-O FROM 1 BY 1
                   UNTIL WS-O > WS-ODO-COUNT
             IF WS-OT-PLACA(WS-O) IS EQUAL TO VEI-PLACA
               MOVE WS-O TO WS-ODO-POS
               MOVE WS-ODO-COUNT TO WS-O
             END-IF
           END-PERFORM.
      *
           EVALUATE TRUE
             WHEN WS-ODO-POS IS EQUAL TO ZEROES
               MOVE WS-ANO-MES      TO WS-VT-ODO-MES(WS-VEI-POS)
               MOVE VEI-KM-ODOMETRO TO WS-VT-KM-INICIO(WS-VEI-POS)
                                       WS-VT-KM-FIM(WS-VEI-POS)
               MOVE 'S'             TO WS-VT-SEM-LEITURA(WS-VEI-POS)
             WHEN WS-OT-ANO-MES(WS-ODO-POS) IS EQUAL TO WS-ANO-MES
               MOVE WS-ANO-MES      TO WS-VT-ODO-MES(WS-VEI-POS)
               MOVE WS-OT-KM-INICIO(WS-ODO-POS)
                 TO WS-VT-KM-INICIO(WS-VEI-POS)
               MOVE VEI-KM-ODOMETRO TO WS-VT-KM-FIM(WS-VEI-POS)
             WHEN WS-OT-ANO-MES(WS-ODO-POS) IS LESS THAN WS-ANO-MES
               MOVE WS-ANO-MES      TO WS-VT-ODO-MES(WS-VEI-POS)
               MOVE WS-OT-KM-FIM(WS-ODO-POS)
                 TO WS-VT-KM-INICIO(WS-VEI-POS)
               MOVE VEI-KM-ODOMETRO TO WS-VT-KM-FIM(WS-VEI-POS)
             WHEN OTHER
               MOVE WS-OT-ANO-MES(WS-ODO-POS)
                 TO WS-VT-ODO-MES(WS-VEI-POS)
               MOVE WS-OT-KM-INICIO(WS-ODO-POS)
                 TO WS-VT-KM-INICIO(WS-VEI-POS)
               MOVE WS-OT-KM-FIM(WS-ODO-POS)
                 TO WS-VT-KM-FIM(WS-VEI-POS)
               MOVE 'S'             TO WS-VT-SEM-LEITURA(WS-VEI-POS)
           END-EVALUATE.
      *
       INCLUIR-VEICULO.
           IF WS-VEI-COUNT IS NOT LESS THAN 500
             DISPLAY 'EXERC071 - MAIS DE 500 VEICULOS'
                     ' - RELATORIO ABORTADO'
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
           ADD 1 TO WS-VEI-COUNT.
           MOVE WS-VEI-COUNT       TO WS-VEI-POS.
           MOVE WS-PLACA-PROCURADA TO WS-VT-PLACA(WS-VEI-POS).
           MOVE SPACES             TO WS-VT-MODELO(WS-VEI-POS).
           MOVE 'N'                TO WS-VT-CADASTRO(WS-VEI-POS)
                                      WS-VT-SEM-LEITURA(WS-VEI-POS).
           MOVE ZEROES             TO WS-VT-ODO-MES(WS-VEI-POS)
                                      WS-VT-KM-INICIO(WS-VEI-POS)
                                      WS-VT-KM-FIM(WS-VEI-POS)
                                      WS-VT-DIAS-LOC(WS-VEI-POS)
                                      WS-VT-DIAS-OFIC(WS-VEI-POS)
                                      WS-VT-RECEITA(WS-VEI-POS).
      *
       LOCALIZAR-VEICULO.
           MOVE ZEROES TO WS-VEI-POS.
           PERFORM VARYING WS-V FROM 1 BY 1
                   UNTIL WS-V > WS-VEI-COUNT
             IF WS-VT-PLACA(WS-V) IS EQUAL TO WS-PLACA-PROCURADA
               MOVE WS-V TO WS-VEI-POS
               MOVE WS-VEI-COUNT TO WS-V
             END-IF
           END-PERFORM.
           IF WS-VEI-POS IS EQUAL TO ZEROES
             PERFORM INCLUIR-VEICULO
             MOVE 'FORA DO CADASTRO' TO WS-VT-MODELO(WS-VEI-POS)
           END-IF.
      *
      * THE SAME SELECTION EXERC022 INVOICES ON. A TRIP PRICED BEFORE
      * THE FLEET MASTER EXISTED HAS NO PLACA AND IS SKIPPED.
       SOMAR-RECEITA.
           READ HISTORY-FILE
             AT END
               MOVE 'Y' TO WS-EOF-HIST
           END-READ.
           MOVE WS-HIST-STATUS TO WS-FILE-STATUS.
           MOVE 'HISTORY-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-HIST IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             IF HIST-MES IS EQUAL TO WS-MES-RELATORIO AND
                HIST-PLACA IS NOT EQUAL TO SPACES
               MOVE HIST-PLACA TO WS-PLACA-PROCURADA
               PERFORM LOCALIZAR-VEICULO
               ADD HIST-CUSTO TO WS-VT-RECEITA(WS-VEI-POS)
             END-IF
           END-IF.
      *
      * ONLY A BOOKING THAT TOUCHES THE MONTH GOES THROUGH DATECHK -
      * A BAD DATE WOULD ABEND INTEGER-OF-DATE AND IS COUNTED ASIDE.
       SOMAR-RESERVAS.
           IF WS-EOF-RESV IS NOT EQUAL TO 'Y'
             READ RESV-FILE
               AT END
                 MOVE 'Y' TO WS-EOF-RESV
             END-READ
             MOVE WS-RESV-STATUS TO WS-FILE-STATUS
             MOVE 'RESV-FILE'    TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             IF WS-EOF-RESV IS NOT EQUAL TO 'Y'
               ADD 1 TO WS-RECS-READ
               IF RES-DATA-RETIRADA IS LESS THAN WS-DATA-PROX-MES AND
                  RES-DATA-DEVOLUCAO IS NOT LESS THAN
                  WS-DATA-INICIO-MES AND RES-ATIVA
                 PERFORM CONTAR-DIAS-LOCADOS
               END-IF
             END-IF
           END-IF.
      *
       CONTAR-DIAS-LOCADOS.
           MOVE 'V'               TO WS-FUNCAO-DATECHK.
           MOVE RES-DATA-RETIRADA TO WS-DATA-VERIFICADA.
           CALL 'DATECHK' USING WS-FUNCAO-DATECHK
                                WS-DATA-VERIFICADA
                                WS-RETORNO-DATECHK
                                WS-DIA-SEMANA
           END-CALL.
           IF WS-RETORNO-DATECHK IS EQUAL TO ZEROES
             MOVE RES-DATA-DEVOLUCAO TO WS-DATA-VERIFICADA
             CALL 'DATECHK' USING WS-FUNCAO-DATECHK
                                  WS-DATA-VERIFICADA
                                  WS-RETORNO-DATECHK
                                  WS-DIA-SEMANA
             END-CALL
           END-IF.
      *
           IF WS-RETORNO-DATECHK IS NOT EQUAL TO ZEROES OR
              RES-DATA-DEVOLUCAO IS LESS THAN RES-DATA-RETIRADA
             ADD 1 TO WS-QTD-RESV-INVALIDA
           ELSE
             COMPUTE WS-INT-DE =
                     FUNCTION INTEGER-OF-DATE(RES-DATA-RETIRADA)
             COMPUTE WS-INT-ATE =
                     FUNCTION INTEGER-OF-DATE(RES-DATA-DEVOLUCAO)
             IF WS-INT-ATE IS EQUAL TO WS-INT-DE
               ADD 1 TO WS-INT-ATE
             END-IF
             IF WS-INT-DE IS LESS THAN WS-INT-INICIO-MES
               MOVE WS-INT-INICIO-MES TO WS-INT-DE
             END-IF
             IF WS-INT-ATE IS GREATER THAN WS-INT-FIM-MES
               COMPUTE WS-INT-ATE = WS-INT-FIM-MES + 1
             END-IF
             IF WS-INT-ATE IS GREATER THAN WS-INT-DE
               COMPUTE WS-DIAS-PERIODO = WS-INT-ATE - WS-INT-DE
               MOVE RES-PLACA TO WS-PLACA-PROCURADA
               PERFORM LOCALIZAR-VEICULO
               ADD WS-DIAS-PERIODO TO WS-VT-DIAS-LOC(WS-VEI-POS)
             END-IF
           END-IF.
      *
      * A WORK ORDER KEEPS THE VEHICLE OFF THE ROAD FROM THE OPENING
      * DAY THROUGH THE CONCLUSION DAY, BOTH INCLUDED.
       SOMAR-OFICINA.
           IF WS-EOF-MAN IS NOT EQUAL TO 'Y'
             READ MAINT-HISTORY
               AT END
                 MOVE 'Y' TO WS-EOF-MAN
             END-READ
             MOVE WS-MAN-STATUS   TO WS-FILE-STATUS
             MOVE 'MAINT-HISTORY' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             IF WS-EOF-MAN IS NOT EQUAL TO 'Y'
               ADD 1 TO WS-RECS-READ
               IF MAN-DATA-ABERTURA IS LESS THAN WS-DATA-PROX-MES AND
                  MAN-DATA-CONCLUSAO IS NOT LESS THAN
                  WS-DATA-INICIO-MES
                 COMPUTE WS-INT-DE =
                         FUNCTION INTEGER-OF-DATE(MAN-DATA-ABERTURA)
                 COMPUTE WS-INT-ATE =
                         FUNCTION INTEGER-OF-DATE(MAN-DATA-CONCLUSAO)
                 MOVE MAN-PLACA TO WS-PLACA-PROCURADA
                 PERFORM CONTAR-DIAS-OFICINA
               END-IF
             END-IF
           END-IF.
      *
      * AN ORDER STILL OPEN COUNTS UP TO TODAY OR THE MONTH END.
       SOMAR-ORDENS-ABERTAS.
           IF WS-EOF-OS IS NOT EQUAL TO 'Y'
             READ ORDER-FILE
               AT END
                 MOVE 'Y' TO WS-EOF-OS
             END-READ
             MOVE WS-OS-STATUS TO WS-FILE-STATUS
             MOVE 'ORDER-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             IF WS-EOF-OS IS NOT EQUAL TO 'Y'
               ADD 1 TO WS-RECS-READ
               IF OS-DATA-ABERTURA IS LESS THAN WS-DATA-PROX-MES
                 COMPUTE WS-INT-DE =
                         FUNCTION INTEGER-OF-DATE(OS-DATA-ABERTURA)
                 MOVE WS-INT-HOJE TO WS-INT-ATE
                 MOVE OS-PLACA    TO WS-PLACA-PROCURADA
                 PERFORM CONTAR-DIAS-OFICINA
               END-IF
             END-IF
           END-IF.
      *
       CONTAR-DIAS-OFICINA.
           IF WS-INT-DE IS LESS THAN WS-INT-INICIO-MES
             MOVE WS-INT-INICIO-MES TO WS-INT-DE
           END-IF.
           IF WS-INT-ATE IS GREATER THAN WS-INT-FIM-MES
             MOVE WS-INT-FIM-MES TO WS-INT-ATE
           END-IF.
           IF WS-INT-ATE IS NOT LESS THAN WS-INT-DE
             COMPUTE WS-DIAS-PERIODO = WS-INT-ATE - WS-INT-DE + 1
             PERFORM LOCALIZAR-VEICULO
             ADD WS-DIAS-PERIODO TO WS-VT-DIAS-OFIC(WS-VEI-POS)
           END-IF.
      *
       IMPRIMIR-VEICULOS.
           MOVE 'UTILIZACAO E RECEITA POR VEICULO - MES ' TO WS-SC-LIT.
           MOVE WS-AM-MM      TO WS-SC-MES.
           MOVE WS-AM-AAAA    TO WS-SC-ANO.
           MOVE WS-SECAO-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-COL-HEADER TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           PERFORM VARYING WS-V FROM 1 BY 1
                   UNTIL WS-V > WS-VEI-COUNT
             PERFORM CALCULAR-VEICULO
             MOVE WS-VT-PLACA(WS-V)    TO WS-DT-PLACA
             MOVE WS-VT-MODELO(WS-V)   TO WS-DT-MODELO
             MOVE WS-DIAS-DISP         TO WS-DT-DIAS-DISP
             MOVE WS-DIAS-LOC          TO WS-DT-DIAS-LOC
             MOVE WS-DIAS-OFIC         TO WS-DT-DIAS-OFIC
             MOVE WS-UTILIZACAO        TO WS-DT-UTILIZACAO
             MOVE WS-VT-RECEITA(WS-V)  TO WS-DT-RECEITA
             MOVE WS-KM-RODADO         TO WS-DT-KM
             MOVE WS-RECEITA-KM        TO WS-DT-RECEITA-KM
             IF WS-VT-SEM-LEITURA(WS-V) IS EQUAL TO 'S'
               MOVE '*' TO WS-DT-MARCA-KM
               ADD 1 TO WS-QTD-SEM-LEITURA
             ELSE
               MOVE SPACE TO WS-DT-MARCA-KM
             END-IF
             EVALUATE TRUE
               WHEN WS-VT-CADASTRO(WS-V) IS NOT EQUAL TO 'S'
                 MOVE SPACES TO WS-DT-SITUACAO
               WHEN WS-DIAS-DISP IS EQUAL TO ZEROES
                 MOVE 'INDISPONIVEL' TO WS-DT-SITUACAO
               WHEN WS-UTILIZACAO IS LESS THAN WS-UTIL-MINIMA
                 MOVE 'VENDA/REMANEJAR' TO WS-DT-SITUACAO
                 ADD 1 TO WS-QTD-CANDIDATOS
               WHEN OTHER
                 MOVE SPACES TO WS-DT-SITUACAO
             END-EVALUATE
             MOVE WS-DETAIL-LINE TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
             PERFORM ACUMULAR-MODELO
           END-PERFORM.
      *
      * A VEHICLE CANNOT BE RENTED FOR MORE DAYS THAN IT WAS ON THE
      * ROAD - OVERLAPPING BOOKINGS ARE CUT AT THE DAYS AVAILABLE.
       CALCULAR-VEICULO.
           MOVE WS-VT-DIAS-OFIC(WS-V) TO WS-DIAS-OFIC.
           IF WS-DIAS-OFIC IS GREATER THAN WS-DIAS-MES
             MOVE WS-DIAS-MES TO WS-DIAS-OFIC
           END-IF.
           COMPUTE WS-DIAS-DISP = WS-DIAS-MES - WS-DIAS-OFIC.
           MOVE WS-VT-DIAS-LOC(WS-V) TO WS-DIAS-LOC.
           IF WS-DIAS-LOC IS GREATER THAN WS-DIAS-DISP
             MOVE WS-DIAS-DISP TO WS-DIAS-LOC
           END-IF.
      *
           MOVE ZEROES TO WS-UTILIZACAO.
           IF WS-DIAS-DISP IS GREATER THAN ZEROES
             COMPUTE WS-UTILIZACAO ROUNDED =
                     WS-DIAS-LOC * 100 / WS-DIAS-DISP
           END-IF.
      *
      * AN ODOMETER THAT WENT BACKWARDS (A REPLACED INSTRUMENT) GIVES
      * NO KM FOR THE MONTH.
           MOVE ZEROES TO WS-KM-RODADO.
           IF WS-VT-SEM-LEITURA(WS-V) IS NOT EQUAL TO 'S'
             IF WS-VT-KM-FIM(WS-V) IS NOT LESS THAN
                WS-VT-KM-INICIO(WS-V)
               COMPUTE WS-KM-RODADO =
                       WS-VT-KM-FIM(WS-V) - WS-VT-KM-INICIO(WS-V)
             ELSE
               MOVE 'S' TO WS-VT-SEM-LEITURA(WS-V)
             END-IF
           END-IF.
      *
           MOVE ZEROES TO WS-RECEITA-KM.
           IF WS-KM-RODADO IS GREATER THAN ZEROES
             COMPUTE WS-RECEITA-KM ROUNDED =
                     WS-VT-RECEITA(WS-V) / WS-KM-RODADO
           END-IF.
      *
       ACUMULAR-MODELO.
           MOVE ZEROES TO WS-MOD-POS.
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-MOD-COUNT
             IF WS-MT-MODELO(WS-M) IS EQUAL TO WS-VT-MODELO(WS-V)
               MOVE WS-M TO WS-MOD-POS
               MOVE WS-MOD-COUNT TO WS-M
             END-IF
           END-PERFORM.
           IF WS-MOD-POS IS EQUAL TO ZEROES
             PERFORM INCLUIR-MODELO
           END-IF.
      *
           ADD 1               TO WS-MT-VEICULOS(WS-MOD-POS).
           ADD WS-DIAS-DISP    TO WS-MT-DIAS-DISP(WS-MOD-POS).
           ADD WS-DIAS-LOC     TO WS-MT-DIAS-LOC(WS-MOD-POS).
           ADD WS-DIAS-OFIC    TO WS-MT-DIAS-OFIC(WS-MOD-POS).
           ADD WS-VT-RECEITA(WS-V) TO WS-MT-RECEITA(WS-MOD-POS).
           ADD WS-KM-RODADO    TO WS-MT-KM(WS-MOD-POS).
      *
       INCLUIR-MODELO.
           IF WS-MOD-COUNT IS NOT LESS THAN 100
             DISPLAY 'EXERC071 - MAIS DE 100 MODELOS'
                     ' - RELATORIO ABORTADO'
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
           ADD 1 TO WS-MOD-COUNT.
           MOVE WS-MOD-COUNT TO WS-MOD-POS.
           PERFORM VARYING WS-M FROM WS-MOD-COUNT BY -1
                   UNTIL WS-M < 2
             IF WS-MT-MODELO(WS-M - 1) IS GREATER THAN
                WS-VT-MODELO(WS-V)
               MOVE WS-MOD-LINHA(WS-M - 1) TO WS-MOD-LINHA(WS-M)
               COMPUTE WS-MOD-POS = WS-M - 1
             ELSE
               MOVE 1 TO WS-M
             END-IF
           END-PERFORM.
           MOVE WS-VT-MODELO(WS-V) TO WS-MT-MODELO(WS-MOD-POS).
           MOVE ZEROES             TO WS-MT-VEICULOS(WS-MOD-POS)
                                      WS-MT-DIAS-DISP(WS-MOD-POS)
                                      WS-MT-DIAS-LOC(WS-MOD-POS)
                                      WS-MT-DIAS-OFIC(WS-MOD-POS)
                                      WS-MT-RECEITA(WS-MOD-POS)
                                      WS-MT-KM(WS-MOD-POS).
      *
       IMPRIMIR-MODELOS.
           MOVE SPACES        TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'TOTAIS POR MODELO - MES '  TO WS-SC-LIT.
           MOVE WS-SECAO-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-MOD-HEADER TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-MOD-COUNT
             MOVE WS-MT-MODELO(WS-M)    TO WS-MD-MODELO
             MOVE WS-MT-VEICULOS(WS-M)  TO WS-MD-VEICULOS
             MOVE WS-MT-DIAS-DISP(WS-M) TO WS-MD-DIAS-DISP
                                           WS-DIAS-DISP
             MOVE WS-MT-DIAS-LOC(WS-M)  TO WS-MD-DIAS-LOC
                                           WS-DIAS-LOC
             MOVE WS-MT-DIAS-OFIC(WS-M) TO WS-MD-DIAS-OFIC
             MOVE WS-MT-RECEITA(WS-M)   TO WS-MD-RECEITA
                                           WS-RECEITA-GRUPO
             MOVE WS-MT-KM(WS-M)        TO WS-MD-KM
                                           WS-KM-GRUPO
             PERFORM CALCULAR-MEDIAS-MODELO
             MOVE WS-MOD-LINE TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
             ADD WS-MT-VEICULOS(WS-M)  TO WS-TOT-VEICULOS
             ADD WS-MT-DIAS-DISP(WS-M) TO WS-TOT-DIAS-DISP
             ADD WS-MT-DIAS-LOC(WS-M)  TO WS-TOT-DIAS-LOC
             ADD WS-MT-DIAS-OFIC(WS-M) TO WS-TOT-DIAS-OFIC
             ADD WS-MT-RECEITA(WS-M)   TO WS-TOT-RECEITA
             ADD WS-MT-KM(WS-M)        TO WS-TOT-KM
           END-PERFORM.
      *
           MOVE 'TOTAL DA FROTA'  TO WS-MD-MODELO.
           MOVE WS-TOT-VEICULOS   TO WS-MD-VEICULOS.
           MOVE WS-TOT-DIAS-DISP  TO WS-MD-DIAS-DISP WS-DIAS-DISP.
           MOVE WS-TOT-DIAS-LOC   TO WS-MD-DIAS-LOC WS-DIAS-LOC.
           MOVE WS-TOT-DIAS-OFIC  TO WS-MD-DIAS-OFIC.
           MOVE WS-TOT-RECEITA    TO WS-MD-RECEITA WS-RECEITA-GRUPO.
           MOVE WS-TOT-KM         TO WS-MD-KM WS-KM-GRUPO.
           PERFORM CALCULAR-MEDIAS-MODELO.
           MOVE SPACES            TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-MOD-LINE       TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-TOT-RECEITA    TO WS-CONTROL-TOT.
      *
      * UTILIZATION AND REVENUE PER KM OF A GROUP - FROM ITS TOTALS,
      * NOT AN AVERAGE OF THE VEHICLE RATIOS.
       CALCULAR-MEDIAS-MODELO.
           MOVE ZEROES TO WS-UTILIZACAO.
           IF WS-DIAS-DISP IS GREATER THAN ZEROES
             COMPUTE WS-UTILIZACAO ROUNDED =
                     WS-DIAS-LOC * 100 / WS-DIAS-DISP
           END-IF.
           MOVE WS-UTILIZACAO TO WS-MD-UTILIZACAO.
           MOVE ZEROES TO WS-RECEITA-KM.
           IF WS-KM-GRUPO IS GREATER THAN ZEROES
             COMPUTE WS-RECEITA-KM ROUNDED =
                     WS-RECEITA-GRUPO / WS-KM-GRUPO
           END-IF.
           MOVE WS-RECEITA-KM TO WS-MD-RECEITA-KM.
      *
       IMPRIMIR-RESUMO.
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'DIAS NO MES:' TO WS-SM-LIT.
           MOVE WS-DIAS-MES    TO WS-SM-QTD.
           MOVE WS-SUM-LINE    TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'UTILIZACAO MINIMA (%):' TO WS-PC-LIT.
           MOVE WS-UTIL-MINIMA TO WS-PC-PCT.
           MOVE WS-PCT-LINE    TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'CANDIDATOS A VENDA OU REMANEJAMENTO:' TO WS-SM-LIT.
           MOVE WS-QTD-CANDIDATOS TO WS-SM-QTD.
           MOVE WS-SUM-LINE    TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE '* KM SEM LEITURA ANTERIOR DO ODOMETRO:' TO WS-SM-LIT.
           MOVE WS-QTD-SEM-LEITURA TO WS-SM-QTD.
           MOVE WS-SUM-LINE    TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'RESERVAS COM DATA INVALIDA IGNORADAS:' TO WS-SM-LIT.
           MOVE WS-QTD-RESV-INVALIDA TO WS-SM-QTD.
           MOVE WS-SUM-LINE    TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * ODOMHIST IS REWRITTEN WITH ONE ROW PER VEHICLE ON THE FLEET
      * MASTER - A VEHICLE THAT LEFT THE FLEET DROPS OUT.
       GRAVAR-ODOMETROS.
           IF WS-TEM-ODOMHIST IS EQUAL TO 'S'
             CLOSE ODOMETER-FILE
           END-IF.
           OPEN OUTPUT ODOMETER-FILE.
           MOVE WS-ODO-STATUS   TO WS-FILE-STATUS.
           MOVE 'ODOMETER-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           PERFORM VARYING WS-V FROM 1 BY 1
                   UNTIL WS-V > WS-VEI-COUNT
             IF WS-VT-CADASTRO(WS-V) IS EQUAL TO 'S'
               MOVE WS-VT-PLACA(WS-V)     TO ODO-PLACA
               MOVE WS-VT-ODO-MES(WS-V)   TO ODO-ANO-MES
               MOVE WS-VT-KM-INICIO(WS-V) TO ODO-KM-INICIO
               MOVE WS-VT-KM-FIM(WS-V)    TO ODO-KM-FIM
               WRITE ODO-REC
               MOVE WS-ODO-STATUS   TO WS-FILE-STATUS
               MOVE 'ODOMETER-FILE' TO WS-FILE-ID
               PERFORM CHECK-FILE-STATUS
             END-IF
           END-PERFORM.
           CLOSE ODOMETER-FILE.
      *
       GRAVAR-LINHA-RELATORIO.
           WRITE REPORT-LINE.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
           MOVE 'REPORT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           ADD 1 TO WS-RECS-WRTN.
      *
       FINALIZAR.
           MOVE WS-RECS-READ    TO RP-TRL-RECS-READ.
           MOVE WS-RECS-WRTN    TO RP-TRL-RECS-WRTN.
           MOVE WS-CONTROL-TOT  TO RP-TRL-CONTROL-TOT.
           MOVE RP-TRAILER-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           CLOSE VEHICLE-FILE.
           CLOSE HISTORY-FILE.
           IF WS-TEM-RESV IS EQUAL TO 'S'
             CLOSE RESV-FILE
           END-IF.
           IF WS-TEM-MANHIST IS EQUAL TO 'S'
             CLOSE MAINT-HISTORY
           END-IF.
           IF WS-TEM-OSFILE IS EQUAL TO 'S'
             CLOSE ORDER-FILE
           END-IF.
           CLOSE REPORT-FILE.
      *
           COPY CPYFILCHK.
      *
           COPY CPYPRMPD.
