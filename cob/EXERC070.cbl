      ******************************************************************
      * FILE NAME   : EXERC070                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : MONTHLY MAINTENANCE COST PER VEHICLE - FOR THE   *
      *               ALUGBCTL MONTH, SETS EACH VEHICLE'S RENTAL       *
      *               REVENUE FROM ALUGHIST AGAINST THE WORKSHOP COST  *
      *               OF THE WORK ORDERS EXERC069 CLOSED ON MANHIST,   *
      *               AND FLAGS EVERY VEHICLE THAT COST MORE THAN IT   *
      *               EARNED                                           *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FIRST VERSION. REVENUE IS SELECTED ON HIST-MES  *
      *                EXACTLY AS EXERC022 INVOICES IT (LATE-RETURN    *
      *                ADJUSTMENTS INCLUDED), SO THE FIGURE TIES TO    *
      *                THE MONTH'S INVOICES. COST IS THE ORDERS        *
      *                CONCLUDED IN THE MONTH - THE ALUGBCTL MONTH IN  *
      *                THE CURRENT YEAR, OR LAST YEAR WHEN IT IS STILL *
      *                AHEAD OF THE RUN DATE. EVERY VEHICLE ON         *
      *                VEICFILE IS LISTED, IDLE ONES INCLUDED.         *
      * 2026-10-15 JM  HIST-REC LAYOUT KEPT IN STEP WITH EXERC005 -    *
      *                THE HISTORY RECORD NOW CARRIES THE CORPORATE    *
      *                CONTRACT, THE DISCOUNT AGAINST LIST AND THE     *
      *                ALLOWANCE KM.                                   *
      * 2026-10-15 JM  VEI-REC AND HIST-REC LAYOUTS KEPT IN STEP WITH  *
      *                EXERC005 - THE VEHICLE NOW CARRIES ITS CURRENT  *
      *                BRANCH AND THE HISTORY RECORD THE PICKUP AND    *
      *                RETURN BRANCHES OF THE TRIP.                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC070.
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
           SELECT HISTORY-FILE   ASSIGN TO ALUGHIST
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-HIST-STATUS.
      *
           SELECT MAINT-HISTORY  ASSIGN TO MANHIST
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-MAN-STATUS.
      *
           SELECT REPORT-FILE    ASSIGN TO MANRPT
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
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(120).
      *
       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS      PIC X(02) VALUE SPACES.
       01  WS-VEIC-STATUS         PIC X(02) VALUE SPACES.
       01  WS-HIST-STATUS         PIC X(02) VALUE SPACES.
       01  WS-MAN-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
       01  WS-EOF-HIST            PIC X(01) VALUE 'N'.
       01  WS-EOF-MAN             PIC X(01) VALUE 'N'.
       01  WS-FIM-VEICULOS        PIC X(01) VALUE 'N'.
       01  WS-TEM-MANHIST         PIC X(01) VALUE 'N'.
      *
       01  WS-RUN-DATE.
           05  WS-RUN-YYYY        PIC 9(04).
           05  WS-RUN-MM          PIC 9(02).
           05  WS-RUN-DD          PIC 9(02).
       01  WS-RUN-DATE-EDIT       PIC X(10).
      *
       01  WS-MES-RELATORIO       PIC 9(02) VALUE ZEROES.
       01  WS-ANO-MES             PIC 9(06) VALUE ZEROES.
       01  WS-ANO-MES-R REDEFINES WS-ANO-MES.
           05  WS-AM-AAAA         PIC 9(04).
           05  WS-AM-MM           PIC 9(02).
      *
      * ONE ROW PER VEHICLE, IN PLACA ORDER FROM THE FLEET MASTER. A
      * PLACA FOUND ONLY ON THE HISTORIES IS ADDED AT THE END.
       01  WS-VEI-TAB.
           05  WS-VEI-LINHA       OCCURS 1 TO 500 TIMES
                                   DEPENDING ON WS-VEI-COUNT.
               10  WS-VT-PLACA      PIC X(07).
               10  WS-VT-MODELO     PIC X(20).
               10  WS-VT-LOCACOES   PIC 9(04).
               10  WS-VT-RECEITA    PIC 9(07)V9(02).
               10  WS-VT-ORDENS     PIC 9(03).
               10  WS-VT-CUSTO      PIC 9(07)V9(02).
       01  WS-VEI-COUNT           PIC 9(03) VALUE ZEROES.
       01  WS-V                   PIC 9(03) VALUE ZEROES.
       01  WS-VEI-POS             PIC 9(03) VALUE ZEROES.
       01  WS-PLACA-PROCURADA     PIC X(07) VALUE SPACES.
      *
       01  WS-RESULTADO           PIC S9(08)V9(02) VALUE ZEROES.
       01  WS-TOT-LOCACOES        PIC 9(05) VALUE ZEROES.
       01  WS-TOT-RECEITA         PIC 9(09)V9(02) VALUE ZEROES.
       01  WS-TOT-ORDENS          PIC 9(05) VALUE ZEROES.
       01  WS-TOT-CUSTO           PIC 9(09)V9(02) VALUE ZEROES.
       01  WS-QTD-DEFICIT         PIC 9(05) VALUE ZEROES.
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
               ' PLACA    MODELO                LOC.       RE'.
           05  FILLER             PIC X(45) VALUE
               'CEITA   OS  CUSTO MANUT.      RESULTADO  SITU'.
           05  FILLER             PIC X(04) VALUE 'ACAO'.
      *
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-PLACA        PIC X(07).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-MODELO       PIC X(20).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-LOCACOES     PIC ZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-RECEITA      PIC Z.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-ORDENS       PIC ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-CUSTO        PIC Z.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-RESULTADO    PIC -Z.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-SITUACAO     PIC X(16).
      *
       01  WS-TOTAL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(29) VALUE 'TOTAL DA FROTA'.
           05  WS-TT-LOCACOES     PIC ZZ.ZZ9.
           05  WS-TT-RECEITA      PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-TT-ORDENS       PIC ZZZ9.
           05  WS-TT-CUSTO        PIC ZZZ.ZZZ.ZZ9,99.
           05  WS-TT-RESULTADO    PIC -ZZZ.ZZZ.ZZ9,99.
      *
       01  WS-SUM-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-SM-LIT          PIC X(30).
           05  WS-SM-QTD          PIC ZZ.ZZ9.
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
           PERFORM CARREGAR-FROTA.
      *
           PERFORM SOMAR-RECEITA
             WITH TEST AFTER
             UNTIL WS-EOF-HIST IS EQUAL TO 'Y'.
      *
           PERFORM SOMAR-MANUTENCAO
             WITH TEST AFTER
             UNTIL WS-EOF-MAN IS EQUAL TO 'Y'.
      *
           PERFORM IMPRIMIR-VEICULOS.
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
             DISPLAY 'EXERC070 - MES INVALIDO NO ALUGBCTL: '
                     WS-MES-RELATORIO
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
      *
           MOVE WS-RUN-YYYY      TO WS-AM-AAAA.
           MOVE WS-MES-RELATORIO TO WS-AM-MM.
           IF WS-MES-RELATORIO IS GREATER THAN WS-RUN-MM
             SUBTRACT 1 FROM WS-AM-AAAA
           END-IF.
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
      * MANHIST DOES NOT EXIST UNTIL THE WORKSHOP CLOSES ITS FIRST
      * WORK ORDER - NO COST YET.
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
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
           MOVE 'REPORT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           MOVE 'EXERC070'                      TO RP-HDR-PROGRAM.
           MOVE 'CUSTO DE MANUTENCAO X RECEITA' TO RP-HDR-TITLE.
           MOVE WS-RUN-DATE-EDIT                 TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO                       TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE                   TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
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
               MOVE VEI-PLACA TO WS-PLACA-PROCURADA
               PERFORM INCLUIR-VEICULO
               MOVE VEI-MODELO TO WS-VT-MODELO(WS-VEI-POS)
             END-IF
           END-IF.
      *
       INCLUIR-VEICULO.
           IF WS-VEI-COUNT IS NOT LESS THAN 500
             DISPLAY 'EXERC070 - MAIS DE 500 VEICULOS'
                     ' - RELATORIO ABORTADO'
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
           ADD 1 TO WS-VEI-COUNT.
           MOVE WS-VEI-COUNT       TO WS-VEI-POS.
           MOVE WS-PLACA-PROCURADA TO WS-VT-PLACA(WS-VEI-POS).
           MOVE SPACES             TO WS-VT-MODELO(WS-VEI-POS).
           MOVE ZEROES             TO WS-VT-LOCACOES(WS-VEI-POS)
                                      WS-VT-RECEITA(WS-VEI-POS)
                                      WS-VT-ORDENS(WS-VEI-POS)
                                      WS-VT-CUSTO(WS-VEI-POS).
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
               IF HIST-DISTANCIA IS GREATER THAN ZEROES
                 ADD 1 TO WS-VT-LOCACOES(WS-VEI-POS)
               END-IF
               ADD HIST-CUSTO TO WS-VT-RECEITA(WS-VEI-POS)
             END-IF
           END-IF.
      *
       SOMAR-MANUTENCAO.
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
               IF MAN-DATA-CONCLUSAO(1:6) IS EQUAL TO WS-ANO-MES
                 MOVE MAN-PLACA TO WS-PLACA-PROCURADA
                 PERFORM LOCALIZAR-VEICULO
                 ADD 1         TO WS-VT-ORDENS(WS-VEI-POS)
                 ADD MAN-CUSTO TO WS-VT-CUSTO(WS-VEI-POS)
               END-IF
             END-IF
           END-IF.
      *
       IMPRIMIR-VEICULOS.
           MOVE 'MANUTENCAO X RECEITA POR VEICULO - MES ' TO WS-SC-LIT.
           MOVE WS-AM-MM      TO WS-SC-MES.
           MOVE WS-AM-AAAA    TO WS-SC-ANO.
           MOVE WS-SECAO-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-COL-HEADER TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           PERFORM VARYING WS-V FROM 1 BY 1
                   UNTIL WS-V > WS-VEI-COUNT
             COMPUTE WS-RESULTADO =
                     WS-VT-RECEITA(WS-V) - WS-VT-CUSTO(WS-V)
             MOVE WS-VT-PLACA(WS-V)    TO WS-DT-PLACA
             MOVE WS-VT-MODELO(WS-V)   TO WS-DT-MODELO
             MOVE WS-VT-LOCACOES(WS-V) TO WS-DT-LOCACOES
             MOVE WS-VT-RECEITA(WS-V)  TO WS-DT-RECEITA
             MOVE WS-VT-ORDENS(WS-V)   TO WS-DT-ORDENS
             MOVE WS-VT-CUSTO(WS-V)    TO WS-DT-CUSTO
             MOVE WS-RESULTADO         TO WS-DT-RESULTADO
             IF WS-VT-CUSTO(WS-V) IS GREATER THAN WS-VT-RECEITA(WS-V)
               MOVE 'CUSTO > RECEITA' TO WS-DT-SITUACAO
               ADD 1 TO WS-QTD-DEFICIT
             ELSE
               MOVE SPACES TO WS-DT-SITUACAO
             END-IF
             MOVE WS-DETAIL-LINE TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
             ADD WS-VT-LOCACOES(WS-V) TO WS-TOT-LOCACOES
             ADD WS-VT-RECEITA(WS-V)  TO WS-TOT-RECEITA
             ADD WS-VT-ORDENS(WS-V)   TO WS-TOT-ORDENS
             ADD WS-VT-CUSTO(WS-V)    TO WS-TOT-CUSTO
           END-PERFORM.
      *
           COMPUTE WS-RESULTADO = WS-TOT-RECEITA - WS-TOT-CUSTO.
           MOVE WS-TOT-LOCACOES TO WS-TT-LOCACOES.
           MOVE WS-TOT-RECEITA  TO WS-TT-RECEITA.
           MOVE WS-TOT-ORDENS   TO WS-TT-ORDENS.
           MOVE WS-TOT-CUSTO    TO WS-TT-CUSTO.
           MOVE WS-RESULTADO    TO WS-TT-RESULTADO.
           MOVE SPACES          TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-TOTAL-LINE   TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           MOVE 'VEICULOS COM CUSTO > RECEITA: ' TO WS-SM-LIT.
           MOVE WS-QTD-DEFICIT TO WS-SM-QTD.
           MOVE WS-SUM-LINE    TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-TOT-CUSTO   TO WS-CONTROL-TOT.
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
           IF WS-TEM-MANHIST IS EQUAL TO 'S'
             CLOSE MAINT-HISTORY
           END-IF.
           CLOSE REPORT-FILE.
      *
           COPY CPYFILCHK.
