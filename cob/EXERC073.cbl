      ******************************************************************
      * FILE NAME   : EXERC073                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : MONTHLY CORPORATE CONTRACT DISCOUNT REPORT - FOR *
      *               THE ALUGBCTL MONTH, SETS WHAT EACH CONTRMST      *
      *               CONTRACT WAS CHARGED ON ALUGHIST AGAINST THE     *
      *               LIST PRICE OF THE SAME TRIPS, SHOWING THE        *
      *               REVENUE GIVEN UP PER CONTRACT                    *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FIRST VERSION. TRIPS ARE SELECTED ON HIST-MES   *
      *                EXACTLY AS EXERC022 INVOICES THEM; THE LIST     *
      *                PRICE IS THE CHARGED COST PLUS THE DISCOUNT     *
      *                EXERC005 (AND EXERC038 FOR LATE DAYS) RECORDED  *
      *                ON THE TRIP. EVERY CONTRACT IN FORCE DURING THE *
      *                MONTH IS LISTED, IDLE ONES INCLUDED; A CONTRACT *
      *                FOUND ONLY ON THE HISTORY IS LISTED AT THE END. *
      *                A NEGATIVE DISCOUNT MEANS THE CONTRACT PRICED   *
      *                ABOVE LIST.                                     *
      * 2026-10-15 JM  HIST-REC LAYOUT KEPT IN STEP WITH EXERC005 -    *
      *                THE HISTORY RECORD NOW ENDS WITH THE PICKUP AND *
      *                RETURN BRANCHES OF THE TRIP.                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC073.
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
           SELECT CONTRACT-FILE  ASSIGN TO CONTRMST
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS CTR-CLIENTE
                                  FILE STATUS IS WS-CTR-STATUS.
      *
           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS CUST-NUMERO
                                  FILE STATUS IS WS-CUST-STATUS.
      *
           SELECT HISTORY-FILE   ASSIGN TO ALUGHIST
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-HIST-STATUS.
      *
           SELECT REPORT-FILE    ASSIGN TO CTRRPT
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-REPORT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-REC.
           05  CTL-MES            PIC 9(02).
      *
      * SAME LAYOUT EXERC005 PRICES FROM.
       FD  CONTRACT-FILE.
       01  CTR-REC.
           05  CTR-CLIENTE        PIC 9(06).
           05  CTR-NUMERO         PIC X(10).
           05  CTR-DATA-INICIO    PIC 9(08).
           05  CTR-DATA-FIM       PIC 9(08).
           05  CTR-TAXA-KM        PIC 9(01)V9(02).
           05  CTR-DIARIA         PIC 9(03)V9(02).
           05  CTR-FRANQUIA-KM    PIC 9(05).
      *
       FD  CUSTOMER-MASTER.
       01  CUST-REC.
           05  CUST-NUMERO        PIC 9(06).
           05  CUST-NOME          PIC X(30).
           05  CUST-ENDERECO      PIC X(30).
           05  CUST-CPF-CNPJ      PIC X(14).
           05  CUST-STATUS        PIC X(01).
               88  CUST-ATIVO     VALUE 'A'.
               88  CUST-INATIVO   VALUE 'I'.
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
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(120).
      *
       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS      PIC X(02) VALUE SPACES.
       01  WS-CTR-STATUS          PIC X(02) VALUE SPACES.
       01  WS-CUST-STATUS         PIC X(02) VALUE SPACES.
       01  WS-HIST-STATUS         PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
       01  WS-EOF-HIST            PIC X(01) VALUE 'N'.
       01  WS-FIM-CONTRATOS       PIC X(01) VALUE 'N'.
       01  WS-TEM-CONTRATOS       PIC X(01) VALUE 'N'.
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
      * ONE ROW PER CONTRACT - THE ONES IN FORCE DURING THE MONTH IN
      * CUSTOMER ORDER FROM CONTRMST, THEN ANY CONTRACT FOUND ONLY ON
      * THE HISTORY.
       01  WS-CTR-TAB.
           05  WS-CTR-LINHA       OCCURS 1 TO 500 TIMES
                                   DEPENDING ON WS-CTR-COUNT.
               10  WS-CT-CONTRATO   PIC X(10).
               10  WS-CT-CLIENTE    PIC 9(06).
               10  WS-CT-NOME       PIC X(30).
               10  WS-CT-LOCACOES   PIC 9(04).
               10  WS-CT-KM         PIC 9(07).
               10  WS-CT-KM-FRANQUIA PIC 9(07).
               10  WS-CT-LISTA      PIC 9(08)V9(02).
               10  WS-CT-COBRADO    PIC 9(08)V9(02).
               10  WS-CT-DESCONTO   PIC S9(08)V9(02).
       01  WS-CTR-COUNT           PIC 9(03) VALUE ZEROES.
       01  WS-C                   PIC 9(03) VALUE ZEROES.
       01  WS-CTR-POS             PIC 9(03) VALUE ZEROES.
       01  WS-CONTRATO-PROCURADO  PIC X(10) VALUE SPACES.
      *
       01  WS-PCT-DESCONTO        PIC S9(05)V9(02) VALUE ZEROES.
       01  WS-TOT-LOCACOES        PIC 9(05) VALUE ZEROES.
       01  WS-TOT-KM              PIC 9(08) VALUE ZEROES.
       01  WS-TOT-KM-FRANQUIA     PIC 9(08) VALUE ZEROES.
       01  WS-TOT-LISTA           PIC 9(10)V9(02) VALUE ZEROES.
       01  WS-TOT-COBRADO         PIC 9(10)V9(02) VALUE ZEROES.
       01  WS-TOT-DESCONTO        PIC S9(10)V9(02) VALUE ZEROES.
       01  WS-QTD-SEM-USO         PIC 9(05) VALUE ZEROES.
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
               ' CONTRATO    CLIENTE NOME                  LO'.
           05  FILLER             PIC X(45) VALUE
               'C.       KM FRANQUIA        TABELA       COBR'.
           05  FILLER             PIC X(27) VALUE
               'ADO       DESCONTO   % DESC'.
      *
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-CONTRATO     PIC X(10).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-CLIENTE      PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-NOME         PIC X(20).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-LOCACOES     PIC ZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-KM           PIC ZZZ.ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-KM-FRANQUIA  PIC ZZZ.ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-LISTA        PIC Z.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-COBRADO      PIC Z.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-DESCONTO     PIC -Z.ZZZ.ZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-PCT          PIC -ZZZ9,99.
      *
       01  WS-TOTAL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(40) VALUE
               'TOTAL DOS CONTRATOS'.
           05  WS-TT-LOCACOES     PIC ZZ.ZZ9.
           05  WS-TT-KM           PIC Z.ZZZ.ZZ9.
           05  WS-TT-KM-FRANQUIA  PIC Z.ZZZ.ZZ9.
           05  WS-TT-LISTA        PIC ZZZ.ZZZ.ZZ9,99.
           05  WS-TT-COBRADO      PIC ZZZ.ZZZ.ZZ9,99.
           05  WS-TT-DESCONTO     PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-TT-PCT          PIC -ZZZ9,99.
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
       01  WS-CONTROL-TOT         PIC S9(10)V9(02) VALUE ZEROES.
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM INICIALIZAR.
      *
           PERFORM CARREGAR-CONTRATOS.
      *
           PERFORM SOMAR-HISTORICO
             WITH TEST AFTER
             UNTIL WS-EOF-HIST IS EQUAL TO 'Y'.
      *
           PERFORM IMPRIMIR-CONTRATOS.
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
             DISPLAY 'EXERC073 - MES INVALIDO NO ALUGBCTL: '
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
      * NO CONTRMST YET MEANS NO CONTRACT TO LIST FROM THE MASTER -
      * THE HISTORY ALONE DRIVES THE REPORT.
           OPEN INPUT  CONTRACT-FILE.
           MOVE WS-CTR-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO WS-FIM-CONTRATOS
           ELSE
             MOVE 'CONTRACT-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             MOVE 'S' TO WS-TEM-CONTRATOS
           END-IF.
      *
           OPEN INPUT  CUSTOMER-MASTER.
           MOVE WS-CUST-STATUS    TO WS-FILE-STATUS.
           MOVE 'CUSTOMER-MASTER' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN INPUT  HISTORY-FILE.
           MOVE WS-HIST-STATUS TO WS-FILE-STATUS.
           MOVE 'HISTORY-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
           MOVE 'REPORT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           MOVE 'EXERC073'                        TO RP-HDR-PROGRAM.
           MOVE 'DESCONTO CONCEDIDO POR CONTRATO' TO RP-HDR-TITLE.
           MOVE WS-RUN-DATE-EDIT                   TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO                         TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE                     TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       CARREGAR-CONTRATOS.
           IF WS-TEM-CONTRATOS IS EQUAL TO 'S'
             MOVE ZEROES TO CTR-CLIENTE
             START CONTRACT-FILE KEY IS NOT LESS THAN CTR-CLIENTE
               INVALID KEY
                 MOVE 'Y' TO WS-FIM-CONTRATOS
             END-START
           END-IF.
      *
           PERFORM LER-PROXIMO-CONTRATO
             WITH TEST AFTER
             UNTIL WS-FIM-CONTRATOS IS EQUAL TO 'Y'.
      *
      * A CONTRACT IS IN FORCE DURING THE MONTH WHEN ITS VALIDITY
      * STARTS NO LATER THAN THE MONTH AND ENDS NO EARLIER.
       LER-PROXIMO-CONTRATO.
           IF WS-FIM-CONTRATOS IS NOT EQUAL TO 'Y'
             READ CONTRACT-FILE NEXT RECORD
               AT END
                 MOVE 'Y' TO WS-FIM-CONTRATOS
             END-READ
             IF WS-FIM-CONTRATOS IS NOT EQUAL TO 'Y'
               IF CTR-DATA-INICIO(1:6) IS NOT GREATER THAN
                    WS-ANO-MES AND
                  CTR-DATA-FIM(1:6) IS NOT LESS THAN WS-ANO-MES
                 MOVE CTR-NUMERO TO WS-CONTRATO-PROCURADO
                 PERFORM INCLUIR-CONTRATO
                 MOVE CTR-CLIENTE TO WS-CT-CLIENTE(WS-CTR-POS)
                 MOVE CTR-CLIENTE TO CUST-NUMERO
                 READ CUSTOMER-MASTER
                   INVALID KEY
                     MOVE 'CLIENTE FORA DO CADASTRO'
                       TO WS-CT-NOME(WS-CTR-POS)
                   NOT INVALID KEY
                     MOVE CUST-NOME TO WS-CT-NOME(WS-CTR-POS)
                 END-READ
               END-IF
             END-IF
           END-IF.
      *
       INCLUIR-CONTRATO.
           IF WS-CTR-COUNT IS NOT LESS THAN 500
             DISPLAY 'EXERC073 - MAIS DE 500 CONTRATOS'
                     ' - RELATORIO ABORTADO'
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
           ADD 1 TO WS-CTR-COUNT.
           MOVE WS-CTR-COUNT          TO WS-CTR-POS.
           MOVE WS-CONTRATO-PROCURADO TO WS-CT-CONTRATO(WS-CTR-POS).
           MOVE SPACES                TO WS-CT-NOME(WS-CTR-POS).
           MOVE ZEROES                TO WS-CT-CLIENTE(WS-CTR-POS)
                                         WS-CT-LOCACOES(WS-CTR-POS)
                                         WS-CT-KM(WS-CTR-POS)
                                         WS-CT-KM-FRANQUIA(WS-CTR-POS)
                                         WS-CT-LISTA(WS-CTR-POS)
                                         WS-CT-COBRADO(WS-CTR-POS)
                                         WS-CT-DESCONTO(WS-CTR-POS).
      *
       LOCALIZAR-CONTRATO.
           MOVE ZEROES TO WS-CTR-POS.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CTR-COUNT
             IF WS-CT-CONTRATO(WS-C) IS EQUAL TO WS-CONTRATO-PROCURADO
               MOVE WS-C TO WS-CTR-POS
               MOVE WS-CTR-COUNT TO WS-C
             END-IF
           END-PERFORM.
           IF WS-CTR-POS IS EQUAL TO ZEROES
             PERFORM INCLUIR-CONTRATO
             MOVE HIST-CLIENTE TO WS-CT-CLIENTE(WS-CTR-POS)
             MOVE HIST-NOME    TO WS-CT-NOME(WS-CTR-POS)
           END-IF.
      *
      * THE SAME SELECTION EXERC022 INVOICES ON. A TRIP PRICED BEFORE
      * CONTRACTS EXISTED HAS NO CONTRACT AND IS SKIPPED.
       SOMAR-HISTORICO.
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
                HIST-CONTRATO IS NOT EQUAL TO SPACES AND
                HIST-CONTRATO IS NOT EQUAL TO LOW-VALUES AND
                HIST-DESCONTO IS NUMERIC
               MOVE HIST-CONTRATO TO WS-CONTRATO-PROCURADO
               PERFORM LOCALIZAR-CONTRATO
               IF HIST-DISTANCIA IS GREATER THAN ZEROES
                 ADD 1 TO WS-CT-LOCACOES(WS-CTR-POS)
               END-IF
               ADD HIST-DISTANCIA   TO WS-CT-KM(WS-CTR-POS)
               IF HIST-KM-FRANQUIA IS NUMERIC
                 ADD HIST-KM-FRANQUIA TO WS-CT-KM-FRANQUIA(WS-CTR-POS)
               END-IF
               ADD HIST-CUSTO       TO WS-CT-COBRADO(WS-CTR-POS)
               ADD HIST-DESCONTO    TO WS-CT-DESCONTO(WS-CTR-POS)
               COMPUTE WS-CT-LISTA(WS-CTR-POS) =
                       WS-CT-LISTA(WS-CTR-POS) + HIST-CUSTO
                       + HIST-DESCONTO
             END-IF
           END-IF.
      *
       IMPRIMIR-CONTRATOS.
           MOVE 'DESCONTO X PRECO DE TABELA - MES ' TO WS-SC-LIT.
           MOVE WS-AM-MM      TO WS-SC-MES.
           MOVE WS-AM-AAAA    TO WS-SC-ANO.
           MOVE WS-SECAO-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-COL-HEADER TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CTR-COUNT
             IF WS-CT-LISTA(WS-C) IS GREATER THAN ZEROES
               COMPUTE WS-PCT-DESCONTO ROUNDED =
                       WS-CT-DESCONTO(WS-C) * 100 / WS-CT-LISTA(WS-C)
             ELSE
               MOVE ZEROES TO WS-PCT-DESCONTO
             END-IF
             IF WS-CT-LOCACOES(WS-C) IS EQUAL TO ZEROES AND
                WS-CT-COBRADO(WS-C) IS EQUAL TO ZEROES
               ADD 1 TO WS-QTD-SEM-USO
             END-IF
             MOVE WS-CT-CONTRATO(WS-C)    TO WS-DT-CONTRATO
             MOVE WS-CT-CLIENTE(WS-C)     TO WS-DT-CLIENTE
             MOVE WS-CT-NOME(WS-C)        TO WS-DT-NOME
             MOVE WS-CT-LOCACOES(WS-C)    TO WS-DT-LOCACOES
             MOVE WS-CT-KM(WS-C)          TO WS-DT-KM
             MOVE WS-CT-KM-FRANQUIA(WS-C) TO WS-DT-KM-FRANQUIA
             MOVE WS-CT-LISTA(WS-C)       TO WS-DT-LISTA
             MOVE WS-CT-COBRADO(WS-C)     TO WS-DT-COBRADO
             MOVE WS-CT-DESCONTO(WS-C)    TO WS-DT-DESCONTO
             MOVE WS-PCT-DESCONTO         TO WS-DT-PCT
             MOVE WS-DETAIL-LINE          TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
             ADD WS-CT-LOCACOES(WS-C)    TO WS-TOT-LOCACOES
             ADD WS-CT-KM(WS-C)          TO WS-TOT-KM
             ADD WS-CT-KM-FRANQUIA(WS-C) TO WS-TOT-KM-FRANQUIA
             ADD WS-CT-LISTA(WS-C)       TO WS-TOT-LISTA
             ADD WS-CT-COBRADO(WS-C)     TO WS-TOT-COBRADO
             ADD WS-CT-DESCONTO(WS-C)    TO WS-TOT-DESCONTO
           END-PERFORM.
      *
           IF WS-TOT-LISTA IS GREATER THAN ZEROES
             COMPUTE WS-PCT-DESCONTO ROUNDED =
                     WS-TOT-DESCONTO * 100 / WS-TOT-LISTA
           ELSE
             MOVE ZEROES TO WS-PCT-DESCONTO
           END-IF.
           MOVE WS-TOT-LOCACOES    TO WS-TT-LOCACOES.
           MOVE WS-TOT-KM          TO WS-TT-KM.
           MOVE WS-TOT-KM-FRANQUIA TO WS-TT-KM-FRANQUIA.
           MOVE WS-TOT-LISTA       TO WS-TT-LISTA.
           MOVE WS-TOT-COBRADO     TO WS-TT-COBRADO.
           MOVE WS-TOT-DESCONTO    TO WS-TT-DESCONTO.
           MOVE WS-PCT-DESCONTO    TO WS-TT-PCT.
           MOVE SPACES             TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-TOTAL-LINE      TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           MOVE 'CONTRATOS SEM USO NO MES    : ' TO WS-SM-LIT.
           MOVE WS-QTD-SEM-USO TO WS-SM-QTD.
           MOVE WS-SUM-LINE    TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-TOT-DESCONTO TO WS-CONTROL-TOT.
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
           IF WS-TEM-CONTRATOS IS EQUAL TO 'S'
             CLOSE CONTRACT-FILE
           END-IF.
           CLOSE CUSTOMER-MASTER.
           CLOSE HISTORY-FILE.
           CLOSE REPORT-FILE.
      *
           COPY CPYFILCHK.
