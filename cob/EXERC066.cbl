      ******************************************************************
      * FILE NAME   : EXERC066                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : BANK RETURN (RETORNO) PROCESSING - MATCHES THE   *
      *               BANK'S RETBANCO RETURN RECORDS TO THE REMITTANCE *
      *               WE SENT (ANY FILE IN THE REMESSA LAYOUT - THE    *
      *               PAYROLL REMESSA, THE 13O DECREM, FERREM, ADIREM, *
      *               RESCREM OR A PREVIOUS REEMISS) AND FLAGS EACH    *
      *               PAYMENT PAID, REJECTED OR PENDING. REJECTIONS    *
      *               GO ON THE RETREJ REGISTER, AND EVERY REJECTION   *
      *               WHOSE BANKFILE DETAILS HAVE SINCE BEEN CORRECTED *
      *               IS REISSUED ON REEMISS IN THE REMESSA LAYOUT.    *
      *               PRINTS THE SENT-VERSUS-CONFIRMED RECONCILIATION  *
      *               PER REMITTANCE DATE FROM THE RETHIST HISTORY     *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FIRST VERSION - REJECTED PAYMENTS WERE ONLY     *
      *                FOUND WHEN THE EMPLOYEE COMPLAINED. THE         *
      *                REMESSA LAYOUT CARRIES NO DATE, SO ONE RUN      *
      *                RECONCILES ONE REMITTANCE: RETCTL NAMES ITS     *
      *                DATE AND ORIGIN, REMENV IS THE GENERATION SENT, *
      *                AND ONLY THE RETURN RECORDS ECHOING THAT DATE   *
      *                ARE MATCHED (BY MATRICULA AND VALUE). A RERUN   *
      *                FOR THE SAME REMITTANCE REPLACES ITS RETHIST    *
      *                LINE ON THE REPORT AND NEVER REGISTERS OR       *
      *                REISSUES THE SAME REJECTION TWICE.              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC066.
       AUTHOR. JM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE   ASSIGN TO RETCTL
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-CONTROL-STATUS.
      *
           SELECT REMIT-FILE     ASSIGN TO REMENV
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-REMIT-STATUS.
      *
           SELECT RETURN-FILE    ASSIGN TO RETBANCO
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-RETURN-STATUS.
      *
           SELECT BANK-FILE      ASSIGN TO BANKFILE
                                  ORGANIZATION IS INDEXED
                                  RECORD KEY IS BNK-MATRICULA
                                  ACCESS MODE IS DYNAMIC
                                  FILE STATUS IS WS-BANK-STATUS.
      *
           SELECT REJECT-FILE    ASSIGN TO RETREJ
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-REJECT-STATUS.
      *
           SELECT HIST-FILE      ASSIGN TO RETHIST
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-HIST-STATUS.
      *
           SELECT REISSUE-FILE   ASSIGN TO REEMISS
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-REISSUE-STATUS.
      *
           SELECT EXCEPT-FILE    ASSIGN TO RETEXC
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-EXCEPT-STATUS.
      *
           SELECT REPORT-FILE    ASSIGN TO RETRPT
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-REPORT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      * ONE CARD - THE REMITTANCE THIS RUN RECONCILES.
       FD  CONTROL-FILE.
       01  CONTROL-REC.
           05  CTL-DATA-REMESSA   PIC 9(08).
           05  CTL-ORIGEM         PIC X(08).
      *
      * THE REMITTANCE AS SENT - SAME FIXED LAYOUT AS EXERC004'S
      * REMESSA AND EVERY OTHER PAYMENT RUN'S.
       FD  REMIT-FILE.
       01  REM-REC.
           05  REM-MATRICULA      PIC 9(06).
           05  REM-NOME           PIC X(30).
           05  REM-BANCO          PIC 9(03).
           05  REM-AGENCIA        PIC 9(04).
           05  REM-CONTA          PIC 9(10).
           05  REM-VALOR          PIC 9(08)V9(02).
      *
      * BANK RETURN - THE BANK ECHOES THE REMITTANCE DATE AND THE
      * PAYMENT; RTN-OCORRENCIA '00' IS PAID, '01' IS STILL BEING
      * PROCESSED, ANY OTHER CODE IS A REJECTION.
       FD  RETURN-FILE.
       01  RTN-REC.
           05  RTN-DATA-REMESSA   PIC 9(08).
           05  RTN-MATRICULA      PIC 9(06).
           05  RTN-BANCO          PIC 9(03).
           05  RTN-AGENCIA        PIC 9(04).
           05  RTN-CONTA          PIC 9(10).
           05  RTN-VALOR          PIC 9(08)V9(02).
           05  RTN-OCORRENCIA     PIC X(02).
               88  RTN-PAGO       VALUE '00'.
               88  RTN-PENDENTE   VALUE '01'.
           05  RTN-DATA-PAGTO     PIC 9(08).
           05  RTN-MENSAGEM       PIC X(30).
      *
       FD  BANK-FILE.
       01  BNK-REC.
           05  BNK-MATRICULA      PIC 9(06).
           05  BNK-BANCO          PIC 9(03).
           05  BNK-AGENCIA        PIC 9(04).
           05  BNK-CONTA          PIC 9(10).
      *
      * REJECTION REGISTER - EVERY REJECTED PAYMENT ONCE, 'A' WHILE IT
      * WAITS FOR THE BANKFILE CORRECTION, 'E' ONCE REISSUED.
       FD  REJECT-FILE.
       01  REJ-REC.
           05  REJ-DATA-REMESSA   PIC 9(08).
           05  REJ-ORIGEM         PIC X(08).
           05  REJ-MATRICULA      PIC 9(06).
           05  REJ-NOME           PIC X(30).
           05  REJ-BANCO          PIC 9(03).
           05  REJ-AGENCIA        PIC 9(04).
           05  REJ-CONTA          PIC 9(10).
           05  REJ-VALOR          PIC 9(08)V9(02).
           05  REJ-OCORRENCIA     PIC X(02).
           05  REJ-SITUACAO       PIC X(01).
               88  REJ-AGUARDANDO VALUE 'A'.
               88  REJ-REEMITIDO  VALUE 'E'.
           05  REJ-DATA-REEMISSAO PIC 9(08).
      *
      * ONE RECONCILIATION LINE PER RUN.
       FD  HIST-FILE.
       01  RTH-REC.
           05  RTH-DATA-REMESSA   PIC 9(08).
           05  RTH-ORIGEM         PIC X(08).
           05  RTH-QTD-ENVIADA    PIC 9(05).
           05  RTH-VLR-ENVIADO    PIC 9(10)V9(02).
           05  RTH-QTD-PAGA       PIC 9(05).
           05  RTH-VLR-PAGO       PIC 9(10)V9(02).
           05  RTH-QTD-REJEITADA  PIC 9(05).
           05  RTH-VLR-REJEITADO  PIC 9(10)V9(02).
           05  RTH-QTD-PENDENTE   PIC 9(05).
           05  RTH-VLR-PENDENTE   PIC 9(10)V9(02).
           05  RTH-DATA-RUN       PIC 9(08).
      *
       FD  REISSUE-FILE.
       01  RMS-REC.
           05  RMS-MATRICULA      PIC 9(06).
           05  RMS-NOME           PIC X(30).
           05  RMS-BANCO          PIC 9(03).
           05  RMS-AGENCIA        PIC 9(04).
           05  RMS-CONTA          PIC 9(10).
           05  RMS-VALOR          PIC 9(08)V9(02).
      *
       FD  EXCEPT-FILE.
       01  EXCEPT-LINE            PIC X(100).
      *
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(120).
      *
       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS      PIC X(02) VALUE SPACES.
       01  WS-REMIT-STATUS        PIC X(02) VALUE SPACES.
       01  WS-RETURN-STATUS       PIC X(02) VALUE SPACES.
       01  WS-BANK-STATUS         PIC X(02) VALUE SPACES.
       01  WS-REJECT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-HIST-STATUS         PIC X(02) VALUE SPACES.
       01  WS-REISSUE-STATUS      PIC X(02) VALUE SPACES.
       01  WS-EXCEPT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
           COPY CPYEXCWS.
       01  WS-EOF-REMIT           PIC X(01) VALUE 'N'.
       01  WS-EOF-RETURN          PIC X(01) VALUE 'N'.
       01  WS-EOF-REJECT          PIC X(01) VALUE 'N'.
       01  WS-EOF-HIST            PIC X(01) VALUE 'N'.
      *
       01  WS-HOJE                PIC 9(08).
       01  WS-HOJE-R REDEFINES WS-HOJE.
           05  WS-HOJE-AAAA       PIC 9(04).
           05  WS-HOJE-MM         PIC 9(02).
           05  WS-HOJE-DD         PIC 9(02).
       01  WS-RUN-DATE-EDIT       PIC X(10).
      *
       01  WS-FUNCAO-DATECHK      PIC X(01) VALUE SPACE.
       01  WS-DATA-DATECHK        PIC 9(08) VALUE ZEROES.
       01  WS-RETORNO-DATECHK     PIC 9(02) VALUE ZEROES.
       01  WS-DIA-SEMANA          PIC 9(01) VALUE ZEROES.
      *
       01  WS-DATA-REMESSA        PIC 9(08) VALUE ZEROES.
       01  WS-ORIGEM              PIC X(08) VALUE SPACES.
      *
      * THE REMITTANCE AS SENT. WS-RMT-SITUACAO: SPACE = NO RETURN
      * YET, 'P' PAID, 'R' REJECTED, 'N' STILL AT THE BANK.
       01  WS-RMT-TAB.
           05  WS-RMT-LINHA       OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON WS-RMT-COUNT.
               10  WS-RMT-MATRICULA PIC 9(06).
               10  WS-RMT-NOME      PIC X(30).
               10  WS-RMT-BANCO     PIC 9(03).
               10  WS-RMT-AGENCIA   PIC 9(04).
               10  WS-RMT-CONTA     PIC 9(10).
               10  WS-RMT-VALOR     PIC 9(08)V9(02).
               10  WS-RMT-SITUACAO  PIC X(01).
               10  WS-RMT-OCORRENCIA PIC X(02).
       01  WS-RMT-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-R                   PIC 9(04) VALUE ZEROES.
       01  WS-RMT-ACHADO          PIC 9(04) VALUE ZEROES.
      *
      * THE REJECTION REGISTER, LOADED WHOLE AND WRITTEN BACK WHOLE.
       01  WS-REJ-TAB.
           05  WS-REJ-LINHA       OCCURS 1 TO 3000 TIMES
                                   DEPENDING ON WS-REJ-COUNT.
               10  WS-RJ-DATA-REMESSA PIC 9(08).
               10  WS-RJ-ORIGEM     PIC X(08).
               10  WS-RJ-MATRICULA  PIC 9(06).
               10  WS-RJ-NOME       PIC X(30).
               10  WS-RJ-BANCO      PIC 9(03).
               10  WS-RJ-AGENCIA    PIC 9(04).
               10  WS-RJ-CONTA      PIC 9(10).
               10  WS-RJ-VALOR      PIC 9(08)V9(02).
               10  WS-RJ-OCORRENCIA PIC X(02).
               10  WS-RJ-SITUACAO   PIC X(01).
               10  WS-RJ-DATA-REEMISSAO PIC 9(08).
       01  WS-REJ-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-J                   PIC 9(04) VALUE ZEROES.
       01  WS-JA-REGISTRADO       PIC X(01) VALUE 'N'.
      *
      * RECONCILIATION PER REMITTANCE - LATEST RUN OF EACH DATE AND
      * ORIGIN WINS.
       01  WS-HST-TAB.
           05  WS-HST-LINHA       OCCURS 500 TIMES.
               10  WS-HS-DATA-REMESSA PIC 9(08).
               10  WS-HS-ORIGEM     PIC X(08).
               10  WS-HS-VLR-ENVIADO PIC 9(10)V9(02).
               10  WS-HS-VLR-PAGO   PIC 9(10)V9(02).
               10  WS-HS-VLR-REJEITADO PIC 9(10)V9(02).
               10  WS-HS-VLR-PENDENTE PIC 9(10)V9(02).
       01  WS-HST-COUNT           PIC 9(03) VALUE ZEROES.
       01  WS-H                   PIC 9(03) VALUE ZEROES.
       01  WS-HST-POS             PIC 9(03) VALUE ZEROES.
      *
       01  WS-QTD-ENVIADA         PIC 9(05) VALUE ZEROES.
       01  WS-VLR-ENVIADO         PIC 9(10)V9(02) VALUE ZEROES.
       01  WS-QTD-PAGA            PIC 9(05) VALUE ZEROES.
       01  WS-VLR-PAGO            PIC 9(10)V9(02) VALUE ZEROES.
       01  WS-QTD-REJEITADA       PIC 9(05) VALUE ZEROES.
       01  WS-VLR-REJEITADO       PIC 9(10)V9(02) VALUE ZEROES.
       01  WS-QTD-PENDENTE        PIC 9(05) VALUE ZEROES.
       01  WS-VLR-PENDENTE        PIC 9(10)V9(02) VALUE ZEROES.
       01  WS-QTD-OUTRAS          PIC 9(07) VALUE ZEROES.
       01  WS-QTD-REEMITIDA       PIC 9(05) VALUE ZEROES.
       01  WS-VLR-REEMITIDO       PIC 9(10)V9(02) VALUE ZEROES.
       01  WS-QTD-AGUARDANDO      PIC 9(05) VALUE ZEROES.
       01  WS-TEM-BANCO           PIC X(01) VALUE 'N'.
      *
       01  WS-EXCEPT-DETAIL.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-EX-MATRICULA    PIC 9(06).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EX-VALOR        COPY CPYAMT.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EX-LIT          PIC X(40) VALUE SPACES.
      *
       01  WS-COL-HEADER.
           05  FILLER             PIC X(45) VALUE
               ' MATRIC  NOME                      BCO  AGEN '.
           05  FILLER             PIC X(45) VALUE
               '      CONTA          VALOR  SITUACAO'.
      *
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-MATRICULA    PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-NOME         PIC X(25).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-BANCO        PIC 9(03).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-AGENCIA      PIC 9(04).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-CONTA        PIC 9(10).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-VALOR        COPY CPYAMT.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-SITUACAO     PIC X(40).
      *
       01  WS-SUM-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-SM-LIT          PIC X(24).
           05  WS-SM-QTD          PIC ZZ.ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-SM-VALOR        COPY CPYAMT.
      *
       01  WS-CONC-HEADER.
           05  FILLER             PIC X(45) VALUE
               ' DT.REMES  ORIGEM        ENVIADO         PAGO'.
           05  FILLER             PIC X(45) VALUE
               '    REJEITADO     PENDENTE'.
      *
       01  WS-CONC-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-CL-DATA         PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-CL-ORIGEM       PIC X(08).
           05  WS-CL-ENVIADO      COPY CPYAMT.
           05  WS-CL-PAGO         COPY CPYAMT.
           05  WS-CL-REJEITADO    COPY CPYAMT.
           05  WS-CL-PENDENTE     COPY CPYAMT.
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
           PERFORM CARREGAR-REMESSA
             WITH TEST AFTER
             UNTIL WS-EOF-REMIT IS EQUAL TO 'Y'.
      *
      * RETREJ AND RETHIST DO NOT EXIST BEFORE THE FIRST RETURN.
           OPEN INPUT  REJECT-FILE.
           MOVE WS-REJECT-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS NOT EQUAL TO '35'
             MOVE 'REJECT-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM CARREGAR-REGISTRO-REJEICOES
               WITH TEST AFTER
               UNTIL WS-EOF-REJECT IS EQUAL TO 'Y'
             CLOSE REJECT-FILE
           END-IF.
      *
           OPEN INPUT  HIST-FILE.
           MOVE WS-HIST-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS NOT EQUAL TO '35'
             MOVE 'HIST-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM CARREGAR-HISTORICO
               WITH TEST AFTER
               UNTIL WS-EOF-HIST IS EQUAL TO 'Y'
             CLOSE HIST-FILE
           END-IF.
      *
           PERFORM PROCESSAR-RETORNO
             WITH TEST AFTER
             UNTIL WS-EOF-RETURN IS EQUAL TO 'Y'.
      *
           PERFORM CLASSIFICAR-REMESSA.
           PERFORM REEMITIR-CORRIGIDOS.
           PERFORM GRAVAR-REGISTRO-REJEICOES.
           PERFORM GRAVAR-HISTORICO.
           PERFORM IMPRIMIR-CONCILIACAO.
      *
           PERFORM FINALIZAR.
      *
           GOBACK.
      *
       INICIALIZAR.
           MOVE 'EXERC066' TO WS-EXL-PROGRAMA.
           MOVE 'RETEXC'   TO WS-EXL-ARQUIVO.
           MOVE 'M'        TO WS-EXL-SEVERIDADE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           MOVE WS-HOJE-DD   TO WS-RUN-DATE-EDIT(1:2).
           MOVE '/'          TO WS-RUN-DATE-EDIT(3:1).
           MOVE WS-HOJE-MM   TO WS-RUN-DATE-EDIT(4:2).
           MOVE '/'          TO WS-RUN-DATE-EDIT(6:1).
           MOVE WS-HOJE-AAAA TO WS-RUN-DATE-EDIT(7:4).
      *
           OPEN INPUT  CONTROL-FILE.
           MOVE WS-CONTROL-STATUS TO WS-FILE-STATUS.
           MOVE 'CONTROL-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           READ CONTROL-FILE.
           MOVE WS-CONTROL-STATUS TO WS-FILE-STATUS.
           MOVE 'CONTROL-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           MOVE CTL-DATA-REMESSA TO WS-DATA-REMESSA.
           MOVE CTL-ORIGEM       TO WS-ORIGEM.
           CLOSE CONTROL-FILE.
      *
           MOVE 'V'             TO WS-FUNCAO-DATECHK.
           MOVE WS-DATA-REMESSA TO WS-DATA-DATECHK.
           CALL 'DATECHK' USING WS-FUNCAO-DATECHK
                                WS-DATA-DATECHK
                                WS-RETORNO-DATECHK
                                WS-DIA-SEMANA
           END-CALL.
           IF WS-RETORNO-DATECHK IS NOT EQUAL TO ZEROES OR
              WS-ORIGEM IS EQUAL TO SPACES
             DISPLAY 'EXERC066 - RETCTL INVALIDO - DATA '
                     WS-DATA-REMESSA ' ORIGEM ' WS-ORIGEM
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
      *
           OPEN INPUT  REMIT-FILE.
           MOVE WS-REMIT-STATUS TO WS-FILE-STATUS.
           MOVE 'REMIT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN INPUT  RETURN-FILE.
           MOVE WS-RETURN-STATUS TO WS-FILE-STATUS.
           MOVE 'RETURN-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN INPUT  BANK-FILE.
           MOVE WS-BANK-STATUS TO WS-FILE-STATUS.
           MOVE 'BANK-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT REISSUE-FILE.
           MOVE WS-REISSUE-STATUS TO WS-FILE-STATUS.
           MOVE 'REISSUE-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT EXCEPT-FILE.
           MOVE WS-EXCEPT-STATUS TO WS-FILE-STATUS.
           MOVE 'EXCEPT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
           MOVE 'REPORT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           MOVE 'EXERC066'                    TO RP-HDR-PROGRAM.
           MOVE 'RETORNO BANCARIO DE PAGAMENTOS' TO RP-HDR-TITLE.
           MOVE WS-RUN-DATE-EDIT               TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO                     TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE                 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-COL-HEADER                  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       CARREGAR-REMESSA.
           READ REMIT-FILE
             AT END
               MOVE 'Y' TO WS-EOF-REMIT
           END-READ.
           MOVE WS-REMIT-STATUS TO WS-FILE-STATUS.
           MOVE 'REMIT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-REMIT IS NOT EQUAL TO 'Y'
             IF WS-RMT-COUNT IS NOT LESS THAN 2000
               DISPLAY 'EXERC066 - MAIS DE 2000 PAGAMENTOS NA'
                       ' REMESSA - RETORNO ABORTADO'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-RMT-COUNT
             MOVE REM-MATRICULA TO WS-RMT-MATRICULA(WS-RMT-COUNT)
             MOVE REM-NOME      TO WS-RMT-NOME(WS-RMT-COUNT)
             MOVE REM-BANCO     TO WS-RMT-BANCO(WS-RMT-COUNT)
             MOVE REM-AGENCIA   TO WS-RMT-AGENCIA(WS-RMT-COUNT)
             MOVE REM-CONTA     TO WS-RMT-CONTA(WS-RMT-COUNT)
             MOVE REM-VALOR     TO WS-RMT-VALOR(WS-RMT-COUNT)
             MOVE SPACE         TO WS-RMT-SITUACAO(WS-RMT-COUNT)
             MOVE SPACES        TO WS-RMT-OCORRENCIA(WS-RMT-COUNT)
             ADD 1              TO WS-QTD-ENVIADA
             ADD REM-VALOR      TO WS-VLR-ENVIADO
           END-IF.
      *
       CARREGAR-REGISTRO-REJEICOES.
           READ REJECT-FILE
             AT END
               MOVE 'Y' TO WS-EOF-REJECT
           END-READ.
           MOVE WS-REJECT-STATUS TO WS-FILE-STATUS.
           MOVE 'REJECT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-REJECT IS NOT EQUAL TO 'Y'
             IF WS-REJ-COUNT IS NOT LESS THAN 3000
               DISPLAY 'EXERC066 - MAIS DE 3000 REJEICOES NO'
                       ' RETREJ - RETORNO ABORTADO'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-REJ-COUNT
             MOVE REJ-DATA-REMESSA TO WS-RJ-DATA-REMESSA(WS-REJ-COUNT)
             MOVE REJ-ORIGEM       TO WS-RJ-ORIGEM(WS-REJ-COUNT)
             MOVE REJ-MATRICULA    TO WS-RJ-MATRICULA(WS-REJ-COUNT)
             MOVE REJ-NOME         TO WS-RJ-NOME(WS-REJ-COUNT)
             MOVE REJ-BANCO        TO WS-RJ-BANCO(WS-REJ-COUNT)
             MOVE REJ-AGENCIA      TO WS-RJ-AGENCIA(WS-REJ-COUNT)
             MOVE REJ-CONTA        TO WS-RJ-CONTA(WS-REJ-COUNT)
             MOVE REJ-VALOR        TO WS-RJ-VALOR(WS-REJ-COUNT)
             MOVE REJ-OCORRENCIA   TO WS-RJ-OCORRENCIA(WS-REJ-COUNT)
             MOVE REJ-SITUACAO     TO WS-RJ-SITUACAO(WS-REJ-COUNT)
             MOVE REJ-DATA-REEMISSAO
               TO WS-RJ-DATA-REEMISSAO(WS-REJ-COUNT)
           END-IF.
      *
      * A LATER RUN FOR THE SAME REMITTANCE REPLACES THE EARLIER LINE.
       CARREGAR-HISTORICO.
           READ HIST-FILE
             AT END
               MOVE 'Y' TO WS-EOF-HIST
           END-READ.
           MOVE WS-HIST-STATUS TO WS-FILE-STATUS.
           MOVE 'HIST-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-HIST IS NOT EQUAL TO 'Y'
             PERFORM LOCALIZAR-LINHA-HISTORICO
             IF WS-HST-POS IS NOT EQUAL TO ZEROES
               MOVE RTH-VLR-ENVIADO   TO WS-HS-VLR-ENVIADO(WS-HST-POS)
               MOVE RTH-VLR-PAGO      TO WS-HS-VLR-PAGO(WS-HST-POS)
               MOVE RTH-VLR-REJEITADO
                 TO WS-HS-VLR-REJEITADO(WS-HST-POS)
               MOVE RTH-VLR-PENDENTE  TO WS-HS-VLR-PENDENTE(WS-HST-POS)
             END-IF
           END-IF.
      *
       LOCALIZAR-LINHA-HISTORICO.
           MOVE ZEROES TO WS-HST-POS.
           PERFORM VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H > WS-HST-COUNT
             IF WS-HS-DATA-REMESSA(WS-H) IS EQUAL TO RTH-DATA-REMESSA
                AND WS-HS-ORIGEM(WS-H) IS EQUAL TO RTH-ORIGEM
               MOVE WS-H TO WS-HST-POS
               MOVE WS-HST-COUNT TO WS-H
             END-IF
           END-PERFORM.
           IF WS-HST-POS IS EQUAL TO ZEROES AND
              WS-HST-COUNT IS LESS THAN 500
             ADD 1 TO WS-HST-COUNT
             MOVE WS-HST-COUNT     TO WS-HST-POS
             MOVE RTH-DATA-REMESSA TO WS-HS-DATA-REMESSA(WS-HST-POS)
             MOVE RTH-ORIGEM       TO WS-HS-ORIGEM(WS-HST-POS)
           END-IF.
      *
      * RETURN RECORDS FOR ANOTHER REMITTANCE DATE ARE LEFT FOR THAT
      * REMITTANCE'S OWN RUN. A MATCH IS THE FIRST PAYMENT STILL
      * UNANSWERED WITH THE SAME MATRICULA AND VALUE.
       PROCESSAR-RETORNO.
           READ RETURN-FILE
             AT END
               MOVE 'Y' TO WS-EOF-RETURN
           END-READ.
           MOVE WS-RETURN-STATUS TO WS-FILE-STATUS.
           MOVE 'RETURN-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-RETURN IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             IF RTN-DATA-REMESSA IS NOT EQUAL TO WS-DATA-REMESSA
               ADD 1 TO WS-QTD-OUTRAS
             ELSE
               PERFORM CASAR-RETORNO
             END-IF
           END-IF.
      *
       CASAR-RETORNO.
           MOVE ZEROES TO WS-RMT-ACHADO.
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-RMT-COUNT
             IF WS-RMT-MATRICULA(WS-R) IS EQUAL TO RTN-MATRICULA AND
                WS-RMT-VALOR(WS-R) IS EQUAL TO RTN-VALOR AND
                (WS-RMT-SITUACAO(WS-R) IS EQUAL TO SPACE OR
                 WS-RMT-SITUACAO(WS-R) IS EQUAL TO 'N')
               MOVE WS-R TO WS-RMT-ACHADO
               MOVE WS-RMT-COUNT TO WS-R
             END-IF
           END-PERFORM.
      *
           IF WS-RMT-ACHADO IS EQUAL TO ZEROES
             MOVE RTN-MATRICULA TO WS-EX-MATRICULA
             MOVE RTN-VALOR     TO WS-EX-VALOR
             MOVE 'RETORNO SEM PAGAMENTO NA REMESSA' TO WS-EX-LIT
             PERFORM GRAVAR-EXCECAO
           ELSE
             MOVE RTN-OCORRENCIA TO WS-RMT-OCORRENCIA(WS-RMT-ACHADO)
             EVALUATE TRUE
               WHEN RTN-PAGO
                 MOVE 'P' TO WS-RMT-SITUACAO(WS-RMT-ACHADO)
               WHEN RTN-PENDENTE
                 MOVE 'N' TO WS-RMT-SITUACAO(WS-RMT-ACHADO)
               WHEN OTHER
                 MOVE 'R' TO WS-RMT-SITUACAO(WS-RMT-ACHADO)
                 MOVE RTN-MATRICULA TO WS-EX-MATRICULA
                 MOVE RTN-VALOR     TO WS-EX-VALOR
                 MOVE SPACES        TO WS-EX-LIT
                 STRING 'REJEITADO ' DELIMITED BY SIZE
                        RTN-OCORRENCIA DELIMITED BY SIZE
                        ' - '        DELIMITED BY SIZE
                        RTN-MENSAGEM DELIMITED BY SIZE
                   INTO WS-EX-LIT
                 END-STRING
                 PERFORM GRAVAR-EXCECAO
             END-EVALUATE
           END-IF.
      *
      * TOTALS THE OUTCOME OF EVERY PAYMENT SENT, PRINTS EVERY ONE
      * THAT WAS NOT PAID AND REGISTERS EACH NEW REJECTION.
       CLASSIFICAR-REMESSA.
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-RMT-COUNT
             EVALUATE WS-RMT-SITUACAO(WS-R)
               WHEN 'P'
                 ADD 1                  TO WS-QTD-PAGA
                 ADD WS-RMT-VALOR(WS-R) TO WS-VLR-PAGO
               WHEN 'R'
                 ADD 1                  TO WS-QTD-REJEITADA
                 ADD WS-RMT-VALOR(WS-R) TO WS-VLR-REJEITADO
                 MOVE SPACES TO WS-DT-SITUACAO
                 STRING 'REJEITADO - OCORRENCIA ' DELIMITED BY SIZE
                        WS-RMT-OCORRENCIA(WS-R)   DELIMITED BY SIZE
                   INTO WS-DT-SITUACAO
                 END-STRING
                 PERFORM IMPRIMIR-PAGAMENTO
                 PERFORM REGISTRAR-REJEICAO
               WHEN 'N'
                 ADD 1                  TO WS-QTD-PENDENTE
                 ADD WS-RMT-VALOR(WS-R) TO WS-VLR-PENDENTE
                 MOVE 'PENDENTE - EM PROCESSAMENTO NO BANCO'
                   TO WS-DT-SITUACAO
                 PERFORM IMPRIMIR-PAGAMENTO
               WHEN OTHER
                 ADD 1                  TO WS-QTD-PENDENTE
                 ADD WS-RMT-VALOR(WS-R) TO WS-VLR-PENDENTE
                 MOVE 'PENDENTE - SEM RETORNO DO BANCO'
                   TO WS-DT-SITUACAO
                 PERFORM IMPRIMIR-PAGAMENTO
             END-EVALUATE
           END-PERFORM.
      *
       IMPRIMIR-PAGAMENTO.
           MOVE WS-RMT-MATRICULA(WS-R) TO WS-DT-MATRICULA.
           MOVE WS-RMT-NOME(WS-R)      TO WS-DT-NOME.
           MOVE WS-RMT-BANCO(WS-R)     TO WS-DT-BANCO.
           MOVE WS-RMT-AGENCIA(WS-R)   TO WS-DT-AGENCIA.
           MOVE WS-RMT-CONTA(WS-R)     TO WS-DT-CONTA.
           MOVE WS-RMT-VALOR(WS-R)     TO WS-DT-VALOR.
           MOVE WS-DETAIL-LINE         TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * A REJECTION ALREADY ON THE REGISTER (A RERUN OF THE SAME
      * RETURN) KEEPS ITS EXISTING ROW AND SITUATION.
       REGISTRAR-REJEICAO.
           MOVE 'N' TO WS-JA-REGISTRADO.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-REJ-COUNT
             IF WS-RJ-DATA-REMESSA(WS-J) IS EQUAL TO WS-DATA-REMESSA
                AND WS-RJ-ORIGEM(WS-J) IS EQUAL TO WS-ORIGEM
                AND WS-RJ-MATRICULA(WS-J) IS EQUAL TO
                    WS-RMT-MATRICULA(WS-R)
                AND WS-RJ-VALOR(WS-J) IS EQUAL TO WS-RMT-VALOR(WS-R)
               MOVE 'S' TO WS-JA-REGISTRADO
               MOVE WS-REJ-COUNT TO WS-J
             END-IF
           END-PERFORM.
      *
           IF WS-JA-REGISTRADO IS EQUAL TO 'N'
             IF WS-REJ-COUNT IS NOT LESS THAN 3000
               DISPLAY 'EXERC066 - MAIS DE 3000 REJEICOES NO'
                       ' RETREJ - RETORNO ABORTADO'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-REJ-COUNT
             MOVE WS-DATA-REMESSA TO WS-RJ-DATA-REMESSA(WS-REJ-COUNT)
             MOVE WS-ORIGEM       TO WS-RJ-ORIGEM(WS-REJ-COUNT)
             MOVE WS-RMT-MATRICULA(WS-R)
               TO WS-RJ-MATRICULA(WS-REJ-COUNT)
             MOVE WS-RMT-NOME(WS-R)    TO WS-RJ-NOME(WS-REJ-COUNT)
             MOVE WS-RMT-BANCO(WS-R)   TO WS-RJ-BANCO(WS-REJ-COUNT)
             MOVE WS-RMT-AGENCIA(WS-R) TO WS-RJ-AGENCIA(WS-REJ-COUNT)
             MOVE WS-RMT-CONTA(WS-R)   TO WS-RJ-CONTA(WS-REJ-COUNT)
             MOVE WS-RMT-VALOR(WS-R)   TO WS-RJ-VALOR(WS-REJ-COUNT)
             MOVE WS-RMT-OCORRENCIA(WS-R)
               TO WS-RJ-OCORRENCIA(WS-REJ-COUNT)
             MOVE 'A'    TO WS-RJ-SITUACAO(WS-REJ-COUNT)
             MOVE ZEROES TO WS-RJ-DATA-REEMISSAO(WS-REJ-COUNT)
           END-IF.
      *
      * EVERY REJECTION STILL WAITING - FROM THIS RETURN OR AN EARLIER
      * ONE - IS REISSUED AS SOON AS BANKFILE HOLDS DIFFERENT DETAILS
      * FROM THE ONES THE BANK REFUSED. UNCHANGED DETAILS WOULD ONLY
      * BE REFUSED AGAIN, SO THOSE STAY ON THE REGISTER AND ARE LISTED.
       REEMITIR-CORRIGIDOS.
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-REJ-COUNT
             IF WS-RJ-SITUACAO(WS-J) IS EQUAL TO 'A'
               PERFORM VERIFICAR-CORRECAO
             END-IF
           END-PERFORM.
      *
       VERIFICAR-CORRECAO.
           MOVE WS-RJ-MATRICULA(WS-J) TO BNK-MATRICULA.
           READ BANK-FILE
             INVALID KEY
               MOVE 'N' TO WS-TEM-BANCO
             NOT INVALID KEY
               MOVE 'S' TO WS-TEM-BANCO
           END-READ.
      *
           IF WS-TEM-BANCO IS EQUAL TO 'S' AND
              (BNK-BANCO IS NOT EQUAL TO WS-RJ-BANCO(WS-J) OR
               BNK-AGENCIA IS NOT EQUAL TO WS-RJ-AGENCIA(WS-J) OR
               BNK-CONTA IS NOT EQUAL TO WS-RJ-CONTA(WS-J))
             MOVE WS-RJ-MATRICULA(WS-J) TO RMS-MATRICULA
             MOVE WS-RJ-NOME(WS-J)      TO RMS-NOME
             MOVE BNK-BANCO             TO RMS-BANCO
             MOVE BNK-AGENCIA           TO RMS-AGENCIA
             MOVE BNK-CONTA             TO RMS-CONTA
             MOVE WS-RJ-VALOR(WS-J)     TO RMS-VALOR
             WRITE RMS-REC
             MOVE WS-REISSUE-STATUS TO WS-FILE-STATUS
             MOVE 'REISSUE-FILE'    TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             MOVE 'E'     TO WS-RJ-SITUACAO(WS-J)
             MOVE WS-HOJE TO WS-RJ-DATA-REEMISSAO(WS-J)
             ADD 1                 TO WS-QTD-REEMITIDA
             ADD WS-RJ-VALOR(WS-J) TO WS-VLR-REEMITIDO
             ADD WS-RJ-VALOR(WS-J) TO WS-CONTROL-TOT
             MOVE SPACES TO WS-DT-SITUACAO
             STRING 'REEMITIDO - REMESSA ' DELIMITED BY SIZE
                    WS-RJ-DATA-REMESSA(WS-J) DELIMITED BY SIZE
                    ' '                    DELIMITED BY SIZE
                    WS-RJ-ORIGEM(WS-J)     DELIMITED BY SIZE
               INTO WS-DT-SITUACAO
             END-STRING
           ELSE
             ADD 1 TO WS-QTD-AGUARDANDO
             MOVE SPACES TO WS-DT-SITUACAO
             STRING 'AGUARDA BANKFILE - REMESSA ' DELIMITED BY SIZE
                    WS-RJ-DATA-REMESSA(WS-J) DELIMITED BY SIZE
               INTO WS-DT-SITUACAO
             END-STRING
           END-IF.
      *
           MOVE WS-RJ-MATRICULA(WS-J) TO WS-DT-MATRICULA.
           MOVE WS-RJ-NOME(WS-J)      TO WS-DT-NOME.
           IF WS-TEM-BANCO IS EQUAL TO 'S'
             MOVE BNK-BANCO           TO WS-DT-BANCO
             MOVE BNK-AGENCIA         TO WS-DT-AGENCIA
             MOVE BNK-CONTA           TO WS-DT-CONTA
           ELSE
             MOVE WS-RJ-BANCO(WS-J)   TO WS-DT-BANCO
             MOVE WS-RJ-AGENCIA(WS-J) TO WS-DT-AGENCIA
             MOVE WS-RJ-CONTA(WS-J)   TO WS-DT-CONTA
           END-IF.
           MOVE WS-RJ-VALOR(WS-J)     TO WS-DT-VALOR.
           MOVE WS-DETAIL-LINE        TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       GRAVAR-REGISTRO-REJEICOES.
           OPEN OUTPUT REJECT-FILE.
           MOVE WS-REJECT-STATUS TO WS-FILE-STATUS.
           MOVE 'REJECT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-REJ-COUNT
             MOVE WS-RJ-DATA-REMESSA(WS-J)   TO REJ-DATA-REMESSA
             MOVE WS-RJ-ORIGEM(WS-J)         TO REJ-ORIGEM
             MOVE WS-RJ-MATRICULA(WS-J)      TO REJ-MATRICULA
             MOVE WS-RJ-NOME(WS-J)           TO REJ-NOME
             MOVE WS-RJ-BANCO(WS-J)          TO REJ-BANCO
             MOVE WS-RJ-AGENCIA(WS-J)        TO REJ-AGENCIA
             MOVE WS-RJ-CONTA(WS-J)          TO REJ-CONTA
             MOVE WS-RJ-VALOR(WS-J)          TO REJ-VALOR
             MOVE WS-RJ-OCORRENCIA(WS-J)     TO REJ-OCORRENCIA
             MOVE WS-RJ-SITUACAO(WS-J)       TO REJ-SITUACAO
             MOVE WS-RJ-DATA-REEMISSAO(WS-J) TO REJ-DATA-REEMISSAO
             WRITE REJ-REC
             MOVE WS-REJECT-STATUS TO WS-FILE-STATUS
             MOVE 'REJECT-FILE'    TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
           END-PERFORM.
      *
           CLOSE REJECT-FILE.
      *
       GRAVAR-HISTORICO.
           MOVE WS-DATA-REMESSA  TO RTH-DATA-REMESSA.
           MOVE WS-ORIGEM        TO RTH-ORIGEM.
           MOVE WS-QTD-ENVIADA   TO RTH-QTD-ENVIADA.
           MOVE WS-VLR-ENVIADO   TO RTH-VLR-ENVIADO.
           MOVE WS-QTD-PAGA      TO RTH-QTD-PAGA.
           MOVE WS-VLR-PAGO      TO RTH-VLR-PAGO.
           MOVE WS-QTD-REJEITADA TO RTH-QTD-REJEITADA.
           MOVE WS-VLR-REJEITADO TO RTH-VLR-REJEITADO.
           MOVE WS-QTD-PENDENTE  TO RTH-QTD-PENDENTE.
           MOVE WS-VLR-PENDENTE  TO RTH-VLR-PENDENTE.
           MOVE WS-HOJE          TO RTH-DATA-RUN.
      *
           OPEN EXTEND HIST-FILE.
           MOVE WS-HIST-STATUS TO WS-FILE-STATUS.
           MOVE 'HIST-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           WRITE RTH-REC.
           MOVE WS-HIST-STATUS TO WS-FILE-STATUS.
           MOVE 'HIST-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           CLOSE HIST-FILE.
      *
           PERFORM LOCALIZAR-LINHA-HISTORICO.
           IF WS-HST-POS IS NOT EQUAL TO ZEROES
             MOVE WS-VLR-ENVIADO   TO WS-HS-VLR-ENVIADO(WS-HST-POS)
             MOVE WS-VLR-PAGO      TO WS-HS-VLR-PAGO(WS-HST-POS)
             MOVE WS-VLR-REJEITADO TO WS-HS-VLR-REJEITADO(WS-HST-POS)
             MOVE WS-VLR-PENDENTE  TO WS-HS-VLR-PENDENTE(WS-HST-POS)
           END-IF.
      *
       IMPRIMIR-CONCILIACAO.
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'PAGAMENTOS ENVIADOS   : ' TO WS-SM-LIT.
           MOVE WS-QTD-ENVIADA   TO WS-SM-QTD.
           MOVE WS-VLR-ENVIADO   TO WS-SM-VALOR.
           PERFORM IMPRIMIR-RESUMO.
           MOVE 'PAGOS PELO BANCO      : ' TO WS-SM-LIT.
           MOVE WS-QTD-PAGA      TO WS-SM-QTD.
           MOVE WS-VLR-PAGO      TO WS-SM-VALOR.
           PERFORM IMPRIMIR-RESUMO.
           MOVE 'REJEITADOS            : ' TO WS-SM-LIT.
           MOVE WS-QTD-REJEITADA TO WS-SM-QTD.
           MOVE WS-VLR-REJEITADO TO WS-SM-VALOR.
           PERFORM IMPRIMIR-RESUMO.
           MOVE 'PENDENTES             : ' TO WS-SM-LIT.
           MOVE WS-QTD-PENDENTE  TO WS-SM-QTD.
           MOVE WS-VLR-PENDENTE  TO WS-SM-VALOR.
           PERFORM IMPRIMIR-RESUMO.
           MOVE 'REEMITIDOS (REEMISS)  : ' TO WS-SM-LIT.
           MOVE WS-QTD-REEMITIDA TO WS-SM-QTD.
           MOVE WS-VLR-REEMITIDO TO WS-SM-VALOR.
           PERFORM IMPRIMIR-RESUMO.
           MOVE 'AGUARDANDO BANKFILE   : ' TO WS-SM-LIT.
           MOVE WS-QTD-AGUARDANDO TO WS-SM-QTD.
           MOVE ZEROES           TO WS-SM-VALOR.
           PERFORM IMPRIMIR-RESUMO.
           MOVE 'RETORNOS OUTRA DATA   : ' TO WS-SM-LIT.
           MOVE WS-QTD-OUTRAS    TO WS-SM-QTD.
           MOVE ZEROES           TO WS-SM-VALOR.
           PERFORM IMPRIMIR-RESUMO.
      *
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-CONC-HEADER TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           PERFORM VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H > WS-HST-COUNT
             MOVE WS-HS-DATA-REMESSA(WS-H)  TO WS-CL-DATA
             MOVE WS-HS-ORIGEM(WS-H)        TO WS-CL-ORIGEM
             MOVE WS-HS-VLR-ENVIADO(WS-H)   TO WS-CL-ENVIADO
             MOVE WS-HS-VLR-PAGO(WS-H)      TO WS-CL-PAGO
             MOVE WS-HS-VLR-REJEITADO(WS-H) TO WS-CL-REJEITADO
             MOVE WS-HS-VLR-PENDENTE(WS-H)  TO WS-CL-PENDENTE
             MOVE WS-CONC-LINE              TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
           END-PERFORM.
      *
       IMPRIMIR-RESUMO.
           MOVE WS-SUM-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       GRAVAR-EXCECAO.
           MOVE WS-EXCEPT-DETAIL TO EXCEPT-LINE.
           WRITE EXCEPT-LINE.
           MOVE WS-EXCEPT-STATUS TO WS-FILE-STATUS.
           MOVE 'EXCEPT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           PERFORM GRAVAR-EXCECAO-PADRAO.
      *
      * THE MACHINE-READABLE TWIN OF THE LINE JUST PRINTED - ONE
      * STANDARD RECORD PER EXCEPTION ON THE SHARED EXCPLOG.
       GRAVAR-EXCECAO-PADRAO.
           MOVE WS-EX-MATRICULA TO WS-EXL-CHAVE.
           MOVE WS-EX-LIT TO WS-EXL-MOTIVO.
           CALL 'EXCLOG' USING WS-EXL-PROGRAMA
                               WS-EXL-ARQUIVO
                               WS-EXL-CHAVE
                               WS-EXL-MOTIVO
                               WS-EXL-SEVERIDADE
           END-CALL.
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
           CLOSE REMIT-FILE.
           CLOSE RETURN-FILE.
           CLOSE BANK-FILE.
           CLOSE REISSUE-FILE.
           CLOSE EXCEPT-FILE.
           CLOSE REPORT-FILE.
      *
           COPY CPYFILCHK.
