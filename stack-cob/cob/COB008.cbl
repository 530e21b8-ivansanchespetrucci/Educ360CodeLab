      ******************************************************************
      * FILE NAME   : COB008                                           *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : COAF MONITORING OF FX OPERATIONS - READS THE     *
      *               FXOPER OPERATIONS COB001 RECORDS PER CUSTOMER    *
      *               AND RAISES A CASE FOR EVERY SINGLE OPERATION AT  *
      *               OR ABOVE THE REPORTING LIMIT, AND FOR EVERY SET  *
      *               OF TWO OR MORE SMALLER OPERATIONS BY THE SAME    *
      *               CUSTOMER THAT TOGETHER REACH IT WITHIN THE       *
      *               ROLLING WINDOW (STRUCTURING). EACH CASE GOES TO  *
      *               THE COAFCOM COMMUNICATION FILE AND THE COAFRPT   *
      *               COMPLIANCE REVIEW REPORT, AND EVERY OPERATION IT *
      *               COVERS IS APPENDED TO COAFHIST SO NO OPERATION   *
      *               IS EVER REPORTED TWICE. COAFHIST IS WRITTEN ONLY *
      *               AFTER COAFCOM IS CLOSED.                         *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FIRST VERSION - THE LIMIT (LIMITE-COAF, BRL     *
      *                9(08)V99) AND THE WINDOW (JANELA-DIAS) COME     *
      *                FROM PARMMAST, DEFAULTING TO 50.000,00 AND 30   *
      *                DAYS. AMOUNTS ARE THE BRL EQUIVALENTS COB001    *
      *                STORED AT THE REFERENCE RATE. ONLY OPERATIONS   *
      *                OF THE LAST TWO WINDOWS ARE EXAMINED, SO A      *
      *                LATE-ARRIVING OPERATION STILL MEETS THE ONES    *
      *                BEFORE IT. THE STEP ENDS WITH RC 4 WHEN NEW     *
      *                CASES WERE RAISED, FOR COMPLIANCE TO REVIEW.    *
      *                A RERUN AFTER A CLEAN END FINDS THE OPERATIONS  *
      *                ON COAFHIST AND RAISES NOTHING NEW; AFTER AN    *
      *                ABEND IT RAISES THEM AGAIN, AS THE DELETED      *
      *                COAFCOM NEVER REACHED COAF. THE STEP DOES NOT   *
      *                CONSULT THE SKPCHK RESTART LIST BECAUSE IT      *
      *                CATALOGS A NEW GENERATION.                      *
      * 2026-10-15 JM  COAFHIST WAS APPENDED AS EACH CASE WAS WRITTEN, *
      *                SO AN ABEND THAT DELETED THE NEW COAFCOM LEFT   *
      *                ITS OPERATIONS MARKED AS COMMUNICATED AND THEY  *
      *                WERE NEVER REPORTED. THE NIGHT'S OPERATIONS ARE *
      *                NOW HELD IN A TABLE AND APPENDED TO COAFHIST    *
      *                AFTER COAFCOM IS CLOSED; A RERUN AFTER AN       *
      *                ABEND RAISES THEM AGAIN. MORE THAN 5000 IN ONE  *
      *                NIGHT CLOSES COAFCOM, RECORDS WHAT WAS WRITTEN  *
      *                AND ENDS WITH RC 16; THE RERUN RAISES THE REST. *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COB008.
       AUTHOR. JM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATION-FILE  ASSIGN TO FXOPER
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-OPER-STATUS.
      *
           SELECT CUSTOMER-FILE   ASSIGN TO CUSTMAST
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS CUST-NUMERO
                                   FILE STATUS IS WS-CUST-STATUS.
      *
           SELECT HISTORY-FILE    ASSIGN TO COAFHIST
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-HIST-STATUS.
      *
           SELECT COMMUNIC-FILE   ASSIGN TO COAFCOM
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-COM-STATUS.
      *
           SELECT REPORT-FILE     ASSIGN TO COAFRPT
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.
      *
           SELECT RUNLOG-FILE    ASSIGN TO RUNLOG
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-RLG-STATUS.
      *
           SELECT SORT-FILE       ASSIGN TO SORTWK01.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATION-FILE.
       01  OPER-REC.
           05  OPR-ID.
               10  OPR-DATA-RUN   PIC 9(08).
               10  OPR-SEQ        PIC 9(06).
           05  OPR-DATA           PIC 9(08).
           05  OPR-CLIENTE        PIC 9(06).
           05  OPR-CPF-CNPJ       PIC X(14).
           05  OPR-MOEDA          PIC X(03).
           05  OPR-MOEDA-DEST     PIC X(03).
           05  OPR-SENTIDO        PIC X(01).
           05  OPR-VALOR          PIC 9(08)V9(02).
           05  OPR-VALOR-BRL      PIC 9(10)V9(02).
      *
       FD  CUSTOMER-FILE.
       01  CUST-REC.
           05  CUST-NUMERO        PIC 9(06).
           05  CUST-NOME          PIC X(30).
           05  CUST-ENDERECO      PIC X(30).
           05  CUST-CPF-CNPJ      PIC X(14).
           05  CUST-STATUS        PIC X(01).
               88  CUST-ATIVO     VALUE 'A'.
               88  CUST-INATIVO   VALUE 'I'.
      *
      * ONE RECORD PER OPERATION ALREADY COMMUNICATED.
       FD  HISTORY-FILE.
       01  HIST-REC.
           05  HST-OPR-ID         PIC X(14).
           05  HST-DATA-OPER      PIC 9(08).
           05  HST-CLIENTE        PIC 9(06).
           05  HST-CASO-ID.
               10  HST-CASO-DATA  PIC 9(08).
               10  HST-CASO-SEQ   PIC 9(06).
           05  HST-TIPO-CASO      PIC X(01).
           05  HST-DATA-COMUNIC   PIC 9(08).
      *
      * COMMUNICATION FILE - A 'C' CASE RECORD FOLLOWED BY ONE 'O'
      * RECORD PER OPERATION IN THE CASE.
       FD  COMMUNIC-FILE.
       01  COM-REC.
           05  COM-TIPO-REG       PIC X(01).
               88  COM-REG-CASO   VALUE 'C'.
               88  COM-REG-OPER   VALUE 'O'.
           05  COM-CASO-ID        PIC 9(14).
           05  COM-DADOS          PIC X(85).
       01  COM-CASO-REC.
           05  FILLER             PIC X(15).
           05  COM-TIPO-CASO      PIC X(01).
           05  COM-CLIENTE        PIC 9(06).
           05  COM-CPF-CNPJ       PIC X(14).
           05  COM-NOME           PIC X(30).
           05  COM-QTD-OPER       PIC 9(04).
           05  COM-VALOR-TOTAL    PIC 9(10)V9(02).
           05  COM-DATA-INI       PIC 9(08).
           05  COM-DATA-FIM       PIC 9(08).
           05  FILLER             PIC X(02).
       01  COM-OPER-REC.
           05  FILLER             PIC X(15).
           05  COM-OPR-ID         PIC X(14).
           05  COM-OPR-DATA       PIC 9(08).
           05  COM-OPR-MOEDA      PIC X(03).
           05  COM-OPR-MOEDA-DEST PIC X(03).
           05  COM-OPR-SENTIDO    PIC X(01).
           05  COM-OPR-VALOR      PIC 9(08)V9(02).
           05  COM-OPR-VALOR-BRL  PIC 9(10)V9(02).
           05  FILLER             PIC X(34).
      *
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(100).
      *
       FD  RUNLOG-FILE.
       01  RUNLOG-REC             PIC X(51).
      *
       SD  SORT-FILE.
       01  SRT-REC.
           05  SRT-OPR-ID         PIC X(14).
           05  SRT-DATA           PIC 9(08).
           05  SRT-CLIENTE        PIC 9(06).
           05  SRT-CPF-CNPJ       PIC X(14).
           05  SRT-MOEDA          PIC X(03).
           05  SRT-MOEDA-DEST     PIC X(03).
           05  SRT-SENTIDO        PIC X(01).
           05  SRT-VALOR          PIC 9(08)V9(02).
           05  SRT-VALOR-BRL      PIC 9(10)V9(02).
      *
       WORKING-STORAGE SECTION.
       77  WS-OPER-STATUS         PIC X(02) VALUE SPACES.
       77  WS-CUST-STATUS         PIC X(02) VALUE SPACES.
       77  WS-HIST-STATUS         PIC X(02) VALUE SPACES.
       77  WS-COM-STATUS          PIC X(02) VALUE SPACES.
       77  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
       77  WS-RLG-STATUS          PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
           COPY CPYPRMWS.
       77  WS-EOF-OPER            PIC X(01) VALUE 'N'.
       77  WS-EOF-HIST            PIC X(01) VALUE 'N'.
       77  WS-FIM-SORT            PIC X(01) VALUE 'N'.
       77  WS-RUN-DATE-NUM        PIC 9(08) VALUE ZEROES.
       77  WS-RC-FINAL            PIC 9(02) VALUE ZEROES.
      *
      * PARAMETERS, WITH THEIR DEFAULTS.
       77  WS-LIMITE-COAF         PIC 9(08)V9(02) VALUE 50000,00.
       77  WS-JANELA-DIAS         PIC 9(03) VALUE 030.
       01  WS-VALOR-PARM          PIC X(10) VALUE ZEROES.
       01  WS-VALOR-PARM-N REDEFINES WS-VALOR-PARM
                                   PIC 9(08)V9(02).
       77  WS-DIA-RUN-INT         PIC 9(08) VALUE ZEROES.
       77  WS-DIA-CORTE-INT       PIC 9(08) VALUE ZEROES.
       77  WS-DATA-CORTE          PIC 9(08) VALUE ZEROES.
      *
      * OPERATIONS ALREADY COMMUNICATED, FROM THE CUTOFF ON.
       01  WS-HIST-TAB.
           05  WS-HIST-OPR-ID     PIC X(14) OCCURS 5000 TIMES.
       77  WS-QTD-HIST            PIC 9(04) VALUE ZEROES.
       77  WS-H                   PIC 9(04) VALUE ZEROES.
       77  WS-JA-COMUNICADA       PIC X(01) VALUE 'N'.
      *
      * OPERATIONS COMMUNICATED TONIGHT - APPENDED TO COAFHIST ONLY
      * ONCE COAFCOM IS CLOSED.
       01  WS-NOVO-HIST-TAB.
           05  WS-NH-LINHA OCCURS 5000 TIMES.
               10  WS-NH-OPR-ID    PIC X(14).
               10  WS-NH-DATA-OPER PIC 9(08).
               10  WS-NH-CLIENTE   PIC 9(06).
               10  WS-NH-CASO-ID   PIC X(14).
               10  WS-NH-TIPO-CASO PIC X(01).
       77  WS-QTD-NOVO-HIST       PIC 9(04) VALUE ZEROES.
      *
      * ONE CUSTOMER'S OPERATIONS, IN DATE ORDER.
       01  WS-OPER-TAB.
           05  WS-OPER-LINHA OCCURS 500 TIMES.
               10  WS-OP-ID        PIC X(14).
               10  WS-OP-DATA      PIC 9(08).
               10  WS-OP-DIA-INT   PIC 9(08).
               10  WS-OP-MOEDA     PIC X(03).
               10  WS-OP-MOEDA-DEST PIC X(03).
               10  WS-OP-SENTIDO   PIC X(01).
               10  WS-OP-VALOR     PIC 9(08)V9(02).
               10  WS-OP-VALOR-BRL PIC 9(10)V9(02).
               10  WS-OP-COMUNICADA PIC X(01).
               10  WS-OP-NO-CASO   PIC X(01).
       77  WS-QTD-OPER-CLI        PIC 9(03) VALUE ZEROES.
       77  WS-I                   PIC 9(03) VALUE ZEROES.
       77  WS-J                   PIC 9(03) VALUE ZEROES.
       77  WS-CLIENTE-ATUAL       PIC 9(06) VALUE ZEROES.
       77  WS-CPF-CNPJ-ATUAL      PIC X(14) VALUE SPACES.
       77  WS-PRIMEIRO-CLIENTE    PIC X(01) VALUE 'S'.
      *
      * THE CASE BEING BUILT.
       77  WS-INICIO-JANELA       PIC 9(08) VALUE ZEROES.
       77  WS-SOMA-JANELA         PIC 9(10)V9(02) VALUE ZEROES.
       77  WS-QTD-JANELA          PIC 9(03) VALUE ZEROES.
       77  WS-TIPO-CASO           PIC X(01) VALUE SPACE.
       77  WS-SEQ-CASO            PIC 9(06) VALUE ZEROES.
       01  WS-CASO-ID.
           05  WS-CASO-DATA       PIC 9(08).
           05  WS-CASO-SEQ        PIC 9(06).
       01  WS-CASO-ID-N REDEFINES WS-CASO-ID
                                   PIC 9(14).
       77  WS-CASO-VALOR          PIC 9(10)V9(02) VALUE ZEROES.
       77  WS-CASO-QTD            PIC 9(04) VALUE ZEROES.
       77  WS-CASO-DATA-INI       PIC 9(08) VALUE ZEROES.
       77  WS-CASO-DATA-FIM       PIC 9(08) VALUE ZEROES.
       77  WS-NOME-CLIENTE        PIC X(30) VALUE SPACES.
      *
       77  WS-QTD-OPERACOES       PIC 9(07) VALUE ZEROES.
       77  WS-QTD-CASOS-UNICA     PIC 9(05) VALUE ZEROES.
       77  WS-QTD-CASOS-FRAC      PIC 9(05) VALUE ZEROES.
       77  WS-QTD-OPER-COMUNIC    PIC 9(05) VALUE ZEROES.
      *
       01  WS-PARM-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(16) VALUE 'LIMITE (BRL): '.
           05  WS-PL-LIMITE       PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  FILLER             PIC X(08) VALUE 'JANELA: '.
           05  WS-PL-JANELA       PIC ZZ9.
           05  FILLER             PIC X(07) VALUE ' DIAS'.
      *
       01  WS-CASO-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(05) VALUE 'CASO '.
           05  WS-CL-CASO-ID      PIC 9(14).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-CL-TIPO         PIC X(15).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-CL-CLIENTE      PIC 9(06).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-CL-NOME         PIC X(30).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-CL-CPF-CNPJ     PIC X(14).
      *
       01  WS-COL-HEADER.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  FILLER             PIC X(12) VALUE 'DATA'.
           05  FILLER             PIC X(16) VALUE 'OPERACAO'.
           05  FILLER             PIC X(11) VALUE 'MOEDAS'.
           05  FILLER             PIC X(04) VALUE 'S'.
           05  FILLER             PIC X(17) VALUE '           VALOR'.
           05  FILLER             PIC X(17) VALUE '       VALOR BRL'.
      *
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  WS-DT-DATA         PIC X(10).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-OPR-ID       PIC X(14).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-MOEDA        PIC X(03).
           05  FILLER             PIC X(01) VALUE '/'.
           05  WS-DT-MOEDA-DEST   PIC X(03).
           05  FILLER             PIC X(04) VALUE SPACES.
           05  WS-DT-SENTIDO      PIC X(01).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-DT-VALOR        PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-VALOR-BRL    PIC Z.ZZZ.ZZZ.ZZ9,99.
      *
       01  WS-TOTAL-LINE.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  FILLER             PIC X(10) VALUE 'TOTAL DE '.
           05  WS-TL-QTD          PIC ZZZ9.
           05  FILLER             PIC X(14) VALUE ' OPERACAO(OES)'.
           05  FILLER             PIC X(04) VALUE ' DE '.
           05  WS-TL-DATA-INI     PIC X(10).
           05  FILLER             PIC X(03) VALUE ' A '.
           05  WS-TL-DATA-FIM     PIC X(10).
           05  FILLER             PIC X(04) VALUE SPACES.
           05  WS-TL-VALOR        PIC Z.ZZZ.ZZZ.ZZ9,99.
      *
       01  WS-DATA-EDIT-IN        PIC 9(08) VALUE ZEROES.
       01  WS-DATA-EDIT-OUT       PIC X(10) VALUE SPACES.
      *
       01  WS-RESUMO-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-RS-LIT          PIC X(40).
           05  WS-RS-QTD          PIC Z.ZZZ.ZZ9.
      *
       01  WS-MSG-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-MSG-TEXTO       PIC X(70).
      *
           COPY CPYRPTHD.
           COPY CPYRPTTL.
           COPY CPYRUNLG.
      *
       01  WS-RUN-DATE.
           05  WS-RUN-YYYY        PIC 9(04).
           05  WS-RUN-MM          PIC 9(02).
           05  WS-RUN-DD          PIC 9(02).
       01  WS-RUN-DATE-EDIT       PIC X(10).
      *
       77  WS-PAGE-NO             PIC 9(04) VALUE ZEROES.
       77  WS-RECS-READ           PIC 9(07) VALUE ZEROES.
       77  WS-RECS-WRTN           PIC 9(07) VALUE ZEROES.
       77  WS-CONTROL-TOT         PIC 9(10)V9(02) VALUE ZEROES.
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM INICIALIZAR.
      *
           SORT SORT-FILE
             ON ASCENDING KEY SRT-CLIENTE
                              SRT-DATA
                              SRT-OPR-ID
             INPUT PROCEDURE IS SELECIONAR-OPERACOES
             OUTPUT PROCEDURE IS ANALISAR-CLIENTES.
      *
           IF WS-QTD-CASOS-UNICA IS GREATER THAN ZEROES OR
              WS-QTD-CASOS-FRAC IS GREATER THAN ZEROES
             MOVE 4 TO WS-RC-FINAL
           ELSE
             MOVE 'NENHUM CASO NOVO A COMUNICAR' TO WS-MSG-TEXTO
             MOVE WS-MSG-LINE TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.
      *
           PERFORM FINALIZAR.
      *
           MOVE WS-RC-FINAL TO RETURN-CODE.
           PERFORM GRAVAR-RUNLOG.
           GOBACK.
      *
       INICIALIZAR.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DD   TO WS-RUN-DATE-EDIT(1:2).
           MOVE '/'         TO WS-RUN-DATE-EDIT(3:1).
           MOVE WS-RUN-MM   TO WS-RUN-DATE-EDIT(4:2).
           MOVE '/'         TO WS-RUN-DATE-EDIT(6:1).
           MOVE WS-RUN-YYYY TO WS-RUN-DATE-EDIT(7:4).
           MOVE WS-RUN-YYYY TO WS-RUN-DATE-NUM(1:4).
           MOVE WS-RUN-MM   TO WS-RUN-DATE-NUM(5:2).
           MOVE WS-RUN-DD   TO WS-RUN-DATE-NUM(7:2).
      *
           PERFORM CARREGAR-PARAMETROS.
      *
      * TWO WINDOWS BACK - ANY OLDER OPERATION CAN NO LONGER SHARE A
      * WINDOW WITH ONE THAT IS STILL UNEXAMINED.
           COMPUTE WS-DIA-RUN-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
           COMPUTE WS-DIA-CORTE-INT =
                   WS-DIA-RUN-INT - (2 * WS-JANELA-DIAS) + 1.
           COMPUTE WS-DATA-CORTE =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-CORTE-INT).
      *
           PERFORM CARREGAR-HISTORICO.
      *
           OPEN INPUT  CUSTOMER-FILE.
           MOVE WS-CUST-STATUS    TO WS-FILE-STATUS.
           MOVE 'CUSTOMER-FILE'   TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
      * NO FXOPER YET IS THE SAME AS NO OPERATIONS.
           OPEN INPUT  OPERATION-FILE.
           IF WS-OPER-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO WS-EOF-OPER
           ELSE
             MOVE WS-OPER-STATUS    TO WS-FILE-STATUS
             MOVE 'OPERATION-FILE'  TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
           END-IF.
      *
           OPEN OUTPUT COMMUNIC-FILE.
           MOVE WS-COM-STATUS     TO WS-FILE-STATUS.
           MOVE 'COMMUNIC-FILE'   TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
           MOVE 'REPORT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           MOVE 'COB008'                   TO RP-HDR-PROGRAM.
           MOVE 'MONITORAMENTO COAF - CAMBIO' TO RP-HDR-TITLE.
           MOVE WS-RUN-DATE-EDIT            TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO                  TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE              TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-LIMITE-COAF              TO WS-PL-LIMITE.
           MOVE WS-JANELA-DIAS              TO WS-PL-JANELA.
           MOVE WS-PARM-LINE                TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * AN AMOUNT THAT IS NOT A NUMERIC TYPE 'N' VALUE IS TREATED AS
      * NO PARAMETER AT ALL, SO THE DEFAULT STANDS.
       CARREGAR-PARAMETROS.
           MOVE 'COB008'       TO WS-PRM-PROGRAMA.
           MOVE 'LIMITE-COAF ' TO WS-PRM-NOME.
           PERFORM BUSCAR-PARAMETRO.
           IF WS-PRM-RETORNO IS EQUAL TO ZEROES
             IF WS-PRM-TIPO IS EQUAL TO 'N' AND
                WS-PRM-VALOR(1:10) IS NUMERIC
               MOVE WS-PRM-VALOR(1:10) TO WS-VALOR-PARM
               IF WS-VALOR-PARM-N IS GREATER THAN ZEROES
                 MOVE WS-VALOR-PARM-N TO WS-LIMITE-COAF
               END-IF
             END-IF
           END-IF.
      *
           MOVE 'JANELA-DIAS ' TO WS-PRM-NOME.
           PERFORM BUSCAR-PARAMETRO.
           IF WS-PRM-RETORNO IS EQUAL TO ZEROES
             IF WS-PRM-TIPO IS EQUAL TO 'N' AND
                WS-PRM-VALOR(1:3) IS NUMERIC
               IF WS-PRM-VALOR(1:3) IS GREATER THAN '000'
                 MOVE WS-PRM-VALOR(1:3) TO WS-JANELA-DIAS
               END-IF
             END-IF
           END-IF.
      *
      * NO COAFHIST YET MEANS NOTHING WAS EVER COMMUNICATED. TODAY'S
      * CASES ALREADY ON IT SET WHERE THE CASE NUMBERING RESUMES.
       CARREGAR-HISTORICO.
           OPEN INPUT  HISTORY-FILE.
           IF WS-HIST-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO WS-EOF-HIST
           ELSE
             MOVE WS-HIST-STATUS    TO WS-FILE-STATUS
             MOVE 'HISTORY-FILE'    TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM LER-HISTORICO
               WITH TEST AFTER
               UNTIL WS-EOF-HIST IS EQUAL TO 'Y'
             CLOSE HISTORY-FILE
           END-IF.
      *
       LER-HISTORICO.
           READ HISTORY-FILE
             AT END
               MOVE 'Y' TO WS-EOF-HIST
           END-READ.
           MOVE WS-HIST-STATUS    TO WS-FILE-STATUS.
           MOVE 'HISTORY-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-HIST IS NOT EQUAL TO 'Y'
             IF HST-CASO-DATA IS EQUAL TO WS-RUN-DATE-NUM AND
                HST-CASO-SEQ IS GREATER THAN WS-SEQ-CASO
               MOVE HST-CASO-SEQ TO WS-SEQ-CASO
             END-IF
             IF HST-DATA-OPER IS NOT LESS THAN WS-DATA-CORTE
               IF WS-QTD-HIST IS EQUAL TO 5000
                 DISPLAY 'COB008 - COAFHIST TABLE FULL (5000)'
                 MOVE 16 TO RETURN-CODE
                 GOBACK
               END-IF
               ADD 1 TO WS-QTD-HIST
               MOVE HST-OPR-ID TO WS-HIST-OPR-ID(WS-QTD-HIST)
             END-IF
           END-IF.
      *
      ******************************************************************
      * SORT INPUT PROCEDURE - THE OPERATIONS FROM THE CUTOFF ON.      *
      ******************************************************************
       SELECIONAR-OPERACOES.
           IF WS-EOF-OPER IS NOT EQUAL TO 'Y'
             PERFORM LER-OPERACAO
               WITH TEST AFTER
               UNTIL WS-EOF-OPER IS EQUAL TO 'Y'
           END-IF.
      *
       LER-OPERACAO.
           READ OPERATION-FILE
             AT END
               MOVE 'Y' TO WS-EOF-OPER
           END-READ.
           MOVE WS-OPER-STATUS    TO WS-FILE-STATUS.
           MOVE 'OPERATION-FILE'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-OPER IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             IF OPR-DATA IS NOT LESS THAN WS-DATA-CORTE AND
                OPR-DATA IS NOT GREATER THAN WS-RUN-DATE-NUM
               ADD 1 TO WS-QTD-OPERACOES
               MOVE OPR-ID          TO SRT-OPR-ID
               MOVE OPR-DATA        TO SRT-DATA
               MOVE OPR-CLIENTE     TO SRT-CLIENTE
               MOVE OPR-CPF-CNPJ    TO SRT-CPF-CNPJ
               MOVE OPR-MOEDA       TO SRT-MOEDA
               MOVE OPR-MOEDA-DEST  TO SRT-MOEDA-DEST
               MOVE OPR-SENTIDO     TO SRT-SENTIDO
               MOVE OPR-VALOR       TO SRT-VALOR
               MOVE OPR-VALOR-BRL   TO SRT-VALOR-BRL
               RELEASE SRT-REC
             END-IF
           END-IF.
      *
      ******************************************************************
      * SORT OUTPUT PROCEDURE - ONE CUSTOMER'S OPERATIONS AT A TIME.   *
      ******************************************************************
       ANALISAR-CLIENTES.
           PERFORM RETORNAR-OPERACAO
             WITH TEST AFTER
             UNTIL WS-FIM-SORT IS EQUAL TO 'Y'.
      *
           IF WS-QTD-OPER-CLI IS GREATER THAN ZEROES
             PERFORM ANALISAR-CLIENTE
           END-IF.
      *
       RETORNAR-OPERACAO.
           RETURN SORT-FILE
             AT END
               MOVE 'Y' TO WS-FIM-SORT
           END-RETURN.
      *
           IF WS-FIM-SORT IS NOT EQUAL TO 'Y'
             IF WS-PRIMEIRO-CLIENTE IS EQUAL TO 'S'
               MOVE 'N'         TO WS-PRIMEIRO-CLIENTE
               MOVE SRT-CLIENTE TO WS-CLIENTE-ATUAL
             END-IF
             IF SRT-CLIENTE IS NOT EQUAL TO WS-CLIENTE-ATUAL
               PERFORM ANALISAR-CLIENTE
               MOVE SRT-CLIENTE TO WS-CLIENTE-ATUAL
               MOVE ZEROES      TO WS-QTD-OPER-CLI
             END-IF
             PERFORM GUARDAR-OPERACAO
           END-IF.
      *
       GUARDAR-OPERACAO.
           IF WS-QTD-OPER-CLI IS EQUAL TO 500
             DISPLAY 'COB008 - OPERATIONS PER CUSTOMER TABLE FULL (500)'
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
           ADD 1 TO WS-QTD-OPER-CLI.
           MOVE WS-QTD-OPER-CLI  TO WS-I.
           MOVE SRT-CPF-CNPJ     TO WS-CPF-CNPJ-ATUAL.
           MOVE SRT-OPR-ID       TO WS-OP-ID(WS-I).
           MOVE SRT-DATA         TO WS-OP-DATA(WS-I).
           COMPUTE WS-OP-DIA-INT(WS-I) =
                   FUNCTION INTEGER-OF-DATE(SRT-DATA).
           MOVE SRT-MOEDA        TO WS-OP-MOEDA(WS-I).
           MOVE SRT-MOEDA-DEST   TO WS-OP-MOEDA-DEST(WS-I).
           MOVE SRT-SENTIDO      TO WS-OP-SENTIDO(WS-I).
           MOVE SRT-VALOR        TO WS-OP-VALOR(WS-I).
           MOVE SRT-VALOR-BRL    TO WS-OP-VALOR-BRL(WS-I).
           MOVE 'N'              TO WS-OP-NO-CASO(WS-I).
      *
           MOVE 'N' TO WS-JA-COMUNICADA.
           PERFORM VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H IS GREATER THAN WS-QTD-HIST
                      OR WS-JA-COMUNICADA IS EQUAL TO 'S'
             IF WS-HIST-OPR-ID(WS-H) IS EQUAL TO SRT-OPR-ID
               MOVE 'S' TO WS-JA-COMUNICADA
             END-IF
           END-PERFORM.
           MOVE WS-JA-COMUNICADA TO WS-OP-COMUNICADA(WS-I).
      *
      * SINGLE OPERATIONS AT OR ABOVE THE LIMIT FIRST, EACH ITS OWN
      * CASE. THEN EVERY STILL-UNREPORTED OPERATION IS TAKEN AS THE
      * END OF A WINDOW: IF THE UNREPORTED OPERATIONS OF THE JANELA
      * DAYS UP TO IT ARE TWO OR MORE AND TOGETHER REACH THE LIMIT,
      * THEY FORM ONE STRUCTURING CASE.
       ANALISAR-CLIENTE.
           MOVE SPACES TO WS-NOME-CLIENTE.
           MOVE WS-CLIENTE-ATUAL TO CUST-NUMERO.
           READ CUSTOMER-FILE
             INVALID KEY
               MOVE '** NAO CADASTRADO NO CUSTMAST **'
                 TO WS-NOME-CLIENTE
             NOT INVALID KEY
               MOVE CUST-NOME TO WS-NOME-CLIENTE
           END-READ.
      *
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I IS GREATER THAN WS-QTD-OPER-CLI
             IF WS-OP-COMUNICADA(WS-I) IS EQUAL TO 'N' AND
                WS-OP-VALOR-BRL(WS-I) IS NOT LESS THAN WS-LIMITE-COAF
               MOVE 'S' TO WS-OP-NO-CASO(WS-I)
               MOVE 'U' TO WS-TIPO-CASO
               PERFORM REGISTRAR-CASO
             END-IF
           END-PERFORM.
      *
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I IS GREATER THAN WS-QTD-OPER-CLI
             IF WS-OP-COMUNICADA(WS-I) IS EQUAL TO 'N'
               PERFORM SOMAR-JANELA
               IF WS-QTD-JANELA IS GREATER THAN 1 AND
                  WS-SOMA-JANELA IS NOT LESS THAN WS-LIMITE-COAF
                 MOVE 'F' TO WS-TIPO-CASO
                 PERFORM REGISTRAR-CASO
               END-IF
             END-IF
           END-PERFORM.
      *
      * MARKS IN WS-OP-NO-CASO THE UNREPORTED OPERATIONS OF THE WINDOW
      * ENDING AT OPERATION WS-I.
       SOMAR-JANELA.
           MOVE ZEROES TO WS-SOMA-JANELA.
           MOVE ZEROES TO WS-QTD-JANELA.
           COMPUTE WS-INICIO-JANELA =
                   WS-OP-DIA-INT(WS-I) - WS-JANELA-DIAS + 1.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J IS GREATER THAN WS-I
             MOVE 'N' TO WS-OP-NO-CASO(WS-J)
             IF WS-OP-COMUNICADA(WS-J) IS EQUAL TO 'N' AND
                WS-OP-DIA-INT(WS-J) IS NOT LESS THAN WS-INICIO-JANELA
               MOVE 'S' TO WS-OP-NO-CASO(WS-J)
               ADD 1 TO WS-QTD-JANELA
               ADD WS-OP-VALOR-BRL(WS-J) TO WS-SOMA-JANELA
             END-IF
           END-PERFORM.
      *
      * WRITES THE CASE FOR THE OPERATIONS MARKED IN WS-OP-NO-CASO:
      * CASE RECORD, OPERATION RECORDS, REPORT BLOCK AND HISTORY.
       REGISTRAR-CASO.
           ADD 1 TO WS-SEQ-CASO.
           MOVE WS-RUN-DATE-NUM TO WS-CASO-DATA.
           MOVE WS-SEQ-CASO     TO WS-CASO-SEQ.
           MOVE ZEROES TO WS-CASO-VALOR.
           MOVE ZEROES TO WS-CASO-QTD.
           MOVE ZEROES TO WS-CASO-DATA-INI.
           MOVE ZEROES TO WS-CASO-DATA-FIM.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J IS GREATER THAN WS-QTD-OPER-CLI
             IF WS-OP-NO-CASO(WS-J) IS EQUAL TO 'S'
               ADD 1 TO WS-CASO-QTD
               ADD WS-OP-VALOR-BRL(WS-J) TO WS-CASO-VALOR
               IF WS-CASO-DATA-INI IS EQUAL TO ZEROES
                 MOVE WS-OP-DATA(WS-J) TO WS-CASO-DATA-INI
               END-IF
               MOVE WS-OP-DATA(WS-J) TO WS-CASO-DATA-FIM
             END-IF
           END-PERFORM.
      *
      * NO ROOM TO REMEMBER THIS CASE'S OPERATIONS: THE CASES ALREADY
      * ON COAFCOM ARE RECORDED AND THE RUN STOPS BEFORE THIS ONE.
           IF WS-QTD-NOVO-HIST + WS-CASO-QTD IS GREATER THAN 5000
             DISPLAY 'COB008 - MAIS DE 5000 OPERACOES A COMUNICAR - '
                     'RODADA INTERROMPIDA, REPROCESSAR'
             CLOSE COMMUNIC-FILE
             PERFORM GRAVAR-HISTORICO
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
      *
           IF WS-TIPO-CASO IS EQUAL TO 'U'
             ADD 1 TO WS-QTD-CASOS-UNICA
             MOVE 'OPERACAO UNICA' TO WS-CL-TIPO
           ELSE
             ADD 1 TO WS-QTD-CASOS-FRAC
             MOVE 'FRACIONAMENTO' TO WS-CL-TIPO
           END-IF.
           ADD WS-CASO-VALOR TO WS-CONTROL-TOT.
      *
           MOVE SPACES            TO COM-REC.
           MOVE 'C'               TO COM-TIPO-REG.
           MOVE WS-CASO-ID-N      TO COM-CASO-ID.
           MOVE WS-TIPO-CASO      TO COM-TIPO-CASO.
           MOVE WS-CLIENTE-ATUAL  TO COM-CLIENTE.
           MOVE WS-CPF-CNPJ-ATUAL TO COM-CPF-CNPJ.
           MOVE WS-NOME-CLIENTE   TO COM-NOME.
           MOVE WS-CASO-QTD       TO COM-QTD-OPER.
           MOVE WS-CASO-VALOR     TO COM-VALOR-TOTAL.
           MOVE WS-CASO-DATA-INI  TO COM-DATA-INI.
           MOVE WS-CASO-DATA-FIM  TO COM-DATA-FIM.
           PERFORM GRAVAR-COMUNICACAO.
      *
           MOVE SPACES            TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-CASO-ID-N      TO WS-CL-CASO-ID.
           MOVE WS-CLIENTE-ATUAL  TO WS-CL-CLIENTE.
           MOVE WS-NOME-CLIENTE   TO WS-CL-NOME.
           MOVE WS-CPF-CNPJ-ATUAL TO WS-CL-CPF-CNPJ.
           MOVE WS-CASO-LINE      TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-COL-HEADER     TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J IS GREATER THAN WS-QTD-OPER-CLI
             IF WS-OP-NO-CASO(WS-J) IS EQUAL TO 'S'
               PERFORM COMUNICAR-OPERACAO
             END-IF
           END-PERFORM.
      *
           MOVE WS-CASO-QTD       TO WS-TL-QTD.
           MOVE WS-CASO-DATA-INI  TO WS-DATA-EDIT-IN.
           PERFORM EDITAR-DATA.
           MOVE WS-DATA-EDIT-OUT  TO WS-TL-DATA-INI.
           MOVE WS-CASO-DATA-FIM  TO WS-DATA-EDIT-IN.
           PERFORM EDITAR-DATA.
           MOVE WS-DATA-EDIT-OUT  TO WS-TL-DATA-FIM.
           MOVE WS-CASO-VALOR     TO WS-TL-VALOR.
           MOVE WS-TOTAL-LINE     TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * ONE OPERATION OF THE CASE - FROM HERE ON IT IS COMMUNICATED
      * AND TAKES PART IN NO OTHER WINDOW.
       COMUNICAR-OPERACAO.
           MOVE SPACES                  TO COM-REC.
           MOVE 'O'                     TO COM-TIPO-REG.
           MOVE WS-CASO-ID-N            TO COM-CASO-ID.
           MOVE WS-OP-ID(WS-J)          TO COM-OPR-ID.
           MOVE WS-OP-DATA(WS-J)        TO COM-OPR-DATA.
           MOVE WS-OP-MOEDA(WS-J)       TO COM-OPR-MOEDA.
           MOVE WS-OP-MOEDA-DEST(WS-J)  TO COM-OPR-MOEDA-DEST.
           MOVE WS-OP-SENTIDO(WS-J)     TO COM-OPR-SENTIDO.
           MOVE WS-OP-VALOR(WS-J)       TO COM-OPR-VALOR.
           MOVE WS-OP-VALOR-BRL(WS-J)   TO COM-OPR-VALOR-BRL.
           PERFORM GRAVAR-COMUNICACAO.
      *
           MOVE WS-OP-DATA(WS-J)        TO WS-DATA-EDIT-IN.
           PERFORM EDITAR-DATA.
           MOVE WS-DATA-EDIT-OUT        TO WS-DT-DATA.
           MOVE WS-OP-ID(WS-J)          TO WS-DT-OPR-ID.
           MOVE WS-OP-MOEDA(WS-J)       TO WS-DT-MOEDA.
           MOVE WS-OP-MOEDA-DEST(WS-J)  TO WS-DT-MOEDA-DEST.
           MOVE WS-OP-SENTIDO(WS-J)     TO WS-DT-SENTIDO.
           MOVE WS-OP-VALOR(WS-J)       TO WS-DT-VALOR.
           MOVE WS-OP-VALOR-BRL(WS-J)   TO WS-DT-VALOR-BRL.
           MOVE WS-DETAIL-LINE          TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           ADD 1 TO WS-QTD-NOVO-HIST.
           MOVE WS-OP-ID(WS-J)   TO WS-NH-OPR-ID(WS-QTD-NOVO-HIST).
           MOVE WS-OP-DATA(WS-J) TO WS-NH-DATA-OPER(WS-QTD-NOVO-HIST).
           MOVE WS-CLIENTE-ATUAL TO WS-NH-CLIENTE(WS-QTD-NOVO-HIST).
           MOVE WS-CASO-ID       TO WS-NH-CASO-ID(WS-QTD-NOVO-HIST).
           MOVE WS-TIPO-CASO     TO WS-NH-TIPO-CASO(WS-QTD-NOVO-HIST).
      *
           MOVE 'S' TO WS-OP-COMUNICADA(WS-J).
           MOVE 'N' TO WS-OP-NO-CASO(WS-J).
           ADD 1 TO WS-QTD-OPER-COMUNIC.
      *
       GRAVAR-COMUNICACAO.
           WRITE COM-REC.
           MOVE WS-COM-STATUS     TO WS-FILE-STATUS.
           MOVE 'COMMUNIC-FILE'   TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
       EDITAR-DATA.
           MOVE WS-DATA-EDIT-IN(7:2) TO WS-DATA-EDIT-OUT(1:2).
           MOVE '/'                  TO WS-DATA-EDIT-OUT(3:1).
           MOVE WS-DATA-EDIT-IN(5:2) TO WS-DATA-EDIT-OUT(4:2).
           MOVE '/'                  TO WS-DATA-EDIT-OUT(6:1).
           MOVE WS-DATA-EDIT-IN(1:4) TO WS-DATA-EDIT-OUT(7:4).
      *
       GRAVAR-LINHA-RELATORIO.
           WRITE REPORT-LINE.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
           MOVE 'REPORT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           ADD 1 TO WS-RECS-WRTN.
      *
      * THE CONTROL TOTAL IS THE BRL AMOUNT COMMUNICATED TONIGHT.
       FINALIZAR.
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'OPERACOES EXAMINADAS:'           TO WS-RS-LIT.
           MOVE WS-QTD-OPERACOES                  TO WS-RS-QTD.
           MOVE WS-RESUMO-LINE                    TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'CASOS DE OPERACAO UNICA:'        TO WS-RS-LIT.
           MOVE WS-QTD-CASOS-UNICA                TO WS-RS-QTD.
           MOVE WS-RESUMO-LINE                    TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'CASOS DE FRACIONAMENTO:'         TO WS-RS-LIT.
           MOVE WS-QTD-CASOS-FRAC                 TO WS-RS-QTD.
           MOVE WS-RESUMO-LINE                    TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'OPERACOES COMUNICADAS:'          TO WS-RS-LIT.
           MOVE WS-QTD-OPER-COMUNIC               TO WS-RS-QTD.
           MOVE WS-RESUMO-LINE                    TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           MOVE WS-RECS-READ      TO RP-TRL-RECS-READ.
           MOVE WS-QTD-OPER-COMUNIC TO WS-RECS-WRTN.
           MOVE WS-RECS-WRTN      TO RP-TRL-RECS-WRTN.
           MOVE WS-CONTROL-TOT    TO RP-TRL-CONTROL-TOT.
           MOVE RP-TRAILER-LINE   TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REPORT-STATUS  TO WS-FILE-STATUS.
           MOVE 'REPORT-FILE'     TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-OPER-STATUS IS NOT EQUAL TO '35'
             CLOSE OPERATION-FILE
           END-IF.
           CLOSE CUSTOMER-FILE.
           CLOSE COMMUNIC-FILE.
           CLOSE REPORT-FILE.
      *
           PERFORM GRAVAR-HISTORICO.
      *
      * TONIGHT'S OPERATIONS GO ON COAFHIST ONLY AFTER COAFCOM IS
      * CLOSED - IF THE STEP ABENDS BEFORE THIS, THE NEW COAFCOM IS
      * DELETED AND THE RERUN RAISES THE SAME CASES AGAIN.
       GRAVAR-HISTORICO.
           OPEN EXTEND HISTORY-FILE.
           MOVE WS-HIST-STATUS    TO WS-FILE-STATUS.
           MOVE 'HISTORY-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           PERFORM VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H IS GREATER THAN WS-QTD-NOVO-HIST
             MOVE WS-NH-OPR-ID(WS-H)    TO HST-OPR-ID
             MOVE WS-NH-DATA-OPER(WS-H) TO HST-DATA-OPER
             MOVE WS-NH-CLIENTE(WS-H)   TO HST-CLIENTE
             MOVE WS-NH-CASO-ID(WS-H)   TO HST-CASO-ID
             MOVE WS-NH-TIPO-CASO(WS-H) TO HST-TIPO-CASO
             MOVE WS-RUN-DATE-NUM       TO HST-DATA-COMUNIC
             WRITE HIST-REC
             MOVE WS-HIST-STATUS        TO WS-FILE-STATUS
             MOVE 'HISTORY-FILE'        TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
           END-PERFORM.
      *
           CLOSE HISTORY-FILE.
      *
      * ONE RUN RECORD PER EXECUTION - APPENDED LAST SO THE RC FIELD
      * CARRIES WHATEVER RETURN CODE THE RUN IS ENDING WITH.
       GRAVAR-RUNLOG.
           OPEN EXTEND RUNLOG-FILE.
           MOVE WS-RLG-STATUS  TO WS-FILE-STATUS.
           MOVE 'RUNLOG-FILE'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           MOVE 'COB008' TO RLG-PROGRAMA.
           ACCEPT RLG-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-RLG-HORA-COMPLETA FROM TIME.
           MOVE WS-RLG-HORA-COMPLETA(1:6) TO RLG-HORA.
           MOVE WS-RECS-READ   TO RLG-RECS-READ.
           MOVE WS-RECS-WRTN   TO RLG-RECS-WRTN.
           MOVE WS-CONTROL-TOT TO RLG-CONTROL-TOT.
           MOVE RETURN-CODE    TO RLG-RC.
           MOVE WS-RUNLOG-REG  TO RUNLOG-REC.
           WRITE RUNLOG-REC.
           MOVE WS-RLG-STATUS  TO WS-FILE-STATUS.
           MOVE 'RUNLOG-FILE'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           CLOSE RUNLOG-FILE.
      *
           COPY CPYFILCHK.
           COPY CPYPRMPD.
       END PROGRAM COB008.
