      ******************************************************************
      * FILE NAME   : EXERC088                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : LOAN ORIGINATION WITH CREDIT SCORING - READS THE *
      *               DAY'S PROPEMPR LOAN APPLICATIONS, PRICES EACH    *
      *               ONE FROM RATEFILE, COMPUTES THE INSTALLMENT BY   *
      *               THE PRODUCT'S METHOD, CHECKS IT AGAINST THE      *
      *               DECLARED INCOME AND SCORES THE APPLICANT FROM    *
      *               THE EXERC039 OPEN ITEMS (AROPEN) AND THE         *
      *               EXERC010 LOAN ARREARS (COLLEXT). EACH            *
      *               APPLICATION IS APPROVED, SENT TO MANUAL ANALYSIS *
      *               OR DECLINED; APPROVED ONES ARE APPENDED TO       *
      *               LOANFILE WITH THE NEXT LOAN-ID, AND EVERY        *
      *               DECISION IS APPENDED TO THE ORIGLOG DECISION LOG *
      *               WITH ITS REASON CODES.                           *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FIRST VERSION - LOANS WERE DECIDED OFF-SYSTEM   *
      *                AND KEYED STRAIGHT ONTO LOANFILE. THE SCORE     *
      *                STARTS AT 100 AND LOSES POINTS FOR OVERDUE      *
      *                RECEIVABLES (WORST OPEN ITEM 30/60/90+ DAYS),   *
      *                FOR LOANS ALREADY IN ARREARS AND FOR AN         *
      *                INSTALLMENT CLOSE TO THE INCOME LIMIT. PARMMAST *
      *                EXERC088 COMPROM-MAX (DEFAULT 30% OF INCOME),   *
      *                SCORE-APROV (DEFAULT 70) AND SCORE-MINIMO       *
      *                (DEFAULT 40) SET THE CUTS. A PROPOSAL ALREADY   *
      *                APPROVED OR DECLINED ON ORIGLOG IS NOT DECIDED  *
      *                AGAIN, SO A RERUN NEVER BOOKS A LOAN TWICE; ONE *
      *                SENT TO ANALYSIS MAY COME BACK WITH THE         *
      *                ANALYST'S RELEASE FLAG SET.                     *
      * 2026-10-15 JM  THE RATE IS NOW THE ONE IN FORCE IN THE MONTH   *
      *                AFTER SIGNING - THE FIRST MONTH OF THE SCHEDULE *
      *                EXERC010 NOW ANCHORS ON THE CONTRACT DATE.      *
      * 2026-10-15 JM  LOAN-REC AND COL-REC FOLLOW EXERC010 - A NEW    *
      *                LOAN IS WRITTEN ACTIVE ('A') AND NOT            *
      *                RESTRUCTURED.                                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC088.
       AUTHOR. JM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPOSAL-FILE  ASSIGN TO PROPEMPR
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-PROP-STATUS.
      *
           SELECT LOAN-FILE      ASSIGN TO LOANFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-LOAN-STATUS.
      *
           SELECT RATE-FILE      ASSIGN TO RATEFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-RATE-STATUS.
      *
           SELECT AROPEN-FILE    ASSIGN TO AROPEN
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-ARO-STATUS.
      *
           SELECT COLLECT-FILE   ASSIGN TO COLLEXT
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-COLL-STATUS.
      *
           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS CUST-NUMERO
                                  FILE STATUS IS WS-CUST-STATUS.
      *
           SELECT DECISION-LOG   ASSIGN TO ORIGLOG
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-ORL-STATUS.
      *
           SELECT REPORT-FILE    ASSIGN TO ORIGRPT
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-REPORT-STATUS.
      *
           SELECT EXCEPT-FILE    ASSIGN TO ORIGEXC
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-EXCEPT-STATUS.
      *
           SELECT RUNLOG-FILE    ASSIGN TO RUNLOG
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-RLG-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      * ONE LOAN APPLICATION. PRP-LIBERACAO 'S' IS THE CREDIT
      * ANALYST'S RELEASE OF A PROPOSAL PREVIOUSLY SENT TO ANALYSIS.
       FD  PROPOSAL-FILE.
       01  PRP-REC.
           05  PRP-NUMERO         PIC 9(06).
           05  PRP-CLIENTE        PIC 9(06).
           05  PRP-PRODUTO        PIC X(04).
           05  PRP-VALOR          PIC 9(08)V9(02).
           05  PRP-MESES          PIC 9(02).
           05  PRP-RENDA          PIC 9(08)V9(02).
           05  PRP-LIBERACAO      PIC X(01).
               88  PRP-LIBERADA   VALUE 'S'.
      *
      * SAME LAYOUT EXERC010 CARRIES.
       FD  LOAN-FILE.
       01  LOAN-REC.
           05  LOAN-ID            PIC 9(06).
           05  LOAN-CAPITAL       PIC 9(08)V9(02).
           05  LOAN-MESES         PIC 9(02).
           05  LOAN-PRODUTO       PIC X(04).
           05  LOAN-CLIENTE       PIC 9(06).
           05  LOAN-DATA-CONTRATO PIC 9(08).
           05  LOAN-SITUACAO      PIC X(01).
               88  LOAN-ENCERRADO     VALUE 'E'.
           05  LOAN-REESTRUTURADO PIC X(01).
               88  LOAN-RENEGOCIADO   VALUE 'S'.
           05  LOAN-ID-ORIGEM     PIC 9(06).
           05  LOAN-PARC-ORIGEM   PIC 9(02).
      *
       FD  RATE-FILE.
       01  RATE-REC.
           05  RATE-PRODUTO       PIC X(04).
           05  RATE-VIGENCIA      PIC 9(06).
           05  RATE-TAXA          PIC 9(02)V9(02).
           05  RATE-METODO        PIC X(01).
      *
      * SAME LAYOUT EXERC039 CARRIES.
       FD  AROPEN-FILE.
       01  ARO-REC.
           05  ARO-NUMERO         PIC 9(06).
           05  ARO-CLIENTE        PIC 9(06).
           05  ARO-MES            PIC 9(02).
           05  ARO-DATA-FATURA    PIC 9(08).
           05  ARO-VALOR-ORIG     PIC 9(08)V9(02).
           05  ARO-VALOR-ABERTO   PIC 9(08)V9(02).
      *
      * SAME LAYOUT EXERC010 WRITES.
       FD  COLLECT-FILE.
       01  COL-REC.
           05  COL-LOAN-ID        PIC 9(06).
           05  COL-PARCELAS       PIC 9(02).
           05  COL-VALOR-ATRASO   PIC 9(08)V9(02).
           05  COL-VALOR-ENCARGOS PIC 9(08)V9(02).
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
      * ONE RECORD PER DECISION - A APPROVED, R SENT TO ANALYSIS,
      * D DECLINED - WITH UP TO SIX REASON CODES (SEE WS-MOT-LISTA).
       FD  DECISION-LOG.
       01  ORL-REC.
           05  ORL-PROPOSTA       PIC 9(06).
           05  ORL-DATA           PIC 9(08).
           05  ORL-CLIENTE        PIC 9(06).
           05  ORL-PRODUTO        PIC X(04).
           05  ORL-VALOR          PIC 9(08)V9(02).
           05  ORL-MESES          PIC 9(02).
           05  ORL-TAXA           PIC 9(02)V9(02).
           05  ORL-PARCELA        PIC 9(08)V9(02).
           05  ORL-COMPROMETIDO   PIC 9(03)V9(02).
           05  ORL-SCORE          PIC 9(03).
           05  ORL-DECISAO        PIC X(01).
           05  ORL-LOAN-ID        PIC 9(06).
           05  ORL-MOTIVO         OCCURS 6 TIMES PIC X(02).
      *
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(100).
      *
       FD  EXCEPT-FILE.
       01  EXCEPT-LINE            PIC X(100).
      *
       FD  RUNLOG-FILE.
       01  RUNLOG-REC             PIC X(51).
      *
       WORKING-STORAGE SECTION.
       01  WS-PROP-STATUS         PIC X(02) VALUE SPACES.
       01  WS-LOAN-STATUS         PIC X(02) VALUE SPACES.
       01  WS-RATE-STATUS         PIC X(02) VALUE SPACES.
       01  WS-ARO-STATUS          PIC X(02) VALUE SPACES.
       01  WS-COLL-STATUS         PIC X(02) VALUE SPACES.
       01  WS-CUST-STATUS         PIC X(02) VALUE SPACES.
       01  WS-ORL-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EXCEPT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-RLG-STATUS          PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
           COPY CPYEXCWS.
           COPY CPYPRMWS.
       01  WS-EOF-PROP            PIC X(01) VALUE 'N'.
       01  WS-EOF-LOAN            PIC X(01) VALUE 'N'.
       01  WS-EOF-RATE            PIC X(01) VALUE 'N'.
       01  WS-EOF-ARO             PIC X(01) VALUE 'N'.
       01  WS-EOF-COLL            PIC X(01) VALUE 'N'.
       01  WS-EOF-ORL             PIC X(01) VALUE 'N'.
      *
      * CUTS - PARMMAST EXERC088 COMPROM-MAX / SCORE-APROV /
      * SCORE-MINIMO OVERRIDE THE DEFAULTS.
       01  WS-PCT-COMPROM-MAX     PIC 9(02)V9(02) VALUE 30,00.
       01  WS-SCORE-APROV         PIC 9(03) VALUE 70.
       01  WS-SCORE-MINIMO        PIC 9(03) VALUE 40.
       01  WS-PCT-PARM            PIC 9(02)V9(02) VALUE ZEROES.
       01  WS-PCT-PARM-X REDEFINES WS-PCT-PARM
                                  PIC X(04).
       01  WS-PONTOS-PARM         PIC 9(03) VALUE ZEROES.
       01  WS-PONTOS-PARM-X REDEFINES WS-PONTOS-PARM
                                  PIC X(03).
      *
      * REASON CODES AND THEIR TEXT. THE FIRST SEVEN DECLINE THE
      * PROPOSAL OUTRIGHT WHATEVER THE SCORE.
       01  WS-MOT-LISTA.
           05  FILLER             PIC X(40) VALUE
               'PIPROPOSTA COM VALOR OU PRAZO ZERADO    '.
           05  FILLER             PIC X(40) VALUE
               'RZRENDA DECLARADA NAO INFORMADA         '.
           05  FILLER             PIC X(40) VALUE
               'CNCLIENTE NAO CADASTRADO NO CUSTMAST    '.
           05  FILLER             PIC X(40) VALUE
               'CICLIENTE INATIVO NO CUSTMAST           '.
           05  FILLER             PIC X(40) VALUE
               'PTPRODUTO SEM TAXA NO RATEFILE          '.
           05  FILLER             PIC X(40) VALUE
               'CPPARCELA ACIMA DO LIMITE DA RENDA      '.
           05  FILLER             PIC X(40) VALUE
               'E3EMPRESTIMO COM 3+ PARCELAS EM ATRASO  '.
           05  FILLER             PIC X(40) VALUE
               'CLPARCELA PROXIMA DO LIMITE DA RENDA    '.
           05  FILLER             PIC X(40) VALUE
               'A3FATURA EM ABERTO HA 30-59 DIAS        '.
           05  FILLER             PIC X(40) VALUE
               'A6FATURA EM ABERTO HA 60-89 DIAS        '.
           05  FILLER             PIC X(40) VALUE
               'A9FATURA EM ABERTO HA 90 DIAS OU MAIS   '.
           05  FILLER             PIC X(40) VALUE
               'E1EMPRESTIMO COM 1 PARCELA EM ATRASO    '.
           05  FILLER             PIC X(40) VALUE
               'E2EMPRESTIMO COM 2 PARCELAS EM ATRASO   '.
           05  FILLER             PIC X(40) VALUE
               'SRSCORE NA FAIXA DE ANALISE MANUAL      '.
           05  FILLER             PIC X(40) VALUE
               'SBSCORE ABAIXO DO MINIMO                '.
           05  FILLER             PIC X(40) VALUE
               'LMLIBERADA PELO ANALISTA DE CREDITO     '.
       01  WS-MOT-TAB REDEFINES WS-MOT-LISTA.
           05  WS-MOT-LINHA       OCCURS 16 TIMES.
               10  WS-MOT-CODIGO  PIC X(02).
               10  WS-MOT-TEXTO   PIC X(38).
       01  WS-MOT-BLOQUEIOS       PIC 9(02) VALUE 7.
       01  WS-MOT-IDX             PIC 9(02) VALUE ZEROES.
       01  WS-M                   PIC 9(02) VALUE ZEROES.
      *
      * RATE TABLE - LOADED FROM RATE-FILE AT STARTUP, ONE ROW PER
      * PRODUCT CODE AND EFFECTIVE MONTH (AAAAMM).
       01  WS-RATE-TAB.
           05  WS-RATE-LINHA      OCCURS 100 TIMES.
               10  WS-RATE-PRODUTO  PIC X(04).
               10  WS-RATE-VIGENCIA PIC 9(06).
               10  WS-RATE-TAXA     PIC 9(02)V9(02).
               10  WS-RATE-METODO   PIC X(01).
       01  WS-RATE-COUNT          PIC 9(03) VALUE ZEROES.
      *
      * LOANS ON FILE WITH THEIR BORROWER AND THE INSTALLMENTS
      * BEHIND ON THE LAST COLLEXT EXTRACT.
       01  WS-EMP-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-EMP-TAB.
           05  WS-EMP-ENTRY OCCURS 5000 TIMES.
               10  WS-EMP-ID        PIC 9(06).
               10  WS-EMP-CLIENTE   PIC 9(06).
               10  WS-EMP-PARCELAS  PIC 9(02).
       01  WS-ULTIMO-LOAN-ID      PIC 9(06) VALUE ZEROES.
      *
      * RECEIVABLES BEHAVIOUR PER CUSTOMER - DAYS THE OLDEST OPEN
      * AROPEN ITEM HAS BEEN OUTSTANDING AND THE TOTAL STILL OPEN.
       01  WS-ARC-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-ARC-TAB.
           05  WS-ARC-ENTRY OCCURS 5000 TIMES.
               10  WS-ARC-CLIENTE   PIC 9(06).
               10  WS-ARC-DIAS      PIC 9(05).
               10  WS-ARC-ABERTO    PIC 9(08)V9(02).
      *
      * PROPOSALS ALREADY DECIDED - LAST DECISION PER NUMBER.
       01  WS-DEC-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-DEC-CHAVE           PIC 9(06) VALUE ZEROES.
       01  WS-DEC-TAB.
           05  WS-DEC-ENTRY OCCURS 9999 TIMES.
               10  WS-DEC-PROPOSTA  PIC 9(06).
               10  WS-DEC-DECISAO   PIC X(01).
      *
       01  WS-I                   PIC 9(04) VALUE ZEROES.
       01  WS-ACHOU               PIC 9(04) VALUE ZEROES.
       01  WS-DIAS-ABERTO         PIC S9(05) VALUE ZEROES.
      *
      * PRICING OF THE PROPOSAL - SAME RATE PICK AND PRICE FACTOR
      * AS THE EXERC010 SCHEDULE.
       01  WS-TAXA-ACHADA         PIC X(01) VALUE 'N'.
       01  WS-TAXA                PIC 9(02)V9(02) VALUE ZEROES.
       01  WS-METODO              PIC X(01) VALUE SPACE.
           88  WS-METODO-PRICE    VALUE 'P'.
       01  WS-MELHOR-VIGENCIA     PIC 9(06) VALUE ZEROES.
       01  WS-PRIMEIRO-ANO-MES    PIC 9(06) VALUE ZEROES.
       01  WS-PRIMEIRO-ANO-MES-R REDEFINES WS-PRIMEIRO-ANO-MES.
           05  WS-PRIMEIRO-AAAA   PIC 9(04).
           05  WS-PRIMEIRO-MM     PIC 9(02).
       01  WS-TAXA-FRACAO         PIC 9(01)V9(06) VALUE ZEROES.
       01  WS-FATOR               PIC 9(06)V9(08) VALUE ZEROES.
       01  WS-F                   PIC 9(03) VALUE ZEROES.
       01  WS-PARCELA             PIC 9(08)V9(02) VALUE ZEROES.
       01  WS-COMPROMETIDO        PIC 9(03)V9(02) VALUE ZEROES.
       01  WS-LIMITE-ALERTA       PIC 9(03)V9(02) VALUE ZEROES.
      *
      * SCORING STATE OF THE PROPOSAL BEING DECIDED.
       01  WS-SCORE               PIC S9(03) VALUE ZEROES.
       01  WS-DECISAO             PIC X(01) VALUE SPACE.
           88  WS-APROVADA        VALUE 'A'.
           88  WS-EM-ANALISE      VALUE 'R'.
           88  WS-RECUSADA        VALUE 'D'.
       01  WS-BLOQUEADA           PIC X(01) VALUE 'N'.
       01  WS-QTD-MOTIVOS         PIC 9(02) VALUE ZEROES.
       01  WS-MOTIVOS.
           05  WS-MOTIVO          OCCURS 6 TIMES PIC X(02).
       01  WS-MOTIVO-NOVO         PIC X(02) VALUE SPACES.
       01  WS-PIOR-DIAS           PIC 9(05) VALUE ZEROES.
       01  WS-PIOR-PARCELAS       PIC 9(02) VALUE ZEROES.
       01  WS-NOVO-LOAN-ID        PIC 9(06) VALUE ZEROES.
      *
       01  WS-QTD-PROPOSTAS       PIC 9(05) VALUE ZEROES.
       01  WS-QTD-APROVADAS       PIC 9(05) VALUE ZEROES.
       01  WS-QTD-ANALISE         PIC 9(05) VALUE ZEROES.
       01  WS-QTD-RECUSADAS       PIC 9(05) VALUE ZEROES.
       01  WS-QTD-JA-DECIDIDAS    PIC 9(05) VALUE ZEROES.
      *
       01  WS-COL-HEADER.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(08) VALUE 'PROPOSTA'.
           05  FILLER             PIC X(08) VALUE ' CLIENTE'.
           05  FILLER             PIC X(07) VALUE '  PROD '.
           05  FILLER             PIC X(15) VALUE '          VALOR'.
           05  FILLER             PIC X(04) VALUE ' MES'.
           05  FILLER             PIC X(07) VALUE '   TAXA'.
           05  FILLER             PIC X(14) VALUE '       PARCELA'.
           05  FILLER             PIC X(08) VALUE '  RENDA%'.
           05  FILLER             PIC X(07) VALUE '  SCORE'.
           05  FILLER             PIC X(11) VALUE '  DECISAO  '.
           05  FILLER             PIC X(08) VALUE ' EMPREST'.
      *
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-DT-PROPOSTA     PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-CLIENTE      PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-PRODUTO      PIC X(04).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-METODO       PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-VALOR        COPY CPYAMT.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-MESES        PIC Z9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-TAXA         PIC Z9,99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-PARCELA      COPY CPYAMT.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-COMPROMETIDO PIC ZZ9,99.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  WS-DT-SCORE        PIC ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-DECISAO      PIC X(09).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-LOAN-ID      PIC X(06).
      *
       01  WS-MOTIVO-LINE.
           05  FILLER             PIC X(11) VALUE SPACES.
           05  FILLER             PIC X(08) VALUE 'MOTIVO: '.
           05  WS-MT-CODIGO       PIC X(02).
           05  FILLER             PIC X(03) VALUE ' - '.
           05  WS-MT-TEXTO        PIC X(38).
      *
       01  WS-JA-DECIDIDA-LINE.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-JD-PROPOSTA     PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-JD-CLIENTE      PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(33) VALUE
               'PROPOSTA JA DECIDIDA NO ORIGLOG: '.
           05  WS-JD-DECISAO      PIC X(09).
      *
       01  WS-SUMMARY-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-SM-LIT          PIC X(36).
           05  WS-SM-QTD          PIC ZZ.ZZ9.
      *
       01  WS-CAPITAL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(36) VALUE
               'CAPITAL APROVADO:'.
           05  WS-CA-VALOR        COPY CPYAMT.
      *
       01  WS-EXCEPT-DETAIL.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-EX-PROPOSTA     PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-EX-CLIENTE      PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-EX-LIT          PIC X(40) VALUE SPACES.
      *
           COPY CPYRPTHD.
           COPY CPYRPTTL.
           COPY CPYRUNLG.
      *
       01  WS-RUN-DATE.
           05  WS-RUN-YYYY        PIC 9(04).
           05  WS-RUN-MM          PIC 9(02).
           05  WS-RUN-DD          PIC 9(02).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                  PIC 9(08).
       01  WS-RUN-DATE-EDIT       PIC X(10).
      *
       01  WS-PAGE-NO             PIC 9(04) VALUE ZEROES.
       01  WS-RECS-READ           PIC 9(07) VALUE ZEROES.
       01  WS-RECS-WRTN           PIC 9(07) VALUE ZEROES.
       01  WS-CONTROL-TOT         PIC 9(08)V9(02) VALUE ZEROES.
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM INICIALIZAR.
      *
           PERFORM PROCESSAR-PROPOSTA
             WITH TEST AFTER
             UNTIL WS-EOF-PROP IS EQUAL TO 'Y'.
      *
           PERFORM FINALIZAR.
      *
           PERFORM GRAVAR-RUNLOG.
           GOBACK.
      *
       INICIALIZAR.
           MOVE 'EXERC088' TO WS-EXL-PROGRAMA.
           MOVE 'ORIGEXC ' TO WS-EXL-ARQUIVO.
           MOVE 'A'        TO WS-EXL-SEVERIDADE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DD   TO WS-RUN-DATE-EDIT(1:2).
           MOVE '/'         TO WS-RUN-DATE-EDIT(3:1).
           MOVE WS-RUN-MM   TO WS-RUN-DATE-EDIT(4:2).
           MOVE '/'         TO WS-RUN-DATE-EDIT(6:1).
           MOVE WS-RUN-YYYY TO WS-RUN-DATE-EDIT(7:4).
           MOVE WS-RUN-YYYY TO WS-PRIMEIRO-AAAA.
           MOVE WS-RUN-MM   TO WS-PRIMEIRO-MM.
           IF WS-PRIMEIRO-MM IS EQUAL TO 12
             ADD 1 TO WS-PRIMEIRO-AAAA
             MOVE 01 TO WS-PRIMEIRO-MM
           ELSE
             ADD 1 TO WS-PRIMEIRO-MM
           END-IF.
      *
           PERFORM CARREGAR-PARAMETROS.
      *
           OPEN INPUT  RATE-FILE.
           MOVE WS-RATE-STATUS  TO WS-FILE-STATUS.
           MOVE 'RATE-FILE'     TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           PERFORM LER-TABELA-TAXAS
             WITH TEST AFTER
             UNTIL WS-EOF-RATE IS EQUAL TO 'Y'.
           CLOSE RATE-FILE.
      *
           PERFORM CARREGAR-EMPRESTIMOS.
           PERFORM CARREGAR-ATRASOS.
           PERFORM CARREGAR-ABERTOS.
           PERFORM CARREGAR-DECISOES.
      *
           OPEN INPUT  PROPOSAL-FILE.
           MOVE WS-PROP-STATUS  TO WS-FILE-STATUS.
           MOVE 'PROPOSAL-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN INPUT  CUSTOMER-MASTER.
           MOVE WS-CUST-STATUS    TO WS-FILE-STATUS.
           MOVE 'CUSTOMER-MASTER' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN EXTEND LOAN-FILE.
           MOVE WS-LOAN-STATUS  TO WS-FILE-STATUS.
           MOVE 'LOAN-FILE'     TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN EXTEND DECISION-LOG.
           MOVE WS-ORL-STATUS   TO WS-FILE-STATUS.
           MOVE 'DECISION-LOG'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
           MOVE 'REPORT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT EXCEPT-FILE.
           MOVE WS-EXCEPT-STATUS TO WS-FILE-STATUS.
           MOVE 'EXCEPT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           MOVE 'EXERC088'                    TO RP-HDR-PROGRAM.
           MOVE 'CONCESSAO DE EMPRESTIMOS'    TO RP-HDR-TITLE.
           MOVE WS-RUN-DATE-EDIT              TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO                    TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE                TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-COL-HEADER                 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * A CURRENT PARMMAST VALUE OVERRIDES THE DEFAULT CUT; A
      * MISSING OR MALFORMED ONE LEAVES THE DEFAULT IN PLACE.
       CARREGAR-PARAMETROS.
           MOVE 'EXERC088'     TO WS-PRM-PROGRAMA.
      *
           MOVE 'COMPROM-MAX ' TO WS-PRM-NOME.
           PERFORM BUSCAR-TAXA.
           IF WS-PRM-RETORNO IS EQUAL TO ZEROES
             MOVE WS-PCT-PARM TO WS-PCT-COMPROM-MAX
           END-IF.
      *
           MOVE 'SCORE-APROV ' TO WS-PRM-NOME.
           PERFORM BUSCAR-PONTOS.
           IF WS-PRM-RETORNO IS EQUAL TO ZEROES
             MOVE WS-PONTOS-PARM TO WS-SCORE-APROV
           END-IF.
      *
           MOVE 'SCORE-MINIMO' TO WS-PRM-NOME.
           PERFORM BUSCAR-PONTOS.
           IF WS-PRM-RETORNO IS EQUAL TO ZEROES
             MOVE WS-PONTOS-PARM TO WS-SCORE-MINIMO
           END-IF.
      *
           IF WS-SCORE-MINIMO IS GREATER THAN WS-SCORE-APROV
             MOVE WS-SCORE-APROV TO WS-SCORE-MINIMO
           END-IF.
      *
      * AN INSTALLMENT ABOVE 80% OF THE LIMIT COSTS POINTS.
           COMPUTE WS-LIMITE-ALERTA ROUNDED =
                   WS-PCT-COMPROM-MAX * 0,8.
      *
       BUSCAR-TAXA.
           PERFORM BUSCAR-PARAMETRO.
           IF WS-PRM-RETORNO IS EQUAL TO ZEROES
             IF WS-PRM-TIPO IS EQUAL TO 'N' AND
                WS-PRM-VALOR(1:4) IS NUMERIC
               MOVE WS-PRM-VALOR(1:4) TO WS-PCT-PARM-X
             ELSE
               MOVE 4 TO WS-PRM-RETORNO
             END-IF
           END-IF.
      *
       BUSCAR-PONTOS.
           PERFORM BUSCAR-PARAMETRO.
           IF WS-PRM-RETORNO IS EQUAL TO ZEROES
             IF WS-PRM-TIPO IS EQUAL TO 'N' AND
                WS-PRM-VALOR(1:3) IS NUMERIC
               MOVE WS-PRM-VALOR(1:3) TO WS-PONTOS-PARM-X
             ELSE
               MOVE 4 TO WS-PRM-RETORNO
             END-IF
           END-IF.
      *
       LER-TABELA-TAXAS.
           READ RATE-FILE
             AT END
               MOVE 'Y' TO WS-EOF-RATE
           END-READ.
           MOVE WS-RATE-STATUS  TO WS-FILE-STATUS.
           MOVE 'RATE-FILE'     TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-RATE IS NOT EQUAL TO 'Y'
             IF WS-RATE-COUNT IS NOT LESS THAN 100
               DISPLAY 'EXERC088 - MAIS DE 100 TAXAS NO RATEFILE - '
                       'RODADA ABORTADA'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-RATE-COUNT
             MOVE RATE-PRODUTO  TO WS-RATE-PRODUTO(WS-RATE-COUNT)
             MOVE RATE-VIGENCIA TO WS-RATE-VIGENCIA(WS-RATE-COUNT)
             MOVE RATE-TAXA     TO WS-RATE-TAXA(WS-RATE-COUNT)
             MOVE RATE-METODO   TO WS-RATE-METODO(WS-RATE-COUNT)
           END-IF.
      *
      * THE LOANS ALREADY ON FILE - THEIR BORROWERS FOR THE ARREARS
      * CHECK AND THE HIGHEST LOAN-ID FOR THE NEXT NUMBER. AN EMPTY
      * LOANFILE (STATUS 35) IS THE FIRST LOAN EVER BOOKED.
       CARREGAR-EMPRESTIMOS.
           OPEN INPUT LOAN-FILE.
           MOVE WS-LOAN-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS NOT EQUAL TO '35'
             MOVE 'LOAN-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM LER-EMPRESTIMO
               WITH TEST AFTER
               UNTIL WS-EOF-LOAN IS EQUAL TO 'Y'
             CLOSE LOAN-FILE
           END-IF.
      *
       LER-EMPRESTIMO.
           READ LOAN-FILE
             AT END
               MOVE 'Y' TO WS-EOF-LOAN
           END-READ.
           MOVE WS-LOAN-STATUS TO WS-FILE-STATUS.
           MOVE 'LOAN-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-LOAN IS NOT EQUAL TO 'Y'
             IF LOAN-ID IS GREATER THAN WS-ULTIMO-LOAN-ID
               MOVE LOAN-ID TO WS-ULTIMO-LOAN-ID
             END-IF
             PERFORM INCLUIR-EMPRESTIMO-TABELA
           END-IF.
      *
       INCLUIR-EMPRESTIMO-TABELA.
           IF WS-EMP-COUNT IS NOT LESS THAN 5000
             DISPLAY 'EXERC088 - MAIS DE 5000 EMPRESTIMOS NO LOANFILE'
                     ' - RODADA ABORTADA'
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
           ADD 1 TO WS-EMP-COUNT.
           MOVE LOAN-ID      TO WS-EMP-ID(WS-EMP-COUNT).
           MOVE LOAN-CLIENTE TO WS-EMP-CLIENTE(WS-EMP-COUNT).
           MOVE ZEROES       TO WS-EMP-PARCELAS(WS-EMP-COUNT).
      *
      * COLLEXT(0) IS THE ARREARS EXTRACT OF THE LAST EXERC010 RUN.
      * NO GENERATION YET (STATUS 35) MEANS NO LOAN IS IN ARREARS.
       CARREGAR-ATRASOS.
           OPEN INPUT COLLECT-FILE.
           MOVE WS-COLL-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS NOT EQUAL TO '35'
             MOVE 'COLLECT-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM LER-ATRASO
               WITH TEST AFTER
               UNTIL WS-EOF-COLL IS EQUAL TO 'Y'
             CLOSE COLLECT-FILE
           END-IF.
      *
       LER-ATRASO.
           READ COLLECT-FILE
             AT END
               MOVE 'Y' TO WS-EOF-COLL
           END-READ.
           MOVE WS-COLL-STATUS TO WS-FILE-STATUS.
           MOVE 'COLLECT-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-COLL IS NOT EQUAL TO 'Y'
             PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-EMP-COUNT
               IF WS-EMP-ID(WS-I) IS EQUAL TO COL-LOAN-ID
                 MOVE COL-PARCELAS TO WS-EMP-PARCELAS(WS-I)
                 MOVE WS-EMP-COUNT TO WS-I
               END-IF
             END-PERFORM
           END-IF.
      *
      * AROPEN(0) IS THE RECEIVABLES LEDGER AS EXERC039 LEFT IT. AN
      * ITEM IS AGED FROM ITS INVOICE DATE THE SAME WAY THE AGING
      * REPORT DOES. NO LEDGER YET (STATUS 35) - NO HISTORY TO SCORE.
       CARREGAR-ABERTOS.
           OPEN INPUT AROPEN-FILE.
           MOVE WS-ARO-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS NOT EQUAL TO '35'
             MOVE 'AROPEN-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM LER-UM-ABERTO
               WITH TEST AFTER
               UNTIL WS-EOF-ARO IS EQUAL TO 'Y'
             CLOSE AROPEN-FILE
           END-IF.
      *
       LER-UM-ABERTO.
           READ AROPEN-FILE
             AT END
               MOVE 'Y' TO WS-EOF-ARO
           END-READ.
           MOVE WS-ARO-STATUS TO WS-FILE-STATUS.
           MOVE 'AROPEN-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-ARO IS NOT EQUAL TO 'Y' AND
              ARO-VALOR-ABERTO IS GREATER THAN ZEROES
             PERFORM ACUMULAR-ABERTO
           END-IF.
      *
       ACUMULAR-ABERTO.
           COMPUTE WS-DIAS-ABERTO =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
               - FUNCTION INTEGER-OF-DATE(ARO-DATA-FATURA).
           IF WS-DIAS-ABERTO IS LESS THAN ZEROES
             MOVE ZEROES TO WS-DIAS-ABERTO
           END-IF.
      *
           MOVE ZEROES TO WS-ACHOU.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ARC-COUNT
             IF WS-ARC-CLIENTE(WS-I) IS EQUAL TO ARO-CLIENTE
               MOVE WS-I TO WS-ACHOU
               MOVE WS-ARC-COUNT TO WS-I
             END-IF
           END-PERFORM.
      *
           IF WS-ACHOU IS EQUAL TO ZEROES
             IF WS-ARC-COUNT IS NOT LESS THAN 5000
               DISPLAY 'EXERC088 - MAIS DE 5000 CLIENTES NO AROPEN - '
                       'RODADA ABORTADA'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-ARC-COUNT
             MOVE WS-ARC-COUNT TO WS-ACHOU
             MOVE ARO-CLIENTE  TO WS-ARC-CLIENTE(WS-ACHOU)
             MOVE ZEROES       TO WS-ARC-DIAS(WS-ACHOU)
             MOVE ZEROES       TO WS-ARC-ABERTO(WS-ACHOU)
           END-IF.
      *
           ADD ARO-VALOR-ABERTO TO WS-ARC-ABERTO(WS-ACHOU).
           IF WS-DIAS-ABERTO IS GREATER THAN WS-ARC-DIAS(WS-ACHOU)
             MOVE WS-DIAS-ABERTO TO WS-ARC-DIAS(WS-ACHOU)
           END-IF.
      *
      * EVERY DECISION EVER TAKEN, LATEST ONE PER PROPOSAL. NO
      * ORIGLOG YET (STATUS 35) IS THE FIRST ORIGINATION RUN.
       CARREGAR-DECISOES.
           OPEN INPUT DECISION-LOG.
           MOVE WS-ORL-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS NOT EQUAL TO '35'
             MOVE 'DECISION-LOG' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM LER-DECISAO
               WITH TEST AFTER
               UNTIL WS-EOF-ORL IS EQUAL TO 'Y'
             CLOSE DECISION-LOG
           END-IF.
      *
       LER-DECISAO.
           READ DECISION-LOG
             AT END
               MOVE 'Y' TO WS-EOF-ORL
           END-READ.
           MOVE WS-ORL-STATUS  TO WS-FILE-STATUS.
           MOVE 'DECISION-LOG' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-ORL IS NOT EQUAL TO 'Y'
             MOVE ORL-PROPOSTA TO WS-DEC-CHAVE
             MOVE ORL-DECISAO  TO WS-DECISAO
             PERFORM REGISTRAR-DECISAO
           END-IF.
      *
      * KEEPS THE LATEST DECISION OF WS-DEC-CHAVE IN THE TABLE.
       REGISTRAR-DECISAO.
           PERFORM LOCALIZAR-DECISAO.
           IF WS-ACHOU IS EQUAL TO ZEROES
             IF WS-DEC-COUNT IS NOT LESS THAN 9999
               DISPLAY 'EXERC088 - MAIS DE 9999 PROPOSTAS NO ORIGLOG'
                       ' - RODADA ABORTADA'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-DEC-COUNT
             MOVE WS-DEC-COUNT TO WS-ACHOU
             MOVE WS-DEC-CHAVE TO WS-DEC-PROPOSTA(WS-ACHOU)
           END-IF.
           MOVE WS-DECISAO TO WS-DEC-DECISAO(WS-ACHOU).
      *
       LOCALIZAR-DECISAO.
           MOVE ZEROES TO WS-ACHOU.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-DEC-COUNT
             IF WS-DEC-PROPOSTA(WS-I) IS EQUAL TO WS-DEC-CHAVE
               MOVE WS-I TO WS-ACHOU
               MOVE WS-DEC-COUNT TO WS-I
             END-IF
           END-PERFORM.
      *
      * A PROPOSAL ALREADY APPROVED OR DECLINED IS ONLY LISTED - THE
      * RERUN OF A NIGHT MUST NOT BOOK THE SAME LOAN TWICE. ONE THAT
      * WENT TO ANALYSIS IS DECIDED AGAIN.
       PROCESSAR-PROPOSTA.
           READ PROPOSAL-FILE
             AT END
               MOVE 'Y' TO WS-EOF-PROP
           END-READ.
           MOVE WS-PROP-STATUS  TO WS-FILE-STATUS.
           MOVE 'PROPOSAL-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-PROP IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             ADD 1 TO WS-QTD-PROPOSTAS
             MOVE PRP-NUMERO TO WS-DEC-CHAVE
             PERFORM LOCALIZAR-DECISAO
             IF WS-ACHOU IS GREATER THAN ZEROES AND
                WS-DEC-DECISAO(WS-ACHOU) IS NOT EQUAL TO 'R'
               PERFORM LISTAR-JA-DECIDIDA
             ELSE
               PERFORM AVALIAR-PROPOSTA
               PERFORM DECIDIR-PROPOSTA
               PERFORM REGISTRAR-DECISAO
               PERFORM GRAVAR-DECISAO
               PERFORM IMPRIMIR-DECISAO
             END-IF
           END-IF.
      *
       LISTAR-JA-DECIDIDA.
           ADD 1 TO WS-QTD-JA-DECIDIDAS.
           MOVE PRP-NUMERO  TO WS-JD-PROPOSTA.
           MOVE PRP-CLIENTE TO WS-JD-CLIENTE.
           IF WS-DEC-DECISAO(WS-ACHOU) IS EQUAL TO 'A'
             MOVE 'APROVADA ' TO WS-JD-DECISAO
           ELSE
             MOVE 'RECUSADA ' TO WS-JD-DECISAO
           END-IF.
           MOVE WS-JA-DECIDIDA-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * COLLECTS EVERY REASON THAT APPLIES AND THE SCORE. A DATA
      * PROBLEM WITH THE PROPOSAL ALSO GOES TO ORIGEXC.
       AVALIAR-PROPOSTA.
           MOVE 100    TO WS-SCORE.
           MOVE 'N'    TO WS-BLOQUEADA.
           MOVE ZEROES TO WS-QTD-MOTIVOS.
           MOVE SPACES TO WS-MOTIVOS.
           MOVE ZEROES TO WS-PARCELA.
           MOVE ZEROES TO WS-COMPROMETIDO.
           MOVE ZEROES TO WS-TAXA.
           MOVE SPACE  TO WS-METODO.
      *
           IF PRP-VALOR IS EQUAL TO ZEROES OR
              PRP-MESES IS EQUAL TO ZEROES
             MOVE 'PI' TO WS-MOTIVO-NOVO
             PERFORM ANOTAR-MOTIVO
           END-IF.
      *
           IF PRP-RENDA IS EQUAL TO ZEROES
             MOVE 'RZ' TO WS-MOTIVO-NOVO
             PERFORM ANOTAR-MOTIVO
           END-IF.
      *
           MOVE PRP-CLIENTE TO CUST-NUMERO.
           READ CUSTOMER-MASTER
             INVALID KEY
               MOVE 'CN' TO WS-MOTIVO-NOVO
               PERFORM ANOTAR-MOTIVO
             NOT INVALID KEY
               IF CUST-INATIVO
                 MOVE 'CI' TO WS-MOTIVO-NOVO
                 PERFORM ANOTAR-MOTIVO
               END-IF
           END-READ.
      *
           PERFORM LOCALIZAR-TAXA.
           IF WS-TAXA-ACHADA IS EQUAL TO 'N'
             MOVE 'PT' TO WS-MOTIVO-NOVO
             PERFORM ANOTAR-MOTIVO
           ELSE
             IF PRP-VALOR IS GREATER THAN ZEROES AND
                PRP-MESES IS GREATER THAN ZEROES
               PERFORM CALCULAR-PARCELA
               PERFORM AVALIAR-COMPROMETIMENTO
             END-IF
           END-IF.
      *
           PERFORM AVALIAR-RECEBIVEIS.
           PERFORM AVALIAR-EMPRESTIMOS.
      *
           IF WS-SCORE IS LESS THAN ZEROES
             MOVE ZEROES TO WS-SCORE
           END-IF.
      *
      * SAME PICK AS EXERC010: THE METHOD OF THE PRODUCT'S FIRST RATE
      * ROW, AND THE RATE WITH THE LATEST VIGENCIA NOT AFTER THE
      * CONTRACT'S FIRST SCHEDULE MONTH, THE MONTH AFTER SIGNING (THE
      * EARLIEST ONE WHEN ALL ARE STILL TO COME) - THE RATE EXERC010
      * WILL PRICE THE NEW CONTRACT WITH.
       LOCALIZAR-TAXA.
           MOVE 'N'    TO WS-TAXA-ACHADA.
           MOVE ZEROES TO WS-MELHOR-VIGENCIA.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-RATE-COUNT
             IF PRP-PRODUTO IS EQUAL TO WS-RATE-PRODUTO(WS-I)
               IF WS-TAXA-ACHADA IS EQUAL TO 'N'
                 MOVE 'S' TO WS-TAXA-ACHADA
                 MOVE WS-RATE-METODO(WS-I) TO WS-METODO
               END-IF
               IF WS-RATE-VIGENCIA(WS-I) IS NOT GREATER THAN
                  WS-PRIMEIRO-ANO-MES AND
                  WS-RATE-VIGENCIA(WS-I) IS NOT LESS THAN
                  WS-MELHOR-VIGENCIA
                 MOVE WS-RATE-VIGENCIA(WS-I) TO WS-MELHOR-VIGENCIA
                 MOVE WS-RATE-TAXA(WS-I)     TO WS-TAXA
               END-IF
             END-IF
           END-PERFORM.
      *
           IF WS-TAXA-ACHADA IS EQUAL TO 'S' AND
              WS-MELHOR-VIGENCIA IS EQUAL TO ZEROES
             PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-RATE-COUNT
               IF PRP-PRODUTO IS EQUAL TO WS-RATE-PRODUTO(WS-I)
                 IF WS-MELHOR-VIGENCIA IS EQUAL TO ZEROES OR
                    WS-RATE-VIGENCIA(WS-I) IS LESS THAN
                    WS-MELHOR-VIGENCIA
                   MOVE WS-RATE-VIGENCIA(WS-I) TO WS-MELHOR-VIGENCIA
                   MOVE WS-RATE-TAXA(WS-I)     TO WS-TAXA
                 END-IF
               END-IF
             END-PERFORM
           END-IF.
      *
      * PRICE: PMT = CAPITAL * i * (1+i)^n / ((1+i)^n - 1), A ZERO
      * RATE DEGENERATING TO CAPITAL / MESES. OPEN-BALANCE METHOD:
      * THE FIRST INSTALLMENT (LINEAR SLICE PLUS A FULL MONTH OF
      * INTEREST ON THE CAPITAL) - THE LARGEST THE BORROWER WILL PAY.
       CALCULAR-PARCELA.
           IF WS-METODO-PRICE
             IF WS-TAXA IS EQUAL TO ZEROES
               COMPUTE WS-PARCELA ROUNDED =
                       PRP-VALOR / PRP-MESES
             ELSE
               COMPUTE WS-TAXA-FRACAO = WS-TAXA / 100
               MOVE 1 TO WS-FATOR
               PERFORM VARYING WS-F FROM 1 BY 1
                       UNTIL WS-F > PRP-MESES
                 COMPUTE WS-FATOR ROUNDED =
                         WS-FATOR * (1 + WS-TAXA-FRACAO)
               END-PERFORM
               COMPUTE WS-PARCELA ROUNDED =
                       PRP-VALOR * WS-TAXA-FRACAO * WS-FATOR
                       / (WS-FATOR - 1)
             END-IF
           ELSE
             COMPUTE WS-PARCELA ROUNDED =
                     (PRP-VALOR / PRP-MESES)
                     + (PRP-VALOR * WS-TAXA / 100)
           END-IF.
      *
       AVALIAR-COMPROMETIMENTO.
           IF PRP-RENDA IS GREATER THAN ZEROES
             COMPUTE WS-COMPROMETIDO ROUNDED =
                     WS-PARCELA * 100 / PRP-RENDA
               ON SIZE ERROR
                 MOVE 999,99 TO WS-COMPROMETIDO
             END-COMPUTE
             IF WS-COMPROMETIDO IS GREATER THAN WS-PCT-COMPROM-MAX
               MOVE 'CP' TO WS-MOTIVO-NOVO
               PERFORM ANOTAR-MOTIVO
             ELSE
               IF WS-COMPROMETIDO IS GREATER THAN WS-LIMITE-ALERTA
                 SUBTRACT 10 FROM WS-SCORE
                 MOVE 'CL' TO WS-MOTIVO-NOVO
                 PERFORM ANOTAR-MOTIVO
               END-IF
             END-IF
           END-IF.
      *
      * THE WORST-AGED OPEN ITEM OF THE APPLICANT ON AROPEN.
       AVALIAR-RECEBIVEIS.
           MOVE ZEROES TO WS-PIOR-DIAS.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ARC-COUNT
             IF WS-ARC-CLIENTE(WS-I) IS EQUAL TO PRP-CLIENTE
               MOVE WS-ARC-DIAS(WS-I) TO WS-PIOR-DIAS
               MOVE WS-ARC-COUNT TO WS-I
             END-IF
           END-PERFORM.
      *
           EVALUATE TRUE
             WHEN WS-PIOR-DIAS IS LESS THAN 30
               CONTINUE
             WHEN WS-PIOR-DIAS IS LESS THAN 60
               SUBTRACT 10 FROM WS-SCORE
               MOVE 'A3' TO WS-MOTIVO-NOVO
               PERFORM ANOTAR-MOTIVO
             WHEN WS-PIOR-DIAS IS LESS THAN 90
               SUBTRACT 25 FROM WS-SCORE
               MOVE 'A6' TO WS-MOTIVO-NOVO
               PERFORM ANOTAR-MOTIVO
             WHEN OTHER
               SUBTRACT 40 FROM WS-SCORE
               MOVE 'A9' TO WS-MOTIVO-NOVO
               PERFORM ANOTAR-MOTIVO
           END-EVALUATE.
      *
      * THE MOST INSTALLMENTS BEHIND ON ANY LOAN THE APPLICANT
      * ALREADY HOLDS. THREE OR MORE DECLINES THE PROPOSAL.
       AVALIAR-EMPRESTIMOS.
           MOVE ZEROES TO WS-PIOR-PARCELAS.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-EMP-COUNT
             IF WS-EMP-CLIENTE(WS-I) IS EQUAL TO PRP-CLIENTE AND
                WS-EMP-PARCELAS(WS-I) IS GREATER THAN
                WS-PIOR-PARCELAS
               MOVE WS-EMP-PARCELAS(WS-I) TO WS-PIOR-PARCELAS
             END-IF
           END-PERFORM.
      *
           EVALUATE TRUE
             WHEN WS-PIOR-PARCELAS IS EQUAL TO ZEROES
               CONTINUE
             WHEN WS-PIOR-PARCELAS IS EQUAL TO 1
               SUBTRACT 20 FROM WS-SCORE
               MOVE 'E1' TO WS-MOTIVO-NOVO
               PERFORM ANOTAR-MOTIVO
             WHEN WS-PIOR-PARCELAS IS EQUAL TO 2
               SUBTRACT 35 FROM WS-SCORE
               MOVE 'E2' TO WS-MOTIVO-NOVO
               PERFORM ANOTAR-MOTIVO
             WHEN OTHER
               SUBTRACT 60 FROM WS-SCORE
               MOVE 'E3' TO WS-MOTIVO-NOVO
               PERFORM ANOTAR-MOTIVO
           END-EVALUATE.
      *
      * KEEPS THE FIRST SIX REASONS AND FLAGS AN OUTRIGHT DECLINE.
      * THE DATA REASONS ALSO GO TO ORIGEXC AND THE EXCPLOG.
       ANOTAR-MOTIVO.
           IF WS-QTD-MOTIVOS IS LESS THAN 6
             ADD 1 TO WS-QTD-MOTIVOS
             MOVE WS-MOTIVO-NOVO TO WS-MOTIVO(WS-QTD-MOTIVOS)
           END-IF.
      *
           PERFORM LOCALIZAR-MOTIVO.
           IF WS-MOT-IDX IS NOT GREATER THAN WS-MOT-BLOQUEIOS
             MOVE 'S' TO WS-BLOQUEADA
           END-IF.
      *
           IF WS-MOTIVO-NOVO IS EQUAL TO 'PI' OR 'RZ' OR 'CN' OR 'PT'
             MOVE PRP-NUMERO       TO WS-EX-PROPOSTA
             MOVE PRP-CLIENTE      TO WS-EX-CLIENTE
             MOVE WS-MOT-TEXTO(WS-MOT-IDX) TO WS-EX-LIT
             PERFORM GRAVAR-EXCECAO
           END-IF.
      *
       LOCALIZAR-MOTIVO.
           MOVE 16 TO WS-MOT-IDX.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > 16
             IF WS-MOT-CODIGO(WS-I) IS EQUAL TO WS-MOTIVO-NOVO
               MOVE WS-I TO WS-MOT-IDX
               MOVE 16   TO WS-I
             END-IF
           END-PERFORM.
      *
      * AN OUTRIGHT REASON DECLINES WHATEVER THE SCORE. OTHERWISE THE
      * SCORE DECIDES; A PROPOSAL IN THE ANALYSIS BAND IS APPROVED
      * WHEN IT COMES BACK WITH THE ANALYST'S RELEASE.
       DECIDIR-PROPOSTA.
           MOVE ZEROES TO WS-NOVO-LOAN-ID.
           EVALUATE TRUE
             WHEN WS-BLOQUEADA IS EQUAL TO 'S'
               MOVE 'D' TO WS-DECISAO
             WHEN WS-SCORE IS NOT LESS THAN WS-SCORE-APROV
               MOVE 'A' TO WS-DECISAO
             WHEN WS-SCORE IS NOT LESS THAN WS-SCORE-MINIMO
               IF PRP-LIBERADA
                 MOVE 'A'  TO WS-DECISAO
                 MOVE 'LM' TO WS-MOTIVO-NOVO
               ELSE
                 MOVE 'R'  TO WS-DECISAO
                 MOVE 'SR' TO WS-MOTIVO-NOVO
               END-IF
               PERFORM ANOTAR-MOTIVO
             WHEN OTHER
               MOVE 'D'  TO WS-DECISAO
               MOVE 'SB' TO WS-MOTIVO-NOVO
               PERFORM ANOTAR-MOTIVO
           END-EVALUATE.
      *
           EVALUATE TRUE
             WHEN WS-APROVADA
               ADD 1 TO WS-QTD-APROVADAS
               PERFORM INCLUIR-EMPRESTIMO
             WHEN WS-EM-ANALISE
               ADD 1 TO WS-QTD-ANALISE
             WHEN OTHER
               ADD 1 TO WS-QTD-RECUSADAS
           END-EVALUATE.
      *
      * THE NEW LOAN STARTS ITS EXERC010 SCHEDULE ON THE NEXT RUN.
      * IT JOINS THE LOAN TABLE SO A SECOND PROPOSAL OF THE SAME
      * CUSTOMER IN THIS RUN SEES IT.
       INCLUIR-EMPRESTIMO.
           ADD 1 TO WS-ULTIMO-LOAN-ID.
           MOVE WS-ULTIMO-LOAN-ID TO WS-NOVO-LOAN-ID.
           MOVE WS-NOVO-LOAN-ID   TO LOAN-ID.
           MOVE PRP-VALOR         TO LOAN-CAPITAL.
           MOVE PRP-MESES         TO LOAN-MESES.
           MOVE PRP-PRODUTO       TO LOAN-PRODUTO.
           MOVE PRP-CLIENTE       TO LOAN-CLIENTE.
           MOVE WS-RUN-DATE-NUM   TO LOAN-DATA-CONTRATO.
           MOVE 'A'               TO LOAN-SITUACAO.
           MOVE 'N'               TO LOAN-REESTRUTURADO.
           MOVE ZEROES            TO LOAN-ID-ORIGEM.
           MOVE ZEROES            TO LOAN-PARC-ORIGEM.
           WRITE LOAN-REC.
           MOVE WS-LOAN-STATUS TO WS-FILE-STATUS.
           MOVE 'LOAN-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           PERFORM INCLUIR-EMPRESTIMO-TABELA.
           ADD PRP-VALOR TO WS-CONTROL-TOT.
      *
       GRAVAR-DECISAO.
           MOVE PRP-NUMERO       TO ORL-PROPOSTA.
           MOVE WS-RUN-DATE-NUM  TO ORL-DATA.
           MOVE PRP-CLIENTE      TO ORL-CLIENTE.
           MOVE PRP-PRODUTO      TO ORL-PRODUTO.
           MOVE PRP-VALOR        TO ORL-VALOR.
           MOVE PRP-MESES        TO ORL-MESES.
           MOVE WS-TAXA          TO ORL-TAXA.
           MOVE WS-PARCELA       TO ORL-PARCELA.
           MOVE WS-COMPROMETIDO  TO ORL-COMPROMETIDO.
           MOVE WS-SCORE         TO ORL-SCORE.
           MOVE WS-DECISAO       TO ORL-DECISAO.
           MOVE WS-NOVO-LOAN-ID  TO ORL-LOAN-ID.
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > 6
             MOVE WS-MOTIVO(WS-M) TO ORL-MOTIVO(WS-M)
           END-PERFORM.
           WRITE ORL-REC.
           MOVE WS-ORL-STATUS  TO WS-FILE-STATUS.
           MOVE 'DECISION-LOG' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
       IMPRIMIR-DECISAO.
           MOVE PRP-NUMERO      TO WS-DT-PROPOSTA.
           MOVE PRP-CLIENTE     TO WS-DT-CLIENTE.
           MOVE PRP-PRODUTO     TO WS-DT-PRODUTO.
           MOVE WS-METODO       TO WS-DT-METODO.
           MOVE PRP-VALOR       TO WS-DT-VALOR.
           MOVE PRP-MESES       TO WS-DT-MESES.
           MOVE WS-TAXA         TO WS-DT-TAXA.
           MOVE WS-PARCELA      TO WS-DT-PARCELA.
           MOVE WS-COMPROMETIDO TO WS-DT-COMPROMETIDO.
           MOVE WS-SCORE        TO WS-DT-SCORE.
           MOVE SPACES          TO WS-DT-LOAN-ID.
           EVALUATE TRUE
             WHEN WS-APROVADA
               MOVE 'APROVADA '     TO WS-DT-DECISAO
               MOVE WS-NOVO-LOAN-ID TO WS-DT-LOAN-ID
             WHEN WS-EM-ANALISE
               MOVE 'ANALISE  '     TO WS-DT-DECISAO
             WHEN OTHER
               MOVE 'RECUSADA '     TO WS-DT-DECISAO
           END-EVALUATE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-QTD-MOTIVOS
             MOVE WS-MOTIVO(WS-M) TO WS-MOTIVO-NOVO
             PERFORM LOCALIZAR-MOTIVO
             MOVE WS-MOTIVO-NOVO           TO WS-MT-CODIGO
             MOVE WS-MOT-TEXTO(WS-MOT-IDX) TO WS-MT-TEXTO
             MOVE WS-MOTIVO-LINE           TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
           END-PERFORM.
      *
       GRAVAR-EXCECAO.
           MOVE WS-EXCEPT-DETAIL TO EXCEPT-LINE.
           WRITE EXCEPT-LINE.
           MOVE WS-EXCEPT-STATUS TO WS-FILE-STATUS.
           MOVE 'EXCEPT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           PERFORM GRAVAR-EXCECAO-PADRAO.
      *
      * THE MACHINE-READABLE TWIN OF THE LINE JUST WRITTEN - ONE
      * STANDARD RECORD PER EXCEPTION ON THE SHARED EXCPLOG.
       GRAVAR-EXCECAO-PADRAO.
           MOVE WS-EX-PROPOSTA TO WS-EXL-CHAVE.
           MOVE WS-EX-LIT      TO WS-EXL-MOTIVO.
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
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'PROPOSTAS LIDAS NO PROPEMPR:'     TO WS-SM-LIT.
           MOVE WS-QTD-PROPOSTAS                   TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'APROVADAS E INCLUIDAS NO LOANFILE:' TO WS-SM-LIT.
           MOVE WS-QTD-APROVADAS                   TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'ENCAMINHADAS PARA ANALISE:'       TO WS-SM-LIT.
           MOVE WS-QTD-ANALISE                     TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'RECUSADAS:'                       TO WS-SM-LIT.
           MOVE WS-QTD-RECUSADAS                   TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'JA DECIDIDAS (NAO REAVALIADAS):'  TO WS-SM-LIT.
           MOVE WS-QTD-JA-DECIDIDAS                TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-CONTROL-TOT  TO WS-CA-VALOR.
           MOVE WS-CAPITAL-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           MOVE WS-RECS-READ     TO RP-TRL-RECS-READ.
           MOVE WS-RECS-WRTN     TO RP-TRL-RECS-WRTN.
           MOVE WS-CONTROL-TOT   TO RP-TRL-CONTROL-TOT.
           MOVE RP-TRAILER-LINE  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           CLOSE PROPOSAL-FILE.
           CLOSE CUSTOMER-MASTER.
           CLOSE LOAN-FILE.
           CLOSE DECISION-LOG.
           CLOSE REPORT-FILE.
           CLOSE EXCEPT-FILE.
      *
      * ONE RUN RECORD PER EXECUTION - APPENDED LAST SO THE RC FIELD
      * CARRIES WHATEVER RETURN CODE THE RUN IS ENDING WITH.
       GRAVAR-RUNLOG.
           OPEN EXTEND RUNLOG-FILE.
           MOVE WS-RLG-STATUS  TO WS-FILE-STATUS.
           MOVE 'RUNLOG-FILE'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           MOVE 'EXERC088' TO RLG-PROGRAMA.
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
           COPY CPYPRMPD.
           COPY CPYFILCHK.
