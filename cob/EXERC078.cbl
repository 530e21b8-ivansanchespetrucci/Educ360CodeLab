      ******************************************************************
      * FILE NAME   : EXERC078                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : LGPD DATA-SUBJECT REQUESTS - READS THE LGPDREQ   *
      *               REQUESTS (ACCESS 'A' OR ERASURE 'E', BY CPF/CNPJ *
      *               AND/OR CUSTOMER, PATIENT OR OWNER ID) AND        *
      *               LOCATES EVERY RECORD OF THE PERSON ON CUSTMAST,  *
      *               PACFILE, PACHIST, ALUGHIST, INVSUMM, LOYFILE AND *
      *               PROPFILE. AN ACCESS REQUEST GETS EVERY RECORD    *
      *               FOUND ON THE LGPDEXP EXPORT; AN ERASURE REQUEST  *
      *               ANONYMIZES NAME, ADDRESS AND DOCUMENT AND KEEPS  *
      *               THE AMOUNTS. ERASURE IS REFUSED WHILE THE PERSON *
      *               HAS AN OPEN INVOICE ON AROPEN OR AN OPEN IPTU    *
      *               INSTALLMENT ON IPARFILE. EVERY REQUEST AND ITS   *
      *               OUTCOME IS APPENDED TO THE LGPDLOG COMPLIANCE    *
      *               LOG                                              *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FIRST VERSION - THE REQUESTS WERE ANSWERED BY   *
      *                SEARCHING SEVEN FILES BY HAND. CUSTMAST IS      *
      *                REWRITTEN IN PLACE (AND THE CUSTOMER SET        *
      *                INACTIVE); PACFILE, ALUGHIST AND PROPFILE ARE   *
      *                SEQUENTIAL, SO THEY COME OUT AS PACNEW,         *
      *                ALUGHNEW AND PROPNEW GENERATIONS THE JOB COPIES *
      *                BACK, THE SAME SWAP EXERC041 USES. INVSUMM IS   *
      *                THE FISCAL INVOICE RECORD AND IS KEPT AS        *
      *                ISSUED; PACHIST AND LOYFILE CARRY NO NAME OR    *
      *                DOCUMENT, ONLY THE ID WHOSE MASTER RECORD IS    *
      *                ANONYMIZED - ALL THREE ARE EXPORTED ONLY. THE   *
      *                ANONYMIZED NAME AND DOCUMENT CARRY THE RECORD   *
      *                ID SO EXERC054 DOES NOT PAIR THEM UP AS         *
      *                DUPLICATES. ACCESS REQUESTS ARE ALWAYS          *
      *                ANSWERED - OPEN ITEMS ONLY HOLD AN ERASURE.     *
      * 2026-10-15 JM  HIST-REC LAYOUT KEPT IN STEP WITH EXERC005 -    *
      *                THE HISTORY RECORD NOW ENDS WITH THE PICKUP AND *
      *                RETURN BRANCHES OF THE TRIP; THE ALUGHNEW       *
      *                GENERATION GROWS TO MATCH.                      *
      * 2026-10-15 JM  ALUGEST IS NOW SEARCHED AND ANONYMIZED TOO - IT *
      *                KEEPS A FULL COPY OF EVERY ZEROED TRIP, NAME    *
      *                INCLUDED, AND EXERC038 RELAUNCHES FROM IT. IT   *
      *                COMES OUT AS THE ALUGENEW GENERATION THE JOB    *
      *                COPIES BACK, LIKE ALUGHIST.                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC078.
       AUTHOR. JM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE    ASSIGN TO LGPDREQ
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-REQ-STATUS.
      *
           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
                                   ORGANIZATION IS INDEXED
                                   RECORD KEY IS CUST-NUMERO
                                   ALTERNATE RECORD KEY IS CUST-NOME
                                     WITH DUPLICATES
                                   ACCESS MODE IS DYNAMIC
                                   FILE STATUS IS WS-CUST-STATUS.
      *
           SELECT PATIENT-FILE    ASSIGN TO PACFILE
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-PAC-STATUS.
      *
           SELECT PATIENT-NEW     ASSIGN TO PACNEW
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-PACN-STATUS.
      *
           SELECT VISIT-FILE      ASSIGN TO PACHIST
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-VIS-STATUS.
      *
           SELECT HISTORY-FILE    ASSIGN TO ALUGHIST
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-HIST-STATUS.
      *
           SELECT HISTORY-NEW     ASSIGN TO ALUGHNEW
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-HISN-STATUS.
      *
           SELECT REVERSAL-FILE   ASSIGN TO ALUGEST
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-EST-STATUS.
      *
           SELECT REVERSAL-NEW    ASSIGN TO ALUGENEW
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-ESTN-STATUS.
      *
           SELECT INVOICE-FILE    ASSIGN TO INVSUMM
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-INV-STATUS.
      *
           SELECT LOYALTY-FILE    ASSIGN TO LOYFILE
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-LOY-STATUS.
      *
           SELECT OWNER-FILE      ASSIGN TO PROPFILE
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-PROP-STATUS.
      *
           SELECT OWNER-NEW       ASSIGN TO PROPNEW
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-PROPN-STATUS.
      *
           SELECT AROPEN-FILE     ASSIGN TO AROPEN
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-ARO-STATUS.
      *
           SELECT LEDGER-FILE     ASSIGN TO IPARFILE
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-IPA-STATUS.
      *
           SELECT EXPORT-FILE     ASSIGN TO LGPDEXP
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-EXP-STATUS.
      *
           SELECT LOG-FILE        ASSIGN TO LGPDLOG
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-LOG-STATUS.
      *
           SELECT REPORT-FILE     ASSIGN TO LGPDRPT
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      * ONE DATA-SUBJECT REQUEST. PATIENTS HAVE NO DOCUMENT ON PACFILE
      * AND ARE ONLY FOUND BY LGR-PACIENTE.
       FD  REQUEST-FILE.
       01  LGR-REC.
           05  LGR-PROTOCOLO      PIC 9(06).
           05  LGR-TIPO           PIC X(01).
               88  LGR-ACESSO     VALUE 'A'.
               88  LGR-ELIMINACAO VALUE 'E'.
           05  LGR-DOCUMENTO      PIC X(14).
           05  LGR-CLIENTE        PIC 9(06).
           05  LGR-PACIENTE       PIC 9(06).
           05  LGR-PROPRIETARIO   PIC 9(06).
           05  LGR-DATA-PEDIDO    PIC 9(08).
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
       FD  PATIENT-FILE.
       01  PAC-REC.
           05  PAC-ID             PIC 9(06).
           05  PAC-NOME           PIC X(30).
           05  PAC-PESO           PIC 9(03)V9(02).
           05  PAC-ALTURA         PIC 9(03)V9(02).
           05  PAC-DATA-NASC      PIC 9(08).
           05  PAC-SEXO           PIC X(01).
      *
       FD  PATIENT-NEW.
       01  PACN-REC               PIC X(55).
      *
       FD  VISIT-FILE.
       01  VIS-REC.
           05  VIS-PAC-ID         PIC 9(06).
           05  VIS-DATA           PIC 9(08).
           05  VIS-IMC            PIC 9(03)V9(02).
           05  VIS-CLASSE         PIC X(09).
           05  VIS-FAIXA          PIC X(03).
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
       FD  HISTORY-NEW.
       01  HISN-REC               PIC X(137).
      *
      * A TRIP EXERC079 ZEROED, KEPT WHOLE FOR EXERC038. THE NAME IS
      * EST-VIAGEM(7:30), THE HIST-NOME OF THE ALUGHIST LINE.
       FD  REVERSAL-FILE.
       01  EST-REC.
           05  EST-SITUACAO       PIC X(01).
           05  EST-DATA-ESTORNO   PIC 9(08).
           05  EST-PLACA          PIC X(07).
           05  EST-CLIENTE        PIC 9(06).
           05  EST-DATA-RUN       PIC 9(08).
           05  EST-VIAGEM         PIC X(137).
      *
       FD  REVERSAL-NEW.
       01  ESTN-REC               PIC X(167).
      *
       FD  INVOICE-FILE.
       01  INV-REC.
           05  INV-NUMERO         PIC 9(06).
           05  INV-CLIENTE        PIC 9(06).
           05  INV-PASSAGEIRO     PIC X(30).
           05  INV-MES            PIC 9(02).
           05  INV-TOTAL          PIC 9(08)V9(02).
           05  INV-CPF-CNPJ       PIC X(14).
      *
       FD  LOYALTY-FILE.
       01  LOY-REC.
           05  LOY-CLIENTE        PIC 9(06).
           05  LOY-PONTOS         PIC S9(09)
                                   SIGN IS LEADING SEPARATE.
      *
       FD  OWNER-FILE.
       01  PRP-REC.
           05  PRP-ID             PIC 9(06).
           05  PRP-NOME           PIC X(30).
           05  PRP-ENDERECO       PIC X(30).
           05  PRP-CPF-CNPJ       PIC X(14).
      *
       FD  OWNER-NEW.
       01  PRPN-REC               PIC X(80).
      *
       FD  AROPEN-FILE.
       01  ARO-REC.
           05  ARO-NUMERO         PIC 9(06).
           05  ARO-CLIENTE        PIC 9(06).
           05  ARO-MES            PIC 9(02).
           05  ARO-DATA-FATURA    PIC 9(08).
           05  ARO-VALOR-ORIG     PIC 9(08)V9(02).
           05  ARO-VALOR-ABERTO   PIC 9(08)V9(02).
      *
       FD  LEDGER-FILE.
       01  IPA-REC.
           05  IPA-LOTE-ID        PIC 9(05).
           05  IPA-ANO            PIC 9(04).
           05  IPA-PARCELA        PIC 9(02).
           05  IPA-PROP-ID        PIC 9(06).
           05  IPA-VALOR          PIC 9(08)V9(02).
           05  IPA-VALOR-PAGO     PIC 9(08)V9(02).
           05  IPA-SITUACAO       PIC X(01).
      *
      * ONE LINE PER RECORD FOUND FOR AN ACCESS REQUEST - THE SOURCE
      * FILE'S LOGICAL NAME AND ITS RECORD IMAGE AS STORED.
       FD  EXPORT-FILE.
       01  EXP-REC.
           05  EXP-PROTOCOLO      PIC 9(06).
           05  EXP-ARQUIVO        PIC X(08).
           05  EXP-DADOS          PIC X(140).
      *
      * THE COMPLIANCE LOG - ONE RECORD PER REQUEST, KEPT FOR GOOD.
       FD  LOG-FILE.
       01  LOG-REC.
           05  LOG-PROTOCOLO      PIC 9(06).
           05  LOG-TIPO           PIC X(01).
           05  LOG-DOCUMENTO      PIC X(14).
           05  LOG-CLIENTE        PIC 9(06).
           05  LOG-PACIENTE       PIC 9(06).
           05  LOG-PROPRIETARIO   PIC 9(06).
           05  LOG-DATA-PEDIDO    PIC 9(08).
           05  LOG-DATA-EXECUCAO  PIC 9(08).
           05  LOG-RESULTADO      PIC X(01).
               88  LOG-ATENDIDO       VALUE 'A'.
               88  LOG-RECUSADO       VALUE 'R'.
               88  LOG-NAO-LOCALIZADO VALUE 'N'.
           05  LOG-QTD-LOCALIZADOS PIC 9(05).
           05  LOG-QTD-ANONIMIZADOS PIC 9(05).
           05  LOG-MOTIVO         PIC X(30).
      *
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(100).
      *
       WORKING-STORAGE SECTION.
       01  WS-REQ-STATUS          PIC X(02) VALUE SPACES.
       01  WS-CUST-STATUS         PIC X(02) VALUE SPACES.
       01  WS-PAC-STATUS          PIC X(02) VALUE SPACES.
       01  WS-PACN-STATUS         PIC X(02) VALUE SPACES.
       01  WS-VIS-STATUS          PIC X(02) VALUE SPACES.
       01  WS-HIST-STATUS         PIC X(02) VALUE SPACES.
       01  WS-HISN-STATUS         PIC X(02) VALUE SPACES.
       01  WS-EST-STATUS          PIC X(02) VALUE SPACES.
       01  WS-ESTN-STATUS         PIC X(02) VALUE SPACES.
       01  WS-INV-STATUS          PIC X(02) VALUE SPACES.
       01  WS-LOY-STATUS          PIC X(02) VALUE SPACES.
       01  WS-PROP-STATUS         PIC X(02) VALUE SPACES.
       01  WS-PROPN-STATUS        PIC X(02) VALUE SPACES.
       01  WS-ARO-STATUS          PIC X(02) VALUE SPACES.
       01  WS-IPA-STATUS          PIC X(02) VALUE SPACES.
       01  WS-EXP-STATUS          PIC X(02) VALUE SPACES.
       01  WS-LOG-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
           COPY CPYLCKWS.
       01  WS-EOF-REQ             PIC X(01) VALUE 'N'.
       01  WS-EOF-CUST            PIC X(01) VALUE 'N'.
       01  WS-EOF-PAC             PIC X(01) VALUE 'N'.
       01  WS-EOF-VIS             PIC X(01) VALUE 'N'.
       01  WS-EOF-HIST            PIC X(01) VALUE 'N'.
       01  WS-EOF-EST             PIC X(01) VALUE 'N'.
       01  WS-EOF-INV             PIC X(01) VALUE 'N'.
       01  WS-EOF-LOY             PIC X(01) VALUE 'N'.
       01  WS-EOF-PROP            PIC X(01) VALUE 'N'.
       01  WS-EOF-ARO             PIC X(01) VALUE 'N'.
       01  WS-EOF-IPA             PIC X(01) VALUE 'N'.
      *
      * ONE ROW PER REQUEST ON LGPDREQ, WITH THE IDS THE DOCUMENT
      * RESOLVED TO AND THE COUNTS FOR THE LOG.
       01  WS-PED-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-PED-TAB.
           05  WS-PED-LINHA       OCCURS 1 TO 500 TIMES
                                   DEPENDING ON WS-PED-COUNT.
               10  WS-PD-PROTOCOLO  PIC 9(06).
               10  WS-PD-TIPO       PIC X(01).
                   88  WS-PD-ACESSO     VALUE 'A'.
                   88  WS-PD-ELIMINACAO VALUE 'E'.
               10  WS-PD-DOCUMENTO  PIC X(14).
               10  WS-PD-CLIENTE    PIC 9(06).
               10  WS-PD-PACIENTE   PIC 9(06).
               10  WS-PD-PROPRIET   PIC 9(06).
               10  WS-PD-DATA       PIC 9(08).
               10  WS-PD-SITUACAO   PIC X(01).
                   88  WS-PD-RECUSADO   VALUE 'R'.
               10  WS-PD-MOTIVO     PIC X(30).
               10  WS-PD-QTD-LOC    PIC 9(05).
               10  WS-PD-QTD-ANON   PIC 9(05).
       01  WS-P                   PIC 9(04) VALUE ZEROES.
      *
       01  WS-ANONIMIZAR          PIC X(01) VALUE 'N'.
       01  WS-ANON-NOME.
           05  FILLER             PIC X(12) VALUE 'ANONIMIZADO '.
           05  WS-AN-CODIGO       PIC 9(06).
           05  FILLER             PIC X(12) VALUE SPACES.
       01  WS-ANON-DOC.
           05  FILLER             PIC X(04) VALUE 'ANON'.
           05  WS-AD-CODIGO       PIC 9(06).
           05  FILLER             PIC X(04) VALUE SPACES.
      *
      * THE BIRTH DATE KEEPS ONLY ITS YEAR - EXERC023 AND EXERC040
      * STILL NEED AN AGE BAND FOR THE CLINICAL HISTORY.
       01  WS-DATA-NASC           PIC 9(08) VALUE ZEROES.
       01  WS-DATA-NASC-R REDEFINES WS-DATA-NASC.
           05  WS-DN-AAAA         PIC 9(04).
           05  WS-DN-MMDD         PIC 9(04).
      *
       01  WS-QTD-PEDIDOS         PIC 9(05) VALUE ZEROES.
       01  WS-QTD-ATENDIDOS       PIC 9(05) VALUE ZEROES.
       01  WS-QTD-RECUSADOS       PIC 9(05) VALUE ZEROES.
       01  WS-QTD-NAO-LOCALIZ     PIC 9(05) VALUE ZEROES.
       01  WS-QTD-ANON-TOTAL      PIC 9(07) VALUE ZEROES.
      *
       01  WS-COL-HEADER.
           05  FILLER             PIC X(45) VALUE
               ' PROTOC T DOCUMENTO      CLIENTE PACIEN PROPR'.
           05  FILLER             PIC X(45) VALUE
               '  RESULTADO      LOCALIZ ANONIM              '.
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-PROTOCOLO    PIC 9(06).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-TIPO         PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-DOCUMENTO    PIC X(14).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-CLIENTE      PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-PACIENTE     PIC 9(06).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-PROPRIET     PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-RESULTADO    PIC X(15).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-QTD-LOC      PIC ZZ.ZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-QTD-ANON     PIC ZZ.ZZ9.
       01  WS-MOTIVO-LINE.
           05  FILLER             PIC X(10) VALUE SPACES.
           05  FILLER             PIC X(08) VALUE 'MOTIVO: '.
           05  WS-MT-MOTIVO       PIC X(30).
       01  WS-SUM-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-SM-LIT          PIC X(40).
           05  WS-SM-QTD          PIC Z.ZZZ.ZZ9.
      *
           COPY CPYRPTHD.
           COPY CPYRPTTL.
      *
       01  WS-RUN-DATE.
           05  WS-RUN-YYYY        PIC 9(04).
           05  WS-RUN-MM          PIC 9(02).
           05  WS-RUN-DD          PIC 9(02).
       01  WS-RUN-DATE-NUM        PIC 9(08) VALUE ZEROES.
       01  WS-RUN-DATE-EDIT       PIC X(10).
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
           PERFORM CARREGAR-PEDIDOS
             WITH TEST AFTER
             UNTIL WS-EOF-REQ IS EQUAL TO 'Y'.
      *
      * FIRST THE DOCUMENT IS RESOLVED TO CUSTOMER AND OWNER IDS, THEN
      * THE OPEN ITEMS DECIDE WHICH ERASURES MAY GO AHEAD.
           PERFORM LOCALIZAR-CLIENTES
             WITH TEST AFTER
             UNTIL WS-EOF-CUST IS EQUAL TO 'Y'.
           PERFORM LOCALIZAR-PROPRIETARIOS
             WITH TEST AFTER
             UNTIL WS-EOF-PROP IS EQUAL TO 'Y'.
           CLOSE OWNER-FILE.
      *
           PERFORM VERIFICAR-AROPEN
             WITH TEST AFTER
             UNTIL WS-EOF-ARO IS EQUAL TO 'Y'.
           PERFORM VERIFICAR-IPARFILE
             WITH TEST AFTER
             UNTIL WS-EOF-IPA IS EQUAL TO 'Y'.
      *
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PED-COUNT
             IF NOT WS-PD-RECUSADO(WS-P) AND
                WS-PD-CLIENTE(WS-P) IS NOT EQUAL TO ZEROES
               PERFORM TRATAR-CLIENTE
             END-IF
           END-PERFORM.
      *
           PERFORM TRATAR-PACIENTE
             WITH TEST AFTER
             UNTIL WS-EOF-PAC IS EQUAL TO 'Y'.
           PERFORM TRATAR-VISITA
             WITH TEST AFTER
             UNTIL WS-EOF-VIS IS EQUAL TO 'Y'.
           PERFORM TRATAR-ALUGUEL
             WITH TEST AFTER
             UNTIL WS-EOF-HIST IS EQUAL TO 'Y'.
           PERFORM TRATAR-ESTORNO
             WITH TEST AFTER
             UNTIL WS-EOF-EST IS EQUAL TO 'Y'.
           PERFORM TRATAR-FATURA
             WITH TEST AFTER
             UNTIL WS-EOF-INV IS EQUAL TO 'Y'.
           PERFORM TRATAR-FIDELIDADE
             WITH TEST AFTER
             UNTIL WS-EOF-LOY IS EQUAL TO 'Y'.
      *
           OPEN INPUT  OWNER-FILE.
           MOVE WS-PROP-STATUS TO WS-FILE-STATUS.
           MOVE 'OWNER-FILE'   TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           MOVE 'N' TO WS-EOF-PROP.
           PERFORM TRATAR-PROPRIETARIO
             WITH TEST AFTER
             UNTIL WS-EOF-PROP IS EQUAL TO 'Y'.
      *
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PED-COUNT
             PERFORM REGISTRAR-PEDIDO
           END-PERFORM.
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
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
      *
           MOVE 'EDUCUTIL' TO WS-TRV-JOB.
           MOVE 'EXERC078' TO WS-TRV-PROGRAMA.
           MOVE 'CUSTMAST' TO WS-TRV-ARQUIVO.
           PERFORM TOMAR-TRAVA-ARQUIVO.
           MOVE 'PACFILE ' TO WS-TRV-ARQUIVO.
           PERFORM TOMAR-TRAVA-ARQUIVO.
           MOVE 'ALUGHIST' TO WS-TRV-ARQUIVO.
           PERFORM TOMAR-TRAVA-ARQUIVO.
           MOVE 'ALUGEST ' TO WS-TRV-ARQUIVO.
           PERFORM TOMAR-TRAVA-ARQUIVO.
           MOVE 'PROPFILE' TO WS-TRV-ARQUIVO.
           PERFORM TOMAR-TRAVA-ARQUIVO.
      *
           OPEN INPUT  REQUEST-FILE.
           MOVE WS-REQ-STATUS  TO WS-FILE-STATUS.
           MOVE 'REQUEST-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN I-O    CUSTOMER-MASTER.
           MOVE WS-CUST-STATUS    TO WS-FILE-STATUS.
           MOVE 'CUSTOMER-MASTER' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN INPUT  PATIENT-FILE.
           MOVE WS-PAC-STATUS  TO WS-FILE-STATUS.
           MOVE 'PATIENT-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT PATIENT-NEW.
           MOVE WS-PACN-STATUS TO WS-FILE-STATUS.
           MOVE 'PATIENT-NEW'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN INPUT  VISIT-FILE.
           MOVE WS-VIS-STATUS  TO WS-FILE-STATUS.
           MOVE 'VISIT-FILE'   TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN INPUT  HISTORY-FILE.
           MOVE WS-HIST-STATUS TO WS-FILE-STATUS.
           MOVE 'HISTORY-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT HISTORY-NEW.
           MOVE WS-HISN-STATUS TO WS-FILE-STATUS.
           MOVE 'HISTORY-NEW'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN INPUT  REVERSAL-FILE.
           MOVE WS-EST-STATUS   TO WS-FILE-STATUS.
           MOVE 'REVERSAL-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT REVERSAL-NEW.
           MOVE WS-ESTN-STATUS  TO WS-FILE-STATUS.
           MOVE 'REVERSAL-NEW'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN INPUT  INVOICE-FILE.
           MOVE WS-INV-STATUS  TO WS-FILE-STATUS.
           MOVE 'INVOICE-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN INPUT  LOYALTY-FILE.
           MOVE WS-LOY-STATUS  TO WS-FILE-STATUS.
           MOVE 'LOYALTY-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN INPUT  OWNER-FILE.
           MOVE WS-PROP-STATUS TO WS-FILE-STATUS.
           MOVE 'OWNER-FILE'   TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT OWNER-NEW.
           MOVE WS-PROPN-STATUS TO WS-FILE-STATUS.
           MOVE 'OWNER-NEW'     TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN INPUT  AROPEN-FILE.
           MOVE WS-ARO-STATUS  TO WS-FILE-STATUS.
           MOVE 'AROPEN-FILE'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN INPUT  LEDGER-FILE.
           MOVE WS-IPA-STATUS  TO WS-FILE-STATUS.
           MOVE 'LEDGER-FILE'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT EXPORT-FILE.
           MOVE WS-EXP-STATUS  TO WS-FILE-STATUS.
           MOVE 'EXPORT-FILE'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN EXTEND LOG-FILE.
           MOVE WS-LOG-STATUS  TO WS-FILE-STATUS.
           MOVE 'LOG-FILE'     TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
           MOVE 'REPORT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           MOVE 'EXERC078'                    TO RP-HDR-PROGRAM.
           MOVE 'PEDIDOS DO TITULAR - LGPD'    TO RP-HDR-TITLE.
           MOVE WS-RUN-DATE-EDIT               TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO                     TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE                 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-COL-HEADER                  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       CARREGAR-PEDIDOS.
           READ REQUEST-FILE
             AT END
               MOVE 'Y' TO WS-EOF-REQ
           END-READ.
           MOVE WS-REQ-STATUS  TO WS-FILE-STATUS.
           MOVE 'REQUEST-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-REQ IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             IF WS-PED-COUNT IS NOT LESS THAN 500
               DISPLAY 'EXERC078 - MAIS DE 500 PEDIDOS NO LGPDREQ'
                       ' - EXECUCAO ABORTADA'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-PED-COUNT
             MOVE LGR-PROTOCOLO    TO WS-PD-PROTOCOLO(WS-PED-COUNT)
             MOVE LGR-TIPO         TO WS-PD-TIPO(WS-PED-COUNT)
             MOVE LGR-DOCUMENTO    TO WS-PD-DOCUMENTO(WS-PED-COUNT)
             MOVE LGR-CLIENTE      TO WS-PD-CLIENTE(WS-PED-COUNT)
             MOVE LGR-PACIENTE     TO WS-PD-PACIENTE(WS-PED-COUNT)
             MOVE LGR-PROPRIETARIO TO WS-PD-PROPRIET(WS-PED-COUNT)
             MOVE LGR-DATA-PEDIDO  TO WS-PD-DATA(WS-PED-COUNT)
             MOVE SPACE            TO WS-PD-SITUACAO(WS-PED-COUNT)
             MOVE SPACES           TO WS-PD-MOTIVO(WS-PED-COUNT)
             MOVE ZEROES           TO WS-PD-QTD-LOC(WS-PED-COUNT)
             MOVE ZEROES           TO WS-PD-QTD-ANON(WS-PED-COUNT)
             IF NOT LGR-ACESSO AND NOT LGR-ELIMINACAO
               MOVE 'R' TO WS-PD-SITUACAO(WS-PED-COUNT)
               MOVE 'TIPO DE PEDIDO INVALIDO'
                 TO WS-PD-MOTIVO(WS-PED-COUNT)
             END-IF
             IF LGR-DOCUMENTO IS EQUAL TO SPACES AND
                LGR-CLIENTE IS EQUAL TO ZEROES AND
                LGR-PACIENTE IS EQUAL TO ZEROES AND
                LGR-PROPRIETARIO IS EQUAL TO ZEROES
               MOVE 'R' TO WS-PD-SITUACAO(WS-PED-COUNT)
               MOVE 'SEM DOCUMENTO E SEM CODIGO'
                 TO WS-PD-MOTIVO(WS-PED-COUNT)
             END-IF
           END-IF.
      *
      * A REQUEST BY DOCUMENT ONLY PICKS UP THE CUSTOMER NUMBER HERE.
       LOCALIZAR-CLIENTES.
           READ CUSTOMER-MASTER NEXT RECORD
             AT END
               MOVE 'Y' TO WS-EOF-CUST
           END-READ.
           MOVE WS-CUST-STATUS    TO WS-FILE-STATUS.
           MOVE 'CUSTOMER-MASTER' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-CUST IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             PERFORM VARYING WS-P FROM 1 BY 1
                     UNTIL WS-P > WS-PED-COUNT
               IF WS-PD-CLIENTE(WS-P) IS EQUAL TO ZEROES AND
                  WS-PD-DOCUMENTO(WS-P) IS NOT EQUAL TO SPACES AND
                  WS-PD-DOCUMENTO(WS-P) IS EQUAL TO CUST-CPF-CNPJ
                 MOVE CUST-NUMERO TO WS-PD-CLIENTE(WS-P)
               END-IF
             END-PERFORM
           END-IF.
      *
       LOCALIZAR-PROPRIETARIOS.
           READ OWNER-FILE
             AT END
               MOVE 'Y' TO WS-EOF-PROP
           END-READ.
           MOVE WS-PROP-STATUS TO WS-FILE-STATUS.
           MOVE 'OWNER-FILE'   TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-PROP IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             PERFORM VARYING WS-P FROM 1 BY 1
                     UNTIL WS-P > WS-PED-COUNT
               IF WS-PD-PROPRIET(WS-P) IS EQUAL TO ZEROES AND
                  WS-PD-DOCUMENTO(WS-P) IS NOT EQUAL TO SPACES AND
                  WS-PD-DOCUMENTO(WS-P) IS EQUAL TO PRP-CPF-CNPJ
                 MOVE PRP-ID TO WS-PD-PROPRIET(WS-P)
               END-IF
             END-PERFORM
           END-IF.
      *
       VERIFICAR-AROPEN.
           READ AROPEN-FILE
             AT END
               MOVE 'Y' TO WS-EOF-ARO
           END-READ.
           MOVE WS-ARO-STATUS  TO WS-FILE-STATUS.
           MOVE 'AROPEN-FILE'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-ARO IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             IF ARO-VALOR-ABERTO IS GREATER THAN ZEROES
               PERFORM VARYING WS-P FROM 1 BY 1
                       UNTIL WS-P > WS-PED-COUNT
                 IF WS-PD-ELIMINACAO(WS-P) AND
                    NOT WS-PD-RECUSADO(WS-P) AND
                    WS-PD-CLIENTE(WS-P) IS EQUAL TO ARO-CLIENTE
                   MOVE 'R' TO WS-PD-SITUACAO(WS-P)
                   MOVE 'CLIENTE COM FATURA EM ABERTO'
                     TO WS-PD-MOTIVO(WS-P)
                 END-IF
               END-PERFORM
             END-IF
           END-IF.
      *
       VERIFICAR-IPARFILE.
           READ LEDGER-FILE
             AT END
               MOVE 'Y' TO WS-EOF-IPA
           END-READ.
           MOVE WS-IPA-STATUS  TO WS-FILE-STATUS.
           MOVE 'LEDGER-FILE'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-IPA IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             IF IPA-SITUACAO IS EQUAL TO 'A'
               PERFORM VARYING WS-P FROM 1 BY 1
                       UNTIL WS-P > WS-PED-COUNT
                 IF WS-PD-ELIMINACAO(WS-P) AND
                    NOT WS-PD-RECUSADO(WS-P) AND
                    WS-PD-PROPRIET(WS-P) IS EQUAL TO IPA-PROP-ID
                   MOVE 'R' TO WS-PD-SITUACAO(WS-P)
                   MOVE 'PROPRIETARIO COM IPTU EM ABERTO'
                     TO WS-PD-MOTIVO(WS-P)
                 END-IF
               END-PERFORM
             END-IF
           END-IF.
      *
       TRATAR-CLIENTE.
           MOVE WS-PD-CLIENTE(WS-P) TO CUST-NUMERO.
           READ CUSTOMER-MASTER
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE 'CUSTMAST' TO EXP-ARQUIVO
               MOVE CUST-REC   TO EXP-DADOS
               PERFORM EXPORTAR-REGISTRO
               IF WS-PD-ELIMINACAO(WS-P)
                 MOVE CUST-NUMERO  TO WS-AN-CODIGO
                 MOVE CUST-NUMERO  TO WS-AD-CODIGO
                 MOVE WS-ANON-NOME TO CUST-NOME
                 MOVE SPACES       TO CUST-ENDERECO
                 MOVE WS-ANON-DOC  TO CUST-CPF-CNPJ
                 MOVE 'I'          TO CUST-STATUS
                 REWRITE CUST-REC
                 MOVE WS-CUST-STATUS    TO WS-FILE-STATUS
                 MOVE 'CUSTOMER-MASTER' TO WS-FILE-ID
                 PERFORM CHECK-FILE-STATUS
                 ADD 1 TO WS-PD-QTD-ANON(WS-P)
               END-IF
           END-READ.
      *
       TRATAR-PACIENTE.
           READ PATIENT-FILE
             AT END
               MOVE 'Y' TO WS-EOF-PAC
           END-READ.
           MOVE WS-PAC-STATUS  TO WS-FILE-STATUS.
           MOVE 'PATIENT-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-PAC IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             MOVE 'N' TO WS-ANONIMIZAR
             PERFORM VARYING WS-P FROM 1 BY 1
                     UNTIL WS-P > WS-PED-COUNT
               IF NOT WS-PD-RECUSADO(WS-P) AND
                  WS-PD-PACIENTE(WS-P) IS EQUAL TO PAC-ID AND
                  PAC-ID IS NOT EQUAL TO ZEROES
                 MOVE 'PACFILE ' TO EXP-ARQUIVO
                 MOVE PAC-REC    TO EXP-DADOS
                 PERFORM EXPORTAR-REGISTRO
                 IF WS-PD-ELIMINACAO(WS-P)
                   MOVE 'S' TO WS-ANONIMIZAR
                   ADD 1 TO WS-PD-QTD-ANON(WS-P)
                 END-IF
               END-IF
             END-PERFORM
             IF WS-ANONIMIZAR IS EQUAL TO 'S'
               MOVE PAC-ID        TO WS-AN-CODIGO
               MOVE WS-ANON-NOME  TO PAC-NOME
               MOVE PAC-DATA-NASC TO WS-DATA-NASC
               MOVE 0101          TO WS-DN-MMDD
               MOVE WS-DATA-NASC  TO PAC-DATA-NASC
             END-IF
             MOVE PAC-REC TO PACN-REC
             WRITE PACN-REC
             MOVE WS-PACN-STATUS TO WS-FILE-STATUS
             MOVE 'PATIENT-NEW'  TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
           END-IF.
      *
       TRATAR-VISITA.
           READ VISIT-FILE
             AT END
               MOVE 'Y' TO WS-EOF-VIS
           END-READ.
           MOVE WS-VIS-STATUS  TO WS-FILE-STATUS.
           MOVE 'VISIT-FILE'   TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-VIS IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             PERFORM VARYING WS-P FROM 1 BY 1
                     UNTIL WS-P > WS-PED-COUNT
               IF NOT WS-PD-RECUSADO(WS-P) AND
                  WS-PD-PACIENTE(WS-P) IS EQUAL TO VIS-PAC-ID AND
                  VIS-PAC-ID IS NOT EQUAL TO ZEROES
                 MOVE 'PACHIST ' TO EXP-ARQUIVO
                 MOVE VIS-REC    TO EXP-DADOS
                 PERFORM EXPORTAR-REGISTRO
               END-IF
             END-PERFORM
           END-IF.
      *
       TRATAR-ALUGUEL.
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
             MOVE 'N' TO WS-ANONIMIZAR
             PERFORM VARYING WS-P FROM 1 BY 1
                     UNTIL WS-P > WS-PED-COUNT
               IF NOT WS-PD-RECUSADO(WS-P) AND
                  WS-PD-CLIENTE(WS-P) IS EQUAL TO HIST-CLIENTE AND
                  HIST-CLIENTE IS NOT EQUAL TO ZEROES
                 MOVE 'ALUGHIST' TO EXP-ARQUIVO
                 MOVE HIST-REC   TO EXP-DADOS
                 PERFORM EXPORTAR-REGISTRO
                 IF WS-PD-ELIMINACAO(WS-P)
                   MOVE 'S' TO WS-ANONIMIZAR
                   ADD 1 TO WS-PD-QTD-ANON(WS-P)
                 END-IF
               END-IF
             END-PERFORM
             IF WS-ANONIMIZAR IS EQUAL TO 'S'
               MOVE HIST-CLIENTE TO WS-AN-CODIGO
               MOVE WS-ANON-NOME TO HIST-NOME
             END-IF
             MOVE HIST-REC TO HISN-REC
             WRITE HISN-REC
             MOVE WS-HISN-STATUS TO WS-FILE-STATUS
             MOVE 'HISTORY-NEW'  TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
           END-IF.
      *
      * THE ZEROED TRIPS ON ALUGEST CARRY THE SAME NAME AS ALUGHIST,
      * AND EXERC038 RELAUNCHES THEM - THEY ARE ANONYMIZED THE SAME WAY.
       TRATAR-ESTORNO.
           READ REVERSAL-FILE
             AT END
               MOVE 'Y' TO WS-EOF-EST
           END-READ.
           MOVE WS-EST-STATUS   TO WS-FILE-STATUS.
           MOVE 'REVERSAL-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-EST IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             MOVE 'N' TO WS-ANONIMIZAR
             PERFORM VARYING WS-P FROM 1 BY 1
                     UNTIL WS-P > WS-PED-COUNT
               IF NOT WS-PD-RECUSADO(WS-P) AND
                  WS-PD-CLIENTE(WS-P) IS EQUAL TO EST-CLIENTE AND
                  EST-CLIENTE IS NOT EQUAL TO ZEROES
                 MOVE 'ALUGEST '  TO EXP-ARQUIVO
                 MOVE EST-VIAGEM  TO EXP-DADOS
                 PERFORM EXPORTAR-REGISTRO
                 IF WS-PD-ELIMINACAO(WS-P)
                   MOVE 'S' TO WS-ANONIMIZAR
                   ADD 1 TO WS-PD-QTD-ANON(WS-P)
                 END-IF
               END-IF
             END-PERFORM
             IF WS-ANONIMIZAR IS EQUAL TO 'S'
               MOVE EST-CLIENTE  TO WS-AN-CODIGO
               MOVE WS-ANON-NOME TO EST-VIAGEM(7:30)
             END-IF
             MOVE EST-REC TO ESTN-REC
             WRITE ESTN-REC
             MOVE WS-ESTN-STATUS TO WS-FILE-STATUS
             MOVE 'REVERSAL-NEW'  TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
           END-IF.
      *
      * THE INVOICE IS A FISCAL DOCUMENT - EXPORTED, NEVER ALTERED.
       TRATAR-FATURA.
           READ INVOICE-FILE
             AT END
               MOVE 'Y' TO WS-EOF-INV
           END-READ.
           MOVE WS-INV-STATUS  TO WS-FILE-STATUS.
           MOVE 'INVOICE-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-INV IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             PERFORM VARYING WS-P FROM 1 BY 1
                     UNTIL WS-P > WS-PED-COUNT
               IF NOT WS-PD-RECUSADO(WS-P) AND
                  ((WS-PD-CLIENTE(WS-P) IS EQUAL TO INV-CLIENTE AND
                    INV-CLIENTE IS NOT EQUAL TO ZEROES) OR
                   (WS-PD-DOCUMENTO(WS-P) IS EQUAL TO INV-CPF-CNPJ AND
                    INV-CPF-CNPJ IS NOT EQUAL TO SPACES))
                 MOVE 'INVSUMM ' TO EXP-ARQUIVO
                 MOVE INV-REC    TO EXP-DADOS
                 PERFORM EXPORTAR-REGISTRO
               END-IF
             END-PERFORM
           END-IF.
      *
       TRATAR-FIDELIDADE.
           READ LOYALTY-FILE
             AT END
               MOVE 'Y' TO WS-EOF-LOY
           END-READ.
           MOVE WS-LOY-STATUS  TO WS-FILE-STATUS.
           MOVE 'LOYALTY-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-LOY IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             PERFORM VARYING WS-P FROM 1 BY 1
                     UNTIL WS-P > WS-PED-COUNT
               IF NOT WS-PD-RECUSADO(WS-P) AND
                  WS-PD-CLIENTE(WS-P) IS EQUAL TO LOY-CLIENTE AND
                  LOY-CLIENTE IS NOT EQUAL TO ZEROES
                 MOVE 'LOYFILE ' TO EXP-ARQUIVO
                 MOVE LOY-REC    TO EXP-DADOS
                 PERFORM EXPORTAR-REGISTRO
               END-IF
             END-PERFORM
           END-IF.
      *
       TRATAR-PROPRIETARIO.
           READ OWNER-FILE
             AT END
               MOVE 'Y' TO WS-EOF-PROP
           END-READ.
           MOVE WS-PROP-STATUS TO WS-FILE-STATUS.
           MOVE 'OWNER-FILE'   TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-PROP IS NOT EQUAL TO 'Y'
             MOVE 'N' TO WS-ANONIMIZAR
             PERFORM VARYING WS-P FROM 1 BY 1
                     UNTIL WS-P > WS-PED-COUNT
               IF NOT WS-PD-RECUSADO(WS-P) AND
                  WS-PD-PROPRIET(WS-P) IS EQUAL TO PRP-ID AND
                  PRP-ID IS NOT EQUAL TO ZEROES
                 MOVE 'PROPFILE' TO EXP-ARQUIVO
                 MOVE PRP-REC    TO EXP-DADOS
                 PERFORM EXPORTAR-REGISTRO
                 IF WS-PD-ELIMINACAO(WS-P)
                   MOVE 'S' TO WS-ANONIMIZAR
                   ADD 1 TO WS-PD-QTD-ANON(WS-P)
                 END-IF
               END-IF
             END-PERFORM
             IF WS-ANONIMIZAR IS EQUAL TO 'S'
               MOVE PRP-ID       TO WS-AN-CODIGO
               MOVE PRP-ID       TO WS-AD-CODIGO
               MOVE WS-ANON-NOME TO PRP-NOME
               MOVE SPACES       TO PRP-ENDERECO
               MOVE WS-ANON-DOC  TO PRP-CPF-CNPJ
             END-IF
             MOVE PRP-REC TO PRPN-REC
             WRITE PRPN-REC
             MOVE WS-PROPN-STATUS TO WS-FILE-STATUS
             MOVE 'OWNER-NEW'     TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
           END-IF.
      *
      * EVERY RECORD FOUND COUNTS FOR THE LOG; ONLY AN ACCESS REQUEST
      * PUTS IT ON THE EXPORT.
       EXPORTAR-REGISTRO.
           ADD 1 TO WS-PD-QTD-LOC(WS-P).
           IF WS-PD-ACESSO(WS-P)
             MOVE WS-PD-PROTOCOLO(WS-P) TO EXP-PROTOCOLO
             WRITE EXP-REC
             MOVE WS-EXP-STATUS  TO WS-FILE-STATUS
             MOVE 'EXPORT-FILE'  TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             ADD 1 TO WS-RECS-WRTN
           END-IF.
      *
       REGISTRAR-PEDIDO.
           ADD 1 TO WS-QTD-PEDIDOS.
           IF NOT WS-PD-RECUSADO(WS-P)
             IF WS-PD-QTD-LOC(WS-P) IS EQUAL TO ZEROES
               MOVE 'N' TO WS-PD-SITUACAO(WS-P)
               MOVE 'NENHUM REGISTRO LOCALIZADO'
                 TO WS-PD-MOTIVO(WS-P)
             ELSE
               MOVE 'A' TO WS-PD-SITUACAO(WS-P)
             END-IF
           END-IF.
      *
           MOVE WS-PD-PROTOCOLO(WS-P) TO LOG-PROTOCOLO.
           MOVE WS-PD-TIPO(WS-P)      TO LOG-TIPO.
           MOVE WS-PD-DOCUMENTO(WS-P) TO LOG-DOCUMENTO.
           MOVE WS-PD-CLIENTE(WS-P)   TO LOG-CLIENTE.
           MOVE WS-PD-PACIENTE(WS-P)  TO LOG-PACIENTE.
           MOVE WS-PD-PROPRIET(WS-P)  TO LOG-PROPRIETARIO.
           MOVE WS-PD-DATA(WS-P)      TO LOG-DATA-PEDIDO.
           MOVE WS-RUN-DATE-NUM       TO LOG-DATA-EXECUCAO.
           MOVE WS-PD-SITUACAO(WS-P)  TO LOG-RESULTADO.
           MOVE WS-PD-QTD-LOC(WS-P)   TO LOG-QTD-LOCALIZADOS.
           MOVE WS-PD-QTD-ANON(WS-P)  TO LOG-QTD-ANONIMIZADOS.
           MOVE WS-PD-MOTIVO(WS-P)    TO LOG-MOTIVO.
           WRITE LOG-REC.
           MOVE WS-LOG-STATUS  TO WS-FILE-STATUS.
           MOVE 'LOG-FILE'     TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           EVALUATE TRUE
             WHEN LOG-ATENDIDO
               ADD 1 TO WS-QTD-ATENDIDOS
               MOVE 'ATENDIDO'       TO WS-DT-RESULTADO
             WHEN LOG-RECUSADO
               ADD 1 TO WS-QTD-RECUSADOS
               MOVE 'RECUSADO'       TO WS-DT-RESULTADO
             WHEN OTHER
               ADD 1 TO WS-QTD-NAO-LOCALIZ
               MOVE 'NAO LOCALIZADO' TO WS-DT-RESULTADO
           END-EVALUATE.
           ADD WS-PD-QTD-ANON(WS-P) TO WS-QTD-ANON-TOTAL.
           ADD WS-PD-QTD-LOC(WS-P)  TO WS-CONTROL-TOT.
      *
           MOVE WS-PD-PROTOCOLO(WS-P) TO WS-DT-PROTOCOLO.
           MOVE WS-PD-TIPO(WS-P)      TO WS-DT-TIPO.
           MOVE WS-PD-DOCUMENTO(WS-P) TO WS-DT-DOCUMENTO.
           MOVE WS-PD-CLIENTE(WS-P)   TO WS-DT-CLIENTE.
           MOVE WS-PD-PACIENTE(WS-P)  TO WS-DT-PACIENTE.
           MOVE WS-PD-PROPRIET(WS-P)  TO WS-DT-PROPRIET.
           MOVE WS-PD-QTD-LOC(WS-P)   TO WS-DT-QTD-LOC.
           MOVE WS-PD-QTD-ANON(WS-P)  TO WS-DT-QTD-ANON.
           MOVE WS-DETAIL-LINE        TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           IF WS-PD-MOTIVO(WS-P) IS NOT EQUAL TO SPACES
             MOVE WS-PD-MOTIVO(WS-P) TO WS-MT-MOTIVO
             MOVE WS-MOTIVO-LINE     TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.
      *
       GRAVAR-LINHA-RELATORIO.
           WRITE REPORT-LINE.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
           MOVE 'REPORT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
       FINALIZAR.
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'PEDIDOS PROCESSADOS'       TO WS-SM-LIT.
           MOVE WS-QTD-PEDIDOS              TO WS-SM-QTD.
           MOVE WS-SUM-LINE                 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'PEDIDOS ATENDIDOS'         TO WS-SM-LIT.
           MOVE WS-QTD-ATENDIDOS            TO WS-SM-QTD.
           MOVE WS-SUM-LINE                 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'PEDIDOS RECUSADOS'         TO WS-SM-LIT.
           MOVE WS-QTD-RECUSADOS            TO WS-SM-QTD.
           MOVE WS-SUM-LINE                 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'TITULAR NAO LOCALIZADO'    TO WS-SM-LIT.
           MOVE WS-QTD-NAO-LOCALIZ          TO WS-SM-QTD.
           MOVE WS-SUM-LINE                 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'REGISTROS ANONIMIZADOS'    TO WS-SM-LIT.
           MOVE WS-QTD-ANON-TOTAL           TO WS-SM-QTD.
           MOVE WS-SUM-LINE                 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'REGISTROS EXPORTADOS'      TO WS-SM-LIT.
           MOVE WS-RECS-WRTN                TO WS-SM-QTD.
           MOVE WS-SUM-LINE                 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           MOVE WS-RECS-READ    TO RP-TRL-RECS-READ.
           MOVE WS-RECS-WRTN    TO RP-TRL-RECS-WRTN.
           MOVE WS-CONTROL-TOT  TO RP-TRL-CONTROL-TOT.
           MOVE RP-TRAILER-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           CLOSE REQUEST-FILE.
           CLOSE CUSTOMER-MASTER.
           CLOSE PATIENT-FILE.
           CLOSE PATIENT-NEW.
           CLOSE VISIT-FILE.
           CLOSE HISTORY-FILE.
           CLOSE HISTORY-NEW.
           CLOSE REVERSAL-FILE.
           CLOSE REVERSAL-NEW.
           CLOSE INVOICE-FILE.
           CLOSE LOYALTY-FILE.
           CLOSE OWNER-FILE.
           CLOSE OWNER-NEW.
           CLOSE AROPEN-FILE.
           CLOSE LEDGER-FILE.
           CLOSE EXPORT-FILE.
           CLOSE LOG-FILE.
           CLOSE REPORT-FILE.
      *
           MOVE 'CUSTMAST' TO WS-TRV-ARQUIVO.
           PERFORM LIBERAR-TRAVA-ARQUIVO.
           MOVE 'PACFILE ' TO WS-TRV-ARQUIVO.
           PERFORM LIBERAR-TRAVA-ARQUIVO.
           MOVE 'ALUGHIST' TO WS-TRV-ARQUIVO.
           PERFORM LIBERAR-TRAVA-ARQUIVO.
           MOVE 'ALUGEST ' TO WS-TRV-ARQUIVO.
           PERFORM LIBERAR-TRAVA-ARQUIVO.
           MOVE 'PROPFILE' TO WS-TRV-ARQUIVO.
           PERFORM LIBERAR-TRAVA-ARQUIVO.
      *
           COPY CPYFILCHK.
           COPY CPYLCKPD.
