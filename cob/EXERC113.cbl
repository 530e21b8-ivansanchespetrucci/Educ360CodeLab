      ******************************************************************
      * FILE NAME   : EXERC113                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : WEEKLY CROSS-MASTER REFERENTIAL INTEGRITY SWEEP -*
      *               CHECKS IN ONE RUN THAT EVERY EMPFILE EMPLOYEE    *
      *               HAS A BANKFILE ACCOUNT, EVERY LOTEPROP LINK AN   *
      *               OWNER ON PROPFILE, EVERY PACHIST VISIT A PATIENT *
      *               ON PACFILE, EVERY LOANFILE PRODUCT A RATEFILE    *
      *               RATE, EVERY ITEMBIN ITEM AN ITEMFILE RECORD AND  *
      *               EVERY RESVFILE PLATE A VEICFILE VEHICLE. THE     *
      *               ORPHANS PRINT ON INTEGRPT GROUPED BY             *
      *               RELATIONSHIP WITH THEIR COUNTS, AND EACH ONE IS  *
      *               LOGGED THROUGH EXCLOG FOR THE EXERC058 DIGEST    *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FIRST VERSION - EACH MAINTENANCE PROGRAM        *
      *                VALIDATES ITS OWN TRANSACTIONS, BUT THE MASTERS *
      *                STILL DRIFTED APART AND THE ORPHANS ONLY        *
      *                SURFACED WHEN A RUN TRIPPED OVER THEM. READ     *
      *                ONLY - NOTHING IS CORRECTED HERE. THE INDEXED   *
      *                MASTERS ARE READ BY KEY; THE SEQUENTIAL ONES    *
      *                (PROPFILE, PACFILE, RATEFILE) ARE LOADED INTO   *
      *                TABLES FIRST. ANY ORPHAN ENDS THE RUN WITH      *
      *                RETURN-CODE 4.                                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC113.
       AUTHOR. JM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-FILE       ASSIGN TO EMPFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-EMP-STATUS.
      *
           SELECT BANK-FILE      ASSIGN TO BANKFILE
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS BNK-MATRICULA
                                  FILE STATUS IS WS-BANK-STATUS.
      *
           SELECT LINK-FILE      ASSIGN TO LOTEPROP
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-LINK-STATUS.
      *
           SELECT OWNER-FILE     ASSIGN TO PROPFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-PROP-STATUS.
      *
           SELECT HISTORY-FILE   ASSIGN TO PACHIST
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-HIST-STATUS.
      *
           SELECT PATIENT-FILE   ASSIGN TO PACFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-PAC-STATUS.
      *
           SELECT LOAN-FILE      ASSIGN TO LOANFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-LOAN-STATUS.
      *
           SELECT RATE-FILE      ASSIGN TO RATEFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-RATE-STATUS.
      *
           SELECT ITEMBIN-FILE   ASSIGN TO ITEMBIN
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-MAP-STATUS.
      *
           SELECT ITEM-FILE      ASSIGN TO ITEMFILE
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS ITEM-BARCODE
                                  FILE STATUS IS WS-ITEM-STATUS.
      *
           SELECT RESV-FILE      ASSIGN TO RESVFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-RESV-STATUS.
      *
           SELECT VEHICLE-FILE   ASSIGN TO VEICFILE
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS VEI-PLACA
                                  FILE STATUS IS WS-VEIC-STATUS.
      *
           SELECT REPORT-FILE    ASSIGN TO INTEGRPT
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-REPORT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  EMP-FILE.
       01  EMP-REC.
           05  EMP-MATRICULA      PIC 9(06).
           05  EMP-NOME           PIC X(30).
           05  EMP-SAL-BASE       PIC 9(06)V9(02).
           05  EMP-CARGO-GRADE    PIC X(02).
           05  EMP-DEPTO          PIC 9(03).
      *
       FD  BANK-FILE.
       01  BNK-REC.
           05  BNK-MATRICULA      PIC 9(06).
           05  BNK-BANCO          PIC 9(03).
           05  BNK-AGENCIA        PIC 9(04).
           05  BNK-CONTA          PIC 9(10).
      *
       FD  LINK-FILE.
       01  LPR-REC.
           05  LPR-LOTE-ID        PIC 9(05).
           05  LPR-PROP-ID        PIC 9(06).
           05  LPR-DATA-INICIO    PIC 9(08).
           05  LPR-DATA-FIM       PIC 9(08).
      *
       FD  OWNER-FILE.
       01  PRP-REC.
           05  PRP-ID             PIC 9(06).
           05  PRP-NOME           PIC X(30).
           05  PRP-ENDERECO       PIC X(30).
           05  PRP-CPF-CNPJ       PIC X(14).
      *
       FD  HISTORY-FILE.
       01  HIST-REC.
           05  HIST-PAC-ID        PIC 9(06).
           05  HIST-DATA          PIC 9(08).
           05  HIST-IMC           PIC 9(03)V9(02).
           05  HIST-CLASSE        PIC X(09).
           05  HIST-FAIXA         PIC X(03).
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
       FD  LOAN-FILE.
       01  LOAN-REC.
           05  LOAN-ID            PIC 9(06).
           05  LOAN-CAPITAL       PIC 9(08)V9(02).
           05  LOAN-MESES         PIC 9(02).
           05  LOAN-PRODUTO       PIC X(04).
           05  LOAN-CLIENTE       PIC 9(06).
           05  LOAN-DATA-CONTRATO PIC 9(08).
           05  LOAN-SITUACAO      PIC X(01).
               88  LOAN-ENCERRADO    VALUE 'E'.
           05  LOAN-REESTRUTURADO PIC X(01).
               88  LOAN-RENEGOCIADO  VALUE 'S'.
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
       FD  ITEMBIN-FILE.
       01  MAP-REC.
           05  MAP-ITEM           PIC X(13).
           05  MAP-LINHA          PIC 9(02).
           05  MAP-COLUNA         PIC 9(02).
      *
       FD  ITEM-FILE.
       01  ITEM-REC.
           05  ITEM-BARCODE       PIC X(13).
           05  ITEM-DESCRICAO     PIC X(30).
           05  ITEM-VALOR         PIC 9(04)V9(02).
           05  ITEM-QTD-ESTOQUE   PIC 9(05)V9(02).
           05  ITEM-NIVEL-REPOS   PIC 9(05).
           05  ITEM-QTD-REPOS     PIC 9(05).
           05  ITEM-CUSTO         PIC 9(04)V9(02).
           05  ITEM-UNIDADE       PIC X(02).
           05  ITEM-CONTEUDO      PIC 9(05)V9(03).
      *
       FD  RESV-FILE.
       01  RES-REC.
           05  RES-PLACA          PIC X(07).
           05  RES-CLIENTE        PIC 9(06).
           05  RES-DATA-RETIRADA  PIC 9(08).
           05  RES-DATA-DEVOLUCAO PIC 9(08).
           05  RES-DATA-RUN       PIC 9(08).
           05  RES-SITUACAO       PIC X(01).
           05  RES-DATA-SITUACAO  PIC 9(08).
           05  RES-FILIAL-RETIRADA PIC X(03).
           05  RES-FILIAL-DEVOLUCAO PIC X(03).
      *
       FD  VEHICLE-FILE.
       01  VEI-REC.
           05  VEI-PLACA          PIC X(07).
           05  VEI-MODELO         PIC X(20).
           05  VEI-KM-ODOMETRO    PIC 9(07).
           05  VEI-STATUS         PIC X(01).
           05  VEI-KM-REVISAO     PIC 9(07).
           05  VEI-FILIAL         PIC X(03).
      *
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(100).
      *
       WORKING-STORAGE SECTION.
       01  WS-EMP-STATUS          PIC X(02) VALUE SPACES.
       01  WS-BANK-STATUS         PIC X(02) VALUE SPACES.
       01  WS-LINK-STATUS         PIC X(02) VALUE SPACES.
       01  WS-PROP-STATUS         PIC X(02) VALUE SPACES.
       01  WS-HIST-STATUS         PIC X(02) VALUE SPACES.
       01  WS-PAC-STATUS          PIC X(02) VALUE SPACES.
       01  WS-LOAN-STATUS         PIC X(02) VALUE SPACES.
       01  WS-RATE-STATUS         PIC X(02) VALUE SPACES.
       01  WS-MAP-STATUS          PIC X(02) VALUE SPACES.
       01  WS-ITEM-STATUS         PIC X(02) VALUE SPACES.
       01  WS-RESV-STATUS         PIC X(02) VALUE SPACES.
       01  WS-VEIC-STATUS         PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
           COPY CPYEXCWS.
       01  WS-EOF-PAI             PIC X(01) VALUE 'N'.
       01  WS-EOF-FILHO           PIC X(01) VALUE 'N'.
       01  WS-ACHOU               PIC X(01) VALUE 'N'.
      *
      * PARENT KEYS OF THE SEQUENTIAL MASTERS.
       01  WS-PRP-TAB.
           05  WS-PRP-LINHA       OCCURS 1 TO 10000 TIMES
                                   DEPENDING ON WS-PRP-COUNT.
               10  WS-PRP-ID        PIC 9(06).
       01  WS-PRP-COUNT           PIC 9(05) VALUE ZEROES.
       01  WS-PAC-TAB.
           05  WS-PAC-LINHA       OCCURS 1 TO 10000 TIMES
                                   DEPENDING ON WS-PAC-COUNT.
               10  WS-PAC-ID        PIC 9(06).
       01  WS-PAC-COUNT           PIC 9(05) VALUE ZEROES.
       01  WS-RAT-TAB.
           05  WS-RAT-LINHA       OCCURS 1 TO 500 TIMES
                                   DEPENDING ON WS-RAT-COUNT.
               10  WS-RAT-PRODUTO   PIC X(04).
       01  WS-RAT-COUNT           PIC 9(03) VALUE ZEROES.
       01  WS-T                   PIC 9(05) VALUE ZEROES.
      *
      * ONE ENTRY PER RELATIONSHIP CHECKED, IN REPORT ORDER.
       01  WS-REL-TAB.
           05  WS-REL-LINHA       OCCURS 6 TIMES.
               10  WS-REL-NOME      PIC X(50).
               10  WS-REL-LIDOS     PIC 9(07).
               10  WS-REL-ORFAOS    PIC 9(07).
       01  WS-R                   PIC 9(01) VALUE ZEROES.
       01  WS-TOT-ORFAOS          PIC 9(07) VALUE ZEROES.
      *
       01  WS-OR-ARQUIVO          PIC X(08) VALUE SPACES.
       01  WS-OR-CHAVE            PIC X(13) VALUE SPACES.
       01  WS-OR-DETALHE          PIC X(40) VALUE SPACES.
       01  WS-OR-MOTIVO           PIC X(40) VALUE SPACES.
      *
       01  WS-RELACAO-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(09) VALUE 'RELACAO: '.
           05  WS-RL-NOME         PIC X(50).
      *
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-DT-ARQUIVO      PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-CHAVE        PIC X(13).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-DETALHE      PIC X(40).
      *
       01  WS-CONTAGEM-LINE.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  FILLER             PIC X(18) VALUE 'REGISTROS LIDOS: '.
           05  WS-CT-LIDOS        PIC ZZZ.ZZ9.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  FILLER             PIC X(09) VALUE 'ORFAOS: '.
           05  WS-CT-ORFAOS       PIC ZZZ.ZZ9.
      *
       01  WS-RESUMO-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-RS-NOME         PIC X(50).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-RS-ORFAOS       PIC ZZZ.ZZ9.
      *
           COPY CPYRPTHD.
           COPY CPYRPTTL.
      *
       01  WS-RUN-DATE.
           05  WS-RUN-YYYY        PIC 9(04).
           05  WS-RUN-MM          PIC 9(02).
           05  WS-RUN-DD          PIC 9(02).
       01  WS-RUN-DATE-EDIT       PIC X(10).
      *
       01  WS-PAGE-NO             PIC 9(04) VALUE ZEROES.
       01  WS-RECS-READ           PIC 9(07) VALUE ZEROES.
       01  WS-CONTROL-TOT         PIC S9(08)V9(02) VALUE ZEROES.
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM INICIALIZAR.
      *
           PERFORM VERIFICAR-EMP-BANCO.
           PERFORM VERIFICAR-LOTE-PROP.
           PERFORM VERIFICAR-HIST-PAC.
           PERFORM VERIFICAR-LOAN-RATE.
           PERFORM VERIFICAR-ITEMBIN-ITEM.
           PERFORM VERIFICAR-RESV-VEIC.
      *
           PERFORM IMPRIMIR-RESUMO.
           PERFORM FINALIZAR.
      *
           IF WS-TOT-ORFAOS IS GREATER THAN ZEROES
             MOVE 4 TO RETURN-CODE
           END-IF.
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
           MOVE 'EXERC113' TO WS-EXL-PROGRAMA.
           MOVE 'INTEGRPT' TO WS-EXL-ARQUIVO.
           MOVE 'M'        TO WS-EXL-SEVERIDADE.
      *
           MOVE 'EMPFILE -> BANKFILE (FUNCIONARIO SEM CONTA)'
             TO WS-REL-NOME(1).
           MOVE 'LOTEPROP -> PROPFILE (VINCULO SEM PROPRIETARIO)'
             TO WS-REL-NOME(2).
           MOVE 'PACHIST -> PACFILE (CONSULTA SEM PACIENTE)'
             TO WS-REL-NOME(3).
           MOVE 'LOANFILE -> RATEFILE (PRODUTO SEM TAXA)'
             TO WS-REL-NOME(4).
           MOVE 'ITEMBIN -> ITEMFILE (ENDERECO DE ITEM INEXISTENTE)'
             TO WS-REL-NOME(5).
           MOVE 'RESVFILE -> VEICFILE (RESERVA DE PLACA INEXISTENTE)'
             TO WS-REL-NOME(6).
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 6
             MOVE ZEROES TO WS-REL-LIDOS(WS-R)
             MOVE ZEROES TO WS-REL-ORFAOS(WS-R)
           END-PERFORM.
      *
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
           MOVE 'REPORT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           MOVE 'EXERC113'                   TO RP-HDR-PROGRAM.
           MOVE 'INTEGRIDADE ENTRE CADASTROS' TO RP-HDR-TITLE.
           MOVE WS-RUN-DATE-EDIT              TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO                    TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE                TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      *----------------------------------------------------------------*
      * 1 - EVERY EMPLOYEE NEEDS A BANK ACCOUNT FOR THE PAYROLL CREDIT.
      *----------------------------------------------------------------*
       VERIFICAR-EMP-BANCO.
           MOVE 1 TO WS-R.
           PERFORM IMPRIMIR-RELACAO.
           OPEN INPUT EMP-FILE.
           MOVE WS-EMP-STATUS TO WS-FILE-STATUS.
           MOVE 'EMP-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           OPEN INPUT BANK-FILE.
           MOVE WS-BANK-STATUS TO WS-FILE-STATUS.
           MOVE 'BANK-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           MOVE 'N' TO WS-EOF-FILHO.
           PERFORM LER-EMPREGADO
             WITH TEST AFTER
             UNTIL WS-EOF-FILHO IS EQUAL TO 'Y'.
      *
           CLOSE EMP-FILE.
           CLOSE BANK-FILE.
           PERFORM IMPRIMIR-CONTAGEM.
      *
       LER-EMPREGADO.
           READ EMP-FILE
             AT END
               MOVE 'Y' TO WS-EOF-FILHO
           END-READ.
           MOVE WS-EMP-STATUS TO WS-FILE-STATUS.
           MOVE 'EMP-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-FILHO IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             ADD 1 TO WS-REL-LIDOS(WS-R)
             MOVE 'S'           TO WS-ACHOU
             MOVE EMP-MATRICULA TO BNK-MATRICULA
             READ BANK-FILE
               INVALID KEY
                 MOVE 'N' TO WS-ACHOU
             END-READ
             IF WS-ACHOU IS EQUAL TO 'S'
               MOVE WS-BANK-STATUS TO WS-FILE-STATUS
               MOVE 'BANK-FILE'    TO WS-FILE-ID
               PERFORM CHECK-FILE-STATUS
             ELSE
               MOVE 'EMPFILE'      TO WS-OR-ARQUIVO
               MOVE SPACES         TO WS-OR-CHAVE
               MOVE EMP-MATRICULA  TO WS-OR-CHAVE(1:6)
               MOVE EMP-NOME       TO WS-OR-DETALHE
               MOVE 'MATRICULA SEM CONTA NO BANKFILE'
                 TO WS-OR-MOTIVO
               PERFORM REGISTRAR-ORFAO
             END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
      * 2 - EVERY LOT OWNERSHIP LINK, CURRENT OR CLOSED, MUST POINT AT
      *     AN OWNER STILL ON PROPFILE (ERASED OWNERS ARE ANONYMIZED,
      *     NOT DELETED).
      *----------------------------------------------------------------*
       VERIFICAR-LOTE-PROP.
           MOVE 2 TO WS-R.
           PERFORM IMPRIMIR-RELACAO.
           OPEN INPUT OWNER-FILE.
           MOVE WS-PROP-STATUS TO WS-FILE-STATUS.
           MOVE 'OWNER-FILE'   TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           MOVE 'N' TO WS-EOF-PAI.
           PERFORM CARREGAR-PROPRIETARIO
             WITH TEST AFTER
             UNTIL WS-EOF-PAI IS EQUAL TO 'Y'.
           CLOSE OWNER-FILE.
      *
           OPEN INPUT LINK-FILE.
           MOVE WS-LINK-STATUS TO WS-FILE-STATUS.
           MOVE 'LINK-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           MOVE 'N' TO WS-EOF-FILHO.
           PERFORM LER-VINCULO
             WITH TEST AFTER
             UNTIL WS-EOF-FILHO IS EQUAL TO 'Y'.
           CLOSE LINK-FILE.
           PERFORM IMPRIMIR-CONTAGEM.
      *
       CARREGAR-PROPRIETARIO.
           READ OWNER-FILE
             AT END
               MOVE 'Y' TO WS-EOF-PAI
           END-READ.
           MOVE WS-PROP-STATUS TO WS-FILE-STATUS.
           MOVE 'OWNER-FILE'   TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-PAI IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             IF WS-PRP-COUNT IS NOT LESS THAN 10000
               DISPLAY 'EXERC113 - MAIS DE 10000 PROPRIETARIOS NO '
                       'PROPFILE - RODADA ABORTADA'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-PRP-COUNT
             MOVE PRP-ID TO WS-PRP-ID(WS-PRP-COUNT)
           END-IF.
      *
       LER-VINCULO.
           READ LINK-FILE
             AT END
               MOVE 'Y' TO WS-EOF-FILHO
           END-READ.
           MOVE WS-LINK-STATUS TO WS-FILE-STATUS.
           MOVE 'LINK-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-FILHO IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             ADD 1 TO WS-REL-LIDOS(WS-R)
             MOVE 'N' TO WS-ACHOU
             PERFORM VARYING WS-T FROM 1 BY 1
                     UNTIL WS-T > WS-PRP-COUNT
               IF WS-PRP-ID(WS-T) IS EQUAL TO LPR-PROP-ID
                 MOVE 'S' TO WS-ACHOU
                 MOVE WS-PRP-COUNT TO WS-T
               END-IF
             END-PERFORM
             IF WS-ACHOU IS EQUAL TO 'N'
               MOVE 'LOTEPROP'     TO WS-OR-ARQUIVO
               MOVE SPACES         TO WS-OR-CHAVE
               MOVE LPR-LOTE-ID    TO WS-OR-CHAVE(1:5)
               MOVE '/'            TO WS-OR-CHAVE(6:1)
               MOVE LPR-PROP-ID    TO WS-OR-CHAVE(7:6)
               MOVE SPACES         TO WS-OR-DETALHE
               MOVE 'VINCULO DESDE' TO WS-OR-DETALHE(1:13)
               MOVE LPR-DATA-INICIO TO WS-OR-DETALHE(15:8)
               MOVE 'PROPRIETARIO AUSENTE DO PROPFILE'
                 TO WS-OR-MOTIVO
               PERFORM REGISTRAR-ORFAO
             END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
      * 3 - EVERY VISIT ON PACHIST MUST BELONG TO A PATIENT ON PACFILE.
      *----------------------------------------------------------------*
       VERIFICAR-HIST-PAC.
           MOVE 3 TO WS-R.
           PERFORM IMPRIMIR-RELACAO.
           OPEN INPUT PATIENT-FILE.
           MOVE WS-PAC-STATUS  TO WS-FILE-STATUS.
           MOVE 'PATIENT-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           MOVE 'N' TO WS-EOF-PAI.
           PERFORM CARREGAR-PACIENTE
             WITH TEST AFTER
             UNTIL WS-EOF-PAI IS EQUAL TO 'Y'.
           CLOSE PATIENT-FILE.
      *
           OPEN INPUT HISTORY-FILE.
           MOVE WS-HIST-STATUS TO WS-FILE-STATUS.
           MOVE 'HISTORY-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           MOVE 'N' TO WS-EOF-FILHO.
           PERFORM LER-CONSULTA
             WITH TEST AFTER
             UNTIL WS-EOF-FILHO IS EQUAL TO 'Y'.
           CLOSE HISTORY-FILE.
           PERFORM IMPRIMIR-CONTAGEM.
      *
       CARREGAR-PACIENTE.
           READ PATIENT-FILE
             AT END
               MOVE 'Y' TO WS-EOF-PAI
           END-READ.
           MOVE WS-PAC-STATUS  TO WS-FILE-STATUS.
           MOVE 'PATIENT-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-PAI IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             IF WS-PAC-COUNT IS NOT LESS THAN 10000
               DISPLAY 'EXERC113 - MAIS DE 10000 PACIENTES NO '
                       'PACFILE - RODADA ABORTADA'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-PAC-COUNT
             MOVE PAC-ID TO WS-PAC-ID(WS-PAC-COUNT)
           END-IF.
      *
       LER-CONSULTA.
           READ HISTORY-FILE
             AT END
               MOVE 'Y' TO WS-EOF-FILHO
           END-READ.
           MOVE WS-HIST-STATUS TO WS-FILE-STATUS.
           MOVE 'HISTORY-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-FILHO IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             ADD 1 TO WS-REL-LIDOS(WS-R)
             MOVE 'N' TO WS-ACHOU
             PERFORM VARYING WS-T FROM 1 BY 1
                     UNTIL WS-T > WS-PAC-COUNT
               IF WS-PAC-ID(WS-T) IS EQUAL TO HIST-PAC-ID
                 MOVE 'S' TO WS-ACHOU
                 MOVE WS-PAC-COUNT TO WS-T
               END-IF
             END-PERFORM
             IF WS-ACHOU IS EQUAL TO 'N'
               MOVE 'PACHIST'      TO WS-OR-ARQUIVO
               MOVE SPACES         TO WS-OR-CHAVE
               MOVE HIST-PAC-ID    TO WS-OR-CHAVE(1:6)
               MOVE SPACES         TO WS-OR-DETALHE
               MOVE 'CONSULTA DE'  TO WS-OR-DETALHE(1:11)
               MOVE HIST-DATA      TO WS-OR-DETALHE(13:8)
               MOVE 'PAC-ID AUSENTE DO PACFILE' TO WS-OR-MOTIVO
               PERFORM REGISTRAR-ORFAO
             END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
      * 4 - EVERY LOAN PRODUCT NEEDS AT LEAST ONE RATE ON RATEFILE,
      *     WHATEVER ITS VALIDITY - CLOSED LOANS INCLUDED, SINCE THE
      *     STATEMENTS STILL PRICE THEM.
      *----------------------------------------------------------------*
       VERIFICAR-LOAN-RATE.
           MOVE 4 TO WS-R.
           PERFORM IMPRIMIR-RELACAO.
           OPEN INPUT RATE-FILE.
           MOVE WS-RATE-STATUS TO WS-FILE-STATUS.
           MOVE 'RATE-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           MOVE 'N' TO WS-EOF-PAI.
           PERFORM CARREGAR-TAXA
             WITH TEST AFTER
             UNTIL WS-EOF-PAI IS EQUAL TO 'Y'.
           CLOSE RATE-FILE.
      *
           OPEN INPUT LOAN-FILE.
           MOVE WS-LOAN-STATUS TO WS-FILE-STATUS.
           MOVE 'LOAN-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           MOVE 'N' TO WS-EOF-FILHO.
           PERFORM LER-EMPRESTIMO
             WITH TEST AFTER
             UNTIL WS-EOF-FILHO IS EQUAL TO 'Y'.
           CLOSE LOAN-FILE.
           PERFORM IMPRIMIR-CONTAGEM.
      *
      * ONE TABLE ENTRY PER PRODUCT, HOWEVER MANY VALIDITY ROWS.
       CARREGAR-TAXA.
           READ RATE-FILE
             AT END
               MOVE 'Y' TO WS-EOF-PAI
           END-READ.
           MOVE WS-RATE-STATUS TO WS-FILE-STATUS.
           MOVE 'RATE-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-PAI IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             MOVE 'N' TO WS-ACHOU
             PERFORM VARYING WS-T FROM 1 BY 1
                     UNTIL WS-T > WS-RAT-COUNT
               IF WS-RAT-PRODUTO(WS-T) IS EQUAL TO RATE-PRODUTO
                 MOVE 'S' TO WS-ACHOU
                 MOVE WS-RAT-COUNT TO WS-T
               END-IF
             END-PERFORM
             IF WS-ACHOU IS EQUAL TO 'N'
               IF WS-RAT-COUNT IS NOT LESS THAN 500
                 DISPLAY 'EXERC113 - MAIS DE 500 PRODUTOS NO '
                         'RATEFILE - RODADA ABORTADA'
                 MOVE 16 TO RETURN-CODE
                 GOBACK
               END-IF
               ADD 1 TO WS-RAT-COUNT
               MOVE RATE-PRODUTO TO WS-RAT-PRODUTO(WS-RAT-COUNT)
             END-IF
           END-IF.
      *
       LER-EMPRESTIMO.
           READ LOAN-FILE
             AT END
               MOVE 'Y' TO WS-EOF-FILHO
           END-READ.
           MOVE WS-LOAN-STATUS TO WS-FILE-STATUS.
           MOVE 'LOAN-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-FILHO IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             ADD 1 TO WS-REL-LIDOS(WS-R)
             MOVE 'N' TO WS-ACHOU
             PERFORM VARYING WS-T FROM 1 BY 1
                     UNTIL WS-T > WS-RAT-COUNT
               IF WS-RAT-PRODUTO(WS-T) IS EQUAL TO LOAN-PRODUTO
                 MOVE 'S' TO WS-ACHOU
                 MOVE WS-RAT-COUNT TO WS-T
               END-IF
             END-PERFORM
             IF WS-ACHOU IS EQUAL TO 'N'
               MOVE 'LOANFILE'     TO WS-OR-ARQUIVO
               MOVE SPACES         TO WS-OR-CHAVE
               MOVE LOAN-ID        TO WS-OR-CHAVE(1:6)
               MOVE SPACES         TO WS-OR-DETALHE
               MOVE 'PRODUTO'      TO WS-OR-DETALHE(1:7)
               MOVE LOAN-PRODUTO   TO WS-OR-DETALHE(9:4)
               MOVE 'CLIENTE'      TO WS-OR-DETALHE(15:7)
               MOVE LOAN-CLIENTE   TO WS-OR-DETALHE(23:6)
               MOVE 'PRODUTO SEM TAXA NO RATEFILE' TO WS-OR-MOTIVO
               PERFORM REGISTRAR-ORFAO
             END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
      * 5 - EVERY BIN ASSIGNMENT MUST BE FOR AN ITEM ON ITEMFILE.
      *----------------------------------------------------------------*
       VERIFICAR-ITEMBIN-ITEM.
           MOVE 5 TO WS-R.
           PERFORM IMPRIMIR-RELACAO.
           OPEN INPUT ITEMBIN-FILE.
           MOVE WS-MAP-STATUS  TO WS-FILE-STATUS.
           MOVE 'ITEMBIN-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           OPEN INPUT ITEM-FILE.
           MOVE WS-ITEM-STATUS TO WS-FILE-STATUS.
           MOVE 'ITEM-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           MOVE 'N' TO WS-EOF-FILHO.
           PERFORM LER-ENDERECO-ITEM
             WITH TEST AFTER
             UNTIL WS-EOF-FILHO IS EQUAL TO 'Y'.
      *
           CLOSE ITEMBIN-FILE.
           CLOSE ITEM-FILE.
           PERFORM IMPRIMIR-CONTAGEM.
      *
       LER-ENDERECO-ITEM.
           READ ITEMBIN-FILE
             AT END
               MOVE 'Y' TO WS-EOF-FILHO
           END-READ.
           MOVE WS-MAP-STATUS  TO WS-FILE-STATUS.
           MOVE 'ITEMBIN-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-FILHO IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             ADD 1 TO WS-REL-LIDOS(WS-R)
             MOVE 'S'      TO WS-ACHOU
             MOVE MAP-ITEM TO ITEM-BARCODE
             READ ITEM-FILE
               INVALID KEY
                 MOVE 'N' TO WS-ACHOU
             END-READ
             IF WS-ACHOU IS EQUAL TO 'S'
               MOVE WS-ITEM-STATUS TO WS-FILE-STATUS
               MOVE 'ITEM-FILE'    TO WS-FILE-ID
               PERFORM CHECK-FILE-STATUS
             ELSE
               MOVE 'ITEMBIN'      TO WS-OR-ARQUIVO
               MOVE MAP-ITEM       TO WS-OR-CHAVE
               MOVE SPACES         TO WS-OR-DETALHE
               MOVE 'BIN'          TO WS-OR-DETALHE(1:3)
               MOVE MAP-LINHA      TO WS-OR-DETALHE(5:2)
               MOVE '-'            TO WS-OR-DETALHE(7:1)
               MOVE MAP-COLUNA     TO WS-OR-DETALHE(8:2)
               MOVE 'ITEM AUSENTE DO ITEMFILE' TO WS-OR-MOTIVO
               PERFORM REGISTRAR-ORFAO
             END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
      * 6 - EVERY RESERVATION, WHATEVER ITS STATUS, MUST BE FOR A
      *     VEHICLE ON VEICFILE.
      *----------------------------------------------------------------*
       VERIFICAR-RESV-VEIC.
           MOVE 6 TO WS-R.
           PERFORM IMPRIMIR-RELACAO.
           OPEN INPUT RESV-FILE.
           MOVE WS-RESV-STATUS TO WS-FILE-STATUS.
           MOVE 'RESV-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           OPEN INPUT VEHICLE-FILE.
           MOVE WS-VEIC-STATUS TO WS-FILE-STATUS.
           MOVE 'VEHICLE-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           MOVE 'N' TO WS-EOF-FILHO.
           PERFORM LER-RESERVA
             WITH TEST AFTER
             UNTIL WS-EOF-FILHO IS EQUAL TO 'Y'.
      *
           CLOSE RESV-FILE.
           CLOSE VEHICLE-FILE.
           PERFORM IMPRIMIR-CONTAGEM.
      *
       LER-RESERVA.
           READ RESV-FILE
             AT END
               MOVE 'Y' TO WS-EOF-FILHO
           END-READ.
           MOVE WS-RESV-STATUS TO WS-FILE-STATUS.
           MOVE 'RESV-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-FILHO IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             ADD 1 TO WS-REL-LIDOS(WS-R)
             MOVE 'S'       TO WS-ACHOU
             MOVE RES-PLACA TO VEI-PLACA
             READ VEHICLE-FILE
               INVALID KEY
                 MOVE 'N' TO WS-ACHOU
             END-READ
             IF WS-ACHOU IS EQUAL TO 'S'
               MOVE WS-VEIC-STATUS TO WS-FILE-STATUS
               MOVE 'VEHICLE-FILE' TO WS-FILE-ID
               PERFORM CHECK-FILE-STATUS
             ELSE
               MOVE 'RESVFILE'     TO WS-OR-ARQUIVO
               MOVE RES-PLACA      TO WS-OR-CHAVE
               MOVE SPACES         TO WS-OR-DETALHE
               MOVE 'CLIENTE'      TO WS-OR-DETALHE(1:7)
               MOVE RES-CLIENTE    TO WS-OR-DETALHE(9:6)
               MOVE 'RETIRADA'     TO WS-OR-DETALHE(17:8)
               MOVE RES-DATA-RETIRADA TO WS-OR-DETALHE(26:8)
               MOVE 'PLACA AUSENTE DO VEICFILE' TO WS-OR-MOTIVO
               PERFORM REGISTRAR-ORFAO
             END-IF
           END-IF.
      *
      * THE ORPHAN GOES ON THE REPORT UNDER ITS RELATIONSHIP AND, AS
      * ITS MACHINE-READABLE TWIN, ON THE SHARED EXCPLOG - KEYED BY
      * THE CHILD FILE AND THE CHILD RECORD'S KEY.
       REGISTRAR-ORFAO.
           ADD 1 TO WS-REL-ORFAOS(WS-R).
           ADD 1 TO WS-TOT-ORFAOS.
           MOVE WS-OR-ARQUIVO TO WS-DT-ARQUIVO.
           MOVE WS-OR-CHAVE   TO WS-DT-CHAVE.
           MOVE WS-OR-DETALHE TO WS-DT-DETALHE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           PERFORM GRAVAR-EXCECAO-PADRAO.
      *
       GRAVAR-EXCECAO-PADRAO.
           MOVE SPACES        TO WS-EXL-CHAVE.
           MOVE WS-OR-ARQUIVO TO WS-EXL-CHAVE(1:8).
           MOVE WS-OR-CHAVE   TO WS-EXL-CHAVE(9:12).
           MOVE WS-OR-MOTIVO  TO WS-EXL-MOTIVO.
           CALL 'EXCLOG' USING WS-EXL-PROGRAMA
                               WS-EXL-ARQUIVO
                               WS-EXL-CHAVE
                               WS-EXL-MOTIVO
                               WS-EXL-SEVERIDADE
           END-CALL.
      *
       IMPRIMIR-RELACAO.
           MOVE SPACES            TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-REL-NOME(WS-R) TO WS-RL-NOME.
           MOVE WS-RELACAO-LINE   TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       IMPRIMIR-CONTAGEM.
           MOVE WS-REL-LIDOS(WS-R)  TO WS-CT-LIDOS.
           MOVE WS-REL-ORFAOS(WS-R) TO WS-CT-ORFAOS.
           MOVE WS-CONTAGEM-LINE    TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       IMPRIMIR-RESUMO.
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'RESUMO - ORFAOS POR RELACAO' TO WS-RS-NOME.
           MOVE ZEROES                        TO WS-RS-ORFAOS.
           MOVE WS-RESUMO-LINE                TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 6
             MOVE WS-REL-NOME(WS-R)   TO WS-RS-NOME
             MOVE WS-REL-ORFAOS(WS-R) TO WS-RS-ORFAOS
             MOVE WS-RESUMO-LINE      TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
           END-PERFORM.
           MOVE 'TOTAL DE ORFAOS'  TO WS-RS-NOME.
           MOVE WS-TOT-ORFAOS      TO WS-RS-ORFAOS.
           MOVE WS-RESUMO-LINE     TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       GRAVAR-LINHA-RELATORIO.
           WRITE REPORT-LINE.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
           MOVE 'REPORT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
       FINALIZAR.
           MOVE WS-RECS-READ     TO RP-TRL-RECS-READ.
           MOVE WS-TOT-ORFAOS    TO RP-TRL-RECS-WRTN.
           MOVE WS-CONTROL-TOT   TO RP-TRL-CONTROL-TOT.
           MOVE RP-TRAILER-LINE  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           CLOSE REPORT-FILE.
      *
           COPY CPYFILCHK.
