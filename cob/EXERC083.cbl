      ******************************************************************
      * FILE NAME   : EXERC083                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : NIGHTLY REFERRAL REGISTER - EVERY PACREFER       *
      *               RECORD EXERC007 HAS JUST WRITTEN BECOMES AN OPEN *
      *               REFERRAL ON THE ENCREG REGISTER, DATED THE DAY   *
      *               IT WAS REFERRED. THE ENCTRAN OUTCOME             *
      *               TRANSACTIONS CLOSE THEM ('A' SEEN BY THE         *
      *               SPECIALIST, 'R' DECLINED BY THE PATIENT, 'I'     *
      *               UNREACHABLE - WITH DATE AND SPECIALIST), AND A   *
      *               REFERRAL STILL OPEN PARMMAST PRAZO-COBRAR DAYS   *
      *               AFTER IT WAS MADE, OR AFTER THE LAST CHASE, IS   *
      *               LISTED FOR CHASING ON ENCRPT. THE REGISTER ROLLS *
      *               FORWARD AS A NEW GENERATION (ENCREG(0) IN,       *
      *               ENCNEW(+1) OUT); EXERC084 REPORTS ON IT MONTHLY  *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FIRST VERSION - ONCE PACREFER LEFT THE CLINIC   *
      *                NOBODY KNEW WHETHER THE PATIENT WAS EVER SEEN.  *
      *                PRAZO-COBRAR DEFAULTS TO 30 DAYS. DOES NOT      *
      *                CONSULT THE SKPCHK RESTART LIST - THIS STEP     *
      *                CATALOGS A NEW GDG GENERATION, SO ON A RESTART  *
      *                THE OPERATOR REMOVES IT LIKE EXERC007.          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC083.
       AUTHOR. JM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFERRAL-FILE  ASSIGN TO PACREFER
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-REFER-STATUS.
      *
           SELECT OUTCOME-FILE   ASSIGN TO ENCTRAN
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-TRN-STATUS.
      *
           SELECT REGISTER-FILE  ASSIGN TO ENCREG
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-ENC-STATUS.
      *
           SELECT REGISTER-NEW   ASSIGN TO ENCNEW
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-ENN-STATUS.
      *
           SELECT REPORT-FILE    ASSIGN TO ENCRPT
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-REPORT-STATUS.
      *
           SELECT EXCEPT-FILE    ASSIGN TO ENCEXC
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-EXCEPT-STATUS.
      *
           SELECT RUNLOG-FILE    ASSIGN TO RUNLOG
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-RLG-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  REFERRAL-FILE.
       01  REF-REC.
           05  REF-PAC-ID         PIC 9(06).
           05  REF-NOME           PIC X(30).
           05  REF-IMC            PIC 9(03)V9(02).
           05  REF-CLASSE         PIC X(09).
           05  REF-DATA           PIC 9(08).
      *
      * ONE OUTCOME PER REFERRAL, KEYED BY PATIENT - IT CLOSES THE
      * PATIENT'S OPEN REFERRAL. TRN-DATA IS THE DAY OF THE OUTCOME.
       FD  OUTCOME-FILE.
       01  TRN-REC.
           05  TRN-PAC-ID         PIC 9(06).
           05  TRN-DESFECHO       PIC X(01).
           05  TRN-DATA           PIC 9(08).
           05  TRN-ESPECIALISTA   PIC X(30).
      *
       FD  REGISTER-FILE.
       01  ENC-REC.
           05  ENC-PAC-ID         PIC 9(06).
           05  ENC-NOME           PIC X(30).
           05  ENC-IMC            PIC 9(03)V9(02).
           05  ENC-CLASSE         PIC X(09).
           05  ENC-DATA           PIC 9(08).
           05  ENC-SITUACAO       PIC X(01).
               88  ENC-ABERTO     VALUE SPACE.
               88  ENC-ATENDIDO   VALUE 'A'.
               88  ENC-RECUSADO   VALUE 'R'.
               88  ENC-INALCANCAVEL VALUE 'I'.
           05  ENC-DATA-DESFECHO  PIC 9(08).
           05  ENC-ESPECIALISTA   PIC X(30).
           05  ENC-DATA-COBRANCA  PIC 9(08).
           05  ENC-QTD-COBRANCAS  PIC 9(02).
      *
       FD  REGISTER-NEW.
       01  ENN-REC                PIC X(107).
      *
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(120).
      *
       FD  EXCEPT-FILE.
       01  EXCEPT-LINE            PIC X(100).
      *
       FD  RUNLOG-FILE.
       01  RUNLOG-REC             PIC X(51).
      *
       WORKING-STORAGE SECTION.
       01  WS-REFER-STATUS        PIC X(02) VALUE SPACES.
       01  WS-TRN-STATUS          PIC X(02) VALUE SPACES.
       01  WS-ENC-STATUS          PIC X(02) VALUE SPACES.
       01  WS-ENN-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EXCEPT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-RLG-STATUS          PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
           COPY CPYEXCWS.
           COPY CPYRUNLG.
           COPY CPYPRMWS.
       01  WS-EOF-REF             PIC X(01) VALUE 'N'.
       01  WS-EOF-TRN             PIC X(01) VALUE 'N'.
       01  WS-EOF-ENC             PIC X(01) VALUE 'N'.
      *
       01  WS-RUN-DATE.
           05  WS-RUN-YYYY        PIC 9(04).
           05  WS-RUN-MM          PIC 9(02).
           05  WS-RUN-DD          PIC 9(02).
       01  WS-RUN-DATE-NUM        PIC 9(08) VALUE ZEROES.
       01  WS-RUN-DATE-EDIT       PIC X(10).
       01  WS-RUN-DATE-INT        PIC 9(07) VALUE ZEROES.
      *
       01  WS-FUNCAO-DATECHK      PIC X(01) VALUE SPACE.
       01  WS-DATA-VERIFICADA     PIC 9(08) VALUE ZEROES.
       01  WS-RETORNO-DATECHK     PIC 9(02) VALUE ZEROES.
       01  WS-DIA-SEMANA          PIC 9(01) VALUE ZEROES.
      *
      * DAYS AN OPEN REFERRAL MAY WAIT BEFORE IT IS CHASED, AND THEN
      * BETWEEN CHASES. PARMMAST EXERC083 PRAZO-COBRAR OVERRIDES IT.
       01  WS-PRAZO-COBRANCA      PIC 9(03) VALUE 030.
      *
      * TONIGHT'S OUTCOMES. WS-TR-SITUACAO IS SPACE UNTIL THE
      * PATIENT'S OPEN REFERRAL IS MET, 'S' WHEN APPLIED, 'X' WHEN
      * REJECTED AGAINST IT.
       01  WS-TRN-TAB.
           05  WS-TRN-LINHA       OCCURS 1 TO 500 TIMES
                                   DEPENDING ON WS-TRN-COUNT.
               10  WS-TR-PAC-ID     PIC 9(06).
               10  WS-TR-DESFECHO   PIC X(01).
               10  WS-TR-DATA       PIC 9(08).
               10  WS-TR-ESPECIALISTA PIC X(30).
               10  WS-TR-SITUACAO   PIC X(01).
       01  WS-TRN-COUNT           PIC 9(03) VALUE ZEROES.
       01  WS-T                   PIC 9(03) VALUE ZEROES.
      *
      * TONIGHT'S PACREFER. WS-RF-SITUACAO IS SPACE FOR A NEW
      * REFERRAL, 'D' WHEN THE PATIENT ALREADY HOLDS AN OPEN ONE OR
      * THE SAME REFERRAL IS ALREADY REGISTERED (A RERUN).
       01  WS-REF-TAB.
           05  WS-REF-LINHA       OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON WS-REF-COUNT.
               10  WS-RF-PAC-ID     PIC 9(06).
               10  WS-RF-NOME       PIC X(30).
               10  WS-RF-IMC        PIC 9(03)V9(02).
               10  WS-RF-CLASSE     PIC X(09).
               10  WS-RF-DATA       PIC 9(08).
               10  WS-RF-SITUACAO   PIC X(01).
       01  WS-REF-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-R                   PIC 9(04) VALUE ZEROES.
      *
       01  WS-DESFECHO-APLICADO   PIC X(01) VALUE 'N'.
       01  WS-DATA-BASE-COBRANCA  PIC 9(08) VALUE ZEROES.
       01  WS-DIAS-ESPERA         PIC S9(05) VALUE ZEROES.
       01  WS-DIAS-ABERTO         PIC S9(05) VALUE ZEROES.
      *
       01  WS-DATA-EDIT-ENTRADA   PIC 9(08) VALUE ZEROES.
       01  WS-DATA-EDIT-ENTRADA-R REDEFINES WS-DATA-EDIT-ENTRADA.
           05  WS-DE-AAAA         PIC 9(04).
           05  WS-DE-MM           PIC 9(02).
           05  WS-DE-DD           PIC 9(02).
       01  WS-DATA-EDIT           PIC X(10).
      *
       01  WS-QTD-NOVOS           PIC 9(05) VALUE ZEROES.
       01  WS-QTD-REPETIDOS       PIC 9(05) VALUE ZEROES.
       01  WS-QTD-ATENDIDOS       PIC 9(05) VALUE ZEROES.
       01  WS-QTD-RECUSADOS       PIC 9(05) VALUE ZEROES.
       01  WS-QTD-INALCANCAVEIS   PIC 9(05) VALUE ZEROES.
       01  WS-QTD-COBRADOS        PIC 9(05) VALUE ZEROES.
       01  WS-QTD-ABERTOS         PIC 9(05) VALUE ZEROES.
       01  WS-QTD-REJEITADAS      PIC 9(05) VALUE ZEROES.
      *
       01  WS-EXCEPT-DETAIL.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-EX-PAC-ID       PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-EX-DESFECHO     PIC X(01).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-EX-DATA         PIC 9(08).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EX-LIT          PIC X(40) VALUE SPACES.
      *
       01  WS-COL-HEADER.
           05  FILLER             PIC X(45) VALUE
               ' MOVIMENTO       PAC.ID  NOME'.
           05  FILLER             PIC X(43) VALUE
               '            ENCAMINH.   DESFECHO     DIAS  '.
           05  FILLER             PIC X(19) VALUE
               'ESPECIALISTA/CLASSE'.
      *
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-MOVIMENTO    PIC X(14).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-PAC-ID       PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-NOME         PIC X(30).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-DATA         PIC X(10).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-DESFECHO     PIC X(10).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-DIAS         PIC ZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-ESPECIALISTA PIC X(30).
      *
       01  WS-SUM-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-SM-LIT          PIC X(36).
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
           PERFORM CARREGAR-PARAMETROS.
      *
           PERFORM CARREGAR-DESFECHOS
             WITH TEST AFTER
             UNTIL WS-EOF-TRN IS EQUAL TO 'Y'.
           PERFORM CARREGAR-ENCAMINHAMENTOS
             WITH TEST AFTER
             UNTIL WS-EOF-REF IS EQUAL TO 'Y'.
      *
           MOVE WS-COL-HEADER TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * A MISSING ENCREG IS THE FIRST RUN - NO REFERRAL REGISTERED.
           OPEN INPUT REGISTER-FILE.
           MOVE WS-ENC-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS NOT EQUAL TO '35'
             MOVE 'REGISTER-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM ATUALIZAR-ENCAMINHAMENTO
               WITH TEST AFTER
               UNTIL WS-EOF-ENC IS EQUAL TO 'Y'
             CLOSE REGISTER-FILE
           END-IF.
      *
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-REF-COUNT
             IF WS-RF-SITUACAO(WS-R) IS EQUAL TO SPACE
               PERFORM REGISTRAR-ENCAMINHAMENTO
             END-IF
           END-PERFORM.
      *
           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-TRN-COUNT
             IF WS-TR-SITUACAO(WS-T) IS EQUAL TO SPACE
               MOVE WS-TR-PAC-ID(WS-T)   TO WS-EX-PAC-ID
               MOVE WS-TR-DESFECHO(WS-T) TO WS-EX-DESFECHO
               MOVE WS-TR-DATA(WS-T)     TO WS-EX-DATA
               MOVE 'PACIENTE SEM ENCAMINHAMENTO EM ABERTO'
                 TO WS-EX-LIT
               PERFORM REJEITAR-TRANSACAO
             END-IF
           END-PERFORM.
      *
           PERFORM IMPRIMIR-RESUMO.
      *
           PERFORM FINALIZAR.
      *
           PERFORM GRAVAR-RUNLOG.
           GOBACK.
      *
       INICIALIZAR.
           MOVE 'EXERC083' TO WS-EXL-PROGRAMA.
           MOVE 'ENCEXC'   TO WS-EXL-ARQUIVO.
           MOVE 'A'        TO WS-EXL-SEVERIDADE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DD   TO WS-RUN-DATE-EDIT(1:2).
           MOVE '/'         TO WS-RUN-DATE-EDIT(3:1).
           MOVE WS-RUN-MM   TO WS-RUN-DATE-EDIT(4:2).
           MOVE '/'         TO WS-RUN-DATE-EDIT(6:1).
           MOVE WS-RUN-YYYY TO WS-RUN-DATE-EDIT(7:4).
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
      *
           OPEN INPUT  REFERRAL-FILE.
           MOVE WS-REFER-STATUS TO WS-FILE-STATUS.
           MOVE 'REFERRAL-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN INPUT  OUTCOME-FILE.
           MOVE WS-TRN-STATUS   TO WS-FILE-STATUS.
           MOVE 'OUTCOME-FILE'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT REGISTER-NEW.
           MOVE WS-ENN-STATUS   TO WS-FILE-STATUS.
           MOVE 'REGISTER-NEW'  TO WS-FILE-ID.
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
           MOVE 'EXERC083'                      TO RP-HDR-PROGRAM.
           MOVE 'REGISTRO DE ENCAMINHAMENTOS'    TO RP-HDR-TITLE.
           MOVE WS-RUN-DATE-EDIT                 TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO                       TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE                   TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * ZERO WOULD CHASE EVERY OPEN REFERRAL EVERY NIGHT, SO ONLY
      * 001-999 REPLACES THE DEFAULT.
       CARREGAR-PARAMETROS.
           MOVE 'EXERC083'       TO WS-PRM-PROGRAMA.
           MOVE 'PRAZO-COBRAR'   TO WS-PRM-NOME.
           PERFORM BUSCAR-PARAMETRO.
           IF WS-PRM-RETORNO IS EQUAL TO ZEROES
             IF WS-PRM-TIPO IS EQUAL TO 'N' AND
                WS-PRM-VALOR(1:3) IS NUMERIC
               IF WS-PRM-VALOR(1:3) IS GREATER THAN '000'
                 MOVE WS-PRM-VALOR(1:3) TO WS-PRAZO-COBRANCA
               END-IF
             END-IF
           END-IF.
      *
      * AN OUTCOME NEEDS A KNOWN CODE AND A REAL DATE NOT AFTER
      * TODAY; A PATIENT SEEN ALSO NEEDS THE SPECIALIST.
       CARREGAR-DESFECHOS.
           READ OUTCOME-FILE
             AT END
               MOVE 'Y' TO WS-EOF-TRN
           END-READ.
           MOVE WS-TRN-STATUS   TO WS-FILE-STATUS.
           MOVE 'OUTCOME-FILE'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-TRN IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             MOVE TRN-PAC-ID   TO WS-EX-PAC-ID
             MOVE TRN-DESFECHO TO WS-EX-DESFECHO
             MOVE TRN-DATA     TO WS-EX-DATA
             MOVE 'F'          TO WS-FUNCAO-DATECHK
             MOVE TRN-DATA     TO WS-DATA-VERIFICADA
             CALL 'DATECHK' USING WS-FUNCAO-DATECHK
                                  WS-DATA-VERIFICADA
                                  WS-RETORNO-DATECHK
                                  WS-DIA-SEMANA
             END-CALL
             EVALUATE TRUE
               WHEN TRN-DESFECHO IS NOT EQUAL TO 'A' AND
                    TRN-DESFECHO IS NOT EQUAL TO 'R' AND
                    TRN-DESFECHO IS NOT EQUAL TO 'I'
                 MOVE 'CODIGO DE DESFECHO INVALIDO' TO WS-EX-LIT
                 PERFORM REJEITAR-TRANSACAO
               WHEN WS-RETORNO-DATECHK IS EQUAL TO 04
                 MOVE 'DATA DO DESFECHO NO FUTURO' TO WS-EX-LIT
                 PERFORM REJEITAR-TRANSACAO
               WHEN WS-RETORNO-DATECHK IS NOT EQUAL TO ZEROES
                 MOVE 'DATA DO DESFECHO INVALIDA' TO WS-EX-LIT
                 PERFORM REJEITAR-TRANSACAO
               WHEN TRN-DESFECHO IS EQUAL TO 'A' AND
                    TRN-ESPECIALISTA IS EQUAL TO SPACES
                 MOVE 'ATENDIMENTO SEM ESPECIALISTA' TO WS-EX-LIT
                 PERFORM REJEITAR-TRANSACAO
               WHEN OTHER
                 PERFORM GUARDAR-DESFECHO
             END-EVALUATE
           END-IF.
      *
       GUARDAR-DESFECHO.
           IF WS-TRN-COUNT IS NOT LESS THAN 500
             DISPLAY 'EXERC083 - MAIS DE 500 DESFECHOS NO ENCTRAN'
                     ' - PROCESSAMENTO ABORTADO'
             MOVE 16 TO RETURN-CODE
             PERFORM GRAVAR-RUNLOG
             GOBACK
           END-IF.
           ADD 1 TO WS-TRN-COUNT.
           MOVE TRN-PAC-ID       TO WS-TR-PAC-ID(WS-TRN-COUNT).
           MOVE TRN-DESFECHO     TO WS-TR-DESFECHO(WS-TRN-COUNT).
           MOVE TRN-DATA         TO WS-TR-DATA(WS-TRN-COUNT).
           MOVE TRN-ESPECIALISTA TO WS-TR-ESPECIALISTA(WS-TRN-COUNT).
           MOVE SPACE            TO WS-TR-SITUACAO(WS-TRN-COUNT).
      *
       CARREGAR-ENCAMINHAMENTOS.
           READ REFERRAL-FILE
             AT END
               MOVE 'Y' TO WS-EOF-REF
           END-READ.
           MOVE WS-REFER-STATUS TO WS-FILE-STATUS.
           MOVE 'REFERRAL-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-REF IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             IF WS-REF-COUNT IS NOT LESS THAN 2000
               DISPLAY 'EXERC083 - MAIS DE 2000 REGISTROS NO PACREFER'
                       ' - PROCESSAMENTO ABORTADO'
               MOVE 16 TO RETURN-CODE
               PERFORM GRAVAR-RUNLOG
               GOBACK
             END-IF
             ADD 1 TO WS-REF-COUNT
             MOVE REF-PAC-ID TO WS-RF-PAC-ID(WS-REF-COUNT)
             MOVE REF-NOME   TO WS-RF-NOME(WS-REF-COUNT)
             MOVE REF-IMC    TO WS-RF-IMC(WS-REF-COUNT)
             MOVE REF-CLASSE TO WS-RF-CLASSE(WS-REF-COUNT)
             MOVE REF-DATA   TO WS-RF-DATA(WS-REF-COUNT)
             MOVE SPACE      TO WS-RF-SITUACAO(WS-REF-COUNT)
           END-IF.
      *
      * EVERY REGISTERED REFERRAL IS COPIED TO THE NEW GENERATION. AN
      * OPEN ONE TAKES THE FIRST OUTCOME FOR ITS PATIENT; ONE STILL
      * OPEN AFTER THAT BLOCKS A NEW REFERRAL FOR THE SAME PATIENT
      * AND IS CHASED WHEN IT HAS WAITED LONG ENOUGH.
       ATUALIZAR-ENCAMINHAMENTO.
           READ REGISTER-FILE
             AT END
               MOVE 'Y' TO WS-EOF-ENC
           END-READ.
           MOVE WS-ENC-STATUS   TO WS-FILE-STATUS.
           MOVE 'REGISTER-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-ENC IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             PERFORM VARYING WS-R FROM 1 BY 1
                     UNTIL WS-R > WS-REF-COUNT
               IF WS-RF-PAC-ID(WS-R) IS EQUAL TO ENC-PAC-ID AND
                  WS-RF-DATA(WS-R) IS EQUAL TO ENC-DATA
                 MOVE 'D' TO WS-RF-SITUACAO(WS-R)
               END-IF
             END-PERFORM
             IF ENC-ABERTO
               PERFORM APLICAR-DESFECHO
             END-IF
             IF ENC-ABERTO
               ADD 1 TO WS-QTD-ABERTOS
               PERFORM VARYING WS-R FROM 1 BY 1
                       UNTIL WS-R > WS-REF-COUNT
                 IF WS-RF-PAC-ID(WS-R) IS EQUAL TO ENC-PAC-ID
                   MOVE 'D' TO WS-RF-SITUACAO(WS-R)
                 END-IF
               END-PERFORM
               PERFORM VERIFICAR-COBRANCA
             END-IF
             WRITE ENN-REC FROM ENC-REC
             MOVE WS-ENN-STATUS  TO WS-FILE-STATUS
             MOVE 'REGISTER-NEW' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
           END-IF.
      *
      * AN OUTCOME DATED BEFORE THE REFERRAL CANNOT BELONG TO IT.
       APLICAR-DESFECHO.
           MOVE 'N' TO WS-DESFECHO-APLICADO.
           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-TRN-COUNT
                      OR WS-DESFECHO-APLICADO IS EQUAL TO 'S'
             IF WS-TR-PAC-ID(WS-T) IS EQUAL TO ENC-PAC-ID AND
                WS-TR-SITUACAO(WS-T) IS EQUAL TO SPACE
               IF WS-TR-DATA(WS-T) IS LESS THAN ENC-DATA
                 MOVE 'X' TO WS-TR-SITUACAO(WS-T)
                 MOVE WS-TR-PAC-ID(WS-T)   TO WS-EX-PAC-ID
                 MOVE WS-TR-DESFECHO(WS-T) TO WS-EX-DESFECHO
                 MOVE WS-TR-DATA(WS-T)     TO WS-EX-DATA
                 MOVE 'DESFECHO ANTERIOR AO ENCAMINHAMENTO'
                   TO WS-EX-LIT
                 PERFORM REJEITAR-TRANSACAO
               ELSE
                 MOVE 'S' TO WS-TR-SITUACAO(WS-T)
                 MOVE 'S' TO WS-DESFECHO-APLICADO
                 MOVE WS-TR-DESFECHO(WS-T)     TO ENC-SITUACAO
                 MOVE WS-TR-DATA(WS-T)         TO ENC-DATA-DESFECHO
                 MOVE WS-TR-ESPECIALISTA(WS-T) TO ENC-ESPECIALISTA
                 PERFORM IMPRIMIR-DESFECHO
               END-IF
             END-IF
           END-PERFORM.
      *
       IMPRIMIR-DESFECHO.
           EVALUATE TRUE
             WHEN ENC-ATENDIDO
               MOVE 'ATENDIDO'      TO WS-DT-MOVIMENTO
               MOVE 'ATENDIDO'      TO WS-DT-DESFECHO
               ADD 1 TO WS-QTD-ATENDIDOS
             WHEN ENC-RECUSADO
               MOVE 'RECUSADO'      TO WS-DT-MOVIMENTO
               MOVE 'RECUSADO'      TO WS-DT-DESFECHO
               ADD 1 TO WS-QTD-RECUSADOS
             WHEN OTHER
               MOVE 'INALCANCAVEL'  TO WS-DT-MOVIMENTO
               MOVE 'INALCANC.'     TO WS-DT-DESFECHO
               ADD 1 TO WS-QTD-INALCANCAVEIS
           END-EVALUATE.
           MOVE ENC-PAC-ID       TO WS-DT-PAC-ID.
           MOVE ENC-NOME         TO WS-DT-NOME.
           MOVE ENC-DATA         TO WS-DATA-EDIT-ENTRADA.
           PERFORM EDITAR-DATA.
           MOVE WS-DATA-EDIT     TO WS-DT-DATA.
           COMPUTE WS-DIAS-ESPERA =
               FUNCTION INTEGER-OF-DATE(ENC-DATA-DESFECHO)
               - FUNCTION INTEGER-OF-DATE(ENC-DATA).
           MOVE WS-DIAS-ESPERA   TO WS-DT-DIAS.
           MOVE ENC-ESPECIALISTA TO WS-DT-ESPECIALISTA.
           MOVE WS-DETAIL-LINE   TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * THE WAIT IS COUNTED FROM THE LAST CHASE, OR FROM THE REFERRAL
      * WHEN IT HAS NEVER BEEN CHASED.
       VERIFICAR-COBRANCA.
           IF ENC-DATA-COBRANCA IS GREATER THAN ZEROES
             MOVE ENC-DATA-COBRANCA TO WS-DATA-BASE-COBRANCA
           ELSE
             MOVE ENC-DATA          TO WS-DATA-BASE-COBRANCA
           END-IF.
           COMPUTE WS-DIAS-ESPERA = WS-RUN-DATE-INT
               - FUNCTION INTEGER-OF-DATE(WS-DATA-BASE-COBRANCA).
      *
           IF WS-DIAS-ESPERA IS NOT LESS THAN WS-PRAZO-COBRANCA
             MOVE WS-RUN-DATE-NUM TO ENC-DATA-COBRANCA
             IF ENC-QTD-COBRANCAS IS LESS THAN 99
               ADD 1 TO ENC-QTD-COBRANCAS
             END-IF
             ADD 1 TO WS-QTD-COBRADOS
             COMPUTE WS-DIAS-ABERTO = WS-RUN-DATE-INT
                 - FUNCTION INTEGER-OF-DATE(ENC-DATA)
             MOVE 'COBRAR'        TO WS-DT-MOVIMENTO
             MOVE ENC-PAC-ID      TO WS-DT-PAC-ID
             MOVE ENC-NOME        TO WS-DT-NOME
             MOVE ENC-DATA        TO WS-DATA-EDIT-ENTRADA
             PERFORM EDITAR-DATA
             MOVE WS-DATA-EDIT    TO WS-DT-DATA
             MOVE 'EM ABERTO'     TO WS-DT-DESFECHO
             MOVE WS-DIAS-ABERTO  TO WS-DT-DIAS
             MOVE SPACES          TO WS-DT-ESPECIALISTA
             MOVE 'COBRANCA NUMERO' TO WS-DT-ESPECIALISTA(1:15)
             MOVE ENC-QTD-COBRANCAS TO WS-DT-ESPECIALISTA(17:2)
             MOVE WS-DETAIL-LINE  TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.
      *
       REGISTRAR-ENCAMINHAMENTO.
           MOVE WS-RF-PAC-ID(WS-R) TO ENC-PAC-ID.
           MOVE WS-RF-NOME(WS-R)   TO ENC-NOME.
           MOVE WS-RF-IMC(WS-R)    TO ENC-IMC.
           MOVE WS-RF-CLASSE(WS-R) TO ENC-CLASSE.
           MOVE WS-RF-DATA(WS-R)   TO ENC-DATA.
           MOVE SPACE              TO ENC-SITUACAO.
           MOVE ZEROES             TO ENC-DATA-DESFECHO.
           MOVE SPACES             TO ENC-ESPECIALISTA.
           MOVE ZEROES             TO ENC-DATA-COBRANCA.
           MOVE ZEROES             TO ENC-QTD-COBRANCAS.
           WRITE ENN-REC FROM ENC-REC.
           MOVE WS-ENN-STATUS  TO WS-FILE-STATUS.
           MOVE 'REGISTER-NEW' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           ADD 1 TO WS-QTD-NOVOS.
           ADD 1 TO WS-QTD-ABERTOS.
           ADD 1 TO WS-CONTROL-TOT.
      *
           MOVE 'NOVO'             TO WS-DT-MOVIMENTO.
           MOVE ENC-PAC-ID         TO WS-DT-PAC-ID.
           MOVE ENC-NOME           TO WS-DT-NOME.
           MOVE ENC-DATA           TO WS-DATA-EDIT-ENTRADA.
           PERFORM EDITAR-DATA.
           MOVE WS-DATA-EDIT       TO WS-DT-DATA.
           MOVE 'EM ABERTO'        TO WS-DT-DESFECHO.
           MOVE ZEROES             TO WS-DT-DIAS.
           MOVE ENC-CLASSE         TO WS-DT-ESPECIALISTA.
           MOVE WS-DETAIL-LINE     TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       EDITAR-DATA.
           MOVE WS-DE-DD   TO WS-DATA-EDIT(1:2).
           MOVE '/'        TO WS-DATA-EDIT(3:1).
           MOVE WS-DE-MM   TO WS-DATA-EDIT(4:2).
           MOVE '/'        TO WS-DATA-EDIT(6:1).
           MOVE WS-DE-AAAA TO WS-DATA-EDIT(7:4).
      *
       REJEITAR-TRANSACAO.
           ADD 1 TO WS-QTD-REJEITADAS.
           PERFORM GRAVAR-EXCECAO.
      *
       IMPRIMIR-RESUMO.
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-REF-COUNT
             IF WS-RF-SITUACAO(WS-R) IS EQUAL TO 'D'
               ADD 1 TO WS-QTD-REPETIDOS
             END-IF
           END-PERFORM.
      *
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'NOVOS ENCAMINHAMENTOS:'          TO WS-SM-LIT.
           MOVE WS-QTD-NOVOS                     TO WS-SM-QTD.
           MOVE WS-SUM-LINE                      TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'PACREFER JA EM ABERTO (IGNORADOS):' TO WS-SM-LIT.
           MOVE WS-QTD-REPETIDOS                 TO WS-SM-QTD.
           MOVE WS-SUM-LINE                      TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'ATENDIDOS PELO ESPECIALISTA:'    TO WS-SM-LIT.
           MOVE WS-QTD-ATENDIDOS                 TO WS-SM-QTD.
           MOVE WS-SUM-LINE                      TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'RECUSADOS PELO PACIENTE:'        TO WS-SM-LIT.
           MOVE WS-QTD-RECUSADOS                 TO WS-SM-QTD.
           MOVE WS-SUM-LINE                      TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'PACIENTES INALCANCAVEIS:'        TO WS-SM-LIT.
           MOVE WS-QTD-INALCANCAVEIS             TO WS-SM-QTD.
           MOVE WS-SUM-LINE                      TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'ENCAMINHAMENTOS A COBRAR:'       TO WS-SM-LIT.
           MOVE WS-QTD-COBRADOS                  TO WS-SM-QTD.
           MOVE WS-SUM-LINE                      TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'EM ABERTO APOS A RODADA:'        TO WS-SM-LIT.
           MOVE WS-QTD-ABERTOS                   TO WS-SM-QTD.
           MOVE WS-SUM-LINE                      TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'DESFECHOS REJEITADOS:'           TO WS-SM-LIT.
           MOVE WS-QTD-REJEITADAS                TO WS-SM-QTD.
           MOVE WS-SUM-LINE                      TO REPORT-LINE.
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
           MOVE SPACES         TO WS-EXL-CHAVE.
           MOVE WS-EX-PAC-ID   TO WS-EXL-CHAVE(1:6).
           MOVE WS-EX-DESFECHO TO WS-EXL-CHAVE(8:1).
           MOVE WS-EX-DATA     TO WS-EXL-CHAVE(10:8).
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
           MOVE WS-RECS-READ    TO RP-TRL-RECS-READ.
           MOVE WS-RECS-WRTN    TO RP-TRL-RECS-WRTN.
           MOVE WS-CONTROL-TOT  TO RP-TRL-CONTROL-TOT.
           MOVE RP-TRAILER-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           CLOSE REFERRAL-FILE.
           CLOSE OUTCOME-FILE.
           CLOSE REGISTER-NEW.
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
           MOVE 'EXERC083' TO RLG-PROGRAMA.
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
