      *                OF AN ALREADY-APPENDED NIGHT STOPS WITH         *
      *                RETURN-CODE 8 SO THE NIGHT SURFACES - THE      *
      *                STAMP CANNOT TELL COMPLETE FROM PARTIAL.        *
      * 2026-10-15 JM  THE STARTUP NOW READS THE EXERC083 REFERRAL     *
      *                REGISTER (ENCREG) AND A PATIENT WHO STILL HOLDS *
      *                AN OPEN REFERRAL IS NOT REFERRED AGAIN ON EVERY *
      *                RUN - COUNTED AS ALREADY REFERRED ON THE REPORT *
      *                INSTEAD. A MISSING ENCREG MEANS NOTHING IS      *
      *                OPEN.                                           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC007.
           SELECT REFERRAL-FILE   ASSIGN TO PACREFER
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-REFER-STATUS.
      *
           SELECT REGISTER-FILE   ASSIGN TO ENCREG
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-ENC-STATUS.
      *
           SELECT RUNLOG-FILE    ASSIGN TO RUNLOG
                                  ORGANIZATION IS SEQUENTIAL
           05  REF-IMC            PIC 9(03)V9(02).
           05  REF-CLASSE         PIC X(09).
           05  REF-DATA           PIC 9(08).
      *
      * REFERRAL REGISTER KEPT BY EXERC083 - READ HERE ONLY TO KNOW
      * WHICH PATIENTS STILL HOLD AN OPEN REFERRAL.
       FD  REGISTER-FILE.
       01  ENC-REC.
           05  ENC-PAC-ID         PIC 9(06).
           05  ENC-NOME           PIC X(30).
           05  ENC-IMC            PIC 9(03)V9(02).
           05  ENC-CLASSE         PIC X(09).
           05  ENC-DATA           PIC 9(08).
           05  ENC-SITUACAO       PIC X(01).
               88  ENC-ABERTO     VALUE SPACE.
           05  ENC-DATA-DESFECHO  PIC 9(08).
           05  ENC-ESPECIALISTA   PIC X(30).
           05  ENC-DATA-COBRANCA  PIC 9(08).
           05  ENC-QTD-COBRANCAS  PIC 9(02).
      *
       FD  RUNLOG-FILE.
       01  RUNLOG-REC             PIC X(51).
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-REFER-STATUS        PIC X(02) VALUE SPACES.
       01  WS-RLG-STATUS          PIC X(02) VALUE SPACES.
       01  WS-ENC-STATUS          PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
       01  WS-EOF-PAC             PIC X(01) VALUE 'N'.
       01  WS-EOF-HIST            PIC X(01) VALUE 'N'.
       01  WS-JA-PROCESSADO       PIC X(01) VALUE 'N'.
       01  WS-EOF-ENC             PIC X(01) VALUE 'N'.
      *
      * LATEST-CLASS-PER-PATIENT TABLE - BUILT FROM PACHIST AT STARTUP
      * (LAST RECORD PER PATIENT WINS, THE FILE IS APPENDED IN RUN
       01  WS-RANK-ATUAL          PIC 9(01) VALUE ZEROES.
       01  WS-CLASSE-RANK         PIC X(09) VALUE SPACES.
       01  WS-QTD-ENCAMINHADOS    PIC 9(05) VALUE ZEROES.
       01  WS-QTD-JA-ENCAMINHADOS PIC 9(05) VALUE ZEROES.
      *
      * PATIENTS WITH A REFERRAL STILL OPEN ON ENCREG - THEY ARE NOT
      * REFERRED AGAIN UNTIL EXERC083 RECORDS AN OUTCOME.
       01  WS-ABE-TAB.
           05  WS-ABE-PAC-ID      PIC 9(06) OCCURS 2000 TIMES.
       01  WS-ABE-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-A                   PIC 9(04) VALUE ZEROES.
       01  WS-ABE-ACHADO          PIC X(01) VALUE 'N'.
      *
       01  WS-REF-SUMMARY-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-RS-DESCRICAO    PIC X(40).
           05  WS-RS-QTD          PIC ZZ.ZZ9.
      *
       01  WS-PESO                PIC 9(03)V9(02) VALUE ZEROES.
       01  WS-ALTURA              PIC 9(03)V9(02) VALUE ZEROES.
             PERFORM GRAVAR-RUNLOG
             GOBACK
           END-IF.
      *
      * NO ENCREG YET (FILE STATUS 35) MEANS NO REFERRAL IS OPEN.
           OPEN INPUT REGISTER-FILE.
           MOVE WS-ENC-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS NOT EQUAL TO '35'
             MOVE 'REGISTER-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM CARREGAR-ENCAMINHAMENTOS
               WITH TEST AFTER
               UNTIL WS-EOF-ENC IS EQUAL TO 'Y'
             CLOSE REGISTER-FILE
           END-IF.
      *
           OPEN EXTEND HISTORY-FILE.
           MOVE WS-HIST-STATUS  TO WS-FILE-STATUS.
               MOVE WS-RANK-ATUAL TO WS-ULT-RANK(WS-ULT-COUNT)
             END-IF
           END-IF.
      *
       CARREGAR-ENCAMINHAMENTOS.
           READ REGISTER-FILE
             AT END
               MOVE 'Y' TO WS-EOF-ENC
           END-READ.
           MOVE WS-ENC-STATUS   TO WS-FILE-STATUS.
           MOVE 'REGISTER-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-ENC IS NOT EQUAL TO 'Y' AND ENC-ABERTO
             IF WS-ABE-COUNT IS EQUAL TO 2000
               DISPLAY 'EXERC007 - TABELA DE ENCAMINHAMENTOS EM ABERTO'
                       ' CHEIA (2000)'
               MOVE 16 TO RETURN-CODE
               PERFORM GRAVAR-RUNLOG
               GOBACK
             END-IF
             ADD 1 TO WS-ABE-COUNT
             MOVE ENC-PAC-ID TO WS-ABE-PAC-ID(WS-ABE-COUNT)
           END-IF.
      *
       CLASSIFICAR-RANK.
           EVALUATE WS-CLASSE-RANK
           ADD WS-IMC TO WS-CONTROL-TOT.
      *
      * A REFERRAL GOES OUT FOR EVERY OBESO III, AND FOR ANY PATIENT
      * WHOSE CLASS IS WORSE THAN THE LATEST ONE ON PACHIST - UNLESS
      * THE PATIENT ALREADY HOLDS AN OPEN REFERRAL ON ENCREG.
       VERIFICAR-ENCAMINHAMENTO.
           MOVE WS-IMC-CLASSE TO WS-CLASSE-RANK.
           PERFORM CLASSIFICAR-RANK.
             END-IF
           END-PERFORM.
      *
           MOVE 'N' TO WS-ABE-ACHADO.
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-ABE-COUNT
             IF WS-ABE-PAC-ID(WS-A) IS EQUAL TO PAC-ID
               MOVE 'S' TO WS-ABE-ACHADO
               MOVE WS-ABE-COUNT TO WS-A
             END-IF
           END-PERFORM.
      *
           IF (WS-IMC-CLASSE IS EQUAL TO 'OBESO III' OR
               (WS-RANK-ANTERIOR IS GREATER THAN ZEROES AND
                WS-RANK-ATUAL IS GREATER THAN WS-RANK-ANTERIOR)) AND
              WS-ABE-ACHADO IS EQUAL TO 'S'
             ADD 1 TO WS-QTD-JA-ENCAMINHADOS
           END-IF.
      *
           IF (WS-IMC-CLASSE IS EQUAL TO 'OBESO III' OR
               (WS-RANK-ANTERIOR IS GREATER THAN ZEROES AND
                WS-RANK-ATUAL IS GREATER THAN WS-RANK-ANTERIOR)) AND
              WS-ABE-ACHADO IS EQUAL TO 'N'
             MOVE PAC-ID          TO REF-PAC-ID
             MOVE PAC-NOME        TO REF-NOME
             MOVE WS-IMC          TO REF-IMC
           ADD 1 TO WS-RECS-WRTN.
      *
       FINALIZAR.
           MOVE 'ENCAMINHAMENTOS GERADOS:'   TO WS-RS-DESCRICAO.
           MOVE WS-QTD-ENCAMINHADOS          TO WS-RS-QTD.
           MOVE WS-REF-SUMMARY-LINE          TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'JA ENCAMINHADOS (EM ABERTO):' TO WS-RS-DESCRICAO.
           MOVE WS-QTD-JA-ENCAMINHADOS       TO WS-RS-QTD.
           MOVE WS-REF-SUMMARY-LINE          TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           MOVE WS-RECS-READ     TO RP-TRL-RECS-READ.
           MOVE WS-RECS-WRTN     TO RP-TRL-RECS-WRTN.
           MOVE WS-CONTROL-TOT   TO RP-TRL-CONTROL-TOT.
