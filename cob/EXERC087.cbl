      ******************************************************************
      * FILE NAME   : EXERC087                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : YEAR-END PROMOTION RUN - ROLLS THE STUDENTS ON   *
      *               ALUNFILE INTO NEXT YEAR'S TURMAS FROM THE FINAL  *
      *               STATUS EXERC012 CLOSED ON ALUHIST. APPROVED      *
      *               STUDENTS MOVE TO THE NEXT TURMA ON THE TURMPROG  *
      *               PROGRESSION TABLE, FAILED STUDENTS REPEAT, THE   *
      *               LAST GRADE GRADUATES AND STUDENTS ON ALUSAIDA    *
      *               (LEFT THE SCHOOL) ARE NOT CARRIED. WRITES THE    *
      *               NEW YEAR'S ENROLLMENT ON ALUNNEW AND PRINTS THE  *
      *               CLASS-SIZE PROJECTION AGAINST THE TURMPROG       *
      *               CAPACITY, LISTING THE OVERFLOW                   *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FIRST VERSION - NEXT YEAR'S CLASSES WERE BUILT  *
      *                BY HAND. THE YEAR COMES FROM PROMCTL; THE FINAL *
      *                STATUS IS THE ONE ON THE LAST PERIOD OF THAT    *
      *                YEAR ON ALUHIST. A STUDENT WITH NO FINAL STATUS *
      *                OR WHOSE TURMA IS NOT ON TURMPROG CANNOT BE     *
      *                PLACED - THE RUN ENDS WITH RETURN-CODE 8 SO THE *
      *                SWAP STEP DOES NOT REPLACE ALUNFILE, AND THE    *
      *                PROJECTION STILL PRINTS. PROMHIST KEEPS ONE     *
      *                RECORD PER YEAR PROMOTED AND REFUSES A SECOND   *
      *                RUN FOR THE SAME YEAR.                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC087.
       AUTHOR. JM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE   ASSIGN TO PROMCTL
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-CONTROL-STATUS.
      *
           SELECT STUDENT-FILE   ASSIGN TO ALUNFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-ALUN-STATUS.
      *
           SELECT ACADEMIC-FILE  ASSIGN TO ALUHIST
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-HAL-STATUS.
      *
           SELECT PROGRESS-FILE  ASSIGN TO TURMPROG
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-TPG-STATUS.
      *
           SELECT LEAVER-FILE    ASSIGN TO ALUSAIDA
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-SAI-STATUS.
      *
           SELECT PROMHIST-FILE  ASSIGN TO PROMHIST
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-PRH-STATUS.
      *
           SELECT NEWSTUD-FILE   ASSIGN TO ALUNNEW
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-ANW-STATUS.
      *
           SELECT REPORT-FILE    ASSIGN TO PROMRPT
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-REPORT-STATUS.
      *
           SELECT SORT-FILE      ASSIGN TO SORTWK01.
      *
       DATA DIVISION.
       FILE SECTION.
      * THE SCHOOL YEAR BEING CLOSED (AAAA).
       FD  CONTROL-FILE.
       01  CONTROL-REC.
           05  CTL-ANO            PIC 9(04).
      *
       FD  STUDENT-FILE.
       01  ALU-REC.
           05  ALU-TURMA          PIC X(06).
           05  ALU-ID             PIC 9(06).
           05  ALU-NOME           PIC X(30).
      *
      * SAME LAYOUT EXERC012 APPENDS.
       FD  ACADEMIC-FILE.
       01  HAL-REC.
           05  HAL-ALUNO-ID       PIC 9(06).
           05  HAL-PERIODO        PIC 9(05).
           05  HAL-TURMA          PIC X(06).
           05  HAL-MATERIA        PIC X(04).
           05  HAL-MAT-NOME       PIC X(20).
           05  HAL-NOME           PIC X(30).
           05  HAL-PESO           PIC 9(02)V9(02).
           05  HAL-NOTA-ORIG      PIC 9(02)V9(02).
           05  HAL-NOTA-RECUP     PIC 9(02)V9(02).
           05  HAL-RECUPERACAO    PIC X(01).
               88  HAL-SEM-RECUPERACAO  VALUE SPACE.
               88  HAL-RECUP-APLICADA   VALUE 'S'.
               88  HAL-RECUP-SEM-EFEITO VALUE 'N'.
           05  HAL-NOTA-FINAL     PIC 9(02)V9(02).
           05  HAL-FREQ-PCT       PIC 9(03)V9(02).
           05  HAL-SITUACAO       PIC X(01).
               88  HAL-APROVADO         VALUE 'A'.
               88  HAL-APROVADO-RECUP   VALUE 'P'.
               88  HAL-REPROVADO        VALUE 'R'.
               88  HAL-REPROVADO-FALTA  VALUE 'F'.
           05  HAL-DATA-FECHAMENTO PIC 9(08).
      *
      * TURMA PROGRESSION - WHERE AN APPROVED STUDENT OF TPG-TURMA
      * GOES NEXT YEAR (SPACES = LAST GRADE, THE STUDENT GRADUATES),
      * WHERE A FAILED ONE REPEATS (SPACES = THE SAME TURMA) AND HOW
      * MANY STUDENTS TPG-TURMA HOLDS.
       FD  PROGRESS-FILE.
       01  TPG-REC.
           05  TPG-TURMA          PIC X(06).
           05  TPG-TURMA-PROX     PIC X(06).
           05  TPG-TURMA-REPETE   PIC X(06).
           05  TPG-CAPACIDADE     PIC 9(03).
      *
      * STUDENTS WHO LEFT THE SCHOOL (TRANSFER, WITHDRAWAL).
       FD  LEAVER-FILE.
       01  SAI-REC.
           05  SAI-ALUNO-ID       PIC 9(06).
           05  SAI-DATA           PIC 9(08).
           05  SAI-MOTIVO         PIC X(30).
      *
       FD  PROMHIST-FILE.
       01  PRH-REC.
           05  PRH-ANO            PIC 9(04).
           05  PRH-DATA-RUN       PIC 9(08).
           05  PRH-PROMOVIDOS     PIC 9(05).
           05  PRH-REPETENTES     PIC 9(05).
           05  PRH-CONCLUINTES    PIC 9(05).
           05  PRH-DESLIGADOS     PIC 9(05).
      *
      * NEXT YEAR'S ENROLLMENT - SAME LAYOUT AS ALUNFILE.
       FD  NEWSTUD-FILE.
       01  ANW-REC.
           05  ANW-TURMA          PIC X(06).
           05  ANW-ID             PIC 9(06).
           05  ANW-NOME           PIC X(30).
      *
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(100).
      *
      * ONE ROW PER STUDENT CARRIED INTO NEXT YEAR - 'P' PROMOTED,
      * 'R' REPEATING - SORTED BY THE NEW TURMA.
       SD  SORT-FILE.
       01  SRT-REC.
           05  SRT-TURMA          PIC X(06).
           05  SRT-NOME           PIC X(30).
           05  SRT-ALUNO-ID       PIC 9(06).
           05  SRT-ORIGEM         PIC X(01).
           05  SRT-TURMA-ANT      PIC X(06).
      *
       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS      PIC X(02) VALUE SPACES.
       01  WS-ALUN-STATUS         PIC X(02) VALUE SPACES.
       01  WS-HAL-STATUS          PIC X(02) VALUE SPACES.
       01  WS-TPG-STATUS          PIC X(02) VALUE SPACES.
       01  WS-SAI-STATUS          PIC X(02) VALUE SPACES.
       01  WS-PRH-STATUS          PIC X(02) VALUE SPACES.
       01  WS-ANW-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
       01  WS-EOF-ALUN            PIC X(01) VALUE 'N'.
       01  WS-EOF-HAL             PIC X(01) VALUE 'N'.
       01  WS-EOF-TPG             PIC X(01) VALUE 'N'.
       01  WS-EOF-SAI             PIC X(01) VALUE 'N'.
       01  WS-EOF-PRH             PIC X(01) VALUE 'N'.
       01  WS-FIM-SORT            PIC X(01) VALUE 'N'.
      *
       01  WS-ANO-LETIVO          PIC 9(04) VALUE ZEROES.
       01  WS-ANO-JA-PROMOVIDO    PIC X(01) VALUE 'N'.
      * 'N' ONCE A STUDENT COULD NOT BE PLACED - ALUNFILE IS NOT
      * REPLACED AND THE YEAR IS NOT MARKED ON PROMHIST.
       01  WS-RODADA-OK           PIC X(01) VALUE 'S'.
      *
       01  WS-PERIODO             PIC 9(05) VALUE ZEROES.
       01  WS-PERIODO-R REDEFINES WS-PERIODO.
           05  WS-PER-ANO         PIC 9(04).
           05  WS-PER-TERMO       PIC 9(01).
      *
      * PROGRESSION TABLE - LOADED FROM TURMPROG AT STARTUP.
       01  WS-TPG-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-TPG-TAB.
           05  WS-TPG-ENTRY OCCURS 200 TIMES.
               10  WS-TPG-TURMA   PIC X(06).
               10  WS-TPG-PROX    PIC X(06).
               10  WS-TPG-REPETE  PIC X(06).
               10  WS-TPG-CAP     PIC 9(03).
      *
      * STUDENTS WHO LEFT - LOADED FROM ALUSAIDA.
       01  WS-SAI-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-SAI-TAB.
           05  WS-SAI-ENTRY OCCURS 3000 TIMES.
               10  WS-SAI-ALUNO-ID PIC 9(06).
               10  WS-SAI-MOTIVO  PIC X(30).
      *
      * FINAL STATUS PER STUDENT - THE LATEST PERIOD OF THE YEAR.
       01  WS-SIT-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-SIT-TAB.
           05  WS-SIT-ENTRY OCCURS 3000 TIMES.
               10  WS-SIT-ALUNO-ID PIC 9(06).
               10  WS-SIT-PERIODO PIC 9(05).
               10  WS-SIT-SITUACAO PIC X(01).
      *
       01  WS-I                   PIC 9(04) VALUE ZEROES.
       01  WS-ACHOU-TPG           PIC 9(04) VALUE ZEROES.
       01  WS-ACHOU-SAI           PIC 9(04) VALUE ZEROES.
       01  WS-ACHOU-SIT           PIC 9(04) VALUE ZEROES.
      *
      * CONTROL-BREAK STATE - THE NEW TURMA BEING PROJECTED.
       01  WS-TURMA-ATUAL         PIC X(06) VALUE SPACES.
       01  WS-PRIMEIRA            PIC X(01) VALUE 'S'.
       01  WS-CAP-ATUAL           PIC 9(03) VALUE ZEROES.
       01  WS-CAP-CADASTRADA      PIC X(01) VALUE 'N'.
       01  WS-TUR-PROMOVIDOS      PIC 9(05) VALUE ZEROES.
       01  WS-TUR-REPETENTES      PIC 9(05) VALUE ZEROES.
       01  WS-TUR-TOTAL           PIC 9(05) VALUE ZEROES.
       01  WS-TUR-EXCEDENTE       PIC 9(05) VALUE ZEROES.
      *
       01  WS-QTD-ALUNOS          PIC 9(05) VALUE ZEROES.
       01  WS-QTD-PROMOVIDOS      PIC 9(05) VALUE ZEROES.
       01  WS-QTD-REPETENTES      PIC 9(05) VALUE ZEROES.
       01  WS-QTD-CONCLUINTES     PIC 9(05) VALUE ZEROES.
       01  WS-QTD-DESLIGADOS      PIC 9(05) VALUE ZEROES.
       01  WS-QTD-PENDENTES       PIC 9(05) VALUE ZEROES.
       01  WS-QTD-EXCEDENTES      PIC 9(05) VALUE ZEROES.
      *
       01  WS-SECTION-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-SC-LIT          PIC X(60).
      *
       01  WS-MOVE-LINE.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-MV-ALUNO        PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-MV-NOME         PIC X(30).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-MV-TURMA        PIC X(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-MV-LIT          PIC X(40).
      *
       01  WS-TURMA-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(08) VALUE 'TURMA : '.
           05  WS-TL-TURMA        PIC X(06).
      *
       01  WS-OVERFLOW-LINE.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  FILLER             PIC X(11) VALUE 'EXCEDENTE: '.
           05  WS-OV-ALUNO        PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-OV-NOME         PIC X(30).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(04) VALUE 'DE: '.
           05  WS-OV-TURMA-ANT    PIC X(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-OV-ORIGEM       PIC X(10).
      *
       01  WS-PROJ-LINE.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  FILLER             PIC X(12) VALUE 'CAPACIDADE: '.
           05  WS-PJ-CAP          PIC ZZ9.
           05  FILLER             PIC X(14) VALUE '  PROMOVIDOS: '.
           05  WS-PJ-PROMOVIDOS   PIC ZZ.ZZ9.
           05  FILLER             PIC X(14) VALUE '  REPETENTES: '.
           05  WS-PJ-REPETENTES   PIC ZZ.ZZ9.
           05  FILLER             PIC X(09) VALUE '  TOTAL: '.
           05  WS-PJ-TOTAL        PIC ZZ.ZZ9.
           05  FILLER             PIC X(13) VALUE '  EXCEDENTE: '.
           05  WS-PJ-EXCEDENTE    PIC ZZ.ZZ9.
      *
       01  WS-NO-CAP-LINE.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  FILLER             PIC X(46) VALUE
               'TURMA SEM CAPACIDADE NO TURMPROG - TODOS ACIMA'.
      *
       01  WS-SUMMARY-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-SM-LIT          PIC X(36).
           05  WS-SM-QTD          PIC ZZ.ZZ9.
      *
           COPY CPYRPTHD.
           COPY CPYRPTTL.
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
           SORT SORT-FILE
             ON ASCENDING KEY SRT-TURMA
                              SRT-NOME
                              SRT-ALUNO-ID
             INPUT PROCEDURE IS CLASSIFICAR-ALUNOS
             OUTPUT PROCEDURE IS PROJETAR-TURMAS.
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
           CLOSE CONTROL-FILE.
      *
           IF CTL-ANO IS NOT NUMERIC OR
              CTL-ANO IS EQUAL TO ZEROES
             DISPLAY 'EXERC087 - ANO INVALIDO NO PROMCTL'
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE CTL-ANO TO WS-ANO-LETIVO.
      *
           PERFORM VERIFICAR-PROMHIST.
           IF WS-ANO-JA-PROMOVIDO IS EQUAL TO 'S'
             DISPLAY 'EXERC087 - ANO ' WS-ANO-LETIVO
                     ' JA PROMOVIDO EM PROMHIST - RODADA RECUSADA'
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
      *
           OPEN INPUT  PROGRESS-FILE.
           MOVE WS-TPG-STATUS   TO WS-FILE-STATUS.
           MOVE 'PROGRESS-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           PERFORM LER-TABELA-PROGRESSAO
             WITH TEST AFTER
             UNTIL WS-EOF-TPG IS EQUAL TO 'Y'.
           CLOSE PROGRESS-FILE.
      *
           PERFORM CARREGAR-SAIDAS.
      *
           OPEN INPUT  ACADEMIC-FILE.
           MOVE WS-HAL-STATUS   TO WS-FILE-STATUS.
           MOVE 'ACADEMIC-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           PERFORM LER-SITUACAO-FINAL
             WITH TEST AFTER
             UNTIL WS-EOF-HAL IS EQUAL TO 'Y'.
           CLOSE ACADEMIC-FILE.
      *
           OPEN INPUT  STUDENT-FILE.
           MOVE WS-ALUN-STATUS TO WS-FILE-STATUS.
           MOVE 'STUDENT-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT NEWSTUD-FILE.
           MOVE WS-ANW-STATUS  TO WS-FILE-STATUS.
           MOVE 'NEWSTUD-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
           MOVE 'REPORT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           MOVE 'EXERC087'                   TO RP-HDR-PROGRAM.
           MOVE 'PROMOCAO DE FIM DE ANO'     TO RP-HDR-TITLE.
           MOVE WS-RUN-DATE-EDIT              TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO                    TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE                TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           MOVE 'ALUNOS NAO TRANSPORTADOS PARA O NOVO ANO'
             TO WS-SC-LIT.
           MOVE WS-SECTION-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * NO PROMHIST YET (FILE STATUS 35) IS THE FIRST YEAR PROMOTED.
       VERIFICAR-PROMHIST.
           OPEN INPUT PROMHIST-FILE.
           MOVE WS-PRH-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS NOT EQUAL TO '35'
             MOVE 'PROMHIST-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM LER-PROMHIST
               WITH TEST AFTER
               UNTIL WS-EOF-PRH IS EQUAL TO 'Y'
             CLOSE PROMHIST-FILE
           END-IF.
      *
       LER-PROMHIST.
           READ PROMHIST-FILE
             AT END
               MOVE 'Y' TO WS-EOF-PRH
           END-READ.
           MOVE WS-PRH-STATUS   TO WS-FILE-STATUS.
           MOVE 'PROMHIST-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-PRH IS NOT EQUAL TO 'Y'
             IF PRH-ANO IS EQUAL TO WS-ANO-LETIVO
               MOVE 'S' TO WS-ANO-JA-PROMOVIDO
               MOVE 'Y' TO WS-EOF-PRH
             END-IF
           END-IF.
      *
       LER-TABELA-PROGRESSAO.
           READ PROGRESS-FILE
             AT END
               MOVE 'Y' TO WS-EOF-TPG
           END-READ.
           MOVE WS-TPG-STATUS   TO WS-FILE-STATUS.
           MOVE 'PROGRESS-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-TPG IS NOT EQUAL TO 'Y'
             IF WS-TPG-COUNT IS NOT LESS THAN 200
               DISPLAY 'EXERC087 - MAIS DE 200 TURMAS NO TURMPROG - '
                       'RODADA ABORTADA'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-TPG-COUNT
             MOVE TPG-TURMA        TO WS-TPG-TURMA(WS-TPG-COUNT)
             MOVE TPG-TURMA-PROX   TO WS-TPG-PROX(WS-TPG-COUNT)
             MOVE TPG-TURMA-REPETE TO WS-TPG-REPETE(WS-TPG-COUNT)
             MOVE TPG-CAPACIDADE   TO WS-TPG-CAP(WS-TPG-COUNT)
           END-IF.
      *
      * A MISSING ALUSAIDA MEANS NOBODY LEFT THIS YEAR.
       CARREGAR-SAIDAS.
           OPEN INPUT LEAVER-FILE.
           MOVE WS-SAI-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO WS-EOF-SAI
           ELSE
             MOVE 'LEAVER-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM LER-UMA-SAIDA
               WITH TEST AFTER
               UNTIL WS-EOF-SAI IS EQUAL TO 'Y'
             CLOSE LEAVER-FILE
           END-IF.
      *
       LER-UMA-SAIDA.
           READ LEAVER-FILE
             AT END
               MOVE 'Y' TO WS-EOF-SAI
           END-READ.
           MOVE WS-SAI-STATUS TO WS-FILE-STATUS.
           MOVE 'LEAVER-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-SAI IS NOT EQUAL TO 'Y'
             IF WS-SAI-COUNT IS NOT LESS THAN 3000
               DISPLAY 'EXERC087 - MAIS DE 3000 SAIDAS NO ALUSAIDA - '
                       'RODADA ABORTADA'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-SAI-COUNT
             MOVE SAI-ALUNO-ID TO WS-SAI-ALUNO-ID(WS-SAI-COUNT)
             MOVE SAI-MOTIVO   TO WS-SAI-MOTIVO(WS-SAI-COUNT)
           END-IF.
      *
      * EVERY SUBJECT RECORD OF A CLOSED PERIOD CARRIES THE STUDENT'S
      * STATUS FOR THAT PERIOD; THE LATEST PERIOD OF THE YEAR WINS.
       LER-SITUACAO-FINAL.
           READ ACADEMIC-FILE
             AT END
               MOVE 'Y' TO WS-EOF-HAL
           END-READ.
           MOVE WS-HAL-STATUS   TO WS-FILE-STATUS.
           MOVE 'ACADEMIC-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-HAL IS NOT EQUAL TO 'Y'
             MOVE HAL-PERIODO TO WS-PERIODO
             IF WS-PER-ANO IS EQUAL TO WS-ANO-LETIVO
               PERFORM GUARDAR-SITUACAO
             END-IF
           END-IF.
      *
       GUARDAR-SITUACAO.
           MOVE ZEROES TO WS-ACHOU-SIT.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-SIT-COUNT
             IF WS-SIT-ALUNO-ID(WS-I) IS EQUAL TO HAL-ALUNO-ID
               MOVE WS-I TO WS-ACHOU-SIT
               MOVE WS-SIT-COUNT TO WS-I
             END-IF
           END-PERFORM.
      *
           IF WS-ACHOU-SIT IS EQUAL TO ZEROES
             IF WS-SIT-COUNT IS NOT LESS THAN 3000
               DISPLAY 'EXERC087 - MAIS DE 3000 ALUNOS NO ALUHIST - '
                       'RODADA ABORTADA'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-SIT-COUNT
             MOVE WS-SIT-COUNT TO WS-ACHOU-SIT
             MOVE HAL-ALUNO-ID TO WS-SIT-ALUNO-ID(WS-ACHOU-SIT)
             MOVE ZEROES       TO WS-SIT-PERIODO(WS-ACHOU-SIT)
           END-IF.
      *
           IF HAL-PERIODO IS NOT LESS THAN WS-SIT-PERIODO(WS-ACHOU-SIT)
             MOVE HAL-PERIODO  TO WS-SIT-PERIODO(WS-ACHOU-SIT)
             MOVE HAL-SITUACAO TO WS-SIT-SITUACAO(WS-ACHOU-SIT)
           END-IF.
      *
      * SORT INPUT PROCEDURE - EVERY STUDENT ON ALUNFILE IS EITHER
      * RELEASED INTO A NEW TURMA OR LISTED AS NOT CARRIED.
       CLASSIFICAR-ALUNOS.
           PERFORM LER-ALUNO
             WITH TEST AFTER
             UNTIL WS-EOF-ALUN IS EQUAL TO 'Y'.
      *
       LER-ALUNO.
           READ STUDENT-FILE
             AT END
               MOVE 'Y' TO WS-EOF-ALUN
           END-READ.
           MOVE WS-ALUN-STATUS TO WS-FILE-STATUS.
           MOVE 'STUDENT-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-ALUN IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             ADD 1 TO WS-QTD-ALUNOS
             PERFORM CLASSIFICAR-UM-ALUNO
           END-IF.
      *
       CLASSIFICAR-UM-ALUNO.
           MOVE ZEROES TO WS-ACHOU-SAI.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-SAI-COUNT
             IF WS-SAI-ALUNO-ID(WS-I) IS EQUAL TO ALU-ID
               MOVE WS-I TO WS-ACHOU-SAI
               MOVE WS-SAI-COUNT TO WS-I
             END-IF
           END-PERFORM.
      *
           MOVE ZEROES TO WS-ACHOU-SIT.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-SIT-COUNT
             IF WS-SIT-ALUNO-ID(WS-I) IS EQUAL TO ALU-ID
               MOVE WS-I TO WS-ACHOU-SIT
               MOVE WS-SIT-COUNT TO WS-I
             END-IF
           END-PERFORM.
      *
           MOVE ZEROES TO WS-ACHOU-TPG.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-TPG-COUNT
             IF WS-TPG-TURMA(WS-I) IS EQUAL TO ALU-TURMA
               MOVE WS-I TO WS-ACHOU-TPG
               MOVE WS-TPG-COUNT TO WS-I
             END-IF
           END-PERFORM.
      *
           MOVE ALU-ID    TO WS-MV-ALUNO.
           MOVE ALU-NOME  TO WS-MV-NOME.
           MOVE ALU-TURMA TO WS-MV-TURMA.
      *
           EVALUATE TRUE
             WHEN WS-ACHOU-SAI IS GREATER THAN ZEROES
               ADD 1 TO WS-QTD-DESLIGADOS
               MOVE WS-SAI-MOTIVO(WS-ACHOU-SAI) TO WS-MV-LIT
               PERFORM IMPRIMIR-MOVIMENTO
             WHEN WS-ACHOU-SIT IS EQUAL TO ZEROES
               ADD 1 TO WS-QTD-PENDENTES
               MOVE 'N' TO WS-RODADA-OK
               MOVE 'SEM SITUACAO FINAL NO ALUHIST' TO WS-MV-LIT
               PERFORM IMPRIMIR-MOVIMENTO
             WHEN WS-ACHOU-TPG IS EQUAL TO ZEROES
               ADD 1 TO WS-QTD-PENDENTES
               MOVE 'N' TO WS-RODADA-OK
               MOVE 'TURMA SEM PROGRESSAO NO TURMPROG' TO WS-MV-LIT
               PERFORM IMPRIMIR-MOVIMENTO
             WHEN WS-SIT-SITUACAO(WS-ACHOU-SIT) IS EQUAL TO 'A' OR
                  WS-SIT-SITUACAO(WS-ACHOU-SIT) IS EQUAL TO 'P'
               IF WS-TPG-PROX(WS-ACHOU-TPG) IS EQUAL TO SPACES
                 ADD 1 TO WS-QTD-CONCLUINTES
                 MOVE 'CONCLUINTE - ENCERRADO' TO WS-MV-LIT
                 PERFORM IMPRIMIR-MOVIMENTO
               ELSE
                 ADD 1 TO WS-QTD-PROMOVIDOS
                 MOVE WS-TPG-PROX(WS-ACHOU-TPG) TO SRT-TURMA
                 MOVE 'P' TO SRT-ORIGEM
                 PERFORM LIBERAR-ALUNO
               END-IF
             WHEN OTHER
               ADD 1 TO WS-QTD-REPETENTES
               IF WS-TPG-REPETE(WS-ACHOU-TPG) IS EQUAL TO SPACES
                 MOVE ALU-TURMA TO SRT-TURMA
               ELSE
                 MOVE WS-TPG-REPETE(WS-ACHOU-TPG) TO SRT-TURMA
               END-IF
               MOVE 'R' TO SRT-ORIGEM
               PERFORM LIBERAR-ALUNO
           END-EVALUATE.
      *
       LIBERAR-ALUNO.
           MOVE ALU-NOME  TO SRT-NOME.
           MOVE ALU-ID    TO SRT-ALUNO-ID.
           MOVE ALU-TURMA TO SRT-TURMA-ANT.
           RELEASE SRT-REC.
      *
       IMPRIMIR-MOVIMENTO.
           MOVE WS-MOVE-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * SORT OUTPUT PROCEDURE - CONTROL BREAK ON THE NEW TURMA. EVERY
      * STUDENT IS WRITTEN TO ALUNNEW; THOSE BEYOND THE TURMA'S
      * CAPACITY ARE ALSO LISTED AS OVERFLOW FOR THE SECRETARY TO
      * SPLIT THE CLASS OR MOVE THEM.
       PROJETAR-TURMAS.
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'PROJECAO DAS TURMAS DO NOVO ANO' TO WS-SC-LIT.
           MOVE WS-SECTION-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           PERFORM RETORNAR-ALUNO
             WITH TEST AFTER
             UNTIL WS-FIM-SORT IS EQUAL TO 'Y'.
      *
           IF WS-PRIMEIRA IS EQUAL TO 'N'
             PERFORM FECHAR-TURMA
           END-IF.
      *
       RETORNAR-ALUNO.
           RETURN SORT-FILE
             AT END
               MOVE 'Y' TO WS-FIM-SORT
           END-RETURN.
      *
           IF WS-FIM-SORT IS NOT EQUAL TO 'Y'
             IF WS-PRIMEIRA IS EQUAL TO 'S'
               PERFORM ABRIR-TURMA
             ELSE
               IF SRT-TURMA IS NOT EQUAL TO WS-TURMA-ATUAL
                 PERFORM FECHAR-TURMA
                 PERFORM ABRIR-TURMA
               END-IF
             END-IF
             PERFORM ALOCAR-ALUNO
           END-IF.
      *
       ABRIR-TURMA.
           MOVE SRT-TURMA TO WS-TURMA-ATUAL.
           MOVE 'N'       TO WS-PRIMEIRA.
           MOVE ZEROES    TO WS-TUR-PROMOVIDOS.
           MOVE ZEROES    TO WS-TUR-REPETENTES.
           MOVE ZEROES    TO WS-TUR-TOTAL.
           MOVE ZEROES    TO WS-TUR-EXCEDENTE.
      *
           MOVE ZEROES TO WS-CAP-ATUAL.
           MOVE 'N'    TO WS-CAP-CADASTRADA.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-TPG-COUNT
             IF WS-TPG-TURMA(WS-I) IS EQUAL TO WS-TURMA-ATUAL
               MOVE WS-TPG-CAP(WS-I) TO WS-CAP-ATUAL
               MOVE 'S'              TO WS-CAP-CADASTRADA
               MOVE WS-TPG-COUNT     TO WS-I
             END-IF
           END-PERFORM.
      *
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-TURMA-ATUAL TO WS-TL-TURMA.
           MOVE WS-TURMA-LINE  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       ALOCAR-ALUNO.
           MOVE SRT-TURMA    TO ANW-TURMA.
           MOVE SRT-ALUNO-ID TO ANW-ID.
           MOVE SRT-NOME     TO ANW-NOME.
           WRITE ANW-REC.
           MOVE WS-ANW-STATUS  TO WS-FILE-STATUS.
           MOVE 'NEWSTUD-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           ADD 1 TO WS-CONTROL-TOT.
      *
           ADD 1 TO WS-TUR-TOTAL.
           IF SRT-ORIGEM IS EQUAL TO 'P'
             ADD 1 TO WS-TUR-PROMOVIDOS
           ELSE
             ADD 1 TO WS-TUR-REPETENTES
           END-IF.
      *
           IF WS-TUR-TOTAL IS GREATER THAN WS-CAP-ATUAL
             ADD 1 TO WS-TUR-EXCEDENTE
             ADD 1 TO WS-QTD-EXCEDENTES
             MOVE SRT-ALUNO-ID  TO WS-OV-ALUNO
             MOVE SRT-NOME      TO WS-OV-NOME
             MOVE SRT-TURMA-ANT TO WS-OV-TURMA-ANT
             IF SRT-ORIGEM IS EQUAL TO 'P'
               MOVE 'PROMOVIDO' TO WS-OV-ORIGEM
             ELSE
               MOVE 'REPETENTE' TO WS-OV-ORIGEM
             END-IF
             MOVE WS-OVERFLOW-LINE TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.
      *
       FECHAR-TURMA.
           IF WS-CAP-CADASTRADA IS EQUAL TO 'N'
             MOVE WS-NO-CAP-LINE TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.
           MOVE WS-CAP-ATUAL      TO WS-PJ-CAP.
           MOVE WS-TUR-PROMOVIDOS TO WS-PJ-PROMOVIDOS.
           MOVE WS-TUR-REPETENTES TO WS-PJ-REPETENTES.
           MOVE WS-TUR-TOTAL      TO WS-PJ-TOTAL.
           MOVE WS-TUR-EXCEDENTE  TO WS-PJ-EXCEDENTE.
           MOVE WS-PROJ-LINE      TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * THE YEAR IS MARKED ON PROMHIST ONLY WHEN EVERY STUDENT WAS
      * PLACED - OTHERWISE THE SWAP STEP IS SKIPPED ON RETURN-CODE 8
      * AND THE RUN IS SUBMITTED AGAIN ONCE ALUHIST, ALUSAIDA OR
      * TURMPROG ARE CORRECTED.
       GRAVAR-PROMHIST.
           OPEN EXTEND PROMHIST-FILE.
           MOVE WS-PRH-STATUS   TO WS-FILE-STATUS.
           MOVE 'PROMHIST-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           MOVE WS-ANO-LETIVO      TO PRH-ANO.
           MOVE WS-RUN-DATE-NUM    TO PRH-DATA-RUN.
           MOVE WS-QTD-PROMOVIDOS  TO PRH-PROMOVIDOS.
           MOVE WS-QTD-REPETENTES  TO PRH-REPETENTES.
           MOVE WS-QTD-CONCLUINTES TO PRH-CONCLUINTES.
           MOVE WS-QTD-DESLIGADOS  TO PRH-DESLIGADOS.
           WRITE PRH-REC.
           MOVE WS-PRH-STATUS   TO WS-FILE-STATUS.
           MOVE 'PROMHIST-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           CLOSE PROMHIST-FILE.
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
           MOVE 'ALUNOS LIDOS NO ALUNFILE:'        TO WS-SM-LIT.
           MOVE WS-QTD-ALUNOS                      TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'PROMOVIDOS:'                      TO WS-SM-LIT.
           MOVE WS-QTD-PROMOVIDOS                  TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'REPETENTES:'                      TO WS-SM-LIT.
           MOVE WS-QTD-REPETENTES                  TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'CONCLUINTES ENCERRADOS:'          TO WS-SM-LIT.
           MOVE WS-QTD-CONCLUINTES                 TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'DESLIGADOS (ALUSAIDA):'           TO WS-SM-LIT.
           MOVE WS-QTD-DESLIGADOS                  TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'EXCEDENTES SOBRE A CAPACIDADE:'   TO WS-SM-LIT.
           MOVE WS-QTD-EXCEDENTES                  TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'PENDENTES (NAO POSICIONADOS):'    TO WS-SM-LIT.
           MOVE WS-QTD-PENDENTES                   TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           IF WS-RODADA-OK IS EQUAL TO 'S'
             PERFORM GRAVAR-PROMHIST
           ELSE
             DISPLAY 'EXERC087 - ' WS-QTD-PENDENTES
                     ' ALUNO(S) SEM POSICAO - ALUNFILE NAO SUBSTITUIDO'
             MOVE 8 TO RETURN-CODE
           END-IF.
      *
           MOVE WS-RECS-READ     TO RP-TRL-RECS-READ.
           MOVE WS-RECS-WRTN     TO RP-TRL-RECS-WRTN.
           MOVE WS-CONTROL-TOT   TO RP-TRL-CONTROL-TOT.
           MOVE RP-TRAILER-LINE  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           CLOSE STUDENT-FILE.
           CLOSE NEWSTUD-FILE.
           CLOSE REPORT-FILE.
      *
           COPY CPYFILCHK.
