      ******************************************************************
      * FILE NAME   : EXERC085                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : ACADEMIC TRANSCRIPT (HISTORICO ESCOLAR) - FOR    *
      *               EACH HISTCTL REQUEST, ONE STUDENT ('A' + ALUNO   *
      *               ID) OR A WHOLE TURMA ('T' + TURMA CODE), PRINTS  *
      *               EVERY CLOSED PERIOD ON ALUHIST IN PERIOD ORDER - *
      *               SUBJECT, WEIGHT, GRADE, RECOVERY, FINAL GRADE,   *
      *               ATTENDANCE AND STATUS - WITH THE PERIOD AVERAGE  *
      *               AND THE CUMULATIVE WEIGHTED AVERAGE. A TURMA     *
      *               REQUEST TAKES THE STUDENTS ENROLLED IN IT ON     *
      *               ALUNFILE AND EVERY STUDENT ALUHIST SHOWS IN IT   *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FIRST VERSION - THE SECRETARIA COULD NOT ISSUE  *
      *                A TRANSCRIPT ONCE GRADEFIL WAS REPLACED. EACH   *
      *                STUDENT STARTS ON A NEW PAGE SO THE DOCUMENT    *
      *                CAN BE HANDED OVER AS IT COMES OFF THE PRINTER. *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC085.
       AUTHOR. JM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE   ASSIGN TO HISTCTL
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-HCT-STATUS.
      *
           SELECT STUDENT-FILE   ASSIGN TO ALUNFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-ALUN-STATUS.
      *
           SELECT ACADEMIC-FILE  ASSIGN TO ALUHIST
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-HAL-STATUS.
      *
           SELECT REPORT-FILE    ASSIGN TO HISTRPT
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-REPORT-STATUS.
      *
           SELECT SORT-FILE      ASSIGN TO SORTWK01.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       01  HCT-REC.
           05  HCT-TIPO           PIC X(01).
               88  HCT-POR-ALUNO  VALUE 'A'.
               88  HCT-POR-TURMA  VALUE 'T'.
           05  HCT-CHAVE          PIC X(06).
           05  HCT-ALUNO-ID REDEFINES HCT-CHAVE PIC 9(06).
      *
       FD  STUDENT-FILE.
       01  ALU-REC.
           05  ALU-TURMA          PIC X(06).
           05  ALU-ID             PIC 9(06).
           05  ALU-NOME           PIC X(30).
      *
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
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(100).
      *
       SD  SORT-FILE.
       01  SRT-REC.
           05  SRT-ALUNO-ID       PIC 9(06).
           05  SRT-PERIODO        PIC 9(05).
           05  SRT-TURMA          PIC X(06).
           05  SRT-MATERIA        PIC X(04).
           05  SRT-MAT-NOME       PIC X(20).
           05  SRT-NOME           PIC X(30).
           05  SRT-PESO           PIC 9(02)V9(02).
           05  SRT-NOTA-ORIG      PIC 9(02)V9(02).
           05  SRT-NOTA-RECUP     PIC 9(02)V9(02).
           05  SRT-RECUPERACAO    PIC X(01).
           05  SRT-NOTA-FINAL     PIC 9(02)V9(02).
           05  SRT-FREQ-PCT       PIC 9(03)V9(02).
           05  SRT-SITUACAO       PIC X(01).
           05  SRT-DATA-FECHAMENTO PIC 9(08).
      *
       WORKING-STORAGE SECTION.
       01  WS-HCT-STATUS          PIC X(02) VALUE SPACES.
       01  WS-ALUN-STATUS         PIC X(02) VALUE SPACES.
       01  WS-HAL-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
       01  WS-EOF-HCT             PIC X(01) VALUE 'N'.
       01  WS-EOF-ALUN            PIC X(01) VALUE 'N'.
       01  WS-EOF-HAL             PIC X(01) VALUE 'N'.
       01  WS-FIM-SORT            PIC X(01) VALUE 'N'.
       01  WS-SEM-ALUHIST         PIC X(01) VALUE 'N'.
      *
      * THE HISTCTL REQUESTS. WS-SOL-ACHADO TURNS 'S' WHEN THE
      * REQUEST MATCHED ANY ALUHIST HISTORY.
       01  WS-SOL-TAB.
           05  WS-SOL-LINHA       OCCURS 50 TIMES.
               10  WS-SOL-TIPO      PIC X(01).
               10  WS-SOL-CHAVE     PIC X(06).
               10  WS-SOL-ACHADO    PIC X(01).
       01  WS-SOL-COUNT           PIC 9(02) VALUE ZEROES.
       01  WS-S                   PIC 9(02) VALUE ZEROES.
      *
      * STUDENTS WHOSE TRANSCRIPT IS PRINTED - FROM THE 'A' REQUESTS
      * AND FROM THE TURMAS OF THE 'T' REQUESTS.
      * WS-SEL-SOL IS THE REQUEST THAT FIRST SELECTED THE STUDENT.
       01  WS-SEL-TAB.
           05  WS-SEL-LINHA       OCCURS 2000 TIMES.
               10  WS-SEL-ALUNO     PIC 9(06).
               10  WS-SEL-SOL       PIC 9(02).
       01  WS-SEL-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-I                   PIC 9(04) VALUE ZEROES.
       01  WS-SEL-ENCONTRADO      PIC 9(04) VALUE ZEROES.
       01  WS-SOL-ATUAL           PIC 9(02) VALUE ZEROES.
       01  WS-ALUNO-PROCURADO     PIC 9(06) VALUE ZEROES.
       01  WS-ALUNO-SELECIONADO   PIC X(01) VALUE 'N'.
      *
      * CONTROL-BREAK STATE AND THE WEIGHTED SUMS - PER PERIOD AND
      * CUMULATIVE FOR THE STUDENT.
       01  WS-PRIMEIRO            PIC X(01) VALUE 'S'.
       01  WS-ALUNO-ATUAL         PIC 9(06) VALUE ZEROES.
       01  WS-PERIODO-ATUAL       PIC 9(05) VALUE ZEROES.
       01  WS-SITUACAO-PERIODO    PIC X(01) VALUE SPACE.
       01  WS-QTD-PERIODOS        PIC 9(03) VALUE ZEROES.
       01  WS-SOMA-POND-PER       PIC 9(06)V9(04) VALUE ZEROES.
       01  WS-SOMA-PESOS-PER      PIC 9(04)V9(02) VALUE ZEROES.
       01  WS-SOMA-POND-ACUM      PIC 9(07)V9(04) VALUE ZEROES.
       01  WS-SOMA-PESOS-ACUM     PIC 9(05)V9(02) VALUE ZEROES.
       01  WS-MEDIA               PIC 9(02)V9(02) VALUE ZEROES.
       01  WS-QTD-ALUNOS          PIC 9(05) VALUE ZEROES.
      *
       01  WS-PERIODO-EDIT        PIC 9(05) VALUE ZEROES.
       01  WS-PERIODO-EDIT-R REDEFINES WS-PERIODO-EDIT.
           05  WS-PE-ANO          PIC 9(04).
           05  WS-PE-TERMO        PIC 9(01).
      *
       01  WS-ALUNO-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(08) VALUE 'ALUNO : '.
           05  WS-AL-ID           PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-AL-NOME         PIC X(30).
      *
       01  WS-PERIODO-LINE.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  FILLER             PIC X(10) VALUE 'PERIODO : '.
           05  WS-PL-ANO          PIC 9(04).
           05  FILLER             PIC X(01) VALUE '/'.
           05  WS-PL-TERMO        PIC 9(01).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  FILLER             PIC X(08) VALUE 'TURMA : '.
           05  WS-PL-TURMA        PIC X(06).
      *
       01  WS-COL-HEADER.
           05  FILLER             PIC X(40) VALUE
               '     MAT   DISCIPLINA             PESO  '.
           05  FILLER             PIC X(40) VALUE
               ' NOTA   RECUP.    FINAL    FREQ %'.
      *
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  WS-DT-MATERIA      PIC X(04).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-MAT-NOME     PIC X(20).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-PESO         PIC Z9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-NOTA         PIC Z9,99.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-DT-RECUP        PIC X(05).
           05  WS-DT-RECUP-MARCA  PIC X(01).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-DT-FINAL        PIC Z9,99.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-DT-FREQ         PIC ZZ9,99.
      *
       01  WS-NOTA-EDIT           PIC Z9,99.
      *
       01  WS-MEDIA-PERIODO-LINE.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  FILLER             PIC X(18) VALUE 'MEDIA DO PERIODO: '.
           05  WS-MP-MEDIA        PIC Z9,99.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  FILLER             PIC X(17) VALUE 'MEDIA ACUMULADA: '.
           05  WS-MP-ACUM         PIC Z9,99.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-MP-SITUACAO     PIC X(24).
      *
       01  WS-MEDIA-GERAL-LINE.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  FILLER             PIC X(23)
               VALUE 'MEDIA GERAL ACUMULADA: '.
           05  WS-MG-MEDIA        PIC Z9,99.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  FILLER             PIC X(11) VALUE 'PERIODOS : '.
           05  WS-MG-PERIODOS     PIC ZZ9.
      *
       01  WS-LEGENDA-LINE.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  FILLER             PIC X(50) VALUE
               '* NOTA DE RECUPERACAO QUE SUBSTITUIU A ORIGINAL'.
      *
       01  WS-SOLICITACAO-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-SL-LIT          PIC X(36).
           05  WS-SL-TIPO         PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-SL-CHAVE        PIC X(06).
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
       01  WS-RECS-WRTN           PIC 9(07) VALUE ZEROES.
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM INICIALIZAR.
      *
           SORT SORT-FILE
             ON ASCENDING KEY SRT-ALUNO-ID
                              SRT-PERIODO
                              SRT-MATERIA
                              SRT-DATA-FECHAMENTO
             INPUT PROCEDURE IS CARREGAR-HISTORICO
             OUTPUT PROCEDURE IS IMPRIMIR-HISTORICOS.
      *
           PERFORM FINALIZAR.
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
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
           MOVE 'REPORT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           MOVE 'EXERC085'                    TO RP-HDR-PROGRAM.
           MOVE 'HISTORICO ESCOLAR'           TO RP-HDR-TITLE.
           MOVE WS-RUN-DATE-EDIT               TO RP-HDR-RUN-DATE.
      *
           OPEN INPUT  REQUEST-FILE.
           MOVE WS-HCT-STATUS   TO WS-FILE-STATUS.
           MOVE 'REQUEST-FILE'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           PERFORM LER-SOLICITACAO
             WITH TEST AFTER
             UNTIL WS-EOF-HCT IS EQUAL TO 'Y'.
           CLOSE REQUEST-FILE.
      *
           OPEN INPUT  STUDENT-FILE.
           MOVE WS-ALUN-STATUS  TO WS-FILE-STATUS.
           MOVE 'STUDENT-FILE'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           PERFORM LER-MATRICULA
             WITH TEST AFTER
             UNTIL WS-EOF-ALUN IS EQUAL TO 'Y'.
           CLOSE STUDENT-FILE.
      *
      * FIRST PASS OVER ALUHIST - THE STUDENTS WHO WERE IN A
      * REQUESTED TURMA IN AN EARLIER PERIOD. NO ALUHIST YET (FILE
      * STATUS 35) MEANS NO PERIOD WAS EVER CLOSED.
           OPEN INPUT  ACADEMIC-FILE.
           MOVE WS-HAL-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS EQUAL TO '35'
             MOVE 'S' TO WS-SEM-ALUHIST
           ELSE
             MOVE 'ACADEMIC-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM SELECIONAR-POR-TURMA
               WITH TEST AFTER
               UNTIL WS-EOF-HAL IS EQUAL TO 'Y'
             CLOSE ACADEMIC-FILE
           END-IF.
      *
      * ONE REQUEST PER HISTCTL RECORD. A STUDENT ID THAT IS NOT
      * NUMERIC OR AN UNKNOWN TYPE IS LISTED AND IGNORED.
       LER-SOLICITACAO.
           READ REQUEST-FILE
             AT END
               MOVE 'Y' TO WS-EOF-HCT
           END-READ.
           MOVE WS-HCT-STATUS  TO WS-FILE-STATUS.
           MOVE 'REQUEST-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-HCT IS NOT EQUAL TO 'Y'
             IF (HCT-POR-ALUNO AND HCT-CHAVE IS NUMERIC) OR
                (HCT-POR-TURMA AND HCT-CHAVE IS NOT EQUAL TO SPACES)
               IF WS-SOL-COUNT IS EQUAL TO 50
                 DISPLAY 'EXERC085 - MAIS DE 50 SOLICITACOES EM HISTCTL'
                 MOVE 16 TO RETURN-CODE
                 GOBACK
               END-IF
               ADD 1 TO WS-SOL-COUNT
               MOVE HCT-TIPO  TO WS-SOL-TIPO(WS-SOL-COUNT)
               MOVE HCT-CHAVE TO WS-SOL-CHAVE(WS-SOL-COUNT)
               MOVE 'N'       TO WS-SOL-ACHADO(WS-SOL-COUNT)
               IF HCT-POR-ALUNO
                 MOVE HCT-ALUNO-ID TO WS-ALUNO-PROCURADO
                 MOVE WS-SOL-COUNT TO WS-SOL-ATUAL
                 PERFORM INCLUIR-SELECAO
               END-IF
             ELSE
               MOVE 'SOLICITACAO INVALIDA IGNORADA      :'
                 TO WS-SL-LIT
               MOVE HCT-TIPO             TO WS-SL-TIPO
               MOVE HCT-CHAVE            TO WS-SL-CHAVE
               MOVE WS-SOLICITACAO-LINE  TO REPORT-LINE
               PERFORM GRAVAR-LINHA-RELATORIO
             END-IF
           END-IF.
      *
       LER-MATRICULA.
           READ STUDENT-FILE
             AT END
               MOVE 'Y' TO WS-EOF-ALUN
           END-READ.
           MOVE WS-ALUN-STATUS TO WS-FILE-STATUS.
           MOVE 'STUDENT-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-ALUN IS NOT EQUAL TO 'Y'
             PERFORM VARYING WS-S FROM 1 BY 1
                     UNTIL WS-S > WS-SOL-COUNT
               IF WS-SOL-TIPO(WS-S) IS EQUAL TO 'T' AND
                  WS-SOL-CHAVE(WS-S) IS EQUAL TO ALU-TURMA
                 MOVE ALU-ID TO WS-ALUNO-PROCURADO
                 MOVE WS-S   TO WS-SOL-ATUAL
                 PERFORM INCLUIR-SELECAO
               END-IF
             END-PERFORM
           END-IF.
      *
       SELECIONAR-POR-TURMA.
           READ ACADEMIC-FILE
             AT END
               MOVE 'Y' TO WS-EOF-HAL
           END-READ.
           MOVE WS-HAL-STATUS   TO WS-FILE-STATUS.
           MOVE 'ACADEMIC-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-HAL IS NOT EQUAL TO 'Y'
             PERFORM VARYING WS-S FROM 1 BY 1
                     UNTIL WS-S > WS-SOL-COUNT
               IF WS-SOL-TIPO(WS-S) IS EQUAL TO 'T' AND
                  WS-SOL-CHAVE(WS-S) IS EQUAL TO HAL-TURMA
                 MOVE 'S' TO WS-SOL-ACHADO(WS-S)
                 MOVE HAL-ALUNO-ID TO WS-ALUNO-PROCURADO
                 MOVE WS-S         TO WS-SOL-ATUAL
                 PERFORM INCLUIR-SELECAO
               END-IF
             END-PERFORM
           END-IF.
      *
       INCLUIR-SELECAO.
           PERFORM PROCURAR-SELECAO.
           IF WS-ALUNO-SELECIONADO IS EQUAL TO 'N'
             IF WS-SEL-COUNT IS EQUAL TO 2000
               DISPLAY 'EXERC085 - MAIS DE 2000 ALUNOS SELECIONADOS'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-SEL-COUNT
             MOVE WS-ALUNO-PROCURADO TO WS-SEL-ALUNO(WS-SEL-COUNT)
             MOVE WS-SOL-ATUAL       TO WS-SEL-SOL(WS-SEL-COUNT)
           END-IF.
      *
       PROCURAR-SELECAO.
           MOVE 'N' TO WS-ALUNO-SELECIONADO.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-SEL-COUNT
             IF WS-SEL-ALUNO(WS-I) IS EQUAL TO WS-ALUNO-PROCURADO
               MOVE 'S' TO WS-ALUNO-SELECIONADO
               MOVE WS-I TO WS-SEL-ENCONTRADO
               MOVE WS-SEL-COUNT TO WS-I
             END-IF
           END-PERFORM.
      *
      * SORT INPUT - SECOND PASS OVER ALUHIST, ONLY THE SELECTED
      * STUDENTS' RECORDS GO TO THE SORT.
       CARREGAR-HISTORICO.
           IF WS-SEM-ALUHIST IS EQUAL TO 'N'
             MOVE 'N' TO WS-EOF-HAL
             OPEN INPUT ACADEMIC-FILE
             MOVE WS-HAL-STATUS   TO WS-FILE-STATUS
             MOVE 'ACADEMIC-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM LIBERAR-HISTORICO
               WITH TEST AFTER
               UNTIL WS-EOF-HAL IS EQUAL TO 'Y'
             CLOSE ACADEMIC-FILE
           END-IF.
      *
       LIBERAR-HISTORICO.
           READ ACADEMIC-FILE
             AT END
               MOVE 'Y' TO WS-EOF-HAL
           END-READ.
           MOVE WS-HAL-STATUS   TO WS-FILE-STATUS.
           MOVE 'ACADEMIC-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-HAL IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             MOVE HAL-ALUNO-ID TO WS-ALUNO-PROCURADO
             PERFORM PROCURAR-SELECAO
             IF WS-ALUNO-SELECIONADO IS EQUAL TO 'S'
               MOVE WS-SEL-SOL(WS-SEL-ENCONTRADO) TO WS-S
               MOVE 'S' TO WS-SOL-ACHADO(WS-S)
               MOVE HAL-REC TO SRT-REC
               RELEASE SRT-REC
             END-IF
           END-IF.
      *
      * SORT OUTPUT - CONTROL BREAK PER STUDENT AND PER PERIOD.
       IMPRIMIR-HISTORICOS.
           PERFORM RETORNAR-HISTORICO
             WITH TEST AFTER
             UNTIL WS-FIM-SORT IS EQUAL TO 'Y'.
      *
           IF WS-PRIMEIRO IS EQUAL TO 'N'
             PERFORM FECHAR-PERIODO
             PERFORM FECHAR-ALUNO
           END-IF.
      *
       RETORNAR-HISTORICO.
           RETURN SORT-FILE
             AT END
               MOVE 'Y' TO WS-FIM-SORT
           END-RETURN.
      *
           IF WS-FIM-SORT IS NOT EQUAL TO 'Y'
             IF WS-PRIMEIRO IS EQUAL TO 'S'
               PERFORM ABRIR-ALUNO
               PERFORM ABRIR-PERIODO
             ELSE
               IF SRT-ALUNO-ID IS NOT EQUAL TO WS-ALUNO-ATUAL
                 PERFORM FECHAR-PERIODO
                 PERFORM FECHAR-ALUNO
                 PERFORM ABRIR-ALUNO
                 PERFORM ABRIR-PERIODO
               ELSE
                 IF SRT-PERIODO IS NOT EQUAL TO WS-PERIODO-ATUAL
                   PERFORM FECHAR-PERIODO
                   PERFORM ABRIR-PERIODO
                 END-IF
               END-IF
             END-IF
             PERFORM IMPRIMIR-DISCIPLINA
           END-IF.
      *
      * EVERY STUDENT STARTS A NEW PAGE.
       ABRIR-ALUNO.
           MOVE 'N'          TO WS-PRIMEIRO.
           MOVE SRT-ALUNO-ID TO WS-ALUNO-ATUAL.
           MOVE ZEROES       TO WS-SOMA-POND-ACUM.
           MOVE ZEROES       TO WS-SOMA-PESOS-ACUM.
           MOVE ZEROES       TO WS-QTD-PERIODOS.
           ADD 1 TO WS-QTD-ALUNOS.
      *
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO     TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           MOVE SRT-ALUNO-ID   TO WS-AL-ID.
           MOVE SRT-NOME       TO WS-AL-NOME.
           MOVE WS-ALUNO-LINE  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-COL-HEADER  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       ABRIR-PERIODO.
           MOVE SRT-PERIODO  TO WS-PERIODO-ATUAL.
           MOVE SRT-SITUACAO TO WS-SITUACAO-PERIODO.
           MOVE ZEROES       TO WS-SOMA-POND-PER.
           MOVE ZEROES       TO WS-SOMA-PESOS-PER.
           ADD 1 TO WS-QTD-PERIODOS.
      *
           MOVE SRT-PERIODO     TO WS-PERIODO-EDIT.
           MOVE WS-PE-ANO       TO WS-PL-ANO.
           MOVE WS-PE-TERMO     TO WS-PL-TERMO.
           MOVE SRT-TURMA       TO WS-PL-TURMA.
           MOVE WS-PERIODO-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * ONE LINE PER SUBJECT. THE RECOVERY GRADE PRINTS WHEN THE
      * STUDENT SAT IT, MARKED '*' WHEN IT REPLACED THE ORIGINAL.
       IMPRIMIR-DISCIPLINA.
           MOVE SRT-MATERIA     TO WS-DT-MATERIA.
           MOVE SRT-MAT-NOME    TO WS-DT-MAT-NOME.
           MOVE SRT-PESO        TO WS-DT-PESO.
           MOVE SRT-NOTA-ORIG   TO WS-DT-NOTA.
           MOVE SPACES          TO WS-DT-RECUP.
           MOVE SPACE           TO WS-DT-RECUP-MARCA.
           IF SRT-RECUPERACAO IS NOT EQUAL TO SPACE
             MOVE SRT-NOTA-RECUP TO WS-NOTA-EDIT
             MOVE WS-NOTA-EDIT   TO WS-DT-RECUP
             IF SRT-RECUPERACAO IS EQUAL TO 'S'
               MOVE '*' TO WS-DT-RECUP-MARCA
             END-IF
           END-IF.
           MOVE SRT-NOTA-FINAL  TO WS-DT-FINAL.
           MOVE SRT-FREQ-PCT    TO WS-DT-FREQ.
           MOVE WS-DETAIL-LINE  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           COMPUTE WS-SOMA-POND-PER =
                   WS-SOMA-POND-PER + (SRT-NOTA-FINAL * SRT-PESO).
           ADD SRT-PESO TO WS-SOMA-PESOS-PER.
           COMPUTE WS-SOMA-POND-ACUM =
                   WS-SOMA-POND-ACUM + (SRT-NOTA-FINAL * SRT-PESO).
           ADD SRT-PESO TO WS-SOMA-PESOS-ACUM.
      *
       FECHAR-PERIODO.
           IF WS-SOMA-PESOS-PER IS GREATER THAN ZEROES
             COMPUTE WS-MEDIA ROUNDED =
                     WS-SOMA-POND-PER / WS-SOMA-PESOS-PER
           ELSE
             MOVE ZEROES TO WS-MEDIA
           END-IF.
           MOVE WS-MEDIA TO WS-MP-MEDIA.
           IF WS-SOMA-PESOS-ACUM IS GREATER THAN ZEROES
             COMPUTE WS-MEDIA ROUNDED =
                     WS-SOMA-POND-ACUM / WS-SOMA-PESOS-ACUM
           ELSE
             MOVE ZEROES TO WS-MEDIA
           END-IF.
           MOVE WS-MEDIA TO WS-MP-ACUM.
           EVALUATE WS-SITUACAO-PERIODO
             WHEN 'A'
               MOVE 'APROVADO                ' TO WS-MP-SITUACAO
             WHEN 'P'
               MOVE 'APROVADO POS-RECUPERACAO' TO WS-MP-SITUACAO
             WHEN 'F'
               MOVE 'REPROVADO POR FALTA     ' TO WS-MP-SITUACAO
             WHEN OTHER
               MOVE 'REPROVADO               ' TO WS-MP-SITUACAO
           END-EVALUATE.
           MOVE WS-MEDIA-PERIODO-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       FECHAR-ALUNO.
           IF WS-SOMA-PESOS-ACUM IS GREATER THAN ZEROES
             COMPUTE WS-MEDIA ROUNDED =
                     WS-SOMA-POND-ACUM / WS-SOMA-PESOS-ACUM
           ELSE
             MOVE ZEROES TO WS-MEDIA
           END-IF.
           MOVE WS-MEDIA          TO WS-MG-MEDIA.
           MOVE WS-QTD-PERIODOS   TO WS-MG-PERIODOS.
           MOVE WS-MEDIA-GERAL-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-LEGENDA-LINE   TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       GRAVAR-LINHA-RELATORIO.
           WRITE REPORT-LINE.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
           MOVE 'REPORT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           ADD 1 TO WS-RECS-WRTN.
      *
      * REQUESTS THAT FOUND NO CLOSED PERIOD ARE LISTED SO THE
      * SECRETARIA KNOWS THE DOCUMENT WAS NOT PRODUCED.
       FINALIZAR.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-SOL-COUNT
             IF WS-SOL-ACHADO(WS-S) IS EQUAL TO 'N'
               MOVE 'SOLICITACAO SEM HISTORICO ESCOLAR  :'
                 TO WS-SL-LIT
               MOVE WS-SOL-TIPO(WS-S)   TO WS-SL-TIPO
               MOVE WS-SOL-CHAVE(WS-S)  TO WS-SL-CHAVE
               MOVE WS-SOLICITACAO-LINE TO REPORT-LINE
               PERFORM GRAVAR-LINHA-RELATORIO
             END-IF
           END-PERFORM.
      *
           MOVE WS-RECS-READ     TO RP-TRL-RECS-READ.
           MOVE WS-RECS-WRTN     TO RP-TRL-RECS-WRTN.
           MOVE WS-QTD-ALUNOS    TO RP-TRL-CONTROL-TOT.
           MOVE RP-TRAILER-LINE  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           CLOSE REPORT-FILE.
      *
           COPY CPYFILCHK.
