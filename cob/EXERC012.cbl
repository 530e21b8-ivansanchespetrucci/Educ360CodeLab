      * 2026-08-22 JM  APPENDS ONE MACHINE-READABLE RUN RECORD TO THE  *
      *                SHARED RUNLOG FILE AT END OF JOB SO EXERC028    *
      *                CAN BALANCE THE WHOLE NIGHT FROM ONE PAGE.      *
      * 2026-10-15 JM  ADDED THE PER-STUDENT ACADEMIC HISTORY          *
      *                (ALUHIST) - GRADECTL GREW CTL-PERIODO (AAAAP)   *
      *                AND CTL-FECHAR-PERIODO. THE RUN WITH THE CLOSE  *
      *                FLAG 'S' APPENDS ONE RECORD PER STUDENT PER     *
      *                SUBJECT WITH THE FINAL GRADE, THE SUBJECT'S     *
      *                ATTENDANCE, THE RECOVERY RESULT AND THE FINAL   *
      *                STATUS, SO THE TERM SURVIVES THE NEXT GRADEFIL. *
      *                A PERIOD ALREADY ON ALUHIST IS NOT WRITTEN      *
      *                TWICE (RC 4). EXERC085 PRINTS THE TRANSCRIPT.   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC012.
           SELECT HISTORY-FILE    ASSIGN TO GRDEHIST
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-HIST-STATUS.
      *
           SELECT ACADEMIC-FILE   ASSIGN TO ALUHIST
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-HAL-STATUS.
      *
           SELECT REPORT-FILE     ASSIGN TO GRADERPT
                                   ORGANIZATION IS LINE SEQUENTIAL
       01  CONTROL-REC.
           05  CTL-NOTA-MINIMA    PIC 9(02)V9(02).
           05  CTL-FREQ-MINIMA    PIC 9(02)V9(02).
           05  CTL-PERIODO        PIC 9(05).
           05  CTL-FECHAR-PERIODO PIC X(01).
               88  CTL-FECHAMENTO VALUE 'S'.
      *
       FD  STUDENT-FILE.
       01  ALU-REC.
           05  HIST-DATA          PIC 9(08).
           05  HIST-TURMA         PIC X(06).
           05  HIST-MEDIA         PIC 9(02)V9(02).
      *
      * ACADEMIC HISTORY - ONE RECORD PER STUDENT PER SUBJECT PER
      * CLOSED PERIOD, APPENDED BY THE RUN THAT CLOSES THE PERIOD.
      * HAL-PERIODO IS AAAAP (YEAR AND TERM). EXERC085 PRINTS THE
      * TRANSCRIPT FROM IT.
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
       01  WS-GRADE-STATUS        PIC X(02) VALUE SPACES.
       01  WS-HIST-STATUS         PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-HAL-STATUS          PIC X(02) VALUE SPACES.
       01  WS-RLG-STATUS          PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
           COPY CPYSKPWS.
       01  WS-EOF-SUBJ            PIC X(01) VALUE 'N'.
       01  WS-EOF-HIST            PIC X(01) VALUE 'N'.
       01  WS-FIM-SORT            PIC X(01) VALUE 'N'.
       01  WS-EOF-HAL             PIC X(01) VALUE 'N'.
      *
      * PERIOD CLOSE - WS-GRAVAR-HISTORICO-ALUNO IS 'S' ONLY ON THE
      * GRADECTL CLOSING RUN OF A PERIOD NOT YET ON ALUHIST.
       01  WS-PERIODO             PIC 9(05) VALUE ZEROES.
       01  WS-FECHAR-PERIODO      PIC X(01) VALUE 'N'.
       01  WS-GRAVAR-HISTORICO-ALUNO PIC X(01) VALUE 'N'.
       01  WS-PERIODO-JA-FECHADO  PIC X(01) VALUE 'N'.
       01  WS-QTD-HAL-GRAVADOS    PIC 9(07) VALUE ZEROES.
       01  WS-NOME-ALUNO          PIC X(30) VALUE SPACES.
       01  WS-SITUACAO-COD        PIC X(01) VALUE SPACE.
      *
      * THE OPEN STUDENT'S SUBJECTS, HELD UNTIL FECHAR-ALUNO KNOWS THE
      * FINAL STATUS THAT GOES ON EACH ALUHIST RECORD.
       01  WS-DIS-TAB.
           05  WS-DIS-LINHA       OCCURS 30 TIMES.
               10  WS-DIS-MATERIA     PIC X(04).
               10  WS-DIS-MAT-NOME    PIC X(20).
               10  WS-DIS-PESO        PIC 9(02)V9(02).
               10  WS-DIS-NOTA-ORIG   PIC 9(02)V9(02).
               10  WS-DIS-NOTA-RECUP  PIC 9(02)V9(02).
               10  WS-DIS-RECUPERACAO PIC X(01).
               10  WS-DIS-NOTA-FINAL  PIC 9(02)V9(02).
       01  WS-DIS-COUNT           PIC 9(02) VALUE ZEROES.
       01  WS-D                   PIC 9(02) VALUE ZEROES.
       01  WS-NOTA-RECUP-APLIC    PIC 9(02)V9(02) VALUE ZEROES.
       01  WS-RECUPERACAO-APLIC   PIC X(01) VALUE SPACE.
       01  WS-DIS-DADAS           PIC 9(05) VALUE ZEROES.
       01  WS-DIS-PRES            PIC 9(05) VALUE ZEROES.
      *
      * PRIOR-PERIOD TREND TABLE - READ FROM HISTORY-FILE BEFORE
      * TODAY'S RUN IS APPENDED TO IT, ONE ROW PER TURMA PER RUN.
                                   DEPENDING ON WS-FRQ-COUNT.
               10  WS-FRQ-TURMA     PIC X(06).
               10  WS-FRQ-ALUNO     PIC 9(06).
               10  WS-FRQ-MATERIA   PIC X(04).
               10  WS-FRQ-DADAS     PIC 9(03).
               10  WS-FRQ-PRES      PIC 9(03).
       01  WS-FRQ-COUNT           PIC 9(04) VALUE ZEROES.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-RT-LIT          PIC X(30)
               VALUE 'RESUMO DA ESCOLA POR TURMA'.
      *
       01  WS-FECHAMENTO-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(28)
               VALUE 'HISTORICO ESCOLAR - PERIODO '.
           05  WS-FC-PERIODO      PIC 9(05).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-FC-LIT          PIC X(24).
           05  WS-FC-QTD          PIC ZZZ.ZZ9.
      *
       01  WS-RESUMO-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           PERFORM CHECK-FILE-STATUS.
           MOVE CTL-NOTA-MINIMA TO WS-NOTA-MINIMA.
           MOVE CTL-FREQ-MINIMA TO WS-FREQ-MINIMA.
           MOVE CTL-PERIODO     TO WS-PERIODO.
           MOVE CTL-FECHAR-PERIODO TO WS-FECHAR-PERIODO.
           IF WS-FECHAR-PERIODO IS EQUAL TO 'S'
             MOVE 'S' TO WS-GRAVAR-HISTORICO-ALUNO
           END-IF.
           CLOSE CONTROL-FILE.
      *
           IF WS-GRAVAR-HISTORICO-ALUNO IS EQUAL TO 'S'
             PERFORM ABRIR-HISTORICO-ALUNO
           END-IF.
      *
           OPEN INPUT  STUDENT-FILE.
           MOVE WS-ALUN-STATUS  TO WS-FILE-STATUS.
           MOVE RP-HEADER-LINE            TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * THE CLOSING RUN. A PERIOD ALREADY ON ALUHIST IS NOT WRITTEN
      * AGAIN (RETURN-CODE 4) - A CLOSE RERUN AFTER AN ABEND NEEDS
      * THE PARTIAL RODADA PURGED WITH EXERC029 MODE 'E' FIRST (THE
      * RUN STAMP IS HAL-DATA-FECHAMENTO). THE REPORT STILL PRINTS.
      * NO ALUHIST YET (FILE STATUS 35) IS THE FIRST PERIOD CLOSED.
       ABRIR-HISTORICO-ALUNO.
           OPEN INPUT ACADEMIC-FILE.
           MOVE WS-HAL-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS NOT EQUAL TO '35'
             MOVE 'ACADEMIC-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM LER-HISTORICO-ALUNO
               WITH TEST AFTER
               UNTIL WS-EOF-HAL IS EQUAL TO 'Y'
             CLOSE ACADEMIC-FILE
           END-IF.
      *
           IF WS-PERIODO-JA-FECHADO IS EQUAL TO 'S'
             DISPLAY 'EXERC012 - PERIODO ' WS-PERIODO
                     ' JA FECHADO EM ALUHIST - HISTORICO NAO GRAVADO'
             MOVE 'N' TO WS-GRAVAR-HISTORICO-ALUNO
             MOVE 4 TO RETURN-CODE
           ELSE
             OPEN EXTEND ACADEMIC-FILE
             MOVE WS-HAL-STATUS   TO WS-FILE-STATUS
             MOVE 'ACADEMIC-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
           END-IF.
      *
       LER-HISTORICO-ALUNO.
           READ ACADEMIC-FILE
             AT END
               MOVE 'Y' TO WS-EOF-HAL
           END-READ.
           MOVE WS-HAL-STATUS   TO WS-FILE-STATUS.
           MOVE 'ACADEMIC-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-HAL IS NOT EQUAL TO 'Y'
             IF HAL-PERIODO IS EQUAL TO WS-PERIODO
               MOVE 'S' TO WS-PERIODO-JA-FECHADO
               MOVE 'Y' TO WS-EOF-HAL
             END-IF
           END-IF.
      *
      * A MISSING RECUFILE MEANS A NORMAL FIRST-PASS RUN - THE TABLE
      * STAYS EMPTY AND NO GRADE SUBSTITUTES.
       CARREGAR-RECUPERACAO.
               ADD 1 TO WS-FRQ-COUNT
               MOVE FRQ-TURMA       TO WS-FRQ-TURMA(WS-FRQ-COUNT)
               MOVE FRQ-ALUNO-ID    TO WS-FRQ-ALUNO(WS-FRQ-COUNT)
               MOVE FRQ-MATERIA     TO WS-FRQ-MATERIA(WS-FRQ-COUNT)
               MOVE FRQ-AULAS-DADAS TO WS-FRQ-DADAS(WS-FRQ-COUNT)
               MOVE FRQ-AULAS-PRES  TO WS-FRQ-PRES(WS-FRQ-COUNT)
             END-IF
           MOVE ZEROES       TO WS-SOMA-POND-ORIG.
           MOVE ZEROES       TO WS-SOMA-PESOS.
           MOVE 'N'          TO WS-ALUNO-RECUPEROU.
           MOVE ZEROES       TO WS-DIS-COUNT.
           MOVE SRT-NOME     TO WS-NOME-ALUNO.
           PERFORM MARCAR-MATRICULA.
      *
           MOVE SRT-ALUNO-ID         TO WS-AH-ID.
                   WS-SOMA-PONDERADA
                   + (WS-NOTA-FINAL * WS-PESO-APLIC).
           ADD WS-PESO-APLIC TO WS-SOMA-PESOS.
      *
           IF WS-GRAVAR-HISTORICO-ALUNO IS EQUAL TO 'S'
             PERFORM GUARDAR-DISCIPLINA
           END-IF.
      *
           MOVE SRT-MATERIA        TO WS-DT-MATERIA.
           MOVE WS-MAT-NOME-APLIC  TO WS-DT-MAT-NOME.
       APLICAR-RECUPERACAO.
           MOVE SRT-NOTA TO WS-NOTA-FINAL.
           MOVE 'N'      TO WS-NOTA-RECUPERADA.
           MOVE ZEROES   TO WS-NOTA-RECUP-APLIC.
           MOVE SPACE    TO WS-RECUPERACAO-APLIC.
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-REC-COUNT
             IF WS-REC-TURMA(WS-R) IS EQUAL TO WS-TURMA-ATUAL AND
                WS-REC-ALUNO(WS-R) IS EQUAL TO WS-ALUNO-ATUAL AND
                WS-REC-MATERIA(WS-R) IS EQUAL TO SRT-MATERIA
               MOVE WS-REC-NOTA(WS-R) TO WS-NOTA-RECUP-APLIC
               MOVE 'N' TO WS-RECUPERACAO-APLIC
               IF WS-REC-NOTA(WS-R) IS GREATER THAN SRT-NOTA
                 MOVE WS-REC-NOTA(WS-R) TO WS-NOTA-FINAL
                 MOVE 'S' TO WS-NOTA-RECUPERADA
                 MOVE 'S' TO WS-ALUNO-RECUPEROU
                 MOVE 'S' TO WS-RECUPERACAO-APLIC
               END-IF
               MOVE WS-REC-COUNT TO WS-R
             END-IF
           END-PERFORM.
      *
      * ONE SUBJECT OF THE OPEN STUDENT, HELD FOR ALUHIST.
       GUARDAR-DISCIPLINA.
           IF WS-DIS-COUNT IS EQUAL TO 30
             DISPLAY 'EXERC012 - MAIS DE 30 MATERIAS PARA O ALUNO '
                     WS-ALUNO-ATUAL ' - HISTORICO INCOMPLETO'
             MOVE 16 TO RETURN-CODE
             PERFORM GRAVAR-RUNLOG
             GOBACK
           END-IF.
           ADD 1 TO WS-DIS-COUNT.
           MOVE SRT-MATERIA          TO WS-DIS-MATERIA(WS-DIS-COUNT).
           MOVE WS-MAT-NOME-APLIC    TO WS-DIS-MAT-NOME(WS-DIS-COUNT).
           MOVE WS-PESO-APLIC        TO WS-DIS-PESO(WS-DIS-COUNT).
           MOVE SRT-NOTA             TO WS-DIS-NOTA-ORIG(WS-DIS-COUNT).
           MOVE WS-NOTA-RECUP-APLIC  TO WS-DIS-NOTA-RECUP(WS-DIS-COUNT).
           MOVE WS-RECUPERACAO-APLIC TO
                WS-DIS-RECUPERACAO(WS-DIS-COUNT).
           MOVE WS-NOTA-FINAL        TO WS-DIS-NOTA-FINAL(WS-DIS-COUNT).
      *
      * THE STUDENT'S WEIGHTED TERM AVERAGES (BEFORE AND AFTER THE
      * RECUPERACAO PASS) AND THE FINAL STATUS AGAINST THE GRADECTL
      * PASSING GRADE.
             WHEN WS-MEDIA-ALUNO IS NOT LESS THAN WS-NOTA-MINIMA
              AND WS-FREQ-PCT IS LESS THAN WS-FREQ-MINIMA
               MOVE 'REPROVADO POR FALTA     ' TO WS-MA-SITUACAO
               MOVE 'F' TO WS-SITUACAO-COD
             WHEN WS-MEDIA-ORIG IS NOT LESS THAN WS-NOTA-MINIMA
               MOVE 'APROVADO                ' TO WS-MA-SITUACAO
               MOVE 'A' TO WS-SITUACAO-COD
             WHEN WS-MEDIA-ALUNO IS NOT LESS THAN WS-NOTA-MINIMA
              AND WS-ALUNO-RECUPEROU IS EQUAL TO 'S'
               MOVE 'APROVADO POS-RECUPERACAO' TO WS-MA-SITUACAO
               MOVE 'P' TO WS-SITUACAO-COD
             WHEN OTHER
               MOVE 'REPROVADO               ' TO WS-MA-SITUACAO
               MOVE 'R' TO WS-SITUACAO-COD
           END-EVALUATE.
           MOVE WS-MEDIA-ALUNO-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           IF WS-GRAVAR-HISTORICO-ALUNO IS EQUAL TO 'S'
             PERFORM VARYING WS-D FROM 1 BY 1
                     UNTIL WS-D > WS-DIS-COUNT
               PERFORM GRAVAR-HISTORICO-ALUNO
             END-PERFORM
           END-IF.
      *
           ADD 1 TO WS-QTD-ALUNOS.
           ADD WS-MEDIA-ALUNO TO WS-SOMA.
           ELSE
             MOVE 100,00 TO WS-FREQ-PCT
           END-IF.
      *
      * ONE ALUHIST RECORD - THE SUBJECT'S OWN ATTENDANCE (FULL WHEN
      * NONE WAS RECORDED, AS FOR THE STUDENT) AND THE STUDENT'S FINAL
      * STATUS FOR THE PERIOD.
       GRAVAR-HISTORICO-ALUNO.
           MOVE ZEROES TO WS-DIS-DADAS.
           MOVE ZEROES TO WS-DIS-PRES.
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-FRQ-COUNT
             IF WS-FRQ-TURMA(WS-F) IS EQUAL TO WS-TURMA-ATUAL AND
                WS-FRQ-ALUNO(WS-F) IS EQUAL TO WS-ALUNO-ATUAL AND
                WS-FRQ-MATERIA(WS-F) IS EQUAL TO WS-DIS-MATERIA(WS-D)
               ADD WS-FRQ-DADAS(WS-F) TO WS-DIS-DADAS
               ADD WS-FRQ-PRES(WS-F)  TO WS-DIS-PRES
             END-IF
           END-PERFORM.
      *
           MOVE WS-ALUNO-ATUAL          TO HAL-ALUNO-ID.
           MOVE WS-PERIODO              TO HAL-PERIODO.
           MOVE WS-TURMA-ATUAL          TO HAL-TURMA.
           MOVE WS-DIS-MATERIA(WS-D)    TO HAL-MATERIA.
           MOVE WS-DIS-MAT-NOME(WS-D)   TO HAL-MAT-NOME.
           MOVE WS-NOME-ALUNO           TO HAL-NOME.
           MOVE WS-DIS-PESO(WS-D)       TO HAL-PESO.
           MOVE WS-DIS-NOTA-ORIG(WS-D)  TO HAL-NOTA-ORIG.
           MOVE WS-DIS-NOTA-RECUP(WS-D) TO HAL-NOTA-RECUP.
           MOVE WS-DIS-RECUPERACAO(WS-D) TO HAL-RECUPERACAO.
           MOVE WS-DIS-NOTA-FINAL(WS-D) TO HAL-NOTA-FINAL.
           IF WS-DIS-DADAS IS GREATER THAN ZEROES
             COMPUTE HAL-FREQ-PCT ROUNDED =
                     WS-DIS-PRES * 100 / WS-DIS-DADAS
           ELSE
             MOVE 100,00 TO HAL-FREQ-PCT
           END-IF.
           MOVE WS-SITUACAO-COD         TO HAL-SITUACAO.
           MOVE WS-RUN-DATE-NUM         TO HAL-DATA-FECHAMENTO.
           WRITE HAL-REC.
           MOVE WS-HAL-STATUS   TO WS-FILE-STATUS.
           MOVE 'ACADEMIC-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           ADD 1 TO WS-QTD-HAL-GRAVADOS.
      *
       FECHAR-TURMA.
           IF WS-ALUNO-ABERTO IS EQUAL TO 'S'
             MOVE WS-RESUMO-LINE      TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
           END-PERFORM.
      *
           IF WS-FECHAR-PERIODO IS EQUAL TO 'S'
             MOVE WS-PERIODO TO WS-FC-PERIODO
             IF WS-PERIODO-JA-FECHADO IS EQUAL TO 'S'
               MOVE 'JA FECHADO - IGNORADO  ' TO WS-FC-LIT
             ELSE
               MOVE 'FECHADO - REGISTROS:   ' TO WS-FC-LIT
             END-IF
             MOVE WS-QTD-HAL-GRAVADOS TO WS-FC-QTD
             MOVE WS-FECHAMENTO-LINE  TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.
      *
      * ONE GRDEHIST RECORD PER TURMA, NOT ONE GLOBAL AVERAGE.
       GRAVAR-HISTORICO.
           CLOSE GRADE-FILE.
           CLOSE EXCEPT-FILE.
           CLOSE REPORT-FILE.
           IF WS-GRAVAR-HISTORICO-ALUNO IS EQUAL TO 'S'
             CLOSE ACADEMIC-FILE
           END-IF.
      *
      * ONE RUN RECORD PER EXECUTION - APPENDED LAST SO THE RC FIELD
      * CARRIES WHATEVER RETURN CODE THE RUN IS ENDING WITH.
