      ******************************************************************
      * FILE NAME   : EXERC115                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : ACCESS AUDIT OF THE SENSITIVE PROGRAMS - READS   *
      *               THE ACCSLOG WRITTEN BY EDUC360-MENU AND EXERC114 *
      *               AND LISTS, OPERATOR BY OPERATOR, EVERY LAUNCH    *
      *               (WITH ITS RETURN CODE) AND EVERY REFUSED ATTEMPT *
      *               OF A PROGRAM FLAGGED SENSITIVE IN CPYMNOPC, PLUS *
      *               EVERY OPERMAST CHANGE, OVER THE LAST DIAS-       *
      *               PERIODO DAYS. THE LOCK-OUTS OF THE PERIOD ARE    *
      *               COUNTED ON THE TOTALS                            *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FIRST VERSION, DELIVERED WITH THE MENU SIGN-ON. *
      *                PARMMAST (PROGRAM EXERC115): DIAS-PERIODO DAYS  *
      *                BACK FROM TODAY (DEFAULT 030). A MISSING        *
      *                ACCSLOG MEANS NOBODY SIGNED ON YET - AN EMPTY   *
      *                REPORT. ANY REFUSED ATTEMPT ON A SENSITIVE      *
      *                PROGRAM ENDS THE RUN WITH RETURN-CODE 4.        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC115.
       AUTHOR. JM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-LOG     ASSIGN TO ACCSLOG
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-ACCS-STATUS.
      *
           SELECT OPER-MASTER    ASSIGN TO OPERMAST
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS OPR-ID
                                  FILE STATUS IS WS-OPER-STATUS.
      *
           SELECT REPORT-FILE    ASSIGN TO ACCSRPT
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-REPORT-STATUS.
      *
           SELECT SORT-FILE      ASSIGN TO SORTWK01.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ACCESS-LOG.
       01  ACCESS-LOG-REC         PIC X(50).
      *
       FD  OPER-MASTER.
       01  OPR-REC.
           05  OPR-ID             PIC X(08).
           05  OPR-NOME           PIC X(30).
           05  OPR-SENHA-CODIGO   PIC 9(09).
           05  OPR-SENHA-VALIDADE PIC 9(08).
           05  OPR-TENTATIVAS     PIC 9(01).
           05  OPR-SITUACAO       PIC X(01).
               88  OPR-ATIVO      VALUE 'A'.
               88  OPR-BLOQUEADO  VALUE 'B'.
               88  OPR-INATIVO    VALUE 'I'.
           05  OPR-ULTIMO-ACESSO  PIC 9(08).
           05  OPR-PERFIL.
               10  OPR-PERMITE    PIC X(01) OCCURS 99 TIMES.
      *
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(100).
      *
       SD  SORT-FILE.
       01  SRT-REC.
           05  SRT-OPERADOR       PIC X(08).
           05  SRT-DATA           PIC 9(08).
           05  SRT-HORA           PIC 9(06).
           05  SRT-EVENTO         PIC X(01).
           05  SRT-PROGRAMA       PIC X(08).
           05  SRT-RC             PIC 9(02).
           05  SRT-ALVO           PIC X(08).
           05  SRT-ACAO           PIC X(01).
           05  SRT-ITEM           PIC 9(02).
      *
       WORKING-STORAGE SECTION.
       01  WS-ACCS-STATUS         PIC X(02) VALUE SPACES.
       01  WS-OPER-STATUS         PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
           COPY CPYPRMWS.
           COPY CPYACCLG.
           COPY CPYMNOPC.
       01  WS-EOF-ACCS            PIC X(01) VALUE 'N'.
       01  WS-FIM-SORT            PIC X(01) VALUE 'N'.
       01  WS-ACCS-EXISTE         PIC X(01) VALUE 'S'.
       01  WS-OPER-EXISTE         PIC X(01) VALUE 'S'.
       01  WS-ITEM-SENSIVEL       PIC 9(02) VALUE ZEROES.
      *
       01  WS-DIAS-PERIODO        PIC 9(03) VALUE 030.
       01  WS-DIA-HOJE            PIC 9(07) VALUE ZEROES.
       01  WS-DATA-INICIO         PIC 9(08) VALUE ZEROES.
      *
       01  WS-OPERADOR-ATUAL      PIC X(08) VALUE SPACES.
       01  WS-NOME-OPERADOR       PIC X(30) VALUE SPACES.
       01  WS-CONTADORES-OPERADOR.
           05  WS-CO-EXECUCOES    PIC 9(05).
           05  WS-CO-NEGADAS      PIC 9(05).
           05  WS-CO-MANUTENCOES  PIC 9(05).
       01  WS-CONTADORES-GERAL.
           05  WS-CG-OPERADORES   PIC 9(05).
           05  WS-CG-EXECUCOES    PIC 9(05).
           05  WS-CG-NEGADAS      PIC 9(05).
           05  WS-CG-MANUTENCOES  PIC 9(05).
           05  WS-CG-BLOQUEIOS    PIC 9(05).
      *
       01  WS-OPERADOR-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(10) VALUE 'OPERADOR: '.
           05  WS-OP-OPERADOR     PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-OP-NOME         PIC X(30).
      *
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-DT-DATA         PIC X(10).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-HORA         PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-PROGRAMA     PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-DESCRICAO    PIC X(33).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-OCORRENCIA   PIC X(30).
      *
       01  WS-OCORRENCIA.
           05  WS-OC-LIT          PIC X(20).
           05  WS-OC-VALOR        PIC X(10).
      *
       01  WS-SUBTOTAL-LINE.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  FILLER             PIC X(12) VALUE 'EXECUCOES: '.
           05  WS-ST-EXECUCOES    PIC ZZ.ZZ9.
           05  FILLER             PIC X(12) VALUE '   NEGADAS: '.
           05  WS-ST-NEGADAS      PIC ZZ.ZZ9.
           05  FILLER             PIC X(16) VALUE '   MANUTENCOES: '.
           05  WS-ST-MANUTENCOES  PIC ZZ.ZZ9.
      *
       01  WS-SUM-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-SM-LIT          PIC X(40).
           05  WS-SM-QTD          PIC ZZ.ZZ9.
      *
           COPY CPYRPTHD.
           COPY CPYRPTTL.
      *
       01  WS-RUN-DATE.
           05  WS-RUN-YYYY        PIC 9(04).
           05  WS-RUN-MM          PIC 9(02).
           05  WS-RUN-DD          PIC 9(02).
       01  WS-RUN-DATE-EDIT       PIC X(10).
       01  WS-RUN-DATE-NUM        PIC 9(08) VALUE ZEROES.
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
             ON ASCENDING KEY SRT-OPERADOR SRT-DATA SRT-HORA
             INPUT PROCEDURE IS SELECIONAR-ACESSOS
             OUTPUT PROCEDURE IS IMPRIMIR-ACESSOS.
      *
           PERFORM FINALIZAR.
      *
           IF WS-CG-NEGADAS IS GREATER THAN ZEROES
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
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           MOVE ZEROES      TO WS-CONTADORES-GERAL.
      *
           MOVE 'EXERC115'     TO WS-PRM-PROGRAMA.
           MOVE 'DIAS-PERIODO' TO WS-PRM-NOME.
           PERFORM BUSCAR-PARAMETRO.
           IF WS-PRM-RETORNO IS EQUAL TO ZEROES AND
              WS-PRM-TIPO IS EQUAL TO 'N' AND
              WS-PRM-VALOR(1:3) IS NUMERIC
             MOVE WS-PRM-VALOR(1:3) TO WS-DIAS-PERIODO
           END-IF.
           COMPUTE WS-DIA-HOJE =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
           COMPUTE WS-DATA-INICIO = FUNCTION DATE-OF-INTEGER
                   (WS-DIA-HOJE - WS-DIAS-PERIODO).
      *
      * A MISSING ACCSLOG MEANS NOBODY SIGNED ON YET - AN EMPTY REPORT.
           OPEN INPUT  ACCESS-LOG.
           MOVE WS-ACCS-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS EQUAL TO '35'
             MOVE 'N' TO WS-ACCS-EXISTE
             MOVE 'Y' TO WS-EOF-ACCS
           ELSE
             MOVE 'ACCESS-LOG' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
           END-IF.
      *
      * THE OPERATOR NAME IS A COURTESY TO THE AUDITOR - WITHOUT
      * OPERMAST THE REPORT STILL LISTS EVERY ID.
           OPEN INPUT  OPER-MASTER.
           MOVE WS-OPER-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS EQUAL TO '35'
             MOVE 'N' TO WS-OPER-EXISTE
           ELSE
             MOVE 'OPER-MASTER' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
           END-IF.
      *
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
           MOVE 'REPORT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
      *----------------------------------------------------------------*
      * SORT INPUT PROCEDURE - ONE SORT RECORD PER LAUNCH OR REFUSAL
      * OF A SENSITIVE PROGRAM AND PER OPERMAST CHANGE INSIDE THE
      * PERIOD. LOCK-OUTS ARE ONLY COUNTED.
      *----------------------------------------------------------------*
       SELECIONAR-ACESSOS.
           IF WS-ACCS-EXISTE IS EQUAL TO 'S'
             PERFORM LER-ACESSO
               WITH TEST AFTER
               UNTIL WS-EOF-ACCS IS EQUAL TO 'Y'
           END-IF.
      *
       LER-ACESSO.
           READ ACCESS-LOG INTO WS-ACCSLOG-REG
             AT END
               MOVE 'Y' TO WS-EOF-ACCS
           END-READ.
           MOVE WS-ACCS-STATUS TO WS-FILE-STATUS.
           MOVE 'ACCESS-LOG'   TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-ACCS IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             IF ACL-DATA IS NOT LESS THAN WS-DATA-INICIO AND
                ACL-DATA IS NOT GREATER THAN WS-RUN-DATE-NUM
               IF ACL-BLOQUEIO
                 ADD 1 TO WS-CG-BLOQUEIOS
               END-IF
               IF ACL-EXECUCAO OR ACL-NEGADO OR ACL-MANUTENCAO
                 MOVE ZEROES TO WS-ITEM-SENSIVEL
                 PERFORM VARYING WS-MNU-I FROM 1 BY 1
                         UNTIL WS-MNU-I > WS-MNU-QTD
                   IF WS-MNU-PROGRAMA(WS-MNU-I) IS EQUAL TO
                      ACL-PROGRAMA AND
                      WS-MNU-PROGRAMA-SENSIVEL(WS-MNU-I)
                     MOVE WS-MNU-I TO WS-ITEM-SENSIVEL
                   END-IF
                 END-PERFORM
                 IF WS-ITEM-SENSIVEL IS NOT EQUAL TO ZEROES OR
                    ACL-MANUTENCAO
                   MOVE ACL-OPERADOR     TO SRT-OPERADOR
                   MOVE ACL-DATA         TO SRT-DATA
                   MOVE ACL-HORA         TO SRT-HORA
                   MOVE ACL-EVENTO       TO SRT-EVENTO
                   MOVE ACL-PROGRAMA     TO SRT-PROGRAMA
                   MOVE ACL-RC           TO SRT-RC
                   MOVE ACL-ALVO         TO SRT-ALVO
                   MOVE ACL-ACAO         TO SRT-ACAO
                   MOVE WS-ITEM-SENSIVEL TO SRT-ITEM
                   RELEASE SRT-REC
                 END-IF
               END-IF
             END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
      * SORT OUTPUT PROCEDURE - ONE BLOCK PER OPERATOR, IN TIME ORDER,
      * WITH THE OPERATOR'S COUNTS UNDER IT.
      *----------------------------------------------------------------*
       IMPRIMIR-ACESSOS.
           MOVE 'EXERC115'                   TO RP-HDR-PROGRAM.
           MOVE 'AUDITORIA DE PROGRAMAS SENSIVEIS' TO RP-HDR-TITLE.
           MOVE WS-RUN-DATE-EDIT              TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO                    TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE                TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE SPACES                        TO REPORT-LINE.
           STRING ' PERIODO DE ' DELIMITED BY SIZE
                  WS-DATA-INICIO DELIMITED BY SIZE
                  ' A ' DELIMITED BY SIZE
                  WS-RUN-DATE-NUM DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           MOVE SPACES TO WS-OPERADOR-ATUAL.
           MOVE ZEROES TO WS-CONTADORES-OPERADOR.
           PERFORM RETORNAR-ACESSO
             WITH TEST AFTER
             UNTIL WS-FIM-SORT IS EQUAL TO 'Y'.
           IF WS-OPERADOR-ATUAL IS NOT EQUAL TO SPACES
             PERFORM IMPRIMIR-SUBTOTAL
           END-IF.
      *
           PERFORM IMPRIMIR-TOTAL-GERAL.
      *
       RETORNAR-ACESSO.
           RETURN SORT-FILE
             AT END
               MOVE 'Y' TO WS-FIM-SORT
           END-RETURN.
      *
           IF WS-FIM-SORT IS NOT EQUAL TO 'Y'
             IF SRT-OPERADOR IS NOT EQUAL TO WS-OPERADOR-ATUAL
               IF WS-OPERADOR-ATUAL IS NOT EQUAL TO SPACES
                 PERFORM IMPRIMIR-SUBTOTAL
               END-IF
               MOVE SRT-OPERADOR TO WS-OPERADOR-ATUAL
               MOVE ZEROES       TO WS-CONTADORES-OPERADOR
               PERFORM IMPRIMIR-OPERADOR
             END-IF
             PERFORM IMPRIMIR-DETALHE
           END-IF.
      *
      * AN ID MISSING FROM OPERMAST IS STILL LISTED - A FAILED
      * SIGN-ON NEVER REACHES HERE, SO IT CAN ONLY BE THE RESPONSIBLE
      * USER OF AN OPERMAST CHANGE.
       IMPRIMIR-OPERADOR.
           ADD 1 TO WS-CG-OPERADORES.
           MOVE 'NAO CADASTRADO NO OPERMAST' TO WS-NOME-OPERADOR.
           IF WS-OPER-EXISTE IS EQUAL TO 'S'
             MOVE WS-OPERADOR-ATUAL TO OPR-ID
             READ OPER-MASTER
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE OPR-NOME TO WS-NOME-OPERADOR
             END-READ
           END-IF.
      *
           MOVE SPACES            TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-OPERADOR-ATUAL TO WS-OP-OPERADOR.
           MOVE WS-NOME-OPERADOR  TO WS-OP-NOME.
           MOVE WS-OPERADOR-LINE  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       IMPRIMIR-DETALHE.
           MOVE SRT-DATA(7:2)     TO WS-DT-DATA(1:2).
           MOVE '/'               TO WS-DT-DATA(3:1).
           MOVE SRT-DATA(5:2)     TO WS-DT-DATA(4:2).
           MOVE '/'               TO WS-DT-DATA(6:1).
           MOVE SRT-DATA(1:4)     TO WS-DT-DATA(7:4).
           MOVE SRT-HORA(1:2)     TO WS-DT-HORA(1:2).
           MOVE ':'               TO WS-DT-HORA(3:1).
           MOVE SRT-HORA(3:2)     TO WS-DT-HORA(4:2).
           MOVE ':'               TO WS-DT-HORA(6:1).
           MOVE SRT-HORA(5:2)     TO WS-DT-HORA(7:2).
           MOVE SRT-PROGRAMA      TO WS-DT-PROGRAMA.
           IF SRT-ITEM IS NOT EQUAL TO ZEROES
             MOVE WS-MNU-DESCRICAO(SRT-ITEM) TO WS-DT-DESCRICAO
           ELSE
             MOVE 'MANUTENCAO DE OPERADORES' TO WS-DT-DESCRICAO
           END-IF.
      *
           MOVE SPACES TO WS-OCORRENCIA.
           EVALUATE SRT-EVENTO
             WHEN 'X'
               ADD 1 TO WS-CO-EXECUCOES
               ADD 1 TO WS-CG-EXECUCOES
               MOVE 'EXECUTOU - RC'    TO WS-OC-LIT
               MOVE SRT-RC             TO WS-OC-VALOR
             WHEN 'N'
               ADD 1 TO WS-CO-NEGADAS
               ADD 1 TO WS-CG-NEGADAS
               MOVE 'TENTATIVA NEGADA'  TO WS-OC-LIT
             WHEN 'M'
               ADD 1 TO WS-CO-MANUTENCOES
               ADD 1 TO WS-CG-MANUTENCOES
               MOVE 'ACAO   SOBRE'      TO WS-OC-LIT
               MOVE SRT-ACAO            TO WS-OC-LIT(6:1)
               MOVE SRT-ALVO            TO WS-OC-VALOR
           END-EVALUATE.
           MOVE WS-OCORRENCIA  TO WS-DT-OCORRENCIA.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       IMPRIMIR-SUBTOTAL.
           MOVE WS-CO-EXECUCOES   TO WS-ST-EXECUCOES.
           MOVE WS-CO-NEGADAS     TO WS-ST-NEGADAS.
           MOVE WS-CO-MANUTENCOES TO WS-ST-MANUTENCOES.
           MOVE WS-SUBTOTAL-LINE  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       IMPRIMIR-TOTAL-GERAL.
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'OPERADORES COM ACESSO SENSIVEL'  TO WS-SM-LIT.
           MOVE WS-CG-OPERADORES                  TO WS-SM-QTD.
           PERFORM GRAVAR-LINHA-RESUMO.
           MOVE 'EXECUCOES DE PROGRAMAS SENSIVEIS' TO WS-SM-LIT.
           MOVE WS-CG-EXECUCOES                   TO WS-SM-QTD.
           PERFORM GRAVAR-LINHA-RESUMO.
           MOVE 'TENTATIVAS NEGADAS'              TO WS-SM-LIT.
           MOVE WS-CG-NEGADAS                     TO WS-SM-QTD.
           PERFORM GRAVAR-LINHA-RESUMO.
           MOVE 'ALTERACOES NO OPERMAST'          TO WS-SM-LIT.
           MOVE WS-CG-MANUTENCOES                 TO WS-SM-QTD.
           PERFORM GRAVAR-LINHA-RESUMO.
           MOVE 'BLOQUEIOS POR SENHA NO PERIODO'  TO WS-SM-LIT.
           MOVE WS-CG-BLOQUEIOS                   TO WS-SM-QTD.
           PERFORM GRAVAR-LINHA-RESUMO.
      *
       GRAVAR-LINHA-RESUMO.
           MOVE WS-SUM-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       GRAVAR-LINHA-RELATORIO.
           WRITE REPORT-LINE.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
           MOVE 'REPORT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           ADD 1 TO WS-RECS-WRTN.
      *
       FINALIZAR.
           MOVE WS-RECS-READ     TO RP-TRL-RECS-READ.
           MOVE WS-RECS-WRTN     TO RP-TRL-RECS-WRTN.
           MOVE WS-CONTROL-TOT   TO RP-TRL-CONTROL-TOT.
           MOVE RP-TRAILER-LINE  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           IF WS-ACCS-EXISTE IS EQUAL TO 'S'
             CLOSE ACCESS-LOG
           END-IF.
           IF WS-OPER-EXISTE IS EQUAL TO 'S'
             CLOSE OPER-MASTER
           END-IF.
           CLOSE REPORT-FILE.
      *
           COPY CPYFILCHK.
      *
           COPY CPYPRMPD.
