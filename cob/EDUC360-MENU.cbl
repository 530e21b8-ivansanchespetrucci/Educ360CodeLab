      *               SEQCHK IS NOT LISTED - IT IS A LINKAGE-SECTION   *
      *               UTILITY SUBROUTINE CALLED BY OTHER PROGRAMS, NOT *
      *               A STANDALONE JOB AN OPERATOR WOULD LAUNCH.       *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  OPERATOR SIGN-ON AND AUTHORIZATION - ANYONE AT  *
      *                THE CONSOLE COULD RUN ANYTHING AND NOBODY COULD *
      *                SAY WHO RAN WHAT. THE OPERATOR NOW SIGNS ON     *
      *                WITH ID AND PASSWORD AGAINST OPERMAST (EXPIRY   *
      *                DATE, LOCK-OUT AFTER EXERC114 MAX-TENTATIV      *
      *                FAILURES, DEFAULT 3), SEES ONLY THE OPTIONS OF  *
      *                THE PROFILE, AND EVERY SIGN-ON, LAUNCH (WITH    *
      *                ITS RETURN CODE) AND REFUSAL GOES TO ACCSLOG.   *
      *                THE OPTIONS NOW COME FROM THE CPYMNOPC TABLE,   *
      *                WHICH ALSO BRINGS EXERC033, EXERC056, EXERC059  *
      *                AND THE NEW EXERC114/EXERC115 ONTO THE MENU.    *
      *                OPERMAST IS ONLY OPEN DURING THE SIGN-ON, SO    *
      *                EXERC114 CAN BE LAUNCHED FROM HERE.             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC360-MENU.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-MASTER    ASSIGN TO OPERMAST
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS OPR-ID
                                  FILE STATUS IS WS-OPER-STATUS.
      *
           SELECT ACCESS-LOG     ASSIGN TO ACCSLOG
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-ACCS-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
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
       FD  ACCESS-LOG.
       01  ACCESS-LOG-REC         PIC X(50).
      *
       WORKING-STORAGE SECTION.
       01  WS-OPER-STATUS         PIC X(02) VALUE SPACES.
       01  WS-ACCS-STATUS         PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
           COPY CPYPRMWS.
           COPY CPYSNHWS.
           COPY CPYACCLG.
           COPY CPYMNOPC.
       01  WS-OPCAO               PIC 9(02) VALUE ZEROES.
       01  WS-SAIR                PIC X(01) VALUE 'N'.
           88  WS-SAIR-SIM        VALUE 'S'.
      *
      * THE SIGNED-ON OPERATOR. THE PROFILE IS KEPT HERE SO OPERMAST
      * CAN BE CLOSED AS SOON AS THE SIGN-ON ENDS.
       01  WS-SESSAO.
           05  WS-SESSAO-ABERTA   PIC X(01) VALUE 'N'.
           05  WS-OPERADOR        PIC X(08) VALUE SPACES.
           05  WS-OPERADOR-NOME   PIC X(30) VALUE SPACES.
           05  WS-PERFIL.
               10  WS-PERMITE     PIC X(01) OCCURS 99 TIMES.
       01  WS-SENHA               PIC X(08) VALUE SPACES.
       01  WS-TENTATIVAS-SESSAO   PIC 9(01) VALUE ZEROES.
       01  WS-MAX-TENTATIVAS      PIC 9(01) VALUE 3.
       01  WS-OPERADOR-EXISTE     PIC X(01) VALUE 'N'.
       01  WS-ITEM-ESCOLHIDO      PIC 9(02) VALUE ZEROES.
       01  WS-PROGRAMA-CHAMADO    PIC X(08) VALUE SPACES.
       01  WS-RC-CHAMADO          PIC S9(04) VALUE ZEROES.
      *
       01  WS-RUN-DATE-NUM        PIC 9(08) VALUE ZEROES.
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM INICIALIZAR.
      *
           PERFORM IDENTIFICAR-OPERADOR
             WITH TEST AFTER
             UNTIL WS-SESSAO-ABERTA IS EQUAL TO 'S' OR
                   WS-TENTATIVAS-SESSAO IS NOT LESS THAN
                   WS-MAX-TENTATIVAS.
      *
           IF WS-SESSAO-ABERTA IS NOT EQUAL TO 'S'
             DISPLAY 'ACESSO NEGADO - MENU ENCERRADO'
             CLOSE ACCESS-LOG
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
      *
           PERFORM EXIBIR-MENU
             WITH TEST BEFORE
             UNTIL WS-SAIR-SIM.
      *
           MOVE 'S'      TO ACL-EVENTO.
           MOVE SPACES   TO ACL-PROGRAMA.
           MOVE ZEROES   TO ACL-RC.
           PERFORM GRAVAR-ACESSO.
           CLOSE ACCESS-LOG.
      *
           GOBACK.
      *
      * NO LOG, NO MENU - A LAUNCH THAT CANNOT BE RECORDED IS NOT
      * ALLOWED, SO AN ACCSLOG THAT WILL NOT OPEN ENDS THE SESSION
      * THROUGH CHECK-FILE-STATUS BEFORE THE SIGN-ON PROMPT.
       INICIALIZAR.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
      *
           OPEN EXTEND ACCESS-LOG.
           IF WS-ACCS-STATUS IS EQUAL TO '35'
             OPEN OUTPUT ACCESS-LOG
           END-IF.
           MOVE WS-ACCS-STATUS TO WS-FILE-STATUS.
           MOVE 'ACCESS-LOG'   TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
      * THE LOCK-OUT THRESHOLD BELONGS TO THE OPERATOR MAINTENANCE,
      * SO IT IS KEPT UNDER EXERC114 ON PARMMAST.
           MOVE 'EXERC114'     TO WS-PRM-PROGRAMA.
           MOVE 'MAX-TENTATIV'  TO WS-PRM-NOME.
           PERFORM BUSCAR-PARAMETRO.
           IF WS-PRM-RETORNO IS EQUAL TO ZEROES AND
              WS-PRM-TIPO IS EQUAL TO 'N' AND
              WS-PRM-VALOR(1:1) IS NUMERIC AND
              WS-PRM-VALOR(1:1) IS NOT EQUAL TO '0'
             MOVE WS-PRM-VALOR(1:1) TO WS-MAX-TENTATIVAS
           END-IF.
      *
      *----------------------------------------------------------------*
      * ONE SIGN-ON ATTEMPT. AN UNKNOWN ID AND A WRONG PASSWORD GET
      * THE SAME MESSAGE, SO THE CONSOLE NEVER CONFIRMS THAT AN ID
      * EXISTS. A WRONG PASSWORD COUNTS AGAINST THE OPERATOR ON
      * OPERMAST AND THE LIMIT LOCKS THE ID OUT UNTIL EXERC114
      * UNLOCKS OR RESETS IT - THE COUNT IS KEPT ACROSS SESSIONS.
      *----------------------------------------------------------------*
       IDENTIFICAR-OPERADOR.
           ADD 1 TO WS-TENTATIVAS-SESSAO.
           DISPLAY ' '.
           DISPLAY 'EDUC360 - IDENTIFICACAO DO OPERADOR'.
           DISPLAY 'OPERADOR: '.
           ACCEPT WS-OPERADOR.
           DISPLAY 'SENHA: '.
           ACCEPT WS-SENHA.
           INSPECT WS-OPERADOR
             CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                     TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
           OPEN I-O OPER-MASTER.
           MOVE WS-OPER-STATUS TO WS-FILE-STATUS.
           MOVE 'OPER-MASTER'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           MOVE 'S'         TO WS-OPERADOR-EXISTE.
           MOVE WS-OPERADOR TO OPR-ID.
           READ OPER-MASTER
             INVALID KEY
               MOVE 'N' TO WS-OPERADOR-EXISTE
           END-READ.
           IF WS-OPERADOR-EXISTE IS EQUAL TO 'S'
             MOVE WS-OPER-STATUS TO WS-FILE-STATUS
             MOVE 'OPER-MASTER'  TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
           END-IF.
      *
           MOVE SPACES TO ACL-PROGRAMA.
           MOVE ZEROES TO ACL-RC.
           EVALUATE TRUE
             WHEN WS-OPERADOR-EXISTE IS NOT EQUAL TO 'S'
               DISPLAY 'OPERADOR OU SENHA INVALIDOS'
               MOVE 'F' TO ACL-EVENTO
               PERFORM GRAVAR-ACESSO
             WHEN OPR-INATIVO
               DISPLAY 'OPERADOR INATIVO - PROCURE A SEGURANCA'
               MOVE 'F' TO ACL-EVENTO
               PERFORM GRAVAR-ACESSO
             WHEN OPR-BLOQUEADO
               DISPLAY 'OPERADOR BLOQUEADO - PROCURE A SEGURANCA'
               MOVE 'F' TO ACL-EVENTO
               PERFORM GRAVAR-ACESSO
             WHEN OTHER
               PERFORM CONFERIR-SENHA
           END-EVALUATE.
      *
           CLOSE OPER-MASTER.
           MOVE SPACES TO WS-SENHA.
      *
       CONFERIR-SENHA.
           MOVE WS-OPERADOR TO WS-SNH-OPERADOR.
           MOVE WS-SENHA    TO WS-SNH-SENHA.
           PERFORM CODIFICAR-SENHA.
           MOVE SPACES      TO WS-SNH-SENHA.
      *
           IF WS-SNH-CODIGO IS NOT EQUAL TO OPR-SENHA-CODIGO
             ADD 1 TO OPR-TENTATIVAS
             IF OPR-TENTATIVAS IS NOT LESS THAN WS-MAX-TENTATIVAS
               MOVE 'B' TO OPR-SITUACAO
               DISPLAY 'OPERADOR BLOQUEADO - PROCURE A SEGURANCA'
               MOVE 'B' TO ACL-EVENTO
             ELSE
               DISPLAY 'OPERADOR OU SENHA INVALIDOS'
               MOVE 'F' TO ACL-EVENTO
             END-IF
           ELSE
             IF OPR-SENHA-VALIDADE IS LESS THAN WS-RUN-DATE-NUM
               DISPLAY 'SENHA EXPIRADA - PROCURE A SEGURANCA'
               MOVE 'F' TO ACL-EVENTO
             ELSE
               MOVE ZEROES          TO OPR-TENTATIVAS
               MOVE WS-RUN-DATE-NUM TO OPR-ULTIMO-ACESSO
               MOVE 'S'             TO WS-SESSAO-ABERTA
               MOVE OPR-NOME        TO WS-OPERADOR-NOME
               MOVE OPR-PERFIL      TO WS-PERFIL
               MOVE 'E'             TO ACL-EVENTO
             END-IF
           END-IF.
      *
           REWRITE OPR-REC
           END-REWRITE.
           MOVE WS-OPER-STATUS TO WS-FILE-STATUS.
           MOVE 'OPER-MASTER'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           PERFORM GRAVAR-ACESSO.
      *
      *----------------------------------------------------------------*
      * THE MENU SHOWS ONLY THE OPTIONS THE OPERATOR'S PROFILE ALLOWS.
      * A HIDDEN OPTION TYPED ANYWAY IS ANSWERED AS AN INVALID ONE,
      * BUT LOGGED AS A REFUSAL.
      *----------------------------------------------------------------*
       EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '============================================='.
           DISPLAY ' EDUC360 BATCH SUITE - MENU DE OPERADOR'.
           DISPLAY ' OPERADOR: ' WS-OPERADOR ' ' WS-OPERADOR-NOME.
           DISPLAY '============================================='.
           PERFORM VARYING WS-MNU-I FROM 1 BY 1
                   UNTIL WS-MNU-I > WS-MNU-QTD
             IF WS-PERMITE(WS-MNU-OPCAO(WS-MNU-I)) IS EQUAL TO 'S'
               DISPLAY ' ' WS-MNU-OPCAO(WS-MNU-I) ' - '
                       WS-MNU-PROGRAMA(WS-MNU-I) '  '
                       WS-MNU-DESCRICAO(WS-MNU-I)
             END-IF
           END-PERFORM.
           DISPLAY ' 00 - SAIR'.
           DISPLAY '============================================='.
           DISPLAY 'OPCAO: '.
           ACCEPT WS-OPCAO.
      *
           IF WS-OPCAO IS EQUAL TO ZEROES
             MOVE 'S' TO WS-SAIR
           ELSE
             MOVE ZEROES TO WS-ITEM-ESCOLHIDO
             PERFORM VARYING WS-MNU-I FROM 1 BY 1
                     UNTIL WS-MNU-I > WS-MNU-QTD
               IF WS-MNU-OPCAO(WS-MNU-I) IS EQUAL TO WS-OPCAO
                 MOVE WS-MNU-I TO WS-ITEM-ESCOLHIDO
               END-IF
             END-PERFORM
             EVALUATE TRUE
               WHEN WS-ITEM-ESCOLHIDO IS EQUAL TO ZEROES
                 DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
               WHEN WS-PERMITE(WS-OPCAO) IS NOT EQUAL TO 'S'
                 DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
                 MOVE 'N' TO ACL-EVENTO
                 MOVE WS-MNU-PROGRAMA(WS-ITEM-ESCOLHIDO)
                   TO ACL-PROGRAMA
                 MOVE ZEROES TO ACL-RC
                 PERFORM GRAVAR-ACESSO
               WHEN OTHER
                 PERFORM EXECUTAR-OPCAO
             END-EVALUATE
           END-IF.
      *
      * A CALLED PROGRAM MAY HAVE SET RETURN-CODE ON ITS OWN WAY OUT -
      * THE OPERATOR ALREADY SAW ITS MESSAGE ON THE CONSOLE, SO RESET
      * IT HERE RATHER THAN LETTING IT LEAK INTO THE MENU'S OWN EXIT
      * STATUS WHEN THE OPERATOR CONTINUES ON TO THE NEXT SELECTION.
      * EACH CALLED PROGRAM IS ALSO CANCELLED IMMEDIATELY AFTER ITS
      * CALL SO ITS WORKING-STORAGE RE-INITIALIZES TO VALUE-
      * CLAUSE DEFAULTS IF THE OPERATOR SELECTS THE SAME JOB AGAIN
      * LATER IN THE SAME SESSION, RATHER THAN CARRYING FORWARD
      * STALE ACCUMULATORS AND COUNTERS FROM THE PRIOR RUN.
           MOVE ZERO TO RETURN-CODE.
      *
      * THE LAUNCH IS STAMPED WITH THE TIME IT STARTED AND LOGGED WITH
      * THE RETURN CODE THE PROGRAM LEFT, BEFORE THAT IS RESET ABOVE.
       EXECUTAR-OPCAO.
           MOVE WS-MNU-PROGRAMA(WS-ITEM-ESCOLHIDO)
             TO WS-PROGRAMA-CHAMADO.
           ACCEPT ACL-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-ACL-HORA-COMPLETA FROM TIME.
           MOVE WS-ACL-HORA-COMPLETA(1:6) TO ACL-HORA.
      *
           CALL WS-PROGRAMA-CHAMADO.
           CANCEL WS-PROGRAMA-CHAMADO.
      *
           MOVE RETURN-CODE TO WS-RC-CHAMADO.
           IF WS-RC-CHAMADO IS LESS THAN ZEROES OR
              WS-RC-CHAMADO IS GREATER THAN 99
             MOVE 99 TO WS-RC-CHAMADO
           END-IF.
           MOVE 'X'                 TO ACL-EVENTO.
           MOVE WS-PROGRAMA-CHAMADO TO ACL-PROGRAMA.
           MOVE WS-RC-CHAMADO       TO ACL-RC.
           PERFORM GRAVAR-REGISTRO-ACESSO.
      *
      * EVENT, PROGRAM AND RC ARE SET BY THE CALLER; THE OPERATOR IS
      * THE ONE SIGNED ON OR, BEFORE THE SIGN-ON, THE ID TYPED.
       GRAVAR-ACESSO.
           ACCEPT ACL-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-ACL-HORA-COMPLETA FROM TIME.
           MOVE WS-ACL-HORA-COMPLETA(1:6) TO ACL-HORA.
           PERFORM GRAVAR-REGISTRO-ACESSO.
      *
       GRAVAR-REGISTRO-ACESSO.
           MOVE WS-OPERADOR    TO ACL-OPERADOR.
           MOVE SPACES         TO ACL-ALVO.
           MOVE SPACE          TO ACL-ACAO.
           MOVE WS-ACCSLOG-REG TO ACCESS-LOG-REC.
           WRITE ACCESS-LOG-REC.
           MOVE WS-ACCS-STATUS TO WS-FILE-STATUS.
           MOVE 'ACCESS-LOG'   TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           COPY CPYFILCHK.
      *
           COPY CPYPRMPD.
      *
           COPY CPYSNHPD.
