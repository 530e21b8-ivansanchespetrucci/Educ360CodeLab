      ******************************************************************
      * FILE NAME   : EXERC114                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : MAINTENANCE FOR THE OPERMAST OPERATOR MASTER     *
      *               (KEYED OPERATOR ID) BEHIND THE EDUC360-MENU      *
      *               SIGN-ON. APPLIES OPRTRAN TRANSACTIONS - INCLUDE  *
      *               AN OPERATOR, CHANGE NAME OR PROFILE, SET A NEW   *
      *               PASSWORD, UNLOCK, INACTIVATE - LOGS EVERY        *
      *               APPLIED CHANGE TO ACCSLOG (WHO, WHEN, WHICH      *
      *               OPERATOR, WHICH ACTION), REJECTS BAD             *
      *               TRANSACTIONS TO OPREXC AND PRINTS THE FULL       *
      *               OPERATOR REGISTER AT THE END OF EVERY RUN        *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FIRST VERSION, DELIVERED WITH THE MENU SIGN-ON. *
      *                THE PROFILE IS THE LIST OF MENU OPTIONS (UP TO  *
      *                20 PER TRANSACTION, CHECKED AGAINST CPYMNOPC)   *
      *                AND A 'C' WITH OPTIONS REPLACES IT WHOLE. A NEW *
      *                PASSWORD (6 TO 8 CHARACTERS, NOT THE ID) IS     *
      *                STORED ONLY AS ITS CPYSNHPD CODE, EXPIRES AFTER *
      *                VALIDADE-DIA (PARMMAST, DEFAULT 090) AND ALSO   *
      *                UNLOCKS THE OPERATOR. NOBODY MAINTAINS THEIR    *
      *                OWN ID, AND IDS ARE NEVER DELETED - AN          *
      *                INACTIVATED ID KEEPS ITS ACCSLOG HISTORY        *
      *                READABLE.                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC114.
       AUTHOR. JM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-MASTER    ASSIGN TO OPERMAST
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS OPR-ID
                                  FILE STATUS IS WS-OPER-STATUS.
      *
           SELECT TRANS-FILE     ASSIGN TO OPRTRAN
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-TRAN-STATUS.
      *
           SELECT ACCESS-LOG     ASSIGN TO ACCSLOG
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-ACCS-STATUS.
      *
           SELECT EXCEPT-FILE    ASSIGN TO OPREXC
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-EXCEPT-STATUS.
      *
           SELECT REPORT-FILE    ASSIGN TO OPRRPT
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-REPORT-STATUS.
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
       FD  TRANS-FILE.
       01  TRN-REC.
           05  TRN-ACAO           PIC X(01).
               88  TRN-INCLUSAO     VALUE 'A'.
               88  TRN-ALTERACAO    VALUE 'C'.
               88  TRN-NOVA-SENHA   VALUE 'S'.
               88  TRN-DESBLOQUEIO  VALUE 'D'.
               88  TRN-INATIVACAO   VALUE 'I'.
           05  TRN-OPERADOR       PIC X(08).
           05  TRN-NOME           PIC X(30).
           05  TRN-SENHA          PIC X(08).
           05  TRN-OPCOES.
               10  TRN-OPCAO      PIC 9(02) OCCURS 20 TIMES.
           05  TRN-USUARIO        PIC X(08).
      *
       FD  ACCESS-LOG.
       01  ACCESS-LOG-REC         PIC X(50).
      *
       FD  EXCEPT-FILE.
       01  EXCEPT-LINE            PIC X(100).
      *
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(100).
      *
       WORKING-STORAGE SECTION.
       01  WS-OPER-STATUS         PIC X(02) VALUE SPACES.
       01  WS-TRAN-STATUS         PIC X(02) VALUE SPACES.
       01  WS-ACCS-STATUS         PIC X(02) VALUE SPACES.
       01  WS-EXCEPT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
           COPY CPYLCKWS.
           COPY CPYEXCWS.
           COPY CPYPRMWS.
           COPY CPYSNHWS.
           COPY CPYACCLG.
           COPY CPYMNOPC.
       01  WS-EOF-TRAN            PIC X(01) VALUE 'N'.
       01  WS-FIM-MASTER          PIC X(01) VALUE 'N'.
       01  WS-REGISTRO-EXISTE     PIC X(01) VALUE 'N'.
       01  WS-TRANSACAO-OK        PIC X(01) VALUE 'S'.
       01  WS-OPCAO-VALIDA        PIC X(01) VALUE 'N'.
      *
       01  WS-QTD-APLICADAS       PIC 9(05) VALUE ZEROES.
       01  WS-QTD-REJEITADAS      PIC 9(05) VALUE ZEROES.
       01  WS-QTD-OPCOES          PIC 9(02) VALUE ZEROES.
       01  WS-QTD-SENSIVEIS       PIC 9(02) VALUE ZEROES.
       01  WS-VALIDADE-DIAS       PIC 9(03) VALUE 090.
       01  WS-DATA-VALIDADE       PIC 9(08) VALUE ZEROES.
       01  WS-T                   PIC 9(02) VALUE ZEROES.
       01  WS-PERFIL-NOVO.
           05  WS-PERMITE-NOVO    PIC X(01) OCCURS 99 TIMES.
      *
       01  WS-EXCEPT-DETAIL.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-EX-OPERADOR     PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-EX-ACAO         PIC X(01).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-EX-USUARIO      PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-EX-LIT          PIC X(40) VALUE SPACES.
      *
       01  WS-COLUNAS-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(10) VALUE 'OPERADOR'.
           05  FILLER             PIC X(32) VALUE 'NOME'.
           05  FILLER             PIC X(05) VALUE 'SIT'.
           05  FILLER             PIC X(12) VALUE 'VALIDADE'.
           05  FILLER             PIC X(12) VALUE 'ULT.ACESSO'.
           05  FILLER             PIC X(06) VALUE 'TENT'.
           05  FILLER             PIC X(08) VALUE 'OPCOES'.
           05  FILLER             PIC X(09) VALUE 'SENSIVEIS'.
      *
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-OPERADOR     PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-NOME         PIC X(30).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-SITUACAO     PIC X(01).
           05  FILLER             PIC X(04) VALUE SPACES.
           05  WS-DT-VALIDADE     PIC 9(08).
           05  FILLER             PIC X(04) VALUE SPACES.
           05  WS-DT-ULT-ACESSO   PIC 9(08).
           05  FILLER             PIC X(04) VALUE SPACES.
           05  WS-DT-TENTATIVAS   PIC 9(01).
           05  FILLER             PIC X(05) VALUE SPACES.
           05  WS-DT-OPCOES       PIC Z9.
           05  FILLER             PIC X(06) VALUE SPACES.
           05  WS-DT-SENSIVEIS    PIC Z9.
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
           PERFORM APLICAR-TRANSACAO
             WITH TEST AFTER
             UNTIL WS-EOF-TRAN IS EQUAL TO 'Y'.
      *
           PERFORM LISTAR-MASTER.
      *
           PERFORM FINALIZAR.
      *
           GOBACK.
      *
       INICIALIZAR.
           MOVE 'EXERC114' TO WS-EXL-PROGRAMA.
           MOVE 'OPREXC  ' TO WS-EXL-ARQUIVO.
           MOVE 'A'        TO WS-EXL-SEVERIDADE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DD   TO WS-RUN-DATE-EDIT(1:2).
           MOVE '/'         TO WS-RUN-DATE-EDIT(3:1).
           MOVE WS-RUN-MM   TO WS-RUN-DATE-EDIT(4:2).
           MOVE '/'         TO WS-RUN-DATE-EDIT(6:1).
           MOVE WS-RUN-YYYY TO WS-RUN-DATE-EDIT(7:4).
           MOVE WS-RUN-YYYY TO WS-RUN-DATE-NUM(1:4).
           MOVE WS-RUN-MM   TO WS-RUN-DATE-NUM(5:2).
           MOVE WS-RUN-DD   TO WS-RUN-DATE-NUM(7:2).
      *
           MOVE 'EXERC114'      TO WS-PRM-PROGRAMA.
           MOVE 'VALIDADE-DIA'  TO WS-PRM-NOME.
           PERFORM BUSCAR-PARAMETRO.
           IF WS-PRM-RETORNO IS EQUAL TO ZEROES AND
              WS-PRM-TIPO IS EQUAL TO 'N' AND
              WS-PRM-VALOR(1:3) IS NUMERIC AND
              WS-PRM-VALOR(1:3) IS NOT EQUAL TO '000'
             MOVE WS-PRM-VALOR(1:3) TO WS-VALIDADE-DIAS
           END-IF.
           COMPUTE WS-DATA-VALIDADE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                    + WS-VALIDADE-DIAS).
      *
           MOVE 'EDUCUTIL' TO WS-TRV-JOB.
           MOVE 'EXERC114' TO WS-TRV-PROGRAMA.
           MOVE 'OPERMAST' TO WS-TRV-ARQUIVO.
           PERFORM TOMAR-TRAVA-ARQUIVO.
      *
           OPEN I-O    OPER-MASTER.
      * FILE STATUS 05/35 ON OPEN MEANS OPERMAST DID NOT EXIST YET -
      * THE FIRST RUN IS THE ONE THAT INCLUDES THE FIRST OPERATORS.
           MOVE WS-OPER-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS EQUAL TO '05' OR
              WS-FILE-STATUS IS EQUAL TO '35'
             CONTINUE
           ELSE
             MOVE 'OPER-MASTER' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
           END-IF.
      *
           OPEN INPUT  TRANS-FILE.
           MOVE WS-TRAN-STATUS     TO WS-FILE-STATUS.
           MOVE 'TRANS-FILE'       TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN EXTEND ACCESS-LOG.
           IF WS-ACCS-STATUS IS EQUAL TO '35'
             OPEN OUTPUT ACCESS-LOG
           END-IF.
           MOVE WS-ACCS-STATUS TO WS-FILE-STATUS.
           MOVE 'ACCESS-LOG'   TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT EXCEPT-FILE.
           MOVE WS-EXCEPT-STATUS TO WS-FILE-STATUS.
           MOVE 'EXCEPT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
           MOVE 'REPORT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           MOVE 'EXERC114'                   TO RP-HDR-PROGRAM.
           MOVE 'MANUTENCAO DE OPERADORES'   TO RP-HDR-TITLE.
           MOVE WS-RUN-DATE-EDIT              TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO                    TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE                TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       APLICAR-TRANSACAO.
           READ TRANS-FILE
             AT END
               MOVE 'Y' TO WS-EOF-TRAN
           END-READ.
           MOVE WS-TRAN-STATUS TO WS-FILE-STATUS.
           MOVE 'TRANS-FILE'   TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-TRAN IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             MOVE 'S' TO WS-TRANSACAO-OK
             PERFORM VALIDAR-TRANSACAO
             IF WS-TRANSACAO-OK IS EQUAL TO 'S'
               PERFORM LOCALIZAR-OPERADOR
               EVALUATE TRUE
                 WHEN TRN-INCLUSAO
                   PERFORM INCLUIR-OPERADOR
                 WHEN TRN-ALTERACAO
                   PERFORM ALTERAR-OPERADOR
                 WHEN TRN-NOVA-SENHA
                   PERFORM TROCAR-SENHA
                 WHEN TRN-DESBLOQUEIO
                   PERFORM DESBLOQUEAR-OPERADOR
                 WHEN TRN-INATIVACAO
                   PERFORM INATIVAR-OPERADOR
               END-EVALUATE
             END-IF
           END-IF.
      *
      * EVERY FIELD EARNS ITS PLACE BEFORE THE MASTER IS TOUCHED -
      * ACTION, WHO SENT IT, THE PASSWORD RULES AND EVERY OPTION OF
      * THE PROFILE AGAINST THE MENU TABLE.
       VALIDAR-TRANSACAO.
           IF NOT TRN-INCLUSAO AND NOT TRN-ALTERACAO AND
              NOT TRN-NOVA-SENHA AND NOT TRN-DESBLOQUEIO AND
              NOT TRN-INATIVACAO
             MOVE 'ACAO INVALIDA' TO WS-EX-LIT
             PERFORM GRAVAR-EXCECAO
           END-IF.
      *
           IF WS-TRANSACAO-OK IS EQUAL TO 'S'
             IF TRN-OPERADOR IS EQUAL TO SPACES OR
                TRN-OPERADOR(1:1) IS EQUAL TO SPACE
               MOVE 'OPERADOR EM BRANCO' TO WS-EX-LIT
               PERFORM GRAVAR-EXCECAO
             END-IF
           END-IF.
      *
           IF WS-TRANSACAO-OK IS EQUAL TO 'S'
             IF TRN-USUARIO IS EQUAL TO SPACES
               MOVE 'USUARIO RESPONSAVEL EM BRANCO' TO WS-EX-LIT
               PERFORM GRAVAR-EXCECAO
             ELSE
               IF TRN-USUARIO IS EQUAL TO TRN-OPERADOR
                 MOVE 'USUARIO NAO MANTEM O PROPRIO CADASTRO'
                   TO WS-EX-LIT
                 PERFORM GRAVAR-EXCECAO
               END-IF
             END-IF
           END-IF.
      *
           IF WS-TRANSACAO-OK IS EQUAL TO 'S' AND TRN-INCLUSAO
             IF TRN-NOME IS EQUAL TO SPACES
               MOVE 'NOME EM BRANCO' TO WS-EX-LIT
               PERFORM GRAVAR-EXCECAO
             END-IF
           END-IF.
      *
           IF WS-TRANSACAO-OK IS EQUAL TO 'S' AND
              (TRN-INCLUSAO OR TRN-NOVA-SENHA)
             IF TRN-SENHA(1:1) IS EQUAL TO SPACE OR
                TRN-SENHA(6:1) IS EQUAL TO SPACE
               MOVE 'SENHA DEVE TER DE 6 A 8 CARACTERES'
                 TO WS-EX-LIT
               PERFORM GRAVAR-EXCECAO
             ELSE
               IF TRN-SENHA IS EQUAL TO TRN-OPERADOR
                 MOVE 'SENHA IGUAL AO OPERADOR' TO WS-EX-LIT
                 PERFORM GRAVAR-EXCECAO
               END-IF
             END-IF
           END-IF.
      *
           IF WS-TRANSACAO-OK IS EQUAL TO 'S' AND
              (TRN-INCLUSAO OR TRN-ALTERACAO)
             PERFORM VALIDAR-PERFIL
           END-IF.
      *
      * THE OPTIONS ARE TURNED INTO THE 99-BYTE PROFILE HERE; A ZERO
      * SLOT IS UNUSED. AN INCLUSION NEEDS AT LEAST ONE OPTION, A
      * CHANGE NEEDS A NEW NAME OR A NEW PROFILE.
       VALIDAR-PERFIL.
           MOVE ALL 'N' TO WS-PERFIL-NOVO.
           MOVE ZEROES  TO WS-QTD-OPCOES.
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 20
             IF WS-TRANSACAO-OK IS EQUAL TO 'S'
               IF TRN-OPCAO(WS-T) IS NOT NUMERIC
                 MOVE 'OPCAO NAO NUMERICA NO PERFIL' TO WS-EX-LIT
                 PERFORM GRAVAR-EXCECAO
               ELSE
                 IF TRN-OPCAO(WS-T) IS NOT EQUAL TO ZEROES
                   MOVE 'N' TO WS-OPCAO-VALIDA
                   PERFORM VARYING WS-MNU-I FROM 1 BY 1
                           UNTIL WS-MNU-I > WS-MNU-QTD
                     IF WS-MNU-OPCAO(WS-MNU-I) IS EQUAL TO
                        TRN-OPCAO(WS-T)
                       MOVE 'S' TO WS-OPCAO-VALIDA
                     END-IF
                   END-PERFORM
                   IF WS-OPCAO-VALIDA IS EQUAL TO 'S'
                     MOVE 'S' TO WS-PERMITE-NOVO(TRN-OPCAO(WS-T))
                     ADD 1 TO WS-QTD-OPCOES
                   ELSE
                     MOVE 'OPCAO INEXISTENTE NO MENU' TO WS-EX-LIT
                     PERFORM GRAVAR-EXCECAO
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
      *
           IF WS-TRANSACAO-OK IS EQUAL TO 'S' AND TRN-INCLUSAO
             IF WS-QTD-OPCOES IS EQUAL TO ZEROES
               MOVE 'PERFIL SEM NENHUMA OPCAO' TO WS-EX-LIT
               PERFORM GRAVAR-EXCECAO
             END-IF
           END-IF.
      *
           IF WS-TRANSACAO-OK IS EQUAL TO 'S' AND TRN-ALTERACAO
             IF WS-QTD-OPCOES IS EQUAL TO ZEROES AND
                TRN-NOME IS EQUAL TO SPACES
               MOVE 'ALTERACAO SEM NOME E SEM PERFIL' TO WS-EX-LIT
               PERFORM GRAVAR-EXCECAO
             END-IF
           END-IF.
      *
       LOCALIZAR-OPERADOR.
           MOVE 'N' TO WS-REGISTRO-EXISTE.
           MOVE TRN-OPERADOR TO OPR-ID.
           READ OPER-MASTER
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE 'S' TO WS-REGISTRO-EXISTE
           END-READ.
      *
       INCLUIR-OPERADOR.
           IF WS-REGISTRO-EXISTE IS EQUAL TO 'S'
             MOVE 'OPERADOR JA EXISTE' TO WS-EX-LIT
             PERFORM GRAVAR-EXCECAO
           ELSE
             MOVE TRN-OPERADOR     TO OPR-ID
             MOVE TRN-NOME         TO OPR-NOME
             PERFORM CODIFICAR-NOVA-SENHA
             MOVE 'A'              TO OPR-SITUACAO
             MOVE ZEROES           TO OPR-ULTIMO-ACESSO
             MOVE WS-PERFIL-NOVO   TO OPR-PERFIL
             WRITE OPR-REC
             END-WRITE
             MOVE WS-OPER-STATUS TO WS-FILE-STATUS
             MOVE 'OPER-MASTER'  TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             ADD 1 TO WS-QTD-APLICADAS
             PERFORM GRAVAR-AUDITORIA
           END-IF.
      *
       ALTERAR-OPERADOR.
           IF WS-REGISTRO-EXISTE IS NOT EQUAL TO 'S'
             MOVE 'OPERADOR NAO EXISTE' TO WS-EX-LIT
             PERFORM GRAVAR-EXCECAO
           ELSE
             IF TRN-NOME IS NOT EQUAL TO SPACES
               MOVE TRN-NOME TO OPR-NOME
             END-IF
             IF WS-QTD-OPCOES IS GREATER THAN ZEROES
               MOVE WS-PERFIL-NOVO TO OPR-PERFIL
             END-IF
             PERFORM REGRAVAR-OPERADOR
           END-IF.
      *
      * A NEW PASSWORD IS ALSO THE WAY BACK IN FOR A LOCKED-OUT OR
      * EXPIRED OPERATOR - IT CLEARS THE FAILURE COUNT AND THE LOCK.
      * AN INACTIVE OPERATOR STAYS INACTIVE UNTIL INCLUDED AGAIN.
       TROCAR-SENHA.
           IF WS-REGISTRO-EXISTE IS NOT EQUAL TO 'S'
             MOVE 'OPERADOR NAO EXISTE' TO WS-EX-LIT
             PERFORM GRAVAR-EXCECAO
           ELSE
             IF OPR-INATIVO
               MOVE 'OPERADOR INATIVO' TO WS-EX-LIT
               PERFORM GRAVAR-EXCECAO
             ELSE
               PERFORM CODIFICAR-NOVA-SENHA
               MOVE 'A' TO OPR-SITUACAO
               PERFORM REGRAVAR-OPERADOR
             END-IF
           END-IF.
      *
       DESBLOQUEAR-OPERADOR.
           IF WS-REGISTRO-EXISTE IS NOT EQUAL TO 'S'
             MOVE 'OPERADOR NAO EXISTE' TO WS-EX-LIT
             PERFORM GRAVAR-EXCECAO
           ELSE
             IF NOT OPR-BLOQUEADO
               MOVE 'OPERADOR NAO ESTA BLOQUEADO' TO WS-EX-LIT
               PERFORM GRAVAR-EXCECAO
             ELSE
               MOVE ZEROES TO OPR-TENTATIVAS
               MOVE 'A'    TO OPR-SITUACAO
               PERFORM REGRAVAR-OPERADOR
             END-IF
           END-IF.
      *
       INATIVAR-OPERADOR.
           IF WS-REGISTRO-EXISTE IS NOT EQUAL TO 'S'
             MOVE 'OPERADOR NAO EXISTE' TO WS-EX-LIT
             PERFORM GRAVAR-EXCECAO
           ELSE
             MOVE 'I' TO OPR-SITUACAO
             PERFORM REGRAVAR-OPERADOR
           END-IF.
      *
       REGRAVAR-OPERADOR.
           REWRITE OPR-REC
           END-REWRITE.
           MOVE WS-OPER-STATUS TO WS-FILE-STATUS.
           MOVE 'OPER-MASTER'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           ADD 1 TO WS-QTD-APLICADAS.
           PERFORM GRAVAR-AUDITORIA.
      *
       CODIFICAR-NOVA-SENHA.
           MOVE TRN-OPERADOR TO WS-SNH-OPERADOR.
           MOVE TRN-SENHA    TO WS-SNH-SENHA.
           PERFORM CODIFICAR-SENHA.
           MOVE SPACES           TO WS-SNH-SENHA.
           MOVE WS-SNH-CODIGO    TO OPR-SENHA-CODIGO.
           MOVE WS-DATA-VALIDADE TO OPR-SENHA-VALIDADE.
           MOVE ZEROES           TO OPR-TENTATIVAS.
      *
      * ONE ACCSLOG RECORD PER APPLIED CHANGE - WHO SENT IT, WHEN IT
      * WAS APPLIED, WHICH OPERATOR AND WHICH ACTION. THE PASSWORD
      * ITSELF IS NEVER WRITTEN ANYWHERE.
       GRAVAR-AUDITORIA.
           MOVE WS-RUN-DATE-NUM  TO ACL-DATA.
           ACCEPT WS-ACL-HORA-COMPLETA FROM TIME.
           MOVE WS-ACL-HORA-COMPLETA(1:6) TO ACL-HORA.
           MOVE TRN-USUARIO      TO ACL-OPERADOR.
           MOVE 'M'              TO ACL-EVENTO.
           MOVE 'EXERC114'       TO ACL-PROGRAMA.
           MOVE ZEROES           TO ACL-RC.
           MOVE TRN-OPERADOR     TO ACL-ALVO.
           MOVE TRN-ACAO         TO ACL-ACAO.
           MOVE WS-ACCSLOG-REG   TO ACCESS-LOG-REC.
           WRITE ACCESS-LOG-REC.
           MOVE WS-ACCS-STATUS TO WS-FILE-STATUS.
           MOVE 'ACCESS-LOG'   TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
       GRAVAR-EXCECAO.
           MOVE 'N' TO WS-TRANSACAO-OK.
           ADD 1 TO WS-QTD-REJEITADAS.
           MOVE TRN-OPERADOR     TO WS-EX-OPERADOR.
           MOVE TRN-ACAO         TO WS-EX-ACAO.
           MOVE TRN-USUARIO      TO WS-EX-USUARIO.
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
           MOVE SPACES       TO WS-EXL-CHAVE.
           MOVE TRN-OPERADOR TO WS-EXL-CHAVE(1:8).
           MOVE TRN-ACAO     TO WS-EXL-CHAVE(10:1).
           MOVE TRN-USUARIO  TO WS-EXL-CHAVE(12:8).
           MOVE WS-EX-LIT    TO WS-EXL-MOTIVO.
           CALL 'EXCLOG' USING WS-EXL-PROGRAMA
                               WS-EXL-ARQUIVO
                               WS-EXL-CHAVE
                               WS-EXL-MOTIVO
                               WS-EXL-SEVERIDADE
           END-CALL.
      *
      * FULL REGISTER AFTER THE TRANSACTIONS - WHO CAN SIGN ON, WHEN
      * EACH PASSWORD EXPIRES, AND HOW MANY OPTIONS (AND SENSITIVE
      * ONES) EACH PROFILE OPENS.
       LISTAR-MASTER.
           MOVE SPACES          TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-COLUNAS-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           MOVE LOW-VALUES TO OPR-ID.
           START OPER-MASTER KEY IS GREATER THAN OPR-ID
             INVALID KEY
               MOVE 'Y' TO WS-FIM-MASTER
           END-START.
      *
           PERFORM LISTAR-OPERADOR
             WITH TEST AFTER
             UNTIL WS-FIM-MASTER IS EQUAL TO 'Y'.
      *
       LISTAR-OPERADOR.
           IF WS-FIM-MASTER IS NOT EQUAL TO 'Y'
             READ OPER-MASTER NEXT RECORD
               AT END
                 MOVE 'Y' TO WS-FIM-MASTER
             END-READ
           END-IF.
      *
           IF WS-FIM-MASTER IS NOT EQUAL TO 'Y'
             MOVE ZEROES TO WS-QTD-OPCOES
             MOVE ZEROES TO WS-QTD-SENSIVEIS
             PERFORM VARYING WS-MNU-I FROM 1 BY 1
                     UNTIL WS-MNU-I > WS-MNU-QTD
               IF OPR-PERMITE(WS-MNU-OPCAO(WS-MNU-I)) IS EQUAL TO 'S'
                 ADD 1 TO WS-QTD-OPCOES
                 IF WS-MNU-PROGRAMA-SENSIVEL(WS-MNU-I)
                   ADD 1 TO WS-QTD-SENSIVEIS
                 END-IF
               END-IF
             END-PERFORM
             MOVE OPR-ID            TO WS-DT-OPERADOR
             MOVE OPR-NOME          TO WS-DT-NOME
             MOVE OPR-SITUACAO      TO WS-DT-SITUACAO
             MOVE OPR-SENHA-VALIDADE TO WS-DT-VALIDADE
             MOVE OPR-ULTIMO-ACESSO TO WS-DT-ULT-ACESSO
             MOVE OPR-TENTATIVAS    TO WS-DT-TENTATIVAS
             MOVE WS-QTD-OPCOES     TO WS-DT-OPCOES
             MOVE WS-QTD-SENSIVEIS  TO WS-DT-SENSIVEIS
             MOVE WS-DETAIL-LINE    TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.
      *
       GRAVAR-LINHA-RELATORIO.
           WRITE REPORT-LINE.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
           MOVE 'REPORT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           ADD 1 TO WS-RECS-WRTN.
      *
       FINALIZAR.
           MOVE WS-QTD-APLICADAS TO WS-CONTROL-TOT.
           MOVE WS-RECS-READ     TO RP-TRL-RECS-READ.
           MOVE WS-RECS-WRTN     TO RP-TRL-RECS-WRTN.
           MOVE WS-CONTROL-TOT   TO RP-TRL-CONTROL-TOT.
           MOVE RP-TRAILER-LINE  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           IF WS-QTD-REJEITADAS IS GREATER THAN ZEROES
             MOVE 8 TO RETURN-CODE
           END-IF.
      *
           CLOSE OPER-MASTER.
           MOVE 'OPERMAST' TO WS-TRV-ARQUIVO.
           PERFORM LIBERAR-TRAVA-ARQUIVO.
           CLOSE TRANS-FILE.
           CLOSE ACCESS-LOG.
           CLOSE EXCEPT-FILE.
           CLOSE REPORT-FILE.
      *
           COPY CPYFILCHK.
      *
           COPY CPYLCKPD.
      *
           COPY CPYPRMPD.
      *
           COPY CPYSNHPD.
