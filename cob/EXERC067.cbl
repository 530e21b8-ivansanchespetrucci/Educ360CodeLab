      ******************************************************************
      * FILE NAME   : EXERC067                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : ADICIONAL POR TEMPO DE SERVICO REGISTER - READS  *
      *               THE 5/10/15/20-YEAR MILESTONES EXERC003 WRITES   *
      *               TO MILESTFL, PRICES EACH ONE FROM THE ADICTAB    *
      *               PERCENTAGE TABLE AND KEEPS THEM ON THE ADICSERV  *
      *               REGISTER (ONE ROW PER MATRICULA AND MILESTONE,   *
      *               WITH THE ANO-MES IT STARTS). EXERC004 PAYS THE   *
      *               LATEST MILESTONE STARTED ON OR BEFORE THE        *
      *               PAYROLL MONTH EVERY MONTH FROM THEN ON. PRINTS   *
      *               THE REGISTER OF THE ADICIONAIS STARTING IN THE   *
      *               CURRENT MONTH AND OF THOSE REGISTERED TONIGHT    *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FIRST VERSION - HR KEPT THE MILESTONES ON A     *
      *                PAPER LIST AND THE ADICIONAL WAS OFTEN MISSED   *
      *                FOR A MONTH. MILESTFL LISTS NEXT MONTH'S        *
      *                ANNIVERSARIES ON EVERY NIGHT OF THE MONTH       *
      *                BEFORE, SO A MILESTONE ALREADY ON ADICSERV IS   *
      *                SKIPPED - THE FIRST NIGHT REGISTERS IT AND THE  *
      *                OTHERS (AND ANY RERUN) CHANGE NOTHING. A        *
      *                MILESTONE WITH NO ADICTAB PERCENTAGE GOES TO    *
      *                ADICEXC AND IS PICKED UP BY THE FIRST NIGHT     *
      *                AFTER THE TABLE IS FIXED.                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC067.
       AUTHOR. JM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MILESTONE-FILE ASSIGN TO MILESTFL
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-MIL-STATUS.
      *
           SELECT ADICTAB-FILE   ASSIGN TO ADICTAB
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-ADT-STATUS.
      *
           SELECT ADICSERV-FILE  ASSIGN TO ADICSERV
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-ADS-STATUS.
      *
           SELECT EXCEPT-FILE    ASSIGN TO ADICEXC
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-EXCEPT-STATUS.
      *
           SELECT REPORT-FILE    ASSIGN TO ADICRPT
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-REPORT-STATUS.
      *
           SELECT RUNLOG-FILE    ASSIGN TO RUNLOG
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-RLG-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      * SAME LAYOUT EXERC003 WRITES.
       FD  MILESTONE-FILE.
       01  MIL-REC.
           05  MIL-MATRICULA      PIC 9(06).
           05  MIL-NOME           PIC X(30).
           05  MIL-ANOS           PIC 9(02).
           05  MIL-DATA-EFEITO    PIC 9(08).
           05  MIL-DIAS-BRUTO     PIC 9(06).
           05  MIL-DIAS-EFETIVO   PIC 9(06).
      *
      * ONE ROW PER MILESTONE - THE PERCENTAGE OF THE BASE SALARY THE
      * EMPLOYEE EARNS FROM THAT MILESTONE ON (IT REPLACES, NOT ADDS
      * TO, THE PERCENTAGE OF THE MILESTONE BEFORE IT).
       FD  ADICTAB-FILE.
       01  ADT-REC.
           05  ADT-ANOS           PIC 9(02).
           05  ADT-PERCENTUAL     PIC 9(02)V9(02).
      *
       FD  ADICSERV-FILE.
       01  ADS-REC.
           05  ADS-MATRICULA      PIC 9(06).
           05  ADS-NOME           PIC X(30).
           05  ADS-ANOS           PIC 9(02).
           05  ADS-PERCENTUAL     PIC 9(02)V9(02).
           05  ADS-ANO-MES-INICIO PIC 9(06).
           05  ADS-DATA-EFEITO    PIC 9(08).
           05  ADS-DATA-REGISTRO  PIC 9(08).
      *
       FD  EXCEPT-FILE.
       01  EXCEPT-LINE            PIC X(100).
      *
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(120).
      *
       FD  RUNLOG-FILE.
       01  RUNLOG-REC             PIC X(51).
      *
       WORKING-STORAGE SECTION.
       01  WS-MIL-STATUS          PIC X(02) VALUE SPACES.
       01  WS-ADT-STATUS          PIC X(02) VALUE SPACES.
       01  WS-ADS-STATUS          PIC X(02) VALUE SPACES.
       01  WS-EXCEPT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-RLG-STATUS          PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
           COPY CPYEXCWS.
           COPY CPYRUNLG.
       01  WS-EOF-MIL             PIC X(01) VALUE 'N'.
       01  WS-EOF-ADT             PIC X(01) VALUE 'N'.
       01  WS-EOF-ADS             PIC X(01) VALUE 'N'.
      *
       01  WS-RUN-DATE.
           05  WS-RUN-YYYY        PIC 9(04).
           05  WS-RUN-MM          PIC 9(02).
           05  WS-RUN-DD          PIC 9(02).
       01  WS-RUN-DATE-NUM        PIC 9(08) VALUE ZEROES.
       01  WS-RUN-DATE-EDIT       PIC X(10).
       01  WS-ANO-MES             PIC 9(06) VALUE ZEROES.
      *
       01  WS-ADT-TAB.
           05  WS-ADT-LINHA       OCCURS 20 TIMES.
               10  WS-ADT-ANOS      PIC 9(02).
               10  WS-ADT-PCT       PIC 9(02)V9(02).
       01  WS-ADT-COUNT           PIC 9(02) VALUE ZEROES.
       01  WS-T                   PIC 9(02) VALUE ZEROES.
       01  WS-ADT-ACHADO          PIC 9(02) VALUE ZEROES.
      *
      * THE ADICSERV REGISTER, LOADED WHOLE AND WRITTEN BACK WHOLE.
       01  WS-ADS-TAB.
           05  WS-ADS-LINHA       OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON WS-ADS-COUNT.
               10  WS-ADS-MATRICULA PIC 9(06).
               10  WS-ADS-NOME      PIC X(30).
               10  WS-ADS-ANOS      PIC 9(02).
               10  WS-ADS-PCT       PIC 9(02)V9(02).
               10  WS-ADS-INICIO    PIC 9(06).
               10  WS-ADS-EFEITO    PIC 9(08).
               10  WS-ADS-REGISTRO  PIC 9(08).
       01  WS-ADS-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-I                   PIC 9(04) VALUE ZEROES.
       01  WS-JA-REGISTRADO       PIC X(01) VALUE 'N'.
      *
       01  WS-QTD-NOVOS           PIC 9(05) VALUE ZEROES.
       01  WS-QTD-EXISTENTES      PIC 9(05) VALUE ZEROES.
       01  WS-QTD-REJEITADOS      PIC 9(05) VALUE ZEROES.
       01  WS-QTD-MES             PIC 9(05) VALUE ZEROES.
      *
       01  WS-EXCEPT-DETAIL.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-EX-MATRICULA    PIC 9(06).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EX-NOME         PIC X(30).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EX-ANOS         PIC Z9.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EX-LIT          PIC X(40) VALUE SPACES.
      *
       01  WS-SECAO-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-SC-LIT          PIC X(40).
           05  WS-SC-MES          PIC 9(02).
           05  FILLER             PIC X(01) VALUE '/'.
           05  WS-SC-ANO          PIC 9(04).
      *
       01  WS-COL-HEADER.
           05  FILLER             PIC X(45) VALUE
               ' MATRIC  NOME                            ANOS'.
           05  FILLER             PIC X(45) VALUE
               '    PCT  INICIO   DT EFEITO  DT REGISTRO'.
      *
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-MATRICULA    PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-NOME         PIC X(30).
           05  FILLER             PIC X(04) VALUE SPACES.
           05  WS-DT-ANOS         PIC Z9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-PCT          PIC Z9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-INICIO       PIC 9(06).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-DT-EFEITO       PIC 9(08).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-DT-REGISTRO     PIC 9(08).
      *
       01  WS-SUM-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-SM-LIT          PIC X(30).
           05  WS-SM-QTD          PIC ZZ.ZZ9.
      *
           COPY CPYRPTHD.
           COPY CPYRPTTL.
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
           PERFORM LER-TABELA-ADICIONAL
             WITH TEST AFTER
             UNTIL WS-EOF-ADT IS EQUAL TO 'Y'.
           CLOSE ADICTAB-FILE.
           IF WS-ADT-COUNT IS EQUAL TO ZEROES
             DISPLAY 'EXERC067 - ADICTAB VAZIO - NENHUM PERCENTUAL'
                     ' DE ADICIONAL POR TEMPO DE SERVICO'
             MOVE 8 TO RETURN-CODE
             PERFORM GRAVAR-RUNLOG
             GOBACK
           END-IF.
      *
      * ADICSERV DOES NOT EXIST BEFORE THE FIRST RUN.
           OPEN INPUT  ADICSERV-FILE.
           MOVE WS-ADS-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS NOT EQUAL TO '35'
             MOVE 'ADICSERV-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM CARREGAR-REGISTRO
               WITH TEST AFTER
               UNTIL WS-EOF-ADS IS EQUAL TO 'Y'
             CLOSE ADICSERV-FILE
           END-IF.
      *
           PERFORM PROCESSAR-MARCO
             WITH TEST AFTER
             UNTIL WS-EOF-MIL IS EQUAL TO 'Y'.
      *
           PERFORM GRAVAR-REGISTRO.
           PERFORM IMPRIMIR-REGISTRO.
      *
           PERFORM FINALIZAR.
      *
           PERFORM GRAVAR-RUNLOG.
           GOBACK.
      *
       INICIALIZAR.
           MOVE 'EXERC067' TO WS-EXL-PROGRAMA.
           MOVE 'ADICEXC'  TO WS-EXL-ARQUIVO.
           MOVE 'A'        TO WS-EXL-SEVERIDADE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DD   TO WS-RUN-DATE-EDIT(1:2).
           MOVE '/'         TO WS-RUN-DATE-EDIT(3:1).
           MOVE WS-RUN-MM   TO WS-RUN-DATE-EDIT(4:2).
           MOVE '/'         TO WS-RUN-DATE-EDIT(6:1).
           MOVE WS-RUN-YYYY TO WS-RUN-DATE-EDIT(7:4).
           MOVE WS-RUN-YYYY TO WS-ANO-MES(1:4).
           MOVE WS-RUN-MM   TO WS-ANO-MES(5:2).
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
      *
           OPEN INPUT  ADICTAB-FILE.
           MOVE WS-ADT-STATUS TO WS-FILE-STATUS.
           MOVE 'ADICTAB-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN INPUT  MILESTONE-FILE.
           MOVE WS-MIL-STATUS TO WS-FILE-STATUS.
           MOVE 'MILESTONE-FILE' TO WS-FILE-ID.
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
           MOVE 'EXERC067'                      TO RP-HDR-PROGRAM.
           MOVE 'ADICIONAL POR TEMPO DE SERVICO' TO RP-HDR-TITLE.
           MOVE WS-RUN-DATE-EDIT                 TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO                       TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE                   TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       LER-TABELA-ADICIONAL.
           READ ADICTAB-FILE
             AT END
               MOVE 'Y' TO WS-EOF-ADT
           END-READ.
           MOVE WS-ADT-STATUS  TO WS-FILE-STATUS.
           MOVE 'ADICTAB-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-ADT IS NOT EQUAL TO 'Y'
             IF WS-ADT-COUNT IS LESS THAN 20
               ADD 1 TO WS-ADT-COUNT
               MOVE ADT-ANOS       TO WS-ADT-ANOS(WS-ADT-COUNT)
               MOVE ADT-PERCENTUAL TO WS-ADT-PCT(WS-ADT-COUNT)
             END-IF
           END-IF.
      *
       CARREGAR-REGISTRO.
           READ ADICSERV-FILE
             AT END
               MOVE 'Y' TO WS-EOF-ADS
           END-READ.
           MOVE WS-ADS-STATUS   TO WS-FILE-STATUS.
           MOVE 'ADICSERV-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-ADS IS NOT EQUAL TO 'Y'
             IF WS-ADS-COUNT IS NOT LESS THAN 5000
               DISPLAY 'EXERC067 - MAIS DE 5000 LINHAS NO ADICSERV'
                       ' - REGISTRO NAO ATUALIZADO'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-ADS-COUNT
             MOVE ADS-MATRICULA      TO WS-ADS-MATRICULA(WS-ADS-COUNT)
             MOVE ADS-NOME           TO WS-ADS-NOME(WS-ADS-COUNT)
             MOVE ADS-ANOS           TO WS-ADS-ANOS(WS-ADS-COUNT)
             MOVE ADS-PERCENTUAL     TO WS-ADS-PCT(WS-ADS-COUNT)
             MOVE ADS-ANO-MES-INICIO TO WS-ADS-INICIO(WS-ADS-COUNT)
             MOVE ADS-DATA-EFEITO    TO WS-ADS-EFEITO(WS-ADS-COUNT)
             MOVE ADS-DATA-REGISTRO  TO WS-ADS-REGISTRO(WS-ADS-COUNT)
           END-IF.
      *
      * A MILESTONE ALREADY ON THE REGISTER WAS REGISTERED ON AN
      * EARLIER NIGHT - MILESTFL REPEATS IT ALL MONTH.
       PROCESSAR-MARCO.
           READ MILESTONE-FILE
             AT END
               MOVE 'Y' TO WS-EOF-MIL
           END-READ.
           MOVE WS-MIL-STATUS    TO WS-FILE-STATUS.
           MOVE 'MILESTONE-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-MIL IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             MOVE 'N' TO WS-JA-REGISTRADO
             PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ADS-COUNT
               IF WS-ADS-MATRICULA(WS-I) IS EQUAL TO MIL-MATRICULA AND
                  WS-ADS-ANOS(WS-I) IS EQUAL TO MIL-ANOS
                 MOVE 'S' TO WS-JA-REGISTRADO
                 MOVE WS-ADS-COUNT TO WS-I
               END-IF
             END-PERFORM
             IF WS-JA-REGISTRADO IS EQUAL TO 'S'
               ADD 1 TO WS-QTD-EXISTENTES
             ELSE
               PERFORM REGISTRAR-MARCO
             END-IF
           END-IF.
      *
       REGISTRAR-MARCO.
           MOVE ZEROES TO WS-ADT-ACHADO.
           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-ADT-COUNT
             IF WS-ADT-ANOS(WS-T) IS EQUAL TO MIL-ANOS
               MOVE WS-T TO WS-ADT-ACHADO
               MOVE WS-ADT-COUNT TO WS-T
             END-IF
           END-PERFORM.
      *
           IF WS-ADT-ACHADO IS EQUAL TO ZEROES
             ADD 1 TO WS-QTD-REJEITADOS
             MOVE MIL-MATRICULA TO WS-EX-MATRICULA
             MOVE MIL-NOME      TO WS-EX-NOME
             MOVE MIL-ANOS      TO WS-EX-ANOS
             MOVE 'MARCO SEM PERCENTUAL NO ADICTAB' TO WS-EX-LIT
             PERFORM GRAVAR-EXCECAO
           ELSE
             IF WS-ADS-COUNT IS NOT LESS THAN 5000
               DISPLAY 'EXERC067 - MAIS DE 5000 LINHAS NO ADICSERV'
                       ' - REGISTRO NAO ATUALIZADO'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-ADS-COUNT
             ADD 1 TO WS-QTD-NOVOS
             ADD 1 TO WS-CONTROL-TOT
             MOVE MIL-MATRICULA   TO WS-ADS-MATRICULA(WS-ADS-COUNT)
             MOVE MIL-NOME        TO WS-ADS-NOME(WS-ADS-COUNT)
             MOVE MIL-ANOS        TO WS-ADS-ANOS(WS-ADS-COUNT)
             MOVE WS-ADT-PCT(WS-ADT-ACHADO)
               TO WS-ADS-PCT(WS-ADS-COUNT)
             MOVE MIL-DATA-EFEITO(1:6)
               TO WS-ADS-INICIO(WS-ADS-COUNT)
             MOVE MIL-DATA-EFEITO TO WS-ADS-EFEITO(WS-ADS-COUNT)
             MOVE WS-RUN-DATE-NUM TO WS-ADS-REGISTRO(WS-ADS-COUNT)
           END-IF.
      *
       GRAVAR-REGISTRO.
           OPEN OUTPUT ADICSERV-FILE.
           MOVE WS-ADS-STATUS   TO WS-FILE-STATUS.
           MOVE 'ADICSERV-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ADS-COUNT
             MOVE WS-ADS-MATRICULA(WS-I) TO ADS-MATRICULA
             MOVE WS-ADS-NOME(WS-I)      TO ADS-NOME
             MOVE WS-ADS-ANOS(WS-I)      TO ADS-ANOS
             MOVE WS-ADS-PCT(WS-I)       TO ADS-PERCENTUAL
             MOVE WS-ADS-INICIO(WS-I)    TO ADS-ANO-MES-INICIO
             MOVE WS-ADS-EFEITO(WS-I)    TO ADS-DATA-EFEITO
             MOVE WS-ADS-REGISTRO(WS-I)  TO ADS-DATA-REGISTRO
             WRITE ADS-REC
             MOVE WS-ADS-STATUS   TO WS-FILE-STATUS
             MOVE 'ADICSERV-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
           END-PERFORM.
      *
           CLOSE ADICSERV-FILE.
      *
      * THE MONTH'S REGISTER - EVERY ADICIONAL THE PAYROLL STARTS
      * PAYING THIS MONTH - THEN TONIGHT'S NEW REGISTRATIONS, WHICH
      * START NEXT MONTH.
       IMPRIMIR-REGISTRO.
           MOVE 'ADICIONAIS INICIADOS EM ' TO WS-SC-LIT.
           MOVE WS-RUN-MM                  TO WS-SC-MES.
           MOVE WS-RUN-YYYY                TO WS-SC-ANO.
           MOVE WS-SECAO-LINE              TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-COL-HEADER              TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ADS-COUNT
             IF WS-ADS-INICIO(WS-I) IS EQUAL TO WS-ANO-MES
               ADD 1 TO WS-QTD-MES
               PERFORM IMPRIMIR-ADICIONAL
             END-IF
           END-PERFORM.
      *
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE SPACES TO WS-SECAO-LINE.
           MOVE 'REGISTRADOS NESTA EXECUCAO' TO WS-SC-LIT.
           MOVE WS-SECAO-LINE              TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-COL-HEADER              TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ADS-COUNT
             IF WS-ADS-REGISTRO(WS-I) IS EQUAL TO WS-RUN-DATE-NUM
               PERFORM IMPRIMIR-ADICIONAL
             END-IF
           END-PERFORM.
      *
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'MARCOS LIDOS NO MILESTFL    : ' TO WS-SM-LIT.
           MOVE WS-RECS-READ      TO WS-SM-QTD.
           PERFORM IMPRIMIR-RESUMO.
           MOVE 'NOVOS NO REGISTRO           : ' TO WS-SM-LIT.
           MOVE WS-QTD-NOVOS      TO WS-SM-QTD.
           PERFORM IMPRIMIR-RESUMO.
           MOVE 'JA REGISTRADOS              : ' TO WS-SM-LIT.
           MOVE WS-QTD-EXISTENTES TO WS-SM-QTD.
           PERFORM IMPRIMIR-RESUMO.
           MOVE 'SEM PERCENTUAL (ADICEXC)    : ' TO WS-SM-LIT.
           MOVE WS-QTD-REJEITADOS TO WS-SM-QTD.
           PERFORM IMPRIMIR-RESUMO.
           MOVE 'INICIADOS NO MES            : ' TO WS-SM-LIT.
           MOVE WS-QTD-MES        TO WS-SM-QTD.
           PERFORM IMPRIMIR-RESUMO.
      *
       IMPRIMIR-ADICIONAL.
           MOVE WS-ADS-MATRICULA(WS-I) TO WS-DT-MATRICULA.
           MOVE WS-ADS-NOME(WS-I)      TO WS-DT-NOME.
           MOVE WS-ADS-ANOS(WS-I)      TO WS-DT-ANOS.
           MOVE WS-ADS-PCT(WS-I)       TO WS-DT-PCT.
           MOVE WS-ADS-INICIO(WS-I)    TO WS-DT-INICIO.
           MOVE WS-ADS-EFEITO(WS-I)    TO WS-DT-EFEITO.
           MOVE WS-ADS-REGISTRO(WS-I)  TO WS-DT-REGISTRO.
           MOVE WS-DETAIL-LINE         TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       IMPRIMIR-RESUMO.
           MOVE WS-SUM-LINE TO REPORT-LINE.
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
           MOVE WS-EX-MATRICULA TO WS-EXL-CHAVE.
           MOVE WS-EX-LIT TO WS-EXL-MOTIVO.
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
           CLOSE MILESTONE-FILE.
           CLOSE EXCEPT-FILE.
           CLOSE REPORT-FILE.
      *
       GRAVAR-RUNLOG.
           OPEN EXTEND RUNLOG-FILE.
           MOVE WS-RLG-STATUS  TO WS-FILE-STATUS.
           MOVE 'RUNLOG-FILE'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           MOVE 'EXERC067' TO RLG-PROGRAMA.
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
