      ******************************************************************
      * FILE NAME   : COB007                                           *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : PTAX RATE-FEED LOADER - READS THE CENTRAL BANK   *
      *               PTAX CLOSING BULLETIN ON PTAXIN IN ITS PUBLISHED *
      *               LAYOUT (ONE LINE PER CURRENCY, ';'-SEPARATED:    *
      *               DDMMAAAA DATE, BACEN CODE, TYPE, SYMBOL, BUY     *
      *               RATE, SELL RATE, BUY PARITY, SELL PARITY, WITH   *
      *               DECIMAL COMMAS), MAPS EACH SYMBOL TO ITS FXMOEDA *
      *               CURRENCY AND ADDS THE DAY'S RATES TO FXRATE IN   *
      *               THE DRF LAYOUT. FXRATE MUST STAY SORTED BY       *
      *               MOEDA/DATA FOR COB001'S SEARCH ALL, SO THE WHOLE *
      *               FILE IS RE-SORTED WITH THE NEW DAY INTO THE      *
      *               FXRNEW GENERATION THE NEXT STEP COPIES BACK.     *
      *               FXMOEDA CURRENCIES THE BULLETIN DOES NOT CARRY   *
      *               ARE LISTED ON PTAXRPT                            *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FIRST VERSION - FXRATE WAS TYPED IN FROM THE    *
      *                CENTRAL BANK WEBSITE AND THE TYPING ERRORS WERE *
      *                WHAT COB005 KEPT CATCHING. DRF-TAXA IS THE PTAX *
      *                SELL RATE, ROUNDED TO FOUR DECIMALS - THE       *
      *                REFERENCE COB001 PUTS THE FXSPREAD MARGIN ON;   *
      *                THE BUY RATE IS PRINTED ALONGSIDE. A RUN ON A   *
      *                DAY CALCHK DOES NOT CALL A BUSINESS DAY LOADS   *
      *                NOTHING AND ENDS CLEAN. A BULLETIN DATED ON A   *
      *                WEEKEND OR HOLIDAY, A DATE ALREADY ON FXRATE OR *
      *                A MISSING BULLETIN LOADS NOTHING AND ENDS WITH  *
      *                RC 4, AS DOES A MISSING CURRENCY - COB001 THEN  *
      *                FALLS BACK TO THE PRIOR RATE AS ALWAYS. A       *
      *                BULLETIN WITH AN INVALID, FUTURE OR MIXED DATE  *
      *                ENDS WITH RC 8 AND THE FX STEPS DO NOT RUN.     *
      *                FXRNEW IS WRITTEN IN FULL ON EVERY RUN, SO A    *
      *                RERUN IS HARMLESS; THE STEP DOES NOT CONSULT    *
      *                THE SKPCHK RESTART LIST BECAUSE IT CATALOGS A   *
      *                NEW GENERATION.                                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COB007.
       AUTHOR. JM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BULLETIN-FILE   ASSIGN TO PTAXIN
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PTAX-STATUS.
      *
           SELECT CURRENCY-FILE   ASSIGN TO FXMOEDA
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-MOEDA-STATUS.
      *
           SELECT DAILY-RATE-FILE ASSIGN TO FXRATE
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-RATE-STATUS.
      *
           SELECT NEW-RATE-FILE   ASSIGN TO FXRNEW
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-NEW-STATUS.
      *
           SELECT EXCEPT-FILE     ASSIGN TO PTAXEXC
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-EXCEPT-STATUS.
      *
           SELECT REPORT-FILE     ASSIGN TO PTAXRPT
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.
      *
           SELECT RUNLOG-FILE    ASSIGN TO RUNLOG
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-RLG-STATUS.
      *
           SELECT SORT-FILE       ASSIGN TO SORTWK01.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  BULLETIN-FILE.
       01  PTAX-LINE              PIC X(120).
      *
       FD  CURRENCY-FILE.
       01  MOEDA-REC.
           05  MOE-CODIGO         PIC X(03).
           05  MOE-NOME           PIC X(15).
           05  MOE-DECIMAIS       PIC 9(01).
      *
       FD  DAILY-RATE-FILE.
       01  RATE-REC.
           05  DRF-DATA           PIC 9(08).
           05  DRF-MOEDA          PIC X(03).
           05  DRF-TAXA           PIC 9(04)V9(04).
      *
       FD  NEW-RATE-FILE.
       01  NEW-RATE-REC.
           05  DRN-DATA           PIC 9(08).
           05  DRN-MOEDA          PIC X(03).
           05  DRN-TAXA           PIC 9(04)V9(04).
      *
       FD  EXCEPT-FILE.
       01  EXCEPT-LINE            PIC X(080).
      *
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(100).
      *
       FD  RUNLOG-FILE.
       01  RUNLOG-REC             PIC X(51).
      *
       SD  SORT-FILE.
       01  SRT-REC.
           05  SRT-DATA           PIC 9(08).
           05  SRT-MOEDA          PIC X(03).
           05  SRT-TAXA           PIC 9(04)V9(04).
      *
       WORKING-STORAGE SECTION.
       77  WS-PTAX-STATUS         PIC X(02) VALUE SPACES.
       77  WS-MOEDA-STATUS        PIC X(02) VALUE SPACES.
       77  WS-RATE-STATUS         PIC X(02) VALUE SPACES.
       77  WS-NEW-STATUS          PIC X(02) VALUE SPACES.
       77  WS-EXCEPT-STATUS       PIC X(02) VALUE SPACES.
       77  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
       77  WS-RLG-STATUS          PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
           COPY CPYEXCWS.
       77  WS-EOF-PTAX            PIC X(01) VALUE 'N'.
       77  WS-EOF-MOEDA           PIC X(01) VALUE 'N'.
       77  WS-EOF-RATE            PIC X(01) VALUE 'N'.
       77  WS-FIM-SORT            PIC X(01) VALUE 'N'.
       77  WS-RUN-DATE-NUM        PIC 9(08) VALUE ZEROES.
       77  WS-RC-FINAL            PIC 9(02) VALUE ZEROES.
      *
      * CURRENCY MASTER TABLE, WITH THE BULLETIN RATES FILLED IN
      * AGAINST EACH CURRENCY AS ITS LINE IS FOUND.
       01  WS-MOEDA-TAB.
           05  WS-MOEDA-LINHA OCCURS 50 TIMES.
               10  WS-MOE-CODIGO   PIC X(03).
               10  WS-MOE-NOME     PIC X(15).
               10  WS-MOE-NO-BOLETIM PIC X(01).
               10  WS-MOE-COMPRA   PIC 9(04)V9(04).
               10  WS-MOE-VENDA    PIC 9(04)V9(04).
       77  WS-QTD-MOEDAS          PIC 9(02) VALUE ZEROES.
       77  WS-J                   PIC 9(02) VALUE ZEROES.
       77  WS-MOEDA-BUSCA         PIC X(03) VALUE SPACES.
       77  WS-MOEDA-OK            PIC X(01) VALUE 'N'.
      *
      * ONE BULLETIN LINE, SPLIT AT THE ';'.
       77  WS-PX-DATA             PIC X(08) VALUE SPACES.
       77  WS-PX-CODIGO           PIC X(03) VALUE SPACES.
       77  WS-PX-TIPO             PIC X(01) VALUE SPACES.
       77  WS-PX-SIMBOLO          PIC X(03) VALUE SPACES.
       77  WS-PX-COMPRA           PIC X(15) VALUE SPACES.
       77  WS-PX-VENDA            PIC X(15) VALUE SPACES.
       77  WS-PX-PARIDADE-COMPRA  PIC X(15) VALUE SPACES.
       77  WS-PX-PARIDADE-VENDA   PIC X(15) VALUE SPACES.
       01  WS-DATA-LINHA          PIC 9(08) VALUE ZEROES.
       01  WS-DATA-LINHA-R REDEFINES WS-DATA-LINHA.
           05  WS-DL-ANO          PIC X(04).
           05  WS-DL-MES          PIC X(02).
           05  WS-DL-DIA          PIC X(02).
      *
      * RATE TEXT ('5,4321') TO NUMBER - THE INTEGER DIGITS ARE
      * RIGHT-ALIGNED AND THE DECIMALS LEFT-ALIGNED IN A ZERO FIELD
      * OF 4 + 8 DIGITS, THEN ROUNDED TO THE FOUR DRF DECIMALS.
       77  WS-TAXA-TXT            PIC X(15) VALUE SPACES.
       77  WS-TX-INTEIRA          PIC X(15) VALUE SPACES.
       77  WS-TX-FRACAO           PIC X(15) VALUE SPACES.
       77  WS-LEN-INTEIRA         PIC 9(02) VALUE ZEROES.
       77  WS-LEN-FRACAO          PIC 9(02) VALUE ZEROES.
       01  WS-NUM-TXT             PIC X(12) VALUE ZEROES.
       01  WS-NUM-VAL REDEFINES WS-NUM-TXT
                                   PIC 9(04)V9(08).
       77  WS-TAXA-CONV           PIC 9(04)V9(04) VALUE ZEROES.
       77  WS-TAXA-OK             PIC X(01) VALUE 'N'.
       77  WS-COMPRA-CONV         PIC 9(04)V9(04) VALUE ZEROES.
      *
      * BULLETIN STATE.
       77  WS-DATA-BOLETIM        PIC 9(08) VALUE ZEROES.
       77  WS-DIA-UTIL            PIC X(01) VALUE 'S'.
       77  WS-BOLETIM-INVALIDO    PIC X(01) VALUE 'N'.
       77  WS-CARGA-OK            PIC X(01) VALUE 'N'.
       77  WS-JA-CARREGADO        PIC X(01) VALUE 'N'.
       77  WS-QTD-LINHAS          PIC 9(05) VALUE ZEROES.
       77  WS-QTD-IGNORADAS       PIC 9(05) VALUE ZEROES.
       77  WS-QTD-REJEITADAS      PIC 9(05) VALUE ZEROES.
       77  WS-QTD-CARREGADAS      PIC 9(05) VALUE ZEROES.
       77  WS-QTD-AUSENTES        PIC 9(05) VALUE ZEROES.
       77  WS-QTD-FXRATE          PIC 9(07) VALUE ZEROES.
      *
       77  WS-FUNCAO-CALCHK       PIC X(01) VALUE SPACE.
       77  WS-DATA-CALCHK         PIC 9(08) VALUE ZEROES.
       77  WS-DATA2-CALCHK        PIC 9(08) VALUE ZEROES.
       77  WS-RETORNO-CALCHK      PIC 9(02) VALUE ZEROES.
       77  WS-DATA-RESULT-CALCHK  PIC 9(08) VALUE ZEROES.
       77  WS-QTD-DIAS-CALCHK     PIC S9(05) VALUE ZEROES.
      *
       01  WS-BOLETIM-HEADER.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(20) VALUE 'BOLETIM PTAX DE '.
           05  WS-BH-DATA         PIC X(10).
      *
       01  WS-COL-HEADER.
           05  FILLER             PIC X(07) VALUE ' MOEDA'.
           05  FILLER             PIC X(17) VALUE 'NOME'.
           05  FILLER             PIC X(13) VALUE 'TAXA COMPRA'.
           05  FILLER             PIC X(13) VALUE ' TAXA VENDA'.
           05  FILLER             PIC X(20) VALUE 'SITUACAO'.
      *
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-MOEDA        PIC X(03).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-DT-NOME         PIC X(15).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-COMPRA       PIC ZZZ9,9999 BLANK WHEN ZERO.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  WS-DT-VENDA        PIC ZZZ9,9999 BLANK WHEN ZERO.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  WS-DT-SITUACAO     PIC X(30).
      *
       01  WS-RESUMO-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-RS-LIT          PIC X(40).
           05  WS-RS-QTD          PIC ZZ.ZZ9.
      *
       01  WS-MSG-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-MSG-TEXTO       PIC X(70).
      *
           COPY CPYRPTHD.
           COPY CPYRPTTL.
           COPY CPYRUNLG.
      *
       01  WS-RUN-DATE.
           05  WS-RUN-YYYY        PIC 9(04).
           05  WS-RUN-MM          PIC 9(02).
           05  WS-RUN-DD          PIC 9(02).
       01  WS-RUN-DATE-EDIT       PIC X(10).
      *
       77  WS-PAGE-NO             PIC 9(04) VALUE ZEROES.
       77  WS-RECS-READ           PIC 9(07) VALUE ZEROES.
       77  WS-RECS-WRTN           PIC 9(07) VALUE ZEROES.
       77  WS-CONTROL-TOT         PIC 9(08)V9(02) VALUE ZEROES.
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM INICIALIZAR.
      *
           PERFORM VERIFICAR-DIA-UTIL.
      *
           IF WS-DIA-UTIL IS EQUAL TO 'S'
             PERFORM LER-BOLETIM
               WITH TEST AFTER
               UNTIL WS-EOF-PTAX IS EQUAL TO 'Y'
             PERFORM VALIDAR-BOLETIM
           END-IF.
      *
      * FXRNEW IS ALWAYS THE WHOLE OF FXRATE - WITH THE NEW DAY ONLY
      * WHEN THE BULLETIN PASSED - SO THE COPY-BACK STEP NEVER
      * SHORTENS THE FILE.
           SORT SORT-FILE
             ON ASCENDING KEY SRT-MOEDA
                              SRT-DATA
             INPUT PROCEDURE IS CARREGAR-TAXAS
             OUTPUT PROCEDURE IS GRAVAR-FXRNEW.
      *
           IF WS-QTD-CARREGADAS IS GREATER THAN ZEROES
             PERFORM REPORTAR-AUSENTES
           END-IF.
      *
           PERFORM FINALIZAR.
      *
           MOVE WS-RC-FINAL TO RETURN-CODE.
           PERFORM GRAVAR-RUNLOG.
           GOBACK.
      *
       INICIALIZAR.
           MOVE 'COB007  ' TO WS-EXL-PROGRAMA.
           MOVE 'PTAXEXC ' TO WS-EXL-ARQUIVO.
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
           OPEN INPUT  CURRENCY-FILE.
           MOVE WS-MOEDA-STATUS TO WS-FILE-STATUS.
           MOVE 'CURRENCY-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           PERFORM CARREGAR-MOEDA
             WITH TEST AFTER
             UNTIL WS-EOF-MOEDA IS EQUAL TO 'Y'.
      *
           CLOSE CURRENCY-FILE.
      *
      * NO BULLETIN FILE IS THE SAME AS AN EMPTY BULLETIN.
           OPEN INPUT  BULLETIN-FILE.
           IF WS-PTAX-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO WS-EOF-PTAX
           ELSE
             MOVE WS-PTAX-STATUS  TO WS-FILE-STATUS
             MOVE 'BULLETIN-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
           END-IF.
      *
           OPEN INPUT  DAILY-RATE-FILE.
           MOVE WS-RATE-STATUS    TO WS-FILE-STATUS.
           MOVE 'DAILY-RATE-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT NEW-RATE-FILE.
           MOVE WS-NEW-STATUS     TO WS-FILE-STATUS.
           MOVE 'NEW-RATE-FILE'   TO WS-FILE-ID.
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
           MOVE 'COB007'                   TO RP-HDR-PROGRAM.
           MOVE 'CARGA DA TAXA PTAX'       TO RP-HDR-TITLE.
           MOVE WS-RUN-DATE-EDIT            TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO                  TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE              TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       CARREGAR-MOEDA.
           READ CURRENCY-FILE
             AT END
               MOVE 'Y' TO WS-EOF-MOEDA
           END-READ.
           MOVE WS-MOEDA-STATUS TO WS-FILE-STATUS.
           MOVE 'CURRENCY-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-MOEDA IS NOT EQUAL TO 'Y'
             IF WS-QTD-MOEDAS IS EQUAL TO 50
               DISPLAY 'COB007 - FXMOEDA TABLE FULL (50)'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-QTD-MOEDAS
             MOVE MOE-CODIGO TO WS-MOE-CODIGO(WS-QTD-MOEDAS)
             MOVE MOE-NOME   TO WS-MOE-NOME(WS-QTD-MOEDAS)
             MOVE 'N'        TO WS-MOE-NO-BOLETIM(WS-QTD-MOEDAS)
             MOVE ZEROES     TO WS-MOE-COMPRA(WS-QTD-MOEDAS)
             MOVE ZEROES     TO WS-MOE-VENDA(WS-QTD-MOEDAS)
           END-IF.
      *
      * NO BULLETIN IS PUBLISHED ON A WEEKEND OR FERIADO - SUCH A
      * NIGHT LOADS NOTHING AND IS NOT AN ERROR.
       VERIFICAR-DIA-UTIL.
           MOVE 'B'             TO WS-FUNCAO-CALCHK.
           MOVE WS-RUN-DATE-NUM TO WS-DATA-CALCHK.
           CALL 'CALCHK' USING WS-FUNCAO-CALCHK
                               WS-DATA-CALCHK
                               WS-DATA2-CALCHK
                               WS-RETORNO-CALCHK
                               WS-DATA-RESULT-CALCHK
                               WS-QTD-DIAS-CALCHK
           END-CALL.
           IF WS-RETORNO-CALCHK IS NOT EQUAL TO ZEROES
             MOVE 'N' TO WS-DIA-UTIL
             MOVE 'DIA NAO UTIL - NENHUM BOLETIM CARREGADO'
               TO WS-MSG-TEXTO
             MOVE WS-MSG-LINE TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.
      *
      * EVERY LINE MUST CARRY THE SAME VALID DATE. A SYMBOL NOT ON
      * FXMOEDA IS NOT OURS AND IS ONLY COUNTED.
       LER-BOLETIM.
           IF WS-EOF-PTAX IS NOT EQUAL TO 'Y'
             READ BULLETIN-FILE
               AT END
                 MOVE 'Y' TO WS-EOF-PTAX
             END-READ
             MOVE WS-PTAX-STATUS  TO WS-FILE-STATUS
             MOVE 'BULLETIN-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
           END-IF.
      *
           IF WS-EOF-PTAX IS NOT EQUAL TO 'Y' AND
              PTAX-LINE IS NOT EQUAL TO SPACES
             ADD 1 TO WS-QTD-LINHAS
             ADD 1 TO WS-RECS-READ
             MOVE SPACES TO WS-PX-DATA WS-PX-CODIGO WS-PX-TIPO
                            WS-PX-SIMBOLO WS-PX-COMPRA WS-PX-VENDA
                            WS-PX-PARIDADE-COMPRA
                            WS-PX-PARIDADE-VENDA
             UNSTRING PTAX-LINE DELIMITED BY ';'
               INTO WS-PX-DATA
                    WS-PX-CODIGO
                    WS-PX-TIPO
                    WS-PX-SIMBOLO
                    WS-PX-COMPRA
                    WS-PX-VENDA
                    WS-PX-PARIDADE-COMPRA
                    WS-PX-PARIDADE-VENDA
             END-UNSTRING
             IF WS-BOLETIM-INVALIDO IS EQUAL TO 'N'
               PERFORM VALIDAR-DATA-LINHA
             END-IF
             IF WS-BOLETIM-INVALIDO IS EQUAL TO 'N'
               MOVE WS-PX-SIMBOLO TO WS-MOEDA-BUSCA
               PERFORM LOCALIZAR-MOEDA
               IF WS-MOEDA-OK IS EQUAL TO 'S'
                 PERFORM REGISTRAR-TAXA
               ELSE
                 ADD 1 TO WS-QTD-IGNORADAS
               END-IF
             END-IF
           END-IF.
      *
       VALIDAR-DATA-LINHA.
           IF WS-PX-DATA IS NOT NUMERIC
             MOVE ZEROES TO WS-DATA-LINHA
           ELSE
             MOVE WS-PX-DATA(5:4) TO WS-DL-ANO
             MOVE WS-PX-DATA(3:2) TO WS-DL-MES
             MOVE WS-PX-DATA(1:2) TO WS-DL-DIA
           END-IF.
      *
           IF WS-DATA-BOLETIM IS EQUAL TO ZEROES
             MOVE WS-DATA-LINHA TO WS-DATA-BOLETIM
             PERFORM VALIDAR-DATA-BOLETIM
           ELSE
             IF WS-DATA-LINHA IS NOT EQUAL TO WS-DATA-BOLETIM
               MOVE 'S' TO WS-BOLETIM-INVALIDO
               MOVE SPACES TO EXCEPT-LINE
               STRING 'BOLETIM COM MAIS DE UMA DATA: '
                      WS-PX-DATA ' MOEDA ' WS-PX-SIMBOLO
                 DELIMITED BY SIZE INTO EXCEPT-LINE
               END-STRING
               MOVE WS-PX-DATA TO WS-EXL-CHAVE
               PERFORM GRAVAR-EXCECAO
             END-IF
           END-IF.
      *
      * THE FIRST LINE'S DATE IS THE BULLETIN DATE. CALCHK ALSO
      * VALIDATES IT (08 = NO SUCH DATE).
       VALIDAR-DATA-BOLETIM.
           MOVE 'B'             TO WS-FUNCAO-CALCHK.
           MOVE WS-DATA-BOLETIM TO WS-DATA-CALCHK.
           CALL 'CALCHK' USING WS-FUNCAO-CALCHK
                               WS-DATA-CALCHK
                               WS-DATA2-CALCHK
                               WS-RETORNO-CALCHK
                               WS-DATA-RESULT-CALCHK
                               WS-QTD-DIAS-CALCHK
           END-CALL.
           IF WS-RETORNO-CALCHK IS EQUAL TO 08 OR
              WS-DATA-BOLETIM IS EQUAL TO ZEROES OR
              WS-DATA-BOLETIM IS GREATER THAN WS-RUN-DATE-NUM
             MOVE 'S' TO WS-BOLETIM-INVALIDO
             MOVE SPACES TO EXCEPT-LINE
             STRING 'DATA DO BOLETIM INVALIDA OU FUTURA: '
                    WS-PX-DATA
               DELIMITED BY SIZE INTO EXCEPT-LINE
             END-STRING
             MOVE WS-PX-DATA TO WS-EXL-CHAVE
             PERFORM GRAVAR-EXCECAO
           ELSE
             IF WS-RETORNO-CALCHK IS EQUAL TO 04
               MOVE 'N' TO WS-DIA-UTIL
             END-IF
           END-IF.
      *
       LOCALIZAR-MOEDA.
           MOVE 'N' TO WS-MOEDA-OK.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J IS GREATER THAN WS-QTD-MOEDAS
                      OR WS-MOEDA-OK IS EQUAL TO 'S'
             IF WS-MOE-CODIGO(WS-J) IS EQUAL TO WS-MOEDA-BUSCA
               MOVE 'S' TO WS-MOEDA-OK
             END-IF
           END-PERFORM.
           IF WS-MOEDA-OK IS EQUAL TO 'S'
             SUBTRACT 1 FROM WS-J
           END-IF.
      *
      * BOTH RATES MUST CONVERT; A REPEATED SYMBOL KEEPS THE FIRST
      * LINE.
       REGISTRAR-TAXA.
           IF WS-MOE-NO-BOLETIM(WS-J) IS EQUAL TO 'S'
             ADD 1 TO WS-QTD-REJEITADAS
             MOVE SPACES TO EXCEPT-LINE
             STRING 'MOEDA REPETIDA NO BOLETIM: ' WS-PX-SIMBOLO
               DELIMITED BY SIZE INTO EXCEPT-LINE
             END-STRING
             MOVE WS-PX-SIMBOLO TO WS-EXL-CHAVE
             PERFORM GRAVAR-EXCECAO
           ELSE
             MOVE WS-PX-COMPRA TO WS-TAXA-TXT
             PERFORM CONVERTER-TAXA
             MOVE WS-TAXA-CONV TO WS-COMPRA-CONV
             IF WS-TAXA-OK IS EQUAL TO 'S'
               MOVE WS-PX-VENDA TO WS-TAXA-TXT
               PERFORM CONVERTER-TAXA
             END-IF
             IF WS-TAXA-OK IS EQUAL TO 'S'
               MOVE 'S'            TO WS-MOE-NO-BOLETIM(WS-J)
               MOVE WS-COMPRA-CONV TO WS-MOE-COMPRA(WS-J)
               MOVE WS-TAXA-CONV   TO WS-MOE-VENDA(WS-J)
             ELSE
               ADD 1 TO WS-QTD-REJEITADAS
               MOVE SPACES TO EXCEPT-LINE
               STRING 'TAXA INVALIDA ' WS-PX-SIMBOLO
                      ' COMPRA ' WS-PX-COMPRA
                      ' VENDA ' WS-PX-VENDA
                 DELIMITED BY SIZE INTO EXCEPT-LINE
               END-STRING
               MOVE WS-PX-SIMBOLO TO WS-EXL-CHAVE
               PERFORM GRAVAR-EXCECAO
             END-IF
           END-IF.
      *
       CONVERTER-TAXA.
           MOVE 'S'    TO WS-TAXA-OK.
           MOVE ZEROES TO WS-TAXA-CONV.
           MOVE SPACES TO WS-TX-INTEIRA.
           MOVE SPACES TO WS-TX-FRACAO.
           MOVE ZEROES TO WS-LEN-INTEIRA.
           MOVE ZEROES TO WS-LEN-FRACAO.
           UNSTRING WS-TAXA-TXT DELIMITED BY ',' OR SPACE
             INTO WS-TX-INTEIRA COUNT IN WS-LEN-INTEIRA
                  WS-TX-FRACAO  COUNT IN WS-LEN-FRACAO
           END-UNSTRING.
      *
           IF WS-LEN-INTEIRA IS EQUAL TO ZEROES OR
              WS-LEN-INTEIRA IS GREATER THAN 4 OR
              WS-LEN-FRACAO IS GREATER THAN 8
             MOVE 'N' TO WS-TAXA-OK
           ELSE
             MOVE ZEROES TO WS-NUM-TXT
             MOVE WS-TX-INTEIRA(1:WS-LEN-INTEIRA)
               TO WS-NUM-TXT(5 - WS-LEN-INTEIRA:WS-LEN-INTEIRA)
             IF WS-LEN-FRACAO IS GREATER THAN ZEROES
               MOVE WS-TX-FRACAO(1:WS-LEN-FRACAO)
                 TO WS-NUM-TXT(5:WS-LEN-FRACAO)
             END-IF
             IF WS-NUM-TXT IS NOT NUMERIC
               MOVE 'N' TO WS-TAXA-OK
             ELSE
               COMPUTE WS-TAXA-CONV ROUNDED = WS-NUM-VAL
                 ON SIZE ERROR
                   MOVE 'N' TO WS-TAXA-OK
               END-COMPUTE
               IF WS-TAXA-CONV IS EQUAL TO ZEROES
                 MOVE 'N' TO WS-TAXA-OK
               END-IF
             END-IF
           END-IF.
      *
      * DECIDES WHETHER THE DAY IS LOADED. ONLY A BROKEN BULLETIN
      * STOPS THE FX STEPS; EVERYTHING ELSE LEAVES FXRATE AS IT WAS
      * WITH A WARNING.
       VALIDAR-BOLETIM.
           EVALUATE TRUE
             WHEN WS-BOLETIM-INVALIDO IS EQUAL TO 'S'
               MOVE 'BOLETIM INVALIDO - NADA CARREGADO' TO WS-MSG-TEXTO
               MOVE 8 TO WS-RC-FINAL
             WHEN WS-QTD-LINHAS IS EQUAL TO ZEROES
               MOVE 'BOLETIM PTAX AUSENTE OU VAZIO - NADA CARREGADO'
                 TO WS-MSG-TEXTO
               MOVE SPACES TO EXCEPT-LINE
               MOVE WS-MSG-TEXTO TO EXCEPT-LINE
               MOVE WS-RUN-DATE-NUM TO WS-EXL-CHAVE
               PERFORM GRAVAR-EXCECAO
               PERFORM ELEVAR-RC-4
             WHEN WS-DIA-UTIL IS EQUAL TO 'N'
               MOVE SPACES TO EXCEPT-LINE
               STRING 'BOLETIM DATADO EM DIA NAO UTIL: '
                      WS-DATA-BOLETIM
                 DELIMITED BY SIZE INTO EXCEPT-LINE
               END-STRING
               MOVE WS-DATA-BOLETIM TO WS-EXL-CHAVE
               PERFORM GRAVAR-EXCECAO
               MOVE 'BOLETIM EM DIA NAO UTIL - NADA CARREGADO'
                 TO WS-MSG-TEXTO
               PERFORM ELEVAR-RC-4
             WHEN OTHER
               MOVE 'S' TO WS-CARGA-OK
               MOVE SPACES TO WS-MSG-TEXTO
           END-EVALUATE.
      *
           IF WS-DATA-BOLETIM IS GREATER THAN ZEROES
             MOVE WS-DATA-BOLETIM(7:2) TO WS-BH-DATA(1:2)
             MOVE '/'                  TO WS-BH-DATA(3:1)
             MOVE WS-DATA-BOLETIM(5:2) TO WS-BH-DATA(4:2)
             MOVE '/'                  TO WS-BH-DATA(6:1)
             MOVE WS-DATA-BOLETIM(1:4) TO WS-BH-DATA(7:4)
             MOVE WS-BOLETIM-HEADER    TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.
           IF WS-MSG-TEXTO IS NOT EQUAL TO SPACES
             MOVE WS-MSG-LINE TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.
      *
      ******************************************************************
      * SORT INPUT PROCEDURE - EVERY FXRATE RECORD AS IT STANDS, THEN  *
      * THE BULLETIN RATES UNLESS FXRATE ALREADY HAS THE DATE.         *
      ******************************************************************
       CARREGAR-TAXAS.
           PERFORM LER-FXRATE
             WITH TEST AFTER
             UNTIL WS-EOF-RATE IS EQUAL TO 'Y'.
      *
           IF WS-CARGA-OK IS EQUAL TO 'S'
             IF WS-JA-CARREGADO IS EQUAL TO 'S'
               MOVE SPACES TO EXCEPT-LINE
               STRING 'FXRATE JA TEM TAXAS DE ' WS-DATA-BOLETIM
                      ' - SEGUNDA CARGA RECUSADA'
                 DELIMITED BY SIZE INTO EXCEPT-LINE
               END-STRING
               MOVE WS-DATA-BOLETIM TO WS-EXL-CHAVE
               PERFORM GRAVAR-EXCECAO
               MOVE 'DATA JA CARREGADA EM FXRATE - NADA CARREGADO'
                 TO WS-MSG-TEXTO
               MOVE WS-MSG-LINE TO REPORT-LINE
               PERFORM GRAVAR-LINHA-RELATORIO
               PERFORM ELEVAR-RC-4
             ELSE
               MOVE SPACES        TO REPORT-LINE
               PERFORM GRAVAR-LINHA-RELATORIO
               MOVE WS-COL-HEADER TO REPORT-LINE
               PERFORM GRAVAR-LINHA-RELATORIO
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J IS GREATER THAN WS-QTD-MOEDAS
                 IF WS-MOE-NO-BOLETIM(WS-J) IS EQUAL TO 'S'
                   PERFORM LIBERAR-TAXA-NOVA
                 END-IF
               END-PERFORM
             END-IF
           END-IF.
      *
       LER-FXRATE.
           READ DAILY-RATE-FILE
             AT END
               MOVE 'Y' TO WS-EOF-RATE
           END-READ.
           MOVE WS-RATE-STATUS    TO WS-FILE-STATUS.
           MOVE 'DAILY-RATE-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-RATE IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             IF DRF-DATA IS EQUAL TO WS-DATA-BOLETIM
               MOVE 'S' TO WS-JA-CARREGADO
             END-IF
             MOVE RATE-REC TO SRT-REC
             RELEASE SRT-REC
           END-IF.
      *
       LIBERAR-TAXA-NOVA.
           ADD 1 TO WS-QTD-CARREGADAS.
           MOVE WS-DATA-BOLETIM      TO SRT-DATA.
           MOVE WS-MOE-CODIGO(WS-J)  TO SRT-MOEDA.
           MOVE WS-MOE-VENDA(WS-J)   TO SRT-TAXA.
           RELEASE SRT-REC.
      *
           MOVE WS-MOE-CODIGO(WS-J)  TO WS-DT-MOEDA.
           MOVE WS-MOE-NOME(WS-J)    TO WS-DT-NOME.
           MOVE WS-MOE-COMPRA(WS-J)  TO WS-DT-COMPRA.
           MOVE WS-MOE-VENDA(WS-J)   TO WS-DT-VENDA.
           MOVE 'CARREGADA'          TO WS-DT-SITUACAO.
           MOVE WS-DETAIL-LINE       TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      ******************************************************************
      * SORT OUTPUT PROCEDURE - THE NEW FXRATE, BY MOEDA AND DATA.     *
      ******************************************************************
       GRAVAR-FXRNEW.
           PERFORM RETORNAR-TAXA
             WITH TEST AFTER
             UNTIL WS-FIM-SORT IS EQUAL TO 'Y'.
      *
       RETORNAR-TAXA.
           RETURN SORT-FILE
             AT END
               MOVE 'Y' TO WS-FIM-SORT
           END-RETURN.
      *
           IF WS-FIM-SORT IS NOT EQUAL TO 'Y'
             MOVE SRT-REC TO NEW-RATE-REC
             WRITE NEW-RATE-REC
             MOVE WS-NEW-STATUS   TO WS-FILE-STATUS
             MOVE 'NEW-RATE-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             ADD 1 TO WS-QTD-FXRATE
           END-IF.
      *
      * BRL IS THE HOME CURRENCY AND HAS NO PTAX OF ITS OWN.
       REPORTAR-AUSENTES.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J IS GREATER THAN WS-QTD-MOEDAS
             IF WS-MOE-NO-BOLETIM(WS-J) IS EQUAL TO 'N' AND
                WS-MOE-CODIGO(WS-J) IS NOT EQUAL TO 'BRL'
               ADD 1 TO WS-QTD-AUSENTES
               MOVE WS-MOE-CODIGO(WS-J) TO WS-DT-MOEDA
               MOVE WS-MOE-NOME(WS-J)   TO WS-DT-NOME
               MOVE ZEROES              TO WS-DT-COMPRA
               MOVE ZEROES              TO WS-DT-VENDA
               MOVE '** AUSENTE DO BOLETIM **' TO WS-DT-SITUACAO
               MOVE WS-DETAIL-LINE      TO REPORT-LINE
               PERFORM GRAVAR-LINHA-RELATORIO
               MOVE SPACES TO EXCEPT-LINE
               STRING 'MOEDA DO FXMOEDA AUSENTE DO BOLETIM: '
                      WS-MOE-CODIGO(WS-J)
                 DELIMITED BY SIZE INTO EXCEPT-LINE
               END-STRING
               MOVE WS-MOE-CODIGO(WS-J) TO WS-EXL-CHAVE
               PERFORM GRAVAR-EXCECAO
               PERFORM ELEVAR-RC-4
             END-IF
           END-PERFORM.
      *
       ELEVAR-RC-4.
           IF WS-RC-FINAL IS LESS THAN 4
             MOVE 4 TO WS-RC-FINAL
           END-IF.
      *
       GRAVAR-EXCECAO.
           WRITE EXCEPT-LINE.
           MOVE WS-EXCEPT-STATUS TO WS-FILE-STATUS.
           MOVE 'EXCEPT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           PERFORM GRAVAR-EXCECAO-PADRAO.
      *
      * THE MACHINE-READABLE TWIN OF THE LINE JUST WRITTEN - ONE
      * STANDARD RECORD PER EXCEPTION ON THE SHARED EXCPLOG.
       GRAVAR-EXCECAO-PADRAO.
           MOVE EXCEPT-LINE(1:40) TO WS-EXL-MOTIVO.
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
      * THE CONTROL TOTAL IS THE NUMBER OF RATES ADDED TONIGHT.
       FINALIZAR.
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'LINHAS DO BOLETIM:'              TO WS-RS-LIT.
           MOVE WS-QTD-LINHAS                     TO WS-RS-QTD.
           MOVE WS-RESUMO-LINE                    TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'MOEDAS FORA DO FXMOEDA (IGNORADAS):' TO WS-RS-LIT.
           MOVE WS-QTD-IGNORADAS                  TO WS-RS-QTD.
           MOVE WS-RESUMO-LINE                    TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'LINHAS REJEITADAS:'              TO WS-RS-LIT.
           MOVE WS-QTD-REJEITADAS                 TO WS-RS-QTD.
           MOVE WS-RESUMO-LINE                    TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'TAXAS CARREGADAS:'               TO WS-RS-LIT.
           MOVE WS-QTD-CARREGADAS                 TO WS-RS-QTD.
           MOVE WS-RESUMO-LINE                    TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'MOEDAS AUSENTES DO BOLETIM:'     TO WS-RS-LIT.
           MOVE WS-QTD-AUSENTES                   TO WS-RS-QTD.
           MOVE WS-RESUMO-LINE                    TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           MOVE WS-QTD-CARREGADAS TO WS-CONTROL-TOT.
           MOVE WS-QTD-FXRATE     TO WS-RECS-WRTN.
           MOVE WS-RECS-READ      TO RP-TRL-RECS-READ.
           MOVE WS-RECS-WRTN      TO RP-TRL-RECS-WRTN.
           MOVE WS-CONTROL-TOT    TO RP-TRL-CONTROL-TOT.
           MOVE RP-TRAILER-LINE   TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REPORT-STATUS  TO WS-FILE-STATUS.
           MOVE 'REPORT-FILE'     TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-PTAX-STATUS IS NOT EQUAL TO '35'
             CLOSE BULLETIN-FILE
           END-IF.
           CLOSE DAILY-RATE-FILE.
           CLOSE NEW-RATE-FILE.
           CLOSE EXCEPT-FILE.
           CLOSE REPORT-FILE.
      *
      * ONE RUN RECORD PER EXECUTION - APPENDED LAST SO THE RC FIELD
      * CARRIES WHATEVER RETURN CODE THE RUN IS ENDING WITH.
       GRAVAR-RUNLOG.
           OPEN EXTEND RUNLOG-FILE.
           MOVE WS-RLG-STATUS  TO WS-FILE-STATUS.
           MOVE 'RUNLOG-FILE'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           MOVE 'COB007' TO RLG-PROGRAMA.
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
       END PROGRAM COB007.
