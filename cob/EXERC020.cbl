      *                WITH NO OWNER OF RECORD STILL BILLS (OWNER      *
      *                ZERO) BUT GOES TO THE EXCEPTIONS REPORT - THE   *
      *                PREFEITURA DISPUTES WE KEPT LOSING.             *
      * 2026-10-15 JM  THE ASSESSMENT NOW VALUES THE BUILDINGS ON EACH *
      *                LOT AS WELL AS THE LAND - A LOT WITH A THREE-   *
      *                STOREY BUILDING USED TO PAY THE SAME AS AN      *
      *                EMPTY ONE. EDIFFILE CARRIES ONE RECORD PER      *
      *                BUILDING (LOTE-ID, CONSTRUCTED AREA, STANDARD,  *
      *                USE, YEAR BUILT); IPTUCONS GIVES THE VALUE PER  *
      *                M2 BY STANDARD AND THE DEPRECIATION FACTOR BY   *
      *                AGE. IPTUBILL AND THE REGISTER NOW SHOW LAND    *
      *                VALUE, BUILDING VALUE AND THE TOTAL VALOR VENAL *
      *                (BILL-VALOR) SEPARATELY. A BUILDING WITH AN     *
      *                UNPRICED STANDARD OR AN IMPOSSIBLE YEAR KEEPS   *
      *                ITS LOT OFF THE BILLING, AND ONE WHOSE LOT IS   *
      *                NOT ON LOTEFILE GOES TO THE EXCEPTIONS REPORT.  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC020.
           SELECT LINK-FILE    ASSIGN TO LOTEPROP
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-LINK-STATUS.
      *
           SELECT BUILDING-FILE ASSIGN TO EDIFFILE
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-EDIF-STATUS.
      *
           SELECT CONSTR-FILE  ASSIGN TO IPTUCONS
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-CONS-STATUS.
      *
           SELECT BILLING-FILE ASSIGN TO IPTUBILL
                                ORGANIZATION IS SEQUENTIAL
           05  LPR-DATA-INICIO    PIC 9(08).
           05  LPR-DATA-FIM       PIC 9(08).
      *
      * ONE RECORD PER BUILDING ON A LOT - A LOT MAY HAVE SEVERAL.
       FD  BUILDING-FILE.
       01  EDF-REC.
           05  EDF-LOTE-ID        PIC 9(05).
           05  EDF-NUMERO         PIC 9(02).
           05  EDF-AREA-CONSTR    PIC 9(05)V9(02).
           05  EDF-PADRAO         PIC X(01).
           05  EDF-USO            PIC X(01).
               88  EDF-RESIDENCIAL      VALUE 'R'.
               88  EDF-COMERCIAL        VALUE 'C'.
           05  EDF-ANO-CONSTRUCAO PIC 9(04).
      *
      * CONSTRUCTION VALUE TABLE - 'P' RECORDS GIVE THE VALUE PER M2
      * OF EACH CONSTRUCTION STANDARD, 'D' RECORDS THE DEPRECIATION
      * FACTOR FOR A BUILDING UP TO CNS-IDADE-ATE YEARS OLD.
       FD  CONSTR-FILE.
       01  CNS-REC.
           05  CNS-TIPO           PIC X(01).
               88  CNS-PADRAO-REG       VALUE 'P'.
               88  CNS-DEPREC-REG       VALUE 'D'.
           05  CNS-DADOS          PIC X(09).
       01  CNS-PADRAO-REC.
           05  FILLER             PIC X(01).
           05  CNS-PADRAO         PIC X(01).
           05  CNS-VALOR-M2       PIC 9(05)V9(02).
           05  FILLER             PIC X(01).
       01  CNS-DEPREC-REC.
           05  FILLER             PIC X(01).
           05  CNS-IDADE-ATE      PIC 9(03).
           05  CNS-FATOR          PIC 9(01)V9(04).
           05  FILLER             PIC X(01).
      *
      * BILL-VALOR IS THE TOTAL VALOR VENAL - LAND PLUS BUILDINGS.
       FD  BILLING-FILE.
       01  BILL-REC.
           05  BILL-LOTE-ID       PIC 9(05).
           05  BILL-VALOR         PIC 9(08)V9(02).
           05  BILL-PROP-ID       PIC 9(06).
           05  BILL-PROP-NOME     PIC X(30).
           05  BILL-AREA-CONSTR   PIC 9(06)V9(02).
           05  BILL-VALOR-TERRENO PIC 9(08)V9(02).
           05  BILL-VALOR-EDIF    PIC 9(08)V9(02).
      *
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(100).
       01  WS-BILL-STATUS         PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EXCEPT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EDIF-STATUS         PIC X(02) VALUE SPACES.
       01  WS-CONS-STATUS         PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
       01  WS-EOF-LOTE            PIC X(01) VALUE 'N'.
       01  WS-EOF-ZONE            PIC X(01) VALUE 'N'.
      *
       01  WS-AREA                PIC 9(06)V9(02) VALUE ZEROES.
       01  WS-IPTU                PIC 9(08)V9(02) VALUE ZEROES.
       01  WS-VALOR-TERRENO       PIC 9(08)V9(02) VALUE ZEROES.
       01  WS-VALOR-EDIF          PIC 9(08)V9(02) VALUE ZEROES.
       01  WS-AREA-CONSTR         PIC 9(06)V9(02) VALUE ZEROES.
       01  WS-VALOR-UMA-EDIF      PIC 9(08)V9(02) VALUE ZEROES.
       01  WS-TOT-TERRENO         PIC 9(08)V9(02) VALUE ZEROES.
       01  WS-TOT-EDIF            PIC 9(08)V9(02) VALUE ZEROES.
      *
      * ZONE TABLE - ONE ROW PER ZONE-MASTER ZONE, WITH THE RATE TABLE
      * MERGED IN BY ZONE CODE AT STARTUP AND THE BILLING SUBTOTALS
       01  WS-I                   PIC 9(03) VALUE ZEROES.
       01  WS-ZONA-IDX            PIC 9(03) VALUE ZEROES.
       01  WS-ACHOU-ZONA          PIC X(01) VALUE 'N'.
      *
       01  WS-COL-HEADER.
           05  FILLER             PIC X(14) VALUE ' LOTE   ZONA'.
           05  FILLER             PIC X(15) VALUE ' AREA TERRENO'.
           05  FILLER             PIC X(10) VALUE ' TAXA M2'.
           05  FILLER             PIC X(15) VALUE 'VALOR TERRENO'.
           05  FILLER             PIC X(15) VALUE ' AREA CONSTR.'.
           05  FILLER             PIC X(15) VALUE 'VALOR EDIFIC.'.
           05  FILLER             PIC X(13) VALUE '  VALOR VENAL'.
      *
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-ID           PIC 9(05).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-CODIGO       PIC X(04).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-AREA         COPY CPYAMT.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-TAXA         PIC ZZ9,9999.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-TERRENO      COPY CPYAMT.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-AREA-CONSTR  COPY CPYAMT.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-EDIF         COPY CPYAMT.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-IPTU         COPY CPYAMT.
      *
       01  WS-SUBTOTAL-LINE.
       01  WS-L                   PIC 9(04) VALUE ZEROES.
       01  WS-PROP-DO-LOTE        PIC 9(06) VALUE ZEROES.
       01  WS-NOME-DO-LOTE        PIC X(30) VALUE SPACES.
      *
      * BUILDINGS, AND THE CONSTRUCTION VALUE AND DEPRECIATION
      * TABLES. WS-EDF-USADA MARKS A BUILDING WHOSE LOT WAS FOUND.
       01  WS-EOF-EDIF            PIC X(01) VALUE 'N'.
       01  WS-EOF-CONS            PIC X(01) VALUE 'N'.
       01  WS-EDF-TAB.
           05  WS-EDF-LINHA       OCCURS 1 TO 3000 TIMES
                                   DEPENDING ON WS-EDF-COUNT.
               10  WS-EDF-LOTE      PIC 9(05).
               10  WS-EDF-NUMERO    PIC 9(02).
               10  WS-EDF-AREA      PIC 9(05)V9(02).
               10  WS-EDF-PADRAO    PIC X(01).
               10  WS-EDF-ANO       PIC 9(04).
               10  WS-EDF-USADA     PIC X(01).
       01  WS-EDF-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-E                   PIC 9(04) VALUE ZEROES.
       01  WS-PAD-TAB.
           05  WS-PAD-LINHA       OCCURS 20 TIMES.
               10  WS-PAD-CODIGO    PIC X(01).
               10  WS-PAD-VALOR-M2  PIC 9(05)V9(02).
       01  WS-PAD-COUNT           PIC 9(02) VALUE ZEROES.
       01  WS-DEP-TAB.
           05  WS-DEP-LINHA       OCCURS 20 TIMES.
               10  WS-DEP-IDADE-ATE PIC 9(03).
               10  WS-DEP-FATOR     PIC 9(01)V9(04).
       01  WS-DEP-COUNT           PIC 9(02) VALUE ZEROES.
       01  WS-P                   PIC 9(02) VALUE ZEROES.
       01  WS-VALOR-M2-EDIF       PIC 9(05)V9(02) VALUE ZEROES.
       01  WS-ACHOU-PADRAO        PIC X(01) VALUE 'N'.
       01  WS-IDADE-EDIF          PIC 9(03) VALUE ZEROES.
       01  WS-FATOR-DEPREC        PIC 9(01)V9(04) VALUE ZEROES.
       01  WS-MAIOR-IDADE         PIC 9(03) VALUE ZEROES.
       01  WS-MENOR-FAIXA         PIC 9(03) VALUE ZEROES.
       01  WS-EDIF-OK             PIC X(01) VALUE 'S'.
      *
       01  WS-PAGE-NO             PIC 9(04) VALUE ZEROES.
       01  WS-RECS-READ           PIC 9(07) VALUE ZEROES.
             UNTIL WS-EOF-LOTE IS EQUAL TO 'Y'.
      *
           PERFORM IMPRIMIR-TOTAIS.
           PERFORM REPORTAR-EDIF-SEM-LOTE.
           PERFORM FINALIZAR.
      *
           GOBACK.
             WITH TEST AFTER
             UNTIL WS-EOF-LINK IS EQUAL TO 'Y'.
           CLOSE LINK-FILE.
      *
      * NO EDIFFILE OR IPTUCONS YET MEANS NO BUILDINGS ARE ON RECORD
      * AND EVERY LOT IS ASSESSED ON ITS LAND ALONE.
           OPEN INPUT  CONSTR-FILE.
           IF WS-CONS-STATUS IS NOT EQUAL TO '35'
             MOVE WS-CONS-STATUS TO WS-FILE-STATUS
             MOVE 'CONSTR-FILE'  TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM LER-TABELA-CONSTRUCAO
               WITH TEST AFTER
               UNTIL WS-EOF-CONS IS EQUAL TO 'Y'
             CLOSE CONSTR-FILE
           END-IF.
      *
           OPEN INPUT  BUILDING-FILE.
           IF WS-EDIF-STATUS IS NOT EQUAL TO '35'
             MOVE WS-EDIF-STATUS  TO WS-FILE-STATUS
             MOVE 'BUILDING-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM LER-EDIFICACOES
               WITH TEST AFTER
               UNTIL WS-EOF-EDIF IS EQUAL TO 'Y'
             CLOSE BUILDING-FILE
           END-IF.
      *
           MOVE 'EXERC020'                   TO RP-HDR-PROGRAM.
           MOVE 'LANCAMENTO ANUAL DE IPTU'   TO RP-HDR-TITLE.
           MOVE WS-PAGE-NO                    TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE                TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-COL-HEADER                 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       LER-TABELA-ZONAS.
           READ ZONE-FILE
               MOVE LPR-DATA-FIM    TO WS-LNK-FIM(WS-LNK-COUNT)
             END-IF
           END-IF.
      *
       LER-TABELA-CONSTRUCAO.
           READ CONSTR-FILE
             AT END
               MOVE 'Y' TO WS-EOF-CONS
           END-READ.
           MOVE WS-CONS-STATUS TO WS-FILE-STATUS.
           MOVE 'CONSTR-FILE'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-CONS IS NOT EQUAL TO 'Y'
             EVALUATE TRUE
               WHEN CNS-PADRAO-REG
                 IF WS-PAD-COUNT IS EQUAL TO 20
                   DISPLAY 'EXERC020 - IPTUCONS STANDARD TABLE FULL'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
                 END-IF
                 ADD 1 TO WS-PAD-COUNT
                 MOVE CNS-PADRAO   TO WS-PAD-CODIGO(WS-PAD-COUNT)
                 MOVE CNS-VALOR-M2 TO WS-PAD-VALOR-M2(WS-PAD-COUNT)
               WHEN CNS-DEPREC-REG
                 IF WS-DEP-COUNT IS EQUAL TO 20
                   DISPLAY 'EXERC020 - IPTUCONS AGE TABLE FULL'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
                 END-IF
                 ADD 1 TO WS-DEP-COUNT
                 MOVE CNS-IDADE-ATE TO WS-DEP-IDADE-ATE(WS-DEP-COUNT)
                 MOVE CNS-FATOR     TO WS-DEP-FATOR(WS-DEP-COUNT)
             END-EVALUATE
           END-IF.
      *
       LER-EDIFICACOES.
           READ BUILDING-FILE
             AT END
               MOVE 'Y' TO WS-EOF-EDIF
           END-READ.
           MOVE WS-EDIF-STATUS  TO WS-FILE-STATUS.
           MOVE 'BUILDING-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-EDIF IS NOT EQUAL TO 'Y'
             IF WS-EDF-COUNT IS EQUAL TO 3000
               DISPLAY 'EXERC020 - EDIFFILE TABLE FULL (3000)'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-EDF-COUNT
             MOVE EDF-LOTE-ID        TO WS-EDF-LOTE(WS-EDF-COUNT)
             MOVE EDF-NUMERO         TO WS-EDF-NUMERO(WS-EDF-COUNT)
             MOVE EDF-AREA-CONSTR    TO WS-EDF-AREA(WS-EDF-COUNT)
             MOVE EDF-PADRAO         TO WS-EDF-PADRAO(WS-EDF-COUNT)
             MOVE EDF-ANO-CONSTRUCAO TO WS-EDF-ANO(WS-EDF-COUNT)
             MOVE 'N'                TO WS-EDF-USADA(WS-EDF-COUNT)
           END-IF.
      *
      * THE OWNER OF RECORD ON THE ASSESSMENT DATE - THE LINK WHOSE
      * PERIOD COVERS TODAY. NO LINK LEAVES OWNER ZERO AND THE LOT
                 PERFORM IMPRIMIR-EXCECAO
               ELSE
                 PERFORM CALCULAR-AREA
                 PERFORM CALCULAR-EDIFICACOES
                 IF WS-EDIF-OK IS EQUAL TO 'S'
                   PERFORM CALCULAR-IPTU
                   PERFORM GRAVAR-LANCAMENTO
                   PERFORM IMPRIMIR-DETALHE
                 END-IF
               END-IF
             END-IF
           END-IF.
               COMPUTE WS-AREA = (LOTE-BASE * LOTE-ALTURA) / 2
           END-EVALUATE.
      *
      * EACH BUILDING ON THE LOT IS WORTH ITS CONSTRUCTED AREA AT THE
      * VALUE PER M2 OF ITS STANDARD, DEPRECIATED BY ITS AGE. A
      * BUILDING WITH A STANDARD NOT ON IPTUCONS, OR AN IMPOSSIBLE
      * YEAR BUILT, KEEPS THE WHOLE LOT OFF THE BILLING - A LAND-ONLY
      * BILL WOULD UNDERSTATE IT.
       CALCULAR-EDIFICACOES.
           MOVE 'S'    TO WS-EDIF-OK.
           MOVE ZEROES TO WS-VALOR-EDIF.
           MOVE ZEROES TO WS-AREA-CONSTR.
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-EDF-COUNT
             IF WS-EDF-LOTE(WS-E) IS EQUAL TO LOTE-ID
               MOVE 'S' TO WS-EDF-USADA(WS-E)
               PERFORM VALORIZAR-EDIFICACAO
             END-IF
           END-PERFORM.
      *
       VALORIZAR-EDIFICACAO.
           MOVE 'N'    TO WS-ACHOU-PADRAO.
           MOVE ZEROES TO WS-VALOR-M2-EDIF.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PAD-COUNT
             IF WS-PAD-CODIGO(WS-P) IS EQUAL TO WS-EDF-PADRAO(WS-E)
               MOVE WS-PAD-VALOR-M2(WS-P) TO WS-VALOR-M2-EDIF
               MOVE 'S'                   TO WS-ACHOU-PADRAO
               MOVE WS-PAD-COUNT          TO WS-P
             END-IF
           END-PERFORM.
      *
           IF WS-ACHOU-PADRAO IS EQUAL TO 'N'
             IF WS-EDIF-OK IS EQUAL TO 'S'
               MOVE 'N' TO WS-EDIF-OK
               MOVE 'EDIFICACAO COM PADRAO SEM VALOR' TO WS-EX-LIT
               PERFORM IMPRIMIR-EXCECAO
             END-IF
           ELSE
             IF WS-EDF-ANO(WS-E) IS EQUAL TO ZEROES OR
                WS-EDF-ANO(WS-E) IS GREATER THAN WS-RUN-YYYY
               IF WS-EDIF-OK IS EQUAL TO 'S'
                 MOVE 'N' TO WS-EDIF-OK
                 MOVE 'EDIFICACAO COM ANO INVALIDO' TO WS-EX-LIT
                 PERFORM IMPRIMIR-EXCECAO
               END-IF
             ELSE
               COMPUTE WS-IDADE-EDIF = WS-RUN-YYYY - WS-EDF-ANO(WS-E)
               PERFORM LOCALIZAR-FATOR-DEPREC
               COMPUTE WS-VALOR-UMA-EDIF ROUNDED =
                       WS-EDF-AREA(WS-E) * WS-VALOR-M2-EDIF
                       * WS-FATOR-DEPREC
               ADD WS-VALOR-UMA-EDIF  TO WS-VALOR-EDIF
               ADD WS-EDF-AREA(WS-E)  TO WS-AREA-CONSTR
             END-IF
           END-IF.
      *
      * THE FACTOR OF THE NARROWEST AGE BRACKET THAT STILL COVERS THE
      * BUILDING; OLDER THAN EVERY BRACKET TAKES THE OLDEST BRACKET'S
      * FACTOR, AND NO BRACKETS AT ALL MEANS NO DEPRECIATION.
       LOCALIZAR-FATOR-DEPREC.
           MOVE 1      TO WS-FATOR-DEPREC.
           MOVE 999    TO WS-MENOR-FAIXA.
           MOVE ZEROES TO WS-MAIOR-IDADE.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-DEP-COUNT
             IF WS-DEP-IDADE-ATE(WS-P) IS NOT LESS THAN WS-IDADE-EDIF
                AND WS-DEP-IDADE-ATE(WS-P) IS LESS THAN WS-MENOR-FAIXA
               MOVE WS-DEP-IDADE-ATE(WS-P) TO WS-MENOR-FAIXA
               MOVE WS-DEP-FATOR(WS-P)     TO WS-FATOR-DEPREC
             END-IF
           END-PERFORM.
      *
           IF WS-MENOR-FAIXA IS EQUAL TO 999
             PERFORM VARYING WS-P FROM 1 BY 1
                     UNTIL WS-P > WS-DEP-COUNT
               IF WS-DEP-IDADE-ATE(WS-P) IS NOT LESS THAN
                  WS-MAIOR-IDADE
                 MOVE WS-DEP-IDADE-ATE(WS-P) TO WS-MAIOR-IDADE
                 MOVE WS-DEP-FATOR(WS-P)     TO WS-FATOR-DEPREC
               END-IF
             END-PERFORM
           END-IF.
      *
      * THE VALOR VENAL IS THE LAND AT THE ZONE RATE PLUS THE
      * BUILDINGS ON IT.
       CALCULAR-IPTU.
           COMPUTE WS-VALOR-TERRENO ROUNDED =
                   WS-AREA * WS-ZONA-TAXA(WS-ZONA-IDX).
           COMPUTE WS-IPTU = WS-VALOR-TERRENO + WS-VALOR-EDIF.
           ADD WS-VALOR-TERRENO TO WS-TOT-TERRENO.
           ADD WS-VALOR-EDIF    TO WS-TOT-EDIF.
           ADD WS-IPTU TO WS-ZONA-VALOR(WS-ZONA-IDX).
           ADD 1       TO WS-ZONA-QTD(WS-ZONA-IDX).
           ADD WS-IPTU TO WS-CONTROL-TOT.
           MOVE WS-IPTU                    TO BILL-VALOR.
           MOVE WS-PROP-DO-LOTE            TO BILL-PROP-ID.
           MOVE WS-NOME-DO-LOTE            TO BILL-PROP-NOME.
           MOVE WS-AREA-CONSTR             TO BILL-AREA-CONSTR.
           MOVE WS-VALOR-TERRENO           TO BILL-VALOR-TERRENO.
           MOVE WS-VALOR-EDIF              TO BILL-VALOR-EDIF.
           WRITE BILL-REC.
           MOVE WS-BILL-STATUS TO WS-FILE-STATUS.
           MOVE 'BILLING-FILE' TO WS-FILE-ID.
       IMPRIMIR-DETALHE.
           MOVE LOTE-ID                     TO WS-DT-ID.
           MOVE WS-ZONA-CODIGO(WS-ZONA-IDX) TO WS-DT-CODIGO.
           MOVE WS-AREA                     TO WS-DT-AREA.
           MOVE WS-ZONA-TAXA(WS-ZONA-IDX)   TO WS-DT-TAXA.
           MOVE WS-VALOR-TERRENO            TO WS-DT-TERRENO.
           MOVE WS-AREA-CONSTR              TO WS-DT-AREA-CONSTR.
           MOVE WS-VALOR-EDIF               TO WS-DT-EDIF.
           MOVE WS-IPTU                     TO WS-DT-IPTU.
           MOVE WS-DETAIL-LINE              TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
             END-IF
           END-PERFORM.
      *
           MOVE 'TOTAL TERRENOS    : ' TO WS-TOT-LIT.
           MOVE WS-TOT-TERRENO TO WS-TOT-VALOR.
           MOVE WS-TOTAL-LINE  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'TOTAL EDIFICACOES : ' TO WS-TOT-LIT.
           MOVE WS-TOT-EDIF    TO WS-TOT-VALOR.
           MOVE WS-TOTAL-LINE  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'TOTAL GERAL IPTU  : ' TO WS-TOT-LIT.
           MOVE WS-CONTROL-TOT TO WS-TOT-VALOR.
           MOVE WS-TOTAL-LINE  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * A BUILDING WHOSE LOTE-ID IS NOT ON LOTEFILE WAS NEVER ASSESSED.
       REPORTAR-EDIF-SEM-LOTE.
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-EDF-COUNT
             IF WS-EDF-USADA(WS-E) IS EQUAL TO 'N'
               MOVE WS-EDF-LOTE(WS-E) TO WS-EX-ID
               MOVE SPACES            TO WS-EX-ZONA
               MOVE 'EDIFICACAO DE LOTE INEXISTENTE' TO WS-EX-LIT
               MOVE WS-EXCEPT-DETAIL  TO EXCEPT-LINE
               WRITE EXCEPT-LINE
               MOVE WS-EXCEPT-STATUS  TO WS-FILE-STATUS
               MOVE 'EXCEPT-FILE'     TO WS-FILE-ID
               PERFORM CHECK-FILE-STATUS
             END-IF
           END-PERFORM.
      *
       GRAVAR-LINHA-RELATORIO.
           WRITE REPORT-LINE.
