      *                ODOMETER BELOW THE CURRENT READING, AN UNKNOWN  *
      *                PLACA OR A RETURN WITH NO OPEN RESERVATION      *
      *                GOES TO DEVEXC UNTOUCHED.                       *
      * 2026-10-15 JM  A VEHICLE EXERC069 SENT TO THE WORKSHOP WHILE   *
      *                IT WAS OUT ON A RENTAL STAYS IN MAINTENANCE     *
      *                ('M') ON RETURN INSTEAD OF BEING RELEASED.      *
      * 2026-10-15 JM  HIST-REC LAYOUT KEPT IN STEP WITH EXERC005 -    *
      *                THE HISTORY RECORD NOW CARRIES THE CORPORATE    *
      *                CONTRACT, THE DISCOUNT AGAINST LIST AND THE     *
      *                ALLOWANCE KM. A CUSTOMER WHOSE CONTRMST         *
      *                CONTRACT WAS IN FORCE ON THE PICKUP DATE AND    *
      *                FIXES A DIARIA HAS ITS LATE DAYS PRICED AT THAT *
      *                DIARIA, THE ADJUSTMENT CARRYING THE CONTRACT    *
      *                AND THE DISCOUNT AGAINST THE ALUGCTL DEFAULT.   *
      * 2026-10-15 JM  RES-REC LAYOUT KEPT IN STEP WITH EXERC005 - A   *
      *                RETURN IS NEVER MATCHED TO A BOOKING EXERC079   *
      *                CANCELLED OR MARKED AS A NO-SHOW.               *
      * 2026-10-15 JM  ONE-WAY RENTALS - DEVFILE CARRIES THE BRANCH    *
      *                THE CAR WAS RETURNED TO (BLANK MEANS THE BOOKED *
      *                RETURN BRANCH), WHICH BECOMES VEI-FILIAL. A CAR *
      *                LEFT AT ANOTHER BRANCH THAN THE BOOKED ONE PAYS *
      *                THE FILPAR DROP FEE FOR THAT PAIR AS ITS OWN    *
      *                ALUGHIST LINE; A PAIR WITHOUT A FEE GOES TO     *
      *                DEVEXC. HIST-REC LAYOUT KEPT IN STEP WITH       *
      *                EXERC005 (PICKUP AND RETURN BRANCHES).          *
      * 2026-10-15 JM  A BOOKING NOBODY CONFIRMED ON RETIRFIL BUT      *
      *                WHOSE CAR COMES BACK IS NOW MARKED PICKED UP    *
      *                ('R') ON RESVFILE, SO THE NEXT EXERC079 SWEEP   *
      *                NO LONGER TAKES IT FOR A NO-SHOW. ONE ALREADY   *
      *                SWEPT AS A NO-SHOW, WITH A BOOKED RETURN IN THE *
      *                LAST 30 DAYS, IS MATCHED WHEN NO OPEN BOOKING   *
      *                IS: IT GOES BACK TO 'R', THE TRIP LINES         *
      *                EXERC079 ZEROED ARE BILLED AGAIN FROM ALUGEST   *
      *                IN THE RETURN MONTH AND THE NO-SHOW FEE LINE IS *
      *                ZEROED. A FEE ALREADY INVOICED IS NOT CREDITED  *
      *                BY THAT - THE DEVRPT LINE IS THE TRAIL FOR THE  *
      *                CREDIT.                                         *
      * 2026-10-15 JM  A RELAUNCHED TRIP TAKES THE CUSTOMER NAME FROM  *
      *                CUSTMAST, NOT THE ALUGEST COPY, SO A NAME       *
      *                ERASED BY EXERC078 (LGPD) IS NOT WRITTEN BACK.  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC038.
       AUTHOR. JM.
                                                                       *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           SELECT RETURN-FILE    ASSIGN TO DEVFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-RET-STATUS.
      *
           SELECT REVERSAL-FILE  ASSIGN TO ALUGEST
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-EST-STATUS.
      *
           SELECT RENTAL-CONTROL ASSIGN TO ALUGCTL
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS CUST-NUMERO
                                  FILE STATUS IS WS-CUST-STATUS.
      *
           SELECT CONTRACT-FILE  ASSIGN TO CONTRMST
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS CTR-CLIENTE
                                  FILE STATUS IS WS-CTR-STATUS.
      *
           SELECT BRANCH-PAIR-FILE ASSIGN TO FILPAR
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FPR-STATUS.
      *
           SELECT HISTORY-FILE   ASSIGN TO ALUGHIST
                                  ORGANIZATION IS SEQUENTIAL
           05  DEV-PLACA          PIC X(07).
           05  DEV-DATA-DEVOLUCAO PIC 9(08).
           05  DEV-KM-FECHAMENTO  PIC 9(07).
           05  DEV-FILIAL         PIC X(03).
      *
      * THE ALUGHIST LINES EXERC079 ZEROED WHEN IT CANCELLED A
      * BOOKING OR MARKED IT AS A NO-SHOW, AS EXERC005 WROTE THEM.
       FD  REVERSAL-FILE.
       01  EST-REC.
           05  EST-SITUACAO       PIC X(01).
           05  EST-DATA-ESTORNO   PIC 9(08).
           05  EST-PLACA          PIC X(07).
           05  EST-CLIENTE        PIC 9(06).
           05  EST-DATA-RUN       PIC 9(08).
           05  EST-VIAGEM         PIC X(137).
      *
       FD  RENTAL-CONTROL.
       01  RENTAL-CONTROL-REC.
           05  RES-DATA-RETIRADA  PIC 9(08).
           05  RES-DATA-DEVOLUCAO PIC 9(08).
           05  RES-DATA-RUN       PIC 9(08).
           05  RES-SITUACAO       PIC X(01).
               88  RES-RESERVADA  VALUE SPACE.
               88  RES-RETIRADA   VALUE 'R'.
               88  RES-NO-SHOW    VALUE 'N'.
               88  RES-CANCELADA  VALUE 'C'.
               88  RES-ATIVA      VALUE SPACE 'R'.
           05  RES-DATA-SITUACAO  PIC 9(08).
           05  RES-FILIAL-RETIRADA PIC X(03).
           05  RES-FILIAL-DEVOLUCAO PIC X(03).
      *
       FD  VEHICLE-FILE.
       01  VEI-REC.
           05  VEI-KM-ODOMETRO    PIC 9(07).
           05  VEI-STATUS         PIC X(01).
               88  VEI-DISPONIVEL VALUE 'D'.
               88  VEI-EM-MANUTENCAO VALUE 'M'.
           05  VEI-KM-REVISAO     PIC 9(07).
           05  VEI-FILIAL         PIC X(03).
      *
       FD  CUSTOMER-MASTER.
       01  CUST-REC.
           05  CUST-STATUS        PIC X(01).
               88  CUST-ATIVO     VALUE 'A'.
               88  CUST-INATIVO   VALUE 'I'.
      *
      * SAME LAYOUT EXERC005 PRICES FROM.
       FD  CONTRACT-FILE.
       01  CTR-REC.
           05  CTR-CLIENTE        PIC 9(06).
           05  CTR-NUMERO         PIC X(10).
           05  CTR-DATA-INICIO    PIC 9(08).
           05  CTR-DATA-FIM       PIC 9(08).
           05  CTR-TAXA-KM        PIC 9(01)V9(02).
           05  CTR-DIARIA         PIC 9(03)V9(02).
           05  CTR-FRANQUIA-KM    PIC 9(05).
      *
      * SAME BRANCH-PAIR DROP FEES EXERC005 PRICES ONE-WAY TRIPS FROM.
       FD  BRANCH-PAIR-FILE.
       01  FPR-REC.
           05  FPR-ORIGEM         PIC X(03).
           05  FPR-DESTINO        PIC X(03).
           05  FPR-TAXA           PIC 9(06)V9(02).
      *
       FD  HISTORY-FILE.
       01  HIST-REC.
           05  HIST-CUSTO-KM      PIC 9(06)V9(02).
           05  HIST-CUSTO-DIARIA  PIC 9(06)V9(02).
           05  HIST-DATA-RUN      PIC 9(08).
           05  HIST-CONTRATO      PIC X(10).
           05  HIST-DESCONTO      PIC S9(06)V9(02).
           05  HIST-KM-FRANQUIA   PIC 9(03).
           05  HIST-FILIAL-RETIRADA PIC X(03).
           05  HIST-FILIAL-DEVOLUCAO PIC X(03).
      *
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(100).
      *
       WORKING-STORAGE SECTION.
       01  WS-RET-STATUS          PIC X(02) VALUE SPACES.
       01  WS-EST-STATUS          PIC X(02) VALUE SPACES.
       01  WS-RCTL-STATUS         PIC X(02) VALUE SPACES.
       01  WS-RESV-STATUS         PIC X(02) VALUE SPACES.
       01  WS-VEIC-STATUS         PIC X(02) VALUE SPACES.
       01  WS-CUST-STATUS         PIC X(02) VALUE SPACES.
       01  WS-CTR-STATUS          PIC X(02) VALUE SPACES.
       01  WS-FPR-STATUS          PIC X(02) VALUE SPACES.
       01  WS-HIST-STATUS         PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EXCEPT-STATUS       PIC X(02) VALUE SPACES.
           COPY CPYSKPWS.
       01  WS-EOF-RET             PIC X(01) VALUE 'N'.
       01  WS-EOF-RESV            PIC X(01) VALUE 'N'.
       01  WS-EOF-EST             PIC X(01) VALUE 'N'.
       01  WS-EOF-HIST            PIC X(01) VALUE 'N'.
       01  WS-TEM-CONTRATOS       PIC X(01) VALUE 'N'.
       01  WS-EOF-FPR             PIC X(01) VALUE 'N'.
       01  WS-FPR-ACHADO          PIC X(01) VALUE 'N'.
      *
       01  WS-DIARIA-PADRAO       PIC 9(03)V9(02) VALUE ZEROES.
      *
      * RESERVATION TABLE - THE RETURN IS MATCHED TO THE RESERVATION
      * OF THE SAME PLACA WITH THE LATEST RETIRADA NOT AFTER THE
      * ACTUAL RETURN DATE (THE TRIP THE CAR WAS OUT ON). THE OPEN
      * BOOKINGS ARE TRIED FIRST, THE RECENT NO-SHOWS ONLY WHEN NONE
      * MATCHES. WS-RES-ALTERAR IS 'S' FOR A BOOKING TO BE WRITTEN
      * BACK AS PICKED UP, WS-RES-REABERTA FOR A NO-SHOW REVERSED.
       01  WS-RES-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-RES-TAB.
           05  WS-RES-LINHA       OCCURS 1 TO 2000 TIMES
               10  WS-RES-CLIENTE   PIC 9(06).
               10  WS-RES-RETIRADA  PIC 9(08).
               10  WS-RES-DEVOLUCAO PIC 9(08).
               10  WS-RES-FILIAL-RET PIC X(03).
               10  WS-RES-FILIAL-DEV PIC X(03).
               10  WS-RES-DATA-RUN  PIC 9(08).
               10  WS-RES-SITUACAO  PIC X(01).
               10  WS-RES-DATA-SIT  PIC 9(08).
               10  WS-RES-ALTERAR   PIC X(01).
               10  WS-RES-REABERTA  PIC X(01).
       01  WS-R                   PIC 9(04) VALUE ZEROES.
       01  WS-RES-ESCOLHIDA       PIC 9(04) VALUE ZEROES.
       01  WS-RES-MELHOR-RET      PIC 9(08) VALUE ZEROES.
       01  WS-QTD-ALTERAR         PIC 9(04) VALUE ZEROES.
       01  WS-QTD-REABERTAS       PIC 9(04) VALUE ZEROES.
      *
      * A NO-SHOW IS ONLY REVERSED WHILE ITS BOOKED RETURN IS AT MOST
      * WS-DIAS-REABERTURA DAYS BEHIND THE RUN DATE.
       01  WS-DIAS-REABERTURA     PIC 9(03) VALUE 30.
       01  WS-DATA-LIMITE-NS      PIC 9(08) VALUE ZEROES.
      *
      * THE ALUGEST LINES OF THE NO-SHOWS IN THE TABLE ABOVE, EACH
      * POINTING AT ITS BOOKING.
       01  WS-EST-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-EST-TAB.
           05  WS-EST-LINHA       OCCURS 1 TO 1000 TIMES
                                   DEPENDING ON WS-EST-COUNT.
               10  WS-EST-RESERVA   PIC 9(04).
               10  WS-EST-VIAGEM    PIC X(137).
       01  WS-E                   PIC 9(04) VALUE ZEROES.
       01  WS-VALOR-RELANCADO     PIC 9(06)V9(02) VALUE ZEROES.
       01  WS-TAXA-ACHADA         PIC X(01) VALUE 'N'.
      *
       01  WS-DIAS-ATRASO         PIC S9(04) VALUE ZEROES.
       01  WS-CUSTO-ATRASO        PIC 9(06)V9(02) VALUE ZEROES.
       01  WS-DIARIA-ATRASO       PIC 9(03)V9(02) VALUE ZEROES.
       01  WS-CONTRATO-APLIC      PIC X(10) VALUE SPACES.
       01  WS-DESCONTO            PIC S9(06)V9(02) VALUE ZEROES.
       01  WS-NOME-CLIENTE        PIC X(30) VALUE SPACES.
      *
      * BRANCH THE CAR WAS ACTUALLY RETURNED TO, AND THE DROP FEE
      * CHARGED WHEN IT IS NOT THE BOOKED RETURN BRANCH.
       01  WS-FILIAL-REAL         PIC X(03) VALUE SPACES.
       01  WS-FILIAL-ORIGEM       PIC X(03) VALUE SPACES.
       01  WS-TAXA-ONE-WAY        PIC 9(06)V9(02) VALUE ZEROES.
      *
       01  WS-FPR-COUNT           PIC 9(03) VALUE ZEROES.
       01  WS-FPR-TAB.
           05  WS-FPR-LINHA       OCCURS 1 TO 500 TIMES
                                   DEPENDING ON WS-FPR-COUNT.
               10  WS-FPR-ORIGEM    PIC X(03).
               10  WS-FPR-DESTINO   PIC X(03).
               10  WS-FPR-TAXA      PIC 9(06)V9(02).
       01  WS-P                   PIC 9(03) VALUE ZEROES.
      *
       01  WS-EXCEPT-DETAIL.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-ATRASO       PIC ZZZ9.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-DT-CUSTO        PIC ZZZ.ZZ9,99.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-DT-FILIAL       PIC X(03).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-DT-TAXA-ONE-WAY PIC ZZZ.ZZ9,99.
      *
       01  WS-REABERTA-LINE.
           05  FILLER             PIC X(11) VALUE SPACES.
           05  FILLER             PIC X(18) VALUE
               'NO-SHOW REVERTIDO '.
           05  FILLER             PIC X(09) VALUE 'RETIRADA '.
           05  WS-RA-RETIRADA     PIC 9(08).
           05  FILLER             PIC X(09) VALUE ' CLIENTE '.
           05  WS-RA-CLIENTE      PIC 9(06).
           05  FILLER             PIC X(18) VALUE
               ' VIAGEM RELANCADA '.
           05  WS-RA-VALOR        PIC ZZZ.ZZ9,99.
      *
           COPY CPYRPTHD.
           COPY CPYRPTTL.
           PERFORM PROCESSAR-DEVOLUCAO
             WITH TEST AFTER
             UNTIL WS-EOF-RET IS EQUAL TO 'Y'.
           CLOSE HISTORY-FILE.
      *
           IF WS-QTD-REABERTAS IS GREATER THAN ZEROES
             PERFORM ESTORNAR-TAXAS-NO-SHOW
           END-IF.
           IF WS-QTD-ALTERAR IS GREATER THAN ZEROES
             PERFORM ATUALIZAR-RESERVAS
           END-IF.
      *
           PERFORM FINALIZAR.
      *
           MOVE WS-RUN-YYYY TO WS-RUN-DATE-NUM(1:4).
           MOVE WS-RUN-MM   TO WS-RUN-DATE-NUM(5:2).
           MOVE WS-RUN-DD   TO WS-RUN-DATE-NUM(7:2).
           COMPUTE WS-DATA-LIMITE-NS = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                    - WS-DIAS-REABERTURA).
      *
           OPEN INPUT  RETURN-FILE.
           MOVE WS-RET-STATUS  TO WS-FILE-STATUS.
             WITH TEST AFTER
             UNTIL WS-EOF-RESV IS EQUAL TO 'Y'.
           CLOSE RESV-FILE.
      *
      * NO ALUGEST YET MEANS EXERC079 NEVER ZEROED A TRIP.
           OPEN INPUT  REVERSAL-FILE.
           MOVE WS-EST-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS NOT EQUAL TO '35'
             MOVE 'REVERSAL-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM CARREGAR-ESTORNOS
               WITH TEST AFTER
               UNTIL WS-EOF-EST IS EQUAL TO 'Y'
             CLOSE REVERSAL-FILE
           END-IF.
      *
           OPEN I-O    VEHICLE-FILE.
           MOVE WS-VEIC-STATUS TO WS-FILE-STATUS.
           MOVE WS-CUST-STATUS    TO WS-FILE-STATUS.
           MOVE 'CUSTOMER-MASTER' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
      * NO CONTRMST YET MEANS NO CORPORATE CONTRACTS.
           OPEN INPUT  CONTRACT-FILE.
           MOVE WS-CTR-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS EQUAL TO '35'
             CONTINUE
           ELSE
             MOVE 'CONTRACT-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             MOVE 'S' TO WS-TEM-CONTRATOS
           END-IF.
      *
      * NO FILPAR YET MEANS NO BRANCH PAIR IS PRICED.
           OPEN INPUT  BRANCH-PAIR-FILE.
           MOVE WS-FPR-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS EQUAL TO '35'
             CONTINUE
           ELSE
             MOVE 'BRANCH-PAIR-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM LER-TABELA-FILPAR
               WITH TEST AFTER
               UNTIL WS-EOF-FPR IS EQUAL TO 'Y'
             CLOSE BRANCH-PAIR-FILE
           END-IF.
      *
           OPEN EXTEND HISTORY-FILE.
           MOVE WS-HIST-STATUS TO WS-FILE-STATUS.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-RESV IS NOT EQUAL TO 'Y'
             IF WS-RES-COUNT IS LESS THAN 2000 AND
                (RES-ATIVA OR
                 (RES-NO-SHOW AND
                  RES-DATA-DEVOLUCAO IS NOT LESS THAN
                    WS-DATA-LIMITE-NS))
               ADD 1 TO WS-RES-COUNT
               MOVE RES-PLACA          TO WS-RES-PLACA(WS-RES-COUNT)
               MOVE RES-CLIENTE        TO WS-RES-CLIENTE(WS-RES-COUNT)
                 TO WS-RES-RETIRADA(WS-RES-COUNT)
               MOVE RES-DATA-DEVOLUCAO
                 TO WS-RES-DEVOLUCAO(WS-RES-COUNT)
               MOVE RES-FILIAL-RETIRADA
                 TO WS-RES-FILIAL-RET(WS-RES-COUNT)
               MOVE RES-FILIAL-DEVOLUCAO
                 TO WS-RES-FILIAL-DEV(WS-RES-COUNT)
               MOVE RES-DATA-RUN       TO WS-RES-DATA-RUN(WS-RES-COUNT)
               MOVE RES-SITUACAO       TO WS-RES-SITUACAO(WS-RES-COUNT)
               MOVE RES-DATA-SITUACAO  TO WS-RES-DATA-SIT(WS-RES-COUNT)
               MOVE 'N'                TO WS-RES-ALTERAR(WS-RES-COUNT)
                                          WS-RES-REABERTA(WS-RES-COUNT)
             END-IF
           END-IF.
      *
      * ONLY THE NO-SHOW LINES OF A NO-SHOW STILL IN THE TABLE ARE
      * KEPT - SAME PLACA, CUSTOMER AND BOOKING RUN DATE.
       CARREGAR-ESTORNOS.
           READ REVERSAL-FILE
             AT END
               MOVE 'Y' TO WS-EOF-EST
           END-READ.
           MOVE WS-EST-STATUS   TO WS-FILE-STATUS.
           MOVE 'REVERSAL-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-EST IS NOT EQUAL TO 'Y' AND
              EST-SITUACAO IS EQUAL TO 'N'
             PERFORM VARYING WS-R FROM 1 BY 1
                     UNTIL WS-R > WS-RES-COUNT
               IF WS-RES-SITUACAO(WS-R) IS EQUAL TO 'N' AND
                  WS-RES-PLACA(WS-R) IS EQUAL TO EST-PLACA AND
                  WS-RES-CLIENTE(WS-R) IS EQUAL TO EST-CLIENTE AND
                  WS-RES-DATA-RUN(WS-R) IS EQUAL TO EST-DATA-RUN
                 PERFORM GUARDAR-ESTORNO
                 MOVE WS-RES-COUNT TO WS-R
               END-IF
             END-PERFORM
           END-IF.
      *
       GUARDAR-ESTORNO.
           IF WS-EST-COUNT IS NOT LESS THAN 1000
             DISPLAY 'EXERC038 - MAIS DE 1000 LINHAS DE NO-SHOW NO'
                     ' ALUGEST - RODADA ABORTADA'
             MOVE 16 TO RETURN-CODE
             PERFORM GRAVAR-RUNLOG
             GOBACK
           END-IF.
           ADD 1 TO WS-EST-COUNT.
           MOVE WS-R       TO WS-EST-RESERVA(WS-EST-COUNT).
           MOVE EST-VIAGEM TO WS-EST-VIAGEM(WS-EST-COUNT).
      *
       LER-TABELA-FILPAR.
           READ BRANCH-PAIR-FILE
             AT END
               MOVE 'Y' TO WS-EOF-FPR
           END-READ.
           MOVE WS-FPR-STATUS      TO WS-FILE-STATUS.
           MOVE 'BRANCH-PAIR-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-FPR IS NOT EQUAL TO 'Y'
             IF WS-FPR-COUNT IS NOT LESS THAN 500
               DISPLAY 'EXERC038 - MAIS DE 500 PARES DE FILIAIS NO'
                       ' FILPAR - RODADA ABORTADA'
               MOVE 16 TO RETURN-CODE
               PERFORM GRAVAR-RUNLOG
               GOBACK
             END-IF
             ADD 1 TO WS-FPR-COUNT
             MOVE FPR-ORIGEM  TO WS-FPR-ORIGEM(WS-FPR-COUNT)
             MOVE FPR-DESTINO TO WS-FPR-DESTINO(WS-FPR-COUNT)
             MOVE FPR-TAXA    TO WS-FPR-TAXA(WS-FPR-COUNT)
           END-IF.
      *
       PROCESSAR-DEVOLUCAO.
           READ RETURN-FILE
           MOVE ZEROES TO WS-RES-MELHOR-RET.
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-RES-COUNT
             IF WS-RES-SITUACAO(WS-R) IS NOT EQUAL TO 'N' AND
                WS-RES-PLACA(WS-R) IS EQUAL TO DEV-PLACA AND
                WS-RES-RETIRADA(WS-R) IS NOT GREATER THAN
                DEV-DATA-DEVOLUCAO AND
                WS-RES-RETIRADA(WS-R) IS NOT LESS THAN
               MOVE WS-RES-RETIRADA(WS-R) TO WS-RES-MELHOR-RET
             END-IF
           END-PERFORM.
      *
           IF WS-RES-ESCOLHIDA IS EQUAL TO ZEROES
             PERFORM VARYING WS-R FROM 1 BY 1
                     UNTIL WS-R > WS-RES-COUNT
               IF WS-RES-SITUACAO(WS-R) IS EQUAL TO 'N' AND
                  WS-RES-PLACA(WS-R) IS EQUAL TO DEV-PLACA AND
                  WS-RES-RETIRADA(WS-R) IS NOT GREATER THAN
                  DEV-DATA-DEVOLUCAO AND
                  WS-RES-RETIRADA(WS-R) IS NOT LESS THAN
                  WS-RES-MELHOR-RET
                 MOVE WS-R                 TO WS-RES-ESCOLHIDA
                 MOVE WS-RES-RETIRADA(WS-R) TO WS-RES-MELHOR-RET
               END-IF
             END-PERFORM
           END-IF.
      *
      * THE CLOSING ODOMETER REPLACES THE BOOKED ESTIMATE - IT MUST
      * NEVER GO BACKWARDS. THE VEHICLE IS RELEASED ('D') SO THE NEXT
      * EXERC005 NIGHT CAN BOOK IT AGAIN - UNLESS EXERC069 HAS ALREADY
      * OPENED A WORK ORDER ON IT, IN WHICH CASE IT GOES STRAIGHT TO
      * THE WORKSHOP. THE CAR'S BRANCH BECOMES THE ONE IT WAS RETURNED
      * TO (DEV-FILIAL, OR THE BOOKED RETURN BRANCH WHEN BLANK).
       ATUALIZAR-VEICULO.
           MOVE DEV-PLACA TO VEI-PLACA.
           READ VEHICLE-FILE
                 PERFORM GRAVAR-EXCECAO
               ELSE
                 MOVE DEV-KM-FECHAMENTO TO VEI-KM-ODOMETRO
                 IF NOT VEI-EM-MANUTENCAO
                   MOVE 'D'             TO VEI-STATUS
                 END-IF
                 MOVE DEV-FILIAL TO WS-FILIAL-REAL
                 IF WS-FILIAL-REAL IS EQUAL TO SPACES
                   MOVE WS-RES-FILIAL-DEV(WS-RES-ESCOLHIDA)
                     TO WS-FILIAL-REAL
                 END-IF
                 IF WS-FILIAL-REAL IS NOT EQUAL TO SPACES
                   MOVE WS-FILIAL-REAL  TO VEI-FILIAL
                 END-IF
                 REWRITE VEI-REC
                 MOVE WS-VEIC-STATUS TO WS-FILE-STATUS
                 MOVE 'VEHICLE-FILE' TO WS-FILE-ID
                 PERFORM CHECK-FILE-STATUS
                 PERFORM REGISTRAR-RETIRADA
                 PERFORM COBRAR-ATRASO
                 PERFORM COBRAR-FILIAL-DIVERGENTE
                 PERFORM IMPRIMIR-DETALHE
               END-IF
           END-READ.
      *
      * A RETURN PROVES THE PICK-UP. A BOOKING STILL RESERVED OR
      * SWEPT AS A NO-SHOW IS WRITTEN BACK AS PICKED UP ON ITS BOOKED
      * DATE ONCE THE RETURNS ARE DONE.
       REGISTRAR-RETIRADA.
           IF WS-RES-SITUACAO(WS-RES-ESCOLHIDA) IS EQUAL TO 'N'
             PERFORM REABRIR-NO-SHOW
           END-IF.
           IF WS-RES-SITUACAO(WS-RES-ESCOLHIDA) IS NOT EQUAL TO 'R'
             MOVE 'R' TO WS-RES-SITUACAO(WS-RES-ESCOLHIDA)
             MOVE 'S' TO WS-RES-ALTERAR(WS-RES-ESCOLHIDA)
             ADD 1 TO WS-QTD-ALTERAR
           END-IF.
      *
      * THE TRIP LINES EXERC079 TOOK OFF ARE WRITTEN AGAIN AS EXERC005
      * PRICED THEM, BILLED IN THE RETURN MONTH LIKE THE OTHER RETURN
      * CHARGES - THEIR OWN MONTH MAY ALREADY BE INVOICED. THE NO-SHOW
      * FEE LINE IS ZEROED AFTER THE RETURNS (ESTORNAR-TAXAS-NO-SHOW).
      * A NO-SHOW WITH NOTHING ON ALUGEST GOES TO DEVEXC FOR THE TRIP
      * TO BE BILLED BY HAND.
       REABRIR-NO-SHOW.
           MOVE 'S'    TO WS-RES-REABERTA(WS-RES-ESCOLHIDA).
           ADD 1       TO WS-QTD-REABERTAS.
           MOVE ZEROES TO WS-VALOR-RELANCADO.
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-EST-COUNT
             IF WS-EST-RESERVA(WS-E) IS EQUAL TO WS-RES-ESCOLHIDA
               PERFORM RELANCAR-VIAGEM
             END-IF
           END-PERFORM.
      *
           MOVE WS-RES-RETIRADA(WS-RES-ESCOLHIDA) TO WS-RA-RETIRADA.
           MOVE WS-RES-CLIENTE(WS-RES-ESCOLHIDA)  TO WS-RA-CLIENTE.
           MOVE WS-VALOR-RELANCADO                TO WS-RA-VALOR.
           MOVE WS-REABERTA-LINE                  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           IF WS-VALOR-RELANCADO IS EQUAL TO ZEROES
             MOVE 'NO-SHOW REVERTIDO - VIAGEM FORA DO ALUGEST'
               TO WS-EX-LIT
             PERFORM GRAVAR-EXCECAO
           END-IF.
      *
       RELANCAR-VIAGEM.
           MOVE WS-EST-VIAGEM(WS-E)     TO HIST-REC.
           MOVE DEV-DATA-DEVOLUCAO(5:2) TO HIST-MES.
           MOVE WS-RUN-DATE-NUM         TO HIST-DATA-RUN.
           PERFORM LOCALIZAR-NOME-CLIENTE.
           MOVE WS-NOME-CLIENTE         TO HIST-NOME.
           WRITE HIST-REC.
           MOVE WS-HIST-STATUS TO WS-FILE-STATUS.
           MOVE 'HISTORY-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           ADD 1 TO WS-RECS-WRTN.
           ADD HIST-CUSTO TO WS-CONTROL-TOT.
           ADD HIST-CUSTO TO WS-VALOR-RELANCADO.
      *
      * THE NO-SHOW FEE LINE OF A REVERSED NO-SHOW - SAME CUSTOMER AND
      * PLACA, WRITTEN BY EXERC079 THE NIGHT IT MARKED THE NO-SHOW -
      * IS ZEROED IN PLACE AND RENAMED.
       ESTORNAR-TAXAS-NO-SHOW.
           OPEN I-O    HISTORY-FILE.
           MOVE WS-HIST-STATUS TO WS-FILE-STATUS.
           MOVE 'HISTORY-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           PERFORM LER-TAXA-NO-SHOW
             WITH TEST AFTER
             UNTIL WS-EOF-HIST IS EQUAL TO 'Y'.
           CLOSE HISTORY-FILE.
      *
       LER-TAXA-NO-SHOW.
           READ HISTORY-FILE
             AT END
               MOVE 'Y' TO WS-EOF-HIST
           END-READ.
           MOVE WS-HIST-STATUS TO WS-FILE-STATUS.
           MOVE 'HISTORY-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-HIST IS NOT EQUAL TO 'Y' AND
              HIST-DISTANCIA IS EQUAL TO ZEROES AND
              HIST-CUSTO IS GREATER THAN ZEROES AND
              HIST-CIDADE(1:16) IS EQUAL TO 'COBRANCA NO-SHOW'
             MOVE 'N' TO WS-TAXA-ACHADA
             PERFORM VARYING WS-R FROM 1 BY 1
                     UNTIL WS-R > WS-RES-COUNT
               IF WS-RES-REABERTA(WS-R) IS EQUAL TO 'S' AND
                  WS-RES-PLACA(WS-R) IS EQUAL TO HIST-PLACA AND
                  WS-RES-CLIENTE(WS-R) IS EQUAL TO HIST-CLIENTE AND
                  WS-RES-DATA-SIT(WS-R) IS EQUAL TO HIST-DATA-RUN
                 MOVE 'T'          TO WS-RES-REABERTA(WS-R)
                 MOVE 'S'          TO WS-TAXA-ACHADA
                 MOVE WS-RES-COUNT TO WS-R
               END-IF
             END-PERFORM
             IF WS-TAXA-ACHADA IS EQUAL TO 'S'
               MOVE 'NO-SHOW REVERTIDO' TO HIST-CIDADE(1:19)
               MOVE ZEROES              TO HIST-CUSTO
               REWRITE HIST-REC
               MOVE WS-HIST-STATUS TO WS-FILE-STATUS
               MOVE 'HISTORY-FILE' TO WS-FILE-ID
               PERFORM CHECK-FILE-STATUS
             END-IF
           END-IF.
      *
      * ONE PASS OVER RESVFILE - EVERY BOOKING A RETURN PROVED PICKED
      * UP GOES TO 'R', DATED WITH ITS BOOKED PICK-UP.
       ATUALIZAR-RESERVAS.
           MOVE 'N' TO WS-EOF-RESV.
           OPEN I-O    RESV-FILE.
           MOVE WS-RESV-STATUS TO WS-FILE-STATUS.
           MOVE 'RESV-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           PERFORM ATUALIZAR-RESERVA
             WITH TEST AFTER
             UNTIL WS-EOF-RESV IS EQUAL TO 'Y'.
           CLOSE RESV-FILE.
      *
       ATUALIZAR-RESERVA.
           READ RESV-FILE
             AT END
               MOVE 'Y' TO WS-EOF-RESV
           END-READ.
           MOVE WS-RESV-STATUS TO WS-FILE-STATUS.
           MOVE 'RESV-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-RESV IS NOT EQUAL TO 'Y' AND
              (RES-RESERVADA OR RES-NO-SHOW)
             PERFORM VARYING WS-R FROM 1 BY 1
                     UNTIL WS-R > WS-RES-COUNT
               IF WS-RES-ALTERAR(WS-R) IS EQUAL TO 'S' AND
                  WS-RES-PLACA(WS-R) IS EQUAL TO RES-PLACA AND
                  WS-RES-CLIENTE(WS-R) IS EQUAL TO RES-CLIENTE AND
                  WS-RES-RETIRADA(WS-R) IS EQUAL TO
                    RES-DATA-RETIRADA AND
                  WS-RES-DATA-RUN(WS-R) IS EQUAL TO RES-DATA-RUN
                 MOVE 'N'               TO WS-RES-ALTERAR(WS-R)
                 MOVE 'R'               TO RES-SITUACAO
                 MOVE RES-DATA-RETIRADA TO RES-DATA-SITUACAO
                 REWRITE RES-REC
                 MOVE WS-RESV-STATUS TO WS-FILE-STATUS
                 MOVE 'RESV-FILE'    TO WS-FILE-ID
                 PERFORM CHECK-FILE-STATUS
                 MOVE WS-RES-COUNT TO WS-R
               END-IF
             END-PERFORM
           END-IF.
      *
      * LATE DAYS = ACTUAL MINUS SCHEDULED RETURN. PRICED AT THE
      * ALUGCTL DEFAULT DIARIA (OR THE FIXED DIARIA OF A CORPORATE
      * CONTRACT IN FORCE ON THE PICKUP DATE) AND APPENDED TO
      * ALUGHIST AS AN ADJUSTMENT RECORD SO THE MONTHLY EXERC022
      * INVOICE PICKS THE CHARGE UP WITH THE CUSTOMER'S OTHER TRIPS.
       COBRAR-ATRASO.
           MOVE ZEROES TO WS-CUSTO-ATRASO.
           COMPUTE WS-DIAS-ATRASO =
               - FUNCTION INTEGER-OF-DATE
                 (WS-RES-DEVOLUCAO(WS-RES-ESCOLHIDA)).
           IF WS-DIAS-ATRASO IS GREATER THAN ZEROES
             PERFORM LOCALIZAR-CONTRATO
             COMPUTE WS-CUSTO-ATRASO =
                     WS-DIAS-ATRASO * WS-DIARIA-ATRASO
             COMPUTE WS-DESCONTO =
                     WS-DIAS-ATRASO * WS-DIARIA-PADRAO
                     - WS-CUSTO-ATRASO
             PERFORM GRAVAR-AJUSTE-HISTORICO
           ELSE
             MOVE ZEROES TO WS-DIAS-ATRASO
           END-IF.
      *
      * A CAR DROPPED AT A BRANCH OTHER THAN THE BOOKED RETURN BRANCH
      * PAYS THE FILPAR DROP FEE FROM THE BOOKED BRANCH TO THE ONE IT
      * WAS LEFT AT, AS ITS OWN ALUGHIST LINE. A PAIR FILPAR DOES NOT
      * PRICE GOES TO DEVEXC FOR THE COUNTER TO CHARGE BY HAND - THE
      * RETURN ITSELF STANDS.
       COBRAR-FILIAL-DIVERGENTE.
           MOVE ZEROES TO WS-TAXA-ONE-WAY.
           MOVE WS-RES-FILIAL-DEV(WS-RES-ESCOLHIDA) TO WS-FILIAL-ORIGEM.
           IF WS-FILIAL-ORIGEM IS NOT EQUAL TO SPACES AND
              WS-FILIAL-REAL IS NOT EQUAL TO WS-FILIAL-ORIGEM
             PERFORM LOCALIZAR-TAXA-ONE-WAY
             IF WS-FPR-ACHADO IS EQUAL TO 'S'
               PERFORM GRAVAR-TAXA-ONE-WAY
             ELSE
               MOVE 'DEVOLVIDO FORA DA FILIAL - PAR SEM TAXA'
                 TO WS-EX-LIT
               PERFORM GRAVAR-EXCECAO
             END-IF
           END-IF.
      *
      * A PAIR ENTERED IN ONE DIRECTION ONLY PRICES BOTH WAYS.
       LOCALIZAR-TAXA-ONE-WAY.
           MOVE 'N' TO WS-FPR-ACHADO.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-FPR-COUNT
             IF WS-FPR-ORIGEM(WS-P) IS EQUAL TO WS-FILIAL-ORIGEM AND
                WS-FPR-DESTINO(WS-P) IS EQUAL TO WS-FILIAL-REAL
               MOVE 'S' TO WS-FPR-ACHADO
               MOVE WS-FPR-TAXA(WS-P) TO WS-TAXA-ONE-WAY
               MOVE WS-FPR-COUNT TO WS-P
             END-IF
           END-PERFORM.
      *
           IF WS-FPR-ACHADO IS NOT EQUAL TO 'S'
             PERFORM VARYING WS-P FROM 1 BY 1
                     UNTIL WS-P > WS-FPR-COUNT
               IF WS-FPR-ORIGEM(WS-P) IS EQUAL TO WS-FILIAL-REAL AND
                  WS-FPR-DESTINO(WS-P) IS EQUAL TO WS-FILIAL-ORIGEM
                 MOVE 'S' TO WS-FPR-ACHADO
                 MOVE WS-FPR-TAXA(WS-P) TO WS-TAXA-ONE-WAY
                 MOVE WS-FPR-COUNT TO WS-P
               END-IF
             END-PERFORM
           END-IF.
      *
       LOCALIZAR-CONTRATO.
           MOVE WS-DIARIA-PADRAO TO WS-DIARIA-ATRASO.
           MOVE SPACES           TO WS-CONTRATO-APLIC.
           IF WS-TEM-CONTRATOS IS EQUAL TO 'S'
             MOVE WS-RES-CLIENTE(WS-RES-ESCOLHIDA) TO CTR-CLIENTE
             READ CONTRACT-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF WS-RES-RETIRADA(WS-RES-ESCOLHIDA) IS NOT LESS THAN
                      CTR-DATA-INICIO AND
                    WS-RES-RETIRADA(WS-RES-ESCOLHIDA) IS NOT GREATER
                      THAN CTR-DATA-FIM AND
                    CTR-DIARIA IS GREATER THAN ZEROES
                   MOVE CTR-DIARIA TO WS-DIARIA-ATRASO
                   MOVE CTR-NUMERO TO WS-CONTRATO-APLIC
                 END-IF
             END-READ
           END-IF.
      *
       GRAVAR-AJUSTE-HISTORICO.
           PERFORM LOCALIZAR-NOME-CLIENTE.
      *
           MOVE WS-RES-CLIENTE(WS-RES-ESCOLHIDA) TO HIST-CLIENTE.
           MOVE WS-NOME-CLIENTE      TO HIST-NOME.
           MOVE ZEROES               TO HIST-CUSTO-KM.
           MOVE WS-CUSTO-ATRASO      TO HIST-CUSTO-DIARIA.
           MOVE WS-RUN-DATE-NUM      TO HIST-DATA-RUN.
           MOVE WS-CONTRATO-APLIC    TO HIST-CONTRATO.
           MOVE WS-DESCONTO          TO HIST-DESCONTO.
           MOVE ZEROES               TO HIST-KM-FRANQUIA.
           MOVE WS-RES-FILIAL-RET(WS-RES-ESCOLHIDA)
                                     TO HIST-FILIAL-RETIRADA.
           MOVE WS-FILIAL-REAL       TO HIST-FILIAL-DEVOLUCAO.
           WRITE HIST-REC.
           MOVE WS-HIST-STATUS TO WS-FILE-STATUS.
           MOVE 'HISTORY-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           ADD 1 TO WS-RECS-WRTN.
           ADD WS-CUSTO-ATRASO TO WS-CONTROL-TOT.
      *
       GRAVAR-TAXA-ONE-WAY.
           PERFORM LOCALIZAR-NOME-CLIENTE.
      *
           MOVE WS-RES-CLIENTE(WS-RES-ESCOLHIDA) TO HIST-CLIENTE.
           MOVE WS-NOME-CLIENTE      TO HIST-NOME.
           MOVE SPACES               TO HIST-CIDADE.
           STRING 'TAXA ONE-WAY '  DELIMITED BY SIZE
                  WS-FILIAL-ORIGEM DELIMITED BY SIZE
                  '>'              DELIMITED BY SIZE
                  WS-FILIAL-REAL   DELIMITED BY SIZE
             INTO HIST-CIDADE
           END-STRING.
           MOVE ZEROES               TO HIST-DISTANCIA.
           MOVE DEV-DATA-DEVOLUCAO(5:2) TO HIST-MES.
           MOVE WS-TAXA-ONE-WAY      TO HIST-CUSTO.
           MOVE DEV-PLACA            TO HIST-PLACA.
           MOVE ZEROES               TO HIST-CUSTO-KM
                                        HIST-CUSTO-DIARIA
                                        HIST-DESCONTO
                                        HIST-KM-FRANQUIA.
           MOVE WS-RUN-DATE-NUM      TO HIST-DATA-RUN.
           MOVE SPACES               TO HIST-CONTRATO.
           MOVE WS-RES-FILIAL-RET(WS-RES-ESCOLHIDA)
                                     TO HIST-FILIAL-RETIRADA.
           MOVE WS-FILIAL-REAL       TO HIST-FILIAL-DEVOLUCAO.
           WRITE HIST-REC.
           MOVE WS-HIST-STATUS TO WS-FILE-STATUS.
           MOVE 'HISTORY-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           ADD 1 TO WS-RECS-WRTN.
           ADD WS-TAXA-ONE-WAY TO WS-CONTROL-TOT.
      *
       LOCALIZAR-NOME-CLIENTE.
           MOVE SPACES TO WS-NOME-CLIENTE.
           MOVE WS-RES-CLIENTE(WS-RES-ESCOLHIDA) TO CUST-NUMERO.
           READ CUSTOMER-MASTER
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE CUST-NOME TO WS-NOME-CLIENTE
           END-READ.
      *
       IMPRIMIR-DETALHE.
           MOVE DEV-PLACA          TO WS-DT-PLACA.
           MOVE DEV-KM-FECHAMENTO  TO WS-DT-KM.
           MOVE WS-DIAS-ATRASO     TO WS-DT-ATRASO.
           MOVE WS-CUSTO-ATRASO    TO WS-DT-CUSTO.
           MOVE WS-FILIAL-REAL     TO WS-DT-FILIAL.
           MOVE WS-TAXA-ONE-WAY    TO WS-DT-TAXA-ONE-WAY.
           MOVE WS-DETAIL-LINE     TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           CLOSE RETURN-FILE.
           CLOSE VEHICLE-FILE.
           CLOSE CUSTOMER-MASTER.
           IF WS-TEM-CONTRATOS IS EQUAL TO 'S'
             CLOSE CONTRACT-FILE
           END-IF.
           CLOSE REPORT-FILE.
           CLOSE EXCEPT-FILE.
      *
