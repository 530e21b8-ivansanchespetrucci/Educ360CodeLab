      *               DISTANCE MASTER, WITH SEASONAL SURCHARGE AND A    *
      *               RENTAL HISTORY FILE FOR MONTHLY BILLING.          *
      * MODIFICATION HISTORY                                          *
      * 2026-10-15 JM  ONE-WAY RENTALS - SOLICFIL, RESVFILE AND       *
      *                ALUGHIST CARRY PICKUP AND RETURN BRANCHES. A   *
      *                BLANK PICKUP BRANCH DEFAULTS TO WHERE THE CAR  *
      *                WILL BE (RETURN BRANCH OF ITS LAST OPEN        *
      *                BOOKING, ELSE VEI-FILIAL) AND A BLANK RETURN   *
      *                BRANCH TO THE PICKUP ONE. A CAR THAT WILL NOT  *
      *                BE AT THE PICKUP BRANCH IS REFUSED; A ONE-WAY  *
      *                TRIP PAYS THE NEW FILPAR BRANCH-PAIR DROP FEE  *
      *                AS ITS OWN ALUGHIST LINE, AND A PAIR WITHOUT A *
      *                FEE IS REFUSED. KM-BY-VEHICLE REPORT SHOWS THE *
      *                BRANCH.                                        *
      * 2026-10-15 JM  RES-REC NOW CARRIES RES-SITUACAO AND ITS DATE, *
      *                WHICH THE NEW EXERC079 SETS TO PICKED UP,      *
      *                CANCELLED OR NO-SHOW. A NEW BOOKING IS WRITTEN *
      *                RESERVED (SPACE), AND A CANCELLED OR NO-SHOW   *
      *                BOOKING NO LONGER BLOCKS THE VEHICLE IN THE    *
      *                OVERLAP CHECK.                                 *
      * 2026-10-15 JM  CREDIT HOLD - A CUSTOMER THE NEW EXERC075      *
      *                NIGHTLY REVIEW HAS PUT ON HOLD (OVER THE       *
      *                CREDIT LIMIT OR WITH AN ITEM PAST 90 DAYS) OR  *
      *                THAT CREDIT HAS MADE CASH-ONLY ON CREDMAST IS  *
      *                REFUSED TO ALUGEXC WITH THE REASON, BEFORE ANY *
      *                VEHICLE OR RESERVATION IS TAKEN. NO CREDMAST   *
      *                MEANS NO HOLDS.                                *
      * 2026-10-15 JM  CORPORATE CONTRACTS - A CUSTOMER WITH A        *
      *                CONTRMST CONTRACT IN FORCE ON THE PICKUP DATE  *
      *                IS PRICED ON ITS TERMS: THE CONTRACTED PER-KM  *
      *                RATE REPLACES THE SURCHARGE RATE, THE FIXED    *
      *                DIARIA REPLACES THE CITY/DEFAULT ONE, AND KM   *
      *                WITHIN THE MONTHLY ALLOWANCE (PER CONTRACT AND *
      *                TRAVEL MONTH, COUNTED OVER THE LAST TWELVE     *
      *                MONTHS OF ALUGHIST) ARE NOT CHARGED. THE LIST  *
      *                PRICE IS STILL COMPUTED FIRST; HIST-REC NOW    *
      *                CARRIES THE CONTRACT, THE DISCOUNT AGAINST     *
      *                LIST AND THE ALLOWANCE KM USED, AND ALUGRPT    *
      *                PRINTS A CONTRACT LINE UNDER THE TRIP. NO      *
      *                CONTRACT, OR ONE OUT OF ITS VALIDITY, PRICES   *
      *                AT LIST AS BEFORE.                             *
      * 2026-10-15 JM  A VEHICLE EXERC069 HAS SENT TO THE WORKSHOP    *
      *                (VEI-STATUS 'M') IS REFUSED AS 'VEICULO EM     *
      *                MANUTENCAO' AND SHOWS AS EM MANUTENCAO ON THE  *
      *                KM-BY-VEHICLE REPORT INSTEAD OF REVISAO        *
      *                VENCIDA.                                       *
      * 2026-09-02 JM  EVERY PRINTED EXCEPTION LINE NOW ALSO APPENDS  *
      *                THE STANDARD CPYEXCLG RECORD TO THE SHARED     *
      *                EXCPLOG THROUGH EXCLOG, FEEDING THE EXERC058   *
           SELECT RENTAL-CONTROL ASSIGN TO ALUGCTL
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-RCTL-STATUS.
      *
           SELECT CONTRACT-FILE  ASSIGN TO CONTRMST
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS CTR-CLIENTE
                                  FILE STATUS IS WS-CTR-STATUS.
      *
           SELECT CREDIT-MASTER  ASSIGN TO CREDMAST
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS CRD-CLIENTE
                                  FILE STATUS IS WS-CRD-STATUS.
      *
           SELECT VEHICLE-FILE   ASSIGN TO VEICFILE
                                  ORGANIZATION IS INDEXED
           SELECT SURCHARGE-FILE ASSIGN TO SURCFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-SURC-STATUS.
      *
           SELECT BRANCH-PAIR-FILE ASSIGN TO FILPAR
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FPR-STATUS.
      *
           SELECT RESV-FILE      ASSIGN TO RESVFILE
                                  ORGANIZATION IS SEQUENTIAL
           05  REQ-PLACA           PIC X(07).
           05  REQ-DATA-RETIRADA   PIC 9(08).
           05  REQ-DATA-DEVOLUCAO  PIC 9(08).
           05  REQ-FILIAL-RETIRADA  PIC X(03).
           05  REQ-FILIAL-DEVOLUCAO PIC X(03).
      *
       FD  CITY-FILE.
       01  CID-REC.
       FD  RENTAL-CONTROL.
       01  RENTAL-CONTROL-REC.
           05  CTL-DIARIA-PADRAO  PIC 9(03)V9(02).
      *
      * ONE CORPORATE CONTRACT PER CUSTOMER. A ZERO TERM LEAVES THAT
      * PART OF THE PRICE AT LIST.
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
      * CREDIT SITUATION PER CUSTOMER, KEPT BY THE EXERC075 REVIEW.
       FD  CREDIT-MASTER.
       01  CRD-REC.
           05  CRD-CLIENTE        PIC 9(06).
           05  CRD-LIMITE         PIC 9(08)V9(02).
           05  CRD-SITUACAO       PIC X(01).
               88  CRD-NORMAL     VALUE 'N'.
               88  CRD-BLOQUEADO  VALUE 'B'.
               88  CRD-SO-A-VISTA VALUE 'V'.
           05  CRD-MOTIVO         PIC X(30).
           05  CRD-EXPOSICAO      PIC 9(10)V9(02).
           05  CRD-MAIOR-ATRASO   PIC 9(05).
           05  CRD-LIBERADO-ATE   PIC 9(08).
           05  CRD-DATA-REVISAO   PIC 9(08).
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
       FD  VEHICLE-REPORT.
       01  VEHICLE-REPORT-LINE    PIC X(100).
           05  SUR-CIDADE         PIC X(30).
           05  SUR-MES            PIC 9(02).
           05  SUR-TAXA           PIC 9(01)V9(02).
      *
      * ONE-WAY DROP FEE PER PICKUP/RETURN BRANCH PAIR.
       FD  BRANCH-PAIR-FILE.
       01  FPR-REC.
           05  FPR-ORIGEM         PIC X(03).
           05  FPR-DESTINO        PIC X(03).
           05  FPR-TAXA           PIC 9(06)V9(02).
      *
       FD  RESV-FILE.
       01  RES-REC.
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
       01  WS-CITY-STATUS         PIC X(02) VALUE SPACES.
       01  WS-CUST-STATUS         PIC X(02) VALUE SPACES.
       01  WS-RCTL-STATUS         PIC X(02) VALUE SPACES.
       01  WS-CTR-STATUS          PIC X(02) VALUE SPACES.
       01  WS-CRD-STATUS          PIC X(02) VALUE SPACES.
       01  WS-VEIC-STATUS         PIC X(02) VALUE SPACES.
       01  WS-VEIRPT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-SURC-STATUS         PIC X(02) VALUE SPACES.
       01  WS-FPR-STATUS          PIC X(02) VALUE SPACES.
       01  WS-RESV-STATUS         PIC X(02) VALUE SPACES.
       01  WS-HIST-STATUS         PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-FIM-VEICULOS        PIC X(01) VALUE 'N'.
       01  WS-EOF-RESV            PIC X(01) VALUE 'N'.
       01  WS-RESERVA-LIVRE       PIC X(01) VALUE 'N'.
       01  WS-TEM-CONTRATOS       PIC X(01) VALUE 'N'.
       01  WS-CONTRATO-VIGENTE    PIC X(01) VALUE 'N'.
       01  WS-TEM-CREDITO         PIC X(01) VALUE 'N'.
       01  WS-CREDITO-OK          PIC X(01) VALUE 'N'.
       01  WS-EOF-FPR             PIC X(01) VALUE 'N'.
       01  WS-FILIAIS-OK          PIC X(01) VALUE 'N'.
       01  WS-FPR-ACHADO          PIC X(01) VALUE 'N'.
      *
      * ACTIVE RESERVATIONS - LOADED FROM RESVFILE AT STARTUP (RANGES
      * ALREADY PAST THEIR RETURN DATE ARE SKIPPED) AND GROWN AS THE
               10  WS-RES-PLACA     PIC X(07).
               10  WS-RES-RETIRADA  PIC 9(08).
               10  WS-RES-DEVOLUCAO PIC 9(08).
               10  WS-RES-FILIAL-DEV PIC X(03).
       01  WS-R                   PIC 9(04) VALUE ZEROES.
      *
      * BRANCH OF THE BOOKING - THE PICKUP BRANCH DEFAULTS TO WHERE
      * THE CAR WILL BE ON THE PICKUP DATE (WS-FILIAL-PREVISTA), THE
      * RETURN BRANCH TO THE PICKUP BRANCH.
       01  WS-FILIAL-PREVISTA     PIC X(03) VALUE SPACES.
       01  WS-FILIAL-RETIRADA     PIC X(03) VALUE SPACES.
       01  WS-FILIAL-DEVOLUCAO    PIC X(03) VALUE SPACES.
       01  WS-RES-MELHOR-DEV      PIC 9(08) VALUE ZEROES.
       01  WS-TAXA-ONE-WAY        PIC 9(06)V9(02) VALUE ZEROES.
      *
      * BRANCH-PAIR DROP FEES - LOADED FROM FILPAR AT STARTUP.
       01  WS-FPR-COUNT           PIC 9(03) VALUE ZEROES.
       01  WS-FPR-TAB.
           05  WS-FPR-LINHA       OCCURS 1 TO 500 TIMES
                                   DEPENDING ON WS-FPR-COUNT.
               10  WS-FPR-ORIGEM    PIC X(03).
               10  WS-FPR-DESTINO   PIC X(03).
               10  WS-FPR-TAXA      PIC 9(06)V9(02).
       01  WS-P                   PIC 9(03) VALUE ZEROES.
      *
      * SEASONAL SURCHARGE TABLE - LOADED FROM SURCHARGE-FILE, ONE ROW
      * PER CITY/MONTH COMBINATION. REPLACES THE OLD FLAT 2,2 PER-KM
      * RATE.
       01  WS-CUSTO-KM            PIC 9(06)V9(02) VALUE ZEROES.
       01  WS-CUSTO-DIARIAS       PIC 9(06)V9(02) VALUE ZEROES.
       01  WS-CUSTO-ALUGUEL       PIC 9(06)V9(02) VALUE ZEROES.
       01  WS-CUSTO-LISTA         PIC 9(06)V9(02) VALUE ZEROES.
       01  WS-DESCONTO            PIC S9(06)V9(02) VALUE ZEROES.
       01  WS-CONTRATO-APLIC      PIC X(10)       VALUE SPACES.
       01  WS-KM-COBRADO          PIC 9(03)       VALUE ZEROES.
       01  WS-KM-FRANQUIA         PIC 9(03)       VALUE ZEROES.
       01  WS-FRQ-SALDO           PIC 9(05)       VALUE ZEROES.
      *
      * MONTHLY KM ALLOWANCE ALREADY USED - ONE ROW PER CONTRACT AND
      * TRAVEL MONTH, LOADED FROM THE LAST TWELVE MONTHS OF ALUGHIST
      * AT STARTUP AND GROWN AS THE BATCH PRICES CONTRACT TRIPS.
       01  WS-DATA-UM-ANO         PIC 9(08) VALUE ZEROES.
       01  WS-FRQ-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-FRQ-TAB.
           05  WS-FRQ-LINHA       OCCURS 1 TO 1000 TIMES
                                   DEPENDING ON WS-FRQ-COUNT.
               10  WS-FRQ-CONTRATO  PIC X(10).
               10  WS-FRQ-MES       PIC 9(02).
               10  WS-FRQ-KM        PIC 9(05).
       01  WS-F                   PIC 9(04) VALUE ZEROES.
       01  WS-FRQ-POS             PIC 9(04) VALUE ZEROES.
       01  WS-FRQ-CONTRATO-PROC   PIC X(10) VALUE SPACES.
       01  WS-FRQ-MES-PROC        PIC 9(02) VALUE ZEROES.
      *
      * CITY TRIMMED TO 20 ON THE DETAIL LINE SO THE KM-PART, DAYS-
      * PART AND TOTAL ALL FIT ON THE 100-BYTE REPORT LINE.
           05  WS-EX-CIDADE       PIC X(30).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-EX-LIT          PIC X(33) VALUE SPACES.
      *
       01  WS-CONTRATO-LINE.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  FILLER             PIC X(10) VALUE 'CONTRATO: '.
           05  WS-CL-CONTRATO     PIC X(10).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(08) VALUE 'TABELA: '.
           05  WS-CL-LISTA        PIC ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(10) VALUE 'DESCONTO: '.
           05  WS-CL-DESCONTO     PIC -ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(13) VALUE 'KM FRANQUIA: '.
           05  WS-CL-KM-FRANQUIA  PIC ZZ9.
      *
       01  WS-VEIC-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-VD-PLACA        PIC X(07).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-VD-FILIAL       PIC X(03).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-VD-MODELO       PIC X(20).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-VD-KM           PIC Z.ZZZ.ZZ9.
           MOVE WS-RUN-YYYY TO WS-RUN-DATE-NUM(1:4).
           MOVE WS-RUN-MM   TO WS-RUN-DATE-NUM(5:2).
           MOVE WS-RUN-DD   TO WS-RUN-DATE-NUM(7:2).
           COMPUTE WS-DATA-UM-ANO = WS-RUN-DATE-NUM - 10000.
      *
           PERFORM VERIFICAR-REPROCESSAMENTO.
      *
           PERFORM CHECK-FILE-STATUS.
           MOVE CTL-DIARIA-PADRAO TO WS-DIARIA-PADRAO.
           CLOSE RENTAL-CONTROL.
      *
      * NO CONTRMST YET MEANS NO CORPORATE CONTRACTS - EVERYONE PRICES
      * AT LIST.
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
      * NO CREDMAST YET MEANS NO CREDIT REVIEW HAS RUN - NOBODY IS ON
      * HOLD.
           OPEN INPUT  CREDIT-MASTER.
           MOVE WS-CRD-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS EQUAL TO '35'
             CONTINUE
           ELSE
             MOVE 'CREDIT-MASTER' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             MOVE 'S' TO WS-TEM-CREDITO
           END-IF.
      *
           OPEN I-O    VEHICLE-FILE.
           MOVE WS-VEIC-STATUS  TO WS-FILE-STATUS.
           PERFORM LER-TABELA-SURCHARGE
             WITH TEST AFTER
             UNTIL WS-EOF-SURC IS EQUAL TO 'Y'.
      *
      * NO FILPAR YET MEANS NO BRANCH PAIR IS PRICED - EVERY ONE-WAY
      * REQUEST IS REFUSED.
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
           MOVE 'EXERC005'                  TO RP-HDR-PROGRAM.
           MOVE 'ALUGUEL DE VEICULOS'       TO RP-HDR-TITLE.
             IF HIST-DATA-RUN IS EQUAL TO WS-RUN-DATE-NUM
               MOVE 'S' TO WS-JA-PROCESSADO
               MOVE 'Y' TO WS-EOF-HIST-SCAN
             ELSE
               IF HIST-KM-FRANQUIA IS NUMERIC AND
                  HIST-KM-FRANQUIA IS GREATER THAN ZEROES AND
                  HIST-DATA-RUN IS GREATER THAN WS-DATA-UM-ANO
                 MOVE HIST-CONTRATO TO WS-FRQ-CONTRATO-PROC
                 MOVE HIST-MES      TO WS-FRQ-MES-PROC
                 PERFORM LOCALIZAR-FRANQUIA
                 ADD HIST-KM-FRANQUIA TO WS-FRQ-KM(WS-FRQ-POS)
               END-IF
             END-IF
           END-IF.
      *
      *
           IF WS-EOF-RESV IS NOT EQUAL TO 'Y'
             IF RES-DATA-DEVOLUCAO IS NOT LESS THAN WS-RUN-DATE-NUM
              AND RES-ATIVA
              AND WS-RES-COUNT IS LESS THAN 2000
               ADD 1 TO WS-RES-COUNT
               MOVE RES-PLACA          TO WS-RES-PLACA(WS-RES-COUNT)
                 TO WS-RES-RETIRADA(WS-RES-COUNT)
               MOVE RES-DATA-DEVOLUCAO
                 TO WS-RES-DEVOLUCAO(WS-RES-COUNT)
               MOVE RES-FILIAL-DEVOLUCAO
                 TO WS-RES-FILIAL-DEV(WS-RES-COUNT)
             END-IF
           END-IF.
      *
             MOVE SUR-MES    TO WS-SURC-MES(WS-SURC-COUNT)
             MOVE SUR-TAXA   TO WS-SURC-TAXA(WS-SURC-COUNT)
           END-IF.
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
               DISPLAY 'EXERC005 - MAIS DE 500 PARES DE FILIAIS NO'
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
       PROCESSAR-SOLICITACAO.
           READ REQUEST-FILE
               MOVE 'CLIENTE NAO CADASTRADO' TO WS-EX-LIT
               PERFORM IMPRIMIR-EXCECAO
             ELSE
             PERFORM VERIFICAR-CREDITO
             IF WS-CREDITO-OK IS NOT EQUAL TO 'S'
               PERFORM IMPRIMIR-EXCECAO
             ELSE
             PERFORM VALIDAR-DATAS-SOLICITACAO
             IF WS-DATAS-OK IS NOT EQUAL TO 'S'
               PERFORM IMPRIMIR-EXCECAO
               IF WS-VEICULO-OK IS EQUAL TO 'S'
                 PERFORM VERIFICAR-DISPONIBILIDADE
                 IF WS-RESERVA-LIVRE IS EQUAL TO 'S'
                   PERFORM DEFINIR-FILIAIS
                   IF WS-FILIAIS-OK IS EQUAL TO 'S'
                     PERFORM LOCALIZAR-TAXA
                     PERFORM CALCULAR-CUSTO
                     PERFORM ATUALIZAR-ODOMETRO
                     PERFORM IMPRIMIR-DETALHE
                     PERFORM GRAVAR-HISTORICO
                     IF WS-TAXA-ONE-WAY IS GREATER THAN ZEROES
                       PERFORM GRAVAR-TAXA-ONE-WAY
                     END-IF
                     PERFORM GRAVAR-RESERVA
                   END-IF
                 END-IF
               END-IF
             END-IF
             END-IF
             END-IF
             END-IF
             END-IF
           END-IF.
      *
      * THE PICKUP AND RETURN DATES MUST BOTH BE REAL CALENDAR DATES
               END-IF
           END-READ.
      *
      * A CUSTOMER THE CREDIT REVIEW HAS PUT ON HOLD, OR CREDIT HAS
      * MADE CASH-ONLY, TAKES NO NEW BOOKING ON ACCOUNT - THE REASON
      * KEPT ON CREDMAST GOES TO ALUGEXC.
       VERIFICAR-CREDITO.
           MOVE 'S' TO WS-CREDITO-OK.
           IF WS-TEM-CREDITO IS EQUAL TO 'S'
             MOVE REQ-CLIENTE TO CRD-CLIENTE
             READ CREDIT-MASTER
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF CRD-BLOQUEADO OR CRD-SO-A-VISTA
                   MOVE 'N' TO WS-CREDITO-OK
                   IF CRD-MOTIVO IS EQUAL TO SPACES
                     MOVE 'BLOQUEIO DE CREDITO' TO WS-EX-LIT
                   ELSE
                     MOVE CRD-MOTIVO TO WS-EX-LIT
                   END-IF
                 END-IF
             END-READ
           END-IF.
      *
      * THE REQUESTED VEHICLE MUST EXIST ON THE FLEET MASTER AND BE
      * AVAILABLE - ANYTHING ELSE (INCLUDING A CAR IN THE WORKSHOP)
      * REJECTS THE REQUEST TO ALUGEXC, THE SAME ROUTE AN UNKNOWN CITY
      * ALREADY TAKES.
       VALIDAR-VEICULO.
           MOVE 'N' TO WS-VEICULO-OK.
           MOVE REQ-PLACA TO VEI-PLACA.
               MOVE 'VEICULO NAO CADASTRADO' TO WS-EX-LIT
               PERFORM IMPRIMIR-EXCECAO
             NOT INVALID KEY
               EVALUATE TRUE
                 WHEN VEI-DISPONIVEL
                   MOVE 'S' TO WS-VEICULO-OK
                 WHEN VEI-EM-MANUTENCAO
                   MOVE 'VEICULO EM MANUTENCAO' TO WS-EX-LIT
                   PERFORM IMPRIMIR-EXCECAO
                 WHEN OTHER
                   MOVE 'VEICULO INDISPONIVEL' TO WS-EX-LIT
                   PERFORM IMPRIMIR-EXCECAO
               END-EVALUATE
           END-READ.
      *
      * TWO RANGES OVERLAP WHEN EACH STARTS ON OR BEFORE THE OTHER
             PERFORM IMPRIMIR-EXCECAO
           END-IF.
      *
      * THE CAR IS EXPECTED AT THE RETURN BRANCH OF ITS LAST BOOKING
      * ENDING BEFORE THE PICKUP DATE, OR AT ITS VEI-FILIAL WHEN NO
      * SUCH BOOKING IS STILL OPEN. A REQUEST NAMING ANOTHER PICKUP
      * BRANCH IS REFUSED - THE CAR WOULD NOT BE THERE. A ONE-WAY
      * TRIP (RETURN BRANCH NOT THE PICKUP BRANCH) PAYS THE FILPAR
      * DROP FEE FOR THE PAIR; A PAIR FILPAR DOES NOT PRICE IS
      * REFUSED. AN UNKNOWN LOCATION (BLANK BRANCH ON A LEGACY CAR OR
      * BOOKING) SKIPS THE LOCATION CHECK.
       DEFINIR-FILIAIS.
           MOVE 'S'        TO WS-FILIAIS-OK.
           MOVE ZEROES     TO WS-TAXA-ONE-WAY.
           MOVE VEI-FILIAL TO WS-FILIAL-PREVISTA.
           MOVE ZEROES     TO WS-RES-MELHOR-DEV.
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-RES-COUNT
             IF WS-RES-PLACA(WS-R) IS EQUAL TO REQ-PLACA AND
                WS-RES-DEVOLUCAO(WS-R) IS LESS THAN
                  REQ-DATA-RETIRADA AND
                WS-RES-DEVOLUCAO(WS-R) IS NOT LESS THAN
                  WS-RES-MELHOR-DEV
               MOVE WS-RES-DEVOLUCAO(WS-R)  TO WS-RES-MELHOR-DEV
               MOVE WS-RES-FILIAL-DEV(WS-R) TO WS-FILIAL-PREVISTA
             END-IF
           END-PERFORM.
      *
           MOVE REQ-FILIAL-RETIRADA TO WS-FILIAL-RETIRADA.
           IF WS-FILIAL-RETIRADA IS EQUAL TO SPACES
             MOVE WS-FILIAL-PREVISTA TO WS-FILIAL-RETIRADA
           END-IF.
           MOVE REQ-FILIAL-DEVOLUCAO TO WS-FILIAL-DEVOLUCAO.
           IF WS-FILIAL-DEVOLUCAO IS EQUAL TO SPACES
             MOVE WS-FILIAL-RETIRADA TO WS-FILIAL-DEVOLUCAO
           END-IF.
      *
           IF WS-FILIAL-PREVISTA IS NOT EQUAL TO SPACES AND
              WS-FILIAL-RETIRADA IS NOT EQUAL TO WS-FILIAL-PREVISTA
             MOVE 'N' TO WS-FILIAIS-OK
             MOVE 'VEICULO EM OUTRA FILIAL NA DATA' TO WS-EX-LIT
             PERFORM IMPRIMIR-EXCECAO
           END-IF.
      *
           IF WS-FILIAIS-OK IS EQUAL TO 'S' AND
              WS-FILIAL-DEVOLUCAO IS NOT EQUAL TO WS-FILIAL-RETIRADA
             IF WS-FILIAL-RETIRADA IS EQUAL TO SPACES
               MOVE 'N' TO WS-FILIAIS-OK
               MOVE 'FILIAL DE RETIRADA NAO INFORMADA' TO WS-EX-LIT
               PERFORM IMPRIMIR-EXCECAO
             ELSE
               PERFORM LOCALIZAR-TAXA-ONE-WAY
               IF WS-FPR-ACHADO IS NOT EQUAL TO 'S'
                 MOVE 'N' TO WS-FILIAIS-OK
                 MOVE 'PAR DE FILIAIS SEM TAXA ONE-WAY' TO WS-EX-LIT
                 PERFORM IMPRIMIR-EXCECAO
               END-IF
             END-IF
           END-IF.
      *
      * A PAIR ENTERED IN ONE DIRECTION ONLY PRICES BOTH WAYS.
       LOCALIZAR-TAXA-ONE-WAY.
           MOVE 'N' TO WS-FPR-ACHADO.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-FPR-COUNT
             IF WS-FPR-ORIGEM(WS-P) IS EQUAL TO WS-FILIAL-RETIRADA AND
                WS-FPR-DESTINO(WS-P) IS EQUAL TO WS-FILIAL-DEVOLUCAO
               MOVE 'S' TO WS-FPR-ACHADO
               MOVE WS-FPR-TAXA(WS-P) TO WS-TAXA-ONE-WAY
               MOVE WS-FPR-COUNT TO WS-P
             END-IF
           END-PERFORM.
      *
           IF WS-FPR-ACHADO IS NOT EQUAL TO 'S'
             PERFORM VARYING WS-P FROM 1 BY 1
                     UNTIL WS-P > WS-FPR-COUNT
               IF WS-FPR-ORIGEM(WS-P) IS EQUAL TO WS-FILIAL-DEVOLUCAO
                  AND WS-FPR-DESTINO(WS-P) IS EQUAL TO
                  WS-FILIAL-RETIRADA
                 MOVE 'S' TO WS-FPR-ACHADO
                 MOVE WS-FPR-TAXA(WS-P) TO WS-TAXA-ONE-WAY
                 MOVE WS-FPR-COUNT TO WS-P
               END-IF
             END-PERFORM
           END-IF.
      *
      * THE ACCEPTED BOOKING GOES TO RESVFILE AND ONTO THE IN-MEMORY
      * TABLE, SO A LATER REQUEST IN THE SAME BATCH SEES IT TOO.
       GRAVAR-RESERVA.
           MOVE REQ-DATA-RETIRADA  TO RES-DATA-RETIRADA.
           MOVE REQ-DATA-DEVOLUCAO TO RES-DATA-DEVOLUCAO.
           MOVE WS-RUN-DATE-NUM    TO RES-DATA-RUN.
           MOVE SPACE              TO RES-SITUACAO.
           MOVE ZEROES             TO RES-DATA-SITUACAO.
           MOVE WS-FILIAL-RETIRADA  TO RES-FILIAL-RETIRADA.
           MOVE WS-FILIAL-DEVOLUCAO TO RES-FILIAL-DEVOLUCAO.
           WRITE RES-REC.
           MOVE WS-RESV-STATUS TO WS-FILE-STATUS.
           MOVE 'RESV-FILE'    TO WS-FILE-ID.
             MOVE REQ-DATA-RETIRADA  TO WS-RES-RETIRADA(WS-RES-COUNT)
             MOVE REQ-DATA-DEVOLUCAO
               TO WS-RES-DEVOLUCAO(WS-RES-COUNT)
             MOVE WS-FILIAL-DEVOLUCAO
               TO WS-RES-FILIAL-DEV(WS-RES-COUNT)
           END-IF.
      *
       ATUALIZAR-ODOMETRO.
           COMPUTE WS-CUSTO-DIARIAS = WS-QTD-DIAS * WS-DIARIA-APLIC.
      *
           COMPUTE WS-CUSTO-ALUGUEL = WS-CUSTO-KM + WS-CUSTO-DIARIAS.
      *
           MOVE WS-CUSTO-ALUGUEL TO WS-CUSTO-LISTA.
           MOVE SPACES           TO WS-CONTRATO-APLIC.
           MOVE ZEROES           TO WS-DESCONTO
                                    WS-KM-FRANQUIA.
           PERFORM LOCALIZAR-CONTRATO.
           IF WS-CONTRATO-VIGENTE IS EQUAL TO 'S'
             PERFORM APLICAR-CONTRATO
           END-IF.
           ADD WS-CUSTO-ALUGUEL TO WS-CONTROL-TOT.
      *
      * THE CONTRACT MUST BE IN FORCE ON THE PICKUP DATE.
       LOCALIZAR-CONTRATO.
           MOVE 'N' TO WS-CONTRATO-VIGENTE.
           IF WS-TEM-CONTRATOS IS EQUAL TO 'S'
             MOVE REQ-CLIENTE TO CTR-CLIENTE
             READ CONTRACT-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF REQ-DATA-RETIRADA IS NOT LESS THAN
                      CTR-DATA-INICIO AND
                    REQ-DATA-RETIRADA IS NOT GREATER THAN
                      CTR-DATA-FIM
                   MOVE 'S' TO WS-CONTRATO-VIGENTE
                 END-IF
             END-READ
           END-IF.
      *
      * REPRICES THE TRIP ON THE CONTRACT TERMS. KM STILL INSIDE THE
      * CONTRACT'S ALLOWANCE FOR THE TRAVEL MONTH ARE FREE; THE REST
      * PAY THE CONTRACTED PER-KM RATE (OR THE LIST RATE WHEN THE
      * CONTRACT HAS NONE). THE DISCOUNT IS LIST MINUS CONTRACT PRICE
      * AND GOES NEGATIVE WHEN THE CONTRACT RATE IS ABOVE LIST.
       APLICAR-CONTRATO.
           MOVE CTR-NUMERO   TO WS-CONTRATO-APLIC.
           MOVE WS-DISTANCIA TO WS-KM-COBRADO.
      *
           IF CTR-FRANQUIA-KM IS GREATER THAN ZEROES
             MOVE CTR-NUMERO TO WS-FRQ-CONTRATO-PROC
             MOVE REQ-MES    TO WS-FRQ-MES-PROC
             PERFORM LOCALIZAR-FRANQUIA
             IF WS-FRQ-KM(WS-FRQ-POS) IS LESS THAN CTR-FRANQUIA-KM
               COMPUTE WS-FRQ-SALDO =
                       CTR-FRANQUIA-KM - WS-FRQ-KM(WS-FRQ-POS)
               IF WS-FRQ-SALDO IS NOT LESS THAN WS-DISTANCIA
                 MOVE WS-DISTANCIA TO WS-KM-FRANQUIA
               ELSE
                 MOVE WS-FRQ-SALDO TO WS-KM-FRANQUIA
               END-IF
               SUBTRACT WS-KM-FRANQUIA FROM WS-KM-COBRADO
               ADD WS-KM-FRANQUIA TO WS-FRQ-KM(WS-FRQ-POS)
             END-IF
           END-IF.
      *
           IF CTR-TAXA-KM IS GREATER THAN ZEROES
             MOVE CTR-TAXA-KM TO WS-TAXA-APLIC
           END-IF.
           COMPUTE WS-CUSTO-KM = WS-KM-COBRADO * WS-TAXA-APLIC.
      *
           IF CTR-DIARIA IS GREATER THAN ZEROES
             MOVE CTR-DIARIA TO WS-DIARIA-APLIC
           END-IF.
           COMPUTE WS-CUSTO-DIARIAS = WS-QTD-DIAS * WS-DIARIA-APLIC.
      *
           COMPUTE WS-CUSTO-ALUGUEL = WS-CUSTO-KM + WS-CUSTO-DIARIAS.
           COMPUTE WS-DESCONTO = WS-CUSTO-LISTA - WS-CUSTO-ALUGUEL.
      *
       LOCALIZAR-FRANQUIA.
           MOVE ZEROES TO WS-FRQ-POS.
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-FRQ-COUNT
             IF WS-FRQ-CONTRATO(WS-F) IS EQUAL TO WS-FRQ-CONTRATO-PROC
                AND WS-FRQ-MES(WS-F) IS EQUAL TO WS-FRQ-MES-PROC
               MOVE WS-F TO WS-FRQ-POS
               MOVE WS-FRQ-COUNT TO WS-F
             END-IF
           END-PERFORM.
      *
           IF WS-FRQ-POS IS EQUAL TO ZEROES
             IF WS-FRQ-COUNT IS NOT LESS THAN 1000
               DISPLAY 'EXERC005 - MAIS DE 1000 FRANQUIAS CONTRATO/MES'
                       ' - RODADA ABORTADA'
               MOVE 16 TO RETURN-CODE
               PERFORM GRAVAR-RUNLOG
               GOBACK
             END-IF
             ADD 1 TO WS-FRQ-COUNT
             MOVE WS-FRQ-COUNT         TO WS-FRQ-POS
             MOVE WS-FRQ-CONTRATO-PROC TO WS-FRQ-CONTRATO(WS-FRQ-POS)
             MOVE WS-FRQ-MES-PROC      TO WS-FRQ-MES(WS-FRQ-POS)
             MOVE ZEROES               TO WS-FRQ-KM(WS-FRQ-POS)
           END-IF.
      *
       IMPRIMIR-DETALHE.
           MOVE WS-NOME-PASSAGEIRO  TO WS-DT-NOME.
           MOVE WS-CUSTO-ALUGUEL    TO WS-DT-CUSTO.
           MOVE WS-DETAIL-LINE      TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           IF WS-CONTRATO-VIGENTE IS EQUAL TO 'S'
             MOVE WS-CONTRATO-APLIC TO WS-CL-CONTRATO
             MOVE WS-CUSTO-LISTA    TO WS-CL-LISTA
             MOVE WS-DESCONTO       TO WS-CL-DESCONTO
             MOVE WS-KM-FRANQUIA    TO WS-CL-KM-FRANQUIA
             MOVE WS-CONTRATO-LINE  TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.
      *
       IMPRIMIR-EXCECAO.
           IF WS-CLIENTE-ACHADO IS EQUAL TO 'S'
           MOVE WS-CUSTO-KM         TO HIST-CUSTO-KM.
           MOVE WS-CUSTO-DIARIAS    TO HIST-CUSTO-DIARIA.
           MOVE WS-RUN-DATE-NUM     TO HIST-DATA-RUN.
           MOVE WS-CONTRATO-APLIC   TO HIST-CONTRATO.
           MOVE WS-DESCONTO         TO HIST-DESCONTO.
           MOVE WS-KM-FRANQUIA      TO HIST-KM-FRANQUIA.
           MOVE WS-FILIAL-RETIRADA  TO HIST-FILIAL-RETIRADA.
           MOVE WS-FILIAL-DEVOLUCAO TO HIST-FILIAL-DEVOLUCAO.
           WRITE HIST-REC.
           MOVE WS-HIST-STATUS      TO WS-FILE-STATUS.
           MOVE 'HISTORY-FILE'      TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
      * THE ONE-WAY DROP FEE IS ITS OWN ALUGHIST LINE, BILLED BY
      * EXERC022 WITH THE TRIP, AND PRINTED UNDER THE TRIP ON ALUGRPT.
       GRAVAR-TAXA-ONE-WAY.
           MOVE REQ-CLIENTE         TO HIST-CLIENTE.
           MOVE WS-NOME-PASSAGEIRO  TO HIST-NOME.
           MOVE SPACES              TO HIST-CIDADE.
           STRING 'TAXA ONE-WAY '    DELIMITED BY SIZE
                  WS-FILIAL-RETIRADA  DELIMITED BY SIZE
                  '>'                 DELIMITED BY SIZE
                  WS-FILIAL-DEVOLUCAO DELIMITED BY SIZE
             INTO HIST-CIDADE
           END-STRING.
           MOVE ZEROES              TO HIST-DISTANCIA.
           MOVE REQ-MES             TO HIST-MES.
           MOVE WS-TAXA-ONE-WAY     TO HIST-CUSTO.
           MOVE REQ-PLACA           TO HIST-PLACA.
           MOVE WS-RUN-DATE-NUM     TO HIST-DATA-RUN.
           MOVE WS-FILIAL-RETIRADA  TO HIST-FILIAL-RETIRADA.
           MOVE WS-FILIAL-DEVOLUCAO TO HIST-FILIAL-DEVOLUCAO.
           MOVE ZEROES              TO HIST-CUSTO-KM
                                       HIST-CUSTO-DIARIA
                                       HIST-DESCONTO
                                       HIST-KM-FRANQUIA.
           MOVE SPACES              TO HIST-CONTRATO.
           WRITE HIST-REC.
           MOVE WS-HIST-STATUS      TO WS-FILE-STATUS.
           MOVE 'HISTORY-FILE'      TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           ADD WS-TAXA-ONE-WAY      TO WS-CONTROL-TOT.
      *
           MOVE SPACES              TO WS-DT-NOME.
           MOVE HIST-CIDADE         TO WS-DT-CIDADE.
           MOVE ZEROES              TO WS-DT-DISTANCIA
                                       WS-DT-CUSTO-KM
                                       WS-DT-CUSTO-DIAS.
           MOVE WS-TAXA-ONE-WAY     TO WS-DT-CUSTO.
           MOVE WS-DETAIL-LINE      TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       GRAVAR-LINHA-RELATORIO.
           WRITE REPORT-LINE.
             END-READ
             IF WS-FIM-VEICULOS IS NOT EQUAL TO 'Y'
               MOVE VEI-PLACA        TO WS-VD-PLACA
               MOVE VEI-FILIAL       TO WS-VD-FILIAL
               MOVE VEI-MODELO       TO WS-VD-MODELO
               MOVE VEI-KM-ODOMETRO  TO WS-VD-KM
               MOVE VEI-KM-REVISAO   TO WS-VD-KM-REVISAO
               EVALUATE TRUE
                 WHEN VEI-EM-MANUTENCAO
                   MOVE 'EM MANUTENCAO' TO WS-VD-FLAG
                 WHEN VEI-KM-ODOMETRO IS NOT LESS THAN VEI-KM-REVISAO
                   MOVE '** REVISAO VENCIDA **' TO WS-VD-FLAG
                 WHEN OTHER
                   MOVE SPACES TO WS-VD-FLAG
               END-EVALUATE
               MOVE WS-VEIC-DETAIL-LINE TO VEHICLE-REPORT-LINE
               PERFORM GRAVAR-LINHA-FROTA
             END-IF
           CLOSE REQUEST-FILE.
           CLOSE CITY-FILE.
           CLOSE CUSTOMER-MASTER.
           IF WS-TEM-CONTRATOS IS EQUAL TO 'S'
             CLOSE CONTRACT-FILE
           END-IF.
           IF WS-TEM-CREDITO IS EQUAL TO 'S'
             CLOSE CREDIT-MASTER
           END-IF.
           CLOSE VEHICLE-FILE.
           CLOSE VEHICLE-REPORT.
           CLOSE SURCHARGE-FILE.
