      ******************************************************************
      * FILE NAME   : EXERC081                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : DAILY FLEET REPOSITIONING REPORT - FOR TOMORROW, *
      *               COUNTS PER BRANCH THE CARS THAT WILL BE THERE    *
      *               AND FREE (VEICFILE LOCATION, MOVED TO THE RETURN *
      *               BRANCH OF ANY BOOKING ENDING BEFORE TOMORROW)    *
      *               AGAINST THE RESVFILE PICK-UPS BOOKED THERE FOR   *
      *               TOMORROW, AND FLAGS EACH BRANCH WITH CARS TO     *
      *               SPARE OR CARS SHORT. BOOKED CARS THAT WILL NOT   *
      *               BE AT THEIR PICKUP BRANCH ARE LISTED ONE BY ONE  *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FIRST VERSION - WITH ONE-WAY RENTALS THE FLEET  *
      *                DRIFTS BETWEEN BRANCHES AND NOBODY SAW IT UNTIL *
      *                A CUSTOMER WAS AT A COUNTER WITH NO CAR. A CAR  *
      *                IN MAINTENANCE, OR OUT ON A BOOKING THAT COVERS *
      *                TOMORROW, IS NOT COUNTED AS AVAILABLE. A CAR OR *
      *                BOOKING WITH NO BRANCH YET IS COUNTED UNDER A   *
      *                BLANK BRANCH.                                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC081.
       AUTHOR. JM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEHICLE-FILE   ASSIGN TO VEICFILE
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS VEI-PLACA
                                  FILE STATUS IS WS-VEIC-STATUS.
      *
           SELECT RESV-FILE      ASSIGN TO RESVFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-RESV-STATUS.
      *
           SELECT REPORT-FILE    ASSIGN TO REPOSRPT
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-REPORT-STATUS.
      *
           SELECT RUNLOG-FILE    ASSIGN TO RUNLOG
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-RLG-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  VEHICLE-FILE.
       01  VEI-REC.
           05  VEI-PLACA          PIC X(07).
           05  VEI-MODELO         PIC X(20).
           05  VEI-KM-ODOMETRO    PIC 9(07).
           05  VEI-STATUS         PIC X(01).
               88  VEI-DISPONIVEL VALUE 'D'.
               88  VEI-EM-MANUTENCAO VALUE 'M'.
           05  VEI-KM-REVISAO     PIC 9(07).
           05  VEI-FILIAL         PIC X(03).
      *
       FD  RESV-FILE.
       01  RES-REC.
           05  RES-PLACA          PIC X(07).
           05  RES-CLIENTE        PIC 9(06).
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
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(100).
      *
       FD  RUNLOG-FILE.
       01  RUNLOG-REC             PIC X(51).
      *
       WORKING-STORAGE SECTION.
       01  WS-VEIC-STATUS         PIC X(02) VALUE SPACES.
       01  WS-RESV-STATUS         PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-RLG-STATUS          PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
           COPY CPYRUNLG.
       01  WS-EOF-RESV            PIC X(01) VALUE 'N'.
       01  WS-FIM-VEICULOS        PIC X(01) VALUE 'N'.
      *
       01  WS-RUN-DATE.
           05  WS-RUN-YYYY        PIC 9(04).
           05  WS-RUN-MM          PIC 9(02).
           05  WS-RUN-DD          PIC 9(02).
       01  WS-RUN-DATE-NUM        PIC 9(08) VALUE ZEROES.
       01  WS-RUN-DATE-EDIT       PIC X(10).
      *
       01  WS-DATA-AMANHA         PIC 9(08) VALUE ZEROES.
       01  WS-DATA-AMANHA-R REDEFINES WS-DATA-AMANHA.
           05  WS-AM-AAAA         PIC 9(04).
           05  WS-AM-MM           PIC 9(02).
           05  WS-AM-DD           PIC 9(02).
      *
      * THE ACTIVE BOOKINGS STILL OPEN ON THE RUN DATE - WHERE EACH
      * CAR WILL HAVE BEEN DROPPED, WHICH CARS ARE OUT TOMORROW, AND
      * TOMORROW'S PICK-UPS.
       01  WS-RES-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-RES-TAB.
           05  WS-RES-LINHA       OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON WS-RES-COUNT.
               10  WS-RES-PLACA      PIC X(07).
               10  WS-RES-CLIENTE    PIC 9(06).
               10  WS-RES-RETIRADA   PIC 9(08).
               10  WS-RES-DEVOLUCAO  PIC 9(08).
               10  WS-RES-SITUACAO   PIC X(01).
               10  WS-RES-FILIAL-RET PIC X(03).
               10  WS-RES-FILIAL-DEV PIC X(03).
       01  WS-R                   PIC 9(04) VALUE ZEROES.
      *
      * ONE ROW PER BRANCH, KEPT IN BRANCH ORDER AS ROWS ARE ADDED.
       01  WS-FIL-COUNT           PIC 9(03) VALUE ZEROES.
       01  WS-FIL-TAB.
           05  WS-FIL-LINHA       OCCURS 1 TO 200 TIMES
                                   DEPENDING ON WS-FIL-COUNT.
               10  WS-FL-FILIAL     PIC X(03).
               10  WS-FL-OFERTA     PIC 9(05).
               10  WS-FL-DEMANDA    PIC 9(05).
       01  WS-F                   PIC 9(03) VALUE ZEROES.
       01  WS-FIL-POS             PIC 9(03) VALUE ZEROES.
       01  WS-FILIAL-PROC         PIC X(03) VALUE SPACES.
       01  WS-POSICAO-ACHADA      PIC X(01) VALUE 'N'.
      *
       01  WS-VEICULO-FORA        PIC X(01) VALUE 'N'.
       01  WS-FILIAL-PREVISTA     PIC X(03) VALUE SPACES.
       01  WS-RES-MELHOR-DEV      PIC 9(08) VALUE ZEROES.
       01  WS-SALDO               PIC S9(05) VALUE ZEROES.
       01  WS-TOT-OFERTA          PIC 9(06) VALUE ZEROES.
       01  WS-TOT-DEMANDA         PIC 9(06) VALUE ZEROES.
      *
      * CARS BOOKED FOR TOMORROW THAT WILL NOT BE AT THE PICKUP
      * BRANCH, HELD UNTIL THE BRANCH SUMMARY HAS BEEN PRINTED.
       01  WS-FORA-COUNT          PIC 9(03) VALUE ZEROES.
       01  WS-FORA-TAB.
           05  WS-FORA-LINHA      OCCURS 1 TO 500 TIMES
                                   DEPENDING ON WS-FORA-COUNT.
               10  WS-FO-PLACA      PIC X(07).
               10  WS-FO-CLIENTE    PIC 9(06).
               10  WS-FO-FILIAL-RET PIC X(03).
               10  WS-FO-FILIAL-PRV PIC X(03).
      *
       01  WS-DATA-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(17) VALUE 'RETIRADAS DE   : '.
           05  WS-DL-DATA         PIC X(10).
      *
       01  WS-COL-HEADER.
           05  FILLER             PIC X(53) VALUE
               ' FILIAL  DISPONIVEIS   RETIRADAS     SALDO   SITUACAO'.
      *
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-FILIAL       PIC X(03).
           05  FILLER             PIC X(09) VALUE SPACES.
           05  WS-DT-OFERTA       PIC ZZ.ZZ9.
           05  FILLER             PIC X(06) VALUE SPACES.
           05  WS-DT-DEMANDA      PIC ZZ.ZZ9.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-DT-SALDO        PIC -ZZ.ZZ9.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-DT-SITUACAO     PIC X(10).
      *
       01  WS-TOTAL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(12) VALUE 'TOTAL GERAL '.
           05  WS-TT-OFERTA       PIC ZZZ.ZZ9.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  WS-TT-DEMANDA      PIC ZZZ.ZZ9.
      *
       01  WS-FORA-HEADER.
           05  FILLER             PIC X(50) VALUE
               ' RESERVAS DE AMANHA COM O VEICULO EM OUTRA FILIAL'.
      *
       01  WS-FORA-COL-HEADER.
           05  FILLER             PIC X(48) VALUE
               ' PLACA    CLIENTE   FILIAL RETIRADA   VEICULO EM'.
      *
       01  WS-FORA-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-FR-PLACA        PIC X(07).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-FR-CLIENTE      PIC 9(06).
           05  FILLER             PIC X(04) VALUE SPACES.
           05  WS-FR-FILIAL-RET   PIC X(03).
           05  FILLER             PIC X(15) VALUE SPACES.
           05  WS-FR-FILIAL-PRV   PIC X(03).
      *
           COPY CPYRPTHD.
           COPY CPYRPTTL.
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
      * A MISSING RESVFILE MEANS NO BOOKING YET - EVERY CAR IS WHERE
      * VEICFILE PUTS IT AND NOTHING IS DUE TOMORROW.
           OPEN INPUT  RESV-FILE.
           MOVE WS-RESV-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS NOT EQUAL TO '35'
             MOVE 'RESV-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM CARREGAR-RESERVAS
               WITH TEST AFTER
               UNTIL WS-EOF-RESV IS EQUAL TO 'Y'
             CLOSE RESV-FILE
           END-IF.
      *
           MOVE LOW-VALUES TO VEI-PLACA.
           START VEHICLE-FILE KEY IS NOT LESS THAN VEI-PLACA
             INVALID KEY
               MOVE 'Y' TO WS-FIM-VEICULOS
           END-START.
           PERFORM LER-PROXIMO-VEICULO
             WITH TEST AFTER
             UNTIL WS-FIM-VEICULOS IS EQUAL TO 'Y'.
      *
           PERFORM IMPRIMIR-FILIAIS.
           PERFORM IMPRIMIR-FORA-DA-FILIAL.
      *
           PERFORM FINALIZAR.
      *
           PERFORM GRAVAR-RUNLOG.
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
           COMPUTE WS-DATA-AMANHA = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) + 1).
      *
           OPEN INPUT  VEHICLE-FILE.
           MOVE WS-VEIC-STATUS TO WS-FILE-STATUS.
           MOVE 'VEHICLE-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
           MOVE 'REPORT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           MOVE 'EXERC081'                   TO RP-HDR-PROGRAM.
           MOVE 'REPOSICIONAMENTO DA FROTA'  TO RP-HDR-TITLE.
           MOVE WS-RUN-DATE-EDIT              TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO                    TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE                TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           MOVE WS-AM-DD   TO WS-DL-DATA(1:2).
           MOVE '/'        TO WS-DL-DATA(3:1).
           MOVE WS-AM-MM   TO WS-DL-DATA(4:2).
           MOVE '/'        TO WS-DL-DATA(6:1).
           MOVE WS-AM-AAAA TO WS-DL-DATA(7:4).
           MOVE WS-DATA-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * ONLY BOOKINGS STILL RUNNING ON THE RUN DATE MATTER - AN OLDER
      * ONE HAS BEEN RETURNED AND EXERC038 HAS ALREADY SET VEI-FILIAL.
      * TOMORROW'S PICK-UPS STILL RESERVED ARE THE DEMAND AT THEIR
      * PICKUP BRANCH.
       CARREGAR-RESERVAS.
           READ RESV-FILE
             AT END
               MOVE 'Y' TO WS-EOF-RESV
           END-READ.
           MOVE WS-RESV-STATUS TO WS-FILE-STATUS.
           MOVE 'RESV-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-RESV IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             IF RES-ATIVA AND
                RES-DATA-DEVOLUCAO IS NOT LESS THAN WS-RUN-DATE-NUM
               IF WS-RES-COUNT IS NOT LESS THAN 2000
                 DISPLAY 'EXERC081 - MAIS DE 2000 RESERVAS ABERTAS'
                         ' - RODADA ABORTADA'
                 MOVE 16 TO RETURN-CODE
                 PERFORM GRAVAR-RUNLOG
                 GOBACK
               END-IF
               ADD 1 TO WS-RES-COUNT
               MOVE RES-PLACA    TO WS-RES-PLACA(WS-RES-COUNT)
               MOVE RES-CLIENTE  TO WS-RES-CLIENTE(WS-RES-COUNT)
               MOVE RES-DATA-RETIRADA
                 TO WS-RES-RETIRADA(WS-RES-COUNT)
               MOVE RES-DATA-DEVOLUCAO
                 TO WS-RES-DEVOLUCAO(WS-RES-COUNT)
               MOVE RES-SITUACAO TO WS-RES-SITUACAO(WS-RES-COUNT)
               MOVE RES-FILIAL-RETIRADA
                 TO WS-RES-FILIAL-RET(WS-RES-COUNT)
               MOVE RES-FILIAL-DEVOLUCAO
                 TO WS-RES-FILIAL-DEV(WS-RES-COUNT)
               IF RES-RESERVADA AND
                  RES-DATA-RETIRADA IS EQUAL TO WS-DATA-AMANHA
                 MOVE RES-FILIAL-RETIRADA TO WS-FILIAL-PROC
                 PERFORM LOCALIZAR-FILIAL
                 ADD 1 TO WS-FL-DEMANDA(WS-FIL-POS)
                 ADD 1 TO WS-TOT-DEMANDA
               END-IF
             END-IF
           END-IF.
      *
       LER-PROXIMO-VEICULO.
           IF WS-FIM-VEICULOS IS NOT EQUAL TO 'Y'
             READ VEHICLE-FILE NEXT RECORD
               AT END
                 MOVE 'Y' TO WS-FIM-VEICULOS
             END-READ
             IF WS-FIM-VEICULOS IS NOT EQUAL TO 'Y'
               MOVE WS-VEIC-STATUS TO WS-FILE-STATUS
               MOVE 'VEHICLE-FILE' TO WS-FILE-ID
               PERFORM CHECK-FILE-STATUS
               ADD 1 TO WS-RECS-READ
               PERFORM POSICIONAR-VEICULO
             END-IF
           END-IF.
      *
      * THE CAR WILL BE AT THE RETURN BRANCH OF ITS LAST BOOKING
      * ENDING BEFORE TOMORROW, OR WHERE VEICFILE HAS IT - THE SAME
      * RULE EXERC005 BOOKS BY. A BOOKING PICKED UP BEFORE TOMORROW
      * AND NOT DUE BACK BEFORE IT KEEPS THE CAR OUT ALL DAY.
       POSICIONAR-VEICULO.
           MOVE 'N'        TO WS-VEICULO-FORA.
           MOVE VEI-FILIAL TO WS-FILIAL-PREVISTA.
           MOVE ZEROES     TO WS-RES-MELHOR-DEV.
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-RES-COUNT
             IF WS-RES-PLACA(WS-R) IS EQUAL TO VEI-PLACA
               IF WS-RES-RETIRADA(WS-R) IS LESS THAN WS-DATA-AMANHA
                  AND WS-RES-DEVOLUCAO(WS-R) IS NOT LESS THAN
                  WS-DATA-AMANHA
                 MOVE 'S' TO WS-VEICULO-FORA
               END-IF
               IF WS-RES-DEVOLUCAO(WS-R) IS LESS THAN WS-DATA-AMANHA
                  AND WS-RES-DEVOLUCAO(WS-R) IS NOT LESS THAN
                  WS-RES-MELHOR-DEV
                 MOVE WS-RES-DEVOLUCAO(WS-R)  TO WS-RES-MELHOR-DEV
                 MOVE WS-RES-FILIAL-DEV(WS-R) TO WS-FILIAL-PREVISTA
               END-IF
             END-IF
           END-PERFORM.
      *
           IF WS-VEICULO-FORA IS NOT EQUAL TO 'S' AND
              NOT VEI-EM-MANUTENCAO
             MOVE WS-FILIAL-PREVISTA TO WS-FILIAL-PROC
             PERFORM LOCALIZAR-FILIAL
             ADD 1 TO WS-FL-OFERTA(WS-FIL-POS)
             ADD 1 TO WS-TOT-OFERTA
           END-IF.
      *
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-RES-COUNT
             IF WS-RES-PLACA(WS-R) IS EQUAL TO VEI-PLACA AND
                WS-RES-SITUACAO(WS-R) IS EQUAL TO SPACE AND
                WS-RES-RETIRADA(WS-R) IS EQUAL TO WS-DATA-AMANHA AND
                WS-FILIAL-PREVISTA IS NOT EQUAL TO SPACES AND
                WS-RES-FILIAL-RET(WS-R) IS NOT EQUAL TO
                WS-FILIAL-PREVISTA
               PERFORM GUARDAR-FORA-DA-FILIAL
             END-IF
           END-PERFORM.
      *
       GUARDAR-FORA-DA-FILIAL.
           IF WS-FORA-COUNT IS NOT LESS THAN 500
             DISPLAY 'EXERC081 - MAIS DE 500 RESERVAS FORA DA FILIAL'
                     ' - RODADA ABORTADA'
             MOVE 16 TO RETURN-CODE
             PERFORM GRAVAR-RUNLOG
             GOBACK
           END-IF.
           ADD 1 TO WS-FORA-COUNT.
           MOVE WS-RES-PLACA(WS-R)      TO WS-FO-PLACA(WS-FORA-COUNT).
           MOVE WS-RES-CLIENTE(WS-R)    TO WS-FO-CLIENTE(WS-FORA-COUNT).
           MOVE WS-RES-FILIAL-RET(WS-R)
             TO WS-FO-FILIAL-RET(WS-FORA-COUNT).
           MOVE WS-FILIAL-PREVISTA
             TO WS-FO-FILIAL-PRV(WS-FORA-COUNT).
      *
      * FINDS THE BRANCH ROW, OPENING ONE IN BRANCH ORDER (THE ROWS
      * AFTER IT SHIFT DOWN) WHEN THE BRANCH IS NEW.
       LOCALIZAR-FILIAL.
           MOVE ZEROES TO WS-FIL-POS.
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-FIL-COUNT
             IF WS-FL-FILIAL(WS-F) IS EQUAL TO WS-FILIAL-PROC
               MOVE WS-F TO WS-FIL-POS
               MOVE WS-FIL-COUNT TO WS-F
             END-IF
           END-PERFORM.
      *
           IF WS-FIL-POS IS EQUAL TO ZEROES
             IF WS-FIL-COUNT IS NOT LESS THAN 200
               DISPLAY 'EXERC081 - MAIS DE 200 FILIAIS'
                       ' - RODADA ABORTADA'
               MOVE 16 TO RETURN-CODE
               PERFORM GRAVAR-RUNLOG
               GOBACK
             END-IF
             ADD 1 TO WS-FIL-COUNT
             MOVE WS-FIL-COUNT TO WS-FIL-POS
             MOVE 'N' TO WS-POSICAO-ACHADA
             PERFORM VARYING WS-F FROM WS-FIL-COUNT BY -1
                     UNTIL WS-F < 2 OR WS-POSICAO-ACHADA = 'S'
               IF WS-FL-FILIAL(WS-F - 1) IS GREATER THAN
                  WS-FILIAL-PROC
                 MOVE WS-FIL-LINHA(WS-F - 1) TO WS-FIL-LINHA(WS-F)
                 COMPUTE WS-FIL-POS = WS-F - 1
               ELSE
                 MOVE 'S' TO WS-POSICAO-ACHADA
               END-IF
             END-PERFORM
             MOVE WS-FILIAL-PROC TO WS-FL-FILIAL(WS-FIL-POS)
             MOVE ZEROES         TO WS-FL-OFERTA(WS-FIL-POS)
                                    WS-FL-DEMANDA(WS-FIL-POS)
           END-IF.
      *
       IMPRIMIR-FILIAIS.
           MOVE WS-COL-HEADER TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-FIL-COUNT
             COMPUTE WS-SALDO = WS-FL-OFERTA(WS-F)
                              - WS-FL-DEMANDA(WS-F)
             MOVE WS-FL-FILIAL(WS-F)  TO WS-DT-FILIAL
             MOVE WS-FL-OFERTA(WS-F)  TO WS-DT-OFERTA
             MOVE WS-FL-DEMANDA(WS-F) TO WS-DT-DEMANDA
             MOVE WS-SALDO            TO WS-DT-SALDO
             EVALUATE TRUE
               WHEN WS-SALDO IS GREATER THAN ZEROES
                 MOVE 'EXCEDENTE' TO WS-DT-SITUACAO
               WHEN WS-SALDO IS LESS THAN ZEROES
                 MOVE 'FALTA'     TO WS-DT-SITUACAO
               WHEN OTHER
                 MOVE 'OK'        TO WS-DT-SITUACAO
             END-EVALUATE
             MOVE WS-DETAIL-LINE TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
           END-PERFORM.
      *
           MOVE WS-TOT-OFERTA  TO WS-TT-OFERTA.
           MOVE WS-TOT-DEMANDA TO WS-TT-DEMANDA.
           MOVE WS-TOTAL-LINE  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-TOT-DEMANDA TO WS-CONTROL-TOT.
      *
       IMPRIMIR-FORA-DA-FILIAL.
           IF WS-FORA-COUNT IS GREATER THAN ZEROES
             MOVE SPACES TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
             MOVE WS-FORA-HEADER TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
             MOVE WS-FORA-COL-HEADER TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
             PERFORM VARYING WS-F FROM 1 BY 1
                     UNTIL WS-F > WS-FORA-COUNT
               MOVE WS-FO-PLACA(WS-F)      TO WS-FR-PLACA
               MOVE WS-FO-CLIENTE(WS-F)    TO WS-FR-CLIENTE
               MOVE WS-FO-FILIAL-RET(WS-F) TO WS-FR-FILIAL-RET
               MOVE WS-FO-FILIAL-PRV(WS-F) TO WS-FR-FILIAL-PRV
               MOVE WS-FORA-LINE TO REPORT-LINE
               PERFORM GRAVAR-LINHA-RELATORIO
             END-PERFORM
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
           MOVE WS-RECS-READ    TO RP-TRL-RECS-READ.
           MOVE WS-RECS-WRTN    TO RP-TRL-RECS-WRTN.
           MOVE WS-CONTROL-TOT  TO RP-TRL-CONTROL-TOT.
           MOVE RP-TRAILER-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           CLOSE VEHICLE-FILE.
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
           MOVE 'EXERC081' TO RLG-PROGRAMA.
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
