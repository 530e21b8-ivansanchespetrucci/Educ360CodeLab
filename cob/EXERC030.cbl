      *               THE LIVE FILE, OR REBUILDS THE INDEXED FILE FROM *
      *               A CHOSEN BACKUP                                  *
      * MODIFICATION HISTORY                                          *
      * 2026-10-15 JM  ITEMFILE IMAGES ARE NOW 82 BYTES - THE ITEM     *
      *                RECORD GAINED ITS UNIT OF MEASURE AND NET       *
      *                CONTENT. THE 66-BYTE MOVES HAD ALSO BEEN        *
      *                DROPPING ITEM-CUSTO FROM EVERY BACKUP AND       *
      *                RESTORE SINCE THE COST WAS ADDED.               *
      * 2026-09-02 JM  EVERY MODE NOW TAKES THE LOCKCHK INTERLOCK ON   *
      *                THE MASTER NAMED ON BKPCTL BEFORE OPENING IT    *
      *                AND RELEASES IT AT CLOSE - A RESTORE STARTED    *
           05  ITEM-NIVEL-REPOS   PIC 9(05).
           05  ITEM-QTD-REPOS     PIC 9(05).
           05  ITEM-CUSTO         PIC 9(04)V9(02).
           05  ITEM-UNIDADE       PIC X(02).
           05  ITEM-CONTEUDO      PIC 9(05)V9(03).
      *
       FD  CITY-FILE.
       01  CID-REC.
                 INVALID KEY
                   PERFORM CONTAR-DIVERGENCIA
                 NOT INVALID KEY
                   IF ITEM-REC IS NOT EQUAL TO WS-IMAGEM(1:82)
                     PERFORM CONTAR-DIVERGENCIA
                   END-IF
               END-READ
               MOVE 'CUSTOMER-MASTER'  TO WS-FILE-ID
               PERFORM CHECK-FILE-STATUS
             WHEN WS-ARQ-ITEMFILE
               MOVE WS-IMAGEM(1:82) TO ITEM-REC
               WRITE ITEM-REC
               MOVE WS-ITEM-STATUS TO WS-FILE-STATUS
               MOVE 'ITEM-FILE'    TO WS-FILE-ID
             WHEN WS-ARQ-CUSTMAST
               MOVE CUST-REC TO WS-IMAGEM(1:66)
             WHEN WS-ARQ-ITEMFILE
               MOVE ITEM-REC TO WS-IMAGEM(1:82)
             WHEN WS-ARQ-CITYFILE
               MOVE CID-REC  TO WS-IMAGEM(1:38)
           END-EVALUATE.
