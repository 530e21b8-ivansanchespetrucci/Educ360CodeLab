      *               AMOUNTS BETWEEN TWO GL ACCOUNTS AND WRITES A     *
      *               REVERSAL RECORD TO THE AUDIT FILE FOR EACH SWAP  *
      * MODIFICATION HISTORY                                          *
      * 2026-10-15 JM  COA-REC CARRIES THE NEW COA-CLASSE, COA-LINHA   *
      *                AND COA-LINHA-TITULO THAT PLACE THE ACCOUNT ON  *
      *                THE EXERC109 BALANCE SHEET AND INCOME           *
      *                STATEMENT.                                      *
      * 2026-09-02 JM  EVERY PRINTED EXCEPTION LINE NOW ALSO APPENDS  *
      *                THE STANDARD CPYEXCLG RECORD TO THE SHARED     *
      *                EXCPLOG THROUGH EXCLOG, FEEDING THE EXERC058   *
           05  COA-STATUS         PIC X(01).
               88  COA-ATIVA      VALUE 'A'.
               88  COA-ENCERRADA  VALUE 'E'.
           05  COA-CLASSE         PIC X(01).
               88  COA-ATIVO      VALUE 'A'.
               88  COA-PASSIVO    VALUE 'P'.
               88  COA-PATRIMONIO VALUE 'L'.
               88  COA-RECEITA    VALUE 'R'.
               88  COA-DESPESA    VALUE 'D'.
           05  COA-LINHA          PIC 9(03).
           05  COA-LINHA-TITULO   PIC X(30).
      *
       FD  EXCEPT-FILE.
       01  EXCEPT-LINE            PIC X(100).
