      *                AND CARRIED ON THE INV-REC SUMMARY RECORD FOR   *
      *                ACCOUNTS RECEIVABLE. A CUSTOMER WITHOUT A       *
      *                FISCAL ID INVOICES WITH IT BLANK.               *
      * 2026-10-15 JM  HIST-REC LAYOUT KEPT IN STEP WITH EXERC005 -    *
      *                THE HISTORY RECORD NOW CARRIES THE CORPORATE    *
      *                CONTRACT, THE DISCOUNT AGAINST LIST AND THE     *
      *                ALLOWANCE KM.                                   *
      * 2026-10-15 JM  HIST-REC LAYOUT KEPT IN STEP WITH EXERC005 -    *
      *                THE HISTORY RECORD NOW ENDS WITH THE PICKUP AND *
      *                RETURN BRANCHES OF THE TRIP.                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC022.
           05  HIST-CUSTO-KM      PIC 9(06)V9(02).
           05  HIST-CUSTO-DIARIA  PIC 9(06)V9(02).
           05  HIST-DATA-RUN      PIC 9(08).
           05  HIST-CONTRATO      PIC X(10).
           05  HIST-DESCONTO      PIC S9(06)V9(02).
           05  HIST-KM-FRANQUIA   PIC 9(03).
           05  HIST-FILIAL-RETIRADA PIC X(03).
           05  HIST-FILIAL-DEVOLUCAO PIC X(03).
      *
       FD  CUSTOMER-MASTER.
       01  CUST-REC.
