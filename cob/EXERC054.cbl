      *                REPORT, BEST CANDIDATES FIRST. MATCHING FISCAL  *
      *                IDS SCORE 100 OUTRIGHT - THAT ONE IS NOT A      *
      *                CANDIDATE, IT IS A FACT.                        *
      * 2026-10-15 JM  HIST-REC LAYOUT KEPT IN STEP WITH EXERC005 -    *
      *                THE HISTORY RECORD NOW CARRIES THE CORPORATE    *
      *                CONTRACT, THE DISCOUNT AGAINST LIST AND THE     *
      *                ALLOWANCE KM.                                   *
      * 2026-10-15 JM  HIST-REC LAYOUT KEPT IN STEP WITH EXERC005 -    *
      *                THE HISTORY RECORD NOW ENDS WITH THE PICKUP AND *
      *                RETURN BRANCHES OF THE TRIP.                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC054.
           05  HIST-CUSTO-KM      PIC 9(06)V9(02).
           05  HIST-CUSTO-DIARIA  PIC 9(06)V9(02).
           05  HIST-DATA-RUN      PIC 9(08).
           05  HIST-CONTRATO      PIC X(10).
           05  HIST-DESCONTO      PIC S9(06)V9(02).
           05  HIST-KM-FRANQUIA   PIC 9(03).
           05  HIST-FILIAL-RETIRADA PIC X(03).
           05  HIST-FILIAL-DEVOLUCAO PIC X(03).
      *
       FD  INVOICE-FILE.
       01  INV-REC.
