      *               AGAINST THE DECLARED-CASH FILE AND REPORTS OVER/ *
      *               SHORT PER REGISTER WITH A CONTROL TOTAL          *
      * MODIFICATION HISTORY                                          *
      * 2026-10-15 JM  AN 'X' VOID OF A CUPOM ALREADY PAID NOW COMES   *
      *                OFF THE REGISTER'S TENDER FOR ITS MEIO AND THE  *
      *                CUPOM CROSS-CHECK - THE REFUND LEFT THE DRAWER, *
      *                SO WITHOUT IT THE DECLARED COUNT SHOWED A FALSE *
      *                SHORTAGE.                                       *
      * 2026-09-02 JM  'P' LOYALTY REDEMPTIONS NOW COUNT ON THE       *
      *                TENDER SIDE OF THE CUPOM CROSS-CHECK -         *
      *                THEY FELL INTO THE RUNG-UP SIDE AND EVERY      *
      * A 'P' LOYALTY REDEMPTION PAYS PART OF THE CUPOM IN POINTS -
      * IT COUNTS WITH THE TENDERS ON THE CUPOM CROSS-CHECK, BUT IT
      * IS NOT CASH AND NO REGISTER DECLARES IT, SO IT STAYS OUT OF
      * THE PER-MEIO RECONCILIATION AGAINST CAIXADCL. AN 'X' VOID OF
      * A CUPOM ALREADY PAID IS THE REFUND OF THAT TENDER - ITS
      * NEGATIVE AMOUNT COMES BACK OUT OF THE SAME MEIO.
               EVALUATE AUD-TIPO
                 WHEN 'T'
                 WHEN 'X'
                   MOVE AUD-BARCODE(1:1) TO WS-MEIO
                   PERFORM ACUMULAR-CAIXA
                   PERFORM ACUMULAR-CUPOM-MEIO
