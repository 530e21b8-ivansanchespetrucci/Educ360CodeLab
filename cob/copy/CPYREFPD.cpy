      ******************************************************************
      * COPYBOOK    : CPYREFPD                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : EDUC360 BATCH STANDARDS                          *
      * PURPOSE     : PROCEDURE PARAGRAPH FOR THE LOAN PAYMENT-SLIP    *
      *               REFERENCE - THE TWIN OF CPYREFWS. THE FIRST      *
      *               EIGHT DIGITS ARE WEIGHTED 2 TO 9 FROM THE RIGHT, *
      *               THE SUM IS DIVIDED BY 11 AND THE DIGIT IS 11     *
      *               LESS THE REMAINDER (ZERO WHEN THE REMAINDER IS   *
      *               0 OR 1). A MISTYPED OR TRANSPOSED DIGIT ON THE   *
      *               BANK'S RETURN NO LONGER MATCHES.                 *
      ******************************************************************
       CALCULAR-DV-REFERENCIA.
           MOVE ZEROES TO WS-REF-SOMA.
           MOVE 2      TO WS-REF-PESO.
           PERFORM VARYING WS-REF-POS FROM 8 BY -1
                   UNTIL WS-REF-POS < 1
             COMPUTE WS-REF-SOMA = WS-REF-SOMA
                   + WS-REF-DIGITO(WS-REF-POS) * WS-REF-PESO
             IF WS-REF-PESO IS EQUAL TO 9
               MOVE 2 TO WS-REF-PESO
             ELSE
               ADD 1 TO WS-REF-PESO
             END-IF
           END-PERFORM.
           DIVIDE WS-REF-SOMA BY 11 GIVING WS-REF-QUOCIENTE
             REMAINDER WS-REF-RESTO.
           IF WS-REF-RESTO IS LESS THAN 2
             MOVE ZEROES TO WS-REF-DV-CALC
           ELSE
             COMPUTE WS-REF-DV-CALC = 11 - WS-REF-RESTO
           END-IF.
