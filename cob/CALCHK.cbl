      *                   RETURNED IN LK-QTD-DIAS; 08 WHEN EITHER     *
      *                   DATE IS INVALID OR LK-DATA2 PRECEDES        *
      *                   LK-DATA.                                    *
      *               LK-FUNCAO = 'F' - IS-SUNDAY-OR-HOLIDAY. 00 WHEN *
      *                   LK-DATA IS A SUNDAY OR A FERIADO (ANY       *
      *                   WEEKDAY, SATURDAY INCLUDED), 04 WHEN IT IS  *
      *                   NOT, 08 WHEN INVALID.                       *
      *               ANY OTHER LK-FUNCAO COMES BACK 16.              *
      * MODIFICATION HISTORY                                          *
      * 2026-10-15 JM  FUNCTION 'F' - SUNDAY OR FERIADO. THE OVERTIME *
      *                VALUATION PAYS 100% ON THOSE DAYS AND 'B'      *
      *                CANNOT TELL A SATURDAY FERIADO FROM A PLAIN    *
      *                SATURDAY.                                      *
      * 2026-09-02 JM  FUNCTION 'D' NOW VALIDATES LK-DATA2 THROUGH    *
      *                DATECHK AT ENTRY, AS THE CONTRACT ABOVE HAS    *
      *                ALWAYS PROMISED - AN IMPOSSIBLE END DATE LIKE  *
               PERFORM DIA-UTIL-ANTERIOR
             WHEN 'D'
               PERFORM CONTAR-DIAS-UTEIS
             WHEN 'F'
               PERFORM VERIFICAR-DOMINGO-FERIADO
             WHEN OTHER
               MOVE 16 TO LK-RETORNO
           END-EVALUATE.
               MOVE 04 TO LK-RETORNO
           END-EVALUATE.
      *
      * SUNDAY OR ANY DATE ON THE HOLIDAY TABLE - THE DAYS THE
      * PAYROLL PAYS OVERTIME AT 100% INSTEAD OF 50%.
       VERIFICAR-DOMINGO-FERIADO.
           MOVE 'V' TO WS-FUNCAO-DATECHK.
           MOVE LK-DATA TO WS-DATA-VERIFICADA.
           CALL 'DATECHK' USING WS-FUNCAO-DATECHK
                                WS-DATA-VERIFICADA
                                WS-RETORNO-DATECHK
                                WS-DIA-SEMANA
           END-CALL.
           IF WS-RETORNO-DATECHK IS NOT EQUAL TO ZEROES
             MOVE 08 TO LK-RETORNO
           ELSE
             MOVE 04 TO LK-RETORNO
             IF WS-DIA-SEMANA IS EQUAL TO 7
               MOVE 00 TO LK-RETORNO
             END-IF
             PERFORM VARYING WS-F FROM 1 BY 1
                     UNTIL WS-F > WS-FER-COUNT
               IF WS-FER-DATA(WS-F) IS EQUAL TO LK-DATA
                 MOVE 00 TO LK-RETORNO
                 MOVE WS-FER-COUNT TO WS-F
               END-IF
             END-PERFORM
           END-IF.
      *
      * SETS WS-UTIL FOR WS-DATA-CORRENTE - VALID, MONDAY TO FRIDAY
      * AND NOT ON THE HOLIDAY TABLE.
       AVALIAR-DATA-CORRENTE.
