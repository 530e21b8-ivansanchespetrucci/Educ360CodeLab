      ******************************************************************
      * COPYBOOK    : CPYSNHPD                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : EDUC360 BATCH STANDARDS                          *
      * PURPOSE     : PROCEDURE PARAGRAPH FOR THE OPERATOR PASSWORD    *
      *               CODE - THE TWIN OF CPYSNHWS. THE PASSWORD IS     *
      *               FOLDED TO UPPER CASE (THE CONSOLE HAS ALWAYS     *
      *               BEEN UPPER CASE) AND EVERY CHARACTER OF ID AND   *
      *               PASSWORD IS FOLDED INTO A 9-DIGIT CODE MODULO A  *
      *               PRIME. A CHARACTER OUTSIDE THE ALPHABET COUNTS   *
      *               AS POSITION 41. THE SAME ROUTINE SERVES THE MENU *
      *               SIGN-ON AND THE EXERC114 MAINTENANCE, SO BOTH    *
      *               SIDES ALWAYS AGREE ON THE CODE.                  *
      ******************************************************************
       CODIFICAR-SENHA.
           INSPECT WS-SNH-SENHA
             CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                     TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE 7 TO WS-SNH-CODIGO.
           PERFORM VARYING WS-SNH-I FROM 1 BY 1 UNTIL WS-SNH-I > 16
             MOVE 41 TO WS-SNH-POSICAO
             PERFORM VARYING WS-SNH-J FROM 1 BY 1
                     UNTIL WS-SNH-J > 40
               IF WS-SNH-TEXTO(WS-SNH-I:1) IS EQUAL TO
                  WS-SNH-ALFABETO(WS-SNH-J:1)
                 MOVE WS-SNH-J TO WS-SNH-POSICAO
                 MOVE 40       TO WS-SNH-J
               END-IF
             END-PERFORM
             COMPUTE WS-SNH-ACUMULADO = WS-SNH-CODIGO * 43
                                      + WS-SNH-POSICAO * WS-SNH-I
                                      + WS-SNH-POSICAO
             DIVIDE WS-SNH-ACUMULADO BY 999999937
               GIVING WS-SNH-QUOCIENTE
               REMAINDER WS-SNH-CODIGO
           END-PERFORM.
