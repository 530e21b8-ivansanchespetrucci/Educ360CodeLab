      ******************************************************************
      * COPYBOOK    : CPYSNHWS                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : EDUC360 BATCH STANDARDS                          *
      * PURPOSE     : WORKING-STORAGE FIELDS FOR THE OPERATOR PASSWORD *
      *               CODE, TOGETHER WITH THE CPYSNHPD PARAGRAPH. MOVE *
      *               THE OPERATOR ID TO WS-SNH-OPERADOR AND THE TYPED *
      *               PASSWORD TO WS-SNH-SENHA, PERFORM                *
      *               CODIFICAR-SENHA AND COMPARE OR STORE             *
      *               WS-SNH-CODIGO. OPERMAST NEVER HOLDS THE          *
      *               PASSWORD ITSELF, ONLY THIS CODE, AND THE ID IS   *
      *               PART OF THE CODE SO TWO OPERATORS WITH THE SAME  *
      *               PASSWORD DO NOT SHOW THE SAME CODE.              *
      ******************************************************************
       01  WS-SNH-CAMPOS.
           05  WS-SNH-TEXTO.
               10  WS-SNH-OPERADOR  PIC X(08) VALUE SPACES.
               10  WS-SNH-SENHA     PIC X(08) VALUE SPACES.
           05  WS-SNH-CODIGO      PIC 9(09) VALUE ZEROES.
           05  WS-SNH-ALFABETO    PIC X(40) VALUE
               ' ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789.-_'.
           05  WS-SNH-I           PIC 9(02) VALUE ZEROES.
           05  WS-SNH-J           PIC 9(02) VALUE ZEROES.
           05  WS-SNH-POSICAO     PIC 9(02) VALUE ZEROES.
           05  WS-SNH-ACUMULADO   PIC 9(12) VALUE ZEROES.
           05  WS-SNH-QUOCIENTE   PIC 9(12) VALUE ZEROES.
