      ******************************************************************
      * COPYBOOK    : CPYREFWS                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : EDUC360 BATCH STANDARDS                          *
      * PURPOSE     : WORKING-STORAGE FIELDS FOR THE LOAN PAYMENT-SLIP *
      *               REFERENCE - LOAN-ID (6), INSTALLMENT (2) AND A   *
      *               MODULO-11 CHECK DIGIT (1). COPY INTO ANY PROGRAM *
      *               THAT ISSUES OR READS BACK A BORROWER SLIP,       *
      *               TOGETHER WITH THE CPYREFPD PROCEDURE PARAGRAPH.  *
      *               MOVE THE REFERENCE (OR THE LOAN-ID AND THE       *
      *               INSTALLMENT) IN, PERFORM CALCULAR-DV-REFERENCIA  *
      *               AND FIND THE CHECK DIGIT IN WS-REF-DV-CALC.      *
      ******************************************************************
       01  WS-REF-CAMPOS.
           05  WS-REF-NUMERO      PIC 9(09) VALUE ZEROES.
           05  WS-REF-PARTES REDEFINES WS-REF-NUMERO.
               10  WS-REF-LOAN-ID PIC 9(06).
               10  WS-REF-PARCELA PIC 9(02).
               10  WS-REF-DV      PIC 9(01).
           05  WS-REF-DIGITOS REDEFINES WS-REF-NUMERO.
               10  WS-REF-DIGITO  OCCURS 9 TIMES PIC 9(01).
           05  WS-REF-DV-CALC     PIC 9(01) VALUE ZEROES.
           05  WS-REF-SOMA        PIC 9(04) VALUE ZEROES.
           05  WS-REF-QUOCIENTE   PIC 9(04) VALUE ZEROES.
           05  WS-REF-RESTO       PIC 9(02) VALUE ZEROES.
           05  WS-REF-PESO        PIC 9(02) VALUE ZEROES.
           05  WS-REF-POS         PIC 9(02) VALUE ZEROES.
