      *                POSITION - THE VALIDATOR TRUSTS NOTHING,        *
      *                INCLUDING THE LAYOUTS. ANY MISS ENDS WITH       *
      *                RETURN-CODE 16 SO COND=(4,GT) HOLDS THE NIGHT.  *
      * 2026-10-15 JM  GRADECTL NOW ALSO CARRIES THE PERIODO LETIVO    *
      *                (POS 9-13, NUMERIC) AND THE FECHAR-PERIODO FLAG *
      *                (POS 14, S/N/SPACE) THAT EXERC012 USES TO CLOSE *
      *                A TERM INTO ALUHIST.                            *
      * 2026-10-15 JM  THE ITEMFILE RECORD IS NOW 82 BYTES (UNIT OF    *
      *                MEASURE AND NET CONTENT ADDED).                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC055.
       FD  ITEM-FILE.
       01  ITEM-REC.
           05  ITEM-BARCODE       PIC X(13).
           05  FILLER             PIC X(69).
       FD  CITY-FILE.
       01  CID-REC.
           05  CID-NOME           PIC X(30).
                   TO WS-CK-DETALHE
                 PERFORM GRAVAR-ERRO
               ELSE
                 EVALUATE TRUE
                   WHEN WS-REGISTRO(1:4) IS GREATER THAN '1000'
                     MOVE 'NOTA MINIMA ACIMA DE 10,00'
                       TO WS-CK-DETALHE
                     PERFORM GRAVAR-ERRO
                   WHEN WS-REGISTRO(9:5) IS NOT NUMERIC
                     MOVE 'PERIODO LETIVO NAO NUMERICO (POS 9-13)'
                       TO WS-CK-DETALHE
                     PERFORM GRAVAR-ERRO
                   WHEN WS-REGISTRO(14:1) IS NOT EQUAL TO 'S' AND
                        WS-REGISTRO(14:1) IS NOT EQUAL TO 'N' AND
                        WS-REGISTRO(14:1) IS NOT EQUAL TO SPACE
                     MOVE 'FECHAR-PERIODO NAO E S/N (POS 14)'
                       TO WS-CK-DETALHE
                     PERFORM GRAVAR-ERRO
                   WHEN OTHER
                     PERFORM GRAVAR-OK
                 END-EVALUATE
               END-IF
             END-IF
             CLOSE GRADE-CTL
