      ******************************************************************
      * COPYBOOK    : CPYACCLG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : EDUC360 BATCH STANDARDS                          *
      * PURPOSE     : OPERATOR ACCESS-LOG RECORD - THE RUNLOG IDEA     *
      *               APPLIED TO THE CONSOLE. EDUC360-MENU APPENDS ONE *
      *               TO THE SHARED ACCSLOG FILE FOR EVERY SIGN-ON,    *
      *               FAILED SIGN-ON, LOCK-OUT, PROGRAM LAUNCH (WITH   *
      *               THE PROGRAM'S RETURN CODE), REFUSED OPTION AND   *
      *               SIGN-OFF; EXERC114 APPENDS ONE PER OPERMAST      *
      *               CHANGE IT APPLIES. EXERC115 READS THEM BACK FOR  *
      *               THE ACCESS AUDIT. THE RECORD IS 50 BYTES.        *
      ******************************************************************
       01  WS-ACCSLOG-REG.
           05  ACL-DATA           PIC 9(08).
           05  ACL-HORA           PIC 9(06).
           05  ACL-OPERADOR       PIC X(08).
           05  ACL-EVENTO         PIC X(01).
               88  ACL-ENTRADA        VALUE 'E'.
               88  ACL-FALHA-SENHA    VALUE 'F'.
               88  ACL-BLOQUEIO       VALUE 'B'.
               88  ACL-EXECUCAO       VALUE 'X'.
               88  ACL-NEGADO         VALUE 'N'.
               88  ACL-SAIDA          VALUE 'S'.
               88  ACL-MANUTENCAO     VALUE 'M'.
           05  ACL-PROGRAMA       PIC X(08).
           05  ACL-RC             PIC 9(02).
           05  ACL-ALVO           PIC X(08).
           05  ACL-ACAO           PIC X(01).
           05  FILLER             PIC X(08).
       01  WS-ACL-HORA-COMPLETA   PIC 9(08) VALUE ZEROES.
