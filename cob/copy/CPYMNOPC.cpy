      ******************************************************************
      * COPYBOOK    : CPYMNOPC                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : EDUC360 BATCH STANDARDS                          *
      * PURPOSE     : OPTION TABLE OF THE EDUC360-MENU OPERATOR MENU - *
      *               OPTION NUMBER, PROGRAM CALLED, SENSITIVE FLAG    *
      *               AND DESCRIPTION. THE OPTION NUMBER IS ALSO THE   *
      *               POSITION OF THE OPERATOR'S AUTHORIZATION BYTE    *
      *               IN THE OPERMAST PROFILE. A PROGRAM FLAGGED 'S'   *
      *               (PURGE, RESTORE, RETRO RECALCULATION, LOCK       *
      *               OVERRIDE, PARAMETER AND OPERATOR MAINTENANCE)    *
      *               IS LISTED BY THE EXERC115 ACCESS AUDIT. A NEW    *
      *               OPTION GOES AT THE END, WITH WS-MNU-QTD RAISED   *
      *               TO MATCH.                                        *
      ******************************************************************
       01  WS-MNU-VALORES.
           05  FILLER             PIC X(44) VALUE
               '02EXERC002NLOTE DE AREAS                    '.
           05  FILLER             PIC X(44) VALUE
               '03EXERC003NEXTRATO DE TEMPO DE EMPRESA      '.
           05  FILLER             PIC X(44) VALUE
               '04EXERC004NFOLHA DE PAGAMENTO               '.
           05  FILLER             PIC X(44) VALUE
               '05EXERC005NDISTANCIA E ALUGUEL DE CIDADES   '.
           05  FILLER             PIC X(44) VALUE
               '06EXERC006NESTORNO DE LANCAMENTOS CONTABEIS '.
           05  FILLER             PIC X(44) VALUE
               '07EXERC007NTRIAGEM DE SAUDE DE PACIENTES    '.
           05  FILLER             PIC X(44) VALUE
               '08EXERC008NCOMISSAO DE VENDEDORES           '.
           05  FILLER             PIC X(44) VALUE
               '09EXERC009NCLASSIFICACAO DE TRANSACOES      '.
           05  FILLER             PIC X(44) VALUE
               '10EXERC010NAMORTIZACAO DE EMPRESTIMO        '.
           05  FILLER             PIC X(44) VALUE
               '11EXERC011NCHECKOUT DE LOJA                 '.
           05  FILLER             PIC X(44) VALUE
               '12EXERC012NMEDIA DE TURMA                   '.
           05  FILLER             PIC X(44) VALUE
               '13EXERC013NRANKING DE DESEMPENHO            '.
           05  FILLER             PIC X(44) VALUE
               '14EXERC014NPRECO DE COMMODITIES             '.
           05  FILLER             PIC X(44) VALUE
               '15EXERC015NUTILITARIO DE ORDENACAO          '.
           05  FILLER             PIC X(44) VALUE
               '16EXERC016NCONTROLE DE LOTE                 '.
           05  FILLER             PIC X(44) VALUE
               '17EXERC017NMANUTENCAO CUSTOMER-MASTER       '.
           05  FILLER             PIC X(44) VALUE
               '18EXERC018NMATRIZ CONTROLADA POR ARQUIVO    '.
           05  FILLER             PIC X(44) VALUE
               '19EXERC019NVARIANCIA DE ESTOQUE             '.
           05  FILLER             PIC X(44) VALUE
               '20COB001  NCONVERSAO CAMBIAL                '.
           05  FILLER             PIC X(44) VALUE
               '21COB002  NCALCULO DE IMC                   '.
           05  FILLER             PIC X(44) VALUE
               '22EXERC020NLANCAMENTO ANUAL DE IPTU         '.
           05  FILLER             PIC X(44) VALUE
               '23EXERC021NFECHAMENTO ANUAL E 13o           '.
           05  FILLER             PIC X(44) VALUE
               '24EXERC022NFATURAMENTO MENSAL ALUGUEL       '.
           05  FILLER             PIC X(44) VALUE
               '25EXERC023NTENDENCIA DE IMC                 '.
           05  FILLER             PIC X(44) VALUE
               '26EXERC024NPAGAMENTO TRIMESTRAL ABONO       '.
           05  FILLER             PIC X(44) VALUE
               '27EXERC025NCONCILIACAO DE CAIXAS            '.
           05  FILLER             PIC X(44) VALUE
               '28EXERC026NMANUTENCAO ITEM-MASTER           '.
           05  FILLER             PIC X(44) VALUE
               '29EXERC027NAUDITORIA CUSTOMER-MASTER        '.
           05  FILLER             PIC X(44) VALUE
               '30COB003  NCONCILIACAO FX X EXTRATO         '.
           05  FILLER             PIC X(44) VALUE
               '31EXERC028NRESUMO DA NOITE EDUCNITE         '.
           05  FILLER             PIC X(44) VALUE
               '32EXERC029SARQUIVAMENTO E EXPURGO           '.
           05  FILLER             PIC X(44) VALUE
               '33EXERC030SBACKUP/RESTAURACAO MASTER        '.
           05  FILLER             PIC X(44) VALUE
               '34EXERC033SRECALCULO RETROATIVO DA FOLHA    '.
           05  FILLER             PIC X(44) VALUE
               '35EXERC056SLIBERACAO DE TRAVAS              '.
           05  FILLER             PIC X(44) VALUE
               '36EXERC059SMANUTENCAO DE PARAMETROS         '.
           05  FILLER             PIC X(44) VALUE
               '37EXERC114SMANUTENCAO DE OPERADORES         '.
           05  FILLER             PIC X(44) VALUE
               '38EXERC115NAUDITORIA DE ACESSO              '.
       01  WS-MNU-TABELA REDEFINES WS-MNU-VALORES.
           05  WS-MNU-ITEM        OCCURS 37 TIMES.
               10  WS-MNU-OPCAO     PIC 9(02).
               10  WS-MNU-PROGRAMA  PIC X(08).
               10  WS-MNU-SENSIVEL  PIC X(01).
                   88  WS-MNU-PROGRAMA-SENSIVEL VALUE 'S'.
               10  WS-MNU-DESCRICAO PIC X(33).
       01  WS-MNU-QTD             PIC 9(02) VALUE 37.
       01  WS-MNU-I               PIC 9(02) VALUE ZEROES.
