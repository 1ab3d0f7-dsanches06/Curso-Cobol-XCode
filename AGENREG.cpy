      *-----------------------------------------------------------------
      * AGENREG -> LAYOUT DO REGISTRO DO CADASTRO MESTRE DE AGENCIAS
      * (AGENMAST), COMPARTILHADO ENTRE O PROGRAMA DE MANUTENCAO DO
      * CADASTRO E OS PROGRAMAS QUE VALIDAM O CODIGO DE AGENCIA OU
      * IMPRIMEM O NOME E A REGIONAL DA AGENCIA NAS QUEBRAS DOS
      * RELATORIOS. A AGENCIA NUNCA E EXCLUIDA (O HISTORICO DOS
      * CLIENTES CONTINUA APONTANDO PARA ELA): O ENCERRAMENTO LIGA A
      * SITUACAO ENCERRADA COM A DATA EFETIVA DO ENCERRAMENTO, E A
      * AGENCIA SO E CONSIDERADA FECHADA A PARTIR DESSA DATA
      *-----------------------------------------------------------------
       01  AG-REGISTRO-AGENCIA.
           05 AG-CODIGO-AGENCIA       PIC 9(04).
           05 AG-NOME-AGENCIA         PIC X(30).
           05 AG-CIDADE               PIC X(20).
           05 AG-UF                   PIC X(02).
           05 AG-REGIONAL             PIC X(15).
           05 AG-SITUACAO             PIC X(01).
              88 AG-SITUACAO-ABERTA   VALUE 'A'.
              88 AG-SITUACAO-ENCERRADA VALUE 'C'.
           05 AG-DATA-ABERTURA        PIC 9(08).
           05 AG-DATA-ENCERRAMENTO    PIC 9(08).
           05 FILLER                  PIC X(12).
