      *-----------------------------------------------------------------
      * VLEREG -> LAYOUT DO REGISTRO DA RESERVA DE VALORES ESQUECIDOS
      * (VLRESQ), INDEXADA PELO NUMERO DO CLIENTE. CADA REGISTRO GUARDA
      * O SALDO DE UMA CONTA DORMENTE TRANSFERIDO NO FECHAMENTO MENSAL
      * PARA A CONTA CONTABIL DE VALORES ESQUECIDOS, COM OS DADOS DO
      * CLIENTE NA DATA DA TRANSFERENCIA (NOME, CPF/CNPJ, AGENCIA E
      * DATA DO ULTIMO MOVIMENTO), PARA QUE O VALOR POSSA SER DEVOLVIDO
      * QUANDO O CLIENTE REAPARECER E REATIVAR A CONTA:
      * - SITUACAO 'T': VALOR TRANSFERIDO, AINDA NA RESERVA
      * - SITUACAO 'D': VALOR JA DEVOLVIDO AO CLIENTE NA REATIVACAO
      * O REGISTRO DEVOLVIDO FICA NA RESERVA COMO HISTORICO E E
      * REGRAVADO SE A MESMA CONTA FOR TRANSFERIDA DE NOVO
      *-----------------------------------------------------------------
       01  VE-REGISTRO-VALOR.
           05 VE-NUMERO-CLIENTE       PIC 9(06).
           05 VE-SITUACAO             PIC X(01).
              88 VE-SITUACAO-TRANSFERIDO VALUE 'T'.
              88 VE-SITUACAO-DEVOLVIDO VALUE 'D'.
           05 VE-VALOR-TRANSFERIDO    PIC S9(09)V99 COMP-3.
           05 VE-DATA-TRANSFERENCIA   PIC 9(08).
           05 VE-DATA-ULTIMA-MOVTO    PIC 9(08).
           05 VE-CODIGO-AGENCIA       PIC 9(04).
           05 VE-NOME-CLIENTE         PIC X(30).
           05 VE-TIPO-DOCUMENTO       PIC X(01).
           05 VE-NUMERO-DOCUMENTO     PIC 9(14) COMP-3.
           05 VE-DATA-DEVOLUCAO       PIC 9(08).
           05 FILLER                  PIC X(20).
