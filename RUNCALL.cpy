      *-----------------------------------------------------------------
      * RUNCALL -> AREA DE COMUNICACAO COMPARTILHADA ENTRE OS PASSOS DA
      * ESTEIRA NOTURNA E A ROTINA DO CONTROLE DE EXECUCAO (RUNCHK).
      * NA FUNCAO 'I' (INICIO) A ROTINA CONFERE SE O PASSO ANTECESSOR
      * TERMINOU LIMPO NA MESMA DATA DE NEGOCIO E SE O PASSO AINDA NAO
      * RODOU LIMPO NESSA DATA, E REGISTRA O INICIO; NA FUNCAO 'F'
      * (FIM) REGISTRA O FIM COM O CODIGO DE RETORNO DO PASSO; NA
      * FUNCAO 'C' (CONSULTA) SO CONFERE, SEM REGISTRAR NADA, SE O
      * PASSO INFORMADO TERMINOU LIMPO NA DATA DE NEGOCIO (USADA POR
      * QUEM, EM CERTAS NOITES, DEPENDE DE UM PASSO ALEM DO SEU
      * ANTECESSOR). O MODO DE PROCESSAMENTO E GUARDADO NO REGISTRO
      * DO PASSO NA FUNCAO DE INICIO; SO O PROCESSAMENTO NOTURNO O
      * INFORMA, OS DEMAIS PASSOS MANDAM BRANCO
      *-----------------------------------------------------------------
       01  RU-AREA-EXECUCAO.
           05 RU-FUNCAO               PIC X(01).
              88 RU-FUNCAO-INICIO     VALUE 'I'.
              88 RU-FUNCAO-FIM        VALUE 'F'.
              88 RU-FUNCAO-CONSULTA   VALUE 'C'.
           05 RU-DATA-NEGOCIO         PIC 9(08).
           05 RU-PASSO                PIC X(08).
           05 RU-CODIGO-PASSO         PIC 9(04).
           05 RU-MODO-PROCESSAMENTO   PIC X(01).
           05 RU-PASSO-ANTECESSOR     PIC X(08).
           05 RU-STATUS-ARQUIVO       PIC X(02).
           05 RU-CODIGO-RETORNO       PIC X(01).
              88 RU-EXECUCAO-OK       VALUE '0'.
              88 RU-ANTECESSOR-PENDENTE VALUE '1'.
              88 RU-PASSO-JA-EXECUTADO VALUE '2'.
              88 RU-PASSO-NAO-INICIADO VALUE '3'.
              88 RU-PASSO-DESCONHECIDO VALUE '4'.
              88 RU-PASSO-NAO-CONCLUIDO VALUE '5'.
              88 RU-ERRO-ARQUIVO      VALUE '9'.
