      *-----------------------------------------------------------------
      * RUNCREG -> LAYOUT DO REGISTRO DO CONTROLE DE EXECUCAO DA
      * ESTEIRA NOTURNA (RUNCTL), COMPARTILHADO ENTRE A ROTINA QUE O
      * ATUALIZA (RUNCHK) E O RELATORIO DE SITUACAO DA ESTEIRA
      * (RUNSTAT). HA UM REGISTRO POR DATA DE NEGOCIO E PASSO, COM O
      * INICIO E O FIM DA ULTIMA EXECUCAO E O CODIGO DE RETORNO COM
      * QUE O PASSO TERMINOU. O PASSO QUE CAI SEM PASSAR PELO FIM
      * (CANCELAMENTO PELO SISTEMA OPERACIONAL) FICA EM EXECUCAO. O
      * MODO DE PROCESSAMENTO SO E INFORMADO PELO PROCESSAMENTO
      * NOTURNO (I, F OU M); OS DEMAIS PASSOS O DEIXAM EM BRANCO
      *-----------------------------------------------------------------
       01  RN-REGISTRO-EXECUCAO.
           05 RN-CHAVE-EXECUCAO.
              10 RN-DATA-NEGOCIO      PIC 9(08).
              10 RN-PASSO             PIC X(08).
           05 RN-SITUACAO             PIC X(01).
              88 RN-EM-EXECUCAO       VALUE 'I'.
              88 RN-CONCLUIDO         VALUE 'F'.
           05 RN-DATA-INICIO          PIC 9(08).
           05 RN-HORA-INICIO          PIC 9(08).
           05 RN-DATA-FIM             PIC 9(08).
           05 RN-HORA-FIM             PIC 9(08).
           05 RN-CODIGO-RETORNO       PIC 9(04).
           05 RN-QTDE-EXECUCOES       PIC 9(03).
           05 RN-MODO-PROCESSAMENTO   PIC X(01).
           05 FILLER                  PIC X(23).
