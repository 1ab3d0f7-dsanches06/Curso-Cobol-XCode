      *-----------------------------------------------------------------
      * GLREG -> LAYOUT DO REGISTRO DA INTERFACE CONTABIL (GLINTF),
      * GERADA A CADA PROCESSAMENTO (NOTURNO E FECHAMENTO MENSAL) PARA
      * A CONTABILIDADE COM AS PARTIDAS DOBRADAS DE TODA MOVIMENTACAO
      * DE SALDO DOS CLIENTES, RESUMIDAS POR AGENCIA E TIPO DE
      * LANCAMENTO. CADA RESUMO GERA UM LANCAMENTO A DEBITO E OUTRO A
      * CREDITO DE MESMO VALOR, NAS CONTAS CONTABEIS CARREGADAS DO
      * ARQUIVO DE PARAMETROS. O VALOR NAO TEM SINAL: A NATUREZA DO
      * LANCAMENTO ('D' OU 'C') DIZ O LADO. O CABECALHO TRAZ A DATA E
      * O MODO DO PROCESSAMENTO E O RODAPE FECHA A QUANTIDADE DE
      * LANCAMENTOS E OS TOTAIS A DEBITO E A CREDITO, QUE TEM DE SER
      * IGUAIS PARA A CONTABILIDADE ACEITAR O ARQUIVO
      *-----------------------------------------------------------------
       01  GL-REGISTRO-CONTABIL.
           05 GL-TIPO-REGISTRO        PIC X(01).
              88 GL-TIPO-CABECALHO    VALUE 'H'.
              88 GL-TIPO-LANCAMENTO   VALUE 'D'.
              88 GL-TIPO-RODAPE       VALUE 'T'.
           05 GL-DADOS-LANCAMENTO.
              10 GL-DATA-MOVIMENTO    PIC 9(08).
              10 GL-CODIGO-AGENCIA    PIC 9(04).
              10 GL-CODIGO-LANCAMENTO PIC X(02).
                 88 GL-LANCTO-MOVIMENTACAO VALUE 'MV'.
                 88 GL-LANCTO-TARIFA  VALUE 'TA'.
                 88 GL-LANCTO-JUROS-CREDORES VALUE 'JC'.
                 88 GL-LANCTO-JUROS-DEVEDORES VALUE 'JD'.
                 88 GL-LANCTO-ARQUIVAMENTO VALUE 'AQ'.
                 88 GL-LANCTO-EXCLUSAO VALUE 'EX'.
                 88 GL-LANCTO-VALOR-ESQUECIDO VALUE 'VE'.
              10 GL-CONTA-CONTABIL    PIC 9(11).
              10 GL-NATUREZA          PIC X(01).
                 88 GL-NATUREZA-DEBITO VALUE 'D'.
                 88 GL-NATUREZA-CREDITO VALUE 'C'.
              10 GL-VALOR-LANCAMENTO  PIC 9(11)V99.
              10 GL-QTDE-MOVIMENTOS   PIC 9(09).
              10 FILLER               PIC X(31).
           05 GL-DADOS-CONTROLE REDEFINES GL-DADOS-LANCAMENTO.
              10 GL-DATA-REFERENCIA   PIC 9(08).
              10 GL-MODO-PROCESSAMENTO PIC X(01).
              10 GL-QTDE-LANCAMENTOS  PIC 9(09).
              10 GL-TOTAL-DEBITOS     PIC 9(13)V99.
              10 GL-TOTAL-CREDITOS    PIC 9(13)V99.
              10 FILLER               PIC X(31).
