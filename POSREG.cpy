      *-----------------------------------------------------------------
      * POSREG -> LAYOUT DA POSICAO DA CARTEIRA DE UMA AGENCIA,
      * APURADA PELO PROGRAMA CARTAGN A PARTIR DO CADASTRO MESTRE DE
      * CLIENTES. O MESMO LAYOUT SERVE:
      * - A FOTOGRAFIA DIARIA (UM REGISTRO POR AGENCIA, COM A DATA DE
      *   NEGOCIO NA CHAVE), QUE NA NOITE SEGUINTE E LIDA DE VOLTA
      *   PARA A COMPARACAO COM O DIA ANTERIOR
      * - O HISTORICO MENSAL INDEXADO, GRAVADO NO FECHAMENTO DO MES;
      *   NELE O DIA DA DATA DA CHAVE E GRAVADO ZERADO (AAAAMM00),
      *   PARA QUE A CHAVE IDENTIFIQUE O MES, E A DATA DE NEGOCIO DO
      *   FECHAMENTO FICA EM PS-DATA-REFERENCIA
      * AS QUANTIDADES SAO DE CONTAS; O SALDO POSITIVO E A SOMA DOS
      * SALDOS CREDORES E A EXPOSICAO EM DESCOBERTO E A SOMA DOS SALDOS
      * DEVEDORES, GRAVADA SEM SINAL. AS FAIXAS DE SALDO NAO INCLUEM AS
      * CONTAS ENCERRADAS. OS LIMITES DAS FAIXAS EM VIGOR NA APURACAO
      * VAO NO REGISTRO PARA QUE UMA MUDANCA DE PARAMETRO SEJA
      * PERCEBIDA NA COMPARACAO
      *-----------------------------------------------------------------
       01  PS-REGISTRO-POSICAO.
           05 PS-CHAVE-POSICAO.
              10 PS-DATA-POSICAO      PIC 9(08).
              10 PS-DATA-DECOMPOSTA REDEFINES PS-DATA-POSICAO.
                 15 PS-ANO-MES        PIC 9(06).
                 15 PS-DIA            PIC 9(02).
              10 PS-CODIGO-AGENCIA    PIC 9(04).
           05 PS-DADOS-POSICAO.
              10 PS-QTDE-ATIVAS       PIC S9(09) COMP-3.
              10 PS-QTDE-INATIVAS     PIC S9(09) COMP-3.
              10 PS-QTDE-ENCERRADAS   PIC S9(09) COMP-3.
              10 PS-QTDE-OUTRAS       PIC S9(09) COMP-3.
              10 PS-QTDE-DORMENTES    PIC S9(09) COMP-3.
              10 PS-SALDO-POSITIVO    PIC S9(13)V99 COMP-3.
              10 PS-SALDO-DESCOBERTO  PIC S9(13)V99 COMP-3.
              10 PS-FAIXA-SALDO OCCURS 6 TIMES.
                 15 PS-FX-QTDE        PIC S9(09) COMP-3.
                 15 PS-FX-VALOR       PIC S9(13)V99 COMP-3.
           05 PS-LIMITES-FAIXAS.
              10 PS-QTDE-LIMITES      PIC 9(01).
              10 PS-LIMITE-FAIXA      PIC S9(11)V99 COMP-3
                                      OCCURS 5 TIMES.
           05 PS-DATA-REFERENCIA      PIC 9(08).
           05 FILLER                  PIC X(25).
