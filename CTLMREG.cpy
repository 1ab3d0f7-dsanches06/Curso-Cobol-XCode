      *-----------------------------------------------------------------
      * CTLMREG -> LAYOUT DO REGISTRO DE TOTAIS DO FECHAMENTO MENSAL
      * (CTLMENS), INDEXADO PELO ANO/MES DE REFERENCIA. GRAVADO PELO
      * PROCESSAMENTO NOTURNO NO MODO FECHAMENTO (M) COM OS MESMOS
      * TOTAIS DA FOLHA DE CONTROLE DO FECHAMENTO, E GUARDADO MES A
      * MES COMO FONTE INDEPENDENTE PARA A PROVA DO INFORME DE
      * RENDIMENTOS. O REPROCESSAMENTO DO MESMO MES REGRAVA O REGISTRO.
      * OS JUROS DEBITADOS SAO GUARDADOS EM VALOR POSITIVO, COMO NA
      * FOLHA DE CONTROLE
      *-----------------------------------------------------------------
       01  CF-REGISTRO-FECHAMENTO.
           05 CF-ANO-MES              PIC 9(06).
           05 CF-DATA-EXECUCAO        PIC 9(08).
           05 CF-QTDE-CLIENTES-LIDOS  PIC S9(09) COMP-3.
           05 CF-QTDE-TARIFADAS       PIC S9(09) COMP-3.
           05 CF-VALOR-TARIFADO       PIC S9(09)V99 COMP-3.
           05 CF-QTDE-JUROS-CREDITO   PIC S9(09) COMP-3.
           05 CF-VALOR-JUROS-CREDITO  PIC S9(09)V99 COMP-3.
           05 CF-QTDE-JUROS-DEBITO    PIC S9(09) COMP-3.
           05 CF-VALOR-JUROS-DEBITO   PIC S9(09)V99 COMP-3.
           05 CF-QTDE-TRANSFERIDAS    PIC S9(09) COMP-3.
           05 CF-VALOR-TRANSFERIDO    PIC S9(11)V99 COMP-3.
           05 CF-QTDE-ARQUIVADAS      PIC S9(09) COMP-3.
           05 FILLER                  PIC X(20).
