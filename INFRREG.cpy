      *-----------------------------------------------------------------
      * INFRREG -> LAYOUT DO RESUMO ANUAL DO CLIENTE PARA O INFORME DE
      * RENDIMENTOS (INFREND), APURADO A PARTIR DO HISTORICO
      * PERMANENTE DE AUDITORIA E USADO NA AREA DE TRABALHO QUE E
      * REORDENADA POR AGENCIA ANTES DA IMPRESSAO. OS SALDOS SAO OS
      * DE 31/12 DO ANO ANTERIOR E DE 31/12 DO ANO-CALENDARIO; OS
      * JUROS CREDITADOS (RENDIMENTO) E DEBITADOS (ENCARGO DO
      * DESCOBERTO) SAO OS LANCADOS NO ANO, AMBOS SEM SINAL. NOME,
      * ENDERECO, AGENCIA E CPF/CNPJ SAO OS DA ULTIMA IMAGEM DO
      * CLIENTE ATE O FIM DO ANO-CALENDARIO (TIPO DO DOCUMENTO EM
      * BRANCO PARA CLIENTE SEM DOCUMENTO)
      *-----------------------------------------------------------------
       01  IR-REGISTRO-INFORME.
           05 IR-CODIGO-AGENCIA       PIC 9(04).
           05 IR-NUMERO-CLIENTE       PIC 9(06).
           05 IR-NOME-CLIENTE         PIC X(30).
           05 IR-ENDERECO.
              10 IR-LOGRADOURO        PIC X(30).
              10 IR-CIDADE            PIC X(20).
              10 IR-UF                PIC X(02).
              10 IR-CEP               PIC X(09).
           05 IR-TIPO-DOCUMENTO       PIC X(01).
              88 IR-DOCUMENTO-CPF     VALUE 'F'.
              88 IR-DOCUMENTO-CNPJ    VALUE 'J'.
           05 IR-NUMERO-DOCUMENTO     PIC 9(14).
           05 IR-SALDO-ANTERIOR       PIC S9(09)V99 COMP-3.
           05 IR-SALDO-ATUAL          PIC S9(09)V99 COMP-3.
           05 IR-JUROS-CREDITADOS     PIC S9(11)V99 COMP-3.
           05 IR-JUROS-DEBITADOS      PIC S9(11)V99 COMP-3.
           05 IR-QTDE-LANCTOS-JUROS   PIC 9(03).
           05 FILLER                  PIC X(10).
