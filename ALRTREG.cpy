      *-----------------------------------------------------------------
      * ALRTREG -> LAYOUT DO REGISTRO DE ALERTA DO MONITORAMENTO DE
      * MOVIMENTACAO (MOVMON), USADO NO HISTORICO DE ALERTAS JA
      * COMUNICADOS (ALRTHIST) E NA AREA DE TRABALHO DO RELATORIO DE
      * COMPLIANCE. A CHAVE E O CLIENTE, O TIPO DO ALERTA, A
      * DATA/HORA DO MOVIMENTO QUE O DISPAROU E A ORDEM DELE ENTRE OS
      * MOVIMENTOS DO CLIENTE COM A MESMA DATA/HORA NA TRILHA DE
      * AUDITORIA, DE MODO QUE O MESMO MOVIMENTO NUNCA GERA O MESMO
      * ALERTA DUAS VEZES:
      * - TIPO 'V': MOVIMENTO ISOLADO ACIMA DO LIMITE DE VALOR ALTO
      * - TIPO 'F': FRACIONAMENTO - SOMA DOS MOVIMENTOS DO CLIENTE NA
      *   JANELA DE DIAS ACIMA DO LIMITE DE FRACIONAMENTO, COM CADA
      *   MOVIMENTO DA JANELA ABAIXO DO LIMITE DE VALOR ALTO
      * O VALOR DO MOVIMENTO NAO TEM SINAL: A NATUREZA ('C' CREDITO OU
      * 'D' DEBITO) DIZ O SENTIDO. OS DADOS DA JANELA SO SAO
      * PREENCHIDOS NO ALERTA DE FRACIONAMENTO. O CPF/CNPJ E O DO
      * CADASTRO NO MOMENTO DO MOVIMENTO (TIPO EM BRANCO PARA CLIENTE
      * SEM DOCUMENTO)
      *-----------------------------------------------------------------
       01  MA-REGISTRO-ALERTA.
           05 MA-CHAVE-ALERTA.
              10 MA-NUMERO-CLIENTE    PIC 9(06).
              10 MA-TIPO-ALERTA       PIC X(01).
                 88 MA-ALERTA-VALOR-ALTO VALUE 'V'.
                 88 MA-ALERTA-FRACIONAMENTO VALUE 'F'.
              10 MA-DATA-MOVIMENTO    PIC 9(08).
              10 MA-HORA-MOVIMENTO    PIC 9(08).
              10 MA-SEQUENCIA-MOVIMENTO PIC 9(03).
           05 MA-CODIGO-AGENCIA       PIC 9(04).
           05 MA-NOME-CLIENTE         PIC X(30).
           05 MA-VALOR-MOVIMENTO      PIC 9(11)V99.
           05 MA-NATUREZA             PIC X(01).
              88 MA-NATUREZA-CREDITO  VALUE 'C'.
              88 MA-NATUREZA-DEBITO   VALUE 'D'.
           05 MA-DATA-INICIO-JANELA   PIC 9(08).
           05 MA-QTDE-MOVIMENTOS      PIC 9(05).
           05 MA-VALOR-JANELA         PIC 9(13)V99.
           05 MA-DATA-ALERTA          PIC 9(08).
           05 MA-TIPO-DOCUMENTO       PIC X(01).
           05 MA-NUMERO-DOCUMENTO     PIC 9(14).
           05 FILLER                  PIC X(02).
