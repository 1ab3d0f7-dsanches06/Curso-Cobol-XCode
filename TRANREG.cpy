      *-----------------------------------------------------------------
      * TRANREG -> LAYOUT DO REGISTRO DE TRANSACAO DO CADASTRO MESTRE
      * DE CLIENTES (INCLUSAO/ALTERACAO/EXCLUSAO), COMPARTILHADO ENTRE
      * O ARQUIVO DE ENTRADA, A AREA DE ORDENACAO E O ARQUIVO ORDENADO.
      * O DOCUMENTO DO CLIENTE (TIPO 'F' CPF OU 'J' CNPJ, NUMERO COM
      * 14 DIGITOS E O CPF ALINHADO A DIREITA) E OBRIGATORIO NA
      * INCLUSAO E IGNORADO NAS DEMAIS ACOES
      *-----------------------------------------------------------------
       01  TR-REGISTRO-TRANSACAO.
           05 TR-NUMERO-CLIENTE       PIC 9(06).
           05 TR-DATA-TRANSACAO       PIC 9(08).
           05 TR-NOVA-SITUACAO        PIC X(01).
           05 TR-CODIGO-AGENCIA       PIC 9(04).
           05 TR-DOCUMENTO.
              10 TR-TIPO-DOCUMENTO    PIC X(01).
                 88 TR-DOCUMENTO-CPF  VALUE 'F'.
                 88 TR-DOCUMENTO-CNPJ VALUE 'J'.
              10 TR-NUMERO-DOCUMENTO  PIC 9(14).
