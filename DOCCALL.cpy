      *-----------------------------------------------------------------
      * DOCCALL -> AREA DE COMUNICACAO COMPARTILHADA ENTRE QUEM CHAMA
      * E A ROTINA DE CRITICA DO DOCUMENTO DO CLIENTE (DOCCHK), PARA
      * QUE TODOS OS PROGRAMAS DA CASA CONFIRAM O CPF/CNPJ E O
      * APRESENTEM DA MESMA FORMA. O DOCUMENTO TEM O MESMO FORMATO DO
      * DOCUMENTO DA TRANSACAO (TRANREG): TIPO 'F' CPF OU 'J' CNPJ E
      * NUMERO COM 14 DIGITOS, O CPF ALINHADO A DIREITA. O DOCUMENTO
      * EDITADO (999.999.999-99 OU 99.999.999/9999-99) SO E DEVOLVIDO
      * QUANDO O TIPO E CONHECIDO E O NUMERO E NUMERICO
      *-----------------------------------------------------------------
       01  DC-AREA-DOCUMENTO.
           05 DC-DOCUMENTO.
              10 DC-TIPO-DOCUMENTO    PIC X(01).
                 88 DC-DOCUMENTO-CPF  VALUE 'F'.
                 88 DC-DOCUMENTO-CNPJ VALUE 'J'.
              10 DC-NUMERO-DOCUMENTO  PIC 9(14).
           05 DC-DOCUMENTO-EDITADO    PIC X(18).
           05 DC-CODIGO-RETORNO       PIC X(01).
              88 DC-DOCUMENTO-OK      VALUE '0'.
              88 DC-DOCUMENTO-AUSENTE VALUE '1'.
              88 DC-DIGITO-INVALIDO   VALUE '2'.
              88 DC-TIPO-INVALIDO     VALUE '3'.
