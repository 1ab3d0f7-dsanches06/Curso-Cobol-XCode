      * CUSTREG -> LAYOUT DO REGISTRO DO CADASTRO MESTRE DE CLIENTES
      * (CUSTMAST), COMPARTILHADO ENTRE TODOS OS PROGRAMAS DA CASA QUE
      * LEEM OU ATUALIZAM O CADASTRO, E TAMBEM USADO PARA DESMONTAR AS
      * IMAGENS ANTES/DEPOIS GRAVADAS NA TRILHA DE AUDITORIA.
      * O DOCUMENTO DO CLIENTE (CPF PARA PESSOA FISICA, CNPJ PARA
      * PESSOA JURIDICA) E GUARDADO EMPACOTADO, COM 14 DIGITOS (O CPF
      * ALINHADO A DIREITA); SO TEM VALOR QUANDO O TIPO DO DOCUMENTO
      * ESTA PREENCHIDO - CLIENTES INCLUIDOS ANTES DA EXIGENCIA DO
      * DOCUMENTO TEM O TIPO EM BRANCO.
      * A MARCA DE SALDO TRANSFERIDO INDICA A CONTA DORMENTE CUJO SALDO
      * FOI TRANSFERIDO NO FECHAMENTO MENSAL PARA A RESERVA DE VALORES
      * ESQUECIDOS (VLRESQ); ENQUANTO LIGADA A CONTA NAO E TARIFADA NEM
      * REMUNERADA E O SALDO SO VOLTA PELA REATIVACAO
      *-----------------------------------------------------------------
       01  CM-REGISTRO-CLIENTE.
           05 CM-NUMERO-CLIENTE       PIC 9(06).
           05 CM-CODIGO-AGENCIA       PIC 9(04).
           05 CM-CLIENTE-NOTIFICADO   PIC X(01).
              88 CM-NOTIFICADO        VALUE 'S'.
           05 CM-TIPO-DOCUMENTO       PIC X(01).
              88 CM-DOCUMENTO-CPF     VALUE 'F'.
              88 CM-DOCUMENTO-CNPJ    VALUE 'J'.
           05 CM-NUMERO-DOCUMENTO     PIC 9(14) COMP-3.
           05 CM-SALDO-TRANSFERIDO    PIC X(01).
              88 CM-TRANSFERIDO       VALUE 'S'.
           05 FILLER                  PIC X(04).
