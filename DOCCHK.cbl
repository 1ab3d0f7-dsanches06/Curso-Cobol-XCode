      ******************************************************************
      * IDENTIFICATION DIVISION
      *
      * - DOCCHK E UMA ROTINA DE SERVICO, CHAMADA POR OUTROS
      *   PROGRAMAS DA CASA, PARA CRITICAR O DOCUMENTO DO CLIENTE
      *   (CPF DE PESSOA FISICA OU CNPJ DE PESSOA JURIDICA) PELOS
      *   DIGITOS VERIFICADORES (MODULO 11) E DEVOLVE-LO EDITADO PARA
      *   APRESENTACAO EM PAINEL E RELATORIO
      * - DOCUMENTO SEM TIPO OU COM NUMERO EM BRANCO OU ZERADO E
      *   DEVOLVIDO COMO AUSENTE;
      *   TIPO DIFERENTE DE 'F' E 'J' COMO TIPO INVALIDO; CPF COM MAIS
      *   DE 11 DIGITOS, NUMERO COM TODOS OS DIGITOS IGUAIS OU DIGITO
      *   VERIFICADOR QUE NAO CONFERE COMO DIGITO INVALIDO
      * - TODO PROGRAMA QUE PRECISAR DESSA CRITICA DEVE CHAMAR ESTA
      *   ROTINA, EM VEZ DE REPETIR A CONTA, PARA QUE O RESULTADO
      *   SEJA SEMPRE O MESMO EM TODA A CASA
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCCHK.

      ******************************************************************
      * ENVIRONMENT DIVISION
      *
      * - ROTINA DE CALCULO PURO, NAO ABRE ARQUIVO NENHUM
      ******************************************************************
       ENVIRONMENT DIVISION.

      ******************************************************************
      * DATA DIVISION
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *-----------------------------------------------------------------
      * NUMERO RECEBIDO, VISTO DIGITO A DIGITO PARA O CALCULO E EM
      * GRUPOS PARA A EDICAO DO CPF (OS TRES PRIMEIROS DIGITOS SAO
      * SEMPRE ZERO) E DO CNPJ
      *-----------------------------------------------------------------
       01  WS-NUMERO                  PIC 9(14).
       01  WS-NUMERO-DIGITOS REDEFINES WS-NUMERO.
           05 WS-DIGITO               PIC 9(01) OCCURS 14 TIMES.
       01  WS-NUMERO-CPF REDEFINES WS-NUMERO.
           05 FILLER                  PIC 9(03).
           05 WS-NC-BLOCO1            PIC 9(03).
           05 WS-NC-BLOCO2            PIC 9(03).
           05 WS-NC-BLOCO3            PIC 9(03).
           05 WS-NC-DIGITOS           PIC 9(02).
       01  WS-NUMERO-CNPJ REDEFINES WS-NUMERO.
           05 WS-NJ-BLOCO1            PIC 9(02).
           05 WS-NJ-BLOCO2            PIC 9(03).
           05 WS-NJ-BLOCO3            PIC 9(03).
           05 WS-NJ-FILIAL            PIC 9(04).
           05 WS-NJ-DIGITOS           PIC 9(02).

      *-----------------------------------------------------------------
      * PESOS DO MODULO 11, ALINHADOS A POSICAO DO DIGITO NO NUMERO DE
      * 14 POSICOES: NO SEGUNDO DIGITO VERIFICADOR O PESO DA POSICAO N
      * E A ENTRADA N DA TABELA; NO PRIMEIRO, A ENTRADA N + 1. A TABELA
      * DO TIPO DO DOCUMENTO E COPIADA PARA WS-TABELA-PESOS ANTES DO
      * CALCULO
      *-----------------------------------------------------------------
       01  WS-PESOS-CPF.
           05 FILLER                  PIC X(26) VALUE
                                      '00000011100908070605040302'.
       01  WS-PESOS-CNPJ.
           05 FILLER                  PIC X(26) VALUE
                                      '06050403020908070605040302'.
       01  WS-TABELA-PESOS.
           05 WS-PESO                 PIC 9(02) OCCURS 13 TIMES.

      *-----------------------------------------------------------------
      * VARIAVEIS DO CALCULO DOS DIGITOS VERIFICADORES
      *-----------------------------------------------------------------
       01  WS-VARIAVEIS-CALCULO.
           05 WS-VC-POS-INICIAL       PIC 9(02) COMP.
           05 WS-VC-POS-FINAL         PIC 9(02) COMP.
           05 WS-VC-POS-SEGUINTE      PIC 9(02) COMP.
           05 WS-VC-DESLOCAMENTO      PIC 9(02) COMP.
           05 WS-VC-SUB               PIC 9(02) COMP.
           05 WS-VC-SUB-PESO          PIC 9(02) COMP.
           05 WS-VC-SOMA              PIC 9(05) COMP.
           05 WS-VC-QUOCIENTE         PIC 9(05) COMP.
           05 WS-VC-RESTO             PIC 9(02) COMP.
           05 WS-VC-DIGITO-CALCULADO  PIC 9(01).
           05 WS-VC-IND-IGUAIS        PIC X(01).
              88 WS-VC-DIGITOS-IGUAIS VALUE 'S'.

      *-----------------------------------------------------------------
      * DOCUMENTO EDITADO PARA APRESENTACAO
      *-----------------------------------------------------------------
       01  WS-CPF-EDITADO.
           05 WS-CE-BLOCO1            PIC 9(03).
           05 FILLER                  PIC X(01) VALUE '.'.
           05 WS-CE-BLOCO2            PIC 9(03).
           05 FILLER                  PIC X(01) VALUE '.'.
           05 WS-CE-BLOCO3            PIC 9(03).
           05 FILLER                  PIC X(01) VALUE '-'.
           05 WS-CE-DIGITOS           PIC 9(02).
           05 FILLER                  PIC X(04) VALUE SPACES.

       01  WS-CNPJ-EDITADO.
           05 WS-JE-BLOCO1            PIC 9(02).
           05 FILLER                  PIC X(01) VALUE '.'.
           05 WS-JE-BLOCO2            PIC 9(03).
           05 FILLER                  PIC X(01) VALUE '.'.
           05 WS-JE-BLOCO3            PIC 9(03).
           05 FILLER                  PIC X(01) VALUE '/'.
           05 WS-JE-FILIAL            PIC 9(04).
           05 FILLER                  PIC X(01) VALUE '-'.
           05 WS-JE-DIGITOS           PIC 9(02).

      *-----------------------------------------------------------------
      * AREA DE COMUNICACAO COM QUEM CHAMA ESTA ROTINA
      *-----------------------------------------------------------------
       LINKAGE SECTION.
           COPY DOCCALL.

      ******************************************************************
      * PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION USING DC-AREA-DOCUMENTO.

       0000-MAINLINE.
           MOVE '0' TO DC-CODIGO-RETORNO.
           MOVE SPACES TO DC-DOCUMENTO-EDITADO.
           PERFORM 1000-CONFERIR-PREENCHIMENTO THRU 1000-EXIT.
           IF DC-DOCUMENTO-OK
               PERFORM 2000-EDITAR-DOCUMENTO THRU 2000-EXIT
               PERFORM 3000-CONFERIR-DIGITOS THRU 3000-EXIT
           END-IF.
           GOBACK.

      *=================================================================
      * 1000-CONFERIR-PREENCHIMENTO
      * CONFERE SE O DOCUMENTO FOI INFORMADO, SE O TIPO E CONHECIDO E
      * SE O NUMERO E NUMERICO, ANTES DE TENTAR CALCULAR OS DIGITOS
      *=================================================================
       1000-CONFERIR-PREENCHIMENTO.
           IF DC-TIPO-DOCUMENTO = SPACE
               MOVE '1' TO DC-CODIGO-RETORNO
               GO TO 1000-EXIT
           END-IF.
           IF NOT DC-DOCUMENTO-CPF AND NOT DC-DOCUMENTO-CNPJ
               MOVE '3' TO DC-CODIGO-RETORNO
               GO TO 1000-EXIT
           END-IF.
           IF DC-NUMERO-DOCUMENTO NOT NUMERIC
               MOVE '1' TO DC-CODIGO-RETORNO
               GO TO 1000-EXIT
           END-IF.
           IF DC-NUMERO-DOCUMENTO = ZERO
               MOVE '1' TO DC-CODIGO-RETORNO
               GO TO 1000-EXIT
           END-IF.
           MOVE DC-NUMERO-DOCUMENTO TO WS-NUMERO.
       1000-EXIT.
           EXIT.

      *=================================================================
      * 2000-EDITAR-DOCUMENTO
      * MONTA O DOCUMENTO EDITADO NO FORMATO DO TIPO: CPF
      * 999.999.999-99 OU CNPJ 99.999.999/9999-99
      *=================================================================
       2000-EDITAR-DOCUMENTO.
           IF DC-DOCUMENTO-CPF
               MOVE WS-NC-BLOCO1 TO WS-CE-BLOCO1
               MOVE WS-NC-BLOCO2 TO WS-CE-BLOCO2
               MOVE WS-NC-BLOCO3 TO WS-CE-BLOCO3
               MOVE WS-NC-DIGITOS TO WS-CE-DIGITOS
               MOVE WS-CPF-EDITADO TO DC-DOCUMENTO-EDITADO
           ELSE
               MOVE WS-NJ-BLOCO1 TO WS-JE-BLOCO1
               MOVE WS-NJ-BLOCO2 TO WS-JE-BLOCO2
               MOVE WS-NJ-BLOCO3 TO WS-JE-BLOCO3
               MOVE WS-NJ-FILIAL TO WS-JE-FILIAL
               MOVE WS-NJ-DIGITOS TO WS-JE-DIGITOS
               MOVE WS-CNPJ-EDITADO TO DC-DOCUMENTO-EDITADO
           END-IF.
       2000-EXIT.
           EXIT.

      *=================================================================
      * 3000-CONFERIR-DIGITOS
      * CONFERE OS DOIS DIGITOS VERIFICADORES PELO MODULO 11 COM OS
      * PESOS DO TIPO DO DOCUMENTO. O CPF OCUPA AS 11 ULTIMAS
      * POSICOES DO NUMERO E O CNPJ AS 14. NUMEROS COM TODOS OS
      * DIGITOS IGUAIS PASSAM NA CONTA MAS NAO SAO EMITIDOS PELA
      * RECEITA, E SAO RECUSADOS
      *=================================================================
       3000-CONFERIR-DIGITOS.
           IF DC-DOCUMENTO-CPF
               IF WS-NUMERO > 99999999999
                   MOVE '2' TO DC-CODIGO-RETORNO
                   GO TO 3000-EXIT
               END-IF
               MOVE 4 TO WS-VC-POS-INICIAL
               MOVE WS-PESOS-CPF TO WS-TABELA-PESOS
           ELSE
               MOVE 1 TO WS-VC-POS-INICIAL
               MOVE WS-PESOS-CNPJ TO WS-TABELA-PESOS
           END-IF.
           MOVE 'S' TO WS-VC-IND-IGUAIS.
           COMPUTE WS-VC-POS-SEGUINTE = WS-VC-POS-INICIAL + 1.
           PERFORM 3100-COMPARAR-DIGITO THRU 3100-EXIT
               VARYING WS-VC-SUB FROM WS-VC-POS-SEGUINTE BY 1
               UNTIL WS-VC-SUB > 14 OR NOT WS-VC-DIGITOS-IGUAIS.
           IF WS-VC-DIGITOS-IGUAIS
               MOVE '2' TO DC-CODIGO-RETORNO
               GO TO 3000-EXIT
           END-IF.
           MOVE 12 TO WS-VC-POS-FINAL.
           MOVE 1 TO WS-VC-DESLOCAMENTO.
           PERFORM 3200-CALCULAR-DIGITO THRU 3200-EXIT.
           IF WS-VC-DIGITO-CALCULADO NOT = WS-DIGITO (13)
               MOVE '2' TO DC-CODIGO-RETORNO
               GO TO 3000-EXIT
           END-IF.
           MOVE 13 TO WS-VC-POS-FINAL.
           MOVE ZERO TO WS-VC-DESLOCAMENTO.
           PERFORM 3200-CALCULAR-DIGITO THRU 3200-EXIT.
           IF WS-VC-DIGITO-CALCULADO NOT = WS-DIGITO (14)
               MOVE '2' TO DC-CODIGO-RETORNO
           END-IF.
       3000-EXIT.
           EXIT.

      *=================================================================
      * 3100-COMPARAR-DIGITO
      * COMPARA UM DIGITO DO NUMERO COM O PRIMEIRO DIGITO DO
      * DOCUMENTO, DESLIGANDO O INDICADOR QUANDO SAO DIFERENTES
      *=================================================================
       3100-COMPARAR-DIGITO.
           IF WS-DIGITO (WS-VC-SUB)
                   NOT = WS-DIGITO (WS-VC-POS-INICIAL)
               MOVE 'N' TO WS-VC-IND-IGUAIS
           END-IF.
       3100-EXIT.
           EXIT.

      *=================================================================
      * 3200-CALCULAR-DIGITO
      * CALCULA UM DIGITO VERIFICADOR: SOMA DOS DIGITOS DA POSICAO
      * INICIAL ATE A FINAL MULTIPLICADOS PELOS PESOS, RESTO DA
      * DIVISAO POR 11; RESTO 0 OU 1 DA DIGITO ZERO, OS DEMAIS
      * 11 MENOS O RESTO
      *=================================================================
       3200-CALCULAR-DIGITO.
           MOVE ZERO TO WS-VC-SOMA.
           PERFORM 3210-SOMAR-DIGITO THRU 3210-EXIT
               VARYING WS-VC-SUB FROM WS-VC-POS-INICIAL BY 1
               UNTIL WS-VC-SUB > WS-VC-POS-FINAL.
           DIVIDE WS-VC-SOMA BY 11 GIVING WS-VC-QUOCIENTE
               REMAINDER WS-VC-RESTO.
           IF WS-VC-RESTO < 2
               MOVE ZERO TO WS-VC-DIGITO-CALCULADO
           ELSE
               COMPUTE WS-VC-DIGITO-CALCULADO = 11 - WS-VC-RESTO
           END-IF.
       3200-EXIT.
           EXIT.

      *=================================================================
      * 3210-SOMAR-DIGITO
      * ACUMULA NA SOMA O DIGITO DA POSICAO CORRENTE MULTIPLICADO
      * PELO SEU PESO
      *=================================================================
       3210-SOMAR-DIGITO.
           COMPUTE WS-VC-SUB-PESO = WS-VC-SUB + WS-VC-DESLOCAMENTO.
           COMPUTE WS-VC-SOMA = WS-VC-SOMA
               + (WS-DIGITO (WS-VC-SUB) * WS-PESO (WS-VC-SUB-PESO)).
       3210-EXIT.
           EXIT.

       END PROGRAM DOCCHK.
