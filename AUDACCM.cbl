           05 WS-IND-FIM-ARQUIVO       PIC X(01) VALUE 'N'.
              88 WS-FIM-ARQUIVO        VALUE 'Y'.
              88 WS-NAO-FIM-ARQUIVO    VALUE 'N'.
           05 WS-IND-EXECUCAO          PIC X(01) VALUE 'N'.
              88 WS-EXECUCAO-REGISTRADA VALUE 'S'.

      *-----------------------------------------------------------------
      * AREA DE COMUNICACAO COM A ROTINA COMPARTILHADA RUNCHK, QUE
      * CONFERE NO CONTROLE DE EXECUCAO DA ESTEIRA SE O PASSO PODE
      * PARTIR E REGISTRA O INICIO E O FIM DO PASSO
      *-----------------------------------------------------------------
           COPY RUNCALL.

       01  WS-PARAMETROS-EXECUCAO.
           05 WS-DATA-EXECUCAO         PIC 9(08) VALUE ZERO.
               MOVE '0000-MAINLINE' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           PERFORM 9800-REGISTRAR-FIM THRU 9800-EXIT.
           STOP RUN.

      *=================================================================
               GO TO 9900-FILE-ERROR
           END-IF.
           MOVE CC-DATA-EXECUCAO TO WS-DATA-EXECUCAO.
           PERFORM 1900-REGISTRAR-INICIO THRU 1900-EXIT.
       1000-EXIT.
           EXIT.

       9000-EXIT.
           EXIT.

      *=================================================================
      * 1900-REGISTRAR-INICIO
      * CONFERE NO CONTROLE DE EXECUCAO DA ESTEIRA SE O PASSO ANTERIOR
      * TERMINOU LIMPO NA DATA DE NEGOCIO E SE ESTE PASSO AINDA NAO
      * RODOU LIMPO NELA, REGISTRANDO O INICIO; O PASSO RECUSADO
      * ENCERRA O JOB ANTES DE ATUALIZAR QUALQUER ARQUIVO
      *=================================================================
       1900-REGISTRAR-INICIO.
           MOVE 'I' TO RU-FUNCAO.
           MOVE WS-DATA-EXECUCAO TO RU-DATA-NEGOCIO.
           MOVE 'AUDACCM' TO RU-PASSO.
           MOVE ZERO TO RU-CODIGO-PASSO.
           MOVE SPACE TO RU-MODO-PROCESSAMENTO.
           CALL 'RUNCHK' USING RU-AREA-EXECUCAO.
           IF RU-ANTECESSOR-PENDENTE
               DISPLAY 'AUDACCM - PASSO ANTERIOR NAO CONCLUIDO: '
                   RU-PASSO-ANTECESSOR
               MOVE 'RUN-CONTROL-FILE' TO WS-ERRO-ARQUIVO
               MOVE 'PA' TO WS-ERRO-STATUS
               MOVE '1900-REGISTRAR-INICIO' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           IF RU-PASSO-JA-EXECUTADO
               DISPLAY 'AUDACCM - PASSO JA EXECUTADO NA DATA: '
                   RU-DATA-NEGOCIO
               MOVE 'RUN-CONTROL-FILE' TO WS-ERRO-ARQUIVO
               MOVE 'JE' TO WS-ERRO-STATUS
               MOVE '1900-REGISTRAR-INICIO' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           IF NOT RU-EXECUCAO-OK
               MOVE 'RUN-CONTROL-FILE' TO WS-ERRO-ARQUIVO
               MOVE RU-STATUS-ARQUIVO TO WS-ERRO-STATUS
               MOVE '1900-REGISTRAR-INICIO' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           MOVE 'S' TO WS-IND-EXECUCAO.
       1900-EXIT.
           EXIT.

      *=================================================================
      * 9800-REGISTRAR-FIM
      * REGISTRA NO CONTROLE DE EXECUCAO DA ESTEIRA O FIM DO PASSO COM
      * O CODIGO DE RETORNO CORRENTE, PRESERVANDO-O PARA O JOB (A
      * CHAMADA DA ROTINA SOBREPOE O REGISTRO ESPECIAL RETURN-CODE)
      *=================================================================
       9800-REGISTRAR-FIM.
           MOVE 'N' TO WS-IND-EXECUCAO.
           MOVE 'F' TO RU-FUNCAO.
           MOVE RETURN-CODE TO RU-CODIGO-PASSO.
           CALL 'RUNCHK' USING RU-AREA-EXECUCAO.
           MOVE RU-CODIGO-PASSO TO RETURN-CODE.
           IF NOT RU-EXECUCAO-OK
               DISPLAY 'AUDACCM - FALHA NO REGISTRO DO FIM DO PASSO'
               DISPLAY 'STATUS......: ' RU-STATUS-ARQUIVO
               MOVE 16 TO RETURN-CODE
           END-IF.
       9800-EXIT.
           EXIT.

      *=================================================================
      * 9900-FILE-ERROR
      * PARAGRAFO UNICO DE TRATAMENTO DE ERRO DE ARQUIVO, COMPARTILHADO
           DISPLAY 'STATUS......: ' WS-ERRO-STATUS.
           DISPLAY 'PARAGRAFO...: ' WS-ERRO-PARAGRAFO.
           MOVE 16 TO RETURN-CODE.
           IF WS-EXECUCAO-REGISTRADA
               PERFORM 9800-REGISTRAR-FIM THRU 9800-EXIT
           END-IF.
           STOP RUN.

       END PROGRAM AUDACCM.
