           SELECT LETTER-EXTRACT-FILE ASSIGN TO "LTREXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-LTREXT.
      *-----------------------------------------------------------------
      * AGENMAST -> CADASTRO MESTRE DE AGENCIAS, LIDO PELA CHAVE PARA
      * IMPRIMIR O NOME E A REGIONAL NOS SUBTOTAIS POR AGENCIA
      *-----------------------------------------------------------------
           SELECT AGENCY-MASTER ASSIGN TO "AGENMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AG-CODIGO-AGENCIA
               FILE STATUS IS WS-ST-AGENMAST.

      ******************************************************************
      * DATA DIVISION
           LABEL RECORDS ARE OMITTED.
           COPY PARMREG.

      *-----------------------------------------------------------------
      * AGENCY-MASTER -> REGISTRO DO CADASTRO MESTRE DE AGENCIAS
      *-----------------------------------------------------------------
       FD  AGENCY-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY AGENREG.

      *-----------------------------------------------------------------
      * LETTER-EXTRACT-FILE -> REGISTRO DA EXTRACAO DE CARTAS DE
      * NOTIFICACAO DE DORMENCIA: CABECALHO ('H', COM A DATA DA
           05 WS-ST-SYSIN              PIC X(02) VALUE '00'.
           05 WS-ST-PARMFILE           PIC X(02) VALUE '00'.
           05 WS-ST-LTREXT             PIC X(02) VALUE '00'.
           05 WS-ST-AGENMAST           PIC X(02) VALUE '00'.

      *-----------------------------------------------------------------
      * INDICADORES E PARAMETROS DE EXECUCAO VINDOS DO CARTAO DE
              88 WS-NAO-FIM-PARAMETRO  VALUE 'N'.
           05 WS-IND-PARM-DORMENCIA    PIC X(01) VALUE 'N'.
              88 WS-PARM-DORMENCIA-OK  VALUE 'S'.
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
           05 WS-LG-QTDE-NOVOS-ED     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LG-QTDE-TOTAL-ED     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LG-NOME-AGENCIA      PIC X(30) VALUE SPACES.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-LG-REGIONAL          PIC X(15) VALUE SPACES.
           05 FILLER                  PIC X(07) VALUE SPACES.

      ******************************************************************
      * PROCEDURE DIVISION
               MOVE '0000-MAINLINE' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           OPEN INPUT AGENCY-MASTER.
           IF WS-ST-AGENMAST NOT = '00'
               MOVE 'AGENCY-MASTER' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AGENMAST TO WS-ERRO-STATUS
               MOVE '0000-MAINLINE' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           OPEN OUTPUT LETTER-EXTRACT-FILE.
           IF WS-ST-LTREXT NOT = '00'
               MOVE 'LETTER-EXTRACT-FILE' TO WS-ERRO-ARQUIVO
               MOVE '0000-MAINLINE' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           CLOSE AGENCY-MASTER.
           IF WS-ST-AGENMAST NOT = '00'
               MOVE 'AGENCY-MASTER' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AGENMAST TO WS-ERRO-STATUS
               MOVE '0000-MAINLINE' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           PERFORM 9800-REGISTRAR-FIM THRU 9800-EXIT.
           STOP RUN.

      *=================================================================
           MOVE CC-DATA-EXECUCAO TO WS-DATA-EXECUCAO.
           PERFORM 1100-CALCULAR-DATA-AVISO THRU 1100-EXIT.
           PERFORM 1300-CARREGAR-PARAMETROS THRU 1300-EXIT.
           PERFORM 1900-REGISTRAR-INICIO THRU 1900-EXIT.
       1000-EXIT.
           EXIT.

      *=================================================================
      * 9110-GRAVAR-SUBT-AGENCIA
      * GRAVA A LINHA DE SUBTOTAL DE DORMENCIA DE UMA AGENCIA DA
      * TABELA (NOVOS DORMENTES E TOTAL DE DORMENTES), COM O NOME E
      * A REGIONAL DA AGENCIA LIDOS DO CADASTRO MESTRE DE AGENCIAS
      *=================================================================
       9110-GRAVAR-SUBT-AGENCIA.
           MOVE SPACES TO WS-LINHA-AGENCIA.
           MOVE 'DORMENCIA DA AGENCIA........:'
               TO WS-LG-DESCRICAO.
           MOVE WS-AG-CODIGO (WS-AG-SUB) TO WS-LG-CODIGO-AGENCIA.
           MOVE WS-AG-CODIGO (WS-AG-SUB) TO AG-CODIGO-AGENCIA.
           READ AGENCY-MASTER
               INVALID KEY
                   MOVE 'AGENCIA NAO CADASTRADA' TO WS-LG-NOME-AGENCIA
               NOT INVALID KEY
                   MOVE AG-NOME-AGENCIA TO WS-LG-NOME-AGENCIA
                   MOVE AG-REGIONAL TO WS-LG-REGIONAL
           END-READ.
           IF WS-ST-AGENMAST NOT = '00' AND WS-ST-AGENMAST NOT = '23'
               MOVE 'AGENCY-MASTER' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AGENMAST TO WS-ERRO-STATUS
               MOVE '9110-GRAVAR-SUBT-AGENCIA' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           MOVE WS-AG-QTDE-NOVOS (WS-AG-SUB) TO WS-LG-QTDE-NOVOS-ED.
           MOVE WS-AG-QTDE-DORMENTES (WS-AG-SUB)
               TO WS-LG-QTDE-TOTAL-ED.
       9110-EXIT.
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
           MOVE 'DORMSWP' TO RU-PASSO.
           MOVE ZERO TO RU-CODIGO-PASSO.
           MOVE SPACE TO RU-MODO-PROCESSAMENTO.
           CALL 'RUNCHK' USING RU-AREA-EXECUCAO.
           IF RU-ANTECESSOR-PENDENTE
               DISPLAY 'DORMSWP - PASSO ANTERIOR NAO CONCLUIDO: '
                   RU-PASSO-ANTECESSOR
               MOVE 'RUN-CONTROL-FILE' TO WS-ERRO-ARQUIVO
               MOVE 'PA' TO WS-ERRO-STATUS
               MOVE '1900-REGISTRAR-INICIO' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           IF RU-PASSO-JA-EXECUTADO
               DISPLAY 'DORMSWP - PASSO JA EXECUTADO NA DATA: '
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
               DISPLAY 'DORMSWP - FALHA NO REGISTRO DO FIM DO PASSO'
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

       END PROGRAM DORMSWP.
