      ******************************************************************
      * IDENTIFICATION DIVISION
      *
      * - AGENMNT E O PROGRAMA DE MANUTENCAO DO CADASTRO MESTRE DE
      *   AGENCIAS (AGENMAST)
      * - ATE AQUI O CODIGO DE AGENCIA DO CLIENTE ERA APENAS UM
      *   NUMERO DE QUATRO DIGITOS: O PROCESSAMENTO NOTURNO SO
      *   CONFERIA SE ERA NUMERICO, E OS RELATORIOS DE EXCECAO
      *   IMPRIMIAM O NUMERO SEM NOME, O QUE FAZIA A LISTAGEM CHEGAR
      *   NA AGENCIA ERRADA
      * - O CADASTRO GUARDA CODIGO, NOME, CIDADE/UF, REGIONAL E A
      *   SITUACAO (ABERTA OU ENCERRADA) COM AS DATAS EFETIVAS DE
      *   ABERTURA E ENCERRAMENTO; E LIDO PELO PROCESSAMENTO NOTURNO
      *   PARA RECUSAR INCLUSOES EM AGENCIA INEXISTENTE OU ENCERRADA
      *   E PARA IMPRIMIR NOME E REGIONAL NAS QUEBRAS DOS RELATORIOS
      * - ESTE PROGRAMA APLICA OS MOVIMENTOS DE MANUTENCAO DO ARQUIVO
      *   AGENTRN: INCLUSAO, ALTERACAO DOS DADOS CADASTRAIS,
      *   ENCERRAMENTO E REABERTURA. A AGENCIA NUNCA E EXCLUIDA,
      *   PORQUE O HISTORICO DOS CLIENTES CONTINUA APONTANDO PARA
      *   ELA; O ENCERRAMENTO VALE A PARTIR DA DATA EFETIVA INFORMADA
      * - CADA MOVIMENTO E IMPRESSO NO RELATORIO COM O RESULTADO, E AO
      *   FINAL O CADASTRO INTEIRO E LISTADO PARA CONFERENCIA. QUALQUER
      *   MOVIMENTO RECUSADO TERMINA O JOB COM CODIGO DE RETORNO
      *   DIFERENTE DE ZERO
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENMNT.

      ******************************************************************
      * ENVIRONMENT DIVISION
      ******************************************************************
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------------------------------------------------
      * AGENMAST -> CADASTRO MESTRE DE AGENCIAS, ATUALIZADO PELOS
      * MOVIMENTOS DE MANUTENCAO E LISTADO AO FINAL
      *-----------------------------------------------------------------
           SELECT AGENCY-MASTER ASSIGN TO "AGENMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AG-CODIGO-AGENCIA
               FILE STATUS IS WS-ST-AGENMAST.
      *-----------------------------------------------------------------
      * AGENTRN -> MOVIMENTOS DE MANUTENCAO DO CADASTRO DE AGENCIAS,
      * UM CARTAO DE 80 POSICOES POR MOVIMENTO
      *-----------------------------------------------------------------
           SELECT MAINTENANCE-FILE ASSIGN TO "AGENTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-AGENTRN.
      *-----------------------------------------------------------------
      * AGENRPT -> RELATORIO DOS MOVIMENTOS APLICADOS E RECUSADOS E
      * LISTAGEM DO CADASTRO RESULTANTE
      *-----------------------------------------------------------------
           SELECT REPORT-FILE ASSIGN TO "AGENRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-AGENRPT.
      *-----------------------------------------------------------------
      * SYSIN -> CARTAO DE CONTROLE COM A DATA DE EXECUCAO, LIDO UMA
      * UNICA VEZ
      *-----------------------------------------------------------------
           SELECT CONTROL-CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-SYSIN.

      ******************************************************************
      * DATA DIVISION
      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

      *-----------------------------------------------------------------
      * AGENCY-MASTER -> REGISTRO DO CADASTRO MESTRE DE AGENCIAS
      *-----------------------------------------------------------------
       FD  AGENCY-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY AGENREG.

      *-----------------------------------------------------------------
      * MAINTENANCE-FILE -> MOVIMENTO DE MANUTENCAO DE AGENCIA:
      * ACAO 'A' = INCLUSAO (TODOS OS DADOS CADASTRAIS OBRIGATORIOS;
      *            DATA EFETIVA = DATA DE ABERTURA)
      *      'C' = ALTERACAO (SO OS CAMPOS PREENCHIDOS SAO TROCADOS)
      *      'E' = ENCERRAMENTO (DATA EFETIVA = DATA DE ENCERRAMENTO)
      *      'R' = REABERTURA DE AGENCIA ENCERRADA
      * DATA EFETIVA ZERADA ASSUME A DATA DE EXECUCAO
      *-----------------------------------------------------------------
       FD  MAINTENANCE-FILE
           LABEL RECORDS ARE STANDARD.
       01  MA-REGISTRO-MANUTENCAO.
           05 MA-ACAO                 PIC X(01).
              88 MA-ACAO-INCLUSAO     VALUE 'A'.
              88 MA-ACAO-ALTERACAO    VALUE 'C'.
              88 MA-ACAO-ENCERRAMENTO VALUE 'E'.
              88 MA-ACAO-REABERTURA   VALUE 'R'.
           05 MA-CODIGO-AGENCIA       PIC 9(04).
           05 MA-NOME-AGENCIA         PIC X(30).
           05 MA-CIDADE               PIC X(20).
           05 MA-UF                   PIC X(02).
           05 MA-REGIONAL             PIC X(15).
           05 MA-DATA-EFETIVA         PIC 9(08).

      *-----------------------------------------------------------------
      * REPORT-FILE -> LINHA DO RELATORIO DA MANUTENCAO
      *-----------------------------------------------------------------
       FD  REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  RL-LINHA-RELATORIO         PIC X(120).

      *-----------------------------------------------------------------
      * CONTROL-CARD-FILE -> CARTAO DE CONTROLE (PARAMETROS DO JOB)
      *-----------------------------------------------------------------
       FD  CONTROL-CARD-FILE
           LABEL RECORDS ARE OMITTED.
       01  CC-CARTAO-CONTROLE.
           05 CC-DATA-EXECUCAO        PIC 9(08).
           05 FILLER                  PIC X(72).

       WORKING-STORAGE SECTION.

      *-----------------------------------------------------------------
      * CONTADORES DO RELATORIO DA MANUTENCAO
      *-----------------------------------------------------------------
       77  WS-QTDE-LIDOS               PIC 9(09) COMP VALUE ZERO.
       77  WS-QTDE-INCLUIDAS           PIC 9(09) COMP VALUE ZERO.
       77  WS-QTDE-ALTERADAS           PIC 9(09) COMP VALUE ZERO.
       77  WS-QTDE-ENCERRADAS          PIC 9(09) COMP VALUE ZERO.
       77  WS-QTDE-REABERTAS           PIC 9(09) COMP VALUE ZERO.
       77  WS-QTDE-RECUSADOS           PIC 9(09) COMP VALUE ZERO.
       77  WS-QTDE-CADASTRADAS         PIC 9(09) COMP VALUE ZERO.
       77  WS-QTDE-ABERTAS             PIC 9(09) COMP VALUE ZERO.

      *-----------------------------------------------------------------
      * STATUS DE CADA ARQUIVO DO PROGRAMA, PARA TRATAMENTO DE ERRO
      *-----------------------------------------------------------------
       01  WS-STATUS-ARQUIVOS.
           05 WS-ST-AGENMAST           PIC X(02) VALUE '00'.
           05 WS-ST-AGENTRN            PIC X(02) VALUE '00'.
           05 WS-ST-AGENRPT            PIC X(02) VALUE '00'.
           05 WS-ST-SYSIN              PIC X(02) VALUE '00'.

      *-----------------------------------------------------------------
      * INDICADORES DE CONTROLE DOS LACOS, DO RESULTADO DA VALIDACAO
      * DO MOVIMENTO E DE FALHA DO JOB
      *-----------------------------------------------------------------
       01  WS-INDICADORES.
           05 WS-IND-FIM-ARQUIVO       PIC X(01) VALUE 'N'.
              88 WS-FIM-ARQUIVO        VALUE 'Y'.
              88 WS-NAO-FIM-ARQUIVO    VALUE 'N'.
           05 WS-IND-FIM-CADASTRO      PIC X(01) VALUE 'N'.
              88 WS-FIM-CADASTRO       VALUE 'Y'.
              88 WS-NAO-FIM-CADASTRO   VALUE 'N'.
           05 WS-IND-MOVTO-VALIDO      PIC X(01) VALUE 'S'.
              88 WS-MOVTO-VALIDO       VALUE 'S'.
           05 WS-IND-AGENCIA-ACHADA    PIC X(01) VALUE 'N'.
              88 WS-AGENCIA-ACHADA     VALUE 'S'.
           05 WS-IND-FALHA             PIC X(01) VALUE 'N'.
              88 WS-COM-FALHA          VALUE 'S'.

      *-----------------------------------------------------------------
      * PARAMETROS DE EXECUCAO VINDOS DO CARTAO DE CONTROLE E DATA
      * EFETIVA DO MOVIMENTO CORRENTE (A DATA DE EXECUCAO QUANDO O
      * MOVIMENTO NAO INFORMA)
      *-----------------------------------------------------------------
       01  WS-PARAMETROS-EXECUCAO.
           05 WS-DATA-EXECUCAO         PIC 9(08) VALUE ZERO.
       77  WS-DATA-EFETIVA             PIC 9(08) VALUE ZERO.

      *-----------------------------------------------------------------
      * AREA DE TRABALHO DO TRATAMENTO DE ERRO DE ARQUIVO (ABEND)
      *-----------------------------------------------------------------
       01  WS-AREA-ERRO.
           05 WS-ERRO-ARQUIVO          PIC X(20).
           05 WS-ERRO-STATUS           PIC X(02).
           05 WS-ERRO-PARAGRAFO        PIC X(30).

      *-----------------------------------------------------------------
      * LAYOUT DA LINHA DE RESULTADO DE CADA MOVIMENTO DE MANUTENCAO
      *-----------------------------------------------------------------
       01  WS-LINHA-MENSAGEM.
           05 FILLER                  PIC X(05) VALUE SPACES.
           05 WS-LN-CODIGO-AGENCIA    PIC X(04).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LN-ACAO              PIC X(01).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LN-MENSAGEM          PIC X(50).
           05 FILLER                  PIC X(56) VALUE SPACES.

      *-----------------------------------------------------------------
      * LAYOUT DA LINHA DA LISTAGEM DO CADASTRO RESULTANTE
      *-----------------------------------------------------------------
       01  WS-LINHA-CADASTRO.
           05 FILLER                  PIC X(05) VALUE SPACES.
           05 WS-LC-CODIGO-AGENCIA    PIC 9(04).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LC-NOME-AGENCIA      PIC X(30).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LC-CIDADE            PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-LC-UF                PIC X(02).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LC-REGIONAL          PIC X(15).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LC-SITUACAO          PIC X(01).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LC-DATA-ABERTURA     PIC 9(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LC-DATA-ENCERRAMENTO PIC 9(08).
           05 FILLER                  PIC X(14) VALUE SPACES.

      *-----------------------------------------------------------------
      * LAYOUT DA LINHA DE TOTAIS ESCRITA AO FINAL DO RELATORIO
      *-----------------------------------------------------------------
       01  WS-LINHA-TOTAIS.
           05 FILLER                  PIC X(05) VALUE SPACES.
           05 WS-LT-DESCRICAO         PIC X(50) VALUE SPACES.
           05 WS-LT-QTDE-ED           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(54) VALUE SPACES.

      ******************************************************************
      * PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           OPEN OUTPUT REPORT-FILE.
           IF WS-ST-AGENRPT NOT = '00'
               MOVE 'REPORT-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AGENRPT TO WS-ERRO-STATUS
               MOVE '0000-MAINLINE' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           PERFORM 1500-ABRIR-CADASTRO THRU 1500-EXIT.
           OPEN INPUT MAINTENANCE-FILE.
           IF WS-ST-AGENTRN NOT = '00'
               MOVE 'MAINTENANCE-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AGENTRN TO WS-ERRO-STATUS
               MOVE '0000-MAINLINE' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           PERFORM 3000-PROCESSAR-MOVIMENTO THRU 3000-EXIT
               UNTIL WS-FIM-ARQUIVO.
           CLOSE MAINTENANCE-FILE.
           IF WS-ST-AGENTRN NOT = '00'
               MOVE 'MAINTENANCE-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AGENTRN TO WS-ERRO-STATUS
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
           PERFORM 8000-LISTAR-CADASTRO THRU 8000-EXIT.
           PERFORM 9000-IMPRIMIR-TOTAIS THRU 9000-EXIT.
           CLOSE REPORT-FILE.
           IF WS-ST-AGENRPT NOT = '00'
               MOVE 'REPORT-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AGENRPT TO WS-ERRO-STATUS
               MOVE '0000-MAINLINE' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           IF WS-COM-FALHA
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *=================================================================
      * 1000-INICIALIZAR
      * LE O CARTAO DE CONTROLE (SYSIN) UMA UNICA VEZ NO INICIO DO
      * JOB E VALIDA A DATA DE EXECUCAO, USADA COMO DATA EFETIVA DOS
      * MOVIMENTOS QUE NAO INFORMAM A SUA
      *=================================================================
       1000-INICIALIZAR.
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-ST-SYSIN NOT = '00'
               MOVE 'CONTROL-CARD-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-SYSIN TO WS-ERRO-STATUS
               MOVE '1000-INICIALIZAR' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           READ CONTROL-CARD-FILE
               AT END
                   MOVE 'CONTROL-CARD-FILE' TO WS-ERRO-ARQUIVO
                   MOVE 'NF' TO WS-ERRO-STATUS
                   MOVE '1000-INICIALIZAR' TO WS-ERRO-PARAGRAFO
                   GO TO 9900-FILE-ERROR
           END-READ.
           IF WS-ST-SYSIN NOT = '00' AND WS-ST-SYSIN NOT = '10'
               MOVE 'CONTROL-CARD-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-SYSIN TO WS-ERRO-STATUS
               MOVE '1000-INICIALIZAR' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           CLOSE CONTROL-CARD-FILE.
           IF WS-ST-SYSIN NOT = '00'
               MOVE 'CONTROL-CARD-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-SYSIN TO WS-ERRO-STATUS
               MOVE '1000-INICIALIZAR' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           IF CC-DATA-EXECUCAO NOT NUMERIC
               MOVE 'CONTROL-CARD-FILE' TO WS-ERRO-ARQUIVO
               MOVE 'CC' TO WS-ERRO-STATUS
               MOVE '1000-INICIALIZAR' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           MOVE CC-DATA-EXECUCAO TO WS-DATA-EXECUCAO.
       1000-EXIT.
           EXIT.

      *=================================================================
      * 1500-ABRIR-CADASTRO
      * ABRE O CADASTRO DE AGENCIAS PARA ATUALIZACAO. NA PRIMEIRA
      * CARGA O CADASTRO AINDA NAO EXISTE (STATUS '35'): ELE E CRIADO
      * VAZIO E REABERTO PARA ATUALIZACAO, E OS MOVIMENTOS DE
      * INCLUSAO FAZEM A CARGA INICIAL
      *=================================================================
       1500-ABRIR-CADASTRO.
           OPEN I-O AGENCY-MASTER.
           IF WS-ST-AGENMAST = '35'
               OPEN OUTPUT AGENCY-MASTER
               IF WS-ST-AGENMAST NOT = '00'
                   MOVE 'AGENCY-MASTER' TO WS-ERRO-ARQUIVO
                   MOVE WS-ST-AGENMAST TO WS-ERRO-STATUS
                   MOVE '1500-ABRIR-CADASTRO' TO WS-ERRO-PARAGRAFO
                   GO TO 9900-FILE-ERROR
               END-IF
               CLOSE AGENCY-MASTER
               IF WS-ST-AGENMAST NOT = '00'
                   MOVE 'AGENCY-MASTER' TO WS-ERRO-ARQUIVO
                   MOVE WS-ST-AGENMAST TO WS-ERRO-STATUS
                   MOVE '1500-ABRIR-CADASTRO' TO WS-ERRO-PARAGRAFO
                   GO TO 9900-FILE-ERROR
               END-IF
               OPEN I-O AGENCY-MASTER
           END-IF.
           IF WS-ST-AGENMAST NOT = '00'
               MOVE 'AGENCY-MASTER' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AGENMAST TO WS-ERRO-STATUS
               MOVE '1500-ABRIR-CADASTRO' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
       1500-EXIT.
           EXIT.

      *=================================================================
      * 3000-PROCESSAR-MOVIMENTO
      * CORPO DO LACO PRINCIPAL: LE O PROXIMO MOVIMENTO DE
      * MANUTENCAO, VALIDA OS CAMPOS E, SE VALIDO, LOCALIZA A AGENCIA
      * NO CADASTRO E DESVIA PARA O TRATAMENTO DA ACAO PEDIDA. O
      * MOVIMENTO RECUSADO E IMPRESSO COM O MOTIVO E MARCA O JOB COM
      * FALHA
      *=================================================================
       3000-PROCESSAR-MOVIMENTO.
           PERFORM 3100-LER-MOVIMENTO THRU 3100-EXIT.
           IF WS-FIM-ARQUIVO
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES TO WS-LINHA-MENSAGEM.
           MOVE MA-CODIGO-AGENCIA TO WS-LN-CODIGO-AGENCIA.
           MOVE MA-ACAO TO WS-LN-ACAO.
           PERFORM 3200-VALIDAR-MOVIMENTO THRU 3200-EXIT.
           IF WS-MOVTO-VALIDO
               PERFORM 3250-LOCALIZAR-AGENCIA THRU 3250-EXIT
               EVALUATE TRUE
                   WHEN MA-ACAO-INCLUSAO
                       PERFORM 3300-INCLUIR-AGENCIA THRU 3300-EXIT
                   WHEN MA-ACAO-ALTERACAO
                       PERFORM 3400-ALTERAR-AGENCIA THRU 3400-EXIT
                   WHEN MA-ACAO-ENCERRAMENTO
                       PERFORM 3500-ENCERRAR-AGENCIA THRU 3500-EXIT
                   WHEN MA-ACAO-REABERTURA
                       PERFORM 3600-REABRIR-AGENCIA THRU 3600-EXIT
               END-EVALUATE
           END-IF.
           IF NOT WS-MOVTO-VALIDO
               ADD 1 TO WS-QTDE-RECUSADOS
               MOVE 'S' TO WS-IND-FALHA
           END-IF.
           PERFORM 6100-GRAVAR-MENSAGEM THRU 6100-EXIT.
       3000-EXIT.
           EXIT.

      *=================================================================
      * 3100-LER-MOVIMENTO
      * LE O PROXIMO MOVIMENTO DE MANUTENCAO DE AGENCIA
      *=================================================================
       3100-LER-MOVIMENTO.
           READ MAINTENANCE-FILE
               AT END
                   MOVE 'Y' TO WS-IND-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WS-QTDE-LIDOS
           END-READ.
           IF WS-ST-AGENTRN NOT = '00' AND WS-ST-AGENTRN NOT = '10'
               MOVE 'MAINTENANCE-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AGENTRN TO WS-ERRO-STATUS
               MOVE '3100-LER-MOVIMENTO' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
       3100-EXIT.
           EXIT.

      *=================================================================
      * 3200-VALIDAR-MOVIMENTO
      * CONFERE A ACAO, O CODIGO DA AGENCIA E A DATA EFETIVA DO
      * MOVIMENTO, E NA INCLUSAO EXIGE TODOS OS DADOS CADASTRAIS (A
      * REGIONAL E O NOME SAO O QUE OS RELATORIOS IMPRIMEM). A
      * PRIMEIRA REGRA VIOLADA DEFINE O MOTIVO DA RECUSA
      *=================================================================
       3200-VALIDAR-MOVIMENTO.
           MOVE 'S' TO WS-IND-MOVTO-VALIDO.
           IF NOT MA-ACAO-INCLUSAO AND NOT MA-ACAO-ALTERACAO
                   AND NOT MA-ACAO-ENCERRAMENTO
                   AND NOT MA-ACAO-REABERTURA
               MOVE 'N' TO WS-IND-MOVTO-VALIDO
               MOVE 'ACAO DE MANUTENCAO INVALIDA' TO WS-LN-MENSAGEM
               GO TO 3200-EXIT
           END-IF.
           IF MA-CODIGO-AGENCIA NOT NUMERIC
                   OR MA-CODIGO-AGENCIA = ZERO
               MOVE 'N' TO WS-IND-MOVTO-VALIDO
               MOVE 'CODIGO DE AGENCIA INVALIDO' TO WS-LN-MENSAGEM
               GO TO 3200-EXIT
           END-IF.
           IF MA-DATA-EFETIVA NOT NUMERIC
               MOVE 'N' TO WS-IND-MOVTO-VALIDO
               MOVE 'DATA EFETIVA INVALIDA' TO WS-LN-MENSAGEM
               GO TO 3200-EXIT
           END-IF.
           IF MA-ACAO-INCLUSAO
                   AND (MA-NOME-AGENCIA = SPACES
                       OR MA-CIDADE = SPACES
                       OR MA-UF = SPACES
                       OR MA-REGIONAL = SPACES)
               MOVE 'N' TO WS-IND-MOVTO-VALIDO
               MOVE 'DADOS CADASTRAIS INCOMPLETOS NA INCLUSAO'
                   TO WS-LN-MENSAGEM
               GO TO 3200-EXIT
           END-IF.
           IF MA-DATA-EFETIVA = ZERO
               MOVE WS-DATA-EXECUCAO TO WS-DATA-EFETIVA
           ELSE
               MOVE MA-DATA-EFETIVA TO WS-DATA-EFETIVA
           END-IF.
       3200-EXIT.
           EXIT.

      *=================================================================
      * 3250-LOCALIZAR-AGENCIA
      * LE A AGENCIA DO MOVIMENTO NO CADASTRO PELA CHAVE, LIGANDO O
      * INDICADOR DE AGENCIA ACHADA
      *=================================================================
       3250-LOCALIZAR-AGENCIA.
           MOVE 'N' TO WS-IND-AGENCIA-ACHADA.
           MOVE MA-CODIGO-AGENCIA TO AG-CODIGO-AGENCIA.
           READ AGENCY-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-IND-AGENCIA-ACHADA
           END-READ.
           IF WS-ST-AGENMAST NOT = '00' AND WS-ST-AGENMAST NOT = '23'
               MOVE 'AGENCY-MASTER' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AGENMAST TO WS-ERRO-STATUS
               MOVE '3250-LOCALIZAR-AGENCIA' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
       3250-EXIT.
           EXIT.

      *=================================================================
      * 3300-INCLUIR-AGENCIA
      * GRAVA A AGENCIA NOVA NO CADASTRO, ABERTA A PARTIR DA DATA
      * EFETIVA DO MOVIMENTO E SEM DATA DE ENCERRAMENTO
      *=================================================================
       3300-INCLUIR-AGENCIA.
           IF WS-AGENCIA-ACHADA
               MOVE 'N' TO WS-IND-MOVTO-VALIDO
               MOVE 'AGENCIA JA CADASTRADA' TO WS-LN-MENSAGEM
               GO TO 3300-EXIT
           END-IF.
           MOVE SPACES TO AG-REGISTRO-AGENCIA.
           MOVE MA-CODIGO-AGENCIA TO AG-CODIGO-AGENCIA.
           MOVE MA-NOME-AGENCIA TO AG-NOME-AGENCIA.
           MOVE MA-CIDADE TO AG-CIDADE.
           MOVE MA-UF TO AG-UF.
           MOVE MA-REGIONAL TO AG-REGIONAL.
           MOVE 'A' TO AG-SITUACAO.
           MOVE WS-DATA-EFETIVA TO AG-DATA-ABERTURA.
           MOVE ZERO TO AG-DATA-ENCERRAMENTO.
           WRITE AG-REGISTRO-AGENCIA.
           IF WS-ST-AGENMAST NOT = '00'
               MOVE 'AGENCY-MASTER' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AGENMAST TO WS-ERRO-STATUS
               MOVE '3300-INCLUIR-AGENCIA' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           ADD 1 TO WS-QTDE-INCLUIDAS.
           MOVE 'AGENCIA INCLUIDA NO CADASTRO' TO WS-LN-MENSAGEM.
       3300-EXIT.
           EXIT.

      *=================================================================
      * 3400-ALTERAR-AGENCIA
      * TROCA OS DADOS CADASTRAIS DA AGENCIA PELOS CAMPOS PREENCHIDOS
      * NO MOVIMENTO; CAMPO EM BRANCO MANTEM O VALOR DO CADASTRO. A
      * SITUACAO E AS DATAS SO MUDAM PELO ENCERRAMENTO E PELA
      * REABERTURA
      *=================================================================
       3400-ALTERAR-AGENCIA.
           IF NOT WS-AGENCIA-ACHADA
               MOVE 'N' TO WS-IND-MOVTO-VALIDO
               MOVE 'AGENCIA NAO CADASTRADA' TO WS-LN-MENSAGEM
               GO TO 3400-EXIT
           END-IF.
           IF MA-NOME-AGENCIA NOT = SPACES
               MOVE MA-NOME-AGENCIA TO AG-NOME-AGENCIA
           END-IF.
           IF MA-CIDADE NOT = SPACES
               MOVE MA-CIDADE TO AG-CIDADE
           END-IF.
           IF MA-UF NOT = SPACES
               MOVE MA-UF TO AG-UF
           END-IF.
           IF MA-REGIONAL NOT = SPACES
               MOVE MA-REGIONAL TO AG-REGIONAL
           END-IF.
           REWRITE AG-REGISTRO-AGENCIA.
           IF WS-ST-AGENMAST NOT = '00'
               MOVE 'AGENCY-MASTER' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AGENMAST TO WS-ERRO-STATUS
               MOVE '3400-ALTERAR-AGENCIA' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           ADD 1 TO WS-QTDE-ALTERADAS.
           MOVE 'DADOS CADASTRAIS DA AGENCIA ALTERADOS'
               TO WS-LN-MENSAGEM.
       3400-EXIT.
           EXIT.

      *=================================================================
      * 3500-ENCERRAR-AGENCIA
      * MARCA A AGENCIA COMO ENCERRADA A PARTIR DA DATA EFETIVA DO
      * MOVIMENTO. O ENCERRAMENTO PODE SER PROGRAMADO COM DATA
      * FUTURA: ATE ESSA DATA A AGENCIA CONTINUA ACEITANDO INCLUSOES
      *=================================================================
       3500-ENCERRAR-AGENCIA.
           IF NOT WS-AGENCIA-ACHADA
               MOVE 'N' TO WS-IND-MOVTO-VALIDO
               MOVE 'AGENCIA NAO CADASTRADA' TO WS-LN-MENSAGEM
               GO TO 3500-EXIT
           END-IF.
           IF AG-SITUACAO-ENCERRADA
               MOVE 'N' TO WS-IND-MOVTO-VALIDO
               MOVE 'AGENCIA JA ENCERRADA' TO WS-LN-MENSAGEM
               GO TO 3500-EXIT
           END-IF.
           IF WS-DATA-EFETIVA < AG-DATA-ABERTURA
               MOVE 'N' TO WS-IND-MOVTO-VALIDO
               MOVE 'DATA DE ENCERRAMENTO ANTERIOR A ABERTURA'
                   TO WS-LN-MENSAGEM
               GO TO 3500-EXIT
           END-IF.
           MOVE 'C' TO AG-SITUACAO.
           MOVE WS-DATA-EFETIVA TO AG-DATA-ENCERRAMENTO.
           REWRITE AG-REGISTRO-AGENCIA.
           IF WS-ST-AGENMAST NOT = '00'
               MOVE 'AGENCY-MASTER' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AGENMAST TO WS-ERRO-STATUS
               MOVE '3500-ENCERRAR-AGENCIA' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           ADD 1 TO WS-QTDE-ENCERRADAS.
           MOVE 'AGENCIA ENCERRADA NO CADASTRO' TO WS-LN-MENSAGEM.
       3500-EXIT.
           EXIT.

      *=================================================================
      * 3600-REABRIR-AGENCIA
      * DESFAZ O ENCERRAMENTO DA AGENCIA (ENCERRAMENTO LANCADO POR
      * ENGANO OU AGENCIA REATIVADA): VOLTA A SITUACAO ABERTA E LIMPA
      * A DATA DE ENCERRAMENTO, MANTENDO A DATA DE ABERTURA ORIGINAL
      *=================================================================
       3600-REABRIR-AGENCIA.
           IF NOT WS-AGENCIA-ACHADA
               MOVE 'N' TO WS-IND-MOVTO-VALIDO
               MOVE 'AGENCIA NAO CADASTRADA' TO WS-LN-MENSAGEM
               GO TO 3600-EXIT
           END-IF.
           IF NOT AG-SITUACAO-ENCERRADA
               MOVE 'N' TO WS-IND-MOVTO-VALIDO
               MOVE 'AGENCIA NAO ESTA ENCERRADA' TO WS-LN-MENSAGEM
               GO TO 3600-EXIT
           END-IF.
           MOVE 'A' TO AG-SITUACAO.
           MOVE ZERO TO AG-DATA-ENCERRAMENTO.
           REWRITE AG-REGISTRO-AGENCIA.
           IF WS-ST-AGENMAST NOT = '00'
               MOVE 'AGENCY-MASTER' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AGENMAST TO WS-ERRO-STATUS
               MOVE '3600-REABRIR-AGENCIA' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           ADD 1 TO WS-QTDE-REABERTAS.
           MOVE 'AGENCIA REABERTA NO CADASTRO' TO WS-LN-MENSAGEM.
       3600-EXIT.
           EXIT.

      *=================================================================
      * 6100-GRAVAR-MENSAGEM
      * GRAVA NO RELATORIO A LINHA DE RESULTADO DO MOVIMENTO
      * PREENCHIDA POR QUEM PERFORMA ESTE PARAGRAFO
      *=================================================================
       6100-GRAVAR-MENSAGEM.
           MOVE WS-LINHA-MENSAGEM TO RL-LINHA-RELATORIO.
           WRITE RL-LINHA-RELATORIO.
           IF WS-ST-AGENRPT NOT = '00'
               MOVE 'REPORT-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AGENRPT TO WS-ERRO-STATUS
               MOVE '6100-GRAVAR-MENSAGEM' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
       6100-EXIT.
           EXIT.

      *=================================================================
      * 8000-LISTAR-CADASTRO
      * REABRE O CADASTRO ATUALIZADO SO PARA LEITURA E LISTA TODAS AS
      * AGENCIAS EM ORDEM DE CODIGO, PARA CONFERENCIA DO RESULTADO DA
      * MANUTENCAO E DISTRIBUICAO AS AREAS QUE USAM OS RELATORIOS
      *=================================================================
       8000-LISTAR-CADASTRO.
           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'CADASTRO DE AGENCIAS APOS A MANUTENCAO'
               TO WS-LT-DESCRICAO.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           WRITE RL-LINHA-RELATORIO.
           IF WS-ST-AGENRPT NOT = '00'
               MOVE 'REPORT-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AGENRPT TO WS-ERRO-STATUS
               MOVE '8000-LISTAR-CADASTRO' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           OPEN INPUT AGENCY-MASTER.
           IF WS-ST-AGENMAST NOT = '00'
               MOVE 'AGENCY-MASTER' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AGENMAST TO WS-ERRO-STATUS
               MOVE '8000-LISTAR-CADASTRO' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           PERFORM 8100-LISTAR-AGENCIA THRU 8100-EXIT
               UNTIL WS-FIM-CADASTRO.
           CLOSE AGENCY-MASTER.
           IF WS-ST-AGENMAST NOT = '00'
               MOVE 'AGENCY-MASTER' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AGENMAST TO WS-ERRO-STATUS
               MOVE '8000-LISTAR-CADASTRO' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
       8000-EXIT.
           EXIT.

      *=================================================================
      * 8100-LISTAR-AGENCIA
      * LE A PROXIMA AGENCIA DO CADASTRO E GRAVA A SUA LINHA NA
      * LISTAGEM, CONTANDO AS AGENCIAS CADASTRADAS E AS ABERTAS NA
      * DATA DE EXECUCAO
      *=================================================================
       8100-LISTAR-AGENCIA.
           READ AGENCY-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-IND-FIM-CADASTRO
           END-READ.
           IF WS-ST-AGENMAST NOT = '00' AND WS-ST-AGENMAST NOT = '10'
               MOVE 'AGENCY-MASTER' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AGENMAST TO WS-ERRO-STATUS
               MOVE '8100-LISTAR-AGENCIA' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           IF WS-FIM-CADASTRO
               GO TO 8100-EXIT
           END-IF.
           ADD 1 TO WS-QTDE-CADASTRADAS.
           IF AG-DATA-ABERTURA NOT > WS-DATA-EXECUCAO
                   AND (AG-SITUACAO-ABERTA
                       OR AG-DATA-ENCERRAMENTO > WS-DATA-EXECUCAO)
               ADD 1 TO WS-QTDE-ABERTAS
           END-IF.
           MOVE SPACES TO WS-LINHA-CADASTRO.
           MOVE AG-CODIGO-AGENCIA TO WS-LC-CODIGO-AGENCIA.
           MOVE AG-NOME-AGENCIA TO WS-LC-NOME-AGENCIA.
           MOVE AG-CIDADE TO WS-LC-CIDADE.
           MOVE AG-UF TO WS-LC-UF.
           MOVE AG-REGIONAL TO WS-LC-REGIONAL.
           MOVE AG-SITUACAO TO WS-LC-SITUACAO.
           MOVE AG-DATA-ABERTURA TO WS-LC-DATA-ABERTURA.
           MOVE AG-DATA-ENCERRAMENTO TO WS-LC-DATA-ENCERRAMENTO.
           MOVE WS-LINHA-CADASTRO TO RL-LINHA-RELATORIO.
           WRITE RL-LINHA-RELATORIO.
           IF WS-ST-AGENRPT NOT = '00'
               MOVE 'REPORT-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AGENRPT TO WS-ERRO-STATUS
               MOVE '8100-LISTAR-AGENCIA' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
       8100-EXIT.
           EXIT.

      *=================================================================
      * 9000-IMPRIMIR-TOTAIS
      * ESCREVE AO FINAL DO RELATORIO OS TOTAIS DA MANUTENCAO E DO
      * CADASTRO RESULTANTE, PARA CONFERENCIA DA OPERACAO
      *=================================================================
       9000-IMPRIMIR-TOTAIS.
           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'RELATORIO DE MANUTENCAO DO CADASTRO DE AGENCIAS'
               TO WS-LT-DESCRICAO.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           WRITE RL-LINHA-RELATORIO.
           IF WS-ST-AGENRPT NOT = '00'
               MOVE 'REPORT-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AGENRPT TO WS-ERRO-STATUS
               MOVE '9000-IMPRIMIR-TOTAIS' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'QUANTIDADE DE MOVIMENTOS LIDOS.........:'
               TO WS-LT-DESCRICAO.
           MOVE WS-QTDE-LIDOS TO WS-LT-QTDE-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           WRITE RL-LINHA-RELATORIO.
           IF WS-ST-AGENRPT NOT = '00'
               MOVE 'REPORT-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AGENRPT TO WS-ERRO-STATUS
               MOVE '9000-IMPRIMIR-TOTAIS' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'QUANTIDADE DE AGENCIAS INCLUIDAS.......:'
               TO WS-LT-DESCRICAO.
           MOVE WS-QTDE-INCLUIDAS TO WS-LT-QTDE-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           WRITE RL-LINHA-RELATORIO.
           IF WS-ST-AGENRPT NOT = '00'
               MOVE 'REPORT-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AGENRPT TO WS-ERRO-STATUS
               MOVE '9000-IMPRIMIR-TOTAIS' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'QUANTIDADE DE AGENCIAS ALTERADAS.......:'
               TO WS-LT-DESCRICAO.
           MOVE WS-QTDE-ALTERADAS TO WS-LT-QTDE-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           WRITE RL-LINHA-RELATORIO.
           IF WS-ST-AGENRPT NOT = '00'
               MOVE 'REPORT-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AGENRPT TO WS-ERRO-STATUS
               MOVE '9000-IMPRIMIR-TOTAIS' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'QUANTIDADE DE AGENCIAS ENCERRADAS......:'
               TO WS-LT-DESCRICAO.
           MOVE WS-QTDE-ENCERRADAS TO WS-LT-QTDE-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           WRITE RL-LINHA-RELATORIO.
           IF WS-ST-AGENRPT NOT = '00'
               MOVE 'REPORT-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AGENRPT TO WS-ERRO-STATUS
               MOVE '9000-IMPRIMIR-TOTAIS' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'QUANTIDADE DE AGENCIAS REABERTAS.......:'
               TO WS-LT-DESCRICAO.
           MOVE WS-QTDE-REABERTAS TO WS-LT-QTDE-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           WRITE RL-LINHA-RELATORIO.
           IF WS-ST-AGENRPT NOT = '00'
               MOVE 'REPORT-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AGENRPT TO WS-ERRO-STATUS
               MOVE '9000-IMPRIMIR-TOTAIS' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'QUANTIDADE DE MOVIMENTOS RECUSADOS.....:'
               TO WS-LT-DESCRICAO.
           MOVE WS-QTDE-RECUSADOS TO WS-LT-QTDE-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           WRITE RL-LINHA-RELATORIO.
           IF WS-ST-AGENRPT NOT = '00'
               MOVE 'REPORT-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AGENRPT TO WS-ERRO-STATUS
               MOVE '9000-IMPRIMIR-TOTAIS' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'QUANTIDADE DE AGENCIAS NO CADASTRO.....:'
               TO WS-LT-DESCRICAO.
           MOVE WS-QTDE-CADASTRADAS TO WS-LT-QTDE-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           WRITE RL-LINHA-RELATORIO.
           IF WS-ST-AGENRPT NOT = '00'
               MOVE 'REPORT-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AGENRPT TO WS-ERRO-STATUS
               MOVE '9000-IMPRIMIR-TOTAIS' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'QUANTIDADE DE AGENCIAS ABERTAS NA DATA.:'
               TO WS-LT-DESCRICAO.
           MOVE WS-QTDE-ABERTAS TO WS-LT-QTDE-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           WRITE RL-LINHA-RELATORIO.
           IF WS-ST-AGENRPT NOT = '00'
               MOVE 'REPORT-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AGENRPT TO WS-ERRO-STATUS
               MOVE '9000-IMPRIMIR-TOTAIS' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
       9000-EXIT.
           EXIT.

      *=================================================================
      * 9900-FILE-ERROR
      * PARAGRAFO UNICO DE TRATAMENTO DE ERRO DE ARQUIVO, COMPARTILHADO
      * POR TODOS OS ARQUIVOS DO PROGRAMA. EXIBE O STATUS RECEBIDO E
      * ENCERRA O JOB DE FORMA CONTROLADA (ABEND)
      *=================================================================
       9900-FILE-ERROR.
           DISPLAY 'AGENMNT - ERRO DE ARQUIVO DETECTADO'.
           DISPLAY 'ARQUIVO.....: ' WS-ERRO-ARQUIVO.
           DISPLAY 'STATUS......: ' WS-ERRO-STATUS.
           DISPLAY 'PARAGRAFO...: ' WS-ERRO-PARAGRAFO.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM AGENMNT.
