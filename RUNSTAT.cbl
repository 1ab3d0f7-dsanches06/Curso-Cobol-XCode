      ******************************************************************
      * IDENTIFICATION DIVISION
      *
      * - RUNSTAT E O RELATORIO MATINAL DE SITUACAO DA ESTEIRA
      *   NOTURNA, EMITIDO A PARTIR DO CONTROLE DE EXECUCAO (RUNCTL)
      *   QUE CADA PASSO DA ESTEIRA ATUALIZA NO INICIO E NO FIM
      * - PARA CADA DATA DE NEGOCIO DA FAIXA PEDIDA NO CARTAO DE
      *   CONTROLE O RELATORIO LISTA TODOS OS PASSOS DA ESTEIRA, NA
      *   ORDEM DE EXECUCAO, COM A SITUACAO DE CADA UM: CONCLUIDO,
      *   CONCLUIDO COM ERRO (CODIGO DE RETORNO 8 OU MAIOR), EM
      *   EXECUCAO (OU CANCELADO SEM REGISTRAR O FIM) OU PENDENTE
      *   (AINDA NAO PARTIU), COM O INICIO, O FIM, O CODIGO DE
      *   RETORNO E A QUANTIDADE DE EXECUCOES DA DATA
      * - HAVENDO PASSO COM ERRO OU EM EXECUCAO NA FAIXA, O JOB
      *   TERMINA COM CODIGO DE RETORNO DIFERENTE DE ZERO, PARA A
      *   OPERACAO DA MANHA INVESTIGAR ANTES DE LIBERAR O ONLINE
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNSTAT.

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
      * RUNCTL -> CONTROLE DE EXECUCAO DA ESTEIRA NOTURNA, LIDO DO
      * INICIO AO FIM NA SEQUENCIA DA CHAVE (DATA DE NEGOCIO + PASSO)
      *-----------------------------------------------------------------
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RN-CHAVE-EXECUCAO
               FILE STATUS IS WS-ST-RUNCTL.
      *-----------------------------------------------------------------
      * RUNRPT -> RELATORIO DE SITUACAO DA ESTEIRA
      *-----------------------------------------------------------------
           SELECT REPORT-FILE ASSIGN TO "RUNRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-RUNRPT.
      *-----------------------------------------------------------------
      * SYSIN -> CARTAO DE CONTROLE COM A FAIXA DE DATAS DE NEGOCIO
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
      * RUN-CONTROL-FILE -> REGISTRO DO CONTROLE DE EXECUCAO
      *-----------------------------------------------------------------
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCREG.

      *-----------------------------------------------------------------
      * REPORT-FILE -> LINHA DO RELATORIO DE SITUACAO
      *-----------------------------------------------------------------
       FD  REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  RL-LINHA-RELATORIO         PIC X(120).

      *-----------------------------------------------------------------
      * CONTROL-CARD-FILE -> CARTAO DE CONTROLE (PARAMETROS DO JOB):
      * FAIXA DE DATAS DE NEGOCIO A LISTAR; DATA INICIAL ZERO LISTA
      * DESDE A PRIMEIRA DATA REGISTRADA E DATA FINAL ZERO ATE A
      * ULTIMA
      *-----------------------------------------------------------------
       FD  CONTROL-CARD-FILE
           LABEL RECORDS ARE OMITTED.
       01  CC-CARTAO-CONTROLE.
           05 CC-DATA-INICIAL         PIC 9(08).
           05 CC-DATA-FINAL           PIC 9(08).
           05 FILLER                  PIC X(64).

       WORKING-STORAGE SECTION.

      *-----------------------------------------------------------------
      * CONTADORES DO RELATORIO DE SITUACAO
      *-----------------------------------------------------------------
       77  WS-QTDE-DATAS               PIC 9(09) COMP VALUE ZERO.
       77  WS-QTDE-CONCLUIDOS          PIC 9(09) COMP VALUE ZERO.
       77  WS-QTDE-COM-ERRO            PIC 9(09) COMP VALUE ZERO.
       77  WS-QTDE-EM-EXECUCAO         PIC 9(09) COMP VALUE ZERO.
       77  WS-QTDE-PENDENTES           PIC 9(09) COMP VALUE ZERO.

      *-----------------------------------------------------------------
      * STATUS DE CADA ARQUIVO DO PROGRAMA, PARA TRATAMENTO DE ERRO
      *-----------------------------------------------------------------
       01  WS-STATUS-ARQUIVOS.
           05 WS-ST-RUNCTL             PIC X(02) VALUE '00'.
           05 WS-ST-RUNRPT             PIC X(02) VALUE '00'.
           05 WS-ST-SYSIN              PIC X(02) VALUE '00'.

      *-----------------------------------------------------------------
      * INDICADORES DE CONTROLE DO LACO, DA QUEBRA POR DATA E DO
      * RESULTADO FINAL DO RELATORIO
      *-----------------------------------------------------------------
       01  WS-INDICADORES.
           05 WS-IND-FIM-ARQUIVO       PIC X(01) VALUE 'N'.
              88 WS-FIM-ARQUIVO        VALUE 'Y'.
              88 WS-NAO-FIM-ARQUIVO    VALUE 'N'.
           05 WS-IND-GRUPO-ABERTO      PIC X(01) VALUE 'N'.
              88 WS-GRUPO-ABERTO       VALUE 'S'.
           05 WS-IND-FALHA             PIC X(01) VALUE 'N'.
              88 WS-COM-FALHA          VALUE 'S'.

       01  WS-PARAMETROS-EXECUCAO.
           05 WS-DATA-INICIAL          PIC 9(08) VALUE ZERO.
           05 WS-DATA-FINAL            PIC 9(08) VALUE ZERO.

      *-----------------------------------------------------------------
      * SEQUENCIA DOS PASSOS DA ESTEIRA E SITUACAO DE CADA PASSO NA
      * DATA DE NEGOCIO EM QUEBRA: O REGISTRO DO CONTROLE DE EXECUCAO
      * DO PASSO, QUANDO EXISTE, E GUARDADO NA POSICAO DELE NA TABELA
      *-----------------------------------------------------------------
           COPY RUNPASS.
       77  WS-PS-SUB                   PIC 9(04) COMP VALUE ZERO.
       77  WS-DATA-ATUAL               PIC 9(08) VALUE ZERO.

       01  WS-TABELA-SITUACAO.
           05 WS-SITUACAO-PASSO OCCURS 8 TIMES.
              10 WS-SP-REGISTRADO      PIC X(01).
                 88 WS-SP-COM-REGISTRO VALUE 'S'.
              10 WS-SP-REGISTRO        PIC X(80).

      *-----------------------------------------------------------------
      * REGISTRO DO PASSO EM IMPRESSAO, DESMONTADO NO LAYOUT DO
      * CONTROLE DE EXECUCAO (RUNCREG)
      *-----------------------------------------------------------------
           COPY RUNCREG REPLACING LEADING ==RN== BY ==RW==.

      *-----------------------------------------------------------------
      * AREA DE TRABALHO DO TRATAMENTO DE ERRO DE ARQUIVO (ABEND)
      *-----------------------------------------------------------------
       01  WS-AREA-ERRO.
           05 WS-ERRO-ARQUIVO          PIC X(20).
           05 WS-ERRO-STATUS           PIC X(02).
           05 WS-ERRO-PARAGRAFO        PIC X(30).

      *-----------------------------------------------------------------
      * LAYOUT DA LINHA DE CABECALHO DO RELATORIO E DA QUEBRA POR
      * DATA DE NEGOCIO
      *-----------------------------------------------------------------
       01  WS-LINHA-CABECALHO.
           05 FILLER                  PIC X(05) VALUE SPACES.
           05 WS-LC-TITULO            PIC X(50) VALUE SPACES.
           05 WS-LC-DATA              PIC 9(08).
           05 FILLER                  PIC X(57) VALUE SPACES.

      *-----------------------------------------------------------------
      * LAYOUT DA LINHA DE SITUACAO DE UM PASSO NA DATA DE NEGOCIO
      *-----------------------------------------------------------------
       01  WS-LINHA-PASSO.
           05 FILLER                  PIC X(07) VALUE SPACES.
           05 WS-LP-PASSO             PIC X(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LP-SITUACAO          PIC X(22).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LP-DATA-INICIO       PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-LP-HORA-INICIO       PIC 9(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LP-DATA-FIM          PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-LP-HORA-FIM          PIC 9(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LP-CODIGO-RETORNO    PIC ZZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LP-QTDE-EXECUCOES    PIC ZZ9.
           05 FILLER                  PIC X(34) VALUE SPACES.

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
           IF WS-ST-RUNRPT NOT = '00'
               MOVE 'REPORT-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-RUNRPT TO WS-ERRO-STATUS
               MOVE '0000-MAINLINE' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           MOVE 'SITUACAO DA ESTEIRA NOTURNA - DATAS A PARTIR DE'
               TO WS-LC-TITULO.
           MOVE WS-DATA-INICIAL TO WS-LC-DATA.
           MOVE WS-LINHA-CABECALHO TO RL-LINHA-RELATORIO.
           PERFORM 6100-GRAVAR-LINHA THRU 6100-EXIT.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-ST-RUNCTL = '35'
               MOVE 'Y' TO WS-IND-FIM-ARQUIVO
           ELSE
               IF WS-ST-RUNCTL NOT = '00'
                   MOVE 'RUN-CONTROL-FILE' TO WS-ERRO-ARQUIVO
                   MOVE WS-ST-RUNCTL TO WS-ERRO-STATUS
                   MOVE '0000-MAINLINE' TO WS-ERRO-PARAGRAFO
                   GO TO 9900-FILE-ERROR
               END-IF
           END-IF.
           PERFORM 3000-LISTAR-EXECUCOES THRU 3000-EXIT
               UNTIL WS-FIM-ARQUIVO.
           IF WS-GRUPO-ABERTO
               PERFORM 3400-FECHAR-DATA THRU 3400-EXIT
           END-IF.
           IF WS-ST-RUNCTL NOT = '35'
               CLOSE RUN-CONTROL-FILE
               IF WS-ST-RUNCTL NOT = '00'
                   MOVE 'RUN-CONTROL-FILE' TO WS-ERRO-ARQUIVO
                   MOVE WS-ST-RUNCTL TO WS-ERRO-STATUS
                   MOVE '0000-MAINLINE' TO WS-ERRO-PARAGRAFO
                   GO TO 9900-FILE-ERROR
               END-IF
           END-IF.
           PERFORM 9000-IMPRIMIR-TOTAIS THRU 9000-EXIT.
           CLOSE REPORT-FILE.
           IF WS-ST-RUNRPT NOT = '00'
               MOVE 'REPORT-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-RUNRPT TO WS-ERRO-STATUS
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
      * JOB E MONTA A FAIXA DE DATAS DE NEGOCIO A LISTAR
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
           IF CC-DATA-INICIAL NOT NUMERIC
                   OR CC-DATA-FINAL NOT NUMERIC
               MOVE 'CONTROL-CARD-FILE' TO WS-ERRO-ARQUIVO
               MOVE 'CC' TO WS-ERRO-STATUS
               MOVE '1000-INICIALIZAR' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           MOVE CC-DATA-INICIAL TO WS-DATA-INICIAL.
           MOVE CC-DATA-FINAL TO WS-DATA-FINAL.
           IF WS-DATA-FINAL = ZERO
               MOVE 99999999 TO WS-DATA-FINAL
           END-IF.
       1000-EXIT.
           EXIT.

      *=================================================================
      * 3000-LISTAR-EXECUCOES
      * CORPO DO LACO PRINCIPAL: LE O PROXIMO REGISTRO DO CONTROLE DE
      * EXECUCAO E CONTROLA A QUEBRA POR DATA DE NEGOCIO, FECHANDO A
      * DATA ANTERIOR E ABRINDO A SEGUINTE. AS DATAS FORA DA FAIXA DO
      * CARTAO SAO DESPREZADAS; A LEITURA PARA NA PRIMEIRA DATA
      * POSTERIOR A FAIXA
      *=================================================================
       3000-LISTAR-EXECUCOES.
           READ RUN-CONTROL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-IND-FIM-ARQUIVO
                   GO TO 3000-EXIT
           END-READ.
           IF WS-ST-RUNCTL NOT = '00'
               MOVE 'RUN-CONTROL-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-RUNCTL TO WS-ERRO-STATUS
               MOVE '3000-LISTAR-EXECUCOES' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           IF RN-DATA-NEGOCIO < WS-DATA-INICIAL
               GO TO 3000-EXIT
           END-IF.
           IF RN-DATA-NEGOCIO > WS-DATA-FINAL
               MOVE 'Y' TO WS-IND-FIM-ARQUIVO
               GO TO 3000-EXIT
           END-IF.
           IF WS-GRUPO-ABERTO AND RN-DATA-NEGOCIO NOT = WS-DATA-ATUAL
               PERFORM 3400-FECHAR-DATA THRU 3400-EXIT
           END-IF.
           IF NOT WS-GRUPO-ABERTO
               MOVE RN-DATA-NEGOCIO TO WS-DATA-ATUAL
               PERFORM 3100-LIMPAR-SITUACAO THRU 3100-EXIT
                   VARYING WS-PS-SUB FROM 1 BY 1
                   UNTIL WS-PS-SUB > RP-QTDE-PASSOS
               MOVE 'S' TO WS-IND-GRUPO-ABERTO
           END-IF.
           PERFORM 3200-GUARDAR-SITUACAO THRU 3200-EXIT
               VARYING WS-PS-SUB FROM 1 BY 1
               UNTIL WS-PS-SUB > RP-QTDE-PASSOS.
       3000-EXIT.
           EXIT.

      *=================================================================
      * 3100-LIMPAR-SITUACAO
      * MARCA A POSICAO CORRENTE DA TABELA COMO PASSO SEM REGISTRO NA
      * DATA DE NEGOCIO QUE SE ABRE
      *=================================================================
       3100-LIMPAR-SITUACAO.
           MOVE 'N' TO WS-SP-REGISTRADO (WS-PS-SUB).
           MOVE SPACES TO WS-SP-REGISTRO (WS-PS-SUB).
       3100-EXIT.
           EXIT.

      *=================================================================
      * 3200-GUARDAR-SITUACAO
      * GUARDA O REGISTRO LIDO NA POSICAO DA TABELA DO PASSO A QUE ELE
      * PERTENCE
      *=================================================================
       3200-GUARDAR-SITUACAO.
           IF RP-NOME-PASSO (WS-PS-SUB) = RN-PASSO
               MOVE 'S' TO WS-SP-REGISTRADO (WS-PS-SUB)
               MOVE RN-REGISTRO-EXECUCAO TO WS-SP-REGISTRO (WS-PS-SUB)
           END-IF.
       3200-EXIT.
           EXIT.

      *=================================================================
      * 3400-FECHAR-DATA
      * IMPRIME A DATA DE NEGOCIO EM QUEBRA E UMA LINHA POR PASSO DA
      * ESTEIRA, NA ORDEM DE EXECUCAO
      *=================================================================
       3400-FECHAR-DATA.
           ADD 1 TO WS-QTDE-DATAS.
           MOVE SPACES TO RL-LINHA-RELATORIO.
           PERFORM 6100-GRAVAR-LINHA THRU 6100-EXIT.
           MOVE 'DATA DE NEGOCIO' TO WS-LC-TITULO.
           MOVE WS-DATA-ATUAL TO WS-LC-DATA.
           MOVE WS-LINHA-CABECALHO TO RL-LINHA-RELATORIO.
           PERFORM 6100-GRAVAR-LINHA THRU 6100-EXIT.
           PERFORM 3410-IMPRIMIR-PASSO THRU 3410-EXIT
               VARYING WS-PS-SUB FROM 1 BY 1
               UNTIL WS-PS-SUB > RP-QTDE-PASSOS.
           MOVE 'N' TO WS-IND-GRUPO-ABERTO.
       3400-EXIT.
           EXIT.

      *=================================================================
      * 3410-IMPRIMIR-PASSO
      * MONTA E IMPRIME A LINHA DE SITUACAO DO PASSO DA POSICAO
      * CORRENTE DA TABELA, CONTANDO-O NOS TOTAIS DO RELATORIO
      *=================================================================
       3410-IMPRIMIR-PASSO.
           MOVE SPACES TO WS-LINHA-PASSO.
           MOVE RP-NOME-PASSO (WS-PS-SUB) TO WS-LP-PASSO.
           MOVE ZERO TO WS-LP-DATA-INICIO.
           MOVE ZERO TO WS-LP-HORA-INICIO.
           MOVE ZERO TO WS-LP-DATA-FIM.
           MOVE ZERO TO WS-LP-HORA-FIM.
           MOVE ZERO TO WS-LP-CODIGO-RETORNO.
           MOVE ZERO TO WS-LP-QTDE-EXECUCOES.
           IF NOT WS-SP-COM-REGISTRO (WS-PS-SUB)
               MOVE 'PENDENTE' TO WS-LP-SITUACAO
               ADD 1 TO WS-QTDE-PENDENTES
               GO TO 3410-GRAVAR
           END-IF.
           MOVE WS-SP-REGISTRO (WS-PS-SUB) TO RW-REGISTRO-EXECUCAO.
           MOVE RW-DATA-INICIO TO WS-LP-DATA-INICIO.
           MOVE RW-HORA-INICIO TO WS-LP-HORA-INICIO.
           MOVE RW-QTDE-EXECUCOES TO WS-LP-QTDE-EXECUCOES.
           IF NOT RW-CONCLUIDO
               MOVE 'EM EXECUCAO/CANCELADO' TO WS-LP-SITUACAO
               ADD 1 TO WS-QTDE-EM-EXECUCAO
               MOVE 'S' TO WS-IND-FALHA
               GO TO 3410-GRAVAR
           END-IF.
           MOVE RW-DATA-FIM TO WS-LP-DATA-FIM.
           MOVE RW-HORA-FIM TO WS-LP-HORA-FIM.
           MOVE RW-CODIGO-RETORNO TO WS-LP-CODIGO-RETORNO.
           IF RW-CODIGO-RETORNO < 8
               MOVE 'CONCLUIDO' TO WS-LP-SITUACAO
               ADD 1 TO WS-QTDE-CONCLUIDOS
           ELSE
               MOVE 'CONCLUIDO COM ERRO' TO WS-LP-SITUACAO
               ADD 1 TO WS-QTDE-COM-ERRO
               MOVE 'S' TO WS-IND-FALHA
           END-IF.
       3410-GRAVAR.
           MOVE WS-LINHA-PASSO TO RL-LINHA-RELATORIO.
           PERFORM 6100-GRAVAR-LINHA THRU 6100-EXIT.
       3410-EXIT.
           EXIT.

      *=================================================================
      * 6100-GRAVAR-LINHA
      * GRAVA A LINHA JA MONTADA NO RELATORIO DE SITUACAO
      *=================================================================
       6100-GRAVAR-LINHA.
           WRITE RL-LINHA-RELATORIO.
           IF WS-ST-RUNRPT NOT = '00'
               MOVE 'REPORT-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-RUNRPT TO WS-ERRO-STATUS
               MOVE '6100-GRAVAR-LINHA' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
       6100-EXIT.
           EXIT.

      *=================================================================
      * 9000-IMPRIMIR-TOTAIS
      * ESCREVE AO FINAL DO RELATORIO A QUANTIDADE DE DATAS LISTADAS
      * E DE PASSOS EM CADA SITUACAO
      *=================================================================
       9000-IMPRIMIR-TOTAIS.
           MOVE SPACES TO RL-LINHA-RELATORIO.
           PERFORM 6100-GRAVAR-LINHA THRU 6100-EXIT.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'DATAS DE NEGOCIO LISTADAS..............:'
               TO WS-LT-DESCRICAO.
           MOVE WS-QTDE-DATAS TO WS-LT-QTDE-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           PERFORM 6100-GRAVAR-LINHA THRU 6100-EXIT.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'PASSOS CONCLUIDOS......................:'
               TO WS-LT-DESCRICAO.
           MOVE WS-QTDE-CONCLUIDOS TO WS-LT-QTDE-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           PERFORM 6100-GRAVAR-LINHA THRU 6100-EXIT.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'PASSOS CONCLUIDOS COM ERRO.............:'
               TO WS-LT-DESCRICAO.
           MOVE WS-QTDE-COM-ERRO TO WS-LT-QTDE-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           PERFORM 6100-GRAVAR-LINHA THRU 6100-EXIT.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'PASSOS EM EXECUCAO OU CANCELADOS.......:'
               TO WS-LT-DESCRICAO.
           MOVE WS-QTDE-EM-EXECUCAO TO WS-LT-QTDE-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           PERFORM 6100-GRAVAR-LINHA THRU 6100-EXIT.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'PASSOS PENDENTES.......................:'
               TO WS-LT-DESCRICAO.
           MOVE WS-QTDE-PENDENTES TO WS-LT-QTDE-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           PERFORM 6100-GRAVAR-LINHA THRU 6100-EXIT.
       9000-EXIT.
           EXIT.

      *=================================================================
      * 9900-FILE-ERROR
      * PARAGRAFO UNICO DE TRATAMENTO DE ERRO DE ARQUIVO, COMPARTILHADO
      * POR TODOS OS ARQUIVOS DO PROGRAMA. EXIBE O STATUS RECEBIDO E
      * ENCERRA O JOB DE FORMA CONTROLADA (ABEND)
      *=================================================================
       9900-FILE-ERROR.
           DISPLAY 'RUNSTAT - ERRO DE ARQUIVO DETECTADO'.
           DISPLAY 'ARQUIVO.....: ' WS-ERRO-ARQUIVO.
           DISPLAY 'STATUS......: ' WS-ERRO-STATUS.
           DISPLAY 'PARAGRAFO...: ' WS-ERRO-PARAGRAFO.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM RUNSTAT.
