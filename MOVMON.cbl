      ******************************************************************
      * IDENTIFICATION DIVISION
      *
      * - MOVMON E O MONITORAMENTO DE MOVIMENTACAO ATIPICA PARA A
      *   AREA DE COMPLIANCE, MONTADO A PARTIR DO HISTORICO
      *   PERMANENTE DE AUDITORIA (AUDHFILE)
      * - MOVIMENTO E TODA INCLUSAO ('A') OU ALTERACAO ('C') QUE
      *   MUDOU O SALDO DO CLIENTE: O VALOR E A DIFERENCA ENTRE O
      *   SALDO DA IMAGEM DEPOIS E O DA IMAGEM ANTES, TOMADA SEM
      *   SINAL (CREDITOS E DEBITOS CONTAM IGUALMENTE). TARIFAS E
      *   JUROS SAO LANCAMENTOS DA CASA E NAO ENTRAM
      * - DOIS ALERTAS SAO LEVANTADOS, COM OS LIMITES DO ARQUIVO DE
      *   PARAMETROS DE NEGOCIO (PARMFILE):
      *   . VALOR ALTO: MOVIMENTO ISOLADO ACIMA DO LIMITE DE VALOR
      *     ALTO (LIMITE-VALOR-ALTO)
      *   . FRACIONAMENTO: SOMA DOS MOVIMENTOS DO CLIENTE NUMA JANELA
      *     MOVEL DE N DIAS (DIAS-FRACIONAMENTO) ACIMA DO LIMITE DE
      *     FRACIONAMENTO (LIMITE-FRACIONAMENTO), COM MAIS DE UM
      *     MOVIMENTO NA JANELA E NENHUM DELES ACIMA DO LIMITE DE
      *     VALOR ALTO. LEVANTADO O ALERTA, A JANELA RECOMECA VAZIA,
      *     PARA QUE O MESMO GRUPO DE MOVIMENTOS NAO ALERTE DE NOVO A
      *     CADA MOVIMENTO SEGUINTE
      * - O CARTAO DE CONTROLE (SYSIN) TRAZ A DATA DE EXECUCAO E A
      *   FAIXA DE DATAS DOS MOVIMENTOS A EXAMINAR; OS MOVIMENTOS DOS
      *   N DIAS ANTERIORES AO INICIO DA FAIXA SO ALIMENTAM A JANELA
      * - TODO ALERTA JA COMUNICADO FICA NO HISTORICO DE ALERTAS
      *   (ALRTHIST) E NAO E LEVANTADO DE NOVO EM EXECUCOES
      *   POSTERIORES, MESMO COM FAIXAS DE DATAS SOBREPOSTAS
      * - SAIDAS: RELATORIO DE REVISAO DE COMPLIANCE AGRUPADO POR
      *   AGENCIA (MOVRPT) E EXTRATO NO LAYOUT DE COMUNICACAO AO COAF
      *   (COAFEXT), COM CABECALHO E RODAPE DE CONTROLE
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVMON.

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
      * AUDHFILE -> HISTORICO PERMANENTE DE AUDITORIA DO CADASTRO
      * MESTRE, ACUMULADO DIA A DIA PELO JOB AUDACCM, NA ORDEM DE
      * ACUMULACAO (AINDA NAO ORDENADO POR CLIENTE)
      *-----------------------------------------------------------------
           SELECT AUDIT-LOG ASSIGN TO "AUDHFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-AUDHFILE.
      *-----------------------------------------------------------------
      * SRTWK01 -> AREA DE ORDENACAO DOS MOVIMENTOS POR CLIENTE E
      * DATA/HORA DO MOVIMENTO
      *-----------------------------------------------------------------
           SELECT SORT-WORK-FILE ASSIGN TO "SRTWK01"
               FILE STATUS IS WS-ST-SRTWK01.
      *-----------------------------------------------------------------
      * ALRTHIST -> HISTORICO DE ALERTAS JA COMUNICADOS, LIDO PELA
      * CHAVE PARA NAO REPETIR ALERTA E ATUALIZADO AO FINAL DO JOB
      *-----------------------------------------------------------------
           SELECT ALERT-HISTORY ASSIGN TO "ALRTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MA-CHAVE-ALERTA
               FILE STATUS IS WS-ST-ALRTHIST.
      *-----------------------------------------------------------------
      * ALRTWRK -> AREA DE TRABALHO DOS ALERTAS NOVOS: GRAVADOS AQUI
      * NA ORDEM DO CLIENTE E REORDENADOS POR AGENCIA ANTES DA
      * IMPRESSAO; RELIDOS AO FINAL PARA ATUALIZAR O HISTORICO
      *-----------------------------------------------------------------
           SELECT ALERT-WORK-FILE ASSIGN TO "ALRTWRK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-ALRTWRK.
      *-----------------------------------------------------------------
      * SRTWK02 -> AREA DE ORDENACAO DOS ALERTAS POR AGENCIA
      *-----------------------------------------------------------------
           SELECT SORT-ALERT-FILE ASSIGN TO "SRTWK02"
               FILE STATUS IS WS-ST-SRTWK02.
      *-----------------------------------------------------------------
      * AGENMAST -> CADASTRO MESTRE DE AGENCIAS, LIDO PELA CHAVE PARA
      * IMPRIMIR O NOME E A REGIONAL NAS QUEBRAS POR AGENCIA
      *-----------------------------------------------------------------
           SELECT AGENCY-MASTER ASSIGN TO "AGENMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AG-CODIGO-AGENCIA
               FILE STATUS IS WS-ST-AGENMAST.
      *-----------------------------------------------------------------
      * MOVRPT -> RELATORIO DE REVISAO DE COMPLIANCE, AGRUPADO POR
      * AGENCIA (QUEBRA COM SUBTOTAL POR AGENCIA)
      *-----------------------------------------------------------------
           SELECT REPORT-FILE ASSIGN TO "MOVRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-MOVRPT.
      *-----------------------------------------------------------------
      * COAFEXT -> EXTRATO DE OCORRENCIAS PARA COMUNICACAO AO COAF
      *-----------------------------------------------------------------
           SELECT COAF-EXTRACT-FILE ASSIGN TO "COAFEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-COAFEXT.
      *-----------------------------------------------------------------
      * SYSIN -> CARTAO DE CONTROLE COM A DATA DE EXECUCAO E A FAIXA
      * DE DATAS DOS MOVIMENTOS, LIDO UMA UNICA VEZ
      *-----------------------------------------------------------------
           SELECT CONTROL-CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-SYSIN.
      *-----------------------------------------------------------------
      * PARMFILE -> ARQUIVO DE PARAMETROS DE NEGOCIO, DE ONDE VEM OS
      * LIMITES E A JANELA DE DIAS DO MONITORAMENTO
      *-----------------------------------------------------------------
           SELECT PARAMETER-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-PARMFILE.

      ******************************************************************
      * DATA DIVISION
      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

      *-----------------------------------------------------------------
      * AUDIT-LOG -> REGISTRO DO HISTORICO PERMANENTE DE AUDITORIA NA
      * ORDEM DE ACUMULACAO
      *-----------------------------------------------------------------
       FD  AUDIT-LOG
           LABEL RECORDS ARE OMITTED.
           COPY AUDREG REPLACING ==AL-REGISTRO-AUDITORIA==
               BY ==AL-REG-ENTRADA==.

      *-----------------------------------------------------------------
      * SORT-WORK-FILE -> MOVIMENTO DE SALDO EXTRAIDO DO HISTORICO:
      * CLIENTE, DATA/HORA, AGENCIA, NOME E CPF/CNPJ DA IMAGEM
      * DEPOIS, VALOR SEM SINAL E NATUREZA ('C' CREDITO OU 'D' DEBITO)
      *-----------------------------------------------------------------
       SD  SORT-WORK-FILE.
       01  MV-REG-ORDENACAO.
           05 MV-NUMERO-CLIENTE       PIC 9(06).
           05 MV-DATA-MOVIMENTO       PIC 9(08).
           05 MV-HORA-MOVIMENTO       PIC 9(08).
           05 MV-CODIGO-AGENCIA       PIC 9(04).
           05 MV-NOME-CLIENTE         PIC X(30).
           05 MV-VALOR-MOVIMENTO      PIC 9(11)V99.
           05 MV-NATUREZA             PIC X(01).
           05 MV-TIPO-DOCUMENTO       PIC X(01).
           05 MV-NUMERO-DOCUMENTO     PIC 9(14).

      *-----------------------------------------------------------------
      * ALERT-HISTORY -> REGISTRO DO HISTORICO DE ALERTAS
      *-----------------------------------------------------------------
       FD  ALERT-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY ALRTREG.

      *-----------------------------------------------------------------
      * ALERT-WORK-FILE -> ALERTA NOVO NA ORDEM DO PROCESSAMENTO
      *-----------------------------------------------------------------
       FD  ALERT-WORK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ALRTREG REPLACING LEADING ==MA== BY ==WA==.

      *-----------------------------------------------------------------
      * SORT-ALERT-FILE -> AREA DE ORDENACAO DOS ALERTAS POR AGENCIA
      * (E, DENTRO DA AGENCIA, POR CLIENTE E DATA/HORA)
      *-----------------------------------------------------------------
       SD  SORT-ALERT-FILE.
           COPY ALRTREG REPLACING LEADING ==MA== BY ==SA==.

      *-----------------------------------------------------------------
      * AGENCY-MASTER -> REGISTRO DO CADASTRO MESTRE DE AGENCIAS
      *-----------------------------------------------------------------
       FD  AGENCY-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY AGENREG.

      *-----------------------------------------------------------------
      * REPORT-FILE -> LINHA DO RELATORIO DE REVISAO DE COMPLIANCE
      *-----------------------------------------------------------------
       FD  REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  RL-LINHA-RELATORIO         PIC X(120).

      *-----------------------------------------------------------------
      * COAF-EXTRACT-FILE -> REGISTRO DO EXTRATO DE COMUNICACAO AO
      * COAF: CABECALHO ('H', COM A DATA DA GERACAO E O PERIODO
      * EXAMINADO), OCORRENCIA ('D', UMA POR ALERTA NOVO) E RODAPE
      * ('T', COM A QUANTIDADE DE OCORRENCIAS E A SOMA DOS VALORES
      * COMUNICADOS PARA O BALANCEAMENTO). NA OCORRENCIA DE VALOR
      * ALTO ('V') O VALOR E O DO MOVIMENTO; NA DE FRACIONAMENTO
      * ('F') E A SOMA DA JANELA. O SEQUENCIAL NUMERA OS REGISTROS
      * DO ARQUIVO A PARTIR DE 1. O CPF/CNPJ IDENTIFICA O CLIENTE
      * PERANTE O COAF ('F' CPF OU 'J' CNPJ; EM BRANCO E ZERO PARA
      * CLIENTE AINDA SEM DOCUMENTO NO CADASTRO)
      *-----------------------------------------------------------------
       FD  COAF-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CX-REGISTRO-COAF.
           05 CX-TIPO-REGISTRO        PIC X(01).
              88 CX-TIPO-CABECALHO    VALUE 'H'.
              88 CX-TIPO-OCORRENCIA   VALUE 'D'.
              88 CX-TIPO-RODAPE       VALUE 'T'.
           05 CX-SEQUENCIAL           PIC 9(07).
           05 CX-DADOS-OCORRENCIA.
              10 CX-CODIGO-AGENCIA    PIC 9(04).
              10 CX-NUMERO-CLIENTE    PIC 9(06).
              10 CX-NOME-CLIENTE      PIC X(30).
              10 CX-CODIGO-OCORRENCIA PIC X(01).
              10 CX-DATA-MOVIMENTO    PIC 9(08).
              10 CX-HORA-MOVIMENTO    PIC 9(08).
              10 CX-NATUREZA          PIC X(01).
              10 CX-VALOR-COMUNICADO  PIC 9(13)V99.
              10 CX-DATA-INICIO-JANELA PIC 9(08).
              10 CX-QTDE-MOVIMENTOS   PIC 9(05).
              10 CX-TIPO-DOCUMENTO    PIC X(01).
              10 CX-NUMERO-DOCUMENTO  PIC 9(14).
              10 FILLER               PIC X(18).
           05 CX-DADOS-CONTROLE REDEFINES CX-DADOS-OCORRENCIA.
              10 CX-DATA-GERACAO      PIC 9(08).
              10 CX-DATA-INICIAL      PIC 9(08).
              10 CX-DATA-FINAL        PIC 9(08).
              10 CX-QTDE-OCORRENCIAS  PIC 9(09).
              10 CX-VALOR-TOTAL       PIC 9(15)V99.
              10 FILLER               PIC X(69).

      *-----------------------------------------------------------------
      * CONTROL-CARD-FILE -> CARTAO DE CONTROLE (PARAMETROS DO JOB):
      * DATA DE EXECUCAO (OBRIGATORIA) E FAIXA DE DATAS DOS
      * MOVIMENTOS A EXAMINAR; DATA INICIAL ZERO EXAMINA DESDE O
      * INICIO DO HISTORICO E DATA FINAL ZERO ATE A DATA DE EXECUCAO
      *-----------------------------------------------------------------
       FD  CONTROL-CARD-FILE
           LABEL RECORDS ARE OMITTED.
       01  CC-CARTAO-CONTROLE.
           05 CC-DATA-EXECUCAO        PIC 9(08).
           05 CC-DATA-INICIAL         PIC 9(08).
           05 CC-DATA-FINAL           PIC 9(08).
           05 FILLER                  PIC X(56).

      *-----------------------------------------------------------------
      * PARAMETER-FILE -> CARTAO DO ARQUIVO DE PARAMETROS DE NEGOCIO
      *-----------------------------------------------------------------
       FD  PARAMETER-FILE
           LABEL RECORDS ARE OMITTED.
           COPY PARMREG.

       WORKING-STORAGE SECTION.

      *-----------------------------------------------------------------
      * CONTADORES DO MONITORAMENTO
      *-----------------------------------------------------------------
       77  WS-QTDE-LIDOS               PIC 9(09) COMP VALUE ZERO.
       77  WS-QTDE-SELECIONADOS        PIC 9(09) COMP VALUE ZERO.
       77  WS-QTDE-AVALIADOS           PIC 9(09) COMP VALUE ZERO.
       77  WS-QTDE-VALOR-ALTO          PIC 9(09) COMP VALUE ZERO.
       77  WS-QTDE-FRACIONAMENTO       PIC 9(09) COMP VALUE ZERO.
       77  WS-QTDE-JA-COMUNICADOS      PIC 9(09) COMP VALUE ZERO.
       77  WS-QTDE-JANELA-EXCEDIDA     PIC 9(09) COMP VALUE ZERO.
       77  WS-QTDE-OCORRENCIAS         PIC 9(09) COMP VALUE ZERO.
       77  WS-QTDE-HISTORICO           PIC 9(09) COMP VALUE ZERO.
       77  WS-SEQUENCIAL-COAF          PIC 9(07) COMP VALUE ZERO.
       77  WS-VALOR-TOTAL-COAF         PIC S9(15)V99 COMP-3 VALUE ZERO.

      *-----------------------------------------------------------------
      * LIMITES DO MONITORAMENTO, CARREGADOS DO ARQUIVO DE PARAMETROS
      * DE NEGOCIO. A AUSENCIA DE QUALQUER UM DELES DERRUBA O JOB NA
      * PARTIDA
      *-----------------------------------------------------------------
       77  WS-LIMITE-VALOR-ALTO        PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  WS-LIMITE-FRACIONAMENTO     PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  WS-DIAS-FRACIONAMENTO       PIC 9(05) COMP VALUE ZERO.

      *-----------------------------------------------------------------
      * STATUS DE CADA ARQUIVO DO PROGRAMA, PARA TRATAMENTO DE ERRO
      *-----------------------------------------------------------------
       01  WS-STATUS-ARQUIVOS.
           05 WS-ST-AUDHFILE           PIC X(02) VALUE '00'.
           05 WS-ST-SRTWK01            PIC X(02) VALUE '00'.
           05 WS-ST-ALRTHIST           PIC X(02) VALUE '00'.
           05 WS-ST-ALRTWRK            PIC X(02) VALUE '00'.
           05 WS-ST-SRTWK02            PIC X(02) VALUE '00'.
           05 WS-ST-AGENMAST           PIC X(02) VALUE '00'.
           05 WS-ST-MOVRPT             PIC X(02) VALUE '00'.
           05 WS-ST-COAFEXT            PIC X(02) VALUE '00'.
           05 WS-ST-SYSIN              PIC X(02) VALUE '00'.
           05 WS-ST-PARMFILE           PIC X(02) VALUE '00'.

      *-----------------------------------------------------------------
      * INDICADORES DE CONTROLE DOS LACOS, DAS QUEBRAS E DA CARGA DE
      * PARAMETROS
      *-----------------------------------------------------------------
       01  WS-INDICADORES.
           05 WS-IND-FIM-ENTRADA       PIC X(01) VALUE 'N'.
              88 WS-FIM-ENTRADA        VALUE 'Y'.
           05 WS-IND-FIM-CLASSIF       PIC X(01) VALUE 'N'.
              88 WS-FIM-CLASSIF        VALUE 'Y'.
           05 WS-IND-FIM-ALERTA        PIC X(01) VALUE 'N'.
              88 WS-FIM-ALERTA         VALUE 'Y'.
           05 WS-IND-QUEBRA-ABERTA     PIC X(01) VALUE 'N'.
              88 WS-QUEBRA-ABERTA      VALUE 'S'.
           05 WS-IND-FIM-DESCARTE      PIC X(01) VALUE 'N'.
              88 WS-FIM-DESCARTE       VALUE 'S'.
           05 WS-IND-HISTORICO         PIC X(01) VALUE 'S'.
              88 WS-HISTORICO-AUSENTE  VALUE 'N'.
           05 WS-IND-ALERTA-ANTERIOR   PIC X(01) VALUE 'N'.
              88 WS-ALERTA-ANTERIOR    VALUE 'S'.
           05 WS-IND-FIM-PARAMETRO     PIC X(01) VALUE 'N'.
              88 WS-FIM-PARAMETRO      VALUE 'Y'.
              88 WS-NAO-FIM-PARAMETRO  VALUE 'N'.
           05 WS-IND-PARM-VALOR-ALTO   PIC X(01) VALUE 'N'.
              88 WS-PARM-VALOR-ALTO-OK VALUE 'S'.
           05 WS-IND-PARM-FRACIONAMENTO PIC X(01) VALUE 'N'.
              88 WS-PARM-FRACIONAMENTO-OK VALUE 'S'.
           05 WS-IND-PARM-DIAS-FRAC    PIC X(01) VALUE 'N'.
              88 WS-PARM-DIAS-FRAC-OK  VALUE 'S'.

      *-----------------------------------------------------------------
      * PARAMETROS DE EXECUCAO VINDOS DO CARTAO DE CONTROLE
      *-----------------------------------------------------------------
       01  WS-PARAMETROS-EXECUCAO.
           05 WS-DATA-EXECUCAO         PIC 9(08) VALUE ZERO.
           05 WS-DATA-INICIAL          PIC 9(08) VALUE ZERO.
           05 WS-DATA-FINAL            PIC 9(08) VALUE ZERO.

      *-----------------------------------------------------------------
      * AREA DE COMUNICACAO COM A ROTINA COMPARTILHADA CONVDATA, USADA
      * PARA MEDIR A IDADE DE CADA MOVIMENTO DENTRO DA JANELA MOVEL
      *-----------------------------------------------------------------
           COPY DTECALL.

      *-----------------------------------------------------------------
      * IMAGENS ANTES E DEPOIS DESMONTADAS NO LAYOUT DO CADASTRO
      * MESTRE (CUSTREG), PARA APURAR O VALOR DO MOVIMENTO
      *-----------------------------------------------------------------
           COPY CUSTREG REPLACING LEADING ==CM== BY ==IA==.
           COPY CUSTREG REPLACING LEADING ==CM== BY ==IP==.
       77  WS-SALDO-ANTES              PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-VALOR-EFEITO             PIC S9(09)V99 COMP-3 VALUE ZERO.

      *-----------------------------------------------------------------
      * JANELA MOVEL DO CLIENTE EM AVALIACAO: OS MOVIMENTOS DOS
      * ULTIMOS N DIAS, DO MAIS ANTIGO (WS-JN-PRIMEIRO) AO MAIS
      * RECENTE (WS-JN-ULTIMO), COM A SOMA DOS VALORES E A QUANTIDADE
      * DE MOVIMENTOS ACIMA DO LIMITE DE VALOR ALTO. A TABELA E
      * COMPACTADA QUANDO ENCHE; SE AINDA ASSIM NAO HOUVER POSICAO, O
      * MOVIMENTO MAIS ANTIGO SAI DA JANELA E O FATO E CONTADO NOS
      * TOTAIS DO RELATORIO. A DATA/HORA DO MOVIMENTO ANTERIOR DA A
      * ORDEM DO MOVIMENTO CORRENTE ENTRE OS DO CLIENTE COM A MESMA
      * DATA/HORA, QUE COMPLETA A CHAVE DO ALERTA
      *-----------------------------------------------------------------
       77  WS-CLIENTE-ANTERIOR         PIC 9(06) VALUE ZERO.
       77  WS-DATA-ANTERIOR            PIC 9(08) VALUE ZERO.
       77  WS-HORA-ANTERIOR            PIC 9(08) VALUE ZERO.
       77  WS-SEQUENCIA-MOVIMENTO      PIC 9(03) COMP VALUE ZERO.
       77  WS-JN-PRIMEIRO              PIC 9(04) COMP VALUE 1.
       77  WS-JN-ULTIMO                PIC 9(04) COMP VALUE ZERO.
       77  WS-JN-SUB                   PIC 9(04) COMP VALUE ZERO.
       77  WS-JN-DESTINO               PIC 9(04) COMP VALUE ZERO.
       77  WS-JN-QTDE                  PIC 9(05) COMP VALUE ZERO.
       77  WS-JN-QTDE-ALTOS            PIC 9(05) COMP VALUE ZERO.
       77  WS-JN-SOMA                  PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-TABELA-JANELA.
           05 WS-JN-MOVIMENTO OCCURS 500 TIMES.
              10 WS-JN-DATA            PIC 9(08).
              10 WS-JN-VALOR           PIC 9(11)V99.

      *-----------------------------------------------------------------
      * AGENCIA EM QUEBRA NO RELATORIO, COM OS SUBTOTAIS DE ALERTAS
      *-----------------------------------------------------------------
       77  WS-AGENCIA-QUEBRA           PIC 9(04) VALUE ZERO.
       77  WS-AG-QTDE-VALOR-ALTO       PIC 9(09) COMP VALUE ZERO.
       77  WS-AG-QTDE-FRACIONAMENTO    PIC 9(09) COMP VALUE ZERO.

      *-----------------------------------------------------------------
      * AREA DE TRABALHO DO TRATAMENTO DE ERRO DE ARQUIVO (ABEND)
      *-----------------------------------------------------------------
       01  WS-AREA-ERRO.
           05 WS-ERRO-ARQUIVO          PIC X(20).
           05 WS-ERRO-STATUS           PIC X(02).
           05 WS-ERRO-PARAGRAFO        PIC X(30).

      *-----------------------------------------------------------------
      * LAYOUT DA LINHA DE CABECALHO DO RELATORIO
      *-----------------------------------------------------------------
       01  WS-LINHA-CABECALHO.
           05 FILLER                  PIC X(05) VALUE SPACES.
           05 WS-LC-TITULO            PIC X(50) VALUE SPACES.
           05 WS-LC-DATA              PIC 9(08).
           05 FILLER                  PIC X(57) VALUE SPACES.

      *-----------------------------------------------------------------
      * LAYOUT DA LINHA DE QUEBRA E DE SUBTOTAL POR AGENCIA
      *-----------------------------------------------------------------
       01  WS-LINHA-AGENCIA.
           05 FILLER                  PIC X(05) VALUE SPACES.
           05 WS-LG-DESCRICAO         PIC X(30) VALUE SPACES.
           05 WS-LG-CODIGO-AGENCIA    PIC 9(04).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LG-NOME-AGENCIA      PIC X(30) VALUE SPACES.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-LG-REGIONAL          PIC X(15) VALUE SPACES.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LG-QTDE-VALOR-ED     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LG-QTDE-FRAC-ED      PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(07) VALUE SPACES.

      *-----------------------------------------------------------------
      * LAYOUT DA LINHA DE ALERTA: NO VALOR ALTO O VALOR E O DO
      * MOVIMENTO; NO FRACIONAMENTO E A SOMA DA JANELA, SEGUIDA DA
      * QUANTIDADE DE MOVIMENTOS E DA DATA DO PRIMEIRO DELES
      *-----------------------------------------------------------------
       01  WS-LINHA-ALERTA.
           05 FILLER                  PIC X(05) VALUE SPACES.
           05 WS-LA-NUMERO-CLIENTE    PIC 9(06).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LA-NOME-CLIENTE      PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-LA-TIPO              PIC X(13).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-LA-DATA              PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-LA-HORA              PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-LA-NATUREZA          PIC X(01).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-LA-VALOR-ED          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-LA-QTDE-ED           PIC ZZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-LA-DATA-JANELA       PIC X(08).
           05 FILLER                  PIC X(10) VALUE SPACES.

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
           PERFORM 1100-ABRIR-HISTORICO THRU 1100-EXIT.
           OPEN OUTPUT ALERT-WORK-FILE.
           IF WS-ST-ALRTWRK NOT = '00'
               MOVE 'ALERT-WORK-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-ALRTWRK TO WS-ERRO-STATUS
               MOVE '0000-MAINLINE' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           PERFORM 7000-ORDENAR-MOVIMENTOS THRU 7000-EXIT.
           CLOSE ALERT-WORK-FILE.
           IF WS-ST-ALRTWRK NOT = '00'
               MOVE 'ALERT-WORK-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-ALRTWRK TO WS-ERRO-STATUS
               MOVE '0000-MAINLINE' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           IF NOT WS-HISTORICO-AUSENTE
               CLOSE ALERT-HISTORY
               IF WS-ST-ALRTHIST NOT = '00'
                   MOVE 'ALERT-HISTORY' TO WS-ERRO-ARQUIVO
                   MOVE WS-ST-ALRTHIST TO WS-ERRO-STATUS
                   MOVE '0000-MAINLINE' TO WS-ERRO-PARAGRAFO
                   GO TO 9900-FILE-ERROR
               END-IF
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-ST-MOVRPT NOT = '00'
               MOVE 'REPORT-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-MOVRPT TO WS-ERRO-STATUS
               MOVE '0000-MAINLINE' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           OPEN OUTPUT COAF-EXTRACT-FILE.
           IF WS-ST-COAFEXT NOT = '00'
               MOVE 'COAF-EXTRACT-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-COAFEXT TO WS-ERRO-STATUS
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
           PERFORM 4000-GRAVAR-CABECALHO THRU 4000-EXIT.
           PERFORM 5400-GRAVAR-CABECALHO-COAF THRU 5400-EXIT.
           PERFORM 5000-EMITIR-ALERTAS THRU 5000-EXIT.
           PERFORM 5420-GRAVAR-RODAPE-COAF THRU 5420-EXIT.
           CLOSE COAF-EXTRACT-FILE.
           IF WS-ST-COAFEXT NOT = '00'
               MOVE 'COAF-EXTRACT-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-COAFEXT TO WS-ERRO-STATUS
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
           PERFORM 8000-ATUALIZAR-HISTORICO THRU 8000-EXIT.
           PERFORM 9000-IMPRIMIR-TOTAIS THRU 9000-EXIT.
           CLOSE REPORT-FILE.
           IF WS-ST-MOVRPT NOT = '00'
               MOVE 'REPORT-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-MOVRPT TO WS-ERRO-STATUS
               MOVE '0000-MAINLINE' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           STOP RUN.

      *=================================================================
      * 1000-INICIALIZAR
      * LE O CARTAO DE CONTROLE (SYSIN) UMA UNICA VEZ NO INICIO DO
      * JOB, MONTA A FAIXA DE DATAS DOS MOVIMENTOS E CARREGA OS
      * LIMITES DO MONITORAMENTO
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
                   OR CC-DATA-EXECUCAO = ZERO
                   OR CC-DATA-INICIAL NOT NUMERIC
                   OR CC-DATA-FINAL NOT NUMERIC
               MOVE 'CONTROL-CARD-FILE' TO WS-ERRO-ARQUIVO
               MOVE 'CC' TO WS-ERRO-STATUS
               MOVE '1000-INICIALIZAR' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           MOVE CC-DATA-EXECUCAO TO WS-DATA-EXECUCAO.
           MOVE CC-DATA-INICIAL TO WS-DATA-INICIAL.
           MOVE CC-DATA-FINAL TO WS-DATA-FINAL.
           IF WS-DATA-FINAL = ZERO
               MOVE WS-DATA-EXECUCAO TO WS-DATA-FINAL
           END-IF.
           IF WS-DATA-INICIAL > WS-DATA-FINAL
               MOVE 'CONTROL-CARD-FILE' TO WS-ERRO-ARQUIVO
               MOVE 'CF' TO WS-ERRO-STATUS
               MOVE '1000-INICIALIZAR' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           PERFORM 1300-CARREGAR-PARAMETROS THRU 1300-EXIT.
       1000-EXIT.
           EXIT.

      *=================================================================
      * 1100-ABRIR-HISTORICO
      * ABRE O HISTORICO DE ALERTAS PARA CONSULTA. NA PRIMEIRA
      * EXECUCAO O ARQUIVO AINDA NAO EXISTE: NENHUM ALERTA FOI
      * COMUNICADO E TODOS OS ALERTAS DA EXECUCAO SAO NOVOS
      *=================================================================
       1100-ABRIR-HISTORICO.
           OPEN INPUT ALERT-HISTORY.
           IF WS-ST-ALRTHIST = '35'
               MOVE 'N' TO WS-IND-HISTORICO
               GO TO 1100-EXIT
           END-IF.
           IF WS-ST-ALRTHIST NOT = '00'
               MOVE 'ALERT-HISTORY' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-ALRTHIST TO WS-ERRO-STATUS
               MOVE '1100-ABRIR-HISTORICO' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
       1100-EXIT.
           EXIT.

      *=================================================================
      * 1300-CARREGAR-PARAMETROS
      * CARREGA DO ARQUIVO DE PARAMETROS DE NEGOCIO OS DOIS LIMITES E
      * A JANELA DE DIAS DO MONITORAMENTO. OS DEMAIS PARAMETROS E A
      * TABELA DE UF PERTENCEM A OUTROS PROGRAMAS E SAO IGNORADOS
      * AQUI. ARQUIVO AUSENTE OU PARAMETRO DO MONITORAMENTO AUSENTE
      * DERRUBAM O JOB NA PARTIDA
      *=================================================================
       1300-CARREGAR-PARAMETROS.
           MOVE 'N' TO WS-IND-FIM-PARAMETRO.
           OPEN INPUT PARAMETER-FILE.
           IF WS-ST-PARMFILE NOT = '00'
               MOVE 'PARAMETER-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-PARMFILE TO WS-ERRO-STATUS
               MOVE '1300-CARREGAR-PARAMETROS' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           PERFORM 1310-LER-PARAMETRO THRU 1310-EXIT
               UNTIL WS-FIM-PARAMETRO.
           CLOSE PARAMETER-FILE.
           IF WS-ST-PARMFILE NOT = '00'
               MOVE 'PARAMETER-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-PARMFILE TO WS-ERRO-STATUS
               MOVE '1300-CARREGAR-PARAMETROS' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           IF NOT WS-PARM-VALOR-ALTO-OK
                   OR NOT WS-PARM-FRACIONAMENTO-OK
                   OR NOT WS-PARM-DIAS-FRAC-OK
                   OR WS-DIAS-FRACIONAMENTO = ZERO
               DISPLAY 'MOVMON - PARAMETRO OBRIGATORIO AUSENTE'
               MOVE 'PARAMETER-FILE' TO WS-ERRO-ARQUIVO
               MOVE 'PM' TO WS-ERRO-STATUS
               MOVE '1300-CARREGAR-PARAMETROS' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
       1300-EXIT.
           EXIT.

      *=================================================================
      * 1310-LER-PARAMETRO
      * LE O PROXIMO CARTAO DO ARQUIVO DE PARAMETROS E APROVEITA OS
      * LIMITES E A JANELA DO MONITORAMENTO; OS DEMAIS CARTOES SAO
      * IGNORADOS
      *=================================================================
       1310-LER-PARAMETRO.
           READ PARAMETER-FILE
               AT END
                   MOVE 'Y' TO WS-IND-FIM-PARAMETRO
           END-READ.
           IF WS-ST-PARMFILE NOT = '00' AND WS-ST-PARMFILE NOT = '10'
               MOVE 'PARAMETER-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-PARMFILE TO WS-ERRO-STATUS
               MOVE '1310-LER-PARAMETRO' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           IF WS-FIM-PARAMETRO OR NOT PR-TIPO-PARAMETRO
               GO TO 1310-EXIT
           END-IF.
           IF PR-NOME-PARAMETRO NOT = 'LIMITE-VALOR-ALTO'
                   AND PR-NOME-PARAMETRO NOT = 'LIMITE-FRACIONAMENTO'
                   AND PR-NOME-PARAMETRO NOT = 'DIAS-FRACIONAMENTO'
               GO TO 1310-EXIT
           END-IF.
           IF PR-VALOR-NUMERICO NOT NUMERIC
               DISPLAY 'MOVMON - PARAMETRO INVALIDO: '
                   PR-NOME-PARAMETRO
               MOVE 'PARAMETER-FILE' TO WS-ERRO-ARQUIVO
               MOVE 'PV' TO WS-ERRO-STATUS
               MOVE '1310-LER-PARAMETRO' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           EVALUATE PR-NOME-PARAMETRO
               WHEN 'LIMITE-VALOR-ALTO'
                   MOVE PR-VALOR-NUMERICO TO WS-LIMITE-VALOR-ALTO
                   MOVE 'S' TO WS-IND-PARM-VALOR-ALTO
               WHEN 'LIMITE-FRACIONAMENTO'
                   MOVE PR-VALOR-NUMERICO TO WS-LIMITE-FRACIONAMENTO
                   MOVE 'S' TO WS-IND-PARM-FRACIONAMENTO
               WHEN 'DIAS-FRACIONAMENTO'
                   MOVE PR-VALOR-NUMERICO TO WS-DIAS-FRACIONAMENTO
                   MOVE 'S' TO WS-IND-PARM-DIAS-FRAC
           END-EVALUATE.
       1310-EXIT.
           EXIT.

      *=================================================================
      * 7000-ORDENAR-MOVIMENTOS
      * EXTRAI DO HISTORICO DE AUDITORIA OS MOVIMENTOS DE SALDO,
      * ORDENA POR CLIENTE E DATA/HORA E AVALIA CADA CLIENTE NA
      * ORDEM EM QUE OS MOVIMENTOS OCORRERAM
      *=================================================================
       7000-ORDENAR-MOVIMENTOS.
           OPEN INPUT AUDIT-LOG.
           IF WS-ST-AUDHFILE NOT = '00'
               MOVE 'AUDIT-LOG' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AUDHFILE TO WS-ERRO-STATUS
               MOVE '7000-ORDENAR-MOVIMENTOS' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY MV-NUMERO-CLIENTE
                   MV-DATA-MOVIMENTO
                   MV-HORA-MOVIMENTO
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 7100-SELECIONAR-MOVIMENTOS
                   THRU 7100-EXIT
               OUTPUT PROCEDURE IS 3000-AVALIAR-MOVIMENTOS
                   THRU 3000-EXIT.
           CLOSE AUDIT-LOG.
           IF WS-ST-AUDHFILE NOT = '00'
               MOVE 'AUDIT-LOG' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AUDHFILE TO WS-ERRO-STATUS
               MOVE '7000-ORDENAR-MOVIMENTOS' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
       7000-EXIT.
           EXIT.

      *=================================================================
      * 7100-SELECIONAR-MOVIMENTOS
      * PROCEDIMENTO DE ENTRADA DA ORDENACAO: LE O HISTORICO REGISTRO
      * A REGISTRO E LIBERA OS MOVIMENTOS DE SALDO DA FAIXA DE DATAS
      *=================================================================
       7100-SELECIONAR-MOVIMENTOS.
           PERFORM 7110-LIBERAR-MOVIMENTO THRU 7110-EXIT
               UNTIL WS-FIM-ENTRADA.
       7100-EXIT.
           EXIT.

      *=================================================================
      * 7110-LIBERAR-MOVIMENTO
      * LE O PROXIMO REGISTRO DO HISTORICO E, QUANDO FOR INCLUSAO OU
      * ALTERACAO QUE MUDOU O SALDO, DENTRO DA FAIXA DE DATAS (OU DOS
      * N DIAS ANTERIORES AO INICIO DELA, QUE ALIMENTAM A JANELA),
      * LIBERA O MOVIMENTO PARA A ORDENACAO
      *=================================================================
       7110-LIBERAR-MOVIMENTO.
           READ AUDIT-LOG
               AT END
                   MOVE 'Y' TO WS-IND-FIM-ENTRADA
           END-READ.
           IF WS-ST-AUDHFILE NOT = '00' AND WS-ST-AUDHFILE NOT = '10'
               MOVE 'AUDIT-LOG' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AUDHFILE TO WS-ERRO-STATUS
               MOVE '7110-LIBERAR-MOVIMENTO' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           IF WS-FIM-ENTRADA
               GO TO 7110-EXIT
           END-IF.
           ADD 1 TO WS-QTDE-LIDOS.
           IF NOT AL-TIPO-INCLUSAO OF AL-REG-ENTRADA
                   AND NOT AL-TIPO-ALTERACAO OF AL-REG-ENTRADA
               GO TO 7110-EXIT
           END-IF.
           IF AL-IMAGEM-DEPOIS OF AL-REG-ENTRADA = SPACES
               GO TO 7110-EXIT
           END-IF.
           IF AL-DATA-MOVIMENTO OF AL-REG-ENTRADA > WS-DATA-FINAL
               GO TO 7110-EXIT
           END-IF.
           IF AL-DATA-MOVIMENTO OF AL-REG-ENTRADA < WS-DATA-INICIAL
               MOVE WS-DATA-INICIAL TO DT-DATA-BASE
               MOVE AL-DATA-MOVIMENTO OF AL-REG-ENTRADA
                   TO DT-DATA-MOVIMENTO
               CALL 'CONVDATA' USING DT-AREA-CONVERSAO
               IF NOT DT-CONVERSAO-OK
                       OR DT-DIAS-DECORRIDOS NOT < WS-DIAS-FRACIONAMENTO
                   GO TO 7110-EXIT
               END-IF
           END-IF.
           IF AL-IMAGEM-ANTES OF AL-REG-ENTRADA = SPACES
               MOVE ZERO TO WS-SALDO-ANTES
           ELSE
               MOVE AL-IMAGEM-ANTES OF AL-REG-ENTRADA
                   TO IA-REGISTRO-CLIENTE
               MOVE IA-SALDO-CONTA TO WS-SALDO-ANTES
           END-IF.
           MOVE AL-IMAGEM-DEPOIS OF AL-REG-ENTRADA
               TO IP-REGISTRO-CLIENTE.
           COMPUTE WS-VALOR-EFEITO = IP-SALDO-CONTA - WS-SALDO-ANTES.
           IF WS-VALOR-EFEITO = ZERO
               GO TO 7110-EXIT
           END-IF.
           MOVE AL-NUMERO-CLIENTE OF AL-REG-ENTRADA
               TO MV-NUMERO-CLIENTE.
           MOVE AL-DATA-MOVIMENTO OF AL-REG-ENTRADA
               TO MV-DATA-MOVIMENTO.
           MOVE AL-HORA-MOVIMENTO OF AL-REG-ENTRADA
               TO MV-HORA-MOVIMENTO.
           IF IP-CODIGO-AGENCIA NUMERIC
               MOVE IP-CODIGO-AGENCIA TO MV-CODIGO-AGENCIA
           ELSE
               MOVE ZERO TO MV-CODIGO-AGENCIA
           END-IF.
           MOVE IP-NOME-CLIENTE TO MV-NOME-CLIENTE.
           IF IP-DOCUMENTO-CPF OR IP-DOCUMENTO-CNPJ
               MOVE IP-TIPO-DOCUMENTO TO MV-TIPO-DOCUMENTO
               MOVE IP-NUMERO-DOCUMENTO TO MV-NUMERO-DOCUMENTO
           ELSE
               MOVE SPACE TO MV-TIPO-DOCUMENTO
               MOVE ZERO TO MV-NUMERO-DOCUMENTO
           END-IF.
           IF WS-VALOR-EFEITO > ZERO
               MOVE 'C' TO MV-NATUREZA
               MOVE WS-VALOR-EFEITO TO MV-VALOR-MOVIMENTO
           ELSE
               MOVE 'D' TO MV-NATUREZA
               COMPUTE MV-VALOR-MOVIMENTO = ZERO - WS-VALOR-EFEITO
           END-IF.
           RELEASE MV-REG-ORDENACAO.
           ADD 1 TO WS-QTDE-SELECIONADOS.
       7110-EXIT.
           EXIT.

      *=================================================================
      * 3000-AVALIAR-MOVIMENTOS
      * PROCEDIMENTO DE SAIDA DA ORDENACAO DOS MOVIMENTOS: AVALIA OS
      * MOVIMENTOS DE CADA CLIENTE NA ORDEM CRONOLOGICA
      *=================================================================
       3000-AVALIAR-MOVIMENTOS.
           MOVE 'N' TO WS-IND-FIM-CLASSIF.
           PERFORM 3100-RETORNAR-MOVIMENTO THRU 3100-EXIT
               UNTIL WS-FIM-CLASSIF.
       3000-EXIT.
           EXIT.

      *=================================================================
      * 3100-RETORNAR-MOVIMENTO
      * RETORNA O PROXIMO MOVIMENTO ORDENADO, RECOMECA A JANELA NA
      * TROCA DE CLIENTE, ATUALIZA A JANELA MOVEL E CONFERE OS DOIS
      * ALERTAS. SO SAO LEVANTADOS ALERTAS DE MOVIMENTOS DENTRO DA
      * FAIXA DE DATAS DO CARTAO; OS ANTERIORES SO COMPOEM A JANELA,
      * QUE RECOMECA VAZIA ONDE UMA EXECUCAO ANTERIOR JA LEVANTOU O
      * ALERTA DE FRACIONAMENTO
      *=================================================================
       3100-RETORNAR-MOVIMENTO.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-IND-FIM-CLASSIF
           END-RETURN.
           IF WS-FIM-CLASSIF
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-QTDE-AVALIADOS.
           IF MV-NUMERO-CLIENTE = WS-CLIENTE-ANTERIOR
                   AND MV-DATA-MOVIMENTO = WS-DATA-ANTERIOR
                   AND MV-HORA-MOVIMENTO = WS-HORA-ANTERIOR
               ADD 1 TO WS-SEQUENCIA-MOVIMENTO
           ELSE
               MOVE 1 TO WS-SEQUENCIA-MOVIMENTO
           END-IF.
           MOVE MV-DATA-MOVIMENTO TO WS-DATA-ANTERIOR.
           MOVE MV-HORA-MOVIMENTO TO WS-HORA-ANTERIOR.
           IF MV-NUMERO-CLIENTE NOT = WS-CLIENTE-ANTERIOR
               MOVE MV-NUMERO-CLIENTE TO WS-CLIENTE-ANTERIOR
               PERFORM 3200-INICIAR-JANELA THRU 3200-EXIT
           END-IF.
           PERFORM 3300-ATUALIZAR-JANELA THRU 3300-EXIT.
           IF MV-DATA-MOVIMENTO < WS-DATA-INICIAL
               PERFORM 3150-CONFERIR-ALERTA-ANTERIOR THRU 3150-EXIT
               IF WS-ALERTA-ANTERIOR
                   PERFORM 3200-INICIAR-JANELA THRU 3200-EXIT
                   GO TO 3100-EXIT
               END-IF
           END-IF.
           IF MV-VALOR-MOVIMENTO > WS-LIMITE-VALOR-ALTO
                   AND MV-DATA-MOVIMENTO NOT < WS-DATA-INICIAL
               PERFORM 3400-ALERTAR-VALOR-ALTO THRU 3400-EXIT
           END-IF.
           COMPUTE WS-JN-QTDE = WS-JN-ULTIMO - WS-JN-PRIMEIRO + 1.
           IF WS-JN-QTDE > 1
                   AND WS-JN-QTDE-ALTOS = ZERO
                   AND WS-JN-SOMA > WS-LIMITE-FRACIONAMENTO
               IF MV-DATA-MOVIMENTO NOT < WS-DATA-INICIAL
                   PERFORM 3500-ALERTAR-FRACIONAMENTO THRU 3500-EXIT
               END-IF
               PERFORM 3200-INICIAR-JANELA THRU 3200-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

      *=================================================================
      * 3150-CONFERIR-ALERTA-ANTERIOR
      * CONFERE NO HISTORICO SE O MOVIMENTO CORRENTE, ANTERIOR A FAIXA
      * DE DATAS, JA DISPAROU ALERTA DE FRACIONAMENTO NUMA EXECUCAO
      * ANTERIOR. A JANELA DESTA EXECUCAO COMECA SO N DIAS ANTES DA
      * FAIXA E PODE NAO CHEGAR SOZINHA AO MESMO PONTO; SEM ESTA
      * CONFERENCIA O MESMO GRUPO DE MOVIMENTOS ALERTARIA DE NOVO
      *=================================================================
       3150-CONFERIR-ALERTA-ANTERIOR.
           MOVE 'N' TO WS-IND-ALERTA-ANTERIOR.
           IF WS-HISTORICO-AUSENTE
               GO TO 3150-EXIT
           END-IF.
           MOVE MV-NUMERO-CLIENTE TO MA-NUMERO-CLIENTE.
           MOVE 'F' TO MA-TIPO-ALERTA.
           MOVE MV-DATA-MOVIMENTO TO MA-DATA-MOVIMENTO.
           MOVE MV-HORA-MOVIMENTO TO MA-HORA-MOVIMENTO.
           MOVE WS-SEQUENCIA-MOVIMENTO TO MA-SEQUENCIA-MOVIMENTO.
           READ ALERT-HISTORY
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ST-ALRTHIST = '00'
               MOVE 'S' TO WS-IND-ALERTA-ANTERIOR
               GO TO 3150-EXIT
           END-IF.
           IF WS-ST-ALRTHIST NOT = '23'
               MOVE 'ALERT-HISTORY' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-ALRTHIST TO WS-ERRO-STATUS
               MOVE '3150-CONFERIR-ALERTA-ANTERIOR' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
       3150-EXIT.
           EXIT.

      *=================================================================
      * 3200-INICIAR-JANELA
      * ESVAZIA A JANELA MOVEL (TROCA DE CLIENTE OU ALERTA DE
      * FRACIONAMENTO JA LEVANTADO)
      *=================================================================
       3200-INICIAR-JANELA.
           MOVE 1 TO WS-JN-PRIMEIRO.
           MOVE ZERO TO WS-JN-ULTIMO.
           MOVE ZERO TO WS-JN-QTDE-ALTOS.
           MOVE ZERO TO WS-JN-SOMA.
       3200-EXIT.
           EXIT.

      *=================================================================
      * 3300-ATUALIZAR-JANELA
      * TIRA DA JANELA OS MOVIMENTOS COM N DIAS OU MAIS EM RELACAO AO
      * MOVIMENTO CORRENTE E ACRESCENTA O MOVIMENTO CORRENTE AO FIM
      *=================================================================
       3300-ATUALIZAR-JANELA.
           MOVE 'N' TO WS-IND-FIM-DESCARTE.
           PERFORM 3310-DESCARTAR-ANTIGO THRU 3310-EXIT
               UNTIL WS-FIM-DESCARTE.
           IF WS-JN-ULTIMO NOT < 500
               PERFORM 3320-COMPACTAR-JANELA THRU 3320-EXIT
           END-IF.
           ADD 1 TO WS-JN-ULTIMO.
           MOVE MV-DATA-MOVIMENTO TO WS-JN-DATA (WS-JN-ULTIMO).
           MOVE MV-VALOR-MOVIMENTO TO WS-JN-VALOR (WS-JN-ULTIMO).
           ADD MV-VALOR-MOVIMENTO TO WS-JN-SOMA.
           IF MV-VALOR-MOVIMENTO > WS-LIMITE-VALOR-ALTO
               ADD 1 TO WS-JN-QTDE-ALTOS
           END-IF.
       3300-EXIT.
           EXIT.

      *=================================================================
      * 3310-DESCARTAR-ANTIGO
      * CONFERE A IDADE DO MOVIMENTO MAIS ANTIGO DA JANELA E O TIRA
      * QUANDO JA ESTA FORA DOS N DIAS; PARA NO PRIMEIRO MOVIMENTO
      * AINDA DENTRO DA JANELA (OS SEGUINTES SAO MAIS RECENTES)
      *=================================================================
       3310-DESCARTAR-ANTIGO.
           IF WS-JN-PRIMEIRO > WS-JN-ULTIMO
               MOVE 'S' TO WS-IND-FIM-DESCARTE
               GO TO 3310-EXIT
           END-IF.
           MOVE MV-DATA-MOVIMENTO TO DT-DATA-BASE.
           MOVE WS-JN-DATA (WS-JN-PRIMEIRO) TO DT-DATA-MOVIMENTO.
           CALL 'CONVDATA' USING DT-AREA-CONVERSAO.
           IF DT-CONVERSAO-OK
                   AND DT-DIAS-DECORRIDOS < WS-DIAS-FRACIONAMENTO
               MOVE 'S' TO WS-IND-FIM-DESCARTE
               GO TO 3310-EXIT
           END-IF.
           PERFORM 3330-TIRAR-PRIMEIRO THRU 3330-EXIT.
       3310-EXIT.
           EXIT.

      *=================================================================
      * 3320-COMPACTAR-JANELA
      * TABELA CHEIA: DESLOCA OS MOVIMENTOS DA JANELA PARA O INICIO
      * DA TABELA. SE A JANELA OCUPA A TABELA INTEIRA, O MOVIMENTO
      * MAIS ANTIGO SAI ANTES, PARA DAR LUGAR AO CORRENTE
      *=================================================================
       3320-COMPACTAR-JANELA.
           IF WS-JN-PRIMEIRO = 1
               PERFORM 3330-TIRAR-PRIMEIRO THRU 3330-EXIT
               ADD 1 TO WS-QTDE-JANELA-EXCEDIDA
           END-IF.
           MOVE ZERO TO WS-JN-DESTINO.
           PERFORM 3321-DESLOCAR-MOVIMENTO THRU 3321-EXIT
               VARYING WS-JN-SUB FROM WS-JN-PRIMEIRO BY 1
               UNTIL WS-JN-SUB > WS-JN-ULTIMO.
           MOVE 1 TO WS-JN-PRIMEIRO.
           MOVE WS-JN-DESTINO TO WS-JN-ULTIMO.
       3320-EXIT.
           EXIT.

      *=================================================================
      * 3321-DESLOCAR-MOVIMENTO
      * COPIA O MOVIMENTO DA POSICAO CORRENTE PARA A PROXIMA POSICAO
      * LIVRE DO INICIO DA TABELA
      *=================================================================
       3321-DESLOCAR-MOVIMENTO.
           ADD 1 TO WS-JN-DESTINO.
           MOVE WS-JN-MOVIMENTO (WS-JN-SUB)
               TO WS-JN-MOVIMENTO (WS-JN-DESTINO).
       3321-EXIT.
           EXIT.

      *=================================================================
      * 3330-TIRAR-PRIMEIRO
      * TIRA DA JANELA O MOVIMENTO MAIS ANTIGO, DESCONTANDO O VALOR
      * DA SOMA E, SE FOR O CASO, DA QUANTIDADE DE VALORES ALTOS
      *=================================================================
       3330-TIRAR-PRIMEIRO.
           SUBTRACT WS-JN-VALOR (WS-JN-PRIMEIRO) FROM WS-JN-SOMA.
           IF WS-JN-VALOR (WS-JN-PRIMEIRO) > WS-LIMITE-VALOR-ALTO
               SUBTRACT 1 FROM WS-JN-QTDE-ALTOS
           END-IF.
           ADD 1 TO WS-JN-PRIMEIRO.
       3330-EXIT.
           EXIT.

      *=================================================================
      * 3400-ALERTAR-VALOR-ALTO
      * MONTA O ALERTA DE MOVIMENTO ISOLADO ACIMA DO LIMITE DE VALOR
      * ALTO E O ENCAMINHA AO REGISTRO DE ALERTAS
      *=================================================================
       3400-ALERTAR-VALOR-ALTO.
           MOVE SPACES TO MA-REGISTRO-ALERTA.
           MOVE 'V' TO MA-TIPO-ALERTA.
           MOVE ZERO TO MA-DATA-INICIO-JANELA.
           MOVE ZERO TO MA-QTDE-MOVIMENTOS.
           MOVE ZERO TO MA-VALOR-JANELA.
           PERFORM 3600-REGISTRAR-ALERTA THRU 3600-EXIT.
       3400-EXIT.
           EXIT.

      *=================================================================
      * 3500-ALERTAR-FRACIONAMENTO
      * MONTA O ALERTA DE FRACIONAMENTO COM OS DADOS DA JANELA (DATA
      * DO PRIMEIRO MOVIMENTO, QUANTIDADE E SOMA) E O ENCAMINHA AO
      * REGISTRO DE ALERTAS. O MOVIMENTO CORRENTE, QUE FEZ A SOMA
      * PASSAR DO LIMITE, IDENTIFICA O ALERTA
      *=================================================================
       3500-ALERTAR-FRACIONAMENTO.
           MOVE SPACES TO MA-REGISTRO-ALERTA.
           MOVE 'F' TO MA-TIPO-ALERTA.
           MOVE WS-JN-DATA (WS-JN-PRIMEIRO) TO MA-DATA-INICIO-JANELA.
           MOVE WS-JN-QTDE TO MA-QTDE-MOVIMENTOS.
           MOVE WS-JN-SOMA TO MA-VALOR-JANELA.
           PERFORM 3600-REGISTRAR-ALERTA THRU 3600-EXIT.
       3500-EXIT.
           EXIT.

      *=================================================================
      * 3600-REGISTRAR-ALERTA
      * COMPLETA O ALERTA COM OS DADOS DO MOVIMENTO CORRENTE E
      * CONFERE NO HISTORICO SE ELE JA FOI COMUNICADO; O ALERTA NOVO
      * VAI PARA A AREA DE TRABALHO DO RELATORIO E DO EXTRATO
      *=================================================================
       3600-REGISTRAR-ALERTA.
           MOVE MV-NUMERO-CLIENTE TO MA-NUMERO-CLIENTE.
           MOVE MV-DATA-MOVIMENTO TO MA-DATA-MOVIMENTO.
           MOVE MV-HORA-MOVIMENTO TO MA-HORA-MOVIMENTO.
           MOVE WS-SEQUENCIA-MOVIMENTO TO MA-SEQUENCIA-MOVIMENTO.
           MOVE MV-CODIGO-AGENCIA TO MA-CODIGO-AGENCIA.
           MOVE MV-NOME-CLIENTE TO MA-NOME-CLIENTE.
           MOVE MV-VALOR-MOVIMENTO TO MA-VALOR-MOVIMENTO.
           MOVE MV-NATUREZA TO MA-NATUREZA.
           MOVE MV-TIPO-DOCUMENTO TO MA-TIPO-DOCUMENTO.
           MOVE MV-NUMERO-DOCUMENTO TO MA-NUMERO-DOCUMENTO.
           MOVE WS-DATA-EXECUCAO TO MA-DATA-ALERTA.
           MOVE MA-REGISTRO-ALERTA TO WA-REGISTRO-ALERTA.
           IF NOT WS-HISTORICO-AUSENTE
               READ ALERT-HISTORY
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-ST-ALRTHIST = '00'
                   ADD 1 TO WS-QTDE-JA-COMUNICADOS
                   GO TO 3600-EXIT
               END-IF
               IF WS-ST-ALRTHIST NOT = '23'
                   MOVE 'ALERT-HISTORY' TO WS-ERRO-ARQUIVO
                   MOVE WS-ST-ALRTHIST TO WS-ERRO-STATUS
                   MOVE '3600-REGISTRAR-ALERTA' TO WS-ERRO-PARAGRAFO
                   GO TO 9900-FILE-ERROR
               END-IF
           END-IF.
           WRITE WA-REGISTRO-ALERTA.
           IF WS-ST-ALRTWRK NOT = '00'
               MOVE 'ALERT-WORK-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-ALRTWRK TO WS-ERRO-STATUS
               MOVE '3600-REGISTRAR-ALERTA' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           IF WA-ALERTA-VALOR-ALTO
               ADD 1 TO WS-QTDE-VALOR-ALTO
           ELSE
               ADD 1 TO WS-QTDE-FRACIONAMENTO
           END-IF.
       3600-EXIT.
           EXIT.

      *=================================================================
      * 4000-GRAVAR-CABECALHO
      * GRAVA O CABECALHO DO RELATORIO COM A DATA DE EXECUCAO E A
      * FAIXA DE DATAS EXAMINADA
      *=================================================================
       4000-GRAVAR-CABECALHO.
           MOVE 'MONITORAMENTO DE MOVIMENTACAO - COMPLIANCE'
               TO WS-LC-TITULO.
           MOVE WS-DATA-EXECUCAO TO WS-LC-DATA.
           MOVE WS-LINHA-CABECALHO TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.
           MOVE 'MOVIMENTOS EXAMINADOS A PARTIR DE' TO WS-LC-TITULO.
           MOVE WS-DATA-INICIAL TO WS-LC-DATA.
           MOVE WS-LINHA-CABECALHO TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.
           MOVE 'MOVIMENTOS EXAMINADOS ATE' TO WS-LC-TITULO.
           MOVE WS-DATA-FINAL TO WS-LC-DATA.
           MOVE WS-LINHA-CABECALHO TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.
       4000-EXIT.
           EXIT.

      *=================================================================
      * 4100-GRAVAR-LINHA
      * GRAVA NO RELATORIO DE COMPLIANCE A LINHA JA MONTADA EM
      * RL-LINHA-RELATORIO, COM O TRATAMENTO DE ERRO PADRAO
      *=================================================================
       4100-GRAVAR-LINHA.
           WRITE RL-LINHA-RELATORIO.
           IF WS-ST-MOVRPT NOT = '00'
               MOVE 'REPORT-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-MOVRPT TO WS-ERRO-STATUS
               MOVE '4100-GRAVAR-LINHA' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
       4100-EXIT.
           EXIT.

      *=================================================================
      * 5000-EMITIR-ALERTAS
      * REORDENA OS ALERTAS NOVOS POR AGENCIA (E, DENTRO DA AGENCIA,
      * POR CLIENTE E DATA/HORA) E OS IMPRIME AGRUPADOS, COM QUEBRA E
      * SUBTOTAL POR AGENCIA, GRAVANDO CADA UM NO EXTRATO DO COAF
      *=================================================================
       5000-EMITIR-ALERTAS.
           SORT SORT-ALERT-FILE
               ON ASCENDING KEY SA-CODIGO-AGENCIA
                   SA-NUMERO-CLIENTE
                   SA-DATA-MOVIMENTO
                   SA-HORA-MOVIMENTO
                   SA-SEQUENCIA-MOVIMENTO
                   SA-TIPO-ALERTA
               USING ALERT-WORK-FILE
               OUTPUT PROCEDURE IS 5100-IMPRIMIR-ALERTAS
                   THRU 5100-EXIT.
           IF WS-ST-ALRTWRK NOT = '00'
               MOVE 'ALERT-WORK-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-ALRTWRK TO WS-ERRO-STATUS
               MOVE '5000-EMITIR-ALERTAS' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
       5000-EXIT.
           EXIT.

      *=================================================================
      * 5100-IMPRIMIR-ALERTAS
      * PROCEDIMENTO DE SAIDA DA ORDENACAO DOS ALERTAS: CONTROLA A
      * QUEBRA POR AGENCIA E FECHA O SUBTOTAL DA ULTIMA AGENCIA
      *=================================================================
       5100-IMPRIMIR-ALERTAS.
           MOVE 'N' TO WS-IND-FIM-ALERTA.
           MOVE 'N' TO WS-IND-QUEBRA-ABERTA.
           PERFORM 5110-RETORNAR-ALERTA THRU 5110-EXIT
               UNTIL WS-FIM-ALERTA.
           IF WS-QUEBRA-ABERTA
               PERFORM 5130-GRAVAR-SUBT-AGENCIA THRU 5130-EXIT
               MOVE 'N' TO WS-IND-QUEBRA-ABERTA
           END-IF.
       5100-EXIT.
           EXIT.

      *=================================================================
      * 5110-RETORNAR-ALERTA
      * RETORNA O PROXIMO ALERTA ORDENADO, FECHA O SUBTOTAL DA
      * AGENCIA ANTERIOR NA TROCA DE AGENCIA, ABRE A QUEBRA NOVA E
      * IMPRIME O ALERTA E SUA OCORRENCIA NO EXTRATO DO COAF
      *=================================================================
       5110-RETORNAR-ALERTA.
           RETURN SORT-ALERT-FILE
               AT END
                   MOVE 'Y' TO WS-IND-FIM-ALERTA
           END-RETURN.
           IF WS-FIM-ALERTA
               GO TO 5110-EXIT
           END-IF.
           IF WS-QUEBRA-ABERTA
                   AND SA-CODIGO-AGENCIA NOT = WS-AGENCIA-QUEBRA
               PERFORM 5130-GRAVAR-SUBT-AGENCIA THRU 5130-EXIT
               MOVE 'N' TO WS-IND-QUEBRA-ABERTA
           END-IF.
           IF NOT WS-QUEBRA-ABERTA
               MOVE SA-CODIGO-AGENCIA TO WS-AGENCIA-QUEBRA
               MOVE ZERO TO WS-AG-QTDE-VALOR-ALTO
               MOVE ZERO TO WS-AG-QTDE-FRACIONAMENTO
               MOVE 'S' TO WS-IND-QUEBRA-ABERTA
               PERFORM 5120-GRAVAR-QUEBRA-AGENCIA THRU 5120-EXIT
           END-IF.
           PERFORM 5140-IMPRIMIR-ALERTA THRU 5140-EXIT.
           PERFORM 5410-GRAVAR-OCORRENCIA-COAF THRU 5410-EXIT.
       5110-EXIT.
           EXIT.

      *=================================================================
      * 5120-GRAVAR-QUEBRA-AGENCIA
      * GRAVA A LINHA DE CABECALHO DA QUEBRA DE AGENCIA, COM O NOME E
      * A REGIONAL LIDOS DO CADASTRO MESTRE DE AGENCIAS
      *=================================================================
       5120-GRAVAR-QUEBRA-AGENCIA.
           MOVE SPACES TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.
           MOVE SPACES TO WS-LINHA-AGENCIA.
           MOVE 'AGENCIA.....................:'
               TO WS-LG-DESCRICAO.
           MOVE WS-AGENCIA-QUEBRA TO WS-LG-CODIGO-AGENCIA.
           MOVE WS-AGENCIA-QUEBRA TO AG-CODIGO-AGENCIA.
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
               MOVE '5120-GRAVAR-QUEBRA-AGENCIA' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           MOVE WS-LINHA-AGENCIA TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.
       5120-EXIT.
           EXIT.

      *=================================================================
      * 5130-GRAVAR-SUBT-AGENCIA
      * GRAVA A LINHA DE SUBTOTAL DA AGENCIA EM QUEBRA: QUANTIDADE DE
      * ALERTAS DE VALOR ALTO E DE FRACIONAMENTO
      *=================================================================
       5130-GRAVAR-SUBT-AGENCIA.
           MOVE SPACES TO WS-LINHA-AGENCIA.
           MOVE 'ALERTAS VALOR ALTO/FRACION...:'
               TO WS-LG-DESCRICAO.
           MOVE WS-AGENCIA-QUEBRA TO WS-LG-CODIGO-AGENCIA.
           MOVE WS-AG-QTDE-VALOR-ALTO TO WS-LG-QTDE-VALOR-ED.
           MOVE WS-AG-QTDE-FRACIONAMENTO TO WS-LG-QTDE-FRAC-ED.
           MOVE WS-LINHA-AGENCIA TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.
       5130-EXIT.
           EXIT.

      *=================================================================
      * 5140-IMPRIMIR-ALERTA
      * MONTA E IMPRIME A LINHA DO ALERTA RETORNADO DA ORDENACAO
      *=================================================================
       5140-IMPRIMIR-ALERTA.
           MOVE SPACES TO WS-LINHA-ALERTA.
           MOVE SA-NUMERO-CLIENTE TO WS-LA-NUMERO-CLIENTE.
           MOVE SA-NOME-CLIENTE TO WS-LA-NOME-CLIENTE.
           MOVE SA-DATA-MOVIMENTO TO WS-LA-DATA.
           MOVE SA-HORA-MOVIMENTO TO WS-LA-HORA.
           IF SA-ALERTA-VALOR-ALTO
               MOVE 'VALOR ALTO' TO WS-LA-TIPO
               MOVE SA-NATUREZA TO WS-LA-NATUREZA
               MOVE SA-VALOR-MOVIMENTO TO WS-LA-VALOR-ED
               ADD 1 TO WS-AG-QTDE-VALOR-ALTO
           ELSE
               MOVE 'FRACIONAMENTO' TO WS-LA-TIPO
               MOVE SA-VALOR-JANELA TO WS-LA-VALOR-ED
               MOVE SA-QTDE-MOVIMENTOS TO WS-LA-QTDE-ED
               MOVE SA-DATA-INICIO-JANELA TO WS-LA-DATA-JANELA
               ADD 1 TO WS-AG-QTDE-FRACIONAMENTO
           END-IF.
           MOVE WS-LINHA-ALERTA TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.
       5140-EXIT.
           EXIT.

      *=================================================================
      * 5400-GRAVAR-CABECALHO-COAF
      * GRAVA O REGISTRO DE CABECALHO DO EXTRATO DO COAF, COM A DATA
      * DA GERACAO E O PERIODO EXAMINADO
      *=================================================================
       5400-GRAVAR-CABECALHO-COAF.
           MOVE SPACES TO CX-REGISTRO-COAF.
           MOVE 'H' TO CX-TIPO-REGISTRO.
           ADD 1 TO WS-SEQUENCIAL-COAF.
           MOVE WS-SEQUENCIAL-COAF TO CX-SEQUENCIAL.
           MOVE WS-DATA-EXECUCAO TO CX-DATA-GERACAO.
           MOVE WS-DATA-INICIAL TO CX-DATA-INICIAL.
           MOVE WS-DATA-FINAL TO CX-DATA-FINAL.
           MOVE ZERO TO CX-QTDE-OCORRENCIAS.
           MOVE ZERO TO CX-VALOR-TOTAL.
           PERFORM 5430-GRAVAR-REGISTRO-COAF THRU 5430-EXIT.
       5400-EXIT.
           EXIT.

      *=================================================================
      * 5410-GRAVAR-OCORRENCIA-COAF
      * GRAVA NO EXTRATO DO COAF A OCORRENCIA DO ALERTA RETORNADO DA
      * ORDENACAO E ACUMULA A QUANTIDADE E O VALOR PARA O RODAPE
      *=================================================================
       5410-GRAVAR-OCORRENCIA-COAF.
           MOVE SPACES TO CX-REGISTRO-COAF.
           MOVE 'D' TO CX-TIPO-REGISTRO.
           ADD 1 TO WS-SEQUENCIAL-COAF.
           MOVE WS-SEQUENCIAL-COAF TO CX-SEQUENCIAL.
           MOVE SA-CODIGO-AGENCIA TO CX-CODIGO-AGENCIA.
           MOVE SA-NUMERO-CLIENTE TO CX-NUMERO-CLIENTE.
           MOVE SA-NOME-CLIENTE TO CX-NOME-CLIENTE.
           MOVE SA-TIPO-ALERTA TO CX-CODIGO-OCORRENCIA.
           MOVE SA-DATA-MOVIMENTO TO CX-DATA-MOVIMENTO.
           MOVE SA-HORA-MOVIMENTO TO CX-HORA-MOVIMENTO.
           MOVE SA-NATUREZA TO CX-NATUREZA.
           MOVE SA-DATA-INICIO-JANELA TO CX-DATA-INICIO-JANELA.
           MOVE SA-QTDE-MOVIMENTOS TO CX-QTDE-MOVIMENTOS.
           MOVE SA-TIPO-DOCUMENTO TO CX-TIPO-DOCUMENTO.
           MOVE SA-NUMERO-DOCUMENTO TO CX-NUMERO-DOCUMENTO.
           IF SA-ALERTA-VALOR-ALTO
               MOVE SA-VALOR-MOVIMENTO TO CX-VALOR-COMUNICADO
           ELSE
               MOVE SA-VALOR-JANELA TO CX-VALOR-COMUNICADO
           END-IF.
           ADD CX-VALOR-COMUNICADO TO WS-VALOR-TOTAL-COAF.
           ADD 1 TO WS-QTDE-OCORRENCIAS.
           PERFORM 5430-GRAVAR-REGISTRO-COAF THRU 5430-EXIT.
       5410-EXIT.
           EXIT.

      *=================================================================
      * 5420-GRAVAR-RODAPE-COAF
      * GRAVA O REGISTRO DE RODAPE DO EXTRATO DO COAF, COM A
      * QUANTIDADE DE OCORRENCIAS E A SOMA DOS VALORES COMUNICADOS
      *=================================================================
       5420-GRAVAR-RODAPE-COAF.
           MOVE SPACES TO CX-REGISTRO-COAF.
           MOVE 'T' TO CX-TIPO-REGISTRO.
           ADD 1 TO WS-SEQUENCIAL-COAF.
           MOVE WS-SEQUENCIAL-COAF TO CX-SEQUENCIAL.
           MOVE WS-DATA-EXECUCAO TO CX-DATA-GERACAO.
           MOVE WS-DATA-INICIAL TO CX-DATA-INICIAL.
           MOVE WS-DATA-FINAL TO CX-DATA-FINAL.
           MOVE WS-QTDE-OCORRENCIAS TO CX-QTDE-OCORRENCIAS.
           MOVE WS-VALOR-TOTAL-COAF TO CX-VALOR-TOTAL.
           PERFORM 5430-GRAVAR-REGISTRO-COAF THRU 5430-EXIT.
       5420-EXIT.
           EXIT.

      *=================================================================
      * 5430-GRAVAR-REGISTRO-COAF
      * GRAVA O REGISTRO JA MONTADO NO EXTRATO DO COAF
      *=================================================================
       5430-GRAVAR-REGISTRO-COAF.
           WRITE CX-REGISTRO-COAF.
           IF WS-ST-COAFEXT NOT = '00'
               MOVE 'COAF-EXTRACT-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-COAFEXT TO WS-ERRO-STATUS
               MOVE '5430-GRAVAR-REGISTRO-COAF' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
       5430-EXIT.
           EXIT.

      *=================================================================
      * 8000-ATUALIZAR-HISTORICO
      * ACRESCENTA AO HISTORICO DE ALERTAS OS ALERTAS NOVOS DA
      * EXECUCAO. E FEITO SO DEPOIS DE FECHADOS O RELATORIO E O
      * EXTRATO: SE O JOB CAIR ANTES, A REEXECUCAO LEVANTA OS MESMOS
      * ALERTAS DE NOVO EM VEZ DE PERDE-LOS. NA PRIMEIRA EXECUCAO O
      * HISTORICO E CRIADO VAZIO ANTES DE SER REABERTO
      *=================================================================
       8000-ATUALIZAR-HISTORICO.
           OPEN I-O ALERT-HISTORY.
           IF WS-ST-ALRTHIST = '35'
               OPEN OUTPUT ALERT-HISTORY
               IF WS-ST-ALRTHIST = '00'
                   CLOSE ALERT-HISTORY
                   OPEN I-O ALERT-HISTORY
               END-IF
           END-IF.
           IF WS-ST-ALRTHIST NOT = '00'
               MOVE 'ALERT-HISTORY' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-ALRTHIST TO WS-ERRO-STATUS
               MOVE '8000-ATUALIZAR-HISTORICO' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           OPEN INPUT ALERT-WORK-FILE.
           IF WS-ST-ALRTWRK NOT = '00'
               MOVE 'ALERT-WORK-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-ALRTWRK TO WS-ERRO-STATUS
               MOVE '8000-ATUALIZAR-HISTORICO' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           MOVE 'N' TO WS-IND-FIM-ALERTA.
           PERFORM 8100-GRAVAR-HISTORICO THRU 8100-EXIT
               UNTIL WS-FIM-ALERTA.
           CLOSE ALERT-WORK-FILE.
           IF WS-ST-ALRTWRK NOT = '00'
               MOVE 'ALERT-WORK-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-ALRTWRK TO WS-ERRO-STATUS
               MOVE '8000-ATUALIZAR-HISTORICO' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           CLOSE ALERT-HISTORY.
           IF WS-ST-ALRTHIST NOT = '00'
               MOVE 'ALERT-HISTORY' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-ALRTHIST TO WS-ERRO-STATUS
               MOVE '8000-ATUALIZAR-HISTORICO' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
       8000-EXIT.
           EXIT.

      *=================================================================
      * 8100-GRAVAR-HISTORICO
      * LE O PROXIMO ALERTA NOVO DA AREA DE TRABALHO E O GRAVA NO
      * HISTORICO DE ALERTAS
      *=================================================================
       8100-GRAVAR-HISTORICO.
           READ ALERT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-IND-FIM-ALERTA
           END-READ.
           IF WS-ST-ALRTWRK NOT = '00' AND WS-ST-ALRTWRK NOT = '10'
               MOVE 'ALERT-WORK-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-ALRTWRK TO WS-ERRO-STATUS
               MOVE '8100-GRAVAR-HISTORICO' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           IF WS-FIM-ALERTA
               GO TO 8100-EXIT
           END-IF.
           MOVE WA-REGISTRO-ALERTA TO MA-REGISTRO-ALERTA.
           WRITE MA-REGISTRO-ALERTA.
           IF WS-ST-ALRTHIST NOT = '00'
               MOVE 'ALERT-HISTORY' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-ALRTHIST TO WS-ERRO-STATUS
               MOVE '8100-GRAVAR-HISTORICO' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           ADD 1 TO WS-QTDE-HISTORICO.
       8100-EXIT.
           EXIT.

      *=================================================================
      * 9000-IMPRIMIR-TOTAIS
      * ESCREVE AO FINAL DO RELATORIO OS TOTAIS DO MONITORAMENTO
      *=================================================================
       9000-IMPRIMIR-TOTAIS.
           MOVE SPACES TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'REGISTROS DE AUDITORIA LIDOS...........:'
               TO WS-LT-DESCRICAO.
           MOVE WS-QTDE-LIDOS TO WS-LT-QTDE-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'MOVIMENTOS DE SALDO AVALIADOS..........:'
               TO WS-LT-DESCRICAO.
           MOVE WS-QTDE-AVALIADOS TO WS-LT-QTDE-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'ALERTAS NOVOS DE VALOR ALTO............:'
               TO WS-LT-DESCRICAO.
           MOVE WS-QTDE-VALOR-ALTO TO WS-LT-QTDE-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'ALERTAS NOVOS DE FRACIONAMENTO.........:'
               TO WS-LT-DESCRICAO.
           MOVE WS-QTDE-FRACIONAMENTO TO WS-LT-QTDE-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'ALERTAS JA COMUNICADOS (NAO REPETIDOS).:'
               TO WS-LT-DESCRICAO.
           MOVE WS-QTDE-JA-COMUNICADOS TO WS-LT-QTDE-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'OCORRENCIAS GRAVADAS NO EXTRATO COAF...:'
               TO WS-LT-DESCRICAO.
           MOVE WS-QTDE-OCORRENCIAS TO WS-LT-QTDE-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'ALERTAS GRAVADOS NO HISTORICO..........:'
               TO WS-LT-DESCRICAO.
           MOVE WS-QTDE-HISTORICO TO WS-LT-QTDE-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'MOVIMENTOS FORA DA JANELA POR EXCESSO..:'
               TO WS-LT-DESCRICAO.
           MOVE WS-QTDE-JANELA-EXCEDIDA TO WS-LT-QTDE-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.
       9000-EXIT.
           EXIT.

      *=================================================================
      * 9900-FILE-ERROR
      * PARAGRAFO UNICO DE TRATAMENTO DE ERRO DE ARQUIVO, COMPARTILHADO
      * POR TODOS OS ARQUIVOS DO PROGRAMA. EXIBE O STATUS RECEBIDO E
      * ENCERRA O JOB DE FORMA CONTROLADA (ABEND)
      *=================================================================
       9900-FILE-ERROR.
           DISPLAY 'MOVMON - ERRO DE ARQUIVO DETECTADO'.
           DISPLAY 'ARQUIVO.....: ' WS-ERRO-ARQUIVO.
           DISPLAY 'STATUS......: ' WS-ERRO-STATUS.
           DISPLAY 'PARAGRAFO...: ' WS-ERRO-PARAGRAFO.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM MOVMON.
