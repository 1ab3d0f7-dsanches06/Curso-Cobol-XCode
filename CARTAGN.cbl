      ******************************************************************
      * IDENTIFICATION DIVISION
      *
      * - CARTAGN E O PROGRAMA NOTURNO DE POSICAO DA CARTEIRA POR
      *   AGENCIA, PARA OS GERENTES DE AGENCIA E A REGIONAL, QUE ATE
      *   ENTAO SO TINHAM OS RELATORIOS DE EXCECAO
      * - RODA DEPOIS DO PROCESSAMENTO NOTURNO (PROG001), LE O
      *   CADASTRO MESTRE DE CLIENTES DO INICIO AO FIM E APURA, POR
      *   AGENCIA (CM-CODIGO-AGENCIA): QUANTIDADE DE CONTAS POR
      *   SITUACAO, CONTAS DORMENTES, TOTAL DOS SALDOS CREDORES,
      *   EXPOSICAO EM DESCOBERTO (SALDOS DEVEDORES) E A DISTRIBUICAO
      *   DAS CONTAS NAO ENCERRADAS PELAS FAIXAS DE SALDO DEFINIDAS NO
      *   ARQUIVO DE PARAMETROS (FAIXA-SALDO-1 A FAIXA-SALDO-5, LIMITES
      *   SUPERIORES EM ORDEM CRESCENTE; A ULTIMA FAIXA E A ACIMA DO
      *   MAIOR LIMITE)
      * - GRAVA TODA NOITE A FOTOGRAFIA DA POSICAO DE CADA AGENCIA
      *   (POSATU); A FOTOGRAFIA DA NOITE ANTERIOR (POSANT) E LIDA DE
      *   VOLTA PARA QUE O RELATORIO MOSTRE CADA NUMERO DO DIA, O DO
      *   DIA ANTERIOR E A VARIACAO. NA PRIMEIRA EXECUCAO A POSICAO
      *   ANTERIOR E UM ARQUIVO VAZIO E A VARIACAO E SOBRE ZERO
      * - NO FECHAMENTO DO MES (MARCA 'S' NO CARTAO DE CONTROLE) A
      *   POSICAO TAMBEM E GRAVADA NO HISTORICO MENSAL INDEXADO
      *   (POSMENS) E O RELATORIO GANHA AS COLUNAS DO MES ANTERIOR E
      *   DA VARIACAO NO MES, LIDAS DESSE HISTORICO; NESSA NOITE O
      *   PASSO SO RODA DEPOIS DO FECHAMENTO MENSAL (PROG001M)
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTAGN.

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
      * CUSTMAST -> CADASTRO MESTRE DE CLIENTES, LIDO DO INICIO AO FIM
      * NA SEQUENCIA DA CHAVE, SOMENTE PARA CONSULTA
      *-----------------------------------------------------------------
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-NUMERO-CLIENTE
               FILE STATUS IS WS-ST-CUSTMAST.
      *-----------------------------------------------------------------
      * POSANT -> FOTOGRAFIA DA POSICAO DAS AGENCIAS GRAVADA NA NOITE
      * ANTERIOR (GERACAO CORRENTE DO ARQUIVO DE POSICAO DIARIA)
      *-----------------------------------------------------------------
           SELECT PREVIOUS-POSITION ASSIGN TO "POSANT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-POSANT.
      *-----------------------------------------------------------------
      * POSATU -> FOTOGRAFIA DA POSICAO DAS AGENCIAS NESTA NOITE (NOVA
      * GERACAO DO ARQUIVO DE POSICAO DIARIA), LIDA NA NOITE SEGUINTE
      *-----------------------------------------------------------------
           SELECT CURRENT-POSITION ASSIGN TO "POSATU"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-POSATU.
      *-----------------------------------------------------------------
      * POSMENS -> HISTORICO MENSAL DA POSICAO DAS AGENCIAS, CHAVE MES
      * + AGENCIA. SO E USADO NO FECHAMENTO DO MES: LIDO PELA CHAVE
      * PARA O MES ANTERIOR E ATUALIZADO COM O MES CORRENTE
      *-----------------------------------------------------------------
           SELECT MONTHLY-POSITION ASSIGN TO "POSMENS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-CHAVE-POSICAO
               FILE STATUS IS WS-ST-POSMENS.
      *-----------------------------------------------------------------
      * CARTRPT -> RELATORIO DE POSICAO DA CARTEIRA POR AGENCIA, PARA
      * OS GERENTES DE AGENCIA E A REGIONAL
      *-----------------------------------------------------------------
           SELECT REPORT-FILE ASSIGN TO "CARTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-CARTRPT.
      *-----------------------------------------------------------------
      * SYSIN -> CARTAO DE CONTROLE COM A DATA DE EXECUCAO E A MARCA
      * DE FECHAMENTO DO MES, LIDO UMA UNICA VEZ
      *-----------------------------------------------------------------
           SELECT CONTROL-CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-SYSIN.
      *-----------------------------------------------------------------
      * PARMFILE -> ARQUIVO DE PARAMETROS DE NEGOCIO, DE ONDE VEM OS
      * LIMITES DAS FAIXAS DE SALDO
      *-----------------------------------------------------------------
           SELECT PARAMETER-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-PARMFILE.
      *-----------------------------------------------------------------
      * AGENMAST -> CADASTRO MESTRE DE AGENCIAS, LIDO PELA CHAVE PARA
      * IMPRIMIR O NOME E A REGIONAL DE CADA AGENCIA
      *-----------------------------------------------------------------
           SELECT AGENCY-MASTER ASSIGN TO "AGENMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AG-CODIGO-AGENCIA
               FILE STATUS IS WS-ST-AGENMAST.

      ******************************************************************
      * DATA DIVISION
      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

      *-----------------------------------------------------------------
      * CUSTOMER-MASTER -> REGISTRO DO CADASTRO MESTRE DE CLIENTES
      *-----------------------------------------------------------------
       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CUSTREG.

      *-----------------------------------------------------------------
      * PREVIOUS-POSITION -> POSICAO DE UMA AGENCIA NA NOITE ANTERIOR
      *-----------------------------------------------------------------
       FD  PREVIOUS-POSITION
           LABEL RECORDS ARE STANDARD.
           COPY POSREG REPLACING LEADING ==PS== BY ==PA==.

      *-----------------------------------------------------------------
      * CURRENT-POSITION -> POSICAO DE UMA AGENCIA NESTA NOITE
      *-----------------------------------------------------------------
       FD  CURRENT-POSITION
           LABEL RECORDS ARE STANDARD.
           COPY POSREG.

      *-----------------------------------------------------------------
      * MONTHLY-POSITION -> POSICAO DE UMA AGENCIA NO FECHAMENTO DE UM
      * MES (DIA DA DATA DA CHAVE ZERADO)
      *-----------------------------------------------------------------
       FD  MONTHLY-POSITION
           LABEL RECORDS ARE STANDARD.
           COPY POSREG REPLACING LEADING ==PS== BY ==PM==.

      *-----------------------------------------------------------------
      * REPORT-FILE -> LINHA DO RELATORIO DE POSICAO DA CARTEIRA
      *-----------------------------------------------------------------
       FD  REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  RL-LINHA-RELATORIO         PIC X(120).

      *-----------------------------------------------------------------
      * CONTROL-CARD-FILE -> CARTAO DE CONTROLE (PARAMETROS DO JOB):
      * DATA DE EXECUCAO E MARCA DE FECHAMENTO DO MES ('S' NA NOITE DO
      * FECHAMENTO MENSAL, BRANCO NAS DEMAIS)
      *-----------------------------------------------------------------
       FD  CONTROL-CARD-FILE
           LABEL RECORDS ARE OMITTED.
       01  CC-CARTAO-CONTROLE.
           05 CC-DATA-EXECUCAO        PIC 9(08).
           05 CC-FECHAMENTO-MES       PIC X(01).
           05 FILLER                  PIC X(71).

      *-----------------------------------------------------------------
      * PARAMETER-FILE -> REGISTRO DO ARQUIVO DE PARAMETROS DE NEGOCIO
      *-----------------------------------------------------------------
       FD  PARAMETER-FILE
           LABEL RECORDS ARE OMITTED.
           COPY PARMREG.

      *-----------------------------------------------------------------
      * AGENCY-MASTER -> REGISTRO DO CADASTRO MESTRE DE AGENCIAS
      *-----------------------------------------------------------------
       FD  AGENCY-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY AGENREG.

       WORKING-STORAGE SECTION.

      *-----------------------------------------------------------------
      * CONTADORES DO RELATORIO DE POSICAO DA CARTEIRA
      *-----------------------------------------------------------------
       77  WS-QTDE-LIDOS               PIC 9(09) COMP VALUE ZERO.
       77  WS-QTDE-POSICOES-ANTERIORES PIC 9(09) COMP VALUE ZERO.
       77  WS-QTDE-POSICOES-GRAVADAS   PIC 9(09) COMP VALUE ZERO.
       77  WS-QTDE-POSICOES-MES        PIC 9(09) COMP VALUE ZERO.
       77  WS-QTDE-AGENCIAS-SEM-MES    PIC 9(09) COMP VALUE ZERO.

      *-----------------------------------------------------------------
      * DATAS DE TRABALHO: DATA DE EXECUCAO DECOMPOSTA, MES CORRENTE E
      * MES ANTERIOR (AAAAMM) USADOS NA CHAVE DO HISTORICO MENSAL, E
      * DATA DA POSICAO ANTERIOR LIDA (ZERO QUANDO NAO HA POSICAO)
      *-----------------------------------------------------------------
       01  WS-DATA-EXEC-DECOMPOSTA.
           05 WS-DE-ANO                PIC 9(04).
           05 WS-DE-MES                PIC 9(02).
           05 WS-DE-DIA                PIC 9(02).
       01  WS-MES-ANTERIOR.
           05 WS-MA-ANO                PIC 9(04) VALUE ZERO.
           05 WS-MA-MES                PIC 9(02) VALUE ZERO.
       01  WS-MESES-HISTORICO.
           05 WS-ANO-MES-ATUAL         PIC 9(06) VALUE ZERO.
           05 WS-ANO-MES-ANTERIOR      PIC 9(06) VALUE ZERO.
       77  WS-DATA-POSICAO-ANTERIOR    PIC 9(08) VALUE ZERO.

      *-----------------------------------------------------------------
      * LIMITES SUPERIORES DAS FAIXAS DE SALDO, CARREGADOS DO ARQUIVO
      * DE PARAMETROS (FAIXA-SALDO-1 A FAIXA-SALDO-5, COM SINAL). SO
      * OS PRIMEIROS WS-QTDE-LIMITES SAO USADOS; OS DEMAIS FICAM
      * ZERADOS. O GRUPO TEM O MESMO FORMATO DE PS-LIMITES-FAIXAS
      * PARA SER GRAVADO E COMPARADO COM A POSICAO ANTERIOR
      *-----------------------------------------------------------------
       01  WS-LIMITES-FAIXAS.
           05 WS-QTDE-LIMITES          PIC 9(01) VALUE ZERO.
           05 WS-LIMITE-FAIXA          PIC S9(11)V99 COMP-3
                                       OCCURS 5 TIMES VALUE ZERO.
       01  WS-LIMITES-INFORMADOS.
           05 WS-LIMITE-INFORMADO      PIC X(01)
                                       OCCURS 5 TIMES VALUE 'N'.
       77  WS-QTDE-FAIXAS              PIC 9(04) COMP VALUE ZERO.
       77  WS-FX-SUB                   PIC 9(04) COMP VALUE ZERO.
       77  WS-FX-ACHADA                PIC 9(04) COMP VALUE ZERO.

      *-----------------------------------------------------------------
      * TABELA DE ACUMULACAO POR AGENCIA. CADA ENTRADA GUARDA A
      * POSICAO APURADA NESTA NOITE (OCORRENCIA 1) E A POSICAO LIDA DA
      * NOITE ANTERIOR (OCORRENCIA 2), NO MESMO FORMATO DE
      * PS-DADOS-POSICAO. A TABELA E MONTADA NA ORDEM EM QUE AS
      * AGENCIAS APARECEM E ORDENADA PELO CODIGO ANTES DA IMPRESSAO
      *-----------------------------------------------------------------
       77  WS-QTDE-AGENCIAS            PIC 9(03) COMP VALUE ZERO.
       77  WS-AG-SUB                   PIC 9(03) COMP VALUE ZERO.
       77  WS-AG-ACHADA                PIC 9(03) COMP VALUE ZERO.
       77  WS-AG-PROCURADA             PIC 9(04) VALUE ZERO.
       77  WS-OR-SUB-1                 PIC 9(03) COMP VALUE ZERO.
       77  WS-OR-SUB-2                 PIC 9(03) COMP VALUE ZERO.

       01  WS-TABELA-AGENCIA.
           05 WS-AGENCIA-ENTRADA OCCURS 500 TIMES.
              10 WS-AG-CODIGO          PIC 9(04).
              10 WS-AG-POSICAO OCCURS 2 TIMES.
                 15 WS-AG-QTDE-ATIVAS      PIC S9(09) COMP-3.
                 15 WS-AG-QTDE-INATIVAS    PIC S9(09) COMP-3.
                 15 WS-AG-QTDE-ENCERRADAS  PIC S9(09) COMP-3.
                 15 WS-AG-QTDE-OUTRAS      PIC S9(09) COMP-3.
                 15 WS-AG-QTDE-DORMENTES   PIC S9(09) COMP-3.
                 15 WS-AG-SALDO-POSITIVO   PIC S9(13)V99 COMP-3.
                 15 WS-AG-SALDO-DESCOBERTO PIC S9(13)V99 COMP-3.
                 15 WS-AG-FAIXA-SALDO OCCURS 6 TIMES.
                    20 WS-AG-FX-QTDE       PIC S9(09) COMP-3.
                    20 WS-AG-FX-VALOR      PIC S9(13)V99 COMP-3.

      *-----------------------------------------------------------------
      * AREA DE TROCA DA ORDENACAO DA TABELA DE AGENCIAS, NO MESMO
      * FORMATO DE UMA ENTRADA DA TABELA
      *-----------------------------------------------------------------
       01  WS-AGENCIA-TROCA           PIC X(242).

      *-----------------------------------------------------------------
      * POSICAO ZERADA, NO FORMATO DE PS-DADOS-POSICAO, USADA PARA
      * LIMPAR AS ENTRADAS NOVAS DA TABELA E A COLUNA DO MES ANTERIOR
      *-----------------------------------------------------------------
       01  WS-POSICAO-ZERADA.
           05 FILLER                   PIC S9(09) COMP-3 VALUE ZERO.
           05 FILLER                   PIC S9(09) COMP-3 VALUE ZERO.
           05 FILLER                   PIC S9(09) COMP-3 VALUE ZERO.
           05 FILLER                   PIC S9(09) COMP-3 VALUE ZERO.
           05 FILLER                   PIC S9(09) COMP-3 VALUE ZERO.
           05 FILLER                   PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           05 FILLER                   PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           05 FILLER OCCURS 6 TIMES.
              10 FILLER                PIC S9(09) COMP-3 VALUE ZERO.
              10 FILLER                PIC S9(13)V99 COMP-3
                                       VALUE ZERO.

      *-----------------------------------------------------------------
      * POSICAO EM IMPRESSAO (DE UMA AGENCIA OU DO TOTAL DO BANCO):
      * COLUNA 1 = ESTA NOITE, 2 = NOITE ANTERIOR, 3 = FECHAMENTO DO
      * MES ANTERIOR. MESMO FORMATO DE PS-DADOS-POSICAO
      *-----------------------------------------------------------------
       77  WS-CL-SUB                   PIC 9(04) COMP VALUE ZERO.

       01  WS-POSICAO-IMPRESSAO.
           05 WS-IM-POSICAO OCCURS 3 TIMES.
              10 WS-IM-QTDE-ATIVAS      PIC S9(09) COMP-3.
              10 WS-IM-QTDE-INATIVAS    PIC S9(09) COMP-3.
              10 WS-IM-QTDE-ENCERRADAS  PIC S9(09) COMP-3.
              10 WS-IM-QTDE-OUTRAS      PIC S9(09) COMP-3.
              10 WS-IM-QTDE-DORMENTES   PIC S9(09) COMP-3.
              10 WS-IM-SALDO-POSITIVO   PIC S9(13)V99 COMP-3.
              10 WS-IM-SALDO-DESCOBERTO PIC S9(13)V99 COMP-3.
              10 WS-IM-FAIXA-SALDO OCCURS 6 TIMES.
                 15 WS-IM-FX-QTDE       PIC S9(09) COMP-3.
                 15 WS-IM-FX-VALOR      PIC S9(13)V99 COMP-3.

      *-----------------------------------------------------------------
      * TOTAL DO BANCO, ACUMULADO A PARTIR DAS POSICOES IMPRESSAS DE
      * CADA AGENCIA, NAS MESMAS TRES COLUNAS
      *-----------------------------------------------------------------
       01  WS-TOTAL-BANCO.
           05 WS-TB-POSICAO OCCURS 3 TIMES.
              10 WS-TB-QTDE-ATIVAS      PIC S9(09) COMP-3 VALUE ZERO.
              10 WS-TB-QTDE-INATIVAS    PIC S9(09) COMP-3 VALUE ZERO.
              10 WS-TB-QTDE-ENCERRADAS  PIC S9(09) COMP-3 VALUE ZERO.
              10 WS-TB-QTDE-OUTRAS      PIC S9(09) COMP-3 VALUE ZERO.
              10 WS-TB-QTDE-DORMENTES   PIC S9(09) COMP-3 VALUE ZERO.
              10 WS-TB-SALDO-POSITIVO   PIC S9(13)V99 COMP-3
                                        VALUE ZERO.
              10 WS-TB-SALDO-DESCOBERTO PIC S9(13)V99 COMP-3
                                        VALUE ZERO.
              10 WS-TB-FAIXA-SALDO OCCURS 6 TIMES.
                 15 WS-TB-FX-QTDE       PIC S9(09) COMP-3 VALUE ZERO.
                 15 WS-TB-FX-VALOR      PIC S9(13)V99 COMP-3
                                        VALUE ZERO.

      *-----------------------------------------------------------------
      * NUMERO EM IMPRESSAO: QUAL NUMERO DA POSICAO (CODIGO), SE E
      * QUANTIDADE OU VALOR, E O VALOR DE CADA COLUNA COM AS VARIACOES
      *-----------------------------------------------------------------
       01  WS-NUMERO-IMPRESSAO.
           05 WS-NI-CODIGO             PIC 9(02) VALUE ZERO.
              88 WS-NI-ATIVAS          VALUE 01.
              88 WS-NI-INATIVAS        VALUE 02.
              88 WS-NI-ENCERRADAS      VALUE 03.
              88 WS-NI-OUTRAS          VALUE 04.
              88 WS-NI-TOTAL-CONTAS    VALUE 05.
              88 WS-NI-DORMENTES       VALUE 06.
              88 WS-NI-SALDO-POSITIVO  VALUE 07.
              88 WS-NI-DESCOBERTO      VALUE 08.
              88 WS-NI-FAIXA-QTDE      VALUE 09.
              88 WS-NI-FAIXA-VALOR     VALUE 10.
           05 WS-NI-TIPO               PIC X(01) VALUE 'Q'.
              88 WS-NI-QUANTIDADE      VALUE 'Q'.
              88 WS-NI-VALOR           VALUE 'V'.
           05 WS-NI-DESCRICAO          PIC X(28) VALUE SPACES.
           05 WS-NI-COLUNA             PIC S9(13)V99 COMP-3
                                       OCCURS 3 TIMES.
           05 WS-NI-VARIACAO-DIA       PIC S9(13)V99 COMP-3.
           05 WS-NI-VARIACAO-MES       PIC S9(13)V99 COMP-3.

      *-----------------------------------------------------------------
      * STATUS DE CADA ARQUIVO DO PROGRAMA, PARA TRATAMENTO DE ERRO
      *-----------------------------------------------------------------
       01  WS-STATUS-ARQUIVOS.
           05 WS-ST-CUSTMAST           PIC X(02) VALUE '00'.
           05 WS-ST-POSANT             PIC X(02) VALUE '00'.
           05 WS-ST-POSATU             PIC X(02) VALUE '00'.
           05 WS-ST-POSMENS            PIC X(02) VALUE '00'.
           05 WS-ST-CARTRPT            PIC X(02) VALUE '00'.
           05 WS-ST-SYSIN              PIC X(02) VALUE '00'.
           05 WS-ST-PARMFILE           PIC X(02) VALUE '00'.
           05 WS-ST-AGENMAST           PIC X(02) VALUE '00'.

      *-----------------------------------------------------------------
      * INDICADORES E PARAMETROS DE EXECUCAO VINDOS DO CARTAO DE
      * CONTROLE
      *-----------------------------------------------------------------
       01  WS-INDICADORES.
           05 WS-IND-FIM-ARQUIVO       PIC X(01) VALUE 'N'.
              88 WS-FIM-ARQUIVO        VALUE 'Y'.
              88 WS-NAO-FIM-ARQUIVO    VALUE 'N'.
           05 WS-IND-FIM-PARAMETRO     PIC X(01) VALUE 'N'.
              88 WS-FIM-PARAMETRO      VALUE 'Y'.
              88 WS-NAO-FIM-PARAMETRO  VALUE 'N'.
           05 WS-IND-FIM-ANTERIOR      PIC X(01) VALUE 'N'.
              88 WS-FIM-ANTERIOR       VALUE 'Y'.
              88 WS-NAO-FIM-ANTERIOR   VALUE 'N'.
           05 WS-IND-FECHAMENTO-MES    PIC X(01) VALUE 'N'.
              88 WS-FECHAMENTO-MES     VALUE 'S'.
           05 WS-IND-POSICAO-ANTERIOR  PIC X(01) VALUE 'N'.
              88 WS-COM-POSICAO-ANTERIOR VALUE 'S'.
           05 WS-IND-FAIXAS-ALTERADAS  PIC X(01) VALUE 'N'.
              88 WS-FAIXAS-ALTERADAS   VALUE 'S'.
           05 WS-IND-FAIXAS-MES-ALTER  PIC X(01) VALUE 'N'.
              88 WS-FAIXAS-MES-ALTERADAS VALUE 'S'.
           05 WS-IND-POSICAO-MES       PIC X(01) VALUE 'N'.
              88 WS-POSICAO-MES-ACHADA VALUE 'S'.
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
      * LAYOUT DA LINHA DE OBSERVACAO DO RELATORIO
      *-----------------------------------------------------------------
       01  WS-LINHA-OBSERVACAO.
           05 FILLER                  PIC X(05) VALUE SPACES.
           05 WS-LO-TEXTO             PIC X(80) VALUE SPACES.
           05 FILLER                  PIC X(35) VALUE SPACES.

       01  WS-TEXTO-FECHAMENTO.
           05 FILLER                  PIC X(50) VALUE
              'FECHAMENTO DO MES - COMPARADO COM O FECHAMENTO DE'.
           05 WS-TF-MES               PIC 9(02).
           05 FILLER                  PIC X(01) VALUE '/'.
           05 WS-TF-ANO               PIC 9(04).
           05 FILLER                  PIC X(23) VALUE SPACES.

      *-----------------------------------------------------------------
      * LAYOUT DA LINHA DE QUEBRA POR AGENCIA
      *-----------------------------------------------------------------
       01  WS-LINHA-AGENCIA.
           05 FILLER                  PIC X(05) VALUE SPACES.
           05 WS-LG-DESCRICAO         PIC X(30) VALUE SPACES.
           05 WS-LG-CODIGO-AGENCIA    PIC 9(04).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LG-NOME-AGENCIA      PIC X(30) VALUE SPACES.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-LG-REGIONAL          PIC X(15) VALUE SPACES.
           05 FILLER                  PIC X(33) VALUE SPACES.

      *-----------------------------------------------------------------
      * LAYOUT DA LINHA DE TITULOS DAS COLUNAS DA POSICAO. AS DUAS
      * ULTIMAS COLUNAS (MES ANTERIOR E VARIACAO NO MES) SO SAO
      * IMPRESSAS NO FECHAMENTO DO MES
      *-----------------------------------------------------------------
       01  WS-LINHA-COLUNAS.
           05 FILLER                  PIC X(30) VALUE SPACES.
           05 FILLER                  PIC X(18) VALUE
              '             HOJE '.
           05 FILLER                  PIC X(18) VALUE
              '     DIA ANTERIOR '.
           05 FILLER                  PIC X(18) VALUE
              '         VARIACAO '.
           05 WS-LCO-COLUNAS-MES.
              10 FILLER               PIC X(18) VALUE
                 '     MES ANTERIOR '.
              10 FILLER               PIC X(18) VALUE
                 '     VARIACAO MES '.

      *-----------------------------------------------------------------
      * LAYOUT DA LINHA DE UM NUMERO DA POSICAO: HOJE, DIA ANTERIOR,
      * VARIACAO NO DIA, MES ANTERIOR E VARIACAO NO MES. QUANTIDADES
      * USAM A VISAO SEM CASAS DECIMAIS DE CADA COLUNA
      *-----------------------------------------------------------------
       01  WS-LINHA-POSICAO.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LP-DESCRICAO         PIC X(28) VALUE SPACES.
           05 WS-LP-COLUNA OCCURS 5 TIMES.
              10 FILLER               PIC X(01).
              10 WS-LP-VALOR-ED       PIC Z,ZZZ,ZZZ,ZZ9.99-.
              10 WS-LP-VISAO-QTDE REDEFINES WS-LP-VALOR-ED.
                 15 WS-LP-QTDE-ED     PIC ZZZ,ZZZ,ZZ9-.
                 15 FILLER            PIC X(05).

      *-----------------------------------------------------------------
      * LAYOUT DA LINHA DE IDENTIFICACAO DE UMA FAIXA DE SALDO
      *-----------------------------------------------------------------
       01  WS-LINHA-FAIXA.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 FILLER                  PIC X(06) VALUE 'FAIXA '.
           05 WS-LF-NUMERO            PIC 9(01).
           05 FILLER                  PIC X(03) VALUE ' - '.
           05 WS-LF-TEXTO             PIC X(09) VALUE SPACES.
           05 WS-LF-LIMITE-ED         PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(84) VALUE SPACES.

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
           PERFORM 2000-CARREGAR-POSICAO-ANTERIOR THRU 2000-EXIT.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-ST-CUSTMAST NOT = '00'
               MOVE 'CUSTOMER-MASTER' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-CUSTMAST TO WS-ERRO-STATUS
               MOVE '0000-MAINLINE' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           PERFORM 3000-VARRER-CADASTRO THRU 3000-EXIT
               UNTIL WS-FIM-ARQUIVO.
           CLOSE CUSTOMER-MASTER.
           IF WS-ST-CUSTMAST NOT = '00'
               MOVE 'CUSTOMER-MASTER' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-CUSTMAST TO WS-ERRO-STATUS
               MOVE '0000-MAINLINE' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           PERFORM 4000-ORDENAR-AGENCIAS THRU 4000-EXIT.
           OPEN OUTPUT REPORT-FILE.
           IF WS-ST-CARTRPT NOT = '00'
               MOVE 'REPORT-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-CARTRPT TO WS-ERRO-STATUS
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
           OPEN OUTPUT CURRENT-POSITION.
           IF WS-ST-POSATU NOT = '00'
               MOVE 'CURRENT-POSITION' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-POSATU TO WS-ERRO-STATUS
               MOVE '0000-MAINLINE' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           IF WS-FECHAMENTO-MES
               PERFORM 4100-ABRIR-HISTORICO-MES THRU 4100-EXIT
           END-IF.
           PERFORM 5000-IMPRIMIR-POSICOES THRU 5000-EXIT.
           PERFORM 9000-IMPRIMIR-TOTAIS THRU 9000-EXIT.
           IF WS-FECHAMENTO-MES
               CLOSE MONTHLY-POSITION
               IF WS-ST-POSMENS NOT = '00'
                   MOVE 'MONTHLY-POSITION' TO WS-ERRO-ARQUIVO
                   MOVE WS-ST-POSMENS TO WS-ERRO-STATUS
                   MOVE '0000-MAINLINE' TO WS-ERRO-PARAGRAFO
                   GO TO 9900-FILE-ERROR
               END-IF
           END-IF.
           CLOSE CURRENT-POSITION.
           IF WS-ST-POSATU NOT = '00'
               MOVE 'CURRENT-POSITION' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-POSATU TO WS-ERRO-STATUS
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
           CLOSE REPORT-FILE.
           IF WS-ST-CARTRPT NOT = '00'
               MOVE 'REPORT-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-CARTRPT TO WS-ERRO-STATUS
               MOVE '0000-MAINLINE' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           PERFORM 9800-REGISTRAR-FIM THRU 9800-EXIT.
           STOP RUN.

      *=================================================================
      * 1000-INICIALIZAR
      * LE O CARTAO DE CONTROLE (SYSIN) UMA UNICA VEZ NO INICIO DO JOB,
      * VALIDA A DATA DE EXECUCAO E A MARCA DE FECHAMENTO DO MES,
      * CALCULA OS MESES DA CHAVE DO HISTORICO MENSAL E CARREGA OS
      * LIMITES DAS FAIXAS DE SALDO
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
                   OR (CC-FECHAMENTO-MES NOT = SPACE
                       AND CC-FECHAMENTO-MES NOT = 'S')
               MOVE 'CONTROL-CARD-FILE' TO WS-ERRO-ARQUIVO
               MOVE 'CC' TO WS-ERRO-STATUS
               MOVE '1000-INICIALIZAR' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           MOVE CC-DATA-EXECUCAO TO WS-DATA-EXECUCAO.
           IF CC-FECHAMENTO-MES = 'S'
               MOVE 'S' TO WS-IND-FECHAMENTO-MES
           ELSE
               MOVE SPACES TO WS-LCO-COLUNAS-MES
           END-IF.
           PERFORM 1100-CALCULAR-MESES THRU 1100-EXIT.
           PERFORM 1300-CARREGAR-PARAMETROS THRU 1300-EXIT.
           PERFORM 1900-REGISTRAR-INICIO THRU 1900-EXIT.
       1000-EXIT.
           EXIT.

      *=================================================================
      * 1100-CALCULAR-MESES
      * MONTA O MES CORRENTE (AAAAMM) DA DATA DE EXECUCAO, USADO NA
      * CHAVE DO HISTORICO MENSAL GRAVADO NO FECHAMENTO, E O MES
      * ANTERIOR, CUJA POSICAO E LIDA PARA A VARIACAO NO MES
      *=================================================================
       1100-CALCULAR-MESES.
           MOVE WS-DATA-EXECUCAO TO WS-DATA-EXEC-DECOMPOSTA.
           COMPUTE WS-ANO-MES-ATUAL = WS-DE-ANO * 100 + WS-DE-MES.
           MOVE WS-DE-ANO TO WS-MA-ANO.
           IF WS-DE-MES = 01
               MOVE 12 TO WS-MA-MES
               SUBTRACT 1 FROM WS-MA-ANO
           ELSE
               COMPUTE WS-MA-MES = WS-DE-MES - 1
           END-IF.
           COMPUTE WS-ANO-MES-ANTERIOR = WS-MA-ANO * 100 + WS-MA-MES.
       1100-EXIT.
           EXIT.

      *=================================================================
      * 1300-CARREGAR-PARAMETROS
      * CARREGA DO ARQUIVO DE PARAMETROS DE NEGOCIO OS LIMITES DAS
      * FAIXAS DE SALDO (FAIXA-SALDO-1 A FAIXA-SALDO-5). OS DEMAIS
      * PARAMETROS E A TABELA DE UF PERTENCEM A OUTROS PROGRAMAS E SAO
      * IGNORADOS AQUI. E OBRIGATORIO AO MENOS O PRIMEIRO LIMITE; OS
      * LIMITES TEM DE VIR EM SEQUENCIA (SEM PULAR NUMERO) E EM ORDEM
      * CRESCENTE DE VALOR
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
           PERFORM 1320-CONFERIR-LIMITE THRU 1320-EXIT
               VARYING WS-FX-SUB FROM 1 BY 1
               UNTIL WS-FX-SUB > 5.
           IF WS-QTDE-LIMITES = ZERO
               DISPLAY 'CARTAGN - PARAMETRO OBRIGATORIO AUSENTE'
               MOVE 'PARAMETER-FILE' TO WS-ERRO-ARQUIVO
               MOVE 'PM' TO WS-ERRO-STATUS
               MOVE '1300-CARREGAR-PARAMETROS' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           COMPUTE WS-QTDE-FAIXAS = WS-QTDE-LIMITES + 1.
       1300-EXIT.
           EXIT.

      *=================================================================
      * 1310-LER-PARAMETRO
      * LE O PROXIMO CARTAO DO ARQUIVO DE PARAMETROS E APROVEITA OS
      * LIMITES DAS FAIXAS DE SALDO, COM O SINAL INFORMADO; OS DEMAIS
      * CARTOES SAO IGNORADOS
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
           EVALUATE PR-NOME-PARAMETRO
               WHEN 'FAIXA-SALDO-1'
                   MOVE 1 TO WS-FX-SUB
               WHEN 'FAIXA-SALDO-2'
                   MOVE 2 TO WS-FX-SUB
               WHEN 'FAIXA-SALDO-3'
                   MOVE 3 TO WS-FX-SUB
               WHEN 'FAIXA-SALDO-4'
                   MOVE 4 TO WS-FX-SUB
               WHEN 'FAIXA-SALDO-5'
                   MOVE 5 TO WS-FX-SUB
               WHEN OTHER
                   GO TO 1310-EXIT
           END-EVALUATE.
           IF PR-VALOR-NUMERICO NOT NUMERIC
               DISPLAY 'CARTAGN - PARAMETRO INVALIDO: '
                   PR-NOME-PARAMETRO
               MOVE 'PARAMETER-FILE' TO WS-ERRO-ARQUIVO
               MOVE 'PV' TO WS-ERRO-STATUS
               MOVE '1310-LER-PARAMETRO' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           MOVE PR-VALOR-NUMERICO TO WS-LIMITE-FAIXA (WS-FX-SUB).
           IF PR-SINAL-VALOR = '-'
               COMPUTE WS-LIMITE-FAIXA (WS-FX-SUB) =
                   ZERO - WS-LIMITE-FAIXA (WS-FX-SUB)
           END-IF.
           MOVE 'S' TO WS-LIMITE-INFORMADO (WS-FX-SUB).
       1310-EXIT.
           EXIT.

      *=================================================================
      * 1320-CONFERIR-LIMITE
      * CONFERE UM LIMITE DE FAIXA INFORMADO: TEM DE SER O SEGUINTE AO
      * ULTIMO JA CONTADO (SEM PULAR NUMERO) E MAIOR QUE O ANTERIOR.
      * LIMITE FORA DE SEQUENCIA OU DE ORDEM DERRUBA O JOB NA PARTIDA
      *=================================================================
       1320-CONFERIR-LIMITE.
           IF WS-LIMITE-INFORMADO (WS-FX-SUB) NOT = 'S'
               GO TO 1320-EXIT
           END-IF.
           IF WS-FX-SUB NOT = WS-QTDE-LIMITES + 1
               DISPLAY 'CARTAGN - FAIXAS DE SALDO FORA DE SEQUENCIA'
               MOVE 'PARAMETER-FILE' TO WS-ERRO-ARQUIVO
               MOVE 'PV' TO WS-ERRO-STATUS
               MOVE '1320-CONFERIR-LIMITE' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           IF WS-FX-SUB > 1
               IF WS-LIMITE-FAIXA (WS-FX-SUB) NOT >
                       WS-LIMITE-FAIXA (WS-FX-SUB - 1)
                   DISPLAY 'CARTAGN - FAIXAS DE SALDO FORA DE ORDEM'
                   MOVE 'PARAMETER-FILE' TO WS-ERRO-ARQUIVO
                   MOVE 'PV' TO WS-ERRO-STATUS
                   MOVE '1320-CONFERIR-LIMITE' TO WS-ERRO-PARAGRAFO
                   GO TO 9900-FILE-ERROR
               END-IF
           END-IF.
           ADD 1 TO WS-QTDE-LIMITES.
       1320-EXIT.
           EXIT.

      *=================================================================
      * 2000-CARREGAR-POSICAO-ANTERIOR
      * LE A FOTOGRAFIA DA NOITE ANTERIOR PARA A TABELA DE AGENCIAS
      * (OCORRENCIA 2 DE CADA ENTRADA). ARQUIVO VAZIO (PRIMEIRA
      * EXECUCAO) DEIXA A POSICAO ANTERIOR ZERADA
      *=================================================================
       2000-CARREGAR-POSICAO-ANTERIOR.
           OPEN INPUT PREVIOUS-POSITION.
           IF WS-ST-POSANT NOT = '00'
               MOVE 'PREVIOUS-POSITION' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-POSANT TO WS-ERRO-STATUS
               MOVE '2000-CARREGAR-POSICAO-ANTERIOR'
                   TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           PERFORM 2100-LER-POSICAO-ANTERIOR THRU 2100-EXIT
               UNTIL WS-FIM-ANTERIOR.
           CLOSE PREVIOUS-POSITION.
           IF WS-ST-POSANT NOT = '00'
               MOVE 'PREVIOUS-POSITION' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-POSANT TO WS-ERRO-STATUS
               MOVE '2000-CARREGAR-POSICAO-ANTERIOR'
                   TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
       2000-EXIT.
           EXIT.

      *=================================================================
      * 2100-LER-POSICAO-ANTERIOR
      * LE UM REGISTRO DA FOTOGRAFIA ANTERIOR E GUARDA A POSICAO DA
      * AGENCIA NA TABELA. TODOS OS REGISTROS TEM DE SER DE UMA MESMA
      * DATA, ANTERIOR A DATA DE EXECUCAO: OUTRA DATA INDICA GERACAO
      * ERRADA DO ARQUIVO E DERRUBA O JOB. LIMITES DE FAIXA DIFERENTES
      * DOS EM VIGOR SO SAO ASSINALADOS NO RELATORIO
      *=================================================================
       2100-LER-POSICAO-ANTERIOR.
           READ PREVIOUS-POSITION
               AT END
                   MOVE 'Y' TO WS-IND-FIM-ANTERIOR
           END-READ.
           IF WS-ST-POSANT NOT = '00' AND WS-ST-POSANT NOT = '10'
               MOVE 'PREVIOUS-POSITION' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-POSANT TO WS-ERRO-STATUS
               MOVE '2100-LER-POSICAO-ANTERIOR' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           IF WS-FIM-ANTERIOR
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-QTDE-POSICOES-ANTERIORES.
           IF PA-DATA-POSICAO NOT < WS-DATA-EXECUCAO
                   OR (WS-COM-POSICAO-ANTERIOR
                       AND PA-DATA-POSICAO NOT =
                           WS-DATA-POSICAO-ANTERIOR)
               DISPLAY 'CARTAGN - DATA INVALIDA NA POSICAO ANTERIOR: '
                   PA-DATA-POSICAO
               MOVE 'PREVIOUS-POSITION' TO WS-ERRO-ARQUIVO
               MOVE 'SD' TO WS-ERRO-STATUS
               MOVE '2100-LER-POSICAO-ANTERIOR' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           IF NOT WS-COM-POSICAO-ANTERIOR
               MOVE 'S' TO WS-IND-POSICAO-ANTERIOR
               MOVE PA-DATA-POSICAO TO WS-DATA-POSICAO-ANTERIOR
               IF PA-LIMITES-FAIXAS NOT = WS-LIMITES-FAIXAS
                   MOVE 'S' TO WS-IND-FAIXAS-ALTERADAS
               END-IF
           END-IF.
           MOVE PA-CODIGO-AGENCIA TO WS-AG-PROCURADA.
           PERFORM 3500-LOCALIZAR-AGENCIA THRU 3500-EXIT.
           MOVE PA-DADOS-POSICAO TO WS-AG-POSICAO (WS-AG-ACHADA, 2).
       2100-EXIT.
           EXIT.

      *=================================================================
      * 3000-VARRER-CADASTRO
      * CORPO DO LACO PRINCIPAL: LE O PROXIMO CLIENTE DO CADASTRO
      * MESTRE E SOMA A CONTA NA POSICAO DA SUA AGENCIA
      *=================================================================
       3000-VARRER-CADASTRO.
           PERFORM 3100-LER-CLIENTE THRU 3100-EXIT.
           IF WS-NAO-FIM-ARQUIVO
               IF CM-CODIGO-AGENCIA NUMERIC
                   MOVE CM-CODIGO-AGENCIA TO WS-AG-PROCURADA
               ELSE
                   MOVE ZERO TO WS-AG-PROCURADA
               END-IF
               PERFORM 3500-LOCALIZAR-AGENCIA THRU 3500-EXIT
               PERFORM 3200-ACUMULAR-CLIENTE THRU 3200-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      *=================================================================
      * 3100-LER-CLIENTE
      * LE O PROXIMO REGISTRO DO CADASTRO MESTRE NA SEQUENCIA DA CHAVE
      * DE NUMERO DE CLIENTE
      *=================================================================
       3100-LER-CLIENTE.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-IND-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WS-QTDE-LIDOS
           END-READ.
           IF WS-ST-CUSTMAST NOT = '00' AND WS-ST-CUSTMAST NOT = '10'
               MOVE 'CUSTOMER-MASTER' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-CUSTMAST TO WS-ERRO-STATUS
               MOVE '3100-LER-CLIENTE' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
       3100-EXIT.
           EXIT.

      *=================================================================
      * 3200-ACUMULAR-CLIENTE
      * SOMA A CONTA DO CLIENTE CORRENTE NA POSICAO DE HOJE DA SUA
      * AGENCIA: QUANTIDADE PELA SITUACAO, DORMENCIA, SALDO CREDOR OU
      * DEVEDOR E, PARA AS CONTAS NAO ENCERRADAS, A FAIXA DE SALDO
      *=================================================================
       3200-ACUMULAR-CLIENTE.
           EVALUATE TRUE
               WHEN CM-SITUACAO-ATIVA
                   ADD 1 TO WS-AG-QTDE-ATIVAS (WS-AG-ACHADA, 1)
               WHEN CM-SITUACAO-INATIVA
                   ADD 1 TO WS-AG-QTDE-INATIVAS (WS-AG-ACHADA, 1)
               WHEN CM-SITUACAO-ENCERRADA
                   ADD 1 TO WS-AG-QTDE-ENCERRADAS (WS-AG-ACHADA, 1)
               WHEN OTHER
                   ADD 1 TO WS-AG-QTDE-OUTRAS (WS-AG-ACHADA, 1)
           END-EVALUATE.
           IF CM-DORMENTE
               ADD 1 TO WS-AG-QTDE-DORMENTES (WS-AG-ACHADA, 1)
           END-IF.
           IF CM-SALDO-CONTA > ZERO
               ADD CM-SALDO-CONTA
                   TO WS-AG-SALDO-POSITIVO (WS-AG-ACHADA, 1)
           END-IF.
           IF CM-SALDO-CONTA < ZERO
               SUBTRACT CM-SALDO-CONTA
                   FROM WS-AG-SALDO-DESCOBERTO (WS-AG-ACHADA, 1)
           END-IF.
           IF NOT CM-SITUACAO-ENCERRADA
               PERFORM 3300-CLASSIFICAR-FAIXA THRU 3300-EXIT
               ADD 1 TO WS-AG-FX-QTDE (WS-AG-ACHADA, 1, WS-FX-ACHADA)
               ADD CM-SALDO-CONTA
                   TO WS-AG-FX-VALOR (WS-AG-ACHADA, 1, WS-FX-ACHADA)
           END-IF.
       3200-EXIT.
           EXIT.

      *=================================================================
      * 3300-CLASSIFICAR-FAIXA
      * ACHA A FAIXA DO SALDO DO CLIENTE CORRENTE: A PRIMEIRA CUJO
      * LIMITE SUPERIOR NAO E ULTRAPASSADO PELO SALDO, OU A ULTIMA
      * FAIXA (ACIMA DO MAIOR LIMITE). A FAIXA FICA EM WS-FX-ACHADA
      *=================================================================
       3300-CLASSIFICAR-FAIXA.
           MOVE ZERO TO WS-FX-ACHADA.
           PERFORM 3310-COMPARAR-LIMITE THRU 3310-EXIT
               VARYING WS-FX-SUB FROM 1 BY 1
               UNTIL WS-FX-SUB > WS-QTDE-LIMITES
                   OR WS-FX-ACHADA > ZERO.
           IF WS-FX-ACHADA = ZERO
               MOVE WS-QTDE-FAIXAS TO WS-FX-ACHADA
           END-IF.
       3300-EXIT.
           EXIT.

      *=================================================================
      * 3310-COMPARAR-LIMITE
      * COMPARA O SALDO DO CLIENTE COM O LIMITE SUPERIOR DE UMA FAIXA
      *=================================================================
       3310-COMPARAR-LIMITE.
           IF CM-SALDO-CONTA NOT > WS-LIMITE-FAIXA (WS-FX-SUB)
               MOVE WS-FX-SUB TO WS-FX-ACHADA
           END-IF.
       3310-EXIT.
           EXIT.

      *=================================================================
      * 3500-LOCALIZAR-AGENCIA
      * PROCURA A AGENCIA DE WS-AG-PROCURADA NA TABELA DE ACUMULACAO
      * POR AGENCIA E, SE AINDA NAO ESTA NELA, ABRE UMA ENTRADA NOVA
      * COM AS DUAS POSICOES ZERADAS. A POSICAO ENCONTRADA (OU ABERTA)
      * FICA EM WS-AG-ACHADA PARA QUEM PERFORMA ESTE PARAGRAFO
      *=================================================================
       3500-LOCALIZAR-AGENCIA.
           MOVE ZERO TO WS-AG-ACHADA.
           PERFORM 3510-PROCURAR-AGENCIA THRU 3510-EXIT
               VARYING WS-AG-SUB FROM 1 BY 1
               UNTIL WS-AG-SUB > WS-QTDE-AGENCIAS
                   OR WS-AG-ACHADA > ZERO.
           IF WS-AG-ACHADA = ZERO
               IF WS-QTDE-AGENCIAS NOT < 500
                   DISPLAY 'CARTAGN - TABELA DE AGENCIAS EXCEDIDA'
                   MOVE 'WS-TABELA-AGENCIA' TO WS-ERRO-ARQUIVO
                   MOVE 'AG' TO WS-ERRO-STATUS
                   MOVE '3500-LOCALIZAR-AGENCIA' TO WS-ERRO-PARAGRAFO
                   GO TO 9900-FILE-ERROR
               END-IF
               ADD 1 TO WS-QTDE-AGENCIAS
               MOVE WS-QTDE-AGENCIAS TO WS-AG-ACHADA
               MOVE WS-AG-PROCURADA TO WS-AG-CODIGO (WS-AG-ACHADA)
               MOVE WS-POSICAO-ZERADA
                   TO WS-AG-POSICAO (WS-AG-ACHADA, 1)
               MOVE WS-POSICAO-ZERADA
                   TO WS-AG-POSICAO (WS-AG-ACHADA, 2)
           END-IF.
       3500-EXIT.
           EXIT.

      *=================================================================
      * 3510-PROCURAR-AGENCIA
      * COMPARA A AGENCIA PROCURADA COM UMA ENTRADA DA TABELA DE
      * ACUMULACAO POR AGENCIA
      *=================================================================
       3510-PROCURAR-AGENCIA.
           IF WS-AG-CODIGO (WS-AG-SUB) = WS-AG-PROCURADA
               MOVE WS-AG-SUB TO WS-AG-ACHADA
           END-IF.
       3510-EXIT.
           EXIT.

      *=================================================================
      * 4000-ORDENAR-AGENCIAS
      * COLOCA A TABELA DE AGENCIAS EM ORDEM DE CODIGO, PARA QUE O
      * RELATORIO E A FOTOGRAFIA SAIAM NA ORDEM DAS AGENCIAS E NAO NA
      * ORDEM EM QUE APARECERAM NO CADASTRO
      *=================================================================
       4000-ORDENAR-AGENCIAS.
           PERFORM 4010-COMPARAR-AGENCIAS THRU 4010-EXIT
               VARYING WS-OR-SUB-1 FROM 1 BY 1
                   UNTIL WS-OR-SUB-1 NOT < WS-QTDE-AGENCIAS
               AFTER WS-OR-SUB-2 FROM WS-OR-SUB-1 BY 1
                   UNTIL WS-OR-SUB-2 > WS-QTDE-AGENCIAS.
       4000-EXIT.
           EXIT.

      *=================================================================
      * 4010-COMPARAR-AGENCIAS
      * TROCA DE LUGAR DUAS ENTRADAS DA TABELA DE AGENCIAS QUANDO A
      * DE BAIXO TEM CODIGO MENOR QUE A DE CIMA
      *=================================================================
       4010-COMPARAR-AGENCIAS.
           IF WS-AG-CODIGO (WS-OR-SUB-2) < WS-AG-CODIGO (WS-OR-SUB-1)
               MOVE WS-AGENCIA-ENTRADA (WS-OR-SUB-1)
                   TO WS-AGENCIA-TROCA
               MOVE WS-AGENCIA-ENTRADA (WS-OR-SUB-2)
                   TO WS-AGENCIA-ENTRADA (WS-OR-SUB-1)
               MOVE WS-AGENCIA-TROCA
                   TO WS-AGENCIA-ENTRADA (WS-OR-SUB-2)
           END-IF.
       4010-EXIT.
           EXIT.

      *=================================================================
      * 4100-ABRIR-HISTORICO-MES
      * ABRE O HISTORICO MENSAL DE POSICOES PARA ATUALIZACAO NO
      * FECHAMENTO DO MES. NO PRIMEIRO FECHAMENTO O ARQUIVO AINDA NAO
      * EXISTE E E CRIADO VAZIO ANTES DE SER REABERTO
      *=================================================================
       4100-ABRIR-HISTORICO-MES.
           OPEN I-O MONTHLY-POSITION.
           IF WS-ST-POSMENS = '35'
               OPEN OUTPUT MONTHLY-POSITION
               IF WS-ST-POSMENS = '00'
                   CLOSE MONTHLY-POSITION
                   OPEN I-O MONTHLY-POSITION
               END-IF
           END-IF.
           IF WS-ST-POSMENS NOT = '00'
               MOVE 'MONTHLY-POSITION' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-POSMENS TO WS-ERRO-STATUS
               MOVE '4100-ABRIR-HISTORICO-MES' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
       4100-EXIT.
           EXIT.

      *=================================================================
      * 5000-IMPRIMIR-POSICOES
      * ESCREVE O CABECALHO DO RELATORIO E A POSICAO DE CADA AGENCIA
      * DA TABELA, NA ORDEM DO CODIGO
      *=================================================================
       5000-IMPRIMIR-POSICOES.
           MOVE SPACES TO WS-LINHA-CABECALHO.
           MOVE 'POSICAO DA CARTEIRA POR AGENCIA - DATA'
               TO WS-LC-TITULO.
           MOVE WS-DATA-EXECUCAO TO WS-LC-DATA.
           MOVE WS-LINHA-CABECALHO TO RL-LINHA-RELATORIO.
           PERFORM 5900-GRAVAR-LINHA THRU 5900-EXIT.
           IF WS-COM-POSICAO-ANTERIOR
               MOVE SPACES TO WS-LINHA-CABECALHO
               MOVE 'COMPARADA COM A POSICAO DE' TO WS-LC-TITULO
               MOVE WS-DATA-POSICAO-ANTERIOR TO WS-LC-DATA
               MOVE WS-LINHA-CABECALHO TO RL-LINHA-RELATORIO
           ELSE
               MOVE SPACES TO WS-LINHA-OBSERVACAO
               MOVE 'SEM POSICAO ANTERIOR - VARIACAO SOBRE ZERO'
                   TO WS-LO-TEXTO
               MOVE WS-LINHA-OBSERVACAO TO RL-LINHA-RELATORIO
           END-IF.
           PERFORM 5900-GRAVAR-LINHA THRU 5900-EXIT.
           IF WS-FECHAMENTO-MES
               MOVE SPACES TO WS-LINHA-OBSERVACAO
               MOVE WS-MA-MES TO WS-TF-MES
               MOVE WS-MA-ANO TO WS-TF-ANO
               MOVE WS-TEXTO-FECHAMENTO TO WS-LO-TEXTO
               MOVE WS-LINHA-OBSERVACAO TO RL-LINHA-RELATORIO
               PERFORM 5900-GRAVAR-LINHA THRU 5900-EXIT
           END-IF.
           PERFORM 5100-IMPRIMIR-AGENCIA THRU 5100-EXIT
               VARYING WS-AG-SUB FROM 1 BY 1
               UNTIL WS-AG-SUB > WS-QTDE-AGENCIAS.
       5000-EXIT.
           EXIT.

      *=================================================================
      * 5100-IMPRIMIR-AGENCIA
      * IMPRIME A POSICAO DE UMA AGENCIA DA TABELA (HOJE, DIA ANTERIOR
      * E, NO FECHAMENTO, MES ANTERIOR), SOMA-A NO TOTAL DO BANCO E
      * GRAVA A POSICAO DE HOJE NA FOTOGRAFIA DIARIA E, NO FECHAMENTO,
      * NO HISTORICO MENSAL. AGENCIA SEM NENHUMA CONTA HOJE (PRESENTE
      * SO NA POSICAO ANTERIOR) E IMPRESSA MAS NAO E MAIS GRAVADA
      *=================================================================
       5100-IMPRIMIR-AGENCIA.
           MOVE WS-AG-POSICAO (WS-AG-SUB, 1) TO WS-IM-POSICAO (1).
           MOVE WS-AG-POSICAO (WS-AG-SUB, 2) TO WS-IM-POSICAO (2).
           MOVE WS-POSICAO-ZERADA TO WS-IM-POSICAO (3).
           IF WS-FECHAMENTO-MES
               PERFORM 5110-LER-POSICAO-MES THRU 5110-EXIT
           END-IF.
           PERFORM 5120-GRAVAR-QUEBRA-AGENCIA THRU 5120-EXIT.
           PERFORM 5200-IMPRIMIR-NUMEROS THRU 5200-EXIT.
           PERFORM 5300-ACUMULAR-TOTAL THRU 5300-EXIT
               VARYING WS-CL-SUB FROM 1 BY 1
               UNTIL WS-CL-SUB > 3.
           IF WS-IM-QTDE-ATIVAS (1) + WS-IM-QTDE-INATIVAS (1)
                   + WS-IM-QTDE-ENCERRADAS (1)
                   + WS-IM-QTDE-OUTRAS (1) > ZERO
               PERFORM 6000-GRAVAR-POSICAO-DIA THRU 6000-EXIT
               IF WS-FECHAMENTO-MES
                   PERFORM 6100-GRAVAR-POSICAO-MES THRU 6100-EXIT
               END-IF
           END-IF.
       5100-EXIT.
           EXIT.

      *=================================================================
      * 5110-LER-POSICAO-MES
      * LE DO HISTORICO MENSAL A POSICAO DA AGENCIA NO FECHAMENTO DO
      * MES ANTERIOR (COLUNA 3). AGENCIA SEM POSICAO NAQUELE MES FICA
      * COM A COLUNA ZERADA E COM OBSERVACAO NO RELATORIO
      *=================================================================
       5110-LER-POSICAO-MES.
           MOVE WS-ANO-MES-ANTERIOR TO PM-ANO-MES.
           MOVE ZERO TO PM-DIA.
           MOVE WS-AG-CODIGO (WS-AG-SUB) TO PM-CODIGO-AGENCIA.
           READ MONTHLY-POSITION
               INVALID KEY
                   MOVE 'N' TO WS-IND-POSICAO-MES
                   ADD 1 TO WS-QTDE-AGENCIAS-SEM-MES
               NOT INVALID KEY
                   MOVE 'S' TO WS-IND-POSICAO-MES
                   MOVE PM-DADOS-POSICAO TO WS-IM-POSICAO (3)
                   IF PM-LIMITES-FAIXAS NOT = WS-LIMITES-FAIXAS
                       MOVE 'S' TO WS-IND-FAIXAS-MES-ALTER
                   END-IF
           END-READ.
           IF WS-ST-POSMENS NOT = '00' AND WS-ST-POSMENS NOT = '23'
               MOVE 'MONTHLY-POSITION' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-POSMENS TO WS-ERRO-STATUS
               MOVE '5110-LER-POSICAO-MES' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
       5110-EXIT.
           EXIT.

      *=================================================================
      * 5120-GRAVAR-QUEBRA-AGENCIA
      * ESCREVE A LINHA DE QUEBRA DA AGENCIA, COM O NOME E A REGIONAL
      * LIDOS DO CADASTRO MESTRE DE AGENCIAS, E OS TITULOS DAS COLUNAS
      *=================================================================
       5120-GRAVAR-QUEBRA-AGENCIA.
           MOVE SPACES TO RL-LINHA-RELATORIO.
           PERFORM 5900-GRAVAR-LINHA THRU 5900-EXIT.
           MOVE SPACES TO WS-LINHA-AGENCIA.
           MOVE 'POSICAO DA AGENCIA..........:' TO WS-LG-DESCRICAO.
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
               MOVE '5120-GRAVAR-QUEBRA-AGENCIA' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           MOVE WS-LINHA-AGENCIA TO RL-LINHA-RELATORIO.
           PERFORM 5900-GRAVAR-LINHA THRU 5900-EXIT.
           IF WS-FECHAMENTO-MES AND NOT WS-POSICAO-MES-ACHADA
               MOVE SPACES TO WS-LINHA-OBSERVACAO
               MOVE 'AGENCIA SEM POSICAO NO FECHAMENTO DO MES ANTERIOR'
                   TO WS-LO-TEXTO
               MOVE WS-LINHA-OBSERVACAO TO RL-LINHA-RELATORIO
               PERFORM 5900-GRAVAR-LINHA THRU 5900-EXIT
           END-IF.
           MOVE WS-LINHA-COLUNAS TO RL-LINHA-RELATORIO.
           PERFORM 5900-GRAVAR-LINHA THRU 5900-EXIT.
       5120-EXIT.
           EXIT.

      *=================================================================
      * 5200-IMPRIMIR-NUMEROS
      * IMPRIME OS NUMEROS DA POSICAO EM IMPRESSAO (DE UMA AGENCIA OU
      * DO TOTAL DO BANCO): CONTAS POR SITUACAO, DORMENTES, SALDOS E,
      * PARA CADA FAIXA DE SALDO, QUANTIDADE E SALDO DAS CONTAS
      *=================================================================
       5200-IMPRIMIR-NUMEROS.
           MOVE 'Q' TO WS-NI-TIPO.
           MOVE 01 TO WS-NI-CODIGO.
           MOVE 'CONTAS ATIVAS' TO WS-NI-DESCRICAO.
           PERFORM 5220-IMPRIMIR-NUMERO THRU 5220-EXIT.
           MOVE 02 TO WS-NI-CODIGO.
           MOVE 'CONTAS INATIVAS' TO WS-NI-DESCRICAO.
           PERFORM 5220-IMPRIMIR-NUMERO THRU 5220-EXIT.
           MOVE 03 TO WS-NI-CODIGO.
           MOVE 'CONTAS ENCERRADAS' TO WS-NI-DESCRICAO.
           PERFORM 5220-IMPRIMIR-NUMERO THRU 5220-EXIT.
           MOVE 04 TO WS-NI-CODIGO.
           MOVE 'CONTAS EM OUTRA SITUACAO' TO WS-NI-DESCRICAO.
           PERFORM 5220-IMPRIMIR-NUMERO THRU 5220-EXIT.
           MOVE 05 TO WS-NI-CODIGO.
           MOVE 'TOTAL DE CONTAS' TO WS-NI-DESCRICAO.
           PERFORM 5220-IMPRIMIR-NUMERO THRU 5220-EXIT.
           MOVE 06 TO WS-NI-CODIGO.
           MOVE 'CONTAS DORMENTES' TO WS-NI-DESCRICAO.
           PERFORM 5220-IMPRIMIR-NUMERO THRU 5220-EXIT.
           MOVE 'V' TO WS-NI-TIPO.
           MOVE 07 TO WS-NI-CODIGO.
           MOVE 'SALDOS CREDORES' TO WS-NI-DESCRICAO.
           PERFORM 5220-IMPRIMIR-NUMERO THRU 5220-EXIT.
           MOVE 08 TO WS-NI-CODIGO.
           MOVE 'EXPOSICAO EM DESCOBERTO' TO WS-NI-DESCRICAO.
           PERFORM 5220-IMPRIMIR-NUMERO THRU 5220-EXIT.
           PERFORM 5210-IMPRIMIR-FAIXA THRU 5210-EXIT
               VARYING WS-FX-SUB FROM 1 BY 1
               UNTIL WS-FX-SUB > WS-QTDE-FAIXAS.
       5200-EXIT.
           EXIT.

      *=================================================================
      * 5210-IMPRIMIR-FAIXA
      * IMPRIME UMA FAIXA DE SALDO: A IDENTIFICACAO DA FAIXA (ATE O SEU
      * LIMITE, OU ACIMA DO MAIOR LIMITE NA ULTIMA) E A QUANTIDADE E O
      * SALDO DAS CONTAS NELA
      *=================================================================
       5210-IMPRIMIR-FAIXA.
           MOVE SPACES TO WS-LF-TEXTO.
           MOVE WS-FX-SUB TO WS-LF-NUMERO.
           IF WS-FX-SUB > WS-QTDE-LIMITES
               MOVE 'ACIMA DE' TO WS-LF-TEXTO
               MOVE WS-LIMITE-FAIXA (WS-FX-SUB - 1) TO WS-LF-LIMITE-ED
           ELSE
               MOVE 'ATE' TO WS-LF-TEXTO
               MOVE WS-LIMITE-FAIXA (WS-FX-SUB) TO WS-LF-LIMITE-ED
           END-IF.
           MOVE WS-LINHA-FAIXA TO RL-LINHA-RELATORIO.
           PERFORM 5900-GRAVAR-LINHA THRU 5900-EXIT.
           MOVE 'Q' TO WS-NI-TIPO.
           MOVE 09 TO WS-NI-CODIGO.
           MOVE '  QUANTIDADE DE CONTAS' TO WS-NI-DESCRICAO.
           PERFORM 5220-IMPRIMIR-NUMERO THRU 5220-EXIT.
           MOVE 'V' TO WS-NI-TIPO.
           MOVE 10 TO WS-NI-CODIGO.
           MOVE '  SALDO DAS CONTAS' TO WS-NI-DESCRICAO.
           PERFORM 5220-IMPRIMIR-NUMERO THRU 5220-EXIT.
       5210-EXIT.
           EXIT.

      *=================================================================
      * 5220-IMPRIMIR-NUMERO
      * MONTA E ESCREVE A LINHA DE UM NUMERO DA POSICAO: HOJE, DIA
      * ANTERIOR E VARIACAO NO DIA E, NO FECHAMENTO DO MES, MES
      * ANTERIOR E VARIACAO NO MES
      *=================================================================
       5220-IMPRIMIR-NUMERO.
           PERFORM 5230-CARREGAR-COLUNA THRU 5230-EXIT
               VARYING WS-CL-SUB FROM 1 BY 1
               UNTIL WS-CL-SUB > 3.
           COMPUTE WS-NI-VARIACAO-DIA =
               WS-NI-COLUNA (1) - WS-NI-COLUNA (2).
           COMPUTE WS-NI-VARIACAO-MES =
               WS-NI-COLUNA (1) - WS-NI-COLUNA (3).
           MOVE SPACES TO WS-LINHA-POSICAO.
           MOVE WS-NI-DESCRICAO TO WS-LP-DESCRICAO.
           IF WS-NI-QUANTIDADE
               MOVE WS-NI-COLUNA (1) TO WS-LP-QTDE-ED (1)
               MOVE WS-NI-COLUNA (2) TO WS-LP-QTDE-ED (2)
               MOVE WS-NI-VARIACAO-DIA TO WS-LP-QTDE-ED (3)
               MOVE WS-NI-COLUNA (3) TO WS-LP-QTDE-ED (4)
               MOVE WS-NI-VARIACAO-MES TO WS-LP-QTDE-ED (5)
           ELSE
               MOVE WS-NI-COLUNA (1) TO WS-LP-VALOR-ED (1)
               MOVE WS-NI-COLUNA (2) TO WS-LP-VALOR-ED (2)
               MOVE WS-NI-VARIACAO-DIA TO WS-LP-VALOR-ED (3)
               MOVE WS-NI-COLUNA (3) TO WS-LP-VALOR-ED (4)
               MOVE WS-NI-VARIACAO-MES TO WS-LP-VALOR-ED (5)
           END-IF.
           IF NOT WS-FECHAMENTO-MES
               MOVE SPACES TO WS-LP-COLUNA (4)
               MOVE SPACES TO WS-LP-COLUNA (5)
           END-IF.
           MOVE WS-LINHA-POSICAO TO RL-LINHA-RELATORIO.
           PERFORM 5900-GRAVAR-LINHA THRU 5900-EXIT.
       5220-EXIT.
           EXIT.

      *=================================================================
      * 5230-CARREGAR-COLUNA
      * TRAZ DA POSICAO EM IMPRESSAO O VALOR DE UMA COLUNA DO NUMERO
      * CORRENTE (WS-NI-CODIGO; NAS FAIXAS, A FAIXA DE WS-FX-SUB)
      *=================================================================
       5230-CARREGAR-COLUNA.
           EVALUATE TRUE
               WHEN WS-NI-ATIVAS
                   MOVE WS-IM-QTDE-ATIVAS (WS-CL-SUB)
                       TO WS-NI-COLUNA (WS-CL-SUB)
               WHEN WS-NI-INATIVAS
                   MOVE WS-IM-QTDE-INATIVAS (WS-CL-SUB)
                       TO WS-NI-COLUNA (WS-CL-SUB)
               WHEN WS-NI-ENCERRADAS
                   MOVE WS-IM-QTDE-ENCERRADAS (WS-CL-SUB)
                       TO WS-NI-COLUNA (WS-CL-SUB)
               WHEN WS-NI-OUTRAS
                   MOVE WS-IM-QTDE-OUTRAS (WS-CL-SUB)
                       TO WS-NI-COLUNA (WS-CL-SUB)
               WHEN WS-NI-TOTAL-CONTAS
                   COMPUTE WS-NI-COLUNA (WS-CL-SUB) =
                       WS-IM-QTDE-ATIVAS (WS-CL-SUB)
                       + WS-IM-QTDE-INATIVAS (WS-CL-SUB)
                       + WS-IM-QTDE-ENCERRADAS (WS-CL-SUB)
                       + WS-IM-QTDE-OUTRAS (WS-CL-SUB)
               WHEN WS-NI-DORMENTES
                   MOVE WS-IM-QTDE-DORMENTES (WS-CL-SUB)
                       TO WS-NI-COLUNA (WS-CL-SUB)
               WHEN WS-NI-SALDO-POSITIVO
                   MOVE WS-IM-SALDO-POSITIVO (WS-CL-SUB)
                       TO WS-NI-COLUNA (WS-CL-SUB)
               WHEN WS-NI-DESCOBERTO
                   MOVE WS-IM-SALDO-DESCOBERTO (WS-CL-SUB)
                       TO WS-NI-COLUNA (WS-CL-SUB)
               WHEN WS-NI-FAIXA-QTDE
                   MOVE WS-IM-FX-QTDE (WS-CL-SUB, WS-FX-SUB)
                       TO WS-NI-COLUNA (WS-CL-SUB)
               WHEN WS-NI-FAIXA-VALOR
                   MOVE WS-IM-FX-VALOR (WS-CL-SUB, WS-FX-SUB)
                       TO WS-NI-COLUNA (WS-CL-SUB)
           END-EVALUATE.
       5230-EXIT.
           EXIT.

      *=================================================================
      * 5300-ACUMULAR-TOTAL
      * SOMA UMA COLUNA DA POSICAO DA AGENCIA IMPRESSA NA MESMA COLUNA
      * DO TOTAL DO BANCO
      *=================================================================
       5300-ACUMULAR-TOTAL.
           ADD WS-IM-QTDE-ATIVAS (WS-CL-SUB)
               TO WS-TB-QTDE-ATIVAS (WS-CL-SUB).
           ADD WS-IM-QTDE-INATIVAS (WS-CL-SUB)
               TO WS-TB-QTDE-INATIVAS (WS-CL-SUB).
           ADD WS-IM-QTDE-ENCERRADAS (WS-CL-SUB)
               TO WS-TB-QTDE-ENCERRADAS (WS-CL-SUB).
           ADD WS-IM-QTDE-OUTRAS (WS-CL-SUB)
               TO WS-TB-QTDE-OUTRAS (WS-CL-SUB).
           ADD WS-IM-QTDE-DORMENTES (WS-CL-SUB)
               TO WS-TB-QTDE-DORMENTES (WS-CL-SUB).
           ADD WS-IM-SALDO-POSITIVO (WS-CL-SUB)
               TO WS-TB-SALDO-POSITIVO (WS-CL-SUB).
           ADD WS-IM-SALDO-DESCOBERTO (WS-CL-SUB)
               TO WS-TB-SALDO-DESCOBERTO (WS-CL-SUB).
           PERFORM 5310-ACUMULAR-FAIXA THRU 5310-EXIT
               VARYING WS-FX-SUB FROM 1 BY 1
               UNTIL WS-FX-SUB > 6.
       5300-EXIT.
           EXIT.

      *=================================================================
      * 5310-ACUMULAR-FAIXA
      * SOMA UMA FAIXA DE SALDO DE UMA COLUNA NO TOTAL DO BANCO
      *=================================================================
       5310-ACUMULAR-FAIXA.
           ADD WS-IM-FX-QTDE (WS-CL-SUB, WS-FX-SUB)
               TO WS-TB-FX-QTDE (WS-CL-SUB, WS-FX-SUB).
           ADD WS-IM-FX-VALOR (WS-CL-SUB, WS-FX-SUB)
               TO WS-TB-FX-VALOR (WS-CL-SUB, WS-FX-SUB).
       5310-EXIT.
           EXIT.

      *=================================================================
      * 5900-GRAVAR-LINHA
      * GRAVA NO RELATORIO DE POSICAO A LINHA JA MONTADA EM
      * RL-LINHA-RELATORIO, COM O TRATAMENTO DE ERRO PADRAO
      *=================================================================
       5900-GRAVAR-LINHA.
           WRITE RL-LINHA-RELATORIO.
           IF WS-ST-CARTRPT NOT = '00'
               MOVE 'REPORT-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-CARTRPT TO WS-ERRO-STATUS
               MOVE '5900-GRAVAR-LINHA' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
       5900-EXIT.
           EXIT.

      *=================================================================
      * 6000-GRAVAR-POSICAO-DIA
      * GRAVA NA FOTOGRAFIA DESTA NOITE A POSICAO DE HOJE DA AGENCIA
      * EM IMPRESSAO, COM OS LIMITES DAS FAIXAS EM VIGOR
      *=================================================================
       6000-GRAVAR-POSICAO-DIA.
           MOVE SPACES TO PS-REGISTRO-POSICAO.
           MOVE WS-DATA-EXECUCAO TO PS-DATA-POSICAO.
           MOVE WS-AG-CODIGO (WS-AG-SUB) TO PS-CODIGO-AGENCIA.
           MOVE WS-IM-POSICAO (1) TO PS-DADOS-POSICAO.
           MOVE WS-LIMITES-FAIXAS TO PS-LIMITES-FAIXAS.
           MOVE WS-DATA-EXECUCAO TO PS-DATA-REFERENCIA.
           WRITE PS-REGISTRO-POSICAO.
           IF WS-ST-POSATU NOT = '00'
               MOVE 'CURRENT-POSITION' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-POSATU TO WS-ERRO-STATUS
               MOVE '6000-GRAVAR-POSICAO-DIA' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           ADD 1 TO WS-QTDE-POSICOES-GRAVADAS.
       6000-EXIT.
           EXIT.

      *=================================================================
      * 6100-GRAVAR-POSICAO-MES
      * GRAVA NO HISTORICO MENSAL A POSICAO DE HOJE DA AGENCIA COMO A
      * DO FECHAMENTO DO MES CORRENTE. NA REEXECUCAO DO FECHAMENTO O
      * REGISTRO DO MES JA EXISTE E E REGRAVADO
      *=================================================================
       6100-GRAVAR-POSICAO-MES.
           MOVE SPACES TO PM-REGISTRO-POSICAO.
           MOVE WS-ANO-MES-ATUAL TO PM-ANO-MES.
           MOVE ZERO TO PM-DIA.
           MOVE WS-AG-CODIGO (WS-AG-SUB) TO PM-CODIGO-AGENCIA.
           MOVE WS-IM-POSICAO (1) TO PM-DADOS-POSICAO.
           MOVE WS-LIMITES-FAIXAS TO PM-LIMITES-FAIXAS.
           MOVE WS-DATA-EXECUCAO TO PM-DATA-REFERENCIA.
           WRITE PM-REGISTRO-POSICAO
               INVALID KEY
                   REWRITE PM-REGISTRO-POSICAO
           END-WRITE.
           IF WS-ST-POSMENS NOT = '00'
               MOVE 'MONTHLY-POSITION' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-POSMENS TO WS-ERRO-STATUS
               MOVE '6100-GRAVAR-POSICAO-MES' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           ADD 1 TO WS-QTDE-POSICOES-MES.
       6100-EXIT.
           EXIT.

      *=================================================================
      * 9000-IMPRIMIR-TOTAIS
      * ESCREVE AO FINAL DO RELATORIO A POSICAO DO TOTAL DO BANCO, AS
      * QUANTIDADES DE CONTROLE DA EXECUCAO E AS OBSERVACOES SOBRE
      * MUDANCA DOS LIMITES DAS FAIXAS DE SALDO
      *=================================================================
       9000-IMPRIMIR-TOTAIS.
           MOVE SPACES TO RL-LINHA-RELATORIO.
           PERFORM 5900-GRAVAR-LINHA THRU 5900-EXIT.
           MOVE SPACES TO WS-LINHA-OBSERVACAO.
           MOVE 'POSICAO DO TOTAL DO BANCO' TO WS-LO-TEXTO.
           MOVE WS-LINHA-OBSERVACAO TO RL-LINHA-RELATORIO.
           PERFORM 5900-GRAVAR-LINHA THRU 5900-EXIT.
           MOVE WS-LINHA-COLUNAS TO RL-LINHA-RELATORIO.
           PERFORM 5900-GRAVAR-LINHA THRU 5900-EXIT.
           MOVE WS-TOTAL-BANCO TO WS-POSICAO-IMPRESSAO.
           PERFORM 5200-IMPRIMIR-NUMEROS THRU 5200-EXIT.
           MOVE SPACES TO RL-LINHA-RELATORIO.
           PERFORM 5900-GRAVAR-LINHA THRU 5900-EXIT.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'QUANTIDADE DE CLIENTES LIDOS...........:'
               TO WS-LT-DESCRICAO.
           MOVE WS-QTDE-LIDOS TO WS-LT-QTDE-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           PERFORM 5900-GRAVAR-LINHA THRU 5900-EXIT.
           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'QUANTIDADE DE AGENCIAS NO RELATORIO....:'
               TO WS-LT-DESCRICAO.
           MOVE WS-QTDE-AGENCIAS TO WS-LT-QTDE-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           PERFORM 5900-GRAVAR-LINHA THRU 5900-EXIT.
           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'POSICOES LIDAS DA NOITE ANTERIOR.......:'
               TO WS-LT-DESCRICAO.
           MOVE WS-QTDE-POSICOES-ANTERIORES TO WS-LT-QTDE-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           PERFORM 5900-GRAVAR-LINHA THRU 5900-EXIT.
           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'POSICOES GRAVADAS NA FOTOGRAFIA DIARIA.:'
               TO WS-LT-DESCRICAO.
           MOVE WS-QTDE-POSICOES-GRAVADAS TO WS-LT-QTDE-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           PERFORM 5900-GRAVAR-LINHA THRU 5900-EXIT.
           IF WS-FECHAMENTO-MES
               MOVE SPACES TO WS-LINHA-TOTAIS
               MOVE 'POSICOES GRAVADAS NO HISTORICO MENSAL..:'
                   TO WS-LT-DESCRICAO
               MOVE WS-QTDE-POSICOES-MES TO WS-LT-QTDE-ED
               MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO
               PERFORM 5900-GRAVAR-LINHA THRU 5900-EXIT
               MOVE SPACES TO WS-LINHA-TOTAIS
               MOVE 'AGENCIAS SEM POSICAO NO MES ANTERIOR...:'
                   TO WS-LT-DESCRICAO
               MOVE WS-QTDE-AGENCIAS-SEM-MES TO WS-LT-QTDE-ED
               MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO
               PERFORM 5900-GRAVAR-LINHA THRU 5900-EXIT
           END-IF.
           IF WS-FAIXAS-ALTERADAS
               MOVE SPACES TO WS-LINHA-OBSERVACAO
               MOVE 'LIMITES DAS FAIXAS ALTERADOS DESDE O DIA ANTERIOR'
                   TO WS-LO-TEXTO
               MOVE WS-LINHA-OBSERVACAO TO RL-LINHA-RELATORIO
               PERFORM 5900-GRAVAR-LINHA THRU 5900-EXIT
           END-IF.
           IF WS-FAIXAS-MES-ALTERADAS
               MOVE SPACES TO WS-LINHA-OBSERVACAO
               MOVE 'LIMITES DAS FAIXAS ALTERADOS DESDE O MES ANTERIOR'
                   TO WS-LO-TEXTO
               MOVE WS-LINHA-OBSERVACAO TO RL-LINHA-RELATORIO
               PERFORM 5900-GRAVAR-LINHA THRU 5900-EXIT
           END-IF.
       9000-EXIT.
           EXIT.

      *=================================================================
      * 1900-REGISTRAR-INICIO
      * CONFERE NO CONTROLE DE EXECUCAO DA ESTEIRA SE O PASSO ANTERIOR
      * TERMINOU LIMPO NA DATA DE NEGOCIO E SE ESTE PASSO AINDA NAO
      * RODOU LIMPO NELA, REGISTRANDO O INICIO; O PASSO RECUSADO
      * ENCERRA O JOB ANTES DE GRAVAR QUALQUER ARQUIVO. NO FECHAMENTO
      * DO MES A POSICAO GUARDADA NO HISTORICO MENSAL TEM DE JA TER OS
      * JUROS, AS TARIFAS E AS TRANSFERENCIAS A VALORES ESQUECIDOS, E
      * O PASSO SO PARTE DEPOIS QUE O FECHAMENTO MENSAL (PROG001M)
      * TERMINOU LIMPO NA MESMA DATA
      *=================================================================
       1900-REGISTRAR-INICIO.
           IF WS-FECHAMENTO-MES
               MOVE 'C' TO RU-FUNCAO
               MOVE WS-DATA-EXECUCAO TO RU-DATA-NEGOCIO
               MOVE 'PROG001M' TO RU-PASSO
               MOVE ZERO TO RU-CODIGO-PASSO
               CALL 'RUNCHK' USING RU-AREA-EXECUCAO
               IF RU-PASSO-NAO-CONCLUIDO
                   DISPLAY 'CARTAGN - FECHAMENTO MENSAL NAO CONCLUIDO: '
                       RU-DATA-NEGOCIO
                   MOVE 'RUN-CONTROL-FILE' TO WS-ERRO-ARQUIVO
                   MOVE 'PA' TO WS-ERRO-STATUS
                   MOVE '1900-REGISTRAR-INICIO' TO WS-ERRO-PARAGRAFO
                   GO TO 9900-FILE-ERROR
               END-IF
               IF NOT RU-EXECUCAO-OK
                   MOVE 'RUN-CONTROL-FILE' TO WS-ERRO-ARQUIVO
                   MOVE RU-STATUS-ARQUIVO TO WS-ERRO-STATUS
                   MOVE '1900-REGISTRAR-INICIO' TO WS-ERRO-PARAGRAFO
                   GO TO 9900-FILE-ERROR
               END-IF
           END-IF.
           MOVE 'I' TO RU-FUNCAO.
           MOVE WS-DATA-EXECUCAO TO RU-DATA-NEGOCIO.
           MOVE 'CARTAGN' TO RU-PASSO.
           MOVE ZERO TO RU-CODIGO-PASSO.
           MOVE SPACE TO RU-MODO-PROCESSAMENTO.
           CALL 'RUNCHK' USING RU-AREA-EXECUCAO.
           IF RU-ANTECESSOR-PENDENTE
               DISPLAY 'CARTAGN - PASSO ANTERIOR NAO CONCLUIDO: '
                   RU-PASSO-ANTECESSOR
               MOVE 'RUN-CONTROL-FILE' TO WS-ERRO-ARQUIVO
               MOVE 'PA' TO WS-ERRO-STATUS
               MOVE '1900-REGISTRAR-INICIO' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           IF RU-PASSO-JA-EXECUTADO
               DISPLAY 'CARTAGN - PASSO JA EXECUTADO NA DATA: '
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
               DISPLAY 'CARTAGN - FALHA NO REGISTRO DO FIM DO PASSO'
               DISPLAY 'STATUS......: ' RU-STATUS-ARQUIVO
               MOVE 16 TO RETURN-CODE
           END-IF.
       9800-EXIT.
           EXIT.

      *=================================================================
      * 9900-FILE-ERROR
      * PARAGRAFO UNICO DE TRATAMENTO DE ERRO DE ARQUIVO, COMPARTILHADO
      * POR TODOS OS ARQUIVOS DO PROGRAMA. EXIBE O STATUS RECEBIDO E
      * ENCERRA O JOB DE FORMA CONTROLADA (ABEND)
      *=================================================================
       9900-FILE-ERROR.
           DISPLAY 'CARTAGN - ERRO DE ARQUIVO DETECTADO'.
           DISPLAY 'ARQUIVO.....: ' WS-ERRO-ARQUIVO.
           DISPLAY 'STATUS......: ' WS-ERRO-STATUS.
           DISPLAY 'PARAGRAFO...: ' WS-ERRO-PARAGRAFO.
           MOVE 16 TO RETURN-CODE.
           IF WS-EXECUCAO-REGISTRADA
               PERFORM 9800-REGISTRAR-FIM THRU 9800-EXIT
           END-IF.
           STOP RUN.

       END PROGRAM CARTAGN.
