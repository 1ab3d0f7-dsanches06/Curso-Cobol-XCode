      ******************************************************************
      * IDENTIFICATION DIVISION
      *
      * - AUDRETN E O UTILITARIO DE RETENCAO DO HISTORICO PERMANENTE
      *   DE AUDITORIA (AUDHFILE)
      * - O JOB AUDACCM ACUMULA A TRILHA DO DIA NO HISTORICO TODA
      *   NOITE E NADA NUNCA SAI DELE; AS ORDENACOES DO AUDHIST, DO
      *   CUSTSTMT E DOS DEMAIS LEITORES DO HISTORICO FICAM MAIS
      *   LENTAS A CADA MES E O ARQUIVO ACABARIA ESTOURANDO A AREA
      *   ALOCADA
      * - O HISTORICO ATIVO GUARDA O ANO CORRENTE E MAIS TANTOS ANOS
      *   CIVIS COMPLETOS QUANTO O PARAMETRO ANOS-RETENCAO-HIST DO
      *   ARQUIVO DE PARAMETROS DE NEGOCIO (MINIMO DE 1, PARA QUE O
      *   INFORME DE RENDIMENTOS DO ANO ANTERIOR SEMPRE ENCONTRE O
      *   HISTORICO ATIVO COMPLETO). OS ANOS ANTERIORES SAEM DO
      *   HISTORICO ATIVO EM VOLUMES DE ARQUIVO ANUAIS
      * - CADA EXECUCAO TRATA UM UNICO ANO, INFORMADO NO CARTAO DE
      *   CONTROLE, QUE JA TEM DE ESTAR FORA DA RETENCAO: OS REGISTROS
      *   DESSE ANO VAO PARA O VOLUME DO ANO (AUDHARQ, SEMPRE UM
      *   ARQUIVO NOVO) E TODOS OS DEMAIS PARA O HISTORICO ATIVO NOVO
      *   (AUDHNEW), NA MESMA ORDEM DE ACUMULACAO DO ORIGINAL. UM ANO
      *   FORA DA RETENCAO QUE AINDA FICOU NO HISTORICO ATIVO E
      *   APONTADO NO RELATORIO PARA UMA NOVA EXECUCAO COM O SEU ANO
      * - O HISTORICO ORIGINAL NAO E ALTERADO: A OPERACAO SO TROCA O
      *   AUDHFILE PELO AUDHNEW DEPOIS DO TERMINO LIMPO (MESMO PADRAO
      *   DA REORGANIZACAO DO CADASTRO), E O JOB RODA FORA DA JANELA
      *   DA ACUMULACAO NOTURNA
      * - PROVA: O RELATORIO DE RETENCAO (RETNRPT) MOSTRA, ANO A ANO,
      *   OS REGISTROS LIDOS, MANTIDOS E MOVIDOS. OS DOIS ARQUIVOS
      *   GRAVADOS SAO RELIDOS E RECONTADOS; A QUANTIDADE E O TOTAL
      *   DE CONTROLE DOS NUMEROS DE CLIENTE LIDOS TEM DE FECHAR COM
      *   A SOMA DOS MANTIDOS E MOVIDOS, E CADA ARQUIVO RELIDO COM O
      *   QUE FOI GRAVADO NELE. QUALQUER DIFERENCA ENCERRA O JOB COM
      *   CODIGO DE RETORNO 8, PARA QUE O HISTORICO NAO SEJA TROCADO
      *   SEM INVESTIGACAO
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDRETN.

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
      * ACUMULACAO
      *-----------------------------------------------------------------
           SELECT AUDIT-HISTORY ASSIGN TO "AUDHFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-AUDHFILE.
      *-----------------------------------------------------------------
      * AUDHNEW -> HISTORICO ATIVO NOVO, SEM O ANO MOVIDO PARA O
      * VOLUME DE ARQUIVO, QUE SUBSTITUI O AUDHFILE APOS A PROVA
      *-----------------------------------------------------------------
           SELECT NEW-HISTORY ASSIGN TO "AUDHNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-AUDHNEW.
      *-----------------------------------------------------------------
      * AUDHARQ -> VOLUME DE ARQUIVO DO ANO RETIRADO DO HISTORICO
      * ATIVO, NO MESMO LAYOUT AUDREG DO HISTORICO
      *-----------------------------------------------------------------
           SELECT ARCHIVE-VOLUME ASSIGN TO "AUDHARQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-AUDHARQ.
      *-----------------------------------------------------------------
      * RETNRPT -> RELATORIO DA RETENCAO, COM OS REGISTROS MANTIDOS E
      * MOVIDOS POR ANO E OS TOTAIS DE PROVA
      *-----------------------------------------------------------------
           SELECT REPORT-FILE ASSIGN TO "RETNRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-RETNRPT.
      *-----------------------------------------------------------------
      * SYSIN -> CARTAO DE CONTROLE COM A DATA DE EXECUCAO E O ANO A
      * RETIRAR DO HISTORICO ATIVO, LIDO UMA UNICA VEZ
      *-----------------------------------------------------------------
           SELECT CONTROL-CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-SYSIN.
      *-----------------------------------------------------------------
      * PARMFILE -> ARQUIVO DE PARAMETROS DE NEGOCIO, DE ONDE VEM A
      * QUANTIDADE DE ANOS DE RETENCAO DO HISTORICO ATIVO
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
      * AUDIT-HISTORY -> REGISTRO DO HISTORICO PERMANENTE ORIGINAL
      *-----------------------------------------------------------------
       FD  AUDIT-HISTORY
           LABEL RECORDS ARE OMITTED.
           COPY AUDREG.

      *-----------------------------------------------------------------
      * NEW-HISTORY -> REGISTRO DO HISTORICO ATIVO NOVO
      *-----------------------------------------------------------------
       FD  NEW-HISTORY
           LABEL RECORDS ARE OMITTED.
           COPY AUDREG REPLACING ==AL-REGISTRO-AUDITORIA==
               BY ==AL-REG-ATIVO==.

      *-----------------------------------------------------------------
      * ARCHIVE-VOLUME -> REGISTRO DO VOLUME DE ARQUIVO DO ANO
      *-----------------------------------------------------------------
       FD  ARCHIVE-VOLUME
           LABEL RECORDS ARE OMITTED.
           COPY AUDREG REPLACING ==AL-REGISTRO-AUDITORIA==
               BY ==AL-REG-VOLUME==.

      *-----------------------------------------------------------------
      * REPORT-FILE -> LINHA DO RELATORIO DA RETENCAO
      *-----------------------------------------------------------------
       FD  REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  RL-LINHA-RELATORIO         PIC X(120).

      *-----------------------------------------------------------------
      * CONTROL-CARD-FILE -> CARTAO DE CONTROLE (PARAMETROS DO JOB):
      * DATA DE EXECUCAO E ANO A MOVER PARA O VOLUME DE ARQUIVO
      *-----------------------------------------------------------------
       FD  CONTROL-CARD-FILE
           LABEL RECORDS ARE OMITTED.
       01  CC-CARTAO-CONTROLE.
           05 CC-DATA-EXECUCAO        PIC 9(08).
           05 CC-ANO-VOLUME           PIC 9(04).
           05 FILLER                  PIC X(68).

      *-----------------------------------------------------------------
      * PARAMETER-FILE -> CARTAO DO ARQUIVO DE PARAMETROS DE NEGOCIO
      *-----------------------------------------------------------------
       FD  PARAMETER-FILE
           LABEL RECORDS ARE OMITTED.
           COPY PARMREG.

       WORKING-STORAGE SECTION.

      *-----------------------------------------------------------------
      * CONTADORES E TOTAIS DE CONTROLE DA RETENCAO: QUANTIDADE DE
      * REGISTROS E SOMA DOS NUMEROS DE CLIENTE, NA LEITURA DO
      * ORIGINAL, NA GRAVACAO E NA RELEITURA DE CADA ARQUIVO NOVO
      *-----------------------------------------------------------------
       77  WS-QTDE-LIDOS               PIC 9(09) COMP VALUE ZERO.
       77  WS-QTDE-MANTIDOS            PIC 9(09) COMP VALUE ZERO.
       77  WS-QTDE-MOVIDOS             PIC 9(09) COMP VALUE ZERO.
       77  WS-QTDE-RELIDOS-ATIVO       PIC 9(09) COMP VALUE ZERO.
       77  WS-QTDE-RELIDOS-VOLUME      PIC 9(09) COMP VALUE ZERO.
       77  WS-SOMA-LIDOS               PIC 9(15) COMP-3 VALUE ZERO.
       77  WS-SOMA-MANTIDOS            PIC 9(15) COMP-3 VALUE ZERO.
       77  WS-SOMA-MOVIDOS             PIC 9(15) COMP-3 VALUE ZERO.
       77  WS-SOMA-RELIDOS-ATIVO       PIC 9(15) COMP-3 VALUE ZERO.
       77  WS-SOMA-RELIDOS-VOLUME      PIC 9(15) COMP-3 VALUE ZERO.
       77  WS-QTDE-PROVA               PIC 9(09) COMP VALUE ZERO.
       77  WS-SOMA-PROVA               PIC 9(15) COMP-3 VALUE ZERO.

      *-----------------------------------------------------------------
      * STATUS DE CADA ARQUIVO DO PROGRAMA, PARA TRATAMENTO DE ERRO
      *-----------------------------------------------------------------
       01  WS-STATUS-ARQUIVOS.
           05 WS-ST-AUDHFILE           PIC X(02) VALUE '00'.
           05 WS-ST-AUDHNEW            PIC X(02) VALUE '00'.
           05 WS-ST-AUDHARQ            PIC X(02) VALUE '00'.
           05 WS-ST-RETNRPT            PIC X(02) VALUE '00'.
           05 WS-ST-SYSIN              PIC X(02) VALUE '00'.
           05 WS-ST-PARMFILE           PIC X(02) VALUE '00'.

      *-----------------------------------------------------------------
      * INDICADORES DE CONTROLE DOS LACOS, DA CARGA DE PARAMETROS E
      * DO RESULTADO DA PROVA
      *-----------------------------------------------------------------
       01  WS-INDICADORES.
           05 WS-IND-FIM-ARQUIVO       PIC X(01) VALUE 'N'.
              88 WS-FIM-ARQUIVO        VALUE 'Y'.
           05 WS-IND-FIM-RELEITURA     PIC X(01) VALUE 'N'.
              88 WS-FIM-RELEITURA      VALUE 'Y'.
           05 WS-IND-FIM-PARAMETRO     PIC X(01) VALUE 'N'.
              88 WS-FIM-PARAMETRO      VALUE 'Y'.
           05 WS-IND-PARM-RETENCAO     PIC X(01) VALUE 'N'.
              88 WS-PARM-RETENCAO-OK   VALUE 'S'.
           05 WS-IND-DIVERGENCIA       PIC X(01) VALUE 'N'.
              88 WS-COM-DIVERGENCIA    VALUE 'S'.

      *-----------------------------------------------------------------
      * PARAMETROS DE EXECUCAO: DATA DE EXECUCAO E ANO DO VOLUME DO
      * CARTAO, ANOS DE RETENCAO DO PARMFILE E O PRIMEIRO ANO QUE
      * AINDA FICA NO HISTORICO ATIVO
      *-----------------------------------------------------------------
       01  WS-PARAMETROS-EXECUCAO.
           05 WS-DATA-EXECUCAO         PIC 9(08) VALUE ZERO.
           05 WS-DATA-EXECUCAO-R REDEFINES WS-DATA-EXECUCAO.
              10 WS-DE-ANO             PIC 9(04).
              10 WS-DE-MES             PIC 9(02).
              10 WS-DE-DIA             PIC 9(02).
           05 WS-ANO-VOLUME            PIC 9(04) VALUE ZERO.
           05 WS-ANOS-RETENCAO         PIC 9(03) VALUE ZERO.
           05 WS-ANO-RETIDO            PIC 9(04) VALUE ZERO.

      *-----------------------------------------------------------------
      * DATA DO REGISTRO DE AUDITORIA CORRENTE, DESMONTADA PARA
      * SEPARAR O ANO
      *-----------------------------------------------------------------
       01  WS-DATA-REGISTRO            PIC 9(08) VALUE ZERO.
       01  WS-DATA-REGISTRO-R REDEFINES WS-DATA-REGISTRO.
           05 WS-DR-ANO                PIC 9(04).
           05 WS-DR-MES                PIC 9(02).
           05 WS-DR-DIA                PIC 9(02).

      *-----------------------------------------------------------------
      * TABELA DE ACUMULACAO POR ANO DO MOVIMENTO: REGISTROS LIDOS,
      * MANTIDOS NO HISTORICO ATIVO E MOVIDOS PARA O VOLUME, NA ORDEM
      * EM QUE CADA ANO APARECE NO HISTORICO
      *-----------------------------------------------------------------
       77  WS-QTDE-ANOS                PIC 9(03) COMP VALUE ZERO.
       77  WS-AN-SUB                   PIC 9(03) COMP VALUE ZERO.
       77  WS-AN-ACHADO                PIC 9(03) COMP VALUE ZERO.

       01  WS-TABELA-ANOS.
           05 WS-ANO-ENTRADA OCCURS 100 TIMES.
              10 WS-AN-ANO             PIC 9(04).
              10 WS-AN-QTDE-LIDOS      PIC 9(09) COMP.
              10 WS-AN-QTDE-MANTIDOS   PIC 9(09) COMP.
              10 WS-AN-QTDE-MOVIDOS    PIC 9(09) COMP.

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
      * LAYOUT DA LINHA DE PARAMETRO DO CABECALHO (ANOS)
      *-----------------------------------------------------------------
       01  WS-LINHA-PARAMETRO.
           05 FILLER                  PIC X(05) VALUE SPACES.
           05 WS-LR-DESCRICAO         PIC X(50) VALUE SPACES.
           05 WS-LR-VALOR             PIC 9(04).
           05 FILLER                  PIC X(61) VALUE SPACES.

      *-----------------------------------------------------------------
      * LAYOUTS DAS LINHAS DO QUADRO POR ANO: TITULOS DAS COLUNAS E
      * UMA LINHA POR ANO COM LIDOS, MANTIDOS, MOVIDOS E OBSERVACAO
      *-----------------------------------------------------------------
       01  WS-LINHA-COLUNAS-ANO.
           05 FILLER                  PIC X(05) VALUE SPACES.
           05 FILLER                  PIC X(09) VALUE 'ANO'.
           05 FILLER                  PIC X(13) VALUE '       LIDOS'.
           05 FILLER                  PIC X(13) VALUE '    MANTIDOS'.
           05 FILLER                  PIC X(13) VALUE '     MOVIDOS'.
           05 FILLER                  PIC X(67) VALUE SPACES.

       01  WS-LINHA-ANO.
           05 FILLER                  PIC X(05) VALUE SPACES.
           05 WS-LA-ANO               PIC X(05).
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 WS-LA-QTDE-LIDOS-ED     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LA-QTDE-MANTIDOS-ED  PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LA-QTDE-MOVIDOS-ED   PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LA-OBSERVACAO        PIC X(40) VALUE SPACES.
           05 FILLER                  PIC X(27) VALUE SPACES.

      *-----------------------------------------------------------------
      * LAYOUT DA LINHA DE TOTAIS ESCRITA AO FINAL DO RELATORIO
      *-----------------------------------------------------------------
       01  WS-LINHA-TOTAIS.
           05 FILLER                  PIC X(05) VALUE SPACES.
           05 WS-LT-DESCRICAO         PIC X(50) VALUE SPACES.
           05 WS-LT-QTDE-ED           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(54) VALUE SPACES.

      *-----------------------------------------------------------------
      * LAYOUT DA LINHA DE PROVA: QUANTIDADE E TOTAL DE CONTROLE DOS
      * NUMEROS DE CLIENTE DOS DOIS LADOS CONFERIDOS
      *-----------------------------------------------------------------
       01  WS-LINHA-PROVA.
           05 FILLER                  PIC X(05) VALUE SPACES.
           05 WS-LP-DESCRICAO         PIC X(30) VALUE SPACES.
           05 WS-LP-QTDE-ESPERADA-ED  PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-LP-QTDE-APURADA-ED   PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LP-SOMA-ESPERADA-ED  PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-LP-SOMA-APURADA-ED   PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LP-RESULTADO         PIC X(11) VALUE SPACES.
           05 FILLER                  PIC X(06) VALUE SPACES.

      ******************************************************************
      * PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           OPEN INPUT AUDIT-HISTORY.
           IF WS-ST-AUDHFILE NOT = '00'
               MOVE 'AUDIT-HISTORY' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AUDHFILE TO WS-ERRO-STATUS
               MOVE '0000-MAINLINE' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           OPEN OUTPUT NEW-HISTORY.
           IF WS-ST-AUDHNEW NOT = '00'
               MOVE 'NEW-HISTORY' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AUDHNEW TO WS-ERRO-STATUS
               MOVE '0000-MAINLINE' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           OPEN OUTPUT ARCHIVE-VOLUME.
           IF WS-ST-AUDHARQ NOT = '00'
               MOVE 'ARCHIVE-VOLUME' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AUDHARQ TO WS-ERRO-STATUS
               MOVE '0000-MAINLINE' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-ST-RETNRPT NOT = '00'
               MOVE 'REPORT-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-RETNRPT TO WS-ERRO-STATUS
               MOVE '0000-MAINLINE' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           PERFORM 4000-GRAVAR-CABECALHO THRU 4000-EXIT.
           PERFORM 3000-SEPARAR-REGISTRO THRU 3000-EXIT
               UNTIL WS-FIM-ARQUIVO.
           CLOSE AUDIT-HISTORY.
           IF WS-ST-AUDHFILE NOT = '00'
               MOVE 'AUDIT-HISTORY' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AUDHFILE TO WS-ERRO-STATUS
               MOVE '0000-MAINLINE' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           CLOSE NEW-HISTORY.
           IF WS-ST-AUDHNEW NOT = '00'
               MOVE 'NEW-HISTORY' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AUDHNEW TO WS-ERRO-STATUS
               MOVE '0000-MAINLINE' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           CLOSE ARCHIVE-VOLUME.
           IF WS-ST-AUDHARQ NOT = '00'
               MOVE 'ARCHIVE-VOLUME' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AUDHARQ TO WS-ERRO-STATUS
               MOVE '0000-MAINLINE' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           PERFORM 5000-RECONTAR-ATIVO THRU 5000-EXIT.
           PERFORM 5100-RECONTAR-VOLUME THRU 5100-EXIT.
           PERFORM 9000-IMPRIMIR-TOTAIS THRU 9000-EXIT.
           CLOSE REPORT-FILE.
           IF WS-ST-RETNRPT NOT = '00'
               MOVE 'REPORT-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-RETNRPT TO WS-ERRO-STATUS
               MOVE '0000-MAINLINE' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           IF WS-COM-DIVERGENCIA
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *=================================================================
      * 1000-INICIALIZAR
      * LE O CARTAO DE CONTROLE (SYSIN) UMA UNICA VEZ NO INICIO DO
      * JOB, CARREGA OS ANOS DE RETENCAO E CONFERE QUE O ANO PEDIDO
      * NO CARTAO JA ESTA FORA DA RETENCAO DO HISTORICO ATIVO
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
                   OR CC-ANO-VOLUME NOT NUMERIC
                   OR CC-ANO-VOLUME = ZERO
               MOVE 'CONTROL-CARD-FILE' TO WS-ERRO-ARQUIVO
               MOVE 'CC' TO WS-ERRO-STATUS
               MOVE '1000-INICIALIZAR' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           MOVE CC-DATA-EXECUCAO TO WS-DATA-EXECUCAO.
           MOVE CC-ANO-VOLUME TO WS-ANO-VOLUME.
           PERFORM 1300-CARREGAR-PARAMETROS THRU 1300-EXIT.
           COMPUTE WS-ANO-RETIDO = WS-DE-ANO - WS-ANOS-RETENCAO.
           IF WS-ANO-VOLUME NOT < WS-ANO-RETIDO
               DISPLAY 'AUDRETN - ANO AINDA DENTRO DA RETENCAO: '
                   CC-ANO-VOLUME
               MOVE 'CONTROL-CARD-FILE' TO WS-ERRO-ARQUIVO
               MOVE 'CR' TO WS-ERRO-STATUS
               MOVE '1000-INICIALIZAR' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
       1000-EXIT.
           EXIT.

      *=================================================================
      * 1300-CARREGAR-PARAMETROS
      * CARREGA DO ARQUIVO DE PARAMETROS DE NEGOCIO A QUANTIDADE DE
      * ANOS DE RETENCAO DO HISTORICO ATIVO. OS DEMAIS PARAMETROS E A
      * TABELA DE UF PERTENCEM A OUTROS PROGRAMAS E SAO IGNORADOS
      * AQUI. ARQUIVO AUSENTE, PARAMETRO AUSENTE OU RETENCAO MENOR
      * QUE UM ANO DERRUBAM O JOB NA PARTIDA
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
           IF NOT WS-PARM-RETENCAO-OK
                   OR WS-ANOS-RETENCAO = ZERO
               DISPLAY 'AUDRETN - PARAMETRO OBRIGATORIO AUSENTE'
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
      * ANOS DE RETENCAO DO HISTORICO; OS DEMAIS CARTOES SAO
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
           IF PR-NOME-PARAMETRO NOT = 'ANOS-RETENCAO-HIST'
               GO TO 1310-EXIT
           END-IF.
           IF PR-VALOR-NUMERICO NOT NUMERIC
               DISPLAY 'AUDRETN - PARAMETRO INVALIDO: '
                   PR-NOME-PARAMETRO
               MOVE 'PARAMETER-FILE' TO WS-ERRO-ARQUIVO
               MOVE 'PV' TO WS-ERRO-STATUS
               MOVE '1310-LER-PARAMETRO' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           MOVE PR-VALOR-NUMERICO TO WS-ANOS-RETENCAO.
           MOVE 'S' TO WS-IND-PARM-RETENCAO.
       1310-EXIT.
           EXIT.

      *=================================================================
      * 3000-SEPARAR-REGISTRO
      * CORPO DO LACO PRINCIPAL: LE O PROXIMO REGISTRO DO HISTORICO
      * ORIGINAL E O GRAVA NO VOLUME DE ARQUIVO, QUANDO E DO ANO DO
      * CARTAO, OU NO HISTORICO ATIVO NOVO, ACUMULANDO NO ANO
      *=================================================================
       3000-SEPARAR-REGISTRO.
           PERFORM 3100-LER-HISTORICO THRU 3100-EXIT.
           IF WS-FIM-ARQUIVO
               GO TO 3000-EXIT
           END-IF.
           MOVE AL-DATA-MOVIMENTO OF AL-REGISTRO-AUDITORIA
               TO WS-DATA-REGISTRO.
           PERFORM 3200-LOCALIZAR-ANO THRU 3200-EXIT.
           ADD 1 TO WS-AN-QTDE-LIDOS (WS-AN-ACHADO).
           IF WS-DR-ANO = WS-ANO-VOLUME
               PERFORM 3400-GRAVAR-VOLUME THRU 3400-EXIT
           ELSE
               PERFORM 3300-GRAVAR-ATIVO THRU 3300-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      *=================================================================
      * 3100-LER-HISTORICO
      * LE O PROXIMO REGISTRO DO HISTORICO ORIGINAL
      *=================================================================
       3100-LER-HISTORICO.
           READ AUDIT-HISTORY
               AT END
                   MOVE 'Y' TO WS-IND-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WS-QTDE-LIDOS
                   ADD AL-NUMERO-CLIENTE OF AL-REGISTRO-AUDITORIA
                       TO WS-SOMA-LIDOS
           END-READ.
           IF WS-ST-AUDHFILE NOT = '00' AND WS-ST-AUDHFILE NOT = '10'
               MOVE 'AUDIT-HISTORY' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AUDHFILE TO WS-ERRO-STATUS
               MOVE '3100-LER-HISTORICO' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
       3100-EXIT.
           EXIT.

      *=================================================================
      * 3200-LOCALIZAR-ANO
      * PROCURA O ANO DO REGISTRO CORRENTE NA TABELA DE ACUMULACAO
      * POR ANO E, SE AINDA NAO ACUMULADO, ABRE UMA ENTRADA NOVA COM
      * OS CONTADORES ZERADOS. A POSICAO ENCONTRADA (OU ABERTA) FICA
      * EM WS-AN-ACHADO PARA QUEM PERFORMA ESTE PARAGRAFO
      *=================================================================
       3200-LOCALIZAR-ANO.
           MOVE ZERO TO WS-AN-ACHADO.
           PERFORM 3210-PROCURAR-ANO THRU 3210-EXIT
               VARYING WS-AN-SUB FROM 1 BY 1
               UNTIL WS-AN-SUB > WS-QTDE-ANOS
                   OR WS-AN-ACHADO > ZERO.
           IF WS-AN-ACHADO = ZERO
               IF WS-QTDE-ANOS NOT < 100
                   DISPLAY 'AUDRETN - TABELA DE ANOS EXCEDIDA'
                   MOVE 'WS-TABELA-ANOS' TO WS-ERRO-ARQUIVO
                   MOVE 'AN' TO WS-ERRO-STATUS
                   MOVE '3200-LOCALIZAR-ANO' TO WS-ERRO-PARAGRAFO
                   GO TO 9900-FILE-ERROR
               END-IF
               ADD 1 TO WS-QTDE-ANOS
               MOVE WS-QTDE-ANOS TO WS-AN-ACHADO
               MOVE WS-DR-ANO TO WS-AN-ANO (WS-AN-ACHADO)
               MOVE ZERO TO WS-AN-QTDE-LIDOS (WS-AN-ACHADO)
               MOVE ZERO TO WS-AN-QTDE-MANTIDOS (WS-AN-ACHADO)
               MOVE ZERO TO WS-AN-QTDE-MOVIDOS (WS-AN-ACHADO)
           END-IF.
       3200-EXIT.
           EXIT.

      *=================================================================
      * 3210-PROCURAR-ANO
      * COMPARA O ANO PROCURADO COM UMA ENTRADA DA TABELA DE
      * ACUMULACAO POR ANO
      *=================================================================
       3210-PROCURAR-ANO.
           IF WS-AN-ANO (WS-AN-SUB) = WS-DR-ANO
               MOVE WS-AN-SUB TO WS-AN-ACHADO
           END-IF.
       3210-EXIT.
           EXIT.

      *=================================================================
      * 3300-GRAVAR-ATIVO
      * GRAVA O REGISTRO CORRENTE NO HISTORICO ATIVO NOVO
      *=================================================================
       3300-GRAVAR-ATIVO.
           WRITE AL-REG-ATIVO FROM AL-REGISTRO-AUDITORIA.
           IF WS-ST-AUDHNEW NOT = '00'
               MOVE 'NEW-HISTORY' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AUDHNEW TO WS-ERRO-STATUS
               MOVE '3300-GRAVAR-ATIVO' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           ADD 1 TO WS-QTDE-MANTIDOS.
           ADD AL-NUMERO-CLIENTE OF AL-REGISTRO-AUDITORIA
               TO WS-SOMA-MANTIDOS.
           ADD 1 TO WS-AN-QTDE-MANTIDOS (WS-AN-ACHADO).
       3300-EXIT.
           EXIT.

      *=================================================================
      * 3400-GRAVAR-VOLUME
      * GRAVA O REGISTRO CORRENTE NO VOLUME DE ARQUIVO DO ANO
      *=================================================================
       3400-GRAVAR-VOLUME.
           WRITE AL-REG-VOLUME FROM AL-REGISTRO-AUDITORIA.
           IF WS-ST-AUDHARQ NOT = '00'
               MOVE 'ARCHIVE-VOLUME' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AUDHARQ TO WS-ERRO-STATUS
               MOVE '3400-GRAVAR-VOLUME' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           ADD 1 TO WS-QTDE-MOVIDOS.
           ADD AL-NUMERO-CLIENTE OF AL-REGISTRO-AUDITORIA
               TO WS-SOMA-MOVIDOS.
           ADD 1 TO WS-AN-QTDE-MOVIDOS (WS-AN-ACHADO).
       3400-EXIT.
           EXIT.

      *=================================================================
      * 4000-GRAVAR-CABECALHO
      * GRAVA O CABECALHO DO RELATORIO COM A DATA DE EXECUCAO, O ANO
      * MOVIDO, OS ANOS DE RETENCAO E O PRIMEIRO ANO MANTIDO
      *=================================================================
       4000-GRAVAR-CABECALHO.
           MOVE 'RETENCAO DO HISTORICO DE AUDITORIA'
               TO WS-LC-TITULO.
           MOVE WS-DATA-EXECUCAO TO WS-LC-DATA.
           MOVE WS-LINHA-CABECALHO TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.
           MOVE SPACES TO WS-LINHA-PARAMETRO.
           MOVE 'ANO MOVIDO PARA O VOLUME DE ARQUIVO.....:'
               TO WS-LR-DESCRICAO.
           MOVE WS-ANO-VOLUME TO WS-LR-VALOR.
           MOVE WS-LINHA-PARAMETRO TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.
           MOVE SPACES TO WS-LINHA-PARAMETRO.
           MOVE 'ANOS DE RETENCAO ALEM DO ANO CORRENTE...:'
               TO WS-LR-DESCRICAO.
           MOVE WS-ANOS-RETENCAO TO WS-LR-VALOR.
           MOVE WS-LINHA-PARAMETRO TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.
           MOVE SPACES TO WS-LINHA-PARAMETRO.
           MOVE 'PRIMEIRO ANO RETIDO NO HISTORICO ATIVO..:'
               TO WS-LR-DESCRICAO.
           MOVE WS-ANO-RETIDO TO WS-LR-VALOR.
           MOVE WS-LINHA-PARAMETRO TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.
       4000-EXIT.
           EXIT.

      *=================================================================
      * 4100-GRAVAR-LINHA
      * GRAVA NO RELATORIO DA RETENCAO A LINHA JA MONTADA EM
      * RL-LINHA-RELATORIO, COM O TRATAMENTO DE ERRO PADRAO
      *=================================================================
       4100-GRAVAR-LINHA.
           WRITE RL-LINHA-RELATORIO.
           IF WS-ST-RETNRPT NOT = '00'
               MOVE 'REPORT-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-RETNRPT TO WS-ERRO-STATUS
               MOVE '4100-GRAVAR-LINHA' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
       4100-EXIT.
           EXIT.

      *=================================================================
      * 5000-RECONTAR-ATIVO
      * RELE O HISTORICO ATIVO NOVO JA FECHADO E RECONTA A
      * QUANTIDADE DE REGISTROS E O TOTAL DE CONTROLE DOS NUMEROS DE
      * CLIENTE, PARA A PROVA CONTRA O QUE FOI GRAVADO
      *=================================================================
       5000-RECONTAR-ATIVO.
           MOVE 'N' TO WS-IND-FIM-RELEITURA.
           OPEN INPUT NEW-HISTORY.
           IF WS-ST-AUDHNEW NOT = '00'
               MOVE 'NEW-HISTORY' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AUDHNEW TO WS-ERRO-STATUS
               MOVE '5000-RECONTAR-ATIVO' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           PERFORM 5010-RELER-ATIVO THRU 5010-EXIT
               UNTIL WS-FIM-RELEITURA.
           CLOSE NEW-HISTORY.
           IF WS-ST-AUDHNEW NOT = '00'
               MOVE 'NEW-HISTORY' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AUDHNEW TO WS-ERRO-STATUS
               MOVE '5000-RECONTAR-ATIVO' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
       5000-EXIT.
           EXIT.

      *=================================================================
      * 5010-RELER-ATIVO
      * LE O PROXIMO REGISTRO DO HISTORICO ATIVO NOVO E O ACUMULA NA
      * RECONTAGEM
      *=================================================================
       5010-RELER-ATIVO.
           READ NEW-HISTORY
               AT END
                   MOVE 'Y' TO WS-IND-FIM-RELEITURA
               NOT AT END
                   ADD 1 TO WS-QTDE-RELIDOS-ATIVO
                   ADD AL-NUMERO-CLIENTE OF AL-REG-ATIVO
                       TO WS-SOMA-RELIDOS-ATIVO
           END-READ.
           IF WS-ST-AUDHNEW NOT = '00' AND WS-ST-AUDHNEW NOT = '10'
               MOVE 'NEW-HISTORY' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AUDHNEW TO WS-ERRO-STATUS
               MOVE '5010-RELER-ATIVO' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
       5010-EXIT.
           EXIT.

      *=================================================================
      * 5100-RECONTAR-VOLUME
      * RELE O VOLUME DE ARQUIVO JA FECHADO E RECONTA A QUANTIDADE DE
      * REGISTROS E O TOTAL DE CONTROLE DOS NUMEROS DE CLIENTE, PARA
      * A PROVA CONTRA O QUE FOI GRAVADO
      *=================================================================
       5100-RECONTAR-VOLUME.
           MOVE 'N' TO WS-IND-FIM-RELEITURA.
           OPEN INPUT ARCHIVE-VOLUME.
           IF WS-ST-AUDHARQ NOT = '00'
               MOVE 'ARCHIVE-VOLUME' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AUDHARQ TO WS-ERRO-STATUS
               MOVE '5100-RECONTAR-VOLUME' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           PERFORM 5110-RELER-VOLUME THRU 5110-EXIT
               UNTIL WS-FIM-RELEITURA.
           CLOSE ARCHIVE-VOLUME.
           IF WS-ST-AUDHARQ NOT = '00'
               MOVE 'ARCHIVE-VOLUME' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AUDHARQ TO WS-ERRO-STATUS
               MOVE '5100-RECONTAR-VOLUME' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
       5100-EXIT.
           EXIT.

      *=================================================================
      * 5110-RELER-VOLUME
      * LE O PROXIMO REGISTRO DO VOLUME DE ARQUIVO E O ACUMULA NA
      * RECONTAGEM
      *=================================================================
       5110-RELER-VOLUME.
           READ ARCHIVE-VOLUME
               AT END
                   MOVE 'Y' TO WS-IND-FIM-RELEITURA
               NOT AT END
                   ADD 1 TO WS-QTDE-RELIDOS-VOLUME
                   ADD AL-NUMERO-CLIENTE OF AL-REG-VOLUME
                       TO WS-SOMA-RELIDOS-VOLUME
           END-READ.
           IF WS-ST-AUDHARQ NOT = '00' AND WS-ST-AUDHARQ NOT = '10'
               MOVE 'ARCHIVE-VOLUME' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AUDHARQ TO WS-ERRO-STATUS
               MOVE '5110-RELER-VOLUME' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
       5110-EXIT.
           EXIT.

      *=================================================================
      * 9000-IMPRIMIR-TOTAIS
      * ESCREVE AO FINAL DO RELATORIO O QUADRO DE REGISTROS LIDOS,
      * MANTIDOS E MOVIDOS POR ANO, COM A LINHA DE TOTAL, E AS
      * PROVAS DE QUE NENHUM REGISTRO SE PERDEU
      *=================================================================
       9000-IMPRIMIR-TOTAIS.
           MOVE SPACES TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.
           MOVE WS-LINHA-COLUNAS-ANO TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.
           PERFORM 9100-IMPRIMIR-ANO THRU 9100-EXIT
               VARYING WS-AN-SUB FROM 1 BY 1
               UNTIL WS-AN-SUB > WS-QTDE-ANOS.
           MOVE SPACES TO WS-LINHA-ANO.
           MOVE 'TOTAL' TO WS-LA-ANO.
           MOVE WS-QTDE-LIDOS TO WS-LA-QTDE-LIDOS-ED.
           MOVE WS-QTDE-MANTIDOS TO WS-LA-QTDE-MANTIDOS-ED.
           MOVE WS-QTDE-MOVIDOS TO WS-LA-QTDE-MOVIDOS-ED.
           MOVE WS-LINHA-ANO TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.

           MOVE SPACES TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.
           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'QUANTIDADE DE ANOS NO HISTORICO ORIGINAL:'
               TO WS-LT-DESCRICAO.
           MOVE WS-QTDE-ANOS TO WS-LT-QTDE-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.

           PERFORM 9200-PROVAR-TOTAIS THRU 9200-EXIT.
       9000-EXIT.
           EXIT.

      *=================================================================
      * 9100-IMPRIMIR-ANO
      * IMPRIME A LINHA DO ANO CORRENTE DA TABELA, APONTANDO O ANO
      * MOVIDO NESTA EXECUCAO E O ANO FORA DA RETENCAO QUE AINDA
      * FICOU NO HISTORICO ATIVO
      *=================================================================
       9100-IMPRIMIR-ANO.
           MOVE SPACES TO WS-LINHA-ANO.
           MOVE WS-AN-ANO (WS-AN-SUB) TO WS-LA-ANO.
           MOVE WS-AN-QTDE-LIDOS (WS-AN-SUB) TO WS-LA-QTDE-LIDOS-ED.
           MOVE WS-AN-QTDE-MANTIDOS (WS-AN-SUB)
               TO WS-LA-QTDE-MANTIDOS-ED.
           MOVE WS-AN-QTDE-MOVIDOS (WS-AN-SUB)
               TO WS-LA-QTDE-MOVIDOS-ED.
           IF WS-AN-ANO (WS-AN-SUB) = WS-ANO-VOLUME
               MOVE 'MOVIDO PARA O VOLUME DE ARQUIVO'
                   TO WS-LA-OBSERVACAO
           ELSE
               IF WS-AN-ANO (WS-AN-SUB) < WS-ANO-RETIDO
                   MOVE 'FORA DA RETENCAO - RODAR PARA ESTE ANO'
                       TO WS-LA-OBSERVACAO
               END-IF
           END-IF.
           MOVE WS-LINHA-ANO TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.
       9100-EXIT.
           EXIT.

      *=================================================================
      * 9200-PROVAR-TOTAIS
      * CONFERE, EM QUANTIDADE E EM TOTAL DE CONTROLE DOS NUMEROS DE
      * CLIENTE: O HISTORICO ORIGINAL CONTRA A SOMA DOS MANTIDOS E
      * MOVIDOS, O HISTORICO ATIVO NOVO RELIDO CONTRA OS MANTIDOS E
      * O VOLUME RELIDO CONTRA OS MOVIDOS. QUALQUER DIFERENCA MARCA O
      * JOB PARA TERMINAR COM CODIGO DE RETORNO 8
      *=================================================================
       9200-PROVAR-TOTAIS.
           MOVE SPACES TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.

           COMPUTE WS-QTDE-PROVA = WS-QTDE-MANTIDOS + WS-QTDE-MOVIDOS.
           COMPUTE WS-SOMA-PROVA = WS-SOMA-MANTIDOS + WS-SOMA-MOVIDOS.
           MOVE SPACES TO WS-LINHA-PROVA.
           MOVE 'LIDOS X MANTIDOS + MOVIDOS...:' TO WS-LP-DESCRICAO.
           MOVE WS-QTDE-LIDOS TO WS-LP-QTDE-ESPERADA-ED.
           MOVE WS-QTDE-PROVA TO WS-LP-QTDE-APURADA-ED.
           MOVE WS-SOMA-LIDOS TO WS-LP-SOMA-ESPERADA-ED.
           MOVE WS-SOMA-PROVA TO WS-LP-SOMA-APURADA-ED.
           IF WS-QTDE-LIDOS = WS-QTDE-PROVA
                   AND WS-SOMA-LIDOS = WS-SOMA-PROVA
               MOVE 'CONFERE' TO WS-LP-RESULTADO
           ELSE
               MOVE 'DIVERGENCIA' TO WS-LP-RESULTADO
               MOVE 'S' TO WS-IND-DIVERGENCIA
           END-IF.
           MOVE WS-LINHA-PROVA TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.

           MOVE SPACES TO WS-LINHA-PROVA.
           MOVE 'MANTIDOS X ATIVO NOVO RELIDO.:' TO WS-LP-DESCRICAO.
           MOVE WS-QTDE-MANTIDOS TO WS-LP-QTDE-ESPERADA-ED.
           MOVE WS-QTDE-RELIDOS-ATIVO TO WS-LP-QTDE-APURADA-ED.
           MOVE WS-SOMA-MANTIDOS TO WS-LP-SOMA-ESPERADA-ED.
           MOVE WS-SOMA-RELIDOS-ATIVO TO WS-LP-SOMA-APURADA-ED.
           IF WS-QTDE-MANTIDOS = WS-QTDE-RELIDOS-ATIVO
                   AND WS-SOMA-MANTIDOS = WS-SOMA-RELIDOS-ATIVO
               MOVE 'CONFERE' TO WS-LP-RESULTADO
           ELSE
               MOVE 'DIVERGENCIA' TO WS-LP-RESULTADO
               MOVE 'S' TO WS-IND-DIVERGENCIA
           END-IF.
           MOVE WS-LINHA-PROVA TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.

           MOVE SPACES TO WS-LINHA-PROVA.
           MOVE 'MOVIDOS X VOLUME RELIDO......:' TO WS-LP-DESCRICAO.
           MOVE WS-QTDE-MOVIDOS TO WS-LP-QTDE-ESPERADA-ED.
           MOVE WS-QTDE-RELIDOS-VOLUME TO WS-LP-QTDE-APURADA-ED.
           MOVE WS-SOMA-MOVIDOS TO WS-LP-SOMA-ESPERADA-ED.
           MOVE WS-SOMA-RELIDOS-VOLUME TO WS-LP-SOMA-APURADA-ED.
           IF WS-QTDE-MOVIDOS = WS-QTDE-RELIDOS-VOLUME
                   AND WS-SOMA-MOVIDOS = WS-SOMA-RELIDOS-VOLUME
               MOVE 'CONFERE' TO WS-LP-RESULTADO
           ELSE
               MOVE 'DIVERGENCIA' TO WS-LP-RESULTADO
               MOVE 'S' TO WS-IND-DIVERGENCIA
           END-IF.
           MOVE WS-LINHA-PROVA TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.

           IF WS-COM-DIVERGENCIA
               MOVE SPACES TO WS-LINHA-TOTAIS
               MOVE 'DIVERGENCIA - NAO SUBSTITUIR O AUDHFILE'
                   TO WS-LT-DESCRICAO
               MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO
               PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT
           END-IF.
       9200-EXIT.
           EXIT.

      *=================================================================
      * 9900-FILE-ERROR
      * PARAGRAFO UNICO DE TRATAMENTO DE ERRO DE ARQUIVO, COMPARTILHADO
      * POR TODOS OS ARQUIVOS DO PROGRAMA. EXIBE O STATUS RECEBIDO E
      * ENCERRA O JOB DE FORMA CONTROLADA (ABEND)
      *=================================================================
       9900-FILE-ERROR.
           DISPLAY 'AUDRETN - ERRO DE ARQUIVO DETECTADO'.
           DISPLAY 'ARQUIVO.....: ' WS-ERRO-ARQUIVO.
           DISPLAY 'STATUS......: ' WS-ERRO-STATUS.
           DISPLAY 'PARAGRAFO...: ' WS-ERRO-PARAGRAFO.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM AUDRETN.
