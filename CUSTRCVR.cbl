      ******************************************************************
      * IDENTIFICATION DIVISION
      *
      * - CUSTRCVR E O UTILITARIO DE RECUPERACAO DO CADASTRO MESTRE DE
      *   CLIENTES (CUSTMAST) POR APLICACAO DA TRILHA DE AUDITORIA
      *   SOBRE A ULTIMA DESCARGA BOA (FORWARD RECOVERY)
      * - O CADASTRO E ATUALIZADO NO LUGAR PELO PROCESSAMENTO NOTURNO,
      *   PELA TRANSACAO ONLINE E PELA RESTAURACAO DE ARQUIVADOS; A
      *   UNICA COPIA DE SEGURANCA E A DESCARGA MENSAL DA
      *   REORGANIZACAO (CUSTUNLD), E ATE AQUI UM CADASTRO DANIFICADO
      *   NO MEIO DO MES SO PODIA VOLTAR PARA A POSICAO DA DESCARGA,
      *   PERDENDO TODO O MOVIMENTO POSTERIOR
      * - ESTE PROGRAMA RECARREGA A DESCARGA NUM CADASTRO INDEXADO
      *   NOVO (CUSTNEW) E APLICA SOBRE ELE, NA ORDEM DE CLIENTE E
      *   DATA/HORA, AS IMAGENS DEPOIS DE TODOS OS REGISTROS DO
      *   HISTORICO DE AUDITORIA (AUDHFILE) E DA TRILHA CORRENTE
      *   (AUDITLOG) POSTERIORES AO MOMENTO DA DESCARGA E ATE O
      *   MOMENTO DE CORTE INFORMADOS NO CARTAO DE CONTROLE. A
      *   EXCLUSAO ('D', INCLUSIVE A RETIRADA PARA O ARQUIVO MORTO NO
      *   FECHAMENTO MENSAL) APAGA O CLIENTE; O REGISTRO SEM IMAGEM
      *   ANTES (INCLUSAO E RESTAURACAO DE ARQUIVADO) INCLUI O
      *   CLIENTE; OS DEMAIS REGRAVAM O CLIENTE COM A IMAGEM DEPOIS
      * - A TRILHA CORRENTE PODE JA ESTAR ACUMULADA NO HISTORICO
      *   (ENTRE A ACUMULACAO E O PROCESSAMENTO NOTURNO SEGUINTE); OS
      *   REGISTROS DELA QUE NAO SAO POSTERIORES AO ULTIMO REGISTRO DO
      *   HISTORICO SAO DESPREZADOS, PARA NAO APLICAR DUAS VEZES
      * - O REGISTRO DE AUDITORIA QUE NAO PODE SER APLICADO (CLIENTE
      *   INEXISTENTE PARA ALTERACAO OU EXCLUSAO, CLIENTE JA EXISTENTE
      *   PARA INCLUSAO, IMAGEM AUSENTE OU DE OUTRO CLIENTE) E LISTADO
      *   NO RELATORIO E ENCERRA O JOB COM CODIGO DE RETORNO DIFERENTE
      *   DE ZERO
      * - AO FINAL O CADASTRO NOVO E RECONTADO E O SALDO TOTAL TEM DE
      *   FECHAR COM O SALDO DA DESCARGA MAIS A MOVIMENTACAO APLICADA;
      *   A MOVIMENTACAO LIQUIDA DA TRILHA CORRENTE E APURADA PELA
      *   MESMA REGRA DA CONCILIACAO DIARIA, SO COM OS REGISTROS DO
      *   PROCESSAMENTO NOTURNO (JOB 'PROG001'), E IMPRESSA AO LADO DO
      *   VALOR TOTAL DA PASSAGEM DE TOTAIS CTLHAND, E A CONFERENCIA
      *   DAS DUAS PODE SER EXIGIDA PELO CARTAO DE CONTROLE. A
      *   MOVIMENTACAO DOS DEMAIS JOBS NA TRILHA (ONLINE, RESTAURACAO
      *   DE ARQUIVADOS, FECHAMENTO MENSAL) SAI NUMA LINHA A PARTE
      * - A RECARGA COMPLETA DO CADASTRO PELO PROCESSAMENTO NOTURNO
      *   (MODO F) NAO DEIXA TRILHA DE AUDITORIA E NAO PODE SER
      *   REAPLICADA: DEPOIS DE TODA RECARGA COMPLETA UMA NOVA DESCARGA
      *   (CUSTUNLD) TEM DE SER TIRADA. O PROGRAMA PROCURA NO CONTROLE
      *   DE EXECUCAO (RUNCTL) O PROCESSAMENTO NOTURNO EM MODO F
      *   INICIADO DEPOIS DA DESCARGA E ATE O CORTE, E RECUSA A
      *   RECUPERACAO SE ACHAR UM
      * - COMO NA REORGANIZACAO, A OPERACAO SO RENOMEIA O CUSTNEW
      *   PARA CUSTMAST DEPOIS QUE OS TOTAIS FECHAM. AS MARCAS DE
      *   DORMENCIA LIGADAS PELA VARREDURA SEM TRILHA DE AUDITORIA SAO
      *   RECALCULADAS NA PROXIMA VARREDURA
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTRCVR.

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
      * CUSTUNLD -> ULTIMA DESCARGA BOA DO CADASTRO MESTRE, GRAVADA
      * PELA REORGANIZACAO NO LAYOUT DO REGISTRO VIVO (CUSTREG)
      *-----------------------------------------------------------------
           SELECT UNLOAD-FILE ASSIGN TO "CUSTUNLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-CUSTUNLD.
      *-----------------------------------------------------------------
      * CUSTNEW -> CADASTRO INDEXADO NOVO, RECARREGADO DA DESCARGA E
      * ATUALIZADO PELA TRILHA DE AUDITORIA; A OPERACAO O RENOMEIA
      * PARA CUSTMAST DEPOIS QUE OS TOTAIS FECHAM
      *-----------------------------------------------------------------
           SELECT NEW-MASTER ASSIGN TO "CUSTNEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NM-NUMERO-CLIENTE
               FILE STATUS IS WS-ST-CUSTNEW.
      *-----------------------------------------------------------------
      * AUDHFILE -> HISTORICO PERMANENTE DE AUDITORIA, ACUMULADO
      * DIARIAMENTE A PARTIR DA TRILHA AUDITLOG
      *-----------------------------------------------------------------
           SELECT AUDIT-HISTORY ASSIGN TO "AUDHFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-AUDHFILE.
      *-----------------------------------------------------------------
      * AUDITLOG -> TRILHA DE AUDITORIA CORRENTE (ULTIMO PROCESSAMENTO
      * NOTURNO MAIS OS REGISTROS ONLINE E DE RESTAURACAO DO DIA);
      * QUANDO NAO EXISTE, A RECUPERACAO USA SOMENTE O HISTORICO
      *-----------------------------------------------------------------
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-AUDITLOG.
      *-----------------------------------------------------------------
      * SRTWK01 -> AREA DE TRABALHO DA ORDENACAO DA AUDITORIA
      *-----------------------------------------------------------------
           SELECT SORT-WORK-FILE ASSIGN TO "SRTWK01"
               FILE STATUS IS WS-ST-SRTWK01.
      *-----------------------------------------------------------------
      * AUDSRT -> REGISTROS DE AUDITORIA SELECIONADOS PARA APLICACAO,
      * JA ORDENADOS POR NUMERO DE CLIENTE E DATA/HORA
      *-----------------------------------------------------------------
           SELECT AUDIT-SORTED ASSIGN TO "AUDSRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-AUDSRT.
      *-----------------------------------------------------------------
      * CTLHAND -> PASSAGEM DE TOTAIS DE CONTROLE DO ULTIMO
      * PROCESSAMENTO NOTURNO, USADA NA CONFERENCIA DA TRILHA CORRENTE
      * QUANDO EXISTE
      *-----------------------------------------------------------------
           SELECT CONTROL-TOTALS-FILE ASSIGN TO "CTLHAND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-CTLHAND.
      *-----------------------------------------------------------------
      * RCVRRPT -> RELATORIO DA RECUPERACAO (REGISTROS NAO APLICADOS
      * E TOTAIS DE CONFERENCIA)
      *-----------------------------------------------------------------
           SELECT REPORT-FILE ASSIGN TO "RCVRRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-RCVRRPT.
      *-----------------------------------------------------------------
      * RUNCTL -> CONTROLE DE EXECUCAO DA ESTEIRA NOTURNA, LIDO DO
      * INICIO AO FIM PARA ACHAR RECARGA COMPLETA DO CADASTRO FEITA
      * DEPOIS DA DESCARGA
      *-----------------------------------------------------------------
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RN-CHAVE-EXECUCAO
               FILE STATUS IS WS-ST-RUNCTL.
      *-----------------------------------------------------------------
      * SYSIN -> CARTAO DE CONTROLE COM O MOMENTO DA DESCARGA, O
      * MOMENTO DE CORTE E A EXIGENCIA DE CONFERENCIA COM O CTLHAND
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
      * UNLOAD-FILE -> REGISTRO DA DESCARGA SEQUENCIAL, NO MESMO
      * LAYOUT DO CADASTRO MESTRE (CUSTREG)
      *-----------------------------------------------------------------
       FD  UNLOAD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTREG REPLACING LEADING ==CM== BY ==UN==.

      *-----------------------------------------------------------------
      * NEW-MASTER -> REGISTRO DO CADASTRO INDEXADO NOVO, NO MESMO
      * LAYOUT DO CADASTRO MESTRE (CUSTREG)
      *-----------------------------------------------------------------
       FD  NEW-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CUSTREG REPLACING LEADING ==CM== BY ==NM==.

      *-----------------------------------------------------------------
      * AUDIT-HISTORY -> REGISTRO DO HISTORICO DE AUDITORIA, NO
      * LAYOUT DA TRILHA (AUDREG)
      *-----------------------------------------------------------------
       FD  AUDIT-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY AUDREG REPLACING LEADING ==AL== BY ==AH==.

      *-----------------------------------------------------------------
      * AUDIT-LOG -> REGISTRO DA TRILHA CORRENTE NA ORDEM DE GRAVACAO
      *-----------------------------------------------------------------
       FD  AUDIT-LOG
           LABEL RECORDS ARE OMITTED.
           COPY AUDREG REPLACING ==AL-REGISTRO-AUDITORIA==
               BY ==AL-REG-ENTRADA==.

      *-----------------------------------------------------------------
      * SORT-WORK-FILE -> AREA DE ORDENACAO DA AUDITORIA
      *-----------------------------------------------------------------
       SD  SORT-WORK-FILE.
           COPY AUDREG REPLACING ==AL-REGISTRO-AUDITORIA==
               BY ==AL-REG-ORDENACAO==.

      *-----------------------------------------------------------------
      * AUDIT-SORTED -> REGISTRO DE AUDITORIA JA ORDENADO (AUDSRT)
      *-----------------------------------------------------------------
       FD  AUDIT-SORTED
           LABEL RECORDS ARE OMITTED.
           COPY AUDREG.

      *-----------------------------------------------------------------
      * CONTROL-TOTALS-FILE -> REGISTRO DA PASSAGEM DE TOTAIS DE
      * CONTROLE GRAVADA PELO PROCESSAMENTO NOTURNO
      *-----------------------------------------------------------------
       FD  CONTROL-TOTALS-FILE
           LABEL RECORDS ARE OMITTED.
           COPY CTLREG.

      *-----------------------------------------------------------------
      * REPORT-FILE -> LINHA DO RELATORIO DA RECUPERACAO
      *-----------------------------------------------------------------
       FD  REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  RL-LINHA-RELATORIO         PIC X(120).

      *-----------------------------------------------------------------
      * RUN-CONTROL-FILE -> REGISTRO DO CONTROLE DE EXECUCAO
      *-----------------------------------------------------------------
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCREG.

      *-----------------------------------------------------------------
      * CONTROL-CARD-FILE -> CARTAO DE CONTROLE (PARAMETROS DO JOB):
      * DATA/HORA DA DESCARGA USADA COMO PONTO DE PARTIDA (A AUDITORIA
      * ATE ESSE MOMENTO JA ESTA NA DESCARGA), DATA/HORA DE CORTE
      * (ULTIMO MOMENTO APLICADO) E, COM 'S', A EXIGENCIA DE QUE A
      * TRILHA CORRENTE FECHE COM A PASSAGEM DE TOTAIS CTLHAND. AS
      * HORAS SEGUEM O FORMATO DA TRILHA (HHMMSSCC)
      *-----------------------------------------------------------------
       FD  CONTROL-CARD-FILE
           LABEL RECORDS ARE OMITTED.
       01  CC-CARTAO-CONTROLE.
           05 CC-DATA-DESCARGA        PIC 9(08).
           05 CC-HORA-DESCARGA        PIC 9(08).
           05 CC-DATA-CORTE           PIC 9(08).
           05 CC-HORA-CORTE           PIC 9(08).
           05 CC-CONFERE-CTLHAND      PIC X(01).
           05 FILLER                  PIC X(47).

       WORKING-STORAGE SECTION.

      *-----------------------------------------------------------------
      * CONTADORES DA CARGA, DA SELECAO E DA APLICACAO DA AUDITORIA
      *-----------------------------------------------------------------
       77  WS-QTDE-CARREGADOS          PIC 9(09) COMP VALUE ZERO.
       77  WS-QTDE-LIDOS-HISTORICO     PIC 9(09) COMP VALUE ZERO.
       77  WS-QTDE-LIDOS-TRILHA        PIC 9(09) COMP VALUE ZERO.
       77  WS-QTDE-JA-DESCARREGADOS    PIC 9(09) COMP VALUE ZERO.
       77  WS-QTDE-APOS-CORTE          PIC 9(09) COMP VALUE ZERO.
       77  WS-QTDE-JA-ACUMULADOS       PIC 9(09) COMP VALUE ZERO.
       77  WS-QTDE-SELECIONADOS        PIC 9(09) COMP VALUE ZERO.
       77  WS-QTDE-INCLUIDOS           PIC 9(09) COMP VALUE ZERO.
       77  WS-QTDE-REGRAVADOS          PIC 9(09) COMP VALUE ZERO.
       77  WS-QTDE-EXCLUIDOS           PIC 9(09) COMP VALUE ZERO.
       77  WS-QTDE-NAO-APLICADOS       PIC 9(09) COMP VALUE ZERO.
       77  WS-QTDE-RECONTADOS          PIC 9(09) COMP VALUE ZERO.

      *-----------------------------------------------------------------
      * SALDOS DE CONFERENCIA: SALDO TOTAL DA DESCARGA, MOVIMENTACAO
      * EFETIVAMENTE APLICADA NO CADASTRO NOVO E SALDO TOTAL RECONTADO
      * AO FINAL (DESCARGA + APLICADO = RECONTADO)
      *-----------------------------------------------------------------
       77  WS-SALDO-DESCARGA           PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  WS-MOVTO-APLICADO           PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  WS-SALDO-ESPERADO           PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  WS-SALDO-RECONTADO          PIC S9(11)V99 COMP-3 VALUE ZERO.

      *-----------------------------------------------------------------
      * MOVIMENTACAO LIQUIDA DA TRILHA CORRENTE PELA REGRA DA
      * CONCILIACAO (DEPOIS - ANTES, SEM AS EXCLUSOES), SEPARADA EM
      * PROCESSAMENTO NOTURNO E DEMAIS JOBS, E VALOR TOTAL COM SINAL
      * DA PASSAGEM DE TOTAIS CTLHAND
      *-----------------------------------------------------------------
       77  WS-TOTAL-TRILHA             PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-TOTAL-FORA-NOTURNO       PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-VALOR-CTLHAND            PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-SALDO-ANTES              PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-SALDO-DEPOIS             PIC S9(09)V99 COMP-3 VALUE ZERO.

      *-----------------------------------------------------------------
      * STATUS DE CADA ARQUIVO DO PROGRAMA, PARA TRATAMENTO DE ERRO
      *-----------------------------------------------------------------
       01  WS-STATUS-ARQUIVOS.
           05 WS-ST-CUSTUNLD           PIC X(02) VALUE '00'.
           05 WS-ST-CUSTNEW            PIC X(02) VALUE '00'.
           05 WS-ST-AUDHFILE           PIC X(02) VALUE '00'.
           05 WS-ST-AUDITLOG           PIC X(02) VALUE '00'.
           05 WS-ST-SRTWK01            PIC X(02) VALUE '00'.
           05 WS-ST-AUDSRT             PIC X(02) VALUE '00'.
           05 WS-ST-CTLHAND            PIC X(02) VALUE '00'.
           05 WS-ST-RCVRRPT            PIC X(02) VALUE '00'.
           05 WS-ST-SYSIN              PIC X(02) VALUE '00'.
           05 WS-ST-RUNCTL             PIC X(02) VALUE '00'.

      *-----------------------------------------------------------------
      * INDICADORES DE CONTROLE DOS LACOS, DA PRESENCA DOS ARQUIVOS
      * OPCIONAIS E DO RESULTADO DA RECUPERACAO
      *-----------------------------------------------------------------
       01  WS-INDICADORES.
           05 WS-IND-FIM-ARQUIVO       PIC X(01) VALUE 'N'.
              88 WS-FIM-ARQUIVO        VALUE 'Y'.
              88 WS-NAO-FIM-ARQUIVO    VALUE 'N'.
           05 WS-IND-FIM-ENTRADA       PIC X(01) VALUE 'N'.
              88 WS-FIM-ENTRADA        VALUE 'Y'.
           05 WS-IND-TRILHA            PIC X(01) VALUE 'N'.
              88 WS-TRILHA-PRESENTE    VALUE 'S'.
           05 WS-IND-CTLHAND           PIC X(01) VALUE 'N'.
              88 WS-CTLHAND-PRESENTE   VALUE 'S'.
           05 WS-IND-CONFERE-CTLHAND   PIC X(01) VALUE 'N'.
              88 WS-CONFERE-CTLHAND    VALUE 'S'.
           05 WS-IND-FALHA             PIC X(01) VALUE 'N'.
              88 WS-COM-FALHA          VALUE 'S'.
           05 WS-IND-FIM-CONTROLE      PIC X(01) VALUE 'N'.
              88 WS-FIM-CONTROLE       VALUE 'Y'.
           05 WS-IND-RECARGA           PIC X(01) VALUE 'N'.
              88 WS-RECARGA-ACHADA     VALUE 'S'.

      *-----------------------------------------------------------------
      * MOMENTOS (DATA + HORA) COMPARADOS NA SELECAO DA AUDITORIA: O
      * DA DESCARGA E O DE CORTE VEM DO CARTAO DE CONTROLE, O ULTIMO
      * DO HISTORICO E APURADO NA LEITURA DO AUDHFILE E O DO REGISTRO
      * EM SELECAO VEM DO PROPRIO REGISTRO DE AUDITORIA
      *-----------------------------------------------------------------
       01  WS-MOMENTO-DESCARGA.
           05 WS-MD-DATA               PIC 9(08) VALUE ZERO.
           05 WS-MD-HORA               PIC 9(08) VALUE ZERO.
       01  WS-MOMENTO-DESCARGA-N REDEFINES WS-MOMENTO-DESCARGA
                                       PIC 9(16).

       01  WS-MOMENTO-CORTE.
           05 WS-MC-DATA               PIC 9(08) VALUE ZERO.
           05 WS-MC-HORA               PIC 9(08) VALUE ZERO.
       01  WS-MOMENTO-CORTE-N REDEFINES WS-MOMENTO-CORTE
                                       PIC 9(16).

       01  WS-MOMENTO-HISTORICO.
           05 WS-MH-DATA               PIC 9(08) VALUE ZERO.
           05 WS-MH-HORA               PIC 9(08) VALUE ZERO.
       01  WS-MOMENTO-HISTORICO-N REDEFINES WS-MOMENTO-HISTORICO
                                       PIC 9(16).

       01  WS-MOMENTO-REGISTRO.
           05 WS-MR-DATA               PIC 9(08) VALUE ZERO.
           05 WS-MR-HORA               PIC 9(08) VALUE ZERO.
       01  WS-MOMENTO-REGISTRO-N REDEFINES WS-MOMENTO-REGISTRO
                                       PIC 9(16).

       01  WS-MOMENTO-RECARGA.
           05 WS-MG-DATA               PIC 9(08) VALUE ZERO.
           05 WS-MG-HORA               PIC 9(08) VALUE ZERO.
       01  WS-MOMENTO-RECARGA-N REDEFINES WS-MOMENTO-RECARGA
                                       PIC 9(16).
       77  WS-DATA-NEGOCIO-RECARGA     PIC 9(08) VALUE ZERO.

      *-----------------------------------------------------------------
      * IMAGENS ANTES E DEPOIS DESMONTADAS NO LAYOUT DO CADASTRO
      * MESTRE (CUSTREG), PARA EXTRAIR O SALDO EMPACOTADO E CONFERIR O
      * NUMERO DO CLIENTE DE DENTRO DA IMAGEM DE 132 BYTES
      *-----------------------------------------------------------------
           COPY CUSTREG REPLACING LEADING ==CM== BY ==IA==.
           COPY CUSTREG REPLACING LEADING ==CM== BY ==IP==.

      *-----------------------------------------------------------------
      * AREA DE TRABALHO DO TRATAMENTO DE ERRO DE ARQUIVO (ABEND)
      *-----------------------------------------------------------------
       01  WS-AREA-ERRO.
           05 WS-ERRO-ARQUIVO          PIC X(20).
           05 WS-ERRO-STATUS           PIC X(02).
           05 WS-ERRO-PARAGRAFO        PIC X(30).

      *-----------------------------------------------------------------
      * LAYOUT DA LINHA DE REGISTRO DE AUDITORIA NAO APLICADO
      *-----------------------------------------------------------------
       01  WS-LINHA-REJEICAO.
           05 FILLER                  PIC X(05) VALUE SPACES.
           05 WS-LR-NUMERO-CLIENTE    PIC 9(06).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LR-TIPO-TRANSACAO    PIC X(01).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LR-DATA-MOVIMENTO    PIC 9(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LR-HORA-MOVIMENTO    PIC 9(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LR-ID-JOB            PIC X(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LR-MOTIVO            PIC X(40).
           05 FILLER                  PIC X(34) VALUE SPACES.

      *-----------------------------------------------------------------
      * LAYOUT DA LINHA DE CABECALHO DO RELATORIO, COM A DATA DE CORTE
      * RECEBIDA NO CARTAO DE CONTROLE
      *-----------------------------------------------------------------
       01  WS-LINHA-CABECALHO.
           05 FILLER                  PIC X(05) VALUE SPACES.
           05 WS-LC-TITULO            PIC X(50) VALUE SPACES.
           05 WS-LC-DATA              PIC 9(08).
           05 FILLER                  PIC X(57) VALUE SPACES.

      *-----------------------------------------------------------------
      * LAYOUT DA LINHA DE TOTAIS ESCRITA AO FINAL DO RELATORIO
      *-----------------------------------------------------------------
       01  WS-LINHA-TOTAIS.
           05 FILLER                  PIC X(05) VALUE SPACES.
           05 WS-LT-DESCRICAO         PIC X(50) VALUE SPACES.
           05 WS-LT-QTDE-ED           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LT-VALOR-ED          PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(35) VALUE SPACES.

      ******************************************************************
      * PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           OPEN OUTPUT REPORT-FILE.
           IF WS-ST-RCVRRPT NOT = '00'
               MOVE 'REPORT-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-RCVRRPT TO WS-ERRO-STATUS
               MOVE '0000-MAINLINE' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           MOVE 'RECUPERACAO DO CADASTRO - CORTE EM' TO WS-LC-TITULO.
           MOVE WS-MC-DATA TO WS-LC-DATA.
           MOVE WS-LINHA-CABECALHO TO RL-LINHA-RELATORIO.
           PERFORM 6100-GRAVAR-LINHA THRU 6100-EXIT.
           PERFORM 1100-LER-TOTAIS-CONTROLE THRU 1100-EXIT.
           PERFORM 2000-CARREGAR-DESCARGA THRU 2000-EXIT.
           PERFORM 7000-ORDENAR-AUDITORIA THRU 7000-EXIT.
           OPEN I-O NEW-MASTER.
           IF WS-ST-CUSTNEW NOT = '00'
               MOVE 'NEW-MASTER' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-CUSTNEW TO WS-ERRO-STATUS
               MOVE '0000-MAINLINE' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           OPEN INPUT AUDIT-SORTED.
           IF WS-ST-AUDSRT NOT = '00'
               MOVE 'AUDIT-SORTED' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AUDSRT TO WS-ERRO-STATUS
               MOVE '0000-MAINLINE' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           MOVE 'N' TO WS-IND-FIM-ARQUIVO.
           PERFORM 3000-APLICAR-AUDITORIA THRU 3000-EXIT
               UNTIL WS-FIM-ARQUIVO.
           CLOSE AUDIT-SORTED.
           IF WS-ST-AUDSRT NOT = '00'
               MOVE 'AUDIT-SORTED' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AUDSRT TO WS-ERRO-STATUS
               MOVE '0000-MAINLINE' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           CLOSE NEW-MASTER.
           IF WS-ST-CUSTNEW NOT = '00'
               MOVE 'NEW-MASTER' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-CUSTNEW TO WS-ERRO-STATUS
               MOVE '0000-MAINLINE' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           PERFORM 8000-RECONTAR-CADASTRO THRU 8000-EXIT.
           PERFORM 8200-CONFERIR-TOTAIS THRU 8200-EXIT.
           PERFORM 9000-IMPRIMIR-TOTAIS THRU 9000-EXIT.
           CLOSE REPORT-FILE.
           IF WS-ST-RCVRRPT NOT = '00'
               MOVE 'REPORT-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-RCVRRPT TO WS-ERRO-STATUS
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
      * JOB E VALIDA OS MOMENTOS DA DESCARGA E DE CORTE: TODOS
      * NUMERICOS E O CORTE NAO ANTERIOR A DESCARGA. A CONFERENCIA COM
      * O CTLHAND SO E EXIGIDA QUANDO O CARTAO TRAZ 'S'
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
           IF CC-DATA-DESCARGA NOT NUMERIC
                   OR CC-HORA-DESCARGA NOT NUMERIC
               MOVE 'CONTROL-CARD-FILE' TO WS-ERRO-ARQUIVO
               MOVE 'CD' TO WS-ERRO-STATUS
               MOVE '1000-INICIALIZAR' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           IF CC-DATA-CORTE NOT NUMERIC
                   OR CC-HORA-CORTE NOT NUMERIC
               MOVE 'CONTROL-CARD-FILE' TO WS-ERRO-ARQUIVO
               MOVE 'CC' TO WS-ERRO-STATUS
               MOVE '1000-INICIALIZAR' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           IF CC-CONFERE-CTLHAND NOT = 'S'
                   AND CC-CONFERE-CTLHAND NOT = 'N'
                   AND CC-CONFERE-CTLHAND NOT = SPACE
               MOVE 'CONTROL-CARD-FILE' TO WS-ERRO-ARQUIVO
               MOVE 'CT' TO WS-ERRO-STATUS
               MOVE '1000-INICIALIZAR' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           MOVE CC-DATA-DESCARGA TO WS-MD-DATA.
           MOVE CC-HORA-DESCARGA TO WS-MD-HORA.
           MOVE CC-DATA-CORTE TO WS-MC-DATA.
           MOVE CC-HORA-CORTE TO WS-MC-HORA.
           IF WS-MOMENTO-CORTE-N < WS-MOMENTO-DESCARGA-N
               MOVE 'CONTROL-CARD-FILE' TO WS-ERRO-ARQUIVO
               MOVE 'CM' TO WS-ERRO-STATUS
               MOVE '1000-INICIALIZAR' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           IF CC-CONFERE-CTLHAND = 'S'
               MOVE 'S' TO WS-IND-CONFERE-CTLHAND
           END-IF.
           PERFORM 1200-VERIFICAR-RECARGA THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

      *=================================================================
      * 1200-VERIFICAR-RECARGA
      * LE O CONTROLE DE EXECUCAO (RUNCTL) PROCURANDO PROCESSAMENTO
      * NOTURNO EM MODO F (RECARGA COMPLETA DO CADASTRO A PARTIR DO
      * FULLEXT) INICIADO DEPOIS DA DESCARGA E ATE O CORTE. A RECARGA
      * NAO DEIXA TRILHA DE AUDITORIA, ENTAO O CADASTRO RECUPERADO
      * FICARIA DESATUALIZADO SEM AVISO: O JOB E RECUSADO E A
      * OPERACAO TEM DE TIRAR UMA NOVA DESCARGA. SEM O ARQUIVO DE
      * CONTROLE NAO HA O QUE CONFERIR
      *=================================================================
       1200-VERIFICAR-RECARGA.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-ST-RUNCTL = '35'
               GO TO 1200-EXIT
           END-IF.
           IF WS-ST-RUNCTL NOT = '00'
               MOVE 'RUN-CONTROL-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-RUNCTL TO WS-ERRO-STATUS
               MOVE '1200-VERIFICAR-RECARGA' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           MOVE 'N' TO WS-IND-FIM-CONTROLE.
           PERFORM 1210-LER-CONTROLE THRU 1210-EXIT
               UNTIL WS-FIM-CONTROLE.
           CLOSE RUN-CONTROL-FILE.
           IF WS-ST-RUNCTL NOT = '00'
               MOVE 'RUN-CONTROL-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-RUNCTL TO WS-ERRO-STATUS
               MOVE '1200-VERIFICAR-RECARGA' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           IF WS-RECARGA-ACHADA
               DISPLAY 'CUSTRCVR - RECARGA COMPLETA DO CADASTRO DEPOIS '
                   'DA DESCARGA, DATA DE NEGOCIO: '
                   WS-DATA-NEGOCIO-RECARGA
               DISPLAY 'CUSTRCVR - TIRE UMA NOVA DESCARGA (CUSTUNLD) '
                   'E REFACA A RECUPERACAO A PARTIR DELA'
               MOVE 'RUN-CONTROL-FILE' TO WS-ERRO-ARQUIVO
               MOVE 'RF' TO WS-ERRO-STATUS
               MOVE '1200-VERIFICAR-RECARGA' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
       1200-EXIT.
           EXIT.

      *=================================================================
      * 1210-LER-CONTROLE
      * LE O PROXIMO REGISTRO DO CONTROLE DE EXECUCAO E GUARDA A DATA
      * DE NEGOCIO DA PRIMEIRA RECARGA COMPLETA ACHADA ENTRE A
      * DESCARGA E O CORTE. A RECARGA QUE TERMINOU COM ERRO TAMBEM
      * CONTA, PORQUE PODE TER REGRAVADO PARTE DO CADASTRO
      *=================================================================
       1210-LER-CONTROLE.
           READ RUN-CONTROL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-IND-FIM-CONTROLE
           END-READ.
           IF WS-ST-RUNCTL NOT = '00' AND WS-ST-RUNCTL NOT = '10'
               MOVE 'RUN-CONTROL-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-RUNCTL TO WS-ERRO-STATUS
               MOVE '1210-LER-CONTROLE' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           IF WS-FIM-CONTROLE OR WS-RECARGA-ACHADA
               GO TO 1210-EXIT
           END-IF.
           IF RN-PASSO NOT = 'PROG001'
                   OR RN-MODO-PROCESSAMENTO NOT = 'F'
               GO TO 1210-EXIT
           END-IF.
           MOVE RN-DATA-INICIO TO WS-MG-DATA.
           MOVE RN-HORA-INICIO TO WS-MG-HORA.
           IF WS-MOMENTO-RECARGA-N > WS-MOMENTO-DESCARGA-N
                   AND WS-MOMENTO-RECARGA-N NOT > WS-MOMENTO-CORTE-N
               MOVE 'S' TO WS-IND-RECARGA
               MOVE RN-DATA-NEGOCIO TO WS-DATA-NEGOCIO-RECARGA
           END-IF.
       1210-EXIT.
           EXIT.

      *=================================================================
      * 1100-LER-TOTAIS-CONTROLE
      * LE A PASSAGEM DE TOTAIS CTLHAND DO ULTIMO PROCESSAMENTO
      * NOTURNO, QUANDO EXISTE, GUARDANDO O VALOR TOTAL COM SINAL PARA
      * A CONFERENCIA COM A MOVIMENTACAO LIQUIDA DA TRILHA CORRENTE
      *=================================================================
       1100-LER-TOTAIS-CONTROLE.
           OPEN INPUT CONTROL-TOTALS-FILE.
           IF WS-ST-CTLHAND = '35'
               GO TO 1100-EXIT
           END-IF.
           IF WS-ST-CTLHAND NOT = '00'
               MOVE 'CONTROL-TOTALS-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-CTLHAND TO WS-ERRO-STATUS
               MOVE '1100-LER-TOTAIS-CONTROLE' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           READ CONTROL-TOTALS-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CT-DATA-EXECUCAO NUMERIC
                           AND CT-VALOR-TOTAL NUMERIC
                       MOVE 'S' TO WS-IND-CTLHAND
                       MOVE CT-VALOR-TOTAL TO WS-VALOR-CTLHAND
                       IF CT-SINAL-VALOR-TOTAL = '-'
                           COMPUTE WS-VALOR-CTLHAND =
                               0 - WS-VALOR-CTLHAND
                       END-IF
                   END-IF
           END-READ.
           IF WS-ST-CTLHAND NOT = '00' AND WS-ST-CTLHAND NOT = '10'
               MOVE 'CONTROL-TOTALS-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-CTLHAND TO WS-ERRO-STATUS
               MOVE '1100-LER-TOTAIS-CONTROLE' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           CLOSE CONTROL-TOTALS-FILE.
           IF WS-ST-CTLHAND NOT = '00'
               MOVE 'CONTROL-TOTALS-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-CTLHAND TO WS-ERRO-STATUS
               MOVE '1100-LER-TOTAIS-CONTROLE' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
       1100-EXIT.
           EXIT.

      *=================================================================
      * 2000-CARREGAR-DESCARGA
      * RECARREGA A DESCARGA NO CADASTRO INDEXADO NOVO, CONTANDO OS
      * REGISTROS E SOMANDO O SALDO TOTAL DE PARTIDA DA RECUPERACAO
      *=================================================================
       2000-CARREGAR-DESCARGA.
           OPEN INPUT UNLOAD-FILE.
           IF WS-ST-CUSTUNLD NOT = '00'
               MOVE 'UNLOAD-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-CUSTUNLD TO WS-ERRO-STATUS
               MOVE '2000-CARREGAR-DESCARGA' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           OPEN OUTPUT NEW-MASTER.
           IF WS-ST-CUSTNEW NOT = '00'
               MOVE 'NEW-MASTER' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-CUSTNEW TO WS-ERRO-STATUS
               MOVE '2000-CARREGAR-DESCARGA' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           MOVE 'N' TO WS-IND-FIM-ARQUIVO.
           PERFORM 2100-CARREGAR-REGISTRO THRU 2100-EXIT
               UNTIL WS-FIM-ARQUIVO.
           CLOSE UNLOAD-FILE.
           IF WS-ST-CUSTUNLD NOT = '00'
               MOVE 'UNLOAD-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-CUSTUNLD TO WS-ERRO-STATUS
               MOVE '2000-CARREGAR-DESCARGA' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           CLOSE NEW-MASTER.
           IF WS-ST-CUSTNEW NOT = '00'
               MOVE 'NEW-MASTER' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-CUSTNEW TO WS-ERRO-STATUS
               MOVE '2000-CARREGAR-DESCARGA' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
       2000-EXIT.
           EXIT.

      *=================================================================
      * 2100-CARREGAR-REGISTRO
      * LE O PROXIMO REGISTRO DA DESCARGA E O GRAVA NO CADASTRO NOVO
      *=================================================================
       2100-CARREGAR-REGISTRO.
           READ UNLOAD-FILE
               AT END
                   MOVE 'Y' TO WS-IND-FIM-ARQUIVO
                   GO TO 2100-EXIT
           END-READ.
           IF WS-ST-CUSTUNLD NOT = '00'
               MOVE 'UNLOAD-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-CUSTUNLD TO WS-ERRO-STATUS
               MOVE '2100-CARREGAR-REGISTRO' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           MOVE UN-REGISTRO-CLIENTE TO NM-REGISTRO-CLIENTE.
           WRITE NM-REGISTRO-CLIENTE.
           IF WS-ST-CUSTNEW NOT = '00'
               MOVE 'NEW-MASTER' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-CUSTNEW TO WS-ERRO-STATUS
               MOVE '2100-CARREGAR-REGISTRO' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           ADD 1 TO WS-QTDE-CARREGADOS.
           ADD UN-SALDO-CONTA TO WS-SALDO-DESCARGA.
       2100-EXIT.
           EXIT.

      *=================================================================
      * 3000-APLICAR-AUDITORIA
      * CORPO DO LACO DE APLICACAO: LE O PROXIMO REGISTRO DE AUDITORIA
      * SELECIONADO E O APLICA NO CADASTRO NOVO CONFORME O TIPO - A
      * EXCLUSAO APAGA O CLIENTE, O REGISTRO SEM IMAGEM ANTES O INCLUI
      * E OS DEMAIS O REGRAVAM COM A IMAGEM DEPOIS
      *=================================================================
       3000-APLICAR-AUDITORIA.
           PERFORM 3100-LER-AUDITORIA THRU 3100-EXIT.
           IF WS-FIM-ARQUIVO
               GO TO 3000-EXIT
           END-IF.
           IF AL-TIPO-EXCLUSAO OF AL-REGISTRO-AUDITORIA
               PERFORM 3200-EXCLUIR-CLIENTE THRU 3200-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF AL-IMAGEM-DEPOIS OF AL-REGISTRO-AUDITORIA = SPACES
               MOVE 'IMAGEM DEPOIS AUSENTE' TO WS-LR-MOTIVO
               PERFORM 6000-GRAVAR-REJEICAO THRU 6000-EXIT
               GO TO 3000-EXIT
           END-IF.
           MOVE AL-IMAGEM-DEPOIS OF AL-REGISTRO-AUDITORIA
               TO IP-REGISTRO-CLIENTE.
           IF IP-NUMERO-CLIENTE NOT =
                   AL-NUMERO-CLIENTE OF AL-REGISTRO-AUDITORIA
               MOVE 'IMAGEM DEPOIS DE OUTRO CLIENTE' TO WS-LR-MOTIVO
               PERFORM 6000-GRAVAR-REJEICAO THRU 6000-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF AL-IMAGEM-ANTES OF AL-REGISTRO-AUDITORIA = SPACES
               PERFORM 3300-INCLUIR-CLIENTE THRU 3300-EXIT
           ELSE
               PERFORM 3400-REGRAVAR-CLIENTE THRU 3400-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      *=================================================================
      * 3100-LER-AUDITORIA
      * LE O PROXIMO REGISTRO DA AUDITORIA SELECIONADA E ORDENADA
      *=================================================================
       3100-LER-AUDITORIA.
           READ AUDIT-SORTED
               AT END
                   MOVE 'Y' TO WS-IND-FIM-ARQUIVO
           END-READ.
           IF WS-ST-AUDSRT NOT = '00' AND WS-ST-AUDSRT NOT = '10'
               MOVE 'AUDIT-SORTED' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AUDSRT TO WS-ERRO-STATUS
               MOVE '3100-LER-AUDITORIA' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
       3100-EXIT.
           EXIT.

      *=================================================================
      * 3200-EXCLUIR-CLIENTE
      * APLICA A EXCLUSAO (INCLUSIVE A RETIRADA PARA O ARQUIVO MORTO):
      * LE O CLIENTE PARA TIRAR O SALDO DELE DA MOVIMENTACAO APLICADA
      * E O APAGA DO CADASTRO NOVO
      *=================================================================
       3200-EXCLUIR-CLIENTE.
           MOVE AL-NUMERO-CLIENTE OF AL-REGISTRO-AUDITORIA
               TO NM-NUMERO-CLIENTE.
           READ NEW-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ST-CUSTNEW = '23'
               MOVE 'CLIENTE INEXISTENTE PARA EXCLUSAO' TO WS-LR-MOTIVO
               PERFORM 6000-GRAVAR-REJEICAO THRU 6000-EXIT
               GO TO 3200-EXIT
           END-IF.
           IF WS-ST-CUSTNEW NOT = '00'
               MOVE 'NEW-MASTER' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-CUSTNEW TO WS-ERRO-STATUS
               MOVE '3200-EXCLUIR-CLIENTE' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           SUBTRACT NM-SALDO-CONTA FROM WS-MOVTO-APLICADO.
           DELETE NEW-MASTER RECORD.
           IF WS-ST-CUSTNEW NOT = '00'
               MOVE 'NEW-MASTER' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-CUSTNEW TO WS-ERRO-STATUS
               MOVE '3200-EXCLUIR-CLIENTE' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           ADD 1 TO WS-QTDE-EXCLUIDOS.
       3200-EXIT.
           EXIT.

      *=================================================================
      * 3300-INCLUIR-CLIENTE
      * APLICA O REGISTRO SEM IMAGEM ANTES (INCLUSAO E RESTAURACAO DE
      * ARQUIVADO), GRAVANDO A IMAGEM DEPOIS COMO CLIENTE NOVO
      *=================================================================
       3300-INCLUIR-CLIENTE.
           MOVE IP-REGISTRO-CLIENTE TO NM-REGISTRO-CLIENTE.
           WRITE NM-REGISTRO-CLIENTE
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-ST-CUSTNEW = '22'
               MOVE 'CLIENTE JA EXISTENTE PARA INCLUSAO' TO WS-LR-MOTIVO
               PERFORM 6000-GRAVAR-REJEICAO THRU 6000-EXIT
               GO TO 3300-EXIT
           END-IF.
           IF WS-ST-CUSTNEW NOT = '00'
               MOVE 'NEW-MASTER' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-CUSTNEW TO WS-ERRO-STATUS
               MOVE '3300-INCLUIR-CLIENTE' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           ADD IP-SALDO-CONTA TO WS-MOVTO-APLICADO.
           ADD 1 TO WS-QTDE-INCLUIDOS.
       3300-EXIT.
           EXIT.

      *=================================================================
      * 3400-REGRAVAR-CLIENTE
      * APLICA OS DEMAIS TIPOS: LE O CLIENTE NO CADASTRO NOVO E O
      * REGRAVA COM A IMAGEM DEPOIS; A MOVIMENTACAO APLICADA RECEBE A
      * DIFERENCA ENTRE O SALDO DA IMAGEM E O SALDO SUBSTITUIDO
      *=================================================================
       3400-REGRAVAR-CLIENTE.
           MOVE AL-NUMERO-CLIENTE OF AL-REGISTRO-AUDITORIA
               TO NM-NUMERO-CLIENTE.
           READ NEW-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ST-CUSTNEW = '23'
               MOVE 'CLIENTE INEXISTENTE PARA ALTERACAO' TO WS-LR-MOTIVO
               PERFORM 6000-GRAVAR-REJEICAO THRU 6000-EXIT
               GO TO 3400-EXIT
           END-IF.
           IF WS-ST-CUSTNEW NOT = '00'
               MOVE 'NEW-MASTER' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-CUSTNEW TO WS-ERRO-STATUS
               MOVE '3400-REGRAVAR-CLIENTE' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           COMPUTE WS-MOVTO-APLICADO = WS-MOVTO-APLICADO
               + IP-SALDO-CONTA - NM-SALDO-CONTA.
           MOVE IP-REGISTRO-CLIENTE TO NM-REGISTRO-CLIENTE.
           REWRITE NM-REGISTRO-CLIENTE.
           IF WS-ST-CUSTNEW NOT = '00'
               MOVE 'NEW-MASTER' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-CUSTNEW TO WS-ERRO-STATUS
               MOVE '3400-REGRAVAR-CLIENTE' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           ADD 1 TO WS-QTDE-REGRAVADOS.
       3400-EXIT.
           EXIT.

      *=================================================================
      * 6000-GRAVAR-REJEICAO
      * GRAVA NO RELATORIO O REGISTRO DE AUDITORIA QUE NAO PODE SER
      * APLICADO, COM O MOTIVO, E MARCA O JOB PARA TERMINAR COM CODIGO
      * DE RETORNO DIFERENTE DE ZERO
      *=================================================================
       6000-GRAVAR-REJEICAO.
           MOVE AL-NUMERO-CLIENTE OF AL-REGISTRO-AUDITORIA
               TO WS-LR-NUMERO-CLIENTE.
           MOVE AL-TIPO-TRANSACAO OF AL-REGISTRO-AUDITORIA
               TO WS-LR-TIPO-TRANSACAO.
           MOVE AL-DATA-MOVIMENTO OF AL-REGISTRO-AUDITORIA
               TO WS-LR-DATA-MOVIMENTO.
           MOVE AL-HORA-MOVIMENTO OF AL-REGISTRO-AUDITORIA
               TO WS-LR-HORA-MOVIMENTO.
           MOVE AL-ID-JOB OF AL-REGISTRO-AUDITORIA TO WS-LR-ID-JOB.
           MOVE WS-LINHA-REJEICAO TO RL-LINHA-RELATORIO.
           PERFORM 6100-GRAVAR-LINHA THRU 6100-EXIT.
           ADD 1 TO WS-QTDE-NAO-APLICADOS.
           MOVE 'S' TO WS-IND-FALHA.
       6000-EXIT.
           EXIT.

      *=================================================================
      * 6100-GRAVAR-LINHA
      * GRAVA A LINHA JA MONTADA NO RELATORIO DA RECUPERACAO
      *=================================================================
       6100-GRAVAR-LINHA.
           WRITE RL-LINHA-RELATORIO.
           IF WS-ST-RCVRRPT NOT = '00'
               MOVE 'REPORT-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-RCVRRPT TO WS-ERRO-STATUS
               MOVE '6100-GRAVAR-LINHA' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
       6100-EXIT.
           EXIT.

      *=================================================================
      * 7000-ORDENAR-AUDITORIA
      * SELECIONA NO HISTORICO E NA TRILHA CORRENTE OS REGISTROS DE
      * AUDITORIA POSTERIORES A DESCARGA E ATE O CORTE E OS ORDENA POR
      * NUMERO DE CLIENTE E DATA/HORA EM AUDSRT; NA MESMA DATA/HORA OS
      * REGISTROS MANTEM A ORDEM EM QUE FORAM GRAVADOS
      *=================================================================
       7000-ORDENAR-AUDITORIA.
           OPEN INPUT AUDIT-HISTORY.
           IF WS-ST-AUDHFILE NOT = '00'
               MOVE 'AUDIT-HISTORY' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AUDHFILE TO WS-ERRO-STATUS
               MOVE '7000-ORDENAR-AUDITORIA' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           OPEN INPUT AUDIT-LOG.
           IF WS-ST-AUDITLOG = '00'
               MOVE 'S' TO WS-IND-TRILHA
           ELSE
               IF WS-ST-AUDITLOG NOT = '35'
                   MOVE 'AUDIT-LOG' TO WS-ERRO-ARQUIVO
                   MOVE WS-ST-AUDITLOG TO WS-ERRO-STATUS
                   MOVE '7000-ORDENAR-AUDITORIA' TO WS-ERRO-PARAGRAFO
                   GO TO 9900-FILE-ERROR
               END-IF
           END-IF.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY
                   AL-NUMERO-CLIENTE OF AL-REG-ORDENACAO
                   AL-DATA-MOVIMENTO OF AL-REG-ORDENACAO
                   AL-HORA-MOVIMENTO OF AL-REG-ORDENACAO
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 7100-SELECIONAR-AUDITORIA
                   THRU 7100-EXIT
               GIVING AUDIT-SORTED.
           IF WS-ST-AUDSRT NOT = '00'
               MOVE 'AUDIT-SORTED' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AUDSRT TO WS-ERRO-STATUS
               MOVE '7000-ORDENAR-AUDITORIA' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           CLOSE AUDIT-HISTORY.
           IF WS-ST-AUDHFILE NOT = '00'
               MOVE 'AUDIT-HISTORY' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AUDHFILE TO WS-ERRO-STATUS
               MOVE '7000-ORDENAR-AUDITORIA' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           IF WS-TRILHA-PRESENTE
               CLOSE AUDIT-LOG
               IF WS-ST-AUDITLOG NOT = '00'
                   MOVE 'AUDIT-LOG' TO WS-ERRO-ARQUIVO
                   MOVE WS-ST-AUDITLOG TO WS-ERRO-STATUS
                   MOVE '7000-ORDENAR-AUDITORIA' TO WS-ERRO-PARAGRAFO
                   GO TO 9900-FILE-ERROR
               END-IF
           END-IF.
       7000-EXIT.
           EXIT.

      *=================================================================
      * 7100-SELECIONAR-AUDITORIA
      * PROCEDIMENTO DE ENTRADA DA ORDENACAO: LE PRIMEIRO O HISTORICO
      * INTEIRO, APURANDO O MOMENTO DO SEU ULTIMO REGISTRO, E DEPOIS A
      * TRILHA CORRENTE, QUANDO PRESENTE, DESPREZANDO DELA O QUE JA
      * FOI ACUMULADO NO HISTORICO
      *=================================================================
       7100-SELECIONAR-AUDITORIA.
           MOVE 'N' TO WS-IND-FIM-ENTRADA.
           PERFORM 7110-LIBERAR-HISTORICO THRU 7110-EXIT
               UNTIL WS-FIM-ENTRADA.
           IF WS-TRILHA-PRESENTE
               MOVE 'N' TO WS-IND-FIM-ENTRADA
               PERFORM 7120-LIBERAR-TRILHA THRU 7120-EXIT
                   UNTIL WS-FIM-ENTRADA
           END-IF.
       7100-EXIT.
           EXIT.

      *=================================================================
      * 7110-LIBERAR-HISTORICO
      * LE O PROXIMO REGISTRO DO HISTORICO, GUARDA O MAIOR MOMENTO JA
      * ACUMULADO E PASSA O REGISTRO PELA SELECAO DE MOMENTO
      *=================================================================
       7110-LIBERAR-HISTORICO.
           READ AUDIT-HISTORY
               AT END
                   MOVE 'Y' TO WS-IND-FIM-ENTRADA
                   GO TO 7110-EXIT
           END-READ.
           IF WS-ST-AUDHFILE NOT = '00'
               MOVE 'AUDIT-HISTORY' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AUDHFILE TO WS-ERRO-STATUS
               MOVE '7110-LIBERAR-HISTORICO' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           ADD 1 TO WS-QTDE-LIDOS-HISTORICO.
           MOVE AH-DATA-MOVIMENTO TO WS-MR-DATA.
           MOVE AH-HORA-MOVIMENTO TO WS-MR-HORA.
           IF WS-MOMENTO-REGISTRO-N > WS-MOMENTO-HISTORICO-N
               MOVE WS-MOMENTO-REGISTRO TO WS-MOMENTO-HISTORICO
           END-IF.
           MOVE AH-REGISTRO-AUDITORIA TO AL-REG-ORDENACAO.
           PERFORM 7200-SELECIONAR-MOMENTO THRU 7200-EXIT.
       7110-EXIT.
           EXIT.

      *=================================================================
      * 7120-LIBERAR-TRILHA
      * LE O PROXIMO REGISTRO DA TRILHA CORRENTE, APURA A MOVIMENTACAO
      * LIQUIDA DA TRILHA PARA A CONFERENCIA COM O CTLHAND E, QUANDO
      * O REGISTRO E POSTERIOR AO ULTIMO DO HISTORICO, O PASSA PELA
      * SELECAO DE MOMENTO
      *=================================================================
       7120-LIBERAR-TRILHA.
           READ AUDIT-LOG
               AT END
                   MOVE 'Y' TO WS-IND-FIM-ENTRADA
                   GO TO 7120-EXIT
           END-READ.
           IF WS-ST-AUDITLOG NOT = '00'
               MOVE 'AUDIT-LOG' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AUDITLOG TO WS-ERRO-STATUS
               MOVE '7120-LIBERAR-TRILHA' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           ADD 1 TO WS-QTDE-LIDOS-TRILHA.
           PERFORM 7300-APURAR-TRILHA THRU 7300-EXIT.
           MOVE AL-DATA-MOVIMENTO OF AL-REG-ENTRADA TO WS-MR-DATA.
           MOVE AL-HORA-MOVIMENTO OF AL-REG-ENTRADA TO WS-MR-HORA.
           IF WS-MOMENTO-REGISTRO-N NOT > WS-MOMENTO-HISTORICO-N
               ADD 1 TO WS-QTDE-JA-ACUMULADOS
               GO TO 7120-EXIT
           END-IF.
           MOVE AL-REG-ENTRADA TO AL-REG-ORDENACAO.
           PERFORM 7200-SELECIONAR-MOMENTO THRU 7200-EXIT.
       7120-EXIT.
           EXIT.

      *=================================================================
      * 7200-SELECIONAR-MOMENTO
      * LIBERA PARA A ORDENACAO O REGISTRO JA MOVIDO PARA A AREA DE
      * ORDENACAO QUANDO O SEU MOMENTO E POSTERIOR A DESCARGA E NAO
      * POSTERIOR AO CORTE; OS DEMAIS SAO SOMENTE CONTADOS
      *=================================================================
       7200-SELECIONAR-MOMENTO.
           IF WS-MOMENTO-REGISTRO-N NOT > WS-MOMENTO-DESCARGA-N
               ADD 1 TO WS-QTDE-JA-DESCARREGADOS
               GO TO 7200-EXIT
           END-IF.
           IF WS-MOMENTO-REGISTRO-N > WS-MOMENTO-CORTE-N
               ADD 1 TO WS-QTDE-APOS-CORTE
               GO TO 7200-EXIT
           END-IF.
           RELEASE AL-REG-ORDENACAO.
           ADD 1 TO WS-QTDE-SELECIONADOS.
       7200-EXIT.
           EXIT.

      *=================================================================
      * 7300-APURAR-TRILHA
      * ACUMULA A MOVIMENTACAO LIQUIDA DA TRILHA CORRENTE PELA MESMA
      * REGRA DA CONCILIACAO DIARIA: DIFERENCA DEPOIS-ANTES DO SALDO
      * DE CADA REGISTRO, SEM AS EXCLUSOES. SO OS REGISTROS DO
      * PROCESSAMENTO NOTURNO (JOB 'PROG001') ENTRAM NO TOTAL QUE E
      * CONFERIDO COM O CTLHAND; OS GRAVADOS PELA TRANSACAO ONLINE,
      * PELA RESTAURACAO DE ARQUIVADOS OU PELO FECHAMENTO MENSAL NAO
      * ESTAO NA PASSAGEM DE TOTAIS E SAO ACUMULADOS A PARTE
      *=================================================================
       7300-APURAR-TRILHA.
           IF AL-TIPO-EXCLUSAO OF AL-REG-ENTRADA
               GO TO 7300-EXIT
           END-IF.
           IF AL-IMAGEM-ANTES OF AL-REG-ENTRADA = SPACES
               MOVE ZERO TO WS-SALDO-ANTES
           ELSE
               MOVE AL-IMAGEM-ANTES OF AL-REG-ENTRADA
                   TO IA-REGISTRO-CLIENTE
               MOVE IA-SALDO-CONTA TO WS-SALDO-ANTES
           END-IF.
           IF AL-IMAGEM-DEPOIS OF AL-REG-ENTRADA = SPACES
               MOVE ZERO TO WS-SALDO-DEPOIS
           ELSE
               MOVE AL-IMAGEM-DEPOIS OF AL-REG-ENTRADA
                   TO IP-REGISTRO-CLIENTE
               MOVE IP-SALDO-CONTA TO WS-SALDO-DEPOIS
           END-IF.
           IF AL-ID-JOB OF AL-REG-ENTRADA = 'PROG001'
               COMPUTE WS-TOTAL-TRILHA = WS-TOTAL-TRILHA
                   + WS-SALDO-DEPOIS - WS-SALDO-ANTES
           ELSE
               COMPUTE WS-TOTAL-FORA-NOTURNO = WS-TOTAL-FORA-NOTURNO
                   + WS-SALDO-DEPOIS - WS-SALDO-ANTES
           END-IF.
       7300-EXIT.
           EXIT.

      *=================================================================
      * 8000-RECONTAR-CADASTRO
      * RELE O CADASTRO NOVO DO INICIO AO FIM, CONTANDO OS REGISTROS E
      * SOMANDO O SALDO TOTAL QUE FICOU DEPOIS DA APLICACAO
      *=================================================================
       8000-RECONTAR-CADASTRO.
           OPEN INPUT NEW-MASTER.
           IF WS-ST-CUSTNEW NOT = '00'
               MOVE 'NEW-MASTER' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-CUSTNEW TO WS-ERRO-STATUS
               MOVE '8000-RECONTAR-CADASTRO' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           MOVE 'N' TO WS-IND-FIM-ARQUIVO.
           PERFORM 8100-LER-RECONTAGEM THRU 8100-EXIT
               UNTIL WS-FIM-ARQUIVO.
           CLOSE NEW-MASTER.
           IF WS-ST-CUSTNEW NOT = '00'
               MOVE 'NEW-MASTER' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-CUSTNEW TO WS-ERRO-STATUS
               MOVE '8000-RECONTAR-CADASTRO' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
       8000-EXIT.
           EXIT.

      *=================================================================
      * 8100-LER-RECONTAGEM
      * LE O PROXIMO REGISTRO DO CADASTRO NOVO E O SOMA NA RECONTAGEM
      *=================================================================
       8100-LER-RECONTAGEM.
           READ NEW-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-IND-FIM-ARQUIVO
                   GO TO 8100-EXIT
           END-READ.
           IF WS-ST-CUSTNEW NOT = '00'
               MOVE 'NEW-MASTER' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-CUSTNEW TO WS-ERRO-STATUS
               MOVE '8100-LER-RECONTAGEM' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           ADD 1 TO WS-QTDE-RECONTADOS.
           ADD NM-SALDO-CONTA TO WS-SALDO-RECONTADO.
       8100-EXIT.
           EXIT.

      *=================================================================
      * 8200-CONFERIR-TOTAIS
      * PROVA A RECUPERACAO: O SALDO RECONTADO TEM DE FECHAR COM O
      * SALDO DA DESCARGA MAIS A MOVIMENTACAO APLICADA, E A QUANTIDADE
      * RECONTADA COM A CARREGADA MAIS INCLUIDOS MENOS EXCLUIDOS.
      * QUANDO O CARTAO EXIGE, A MOVIMENTACAO LIQUIDA DA TRILHA
      * CORRENTE TEM DE FECHAR COM O VALOR TOTAL DO CTLHAND
      *=================================================================
       8200-CONFERIR-TOTAIS.
           COMPUTE WS-SALDO-ESPERADO = WS-SALDO-DESCARGA
               + WS-MOVTO-APLICADO.
           IF WS-SALDO-RECONTADO NOT = WS-SALDO-ESPERADO
                   OR WS-QTDE-RECONTADOS NOT = WS-QTDE-CARREGADOS
                       + WS-QTDE-INCLUIDOS - WS-QTDE-EXCLUIDOS
               MOVE SPACES TO WS-LINHA-TOTAIS
               MOVE '*** CADASTRO RECUPERADO NAO FECHA ***'
                   TO WS-LT-DESCRICAO
               MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO
               PERFORM 6100-GRAVAR-LINHA THRU 6100-EXIT
               MOVE 'S' TO WS-IND-FALHA
           END-IF.
           IF NOT WS-CONFERE-CTLHAND
               GO TO 8200-EXIT
           END-IF.
           IF NOT WS-CTLHAND-PRESENTE OR NOT WS-TRILHA-PRESENTE
               MOVE SPACES TO WS-LINHA-TOTAIS
               MOVE '*** CTLHAND OU AUDITLOG AUSENTE ***'
                   TO WS-LT-DESCRICAO
               MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO
               PERFORM 6100-GRAVAR-LINHA THRU 6100-EXIT
               MOVE 'S' TO WS-IND-FALHA
               GO TO 8200-EXIT
           END-IF.
           IF WS-TOTAL-TRILHA NOT = WS-VALOR-CTLHAND
               MOVE SPACES TO WS-LINHA-TOTAIS
               MOVE '*** TRILHA CORRENTE DIVERGE DO CTLHAND ***'
                   TO WS-LT-DESCRICAO
               MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO
               PERFORM 6100-GRAVAR-LINHA THRU 6100-EXIT
               MOVE 'S' TO WS-IND-FALHA
           END-IF.
       8200-EXIT.
           EXIT.

      *=================================================================
      * 9000-IMPRIMIR-TOTAIS
      * ESCREVE AO FINAL DO RELATORIO AS CONTAGENS DA CARGA, DA
      * SELECAO E DA APLICACAO E OS SALDOS DE CONFERENCIA, PARA
      * ASSINATURA DA OPERACAO ANTES DE TROCAR O CADASTRO VIVO, COM O
      * LEMBRETE DE QUE A RECARGA COMPLETA EXIGE NOVA DESCARGA
      *=================================================================
       9000-IMPRIMIR-TOTAIS.
           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'REGISTROS CARREGADOS DA DESCARGA.......:'
               TO WS-LT-DESCRICAO.
           MOVE WS-QTDE-CARREGADOS TO WS-LT-QTDE-ED.
           MOVE WS-SALDO-DESCARGA TO WS-LT-VALOR-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           PERFORM 6100-GRAVAR-LINHA THRU 6100-EXIT.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'REGISTROS LIDOS DO HISTORICO...........:'
               TO WS-LT-DESCRICAO.
           MOVE WS-QTDE-LIDOS-HISTORICO TO WS-LT-QTDE-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           PERFORM 6100-GRAVAR-LINHA THRU 6100-EXIT.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'REGISTROS LIDOS DA TRILHA CORRENTE.....:'
               TO WS-LT-DESCRICAO.
           MOVE WS-QTDE-LIDOS-TRILHA TO WS-LT-QTDE-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           PERFORM 6100-GRAVAR-LINHA THRU 6100-EXIT.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'TRILHA JA ACUMULADA NO HISTORICO.......:'
               TO WS-LT-DESCRICAO.
           MOVE WS-QTDE-JA-ACUMULADOS TO WS-LT-QTDE-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           PERFORM 6100-GRAVAR-LINHA THRU 6100-EXIT.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'REGISTROS JA CONTIDOS NA DESCARGA......:'
               TO WS-LT-DESCRICAO.
           MOVE WS-QTDE-JA-DESCARREGADOS TO WS-LT-QTDE-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           PERFORM 6100-GRAVAR-LINHA THRU 6100-EXIT.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'REGISTROS POSTERIORES AO CORTE.........:'
               TO WS-LT-DESCRICAO.
           MOVE WS-QTDE-APOS-CORTE TO WS-LT-QTDE-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           PERFORM 6100-GRAVAR-LINHA THRU 6100-EXIT.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'REGISTROS SELECIONADOS PARA APLICACAO..:'
               TO WS-LT-DESCRICAO.
           MOVE WS-QTDE-SELECIONADOS TO WS-LT-QTDE-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           PERFORM 6100-GRAVAR-LINHA THRU 6100-EXIT.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'CLIENTES INCLUIDOS.....................:'
               TO WS-LT-DESCRICAO.
           MOVE WS-QTDE-INCLUIDOS TO WS-LT-QTDE-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           PERFORM 6100-GRAVAR-LINHA THRU 6100-EXIT.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'CLIENTES REGRAVADOS....................:'
               TO WS-LT-DESCRICAO.
           MOVE WS-QTDE-REGRAVADOS TO WS-LT-QTDE-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           PERFORM 6100-GRAVAR-LINHA THRU 6100-EXIT.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'CLIENTES EXCLUIDOS.....................:'
               TO WS-LT-DESCRICAO.
           MOVE WS-QTDE-EXCLUIDOS TO WS-LT-QTDE-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           PERFORM 6100-GRAVAR-LINHA THRU 6100-EXIT.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'REGISTROS NAO APLICADOS................:'
               TO WS-LT-DESCRICAO.
           MOVE WS-QTDE-NAO-APLICADOS TO WS-LT-QTDE-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           PERFORM 6100-GRAVAR-LINHA THRU 6100-EXIT.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'MOVIMENTACAO APLICADA NO CADASTRO......:'
               TO WS-LT-DESCRICAO.
           MOVE WS-MOVTO-APLICADO TO WS-LT-VALOR-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           PERFORM 6100-GRAVAR-LINHA THRU 6100-EXIT.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'SALDO ESPERADO (DESCARGA + APLICADO)...:'
               TO WS-LT-DESCRICAO.
           MOVE WS-SALDO-ESPERADO TO WS-LT-VALOR-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           PERFORM 6100-GRAVAR-LINHA THRU 6100-EXIT.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'REGISTROS E SALDO DO CADASTRO RECUPERADO:'
               TO WS-LT-DESCRICAO.
           MOVE WS-QTDE-RECONTADOS TO WS-LT-QTDE-ED.
           MOVE WS-SALDO-RECONTADO TO WS-LT-VALOR-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           PERFORM 6100-GRAVAR-LINHA THRU 6100-EXIT.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'MOVIMENTACAO LIQUIDA DA TRILHA CORRENTE:'
               TO WS-LT-DESCRICAO.
           MOVE WS-TOTAL-TRILHA TO WS-LT-VALOR-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           PERFORM 6100-GRAVAR-LINHA THRU 6100-EXIT.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'MOVIMENTACAO DE OUTROS JOBS NA TRILHA..:'
               TO WS-LT-DESCRICAO.
           MOVE WS-TOTAL-FORA-NOTURNO TO WS-LT-VALOR-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           PERFORM 6100-GRAVAR-LINHA THRU 6100-EXIT.

           IF WS-CTLHAND-PRESENTE
               MOVE 'PASSAGEM DE TOTAIS CTLHAND DO DIA' TO WS-LC-TITULO
               MOVE CT-DATA-EXECUCAO TO WS-LC-DATA
               MOVE WS-LINHA-CABECALHO TO RL-LINHA-RELATORIO
               PERFORM 6100-GRAVAR-LINHA THRU 6100-EXIT
               MOVE SPACES TO WS-LINHA-TOTAIS
               MOVE 'VALOR TOTAL DA PASSAGEM DE TOTAIS......:'
                   TO WS-LT-DESCRICAO
               MOVE WS-VALOR-CTLHAND TO WS-LT-VALOR-ED
               MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO
               PERFORM 6100-GRAVAR-LINHA THRU 6100-EXIT
           END-IF.

           MOVE SPACES TO RL-LINHA-RELATORIO.
           PERFORM 6100-GRAVAR-LINHA THRU 6100-EXIT.
           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'RECARGA COMPLETA (MODO F) NAO E REAPLICADA:'
               TO WS-LT-DESCRICAO.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           PERFORM 6100-GRAVAR-LINHA THRU 6100-EXIT.
           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'TIRE NOVA DESCARGA CUSTUNLD APOS TODA RECARGA'
               TO WS-LT-DESCRICAO.
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
           DISPLAY 'CUSTRCVR - ERRO DE ARQUIVO DETECTADO'.
           DISPLAY 'ARQUIVO.....: ' WS-ERRO-ARQUIVO.
           DISPLAY 'STATUS......: ' WS-ERRO-STATUS.
           DISPLAY 'PARAGRAFO...: ' WS-ERRO-PARAGRAFO.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM CUSTRCVR.
