      *   (AUDHFILE), ACUMULADO DIA A DIA PELO JOB AUDACCM A PARTIR
      *   DA TRILHA DIARIA, DE MODO QUE A FAIXA DE DATAS DO CARTAO
      *   ALCANCA MESES ANTERIORES E NAO SO O DIA CORRENTE
      * - QUANDO A FAIXA DE DATAS E MAIS ANTIGA QUE O HISTORICO ATIVO
      *   (ANOS JA RETIRADOS PELA RETENCAO, AUDRETN), O CARTAO PEDE
      *   TAMBEM A LEITURA DO VOLUME DE ARQUIVO (AUDHARQ), QUE ENTRA
      *   NA ORDENACAO JUNTO COM O HISTORICO ATIVO
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-AUDITLOG.
      *-----------------------------------------------------------------
      * AUDHARQ -> VOLUME DE ARQUIVO DO HISTORICO (UM OU MAIS ANOS
      * RETIRADOS PELA RETENCAO), LIDO SO QUANDO O CARTAO PEDE
      *-----------------------------------------------------------------
           SELECT ARCHIVE-VOLUME ASSIGN TO "AUDHARQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-AUDHARQ.
      *-----------------------------------------------------------------
      * SRTWK01 -> AREA DE TRABALHO DA ORDENACAO DA TRILHA POR CLIENTE
      *-----------------------------------------------------------------
           SELECT SORT-WORK-FILE ASSIGN TO "SRTWK01"
           COPY AUDREG REPLACING ==AL-REGISTRO-AUDITORIA==
               BY ==AL-REG-ENTRADA==.

      *-----------------------------------------------------------------
      * ARCHIVE-VOLUME -> REGISTRO DO VOLUME DE ARQUIVO DO HISTORICO
      *-----------------------------------------------------------------
       FD  ARCHIVE-VOLUME
           LABEL RECORDS ARE OMITTED.
           COPY AUDREG REPLACING ==AL-REGISTRO-AUDITORIA==
               BY ==AL-REG-VOLUME==.

      *-----------------------------------------------------------------
      * SORT-WORK-FILE -> AREA DE ORDENACAO DA TRILHA DE AUDITORIA
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      * CONTROL-CARD-FILE -> CARTAO DE CONTROLE (PARAMETROS DA
      * CONSULTA: FAIXA DE CLIENTES E FAIXA DE DATAS). O INDICADOR
      * DE VOLUME DE ARQUIVO ('S') FAZ LER TAMBEM O AUDHARQ; EM
      * BRANCO, SO O HISTORICO ATIVO
      *-----------------------------------------------------------------
       FD  CONTROL-CARD-FILE
           LABEL RECORDS ARE OMITTED.
           05 CC-CLIENTE-FINAL        PIC 9(06).
           05 CC-DATA-INICIAL         PIC 9(08).
           05 CC-DATA-FINAL           PIC 9(08).
           05 CC-VOLUME-ARQUIVO       PIC X(01).
           05 FILLER                  PIC X(51).

       WORKING-STORAGE SECTION.

      *-----------------------------------------------------------------
       01  WS-STATUS-ARQUIVOS.
           05 WS-ST-AUDITLOG           PIC X(02) VALUE '00'.
           05 WS-ST-AUDHARQ            PIC X(02) VALUE '00'.
           05 WS-ST-SRTWK01            PIC X(02) VALUE '00'.
           05 WS-ST-AUDSRT             PIC X(02) VALUE '00'.
           05 WS-ST-HISTRPT            PIC X(02) VALUE '00'.
           05 WS-IND-FIM-ARQUIVO       PIC X(01) VALUE 'N'.
              88 WS-FIM-ARQUIVO        VALUE 'Y'.
              88 WS-NAO-FIM-ARQUIVO    VALUE 'N'.
           05 WS-IND-VOLUME-ARQUIVO    PIC X(01) VALUE 'N'.
              88 WS-COM-VOLUME-ARQUIVO VALUE 'S'.

      *-----------------------------------------------------------------
      * PARAMETROS DE SELECAO VINDOS DO CARTAO DE CONTROLE
                   OR CC-CLIENTE-FINAL NOT NUMERIC
                   OR CC-DATA-INICIAL NOT NUMERIC
                   OR CC-DATA-FINAL NOT NUMERIC
                   OR (CC-VOLUME-ARQUIVO NOT = SPACE
                       AND CC-VOLUME-ARQUIVO NOT = 'S')
               MOVE 'CONTROL-CARD-FILE' TO WS-ERRO-ARQUIVO
               MOVE 'CC' TO WS-ERRO-STATUS
               MOVE '1000-INICIALIZAR' TO WS-ERRO-PARAGRAFO
           MOVE CC-CLIENTE-FINAL TO WS-CLIENTE-FINAL.
           MOVE CC-DATA-INICIAL TO WS-DATA-INICIAL.
           MOVE CC-DATA-FINAL TO WS-DATA-FINAL.
           IF CC-VOLUME-ARQUIVO = 'S'
               MOVE 'S' TO WS-IND-VOLUME-ARQUIVO
           END-IF.
       1000-EXIT.
           EXIT.

      * 7000-ORDENAR-AUDITORIA
      * ORDENA A TRILHA DE AUDITORIA POR NUMERO DE CLIENTE E DATA/HORA
      * DO MOVIMENTO, AGRUPANDO AS MANUTENCOES DE CADA CLIENTE NA
      * ORDEM EM QUE OCORRERAM. COM O VOLUME DE ARQUIVO PEDIDO NO
      * CARTAO, OS ANOS ARQUIVADOS ENTRAM NA MESMA ORDENACAO
      *=================================================================
       7000-ORDENAR-AUDITORIA.
           IF WS-COM-VOLUME-ARQUIVO
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY
                       AL-NUMERO-CLIENTE OF AL-REG-ORDENACAO
                       AL-DATA-MOVIMENTO OF AL-REG-ORDENACAO
                       AL-HORA-MOVIMENTO OF AL-REG-ORDENACAO
                   USING ARCHIVE-VOLUME AUDIT-LOG
                   GIVING AUDIT-SORTED
               IF WS-ST-AUDHARQ NOT = '00'
                   MOVE 'ARCHIVE-VOLUME' TO WS-ERRO-ARQUIVO
                   MOVE WS-ST-AUDHARQ TO WS-ERRO-STATUS
                   MOVE '7000-ORDENAR-AUDITORIA' TO WS-ERRO-PARAGRAFO
                   GO TO 9900-FILE-ERROR
               END-IF
           ELSE
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY
                       AL-NUMERO-CLIENTE OF AL-REG-ORDENACAO
                       AL-DATA-MOVIMENTO OF AL-REG-ORDENACAO
                       AL-HORA-MOVIMENTO OF AL-REG-ORDENACAO
                   USING AUDIT-LOG
                   GIVING AUDIT-SORTED
           END-IF.
           IF WS-ST-AUDITLOG NOT = '00'
               MOVE 'AUDIT-LOG' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AUDITLOG TO WS-ERRO-STATUS
                   MOVE 'TARIFA' TO WS-LM-TIPO
               WHEN AL-TIPO-JUROS OF AL-REGISTRO-AUDITORIA
                   MOVE 'JUROS' TO WS-LM-TIPO
               WHEN AL-TIPO-TRANSF-ESQUECIDO OF AL-REGISTRO-AUDITORIA
                   MOVE 'TRANSF ESQ' TO WS-LM-TIPO
               WHEN AL-TIPO-DEVOL-ESQUECIDO OF AL-REGISTRO-AUDITORIA
                   MOVE 'DEVOLUCAO' TO WS-LM-TIPO
               WHEN OTHER
                   MOVE AL-TIPO-TRANSACAO OF AL-REGISTRO-AUDITORIA
                       TO WS-LM-TIPO
               MOVE IP-CLIENTE-NOTIFICADO TO WS-LC-VALOR-DEPOIS
               PERFORM 3310-IMPRIMIR-CAMPO THRU 3310-EXIT
           END-IF.
           IF IA-SALDO-TRANSFERIDO NOT = IP-SALDO-TRANSFERIDO
               MOVE 'SALDO TRANSF' TO WS-LC-NOME-CAMPO
               MOVE IA-SALDO-TRANSFERIDO TO WS-LC-VALOR-ANTES
               MOVE IP-SALDO-TRANSFERIDO TO WS-LC-VALOR-DEPOIS
               PERFORM 3310-IMPRIMIR-CAMPO THRU 3310-EXIT
           END-IF.
       3300-EXIT.
           EXIT.

