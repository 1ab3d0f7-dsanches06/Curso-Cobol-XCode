      * - QUALQUER DIVERGENCIA ENTRE O SALDO DE FECHAMENTO E O
      *   CADASTRO ENCERRA O JOB COM CODIGO DE RETORNO DIFERENTE DE
      *   ZERO, PARA INVESTIGACAO ANTES DE O EXTRATO SAIR DA CASA
      * - QUANDO A FAIXA DE DATAS E MAIS ANTIGA QUE O HISTORICO ATIVO
      *   (ANOS JA RETIRADOS PELA RETENCAO, AUDRETN), O CARTAO PEDE
      *   TAMBEM A LEITURA DO VOLUME DE ARQUIVO (AUDHARQ), QUE ENTRA
      *   NA ORDENACAO JUNTO COM O HISTORICO ATIVO. O SALDO DE UM
      *   PERIODO ARQUIVADO NAO E O SALDO ATUAL DO CLIENTE, ENTAO
      *   ESSE EXTRATO NAO E CONFERIDO CONTRA O CADASTRO MESTRE
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-AUDHFILE.
      *-----------------------------------------------------------------
      * AUDHARQ -> VOLUME DE ARQUIVO DO HISTORICO (UM OU MAIS ANOS
      * RETIRADOS PELA RETENCAO), LIDO SO QUANDO O CARTAO PEDE
      *-----------------------------------------------------------------
           SELECT ARCHIVE-VOLUME ASSIGN TO "AUDHARQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-AUDHARQ.
      *-----------------------------------------------------------------
      * SRTWK01 -> AREA DE TRABALHO DA ORDENACAO DO HISTORICO
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
      * SORT-WORK-FILE -> AREA DE ORDENACAO DO HISTORICO
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      * CONTROL-CARD-FILE -> CARTAO DE CONTROLE (PARAMETROS DA
      * CONSULTA: FAIXA DE CLIENTES E FAIXA DE DATAS DO EXTRATO). A
      * DATA DE NEGOCIO VEM PREENCHIDA SO QUANDO O EXTRATO RODA NA
      * ESTEIRA NOTURNA; EM BRANCO, O EXTRATO E AVULSO. O INDICADOR
      * DE VOLUME DE ARQUIVO ('S') FAZ LER TAMBEM O AUDHARQ; EM
      * BRANCO, SO O HISTORICO ATIVO
      *-----------------------------------------------------------------
       FD  CONTROL-CARD-FILE
           LABEL RECORDS ARE OMITTED.
           05 CC-CLIENTE-FINAL        PIC 9(06).
           05 CC-DATA-INICIAL         PIC 9(08).
           05 CC-DATA-FINAL           PIC 9(08).
           05 CC-DATA-NEGOCIO         PIC X(08).
           05 CC-VOLUME-ARQUIVO       PIC X(01).
           05 FILLER                  PIC X(43).

       WORKING-STORAGE SECTION.

      *-----------------------------------------------------------------
       01  WS-STATUS-ARQUIVOS.
           05 WS-ST-AUDHFILE           PIC X(02) VALUE '00'.
           05 WS-ST-AUDHARQ            PIC X(02) VALUE '00'.
           05 WS-ST-SRTWK01            PIC X(02) VALUE '00'.
           05 WS-ST-AUDSRT             PIC X(02) VALUE '00'.
           05 WS-ST-CUSTMAST           PIC X(02) VALUE '00'.
              88 WS-CLIENTE-EXCLUIDO   VALUE 'S'.
           05 WS-IND-DIVERGENCIA       PIC X(01) VALUE 'N'.
              88 WS-COM-DIVERGENCIA    VALUE 'S'.
           05 WS-IND-EXECUCAO          PIC X(01) VALUE 'N'.
              88 WS-EXECUCAO-REGISTRADA VALUE 'S'.
           05 WS-IND-VOLUME-ARQUIVO    PIC X(01) VALUE 'N'.
              88 WS-COM-VOLUME-ARQUIVO VALUE 'S'.
           05 WS-IND-FIM-VOLUME        PIC X(01) VALUE 'N'.
              88 WS-FIM-VOLUME         VALUE 'Y'.

      *-----------------------------------------------------------------
      * AREA DE COMUNICACAO COM A ROTINA COMPARTILHADA RUNCHK, QUE
      * CONFERE NO CONTROLE DE EXECUCAO DA ESTEIRA SE O PASSO PODE
      * PARTIR E REGISTRA O INICIO E O FIM DO PASSO
      *-----------------------------------------------------------------
           COPY RUNCALL.

      *-----------------------------------------------------------------
      * PARAMETROS DE SELECAO VINDOS DO CARTAO DE CONTROLE
           05 WS-CLIENTE-FINAL         PIC 9(06) VALUE ZERO.
           05 WS-DATA-INICIAL          PIC 9(08) VALUE ZERO.
           05 WS-DATA-FINAL            PIC 9(08) VALUE ZERO.
           05 WS-DATA-EXECUCAO         PIC 9(08) VALUE ZERO.

      *-----------------------------------------------------------------
      * IMAGENS ANTES E DEPOIS DESMONTADAS NO LAYOUT DO CADASTRO
           IF WS-COM-DIVERGENCIA
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-EXECUCAO-REGISTRADA
               PERFORM 9800-REGISTRAR-FIM THRU 9800-EXIT
           END-IF.
           STOP RUN.

      *=================================================================
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
           IF CC-DATA-NEGOCIO NOT = SPACES
               IF CC-DATA-NEGOCIO NOT NUMERIC
                   MOVE 'CONTROL-CARD-FILE' TO WS-ERRO-ARQUIVO
                   MOVE 'CN' TO WS-ERRO-STATUS
                   MOVE '1000-INICIALIZAR' TO WS-ERRO-PARAGRAFO
                   GO TO 9900-FILE-ERROR
               END-IF
               MOVE CC-DATA-NEGOCIO TO WS-DATA-EXECUCAO
           END-IF.
           PERFORM 1900-REGISTRAR-INICIO THRU 1900-EXIT.
       1000-EXIT.
           EXIT.

      * ORDENA O HISTORICO PERMANENTE POR NUMERO DE CLIENTE E
      * DATA/HORA DO MOVIMENTO (MESMO PADRAO DA CONCILIACAO DIARIA),
      * SELECIONANDO NA ENTRADA DA ORDENACAO SOMENTE OS REGISTROS
      * DENTRO DAS FAIXAS DE CLIENTES E DE DATAS DO CARTAO. COM O
      * VOLUME DE ARQUIVO PEDIDO NO CARTAO, OS ANOS ARQUIVADOS ENTRAM
      * NA MESMA ORDENACAO
      *=================================================================
       7000-ORDENAR-HISTORICO.
           MOVE 'N' TO WS-IND-FIM-ENTRADA.
               MOVE '7000-ORDENAR-HISTORICO' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           IF WS-COM-VOLUME-ARQUIVO
               MOVE 'N' TO WS-IND-FIM-VOLUME
               OPEN INPUT ARCHIVE-VOLUME
               IF WS-ST-AUDHARQ NOT = '00'
                   MOVE 'ARCHIVE-VOLUME' TO WS-ERRO-ARQUIVO
                   MOVE WS-ST-AUDHARQ TO WS-ERRO-STATUS
                   MOVE '7000-ORDENAR-HISTORICO' TO WS-ERRO-PARAGRAFO
                   GO TO 9900-FILE-ERROR
               END-IF
           END-IF.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY
                   AL-NUMERO-CLIENTE OF AL-REG-ORDENACAO
               MOVE '7000-ORDENAR-HISTORICO' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           IF WS-COM-VOLUME-ARQUIVO
               CLOSE ARCHIVE-VOLUME
               IF WS-ST-AUDHARQ NOT = '00'
                   MOVE 'ARCHIVE-VOLUME' TO WS-ERRO-ARQUIVO
                   MOVE WS-ST-AUDHARQ TO WS-ERRO-STATUS
                   MOVE '7000-ORDENAR-HISTORICO' TO WS-ERRO-PARAGRAFO
                   GO TO 9900-FILE-ERROR
               END-IF
           END-IF.
       7000-EXIT.
           EXIT.

      * 7100-SELECIONAR-HISTORICO
      * PROCEDIMENTO DE ENTRADA DA ORDENACAO: LE O HISTORICO REGISTRO
      * A REGISTRO E LIBERA PARA A ORDENACAO SOMENTE OS REGISTROS
      * DENTRO DAS FAIXAS DE CLIENTES E DE DATAS DO CARTAO; QUANDO
      * PEDIDO, O VOLUME DE ARQUIVO E LIDO ANTES DO HISTORICO ATIVO
      *=================================================================
       7100-SELECIONAR-HISTORICO.
           IF WS-COM-VOLUME-ARQUIVO
               PERFORM 7120-LIBERAR-VOLUME THRU 7120-EXIT
                   UNTIL WS-FIM-VOLUME
           END-IF.
           PERFORM 7110-LIBERAR-REGISTRO THRU 7110-EXIT
               UNTIL WS-FIM-ENTRADA.
       7100-EXIT.
       7110-EXIT.
           EXIT.

      *=================================================================
      * 7120-LIBERAR-VOLUME
      * LE O PROXIMO REGISTRO DO VOLUME DE ARQUIVO E, QUANDO DENTRO
      * DAS FAIXAS DE SELECAO, LIBERA PARA A AREA DE ORDENACAO
      *=================================================================
       7120-LIBERAR-VOLUME.
           READ ARCHIVE-VOLUME
               AT END
                   MOVE 'Y' TO WS-IND-FIM-VOLUME
               NOT AT END
                   ADD 1 TO WS-QTDE-LIDOS
                   IF AL-NUMERO-CLIENTE OF AL-REG-VOLUME
                           NOT < WS-CLIENTE-INICIAL
                       AND AL-NUMERO-CLIENTE OF AL-REG-VOLUME
                           NOT > WS-CLIENTE-FINAL
                       AND AL-DATA-MOVIMENTO OF AL-REG-VOLUME
                           NOT < WS-DATA-INICIAL
                       AND AL-DATA-MOVIMENTO OF AL-REG-VOLUME
                           NOT > WS-DATA-FINAL
                       RELEASE AL-REG-ORDENACAO FROM AL-REG-VOLUME
                       ADD 1 TO WS-QTDE-SELECIONADOS
                   END-IF
           END-READ.
           IF WS-ST-AUDHARQ NOT = '00' AND WS-ST-AUDHARQ NOT = '10'
               MOVE 'ARCHIVE-VOLUME' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AUDHARQ TO WS-ERRO-STATUS
               MOVE '7120-LIBERAR-VOLUME' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
       7120-EXIT.
           EXIT.

      *=================================================================
      * 3000-MONTAR-EXTRATO
      * CORPO DO LACO PRINCIPAL: LE O PROXIMO REGISTRO ORDENADO E
                   MOVE 'JUROS' TO WS-LM-TIPO
               WHEN AL-TIPO-REATIVACAO OF AL-REGISTRO-AUDITORIA
                   MOVE 'REATIVACAO' TO WS-LM-TIPO
               WHEN AL-TIPO-TRANSF-ESQUECIDO OF AL-REGISTRO-AUDITORIA
                   MOVE 'TRANSF ESQ' TO WS-LM-TIPO
               WHEN AL-TIPO-DEVOL-ESQUECIDO OF AL-REGISTRO-AUDITORIA
                   MOVE 'DEVOLUCAO' TO WS-LM-TIPO
               WHEN OTHER
                   MOVE AL-TIPO-TRANSACAO OF AL-REGISTRO-AUDITORIA
                       TO WS-LM-TIPO
      * FECHAMENTO E O CONFERE CONTRA O SALDO GRAVADO NO CADASTRO
      * MESTRE, APONTANDO A DIVERGENCIA QUANDO OS DOIS NAO BATEM. O
      * CLIENTE CUJO ULTIMO REGISTRO DO PERIODO E UMA EXCLUSAO NAO E
      * CONFERIDO CONTRA O CADASTRO (ELE NAO DEVE MAIS ESTAR LA), NEM
      * O EXTRATO MONTADO COM O VOLUME DE ARQUIVO
      *=================================================================
       3400-FECHAR-CLIENTE.
           MOVE SPACES TO WS-LINHA-SALDO.
           MOVE WS-LINHA-SALDO TO RL-LINHA-RELATORIO.
           PERFORM 4000-GRAVAR-LINHA THRU 4000-EXIT.
           IF NOT WS-CLIENTE-EXCLUIDO
                   AND NOT WS-COM-VOLUME-ARQUIVO
               MOVE WS-CLIENTE-ATUAL TO CM-NUMERO-CLIENTE
               READ CUSTOMER-MASTER
                   INVALID KEY
               TO WS-LT-DESCRICAO.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           PERFORM 4000-GRAVAR-LINHA THRU 4000-EXIT.
           IF WS-COM-VOLUME-ARQUIVO
               MOVE SPACES TO WS-LINHA-TOTAIS
               MOVE 'COM VOLUME DE ARQUIVO - SEM CONFERENCIA CADASTRO'
                   TO WS-LT-DESCRICAO
               MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO
               PERFORM 4000-GRAVAR-LINHA THRU 4000-EXIT
           END-IF.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'QUANTIDADE DE REGISTROS DO HISTORICO...:'
       9000-EXIT.
           EXIT.

      *=================================================================
      * 1900-REGISTRAR-INICIO
      * CONFERE NO CONTROLE DE EXECUCAO DA ESTEIRA SE O PASSO ANTERIOR
      * TERMINOU LIMPO NA DATA DE NEGOCIO E SE ESTE PASSO AINDA NAO
      * RODOU LIMPO NELA, REGISTRANDO O INICIO; O PASSO RECUSADO
      * ENCERRA O JOB ANTES DE ATUALIZAR QUALQUER ARQUIVO
      * (O EXTRATO AVULSO, SEM DATA DE NEGOCIO NO CARTAO, RODA FORA
      * DA ESTEIRA E NAO PASSA PELO CONTROLE)
      *=================================================================
       1900-REGISTRAR-INICIO.
           IF WS-DATA-EXECUCAO = ZERO
               GO TO 1900-EXIT
           END-IF.
           MOVE 'I' TO RU-FUNCAO.
           MOVE WS-DATA-EXECUCAO TO RU-DATA-NEGOCIO.
           MOVE 'CUSTSTMT' TO RU-PASSO.
           MOVE ZERO TO RU-CODIGO-PASSO.
           MOVE SPACE TO RU-MODO-PROCESSAMENTO.
           CALL 'RUNCHK' USING RU-AREA-EXECUCAO.
           IF RU-ANTECESSOR-PENDENTE
               DISPLAY 'CUSTSTMT - PASSO ANTERIOR NAO CONCLUIDO: '
                   RU-PASSO-ANTECESSOR
               MOVE 'RUN-CONTROL-FILE' TO WS-ERRO-ARQUIVO
               MOVE 'PA' TO WS-ERRO-STATUS
               MOVE '1900-REGISTRAR-INICIO' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           IF RU-PASSO-JA-EXECUTADO
               DISPLAY 'CUSTSTMT - PASSO JA EXECUTADO NA DATA: '
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
               DISPLAY 'CUSTSTMT - FALHA NO REGISTRO DO FIM DO PASSO'
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

       END PROGRAM CUSTSTMT.
