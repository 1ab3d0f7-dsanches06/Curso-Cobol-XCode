      *     CINQ M NNNNNN D X      -> MANUTENCAO: MARCA DE DORMENCIA
      *                               PARA X (S OU N)
      *     CINQ E <TRANSACAO>     -> CAPTURA UMA TRANSACAO CADASTRAL
      *                               COMPLETA NO LAYOUT TRANREG (137
      *                               BYTES A PARTIR DA COLUNA 8):
      *                               INCLUSAO, ALTERACAO, EXCLUSAO,
      *                               ENDERECO, SITUACAO OU REATIVACAO
      *-----------------------------------------------------------------
      * LINHA DE COMANDO RECEBIDA DO TERMINAL. NA FUNCAO DE CAPTURA
      * ('E') A AREA DE PARAMETROS, A PARTIR DA COLUNA 8, E A PROPRIA
      * TRANSACAO DE 137 BYTES NO LAYOUT TRANREG (O NUMERO DE CLIENTE
      * DAS DEMAIS FUNCOES OCUPA AS MESMAS POSICOES DO NUMERO DE
      * CLIENTE DA TRANSACAO, ENTAO A CRITICA DE NUMERO VALE PARA
      * TODAS AS FUNCOES)
                 88 WS-CAMPO-DORMENCIA VALUE 'D'.
              10 FILLER                PIC X(01).
              10 WS-ET-VALOR-NOVO      PIC X(01).
              10 FILLER                PIC X(127).
           05 WS-ET-IMAGEM-TRANSACAO REDEFINES WS-ET-PARAMETROS
                                       PIC X(137).

       77  WS-TAMANHO-ENTRADA          PIC S9(04) COMP VALUE +144.
       77  WS-TAMANHO-AUDITORIA        PIC S9(04) COMP VALUE +303.
       77  WS-TAMANHO-TRANSACAO        PIC S9(04) COMP VALUE +137.

      *-----------------------------------------------------------------
      * TRANSACAO CAPTADA, DESMONTADA NO LAYOUT COMPARTILHADO DA CASA
       77  WS-HORA-SISTEMA             PIC 9(08) VALUE ZERO.
       77  WS-RESP                     PIC S9(08) COMP VALUE ZERO.

      *-----------------------------------------------------------------
      * AREA DE COMUNICACAO COM A ROTINA COMPARTILHADA DOCCHK, QUE
      * DEVOLVE O CPF/CNPJ DO CLIENTE EDITADO PARA O PAINEL
      *-----------------------------------------------------------------
           COPY DOCCALL.

      *-----------------------------------------------------------------
      * PAINEL DE RESPOSTA ENVIADO AO TERMINAL: CABECALHO, DADOS DO
      * CLIENTE E LINHA DE MENSAGEM
           05 WS-PR-LINHA4.
              10 FILLER                PIC X(10) VALUE 'ULT MOVTO:'.
              10 WS-PR-DATA-MOVTO      PIC 9(08).
              10 FILLER                PIC X(12) VALUE ' CPF/CNPJ..:'.
              10 WS-PR-DOCUMENTO       PIC X(18).
              10 FILLER                PIC X(31) VALUE SPACES.
           05 WS-PR-LINHA5.
              10 WS-PR-MENSAGEM        PIC X(79) VALUE SPACES.

      *=================================================================
      * 1000-CONSULTAR-CLIENTE
      * LE O CLIENTE NO CUSTMAST PELA CHAVE E MONTA O PAINEL COM NOME,
      * ENDERECO, SALDO, SITUACAO, DORMENCIA, ULTIMO MOVIMENTO E
      * CPF/CNPJ
      *=================================================================
       1000-CONSULTAR-CLIENTE.
           EXEC CICS READ
      * E DEPOIS, COMO O LOTE FAZ. DESLIGAR A DORMENCIA CONTA COMO
      * MOVIMENTO (A DATA DO ULTIMO MOVIMENTO E ATUALIZADA), COMO NA
      * REATIVACAO DO LOTE, SENAO A VARREDURA NOTURNA REMARCARIA O
      * CLIENTE NA MESMA NOITE. A CONTA CUJO SALDO FOI TRANSFERIDO A
      * VALORES ESQUECIDOS NAO E MANTIDA AQUI: SO A REATIVACAO DO LOTE
      * DEVOLVE O SALDO DA RESERVA, COM A AUDITORIA DA DEVOLUCAO
      *=================================================================
       2000-MANTER-CLIENTE.
           IF NOT WS-CAMPO-SITUACAO AND NOT WS-CAMPO-DORMENCIA
               PERFORM 8000-ENVIAR-RESPOSTA THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF CM-TRANSFERIDO
               MOVE 'SALDO EM VALORES ESQUECIDOS - REATIVE NO LOTE (R)'
                   TO WS-PR-MENSAGEM
               PERFORM 8000-ENVIAR-RESPOSTA THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF.
           MOVE CM-REGISTRO-CLIENTE TO WS-IMAGEM-ANTES.
           PERFORM 6000-OBTER-DATA-HORA THRU 6000-EXIT.
           IF WS-CAMPO-SITUACAO
      *=================================================================
      * 7000-MONTAR-PAINEL
      * MONTA AS LINHAS DO PAINEL DE RESPOSTA A PARTIR DO REGISTRO DO
      * CLIENTE LIDO DO CADASTRO MESTRE. O CPF/CNPJ SAI EDITADO PELA
      * ROTINA DOCCHK; CLIENTE SEM DOCUMENTO (INCLUIDO ANTES DA
      * EXIGENCIA) APARECE COMO NAO INFORMADO
      *=================================================================
       7000-MONTAR-PAINEL.
           MOVE CM-NUMERO-CLIENTE TO WS-PR-NUMERO.
           MOVE CM-SITUACAO TO WS-PR-SITUACAO.
           MOVE CM-CLIENTE-DORMENTE TO WS-PR-DORMENTE.
           MOVE CM-DATA-ULTIMA-MOVTO TO WS-PR-DATA-MOVTO.
           MOVE 'NAO INFORMADO' TO WS-PR-DOCUMENTO.
           IF CM-DOCUMENTO-CPF OR CM-DOCUMENTO-CNPJ
               MOVE CM-TIPO-DOCUMENTO TO DC-TIPO-DOCUMENTO
               MOVE CM-NUMERO-DOCUMENTO TO DC-NUMERO-DOCUMENTO
               CALL 'DOCCHK' USING DC-AREA-DOCUMENTO
               IF DC-DOCUMENTO-EDITADO NOT = SPACES
                   MOVE DC-DOCUMENTO-EDITADO TO WS-PR-DOCUMENTO
               END-IF
           END-IF.
       7000-EXIT.
           EXIT.

