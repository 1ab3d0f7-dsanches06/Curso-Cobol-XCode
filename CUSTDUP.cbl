      ******************************************************************
      * IDENTIFICATION DIVISION
      *
      * - CUSTDUP E O RELATORIO DE CLIENTES EM DUPLICIDADE NO
      *   CADASTRO MESTRE (CUSTMAST), PARA AS AGENCIAS CONSOLIDAREM
      *   A MESMA PESSOA ABERTA SOB MAIS DE UM NUMERO DE CLIENTE
      * - DOIS CRITERIOS, CADA UM NA SUA SECAO DO RELATORIO:
      *   . MESMO CPF/CNPJ: CLIENTES COM O MESMO TIPO E NUMERO DE
      *     DOCUMENTO (CLIENTES SEM DOCUMENTO FICAM DE FORA)
      *   . MESMO NOME E CEP: NOME NORMALIZADO (SO LETRAS E DIGITOS,
      *     EM MAIUSCULAS, SEM ESPACOS NEM PONTUACAO) MAIS OS OITO
      *     DIGITOS DO CEP, PARA PEGAR A MESMA PESSOA DIGITADA DE
      *     FORMAS DIFERENTES OU AINDA SEM DOCUMENTO
      * - CADA CLIENTE E LIBERADO UMA VEZ POR CRITERIO PARA UMA UNICA
      *   ORDENACAO; SO OS GRUPOS COM MAIS DE UM CLIENTE SAO
      *   IMPRESSOS, COM O NUMERO, O NOME, A AGENCIA, A SITUACAO, O
      *   CEP E O DOCUMENTO DE CADA UM
      * - O PROGRAMA SO LE O CADASTRO; A CONSOLIDACAO E FEITA PELAS
      *   AGENCIAS PELAS TRANSACOES NORMAIS DE MANUTENCAO
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTDUP.

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
      * NA SEQUENCIA DA CHAVE, SEM ATUALIZACAO
      *-----------------------------------------------------------------
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-NUMERO-CLIENTE
               FILE STATUS IS WS-ST-CUSTMAST.
      *-----------------------------------------------------------------
      * SRTWK01 -> AREA DE ORDENACAO DOS CLIENTES PELO CRITERIO E PELA
      * CHAVE DE DUPLICIDADE
      *-----------------------------------------------------------------
           SELECT SORT-WORK-FILE ASSIGN TO "SRTWK01"
               FILE STATUS IS WS-ST-SRTWK01.
      *-----------------------------------------------------------------
      * DUPRPT -> RELATORIO DE CLIENTES EM DUPLICIDADE, PARA AS
      * AGENCIAS
      *-----------------------------------------------------------------
           SELECT REPORT-FILE ASSIGN TO "DUPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-DUPRPT.
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
      * CUSTOMER-MASTER -> REGISTRO DO CADASTRO MESTRE DE CLIENTES
      *-----------------------------------------------------------------
       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CUSTREG.

      *-----------------------------------------------------------------
      * SORT-WORK-FILE -> CLIENTE LIBERADO PARA UM DOS CRITERIOS
      * ('1' CPF/CNPJ, '2' NOME E CEP), COM A CHAVE DE DUPLICIDADE DO
      * CRITERIO E OS DADOS IMPRESSOS NO RELATORIO
      *-----------------------------------------------------------------
       SD  SORT-WORK-FILE.
       01  DP-REG-ORDENACAO.
           05 DP-CRITERIO             PIC X(01).
              88 DP-CRITERIO-DOCUMENTO VALUE '1'.
              88 DP-CRITERIO-NOME-CEP VALUE '2'.
           05 DP-CHAVE                PIC X(38).
           05 DP-NUMERO-CLIENTE       PIC 9(06).
           05 DP-NOME-CLIENTE         PIC X(30).
           05 DP-CODIGO-AGENCIA       PIC 9(04).
           05 DP-SITUACAO             PIC X(01).
           05 DP-CEP                  PIC X(09).
           05 DP-DOCUMENTO-EDITADO    PIC X(18).

      *-----------------------------------------------------------------
      * REPORT-FILE -> LINHA DO RELATORIO DE DUPLICIDADE
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
      * CONTADORES DO RELATORIO DE DUPLICIDADE
      *-----------------------------------------------------------------
       77  WS-QTDE-LIDOS               PIC 9(09) COMP VALUE ZERO.
       77  WS-QTDE-SEM-DOCUMENTO       PIC 9(09) COMP VALUE ZERO.
       77  WS-QTDE-SEM-NOME-CEP        PIC 9(09) COMP VALUE ZERO.
       77  WS-QTDE-GRUPOS-DOCUMENTO    PIC 9(09) COMP VALUE ZERO.
       77  WS-QTDE-CLIENTES-DOCUMENTO  PIC 9(09) COMP VALUE ZERO.
       77  WS-QTDE-GRUPOS-NOME-CEP     PIC 9(09) COMP VALUE ZERO.
       77  WS-QTDE-CLIENTES-NOME-CEP   PIC 9(09) COMP VALUE ZERO.

      *-----------------------------------------------------------------
      * STATUS DE CADA ARQUIVO DO PROGRAMA, PARA TRATAMENTO DE ERRO
      *-----------------------------------------------------------------
       01  WS-STATUS-ARQUIVOS.
           05 WS-ST-CUSTMAST           PIC X(02) VALUE '00'.
           05 WS-ST-SRTWK01            PIC X(02) VALUE '00'.
           05 WS-ST-DUPRPT             PIC X(02) VALUE '00'.
           05 WS-ST-SYSIN              PIC X(02) VALUE '00'.

      *-----------------------------------------------------------------
      * INDICADORES DE CONTROLE DOS LACOS E DAS QUEBRAS
      *-----------------------------------------------------------------
       01  WS-INDICADORES.
           05 WS-IND-FIM-ARQUIVO       PIC X(01) VALUE 'N'.
              88 WS-FIM-ARQUIVO        VALUE 'Y'.
           05 WS-IND-FIM-CLASSIF       PIC X(01) VALUE 'N'.
              88 WS-FIM-CLASSIF        VALUE 'Y'.

      *-----------------------------------------------------------------
      * PARAMETROS DE EXECUCAO VINDOS DO CARTAO DE CONTROLE
      *-----------------------------------------------------------------
       01  WS-PARAMETROS-EXECUCAO.
           05 WS-DATA-EXECUCAO         PIC 9(08) VALUE ZERO.

      *-----------------------------------------------------------------
      * AREA DE COMUNICACAO COM A ROTINA COMPARTILHADA DOCCHK, QUE
      * DEVOLVE O CPF/CNPJ EDITADO PARA O RELATORIO
      *-----------------------------------------------------------------
           COPY DOCCALL.

      *-----------------------------------------------------------------
      * NORMALIZACAO DO NOME E DO CEP: O NOME E PASSADO PARA
      * MAIUSCULAS E COPIADO CARACTERE A CARACTERE SO COM AS LETRAS E
      * OS DIGITOS; DO CEP FICAM SO OS DIGITOS. A CHAVE SO E MONTADA
      * QUANDO HA NOME E O CEP TEM OS OITO DIGITOS
      *-----------------------------------------------------------------
       01  WS-NOME-ORIGEM.
           05 WS-NO-CARACTER          PIC X(01) OCCURS 30 TIMES.
       01  WS-CEP-ORIGEM.
           05 WS-CO-CARACTER          PIC X(01) OCCURS 9 TIMES.
       01  WS-CHAVE-NOME-CEP.
           05 WS-CH-NOME.
              10 WS-CH-NOME-CARACTER  PIC X(01) OCCURS 30 TIMES.
           05 WS-CH-CEP.
              10 WS-CH-CEP-CARACTER   PIC X(01) OCCURS 8 TIMES.
       77  WS-NM-SUB                   PIC 9(02) COMP VALUE ZERO.
       77  WS-NM-DESTINO               PIC 9(02) COMP VALUE ZERO.
       77  WS-CEP-DESTINO              PIC 9(02) COMP VALUE ZERO.

      *-----------------------------------------------------------------
      * CLIENTE MONTADO NA ENTRADA DA ORDENACAO, LIBERADO UMA VEZ PARA
      * CADA CRITERIO EM QUE TEM CHAVE (SO O CRITERIO E A CHAVE MUDAM
      * ENTRE UMA LIBERACAO E OUTRA)
      *-----------------------------------------------------------------
       01  WS-CLIENTE-LIBERADO.
           05 WS-CL-CRITERIO           PIC X(01).
           05 WS-CL-CHAVE              PIC X(38).
           05 WS-CL-NUMERO-CLIENTE     PIC 9(06).
           05 WS-CL-NOME-CLIENTE       PIC X(30).
           05 WS-CL-CODIGO-AGENCIA     PIC 9(04).
           05 WS-CL-SITUACAO           PIC X(01).
           05 WS-CL-CEP                PIC X(09).
           05 WS-CL-DOCUMENTO-EDITADO  PIC X(18).

      *-----------------------------------------------------------------
      * GRUPO EM FORMACAO NA SAIDA DA ORDENACAO: O PRIMEIRO CLIENTE DO
      * GRUPO FICA GUARDADO ATE CHEGAR O SEGUNDO, QUANDO O GRUPO PASSA
      * A SER DUPLICIDADE E E IMPRESSO
      *-----------------------------------------------------------------
       01  WS-PRIMEIRO-GRUPO.
           05 WS-PG-CRITERIO           PIC X(01).
           05 WS-PG-CHAVE              PIC X(38).
           05 WS-PG-NUMERO-CLIENTE     PIC 9(06).
           05 WS-PG-NOME-CLIENTE       PIC X(30).
           05 WS-PG-CODIGO-AGENCIA     PIC 9(04).
           05 WS-PG-SITUACAO           PIC X(01).
           05 WS-PG-CEP                PIC X(09).
           05 WS-PG-DOCUMENTO-EDITADO  PIC X(18).
       77  WS-QTDE-GRUPO               PIC 9(05) COMP VALUE ZERO.
       77  WS-SECAO-IMPRESSA           PIC X(01) VALUE SPACE.

      *-----------------------------------------------------------------
      * AREA DE TRABALHO DO TRATAMENTO DE ERRO DE ARQUIVO (ABEND)
      *-----------------------------------------------------------------
       01  WS-AREA-ERRO.
           05 WS-ERRO-ARQUIVO          PIC X(20).
           05 WS-ERRO-STATUS           PIC X(02).
           05 WS-ERRO-PARAGRAFO        PIC X(30).

      *-----------------------------------------------------------------
      * LAYOUT DA LINHA DE CABECALHO DO RELATORIO E DAS SECOES
      *-----------------------------------------------------------------
       01  WS-LINHA-CABECALHO.
           05 FILLER                  PIC X(05) VALUE SPACES.
           05 WS-LC-TITULO            PIC X(50) VALUE SPACES.
           05 WS-LC-DATA              PIC 9(08).
           05 FILLER                  PIC X(57) VALUE SPACES.

       01  WS-LINHA-SECAO.
           05 FILLER                  PIC X(05) VALUE SPACES.
           05 WS-LS-TITULO            PIC X(50) VALUE SPACES.
           05 FILLER                  PIC X(65) VALUE SPACES.

      *-----------------------------------------------------------------
      * LAYOUT DA LINHA DE ABERTURA DE CADA GRUPO DE DUPLICIDADE
      *-----------------------------------------------------------------
       01  WS-LINHA-GRUPO.
           05 FILLER                  PIC X(05) VALUE SPACES.
           05 WS-LG-DESCRICAO         PIC X(20) VALUE SPACES.
           05 WS-LG-CHAVE             PIC X(50) VALUE SPACES.
           05 FILLER                  PIC X(45) VALUE SPACES.

      *-----------------------------------------------------------------
      * LAYOUT DA LINHA DE TITULOS DAS COLUNAS E DA LINHA DE CLIENTE
      *-----------------------------------------------------------------
       01  WS-LINHA-COLUNAS.
           05 FILLER                  PIC X(08) VALUE SPACES.
           05 FILLER                  PIC X(08) VALUE 'CLIENTE'.
           05 FILLER                  PIC X(32) VALUE 'NOME'.
           05 FILLER                  PIC X(06) VALUE 'AGENC'.
           05 FILLER                  PIC X(03) VALUE 'S'.
           05 FILLER                  PIC X(11) VALUE 'CEP'.
           05 FILLER                  PIC X(18) VALUE 'CPF/CNPJ'.
           05 FILLER                  PIC X(34) VALUE SPACES.

       01  WS-LINHA-CLIENTE.
           05 FILLER                  PIC X(08) VALUE SPACES.
           05 WS-LD-NUMERO-CLIENTE    PIC 9(06).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LD-NOME-CLIENTE      PIC X(30).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LD-CODIGO-AGENCIA    PIC 9(04).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LD-SITUACAO          PIC X(01).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LD-CEP               PIC X(09).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LD-DOCUMENTO         PIC X(18).
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
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-ST-CUSTMAST NOT = '00'
               MOVE 'CUSTOMER-MASTER' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-CUSTMAST TO WS-ERRO-STATUS
               MOVE '0000-MAINLINE' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-ST-DUPRPT NOT = '00'
               MOVE 'REPORT-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-DUPRPT TO WS-ERRO-STATUS
               MOVE '0000-MAINLINE' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           PERFORM 4000-GRAVAR-CABECALHO THRU 4000-EXIT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY DP-CRITERIO
                   DP-CHAVE
                   DP-NUMERO-CLIENTE
               INPUT PROCEDURE IS 2000-LIBERAR-CLIENTES
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-IMPRIMIR-DUPLICIDADES
                   THRU 3000-EXIT.
           PERFORM 9000-IMPRIMIR-TOTAIS THRU 9000-EXIT.
           CLOSE CUSTOMER-MASTER.
           IF WS-ST-CUSTMAST NOT = '00'
               MOVE 'CUSTOMER-MASTER' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-CUSTMAST TO WS-ERRO-STATUS
               MOVE '0000-MAINLINE' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           CLOSE REPORT-FILE.
           IF WS-ST-DUPRPT NOT = '00'
               MOVE 'REPORT-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-DUPRPT TO WS-ERRO-STATUS
               MOVE '0000-MAINLINE' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           STOP RUN.

      *=================================================================
      * 1000-INICIALIZAR
      * LE O CARTAO DE CONTROLE (SYSIN) UMA UNICA VEZ NO INICIO DO
      * JOB E GUARDA A DATA DE EXECUCAO PARA O CABECALHO
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
      * 2000-LIBERAR-CLIENTES
      * PROCEDIMENTO DE ENTRADA DA ORDENACAO: LE O CADASTRO MESTRE DO
      * INICIO AO FIM E LIBERA CADA CLIENTE PARA OS DOIS CRITERIOS
      *=================================================================
       2000-LIBERAR-CLIENTES.
           PERFORM 2100-LER-CLIENTE THRU 2100-EXIT
               UNTIL WS-FIM-ARQUIVO.
       2000-EXIT.
           EXIT.

      *=================================================================
      * 2100-LER-CLIENTE
      * LE O PROXIMO CLIENTE DO CADASTRO MESTRE, MONTA OS DADOS DO
      * RELATORIO E LIBERA O CLIENTE PELO CPF/CNPJ (QUANDO TEM
      * DOCUMENTO) E PELO NOME E CEP (QUANDO A CHAVE PODE SER MONTADA)
      *=================================================================
       2100-LER-CLIENTE.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-IND-FIM-ARQUIVO
           END-READ.
           IF WS-ST-CUSTMAST NOT = '00' AND WS-ST-CUSTMAST NOT = '10'
               MOVE 'CUSTOMER-MASTER' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-CUSTMAST TO WS-ERRO-STATUS
               MOVE '2100-LER-CLIENTE' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           IF WS-FIM-ARQUIVO
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-QTDE-LIDOS.
           MOVE SPACES TO WS-CLIENTE-LIBERADO.
           MOVE CM-NUMERO-CLIENTE TO WS-CL-NUMERO-CLIENTE.
           MOVE CM-NOME-CLIENTE TO WS-CL-NOME-CLIENTE.
           IF CM-CODIGO-AGENCIA NUMERIC
               MOVE CM-CODIGO-AGENCIA TO WS-CL-CODIGO-AGENCIA
           ELSE
               MOVE ZERO TO WS-CL-CODIGO-AGENCIA
           END-IF.
           MOVE CM-SITUACAO TO WS-CL-SITUACAO.
           MOVE CM-CEP TO WS-CL-CEP.
           MOVE 'NAO INFORMADO' TO WS-CL-DOCUMENTO-EDITADO.
           IF CM-DOCUMENTO-CPF OR CM-DOCUMENTO-CNPJ
               MOVE CM-TIPO-DOCUMENTO TO DC-TIPO-DOCUMENTO
               MOVE CM-NUMERO-DOCUMENTO TO DC-NUMERO-DOCUMENTO
               CALL 'DOCCHK' USING DC-AREA-DOCUMENTO
               IF DC-DOCUMENTO-EDITADO NOT = SPACES
                   MOVE DC-DOCUMENTO-EDITADO TO WS-CL-DOCUMENTO-EDITADO
               END-IF
               MOVE '1' TO WS-CL-CRITERIO
               MOVE DC-DOCUMENTO TO WS-CL-CHAVE
               RELEASE DP-REG-ORDENACAO FROM WS-CLIENTE-LIBERADO
           ELSE
               ADD 1 TO WS-QTDE-SEM-DOCUMENTO
           END-IF.
           PERFORM 2200-NORMALIZAR-NOME-CEP THRU 2200-EXIT.
           IF WS-CH-NOME = SPACES OR WS-CEP-DESTINO NOT = 8
               ADD 1 TO WS-QTDE-SEM-NOME-CEP
               GO TO 2100-EXIT
           END-IF.
           MOVE '2' TO WS-CL-CRITERIO.
           MOVE WS-CHAVE-NOME-CEP TO WS-CL-CHAVE.
           RELEASE DP-REG-ORDENACAO FROM WS-CLIENTE-LIBERADO.
       2100-EXIT.
           EXIT.

      *=================================================================
      * 2200-NORMALIZAR-NOME-CEP
      * MONTA A CHAVE DE NOME E CEP DO CLIENTE CORRENTE: O NOME EM
      * MAIUSCULAS SO COM LETRAS E DIGITOS E O CEP SO COM DIGITOS
      *=================================================================
       2200-NORMALIZAR-NOME-CEP.
           MOVE SPACES TO WS-CHAVE-NOME-CEP.
           MOVE CM-NOME-CLIENTE TO WS-NOME-ORIGEM.
           INSPECT WS-NOME-ORIGEM
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE ZERO TO WS-NM-DESTINO.
           PERFORM 2210-COPIAR-CARACTER-NOME THRU 2210-EXIT
               VARYING WS-NM-SUB FROM 1 BY 1
               UNTIL WS-NM-SUB > 30.
           MOVE CM-CEP TO WS-CEP-ORIGEM.
           MOVE ZERO TO WS-CEP-DESTINO.
           PERFORM 2220-COPIAR-DIGITO-CEP THRU 2220-EXIT
               VARYING WS-NM-SUB FROM 1 BY 1
               UNTIL WS-NM-SUB > 9.
       2200-EXIT.
           EXIT.

      *=================================================================
      * 2210-COPIAR-CARACTER-NOME
      * COPIA PARA A CHAVE O CARACTERE CORRENTE DO NOME QUANDO FOR
      * LETRA OU DIGITO; ESPACOS E PONTUACAO SAO DESPREZADOS
      *=================================================================
       2210-COPIAR-CARACTER-NOME.
           IF WS-NO-CARACTER (WS-NM-SUB) = SPACE
               GO TO 2210-EXIT
           END-IF.
           IF WS-NO-CARACTER (WS-NM-SUB) IS NOT ALPHABETIC-UPPER
                   AND WS-NO-CARACTER (WS-NM-SUB) IS NOT NUMERIC
               GO TO 2210-EXIT
           END-IF.
           ADD 1 TO WS-NM-DESTINO.
           MOVE WS-NO-CARACTER (WS-NM-SUB)
               TO WS-CH-NOME-CARACTER (WS-NM-DESTINO).
       2210-EXIT.
           EXIT.

      *=================================================================
      * 2220-COPIAR-DIGITO-CEP
      * COPIA PARA A CHAVE O CARACTERE CORRENTE DO CEP QUANDO FOR
      * DIGITO (O HIFEN E DESPREZADO); CEP COM MAIS DE OITO DIGITOS
      * INVALIDA A CHAVE
      *=================================================================
       2220-COPIAR-DIGITO-CEP.
           IF WS-CO-CARACTER (WS-NM-SUB) IS NOT NUMERIC
               GO TO 2220-EXIT
           END-IF.
           ADD 1 TO WS-CEP-DESTINO.
           IF WS-CEP-DESTINO > 8
               GO TO 2220-EXIT
           END-IF.
           MOVE WS-CO-CARACTER (WS-NM-SUB)
               TO WS-CH-CEP-CARACTER (WS-CEP-DESTINO).
       2220-EXIT.
           EXIT.

      *=================================================================
      * 3000-IMPRIMIR-DUPLICIDADES
      * PROCEDIMENTO DE SAIDA DA ORDENACAO: AGRUPA OS CLIENTES PELO
      * CRITERIO E PELA CHAVE E IMPRIME OS GRUPOS COM MAIS DE UM
      * CLIENTE
      *=================================================================
       3000-IMPRIMIR-DUPLICIDADES.
           MOVE 'N' TO WS-IND-FIM-CLASSIF.
           MOVE ZERO TO WS-QTDE-GRUPO.
           PERFORM 3100-RETORNAR-CLIENTE THRU 3100-EXIT
               UNTIL WS-FIM-CLASSIF.
       3000-EXIT.
           EXIT.

      *=================================================================
      * 3100-RETORNAR-CLIENTE
      * RETORNA O PROXIMO CLIENTE ORDENADO. NA TROCA DE CRITERIO OU DE
      * CHAVE COMECA UM GRUPO NOVO, GUARDANDO O PRIMEIRO CLIENTE; O
      * SEGUNDO CLIENTE DO GRUPO ABRE O GRUPO NO RELATORIO (COM O
      * PRIMEIRO) E OS SEGUINTES SAO IMPRESSOS EM SEQUENCIA
      *=================================================================
       3100-RETORNAR-CLIENTE.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-IND-FIM-CLASSIF
           END-RETURN.
           IF WS-FIM-CLASSIF
               GO TO 3100-EXIT
           END-IF.
           IF WS-QTDE-GRUPO = ZERO
                   OR DP-CRITERIO NOT = WS-PG-CRITERIO
                   OR DP-CHAVE NOT = WS-PG-CHAVE
               MOVE DP-REG-ORDENACAO TO WS-PRIMEIRO-GRUPO
               MOVE 1 TO WS-QTDE-GRUPO
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-QTDE-GRUPO.
           IF WS-QTDE-GRUPO = 2
               PERFORM 3200-ABRIR-GRUPO THRU 3200-EXIT
           END-IF.
           MOVE DP-NUMERO-CLIENTE TO WS-LD-NUMERO-CLIENTE.
           MOVE DP-NOME-CLIENTE TO WS-LD-NOME-CLIENTE.
           MOVE DP-CODIGO-AGENCIA TO WS-LD-CODIGO-AGENCIA.
           MOVE DP-SITUACAO TO WS-LD-SITUACAO.
           MOVE DP-CEP TO WS-LD-CEP.
           MOVE DP-DOCUMENTO-EDITADO TO WS-LD-DOCUMENTO.
           MOVE WS-LINHA-CLIENTE TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.
           IF DP-CRITERIO-DOCUMENTO
               ADD 1 TO WS-QTDE-CLIENTES-DOCUMENTO
           ELSE
               ADD 1 TO WS-QTDE-CLIENTES-NOME-CEP
           END-IF.
       3100-EXIT.
           EXIT.

      *=================================================================
      * 3200-ABRIR-GRUPO
      * IMPRIME O TITULO DA SECAO DO CRITERIO (NO PRIMEIRO GRUPO DA
      * SECAO), A LINHA DE ABERTURA DO GRUPO E O PRIMEIRO CLIENTE,
      * QUE ESTAVA GUARDADO
      *=================================================================
       3200-ABRIR-GRUPO.
           IF WS-SECAO-IMPRESSA NOT = DP-CRITERIO
               MOVE DP-CRITERIO TO WS-SECAO-IMPRESSA
               MOVE SPACES TO RL-LINHA-RELATORIO
               PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT
               IF DP-CRITERIO-DOCUMENTO
                   MOVE 'CLIENTES COM O MESMO CPF/CNPJ' TO WS-LS-TITULO
               ELSE
                   MOVE 'CLIENTES COM O MESMO NOME E CEP'
                       TO WS-LS-TITULO
               END-IF
               MOVE WS-LINHA-SECAO TO RL-LINHA-RELATORIO
               PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT
               MOVE WS-LINHA-COLUNAS TO RL-LINHA-RELATORIO
               PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT
           END-IF.
           MOVE SPACES TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.
           MOVE SPACES TO WS-LINHA-GRUPO.
           IF DP-CRITERIO-DOCUMENTO
               MOVE 'CPF/CNPJ...........:' TO WS-LG-DESCRICAO
               MOVE DP-DOCUMENTO-EDITADO TO WS-LG-CHAVE
               ADD 1 TO WS-QTDE-GRUPOS-DOCUMENTO
               ADD 1 TO WS-QTDE-CLIENTES-DOCUMENTO
           ELSE
               MOVE 'NOME/CEP...........:' TO WS-LG-DESCRICAO
               MOVE DP-CHAVE TO WS-LG-CHAVE
               ADD 1 TO WS-QTDE-GRUPOS-NOME-CEP
               ADD 1 TO WS-QTDE-CLIENTES-NOME-CEP
           END-IF.
           MOVE WS-LINHA-GRUPO TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.
           MOVE WS-PG-NUMERO-CLIENTE TO WS-LD-NUMERO-CLIENTE.
           MOVE WS-PG-NOME-CLIENTE TO WS-LD-NOME-CLIENTE.
           MOVE WS-PG-CODIGO-AGENCIA TO WS-LD-CODIGO-AGENCIA.
           MOVE WS-PG-SITUACAO TO WS-LD-SITUACAO.
           MOVE WS-PG-CEP TO WS-LD-CEP.
           MOVE WS-PG-DOCUMENTO-EDITADO TO WS-LD-DOCUMENTO.
           MOVE WS-LINHA-CLIENTE TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.
       3200-EXIT.
           EXIT.

      *=================================================================
      * 4000-GRAVAR-CABECALHO
      * GRAVA O CABECALHO DO RELATORIO COM A DATA DE EXECUCAO
      *=================================================================
       4000-GRAVAR-CABECALHO.
           MOVE 'RELATORIO DE CLIENTES EM DUPLICIDADE' TO WS-LC-TITULO.
           MOVE WS-DATA-EXECUCAO TO WS-LC-DATA.
           MOVE WS-LINHA-CABECALHO TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.
       4000-EXIT.
           EXIT.

      *=================================================================
      * 4100-GRAVAR-LINHA
      * GRAVA NO RELATORIO DE DUPLICIDADE A LINHA JA MONTADA EM
      * RL-LINHA-RELATORIO, COM O TRATAMENTO DE ERRO PADRAO
      *=================================================================
       4100-GRAVAR-LINHA.
           WRITE RL-LINHA-RELATORIO.
           IF WS-ST-DUPRPT NOT = '00'
               MOVE 'REPORT-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-DUPRPT TO WS-ERRO-STATUS
               MOVE '4100-GRAVAR-LINHA' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
       4100-EXIT.
           EXIT.

      *=================================================================
      * 9000-IMPRIMIR-TOTAIS
      * ESCREVE AO FINAL DO RELATORIO OS TOTAIS DA VERIFICACAO
      *=================================================================
       9000-IMPRIMIR-TOTAIS.
           MOVE SPACES TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'CLIENTES LIDOS DO CADASTRO.............:'
               TO WS-LT-DESCRICAO.
           MOVE WS-QTDE-LIDOS TO WS-LT-QTDE-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'CLIENTES SEM CPF/CNPJ NO CADASTRO......:'
               TO WS-LT-DESCRICAO.
           MOVE WS-QTDE-SEM-DOCUMENTO TO WS-LT-QTDE-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'CLIENTES SEM NOME OU CEP COMPLETO......:'
               TO WS-LT-DESCRICAO.
           MOVE WS-QTDE-SEM-NOME-CEP TO WS-LT-QTDE-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'GRUPOS COM O MESMO CPF/CNPJ............:'
               TO WS-LT-DESCRICAO.
           MOVE WS-QTDE-GRUPOS-DOCUMENTO TO WS-LT-QTDE-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'CLIENTES NESSES GRUPOS.................:'
               TO WS-LT-DESCRICAO.
           MOVE WS-QTDE-CLIENTES-DOCUMENTO TO WS-LT-QTDE-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'GRUPOS COM O MESMO NOME E CEP..........:'
               TO WS-LT-DESCRICAO.
           MOVE WS-QTDE-GRUPOS-NOME-CEP TO WS-LT-QTDE-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'CLIENTES NESSES GRUPOS.................:'
               TO WS-LT-DESCRICAO.
           MOVE WS-QTDE-CLIENTES-NOME-CEP TO WS-LT-QTDE-ED.
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
           DISPLAY 'CUSTDUP - ERRO DE ARQUIVO DETECTADO'.
           DISPLAY 'ARQUIVO.....: ' WS-ERRO-ARQUIVO.
           DISPLAY 'STATUS......: ' WS-ERRO-STATUS.
           DISPLAY 'PARAGRAFO...: ' WS-ERRO-PARAGRAFO.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM CUSTDUP.
