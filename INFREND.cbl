      ******************************************************************
      * IDENTIFICATION DIVISION
      *
      * - INFREND E O INFORME ANUAL DE RENDIMENTOS DO CLIENTE, PARA A
      *   DECLARACAO DE IMPOSTO DE RENDA, MONTADO A PARTIR DO
      *   HISTORICO PERMANENTE DE AUDITORIA (AUDHFILE); ATE AQUI AS
      *   AGENCIAS SOMAVAM OS EXTRATOS MENSAIS NA MAO A CADA FEVEREIRO
      * - PARA CADA CLIENTE, NO ANO-CALENDARIO DO CARTAO DE CONTROLE:
      *   . JUROS CREDITADOS (RENDIMENTO): SOMA DOS REGISTROS DE JUROS
      *     ('J') COM EFEITO POSITIVO NO SALDO (DEPOIS MENOS ANTES)
      *   . JUROS DEBITADOS: SOMA DOS REGISTROS DE JUROS COM EFEITO
      *     NEGATIVO (JUROS DO DESCOBERTO), SEM SINAL
      *   . SALDO EM 31/12 DO ANO ANTERIOR E EM 31/12 DO ANO: SALDO DA
      *     IMAGEM DEPOIS DO ULTIMO REGISTRO DO CLIENTE ATE CADA UMA
      *     DAS DATAS (ZERO QUANDO ESSE REGISTRO E UMA EXCLUSAO). SE O
      *     HISTORICO DO CLIENTE SO COMECA DENTRO DO ANO, O SALDO DO
      *     ANO ANTERIOR E O DA IMAGEM ANTES DO PRIMEIRO REGISTRO
      *   O JURO ENTRA NO ANO PELA DATA EM QUE FOI LANCADO
      * - UM INFORME POR CLIENTE COM SALDO OU JUROS A INFORMAR,
      *   ORDENADOS POR AGENCIA (COM O NOME E A REGIONAL DO CADASTRO
      *   DE AGENCIAS) E CLIENTE, NO RELATORIO INFRPT
      * - O ARQUIVO CONSOLIDADO PARA A RECEITA FEDERAL (RECFEXT) LEVA
      *   UM REGISTRO POR INFORME, ENTRE CABECALHO E RODAPE COM A
      *   QUANTIDADE DE BENEFICIARIOS E OS TOTAIS DE JUROS
      * - PROVA: O RELATORIO RECAPITULA, MES A MES, A QUANTIDADE DE
      *   CONTAS E O VALOR DOS JUROS CREDORES E DEVEDORES LANCADOS, E
      *   CONFERE CADA MES CONTRA OS TOTAIS GUARDADOS PELO PROPRIO
      *   FECHAMENTO MENSAL (CTLMENS), IMPRIMINDO A DIFERENCA; A SOMA
      *   DOS DOZE FECHAMENTOS TEM DE BATER COM O RODAPE DO ARQUIVO
      *   DA RECEITA. MES DIVERGENTE OU SEM FECHAMENTO GUARDADO, OU
      *   ANO QUE NAO BATE COM O RODAPE, FAZ O JOB TERMINAR COM
      *   CODIGO 8
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFREND.

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
      * SRTWK01 -> AREA DE ORDENACAO DO HISTORICO POR CLIENTE E
      * DATA/HORA DO MOVIMENTO
      *-----------------------------------------------------------------
           SELECT SORT-WORK-FILE ASSIGN TO "SRTWK01"
               FILE STATUS IS WS-ST-SRTWK01.
      *-----------------------------------------------------------------
      * INFRWRK -> AREA DE TRABALHO COM O RESUMO ANUAL DE CADA
      * CLIENTE, GRAVADO NA ORDEM DO CLIENTE E REORDENADO POR AGENCIA
      * ANTES DA IMPRESSAO
      *-----------------------------------------------------------------
           SELECT INFORME-WORK-FILE ASSIGN TO "INFRWRK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-INFRWRK.
      *-----------------------------------------------------------------
      * SRTWK02 -> AREA DE ORDENACAO DOS INFORMES POR AGENCIA
      *-----------------------------------------------------------------
           SELECT SORT-INFORME-FILE ASSIGN TO "SRTWK02"
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
      * INFRPT -> INFORMES DE RENDIMENTOS IMPRESSOS, AGRUPADOS POR
      * AGENCIA, COM A RECAPITULACAO MENSAL E OS TOTAIS DE PROVA
      *-----------------------------------------------------------------
           SELECT REPORT-FILE ASSIGN TO "INFRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-INFRPT.
      *-----------------------------------------------------------------
      * RECFEXT -> ARQUIVO CONSOLIDADO DE RENDIMENTOS PARA ENTREGA A
      * RECEITA FEDERAL
      *-----------------------------------------------------------------
           SELECT RECEITA-EXTRACT-FILE ASSIGN TO "RECFEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-RECFEXT.
      *-----------------------------------------------------------------
      * SYSIN -> CARTAO DE CONTROLE COM A DATA DE EXECUCAO, O
      * ANO-CALENDARIO E O CNPJ DA INSTITUICAO, LIDO UMA UNICA VEZ
      *-----------------------------------------------------------------
           SELECT CONTROL-CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-SYSIN.
      *-----------------------------------------------------------------
      * CTLMENS -> TOTAIS DE CADA FECHAMENTO MENSAL, GRAVADOS PELO
      * PROCESSAMENTO NOTURNO NO MODO FECHAMENTO E LIDOS PELA CHAVE
      * ANO/MES NA PROVA DOS JUROS DO ANO-CALENDARIO
      *-----------------------------------------------------------------
           SELECT MONTH-END-TOTALS-FILE ASSIGN TO "CTLMENS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CF-ANO-MES
               FILE STATUS IS WS-ST-CTLMENS.

      ******************************************************************
      * DATA DIVISION
      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

      *-----------------------------------------------------------------
      * AUDIT-LOG -> REGISTRO DO HISTORICO PERMANENTE NA ORDEM DE
      * ACUMULACAO
      *-----------------------------------------------------------------
       FD  AUDIT-LOG
           LABEL RECORDS ARE OMITTED.
           COPY AUDREG REPLACING ==AL-REGISTRO-AUDITORIA==
               BY ==AL-REG-ENTRADA==.

      *-----------------------------------------------------------------
      * SORT-WORK-FILE -> AREA DE ORDENACAO DO HISTORICO
      *-----------------------------------------------------------------
       SD  SORT-WORK-FILE.
           COPY AUDREG REPLACING ==AL-REGISTRO-AUDITORIA==
               BY ==AL-REG-ORDENACAO==.

      *-----------------------------------------------------------------
      * INFORME-WORK-FILE -> RESUMO ANUAL DO CLIENTE NA AREA DE
      * TRABALHO
      *-----------------------------------------------------------------
       FD  INFORME-WORK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY INFRREG REPLACING LEADING ==IR== BY ==IW==.

      *-----------------------------------------------------------------
      * SORT-INFORME-FILE -> AREA DE ORDENACAO DOS INFORMES
      *-----------------------------------------------------------------
       SD  SORT-INFORME-FILE.
           COPY INFRREG REPLACING LEADING ==IR== BY ==IS==.

      *-----------------------------------------------------------------
      * AGENCY-MASTER -> REGISTRO DO CADASTRO MESTRE DE AGENCIAS
      *-----------------------------------------------------------------
       FD  AGENCY-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY AGENREG.

      *-----------------------------------------------------------------
      * REPORT-FILE -> LINHA DO RELATORIO DE INFORMES DE RENDIMENTOS
      *-----------------------------------------------------------------
       FD  REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  RL-LINHA-RELATORIO         PIC X(120).

      *-----------------------------------------------------------------
      * RECEITA-EXTRACT-FILE -> REGISTRO DO ARQUIVO DA RECEITA
      * FEDERAL: CABECALHO ('H', COM O ANO-CALENDARIO, O CNPJ DA
      * INSTITUICAO DECLARANTE E A DATA DA GERACAO), BENEFICIARIO
      * ('D', UM POR INFORME) E RODAPE ('T', COM A QUANTIDADE DE
      * BENEFICIARIOS E OS TOTAIS DE JUROS CREDITADOS E DEBITADOS
      * PARA O BALANCEAMENTO). OS SALDOS LEVAM SINAL EXPLICITO ('+'
      * OU '-'); OS JUROS SAO SEM SINAL. O SEQUENCIAL NUMERA OS
      * REGISTROS DO ARQUIVO A PARTIR DE 1. CLIENTE AINDA SEM CPF/CNPJ
      * NO CADASTRO SAI COM O TIPO EM BRANCO E O NUMERO ZERO
      *-----------------------------------------------------------------
       FD  RECEITA-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RF-REGISTRO-RECEITA.
           05 RF-TIPO-REGISTRO        PIC X(01).
              88 RF-TIPO-CABECALHO    VALUE 'H'.
              88 RF-TIPO-BENEFICIARIO VALUE 'D'.
              88 RF-TIPO-RODAPE       VALUE 'T'.
           05 RF-SEQUENCIAL           PIC 9(07).
           05 RF-DADOS-BENEFICIARIO.
              10 RF-TIPO-DOCUMENTO    PIC X(01).
              10 RF-NUMERO-DOCUMENTO  PIC 9(14).
              10 RF-NOME-CLIENTE      PIC X(30).
              10 RF-CODIGO-AGENCIA    PIC 9(04).
              10 RF-NUMERO-CLIENTE    PIC 9(06).
              10 RF-SINAL-SALDO-ANTERIOR PIC X(01).
              10 RF-SALDO-ANTERIOR    PIC 9(13)V99.
              10 RF-SINAL-SALDO-ATUAL PIC X(01).
              10 RF-SALDO-ATUAL       PIC 9(13)V99.
              10 RF-JUROS-CREDITADOS  PIC 9(13)V99.
              10 RF-JUROS-DEBITADOS   PIC 9(13)V99.
              10 FILLER               PIC X(05).
           05 RF-DADOS-CONTROLE REDEFINES RF-DADOS-BENEFICIARIO.
              10 RF-ANO-CALENDARIO    PIC 9(04).
              10 RF-CNPJ-DECLARANTE   PIC 9(14).
              10 RF-DATA-GERACAO      PIC 9(08).
              10 RF-QTDE-BENEFICIARIOS PIC 9(09).
              10 RF-TOTAL-JUROS-CREDITADOS PIC 9(15)V99.
              10 RF-TOTAL-JUROS-DEBITADOS PIC 9(15)V99.
              10 FILLER               PIC X(53).

      *-----------------------------------------------------------------
      * CONTROL-CARD-FILE -> CARTAO DE CONTROLE (PARAMETROS DO JOB):
      * DATA DE EXECUCAO, ANO-CALENDARIO DO INFORME E CNPJ DA
      * INSTITUICAO DECLARANTE, TODOS OBRIGATORIOS
      *-----------------------------------------------------------------
       FD  CONTROL-CARD-FILE
           LABEL RECORDS ARE OMITTED.
       01  CC-CARTAO-CONTROLE.
           05 CC-DATA-EXECUCAO        PIC 9(08).
           05 CC-ANO-CALENDARIO       PIC 9(04).
           05 CC-CNPJ-DECLARANTE      PIC 9(14).
           05 FILLER                  PIC X(54).

      *-----------------------------------------------------------------
      * MONTH-END-TOTALS-FILE -> TOTAIS DE UM FECHAMENTO MENSAL
      *-----------------------------------------------------------------
       FD  MONTH-END-TOTALS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CTLMREG.

       WORKING-STORAGE SECTION.

      *-----------------------------------------------------------------
      * CONTADORES DO INFORME DE RENDIMENTOS
      *-----------------------------------------------------------------
       77  WS-QTDE-LIDOS               PIC 9(09) COMP VALUE ZERO.
       77  WS-QTDE-SELECIONADOS        PIC 9(09) COMP VALUE ZERO.
       77  WS-QTDE-CLIENTES            PIC 9(09) COMP VALUE ZERO.
       77  WS-QTDE-SEM-INFORME         PIC 9(09) COMP VALUE ZERO.
       77  WS-QTDE-INFORMES            PIC 9(09) COMP VALUE ZERO.
       77  WS-QTDE-SEM-DOCUMENTO       PIC 9(09) COMP VALUE ZERO.
       77  WS-SEQUENCIAL-RECEITA       PIC 9(07) COMP VALUE ZERO.
       77  WS-TOTAL-JUROS-CREDITADOS   PIC S9(15)V99 COMP-3 VALUE ZERO.
       77  WS-TOTAL-JUROS-DEBITADOS    PIC S9(15)V99 COMP-3 VALUE ZERO.

      *-----------------------------------------------------------------
      * STATUS DE CADA ARQUIVO DO PROGRAMA, PARA TRATAMENTO DE ERRO
      *-----------------------------------------------------------------
       01  WS-STATUS-ARQUIVOS.
           05 WS-ST-AUDHFILE           PIC X(02) VALUE '00'.
           05 WS-ST-SRTWK01            PIC X(02) VALUE '00'.
           05 WS-ST-INFRWRK            PIC X(02) VALUE '00'.
           05 WS-ST-SRTWK02            PIC X(02) VALUE '00'.
           05 WS-ST-AGENMAST           PIC X(02) VALUE '00'.
           05 WS-ST-INFRPT             PIC X(02) VALUE '00'.
           05 WS-ST-RECFEXT            PIC X(02) VALUE '00'.
           05 WS-ST-SYSIN              PIC X(02) VALUE '00'.
           05 WS-ST-CTLMENS            PIC X(02) VALUE '00'.

      *-----------------------------------------------------------------
      * INDICADORES DE CONTROLE DOS LACOS, DAS QUEBRAS E DO RESULTADO
      * DA PROVA
      *-----------------------------------------------------------------
       01  WS-INDICADORES.
           05 WS-IND-FIM-ENTRADA       PIC X(01) VALUE 'N'.
              88 WS-FIM-ENTRADA        VALUE 'Y'.
           05 WS-IND-FIM-CLASSIF       PIC X(01) VALUE 'N'.
              88 WS-FIM-CLASSIF        VALUE 'Y'.
           05 WS-IND-FIM-INFORME       PIC X(01) VALUE 'N'.
              88 WS-FIM-INFORME        VALUE 'Y'.
           05 WS-IND-QUEBRA-ABERTA     PIC X(01) VALUE 'N'.
              88 WS-QUEBRA-ABERTA      VALUE 'S'.
           05 WS-IND-SALDO-ANTERIOR    PIC X(01) VALUE 'N'.
              88 WS-SALDO-ANTERIOR-APURADO VALUE 'S'.
           05 WS-IND-DIVERGENCIA       PIC X(01) VALUE 'N'.
              88 WS-COM-DIVERGENCIA    VALUE 'S'.
           05 WS-IND-CTLMENS           PIC X(01) VALUE 'N'.
              88 WS-CTLMENS-ABERTO     VALUE 'S'.
           05 WS-IND-FECHAMENTO        PIC X(01) VALUE 'N'.
              88 WS-FECHAMENTO-ACHADO  VALUE 'S'.

      *-----------------------------------------------------------------
      * PARAMETROS DE EXECUCAO VINDOS DO CARTAO DE CONTROLE E LIMITES
      * DE DATA DERIVADOS DO ANO-CALENDARIO
      *-----------------------------------------------------------------
       01  WS-PARAMETROS-EXECUCAO.
           05 WS-DATA-EXECUCAO         PIC 9(08) VALUE ZERO.
           05 WS-ANO-CALENDARIO        PIC 9(04) VALUE ZERO.
           05 WS-CNPJ-DECLARANTE       PIC 9(14) VALUE ZERO.
           05 WS-CNPJ-EDITADO          PIC X(18) VALUE SPACES.
           05 WS-FIM-ANO-ANTERIOR      PIC 9(08) VALUE ZERO.
           05 WS-FIM-ANO-CALENDARIO    PIC 9(08) VALUE ZERO.

      *-----------------------------------------------------------------
      * AREA DE COMUNICACAO COM A ROTINA COMPARTILHADA DOCCHK, QUE
      * CONFERE O CNPJ DECLARANTE E DEVOLVE O CPF/CNPJ EDITADO PARA
      * O INFORME
      *-----------------------------------------------------------------
           COPY DOCCALL.

      *-----------------------------------------------------------------
      * IMAGENS ANTES E DEPOIS DESMONTADAS NO LAYOUT DO CADASTRO
      * MESTRE (CUSTREG), PARA EXTRAIR O SALDO E OS DADOS CADASTRAIS
      * DE DENTRO DA IMAGEM DE 132 BYTES DO REGISTRO DE AUDITORIA
      *-----------------------------------------------------------------
           COPY CUSTREG REPLACING LEADING ==CM== BY ==IA==.
           COPY CUSTREG REPLACING LEADING ==CM== BY ==IP==.
       77  WS-SALDO-ANTES              PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-SALDO-DEPOIS             PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-VALOR-JUROS              PIC S9(09)V99 COMP-3 VALUE ZERO.

      *-----------------------------------------------------------------
      * RESUMO ANUAL DO CLIENTE EM QUEBRA, ACUMULADO REGISTRO A
      * REGISTRO E GRAVADO NA AREA DE TRABALHO NO FECHAMENTO
      *-----------------------------------------------------------------
           COPY INFRREG.
       77  WS-CLIENTE-ATUAL            PIC 9(06) VALUE ZERO.

      *-----------------------------------------------------------------
      * DATA DO LANCAMENTO DE JUROS, DESMONTADA PARA ACHAR O MES NA
      * TABELA DE RECAPITULACAO
      *-----------------------------------------------------------------
       01  WS-DATA-LANCAMENTO          PIC 9(08) VALUE ZERO.
       01  WS-DATA-LANCAMENTO-R REDEFINES WS-DATA-LANCAMENTO.
           05 WS-DL-ANO                PIC 9(04).
           05 WS-DL-MES                PIC 9(02).
           05 WS-DL-DIA                PIC 9(02).

      *-----------------------------------------------------------------
      * RECAPITULACAO MENSAL DOS JUROS LANCADOS NO ANO-CALENDARIO:
      * QUANTIDADE DE CONTAS E VALOR DOS JUROS CREDORES E DEVEDORES
      * POR MES DO LANCAMENTO, NA MESMA FORMA EM QUE SAEM NA FOLHA DE
      * CONTROLE DE CADA FECHAMENTO MENSAL
      *-----------------------------------------------------------------
       01  WS-TABELA-MESES.
           05 WS-MS-MES OCCURS 12 TIMES.
              10 WS-MS-QTDE-CREDITO    PIC 9(09) COMP.
              10 WS-MS-VALOR-CREDITO   PIC S9(13)V99 COMP-3.
              10 WS-MS-QTDE-DEBITO     PIC 9(09) COMP.
              10 WS-MS-VALOR-DEBITO    PIC S9(13)V99 COMP-3.
       77  WS-MS-SUB                   PIC 9(02) COMP VALUE ZERO.
       77  WS-ANO-QTDE-CREDITO         PIC 9(09) COMP VALUE ZERO.
       77  WS-ANO-VALOR-CREDITO        PIC S9(15)V99 COMP-3 VALUE ZERO.
       77  WS-ANO-QTDE-DEBITO          PIC 9(09) COMP VALUE ZERO.
       77  WS-ANO-VALOR-DEBITO         PIC S9(15)V99 COMP-3 VALUE ZERO.

      *-----------------------------------------------------------------
      * PROVA CONTRA OS FECHAMENTOS MENSAIS: CHAVE DO MES PROCURADO,
      * SOMA DOS JUROS GUARDADOS NOS FECHAMENTOS DO ANO E DIFERENCA
      * DO MES (HISTORICO MENOS FECHAMENTO)
      *-----------------------------------------------------------------
       77  WS-ANO-MES-PROVA            PIC 9(06) VALUE ZERO.
       77  WS-FEC-VALOR-CREDITO        PIC S9(15)V99 COMP-3 VALUE ZERO.
       77  WS-FEC-VALOR-DEBITO         PIC S9(15)V99 COMP-3 VALUE ZERO.
       77  WS-DIFERENCA-MES            PIC S9(15)V99 COMP-3 VALUE ZERO.

      *-----------------------------------------------------------------
      * AGENCIA EM QUEBRA NO RELATORIO, COM OS SUBTOTAIS DE INFORMES
      *-----------------------------------------------------------------
       77  WS-AGENCIA-QUEBRA           PIC 9(04) VALUE ZERO.
       77  WS-NOME-AGENCIA-QUEBRA      PIC X(30) VALUE SPACES.
       77  WS-AG-QTDE-INFORMES         PIC 9(09) COMP VALUE ZERO.
       77  WS-AG-JUROS-CREDITADOS      PIC S9(15)V99 COMP-3 VALUE ZERO.

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
           05 WS-LG-QTDE-ED           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LG-VALOR-ED          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACES.

      *-----------------------------------------------------------------
      * LAYOUTS DAS LINHAS DO INFORME DE CADA CLIENTE: LINHA
      * SEPARADORA, LINHA DE TEXTO (IDENTIFICACAO) E LINHA DE VALOR
      * (SALDOS E JUROS)
      *-----------------------------------------------------------------
       01  WS-LINHA-SEPARADORA.
           05 FILLER                  PIC X(05) VALUE SPACES.
           05 FILLER                  PIC X(80) VALUE ALL '-'.
           05 FILLER                  PIC X(35) VALUE SPACES.

       01  WS-LINHA-INFORME.
           05 FILLER                  PIC X(05) VALUE SPACES.
           05 WS-LI-DESCRICAO         PIC X(20) VALUE SPACES.
           05 WS-LI-TEXTO             PIC X(60) VALUE SPACES.
           05 FILLER                  PIC X(35) VALUE SPACES.

       01  WS-LINHA-VALOR.
           05 FILLER                  PIC X(05) VALUE SPACES.
           05 WS-LV-DESCRICAO         PIC X(45) VALUE SPACES.
           05 WS-LV-VALOR-ED          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(51) VALUE SPACES.

      *-----------------------------------------------------------------
      * AREAS DE MONTAGEM DOS TEXTOS DO INFORME
      *-----------------------------------------------------------------
       01  WS-TEXTO-ANO.
           05 FILLER                  PIC X(16) VALUE
              'ANO-CALENDARIO '.
           05 WS-TA-ANO               PIC 9(04).
           05 FILLER                  PIC X(40) VALUE SPACES.

       01  WS-TEXTO-CLIENTE.
           05 WS-TC-NUMERO-CLIENTE    PIC 9(06).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-TC-NOME-CLIENTE      PIC X(30).
           05 FILLER                  PIC X(22) VALUE SPACES.

       01  WS-TEXTO-AGENCIA.
           05 WS-TG-CODIGO-AGENCIA    PIC 9(04).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-TG-NOME-AGENCIA      PIC X(30).
           05 FILLER                  PIC X(24) VALUE SPACES.

       01  WS-TEXTO-CIDADE.
           05 WS-TD-CIDADE            PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-TD-UF                PIC X(02).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-TD-CEP               PIC X(09).
           05 FILLER                  PIC X(26) VALUE SPACES.

       01  WS-TEXTO-SALDO.
           05 FILLER                  PIC X(33) VALUE
              'SALDO EM CONTA CORRENTE EM 31/12/'.
           05 WS-TS-ANO               PIC 9(04).
           05 FILLER                  PIC X(04) VALUE ' ..:'.

      *-----------------------------------------------------------------
      * LAYOUT DAS LINHAS DA RECAPITULACAO MENSAL DOS JUROS
      *-----------------------------------------------------------------
       01  WS-LINHA-COLUNAS-MES.
           05 FILLER                  PIC X(05) VALUE SPACES.
           05 FILLER                  PIC X(12) VALUE 'MES'.
           05 FILLER                  PIC X(13) VALUE ' CONTAS CRED'.
           05 FILLER                  PIC X(19) VALUE
              '   JUROS CREDORES'.
           05 FILLER                  PIC X(13) VALUE '  CONTAS DEB'.
           05 FILLER                  PIC X(19) VALUE
              '  JUROS DEVEDORES'.
           05 FILLER                  PIC X(39) VALUE SPACES.

       01  WS-LINHA-MES.
           05 FILLER                  PIC X(05) VALUE SPACES.
           05 WS-LM-PERIODO.
              10 WS-LM-MES            PIC 9(02).
              10 WS-LM-BARRA          PIC X(01).
              10 WS-LM-ANO            PIC 9(04).
           05 FILLER                  PIC X(05) VALUE SPACES.
           05 WS-LM-QTDE-CREDITO-ED   PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LM-VALOR-CREDITO-ED  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LM-QTDE-DEBITO-ED    PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LM-VALOR-DEBITO-ED   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(41) VALUE SPACES.

      *-----------------------------------------------------------------
      * LAYOUT DA LINHA DE TOTAIS ESCRITA AO FINAL DO RELATORIO
      *-----------------------------------------------------------------
       01  WS-LINHA-TOTAIS.
           05 FILLER                  PIC X(05) VALUE SPACES.
           05 WS-LT-DESCRICAO         PIC X(50) VALUE SPACES.
           05 WS-LT-QTDE-ED           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(54) VALUE SPACES.

      *-----------------------------------------------------------------
      * LAYOUT DAS LINHAS DA PROVA DE CADA MES CONTRA O FECHAMENTO
      * MENSAL: JUROS DO HISTORICO, JUROS DO FECHAMENTO E DIFERENCA
      *-----------------------------------------------------------------
       01  WS-LINHA-COLUNAS-PROVA.
           05 FILLER                  PIC X(05) VALUE SPACES.
           05 FILLER                  PIC X(20) VALUE 'MES     JUROS'.
           05 FILLER                  PIC X(19) VALUE
              '        HISTORICO'.
           05 FILLER                  PIC X(19) VALUE
              '       FECHAMENTO'.
           05 FILLER                  PIC X(20) VALUE
              '         DIFERENCA'.
           05 FILLER                  PIC X(37) VALUE SPACES.

       01  WS-LINHA-PROVA-MES.
           05 FILLER                  PIC X(05) VALUE SPACES.
           05 WS-LQ-PERIODO.
              10 WS-LQ-MES            PIC 9(02).
              10 WS-LQ-BARRA          PIC X(01).
              10 WS-LQ-ANO            PIC 9(04).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-LQ-TIPO              PIC X(10) VALUE SPACES.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LQ-VALOR-HISTORICO-ED PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LQ-VALOR-FECHAMENTO-ED PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LQ-DIFERENCA-ED      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LQ-RESULTADO         PIC X(14) VALUE SPACES.
           05 FILLER                  PIC X(23) VALUE SPACES.

      *-----------------------------------------------------------------
      * LAYOUT DA LINHA DE PROVA ENTRE A SOMA DOS FECHAMENTOS MENSAIS
      * E O RODAPE DO ARQUIVO DA RECEITA
      *-----------------------------------------------------------------
       01  WS-LINHA-PROVA.
           05 FILLER                  PIC X(05) VALUE SPACES.
           05 WS-LP-DESCRICAO         PIC X(35) VALUE SPACES.
           05 WS-LP-VALOR-FECHAM-ED   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LP-VALOR-ARQUIVO-ED  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LP-RESULTADO         PIC X(11) VALUE SPACES.
           05 FILLER                  PIC X(31) VALUE SPACES.

      ******************************************************************
      * PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           OPEN OUTPUT INFORME-WORK-FILE.
           IF WS-ST-INFRWRK NOT = '00'
               MOVE 'INFORME-WORK-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-INFRWRK TO WS-ERRO-STATUS
               MOVE '0000-MAINLINE' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           PERFORM 7000-ORDENAR-HISTORICO THRU 7000-EXIT.
           CLOSE INFORME-WORK-FILE.
           IF WS-ST-INFRWRK NOT = '00'
               MOVE 'INFORME-WORK-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-INFRWRK TO WS-ERRO-STATUS
               MOVE '0000-MAINLINE' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-ST-INFRPT NOT = '00'
               MOVE 'REPORT-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-INFRPT TO WS-ERRO-STATUS
               MOVE '0000-MAINLINE' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           OPEN OUTPUT RECEITA-EXTRACT-FILE.
           IF WS-ST-RECFEXT NOT = '00'
               MOVE 'RECEITA-EXTRACT-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-RECFEXT TO WS-ERRO-STATUS
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
           PERFORM 5400-GRAVAR-CABECALHO-RECEITA THRU 5400-EXIT.
           PERFORM 5000-EMITIR-INFORMES THRU 5000-EXIT.
           PERFORM 5420-GRAVAR-RODAPE-RECEITA THRU 5420-EXIT.
           PERFORM 9000-IMPRIMIR-TOTAIS THRU 9000-EXIT.
           CLOSE RECEITA-EXTRACT-FILE.
           IF WS-ST-RECFEXT NOT = '00'
               MOVE 'RECEITA-EXTRACT-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-RECFEXT TO WS-ERRO-STATUS
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
           IF WS-ST-INFRPT NOT = '00'
               MOVE 'REPORT-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-INFRPT TO WS-ERRO-STATUS
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
      * JOB, CONFERE O CNPJ DECLARANTE PELA ROTINA DOCCHK E MONTA AS
      * DATAS DE FIM DO ANO ANTERIOR E DO ANO-CALENDARIO
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
                   OR CC-ANO-CALENDARIO NOT NUMERIC
                   OR CC-ANO-CALENDARIO = ZERO
                   OR CC-CNPJ-DECLARANTE NOT NUMERIC
               MOVE 'CONTROL-CARD-FILE' TO WS-ERRO-ARQUIVO
               MOVE 'CC' TO WS-ERRO-STATUS
               MOVE '1000-INICIALIZAR' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           MOVE CC-DATA-EXECUCAO TO WS-DATA-EXECUCAO.
           MOVE CC-ANO-CALENDARIO TO WS-ANO-CALENDARIO.
           MOVE CC-CNPJ-DECLARANTE TO WS-CNPJ-DECLARANTE.
           MOVE 'J' TO DC-TIPO-DOCUMENTO.
           MOVE WS-CNPJ-DECLARANTE TO DC-NUMERO-DOCUMENTO.
           CALL 'DOCCHK' USING DC-AREA-DOCUMENTO.
           IF NOT DC-DOCUMENTO-OK
               DISPLAY 'INFREND - CNPJ DECLARANTE INVALIDO: '
                   CC-CNPJ-DECLARANTE
               MOVE 'CONTROL-CARD-FILE' TO WS-ERRO-ARQUIVO
               MOVE 'CC' TO WS-ERRO-STATUS
               MOVE '1000-INICIALIZAR' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           MOVE DC-DOCUMENTO-EDITADO TO WS-CNPJ-EDITADO.
           COMPUTE WS-FIM-ANO-ANTERIOR =
               (WS-ANO-CALENDARIO - 1) * 10000 + 1231.
           COMPUTE WS-FIM-ANO-CALENDARIO =
               WS-ANO-CALENDARIO * 10000 + 1231.
           INITIALIZE WS-TABELA-MESES.
       1000-EXIT.
           EXIT.

      *=================================================================
      * 7000-ORDENAR-HISTORICO
      * ORDENA O HISTORICO PERMANENTE POR NUMERO DE CLIENTE E
      * DATA/HORA DO MOVIMENTO (MESMO PADRAO DA CONCILIACAO DIARIA),
      * SELECIONANDO NA ENTRADA SOMENTE OS REGISTROS ATE O FIM DO
      * ANO-CALENDARIO, E APURA O RESUMO ANUAL DE CADA CLIENTE NA
      * SAIDA DA ORDENACAO
      *=================================================================
       7000-ORDENAR-HISTORICO.
           MOVE 'N' TO WS-IND-FIM-ENTRADA.
           OPEN INPUT AUDIT-LOG.
           IF WS-ST-AUDHFILE NOT = '00'
               MOVE 'AUDIT-LOG' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AUDHFILE TO WS-ERRO-STATUS
               MOVE '7000-ORDENAR-HISTORICO' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY
                   AL-NUMERO-CLIENTE OF AL-REG-ORDENACAO
                   AL-DATA-MOVIMENTO OF AL-REG-ORDENACAO
                   AL-HORA-MOVIMENTO OF AL-REG-ORDENACAO
               INPUT PROCEDURE IS 7100-SELECIONAR-HISTORICO
                   THRU 7100-EXIT
               OUTPUT PROCEDURE IS 3000-APURAR-CLIENTES
                   THRU 3000-EXIT.
           CLOSE AUDIT-LOG.
           IF WS-ST-AUDHFILE NOT = '00'
               MOVE 'AUDIT-LOG' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AUDHFILE TO WS-ERRO-STATUS
               MOVE '7000-ORDENAR-HISTORICO' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
       7000-EXIT.
           EXIT.

      *=================================================================
      * 7100-SELECIONAR-HISTORICO
      * PROCEDIMENTO DE ENTRADA DA ORDENACAO: LE O HISTORICO REGISTRO
      * A REGISTRO E LIBERA OS REGISTROS ATE O FIM DO ANO-CALENDARIO
      *=================================================================
       7100-SELECIONAR-HISTORICO.
           PERFORM 7110-LIBERAR-REGISTRO THRU 7110-EXIT
               UNTIL WS-FIM-ENTRADA.
       7100-EXIT.
           EXIT.

      *=================================================================
      * 7110-LIBERAR-REGISTRO
      * LE O PROXIMO REGISTRO DO HISTORICO E, QUANDO NAO FOR
      * POSTERIOR AO FIM DO ANO-CALENDARIO, LIBERA PARA A ORDENACAO.
      * OS REGISTROS DOS ANOS ANTERIORES ENTRAM PORQUE SAO ELES QUE
      * DAO O SALDO DE 31/12 DO ANO ANTERIOR
      *=================================================================
       7110-LIBERAR-REGISTRO.
           READ AUDIT-LOG
               AT END
                   MOVE 'Y' TO WS-IND-FIM-ENTRADA
               NOT AT END
                   ADD 1 TO WS-QTDE-LIDOS
                   IF AL-DATA-MOVIMENTO OF AL-REG-ENTRADA
                           NOT > WS-FIM-ANO-CALENDARIO
                       RELEASE AL-REG-ORDENACAO FROM AL-REG-ENTRADA
                       ADD 1 TO WS-QTDE-SELECIONADOS
                   END-IF
           END-READ.
           IF WS-ST-AUDHFILE NOT = '00' AND WS-ST-AUDHFILE NOT = '10'
               MOVE 'AUDIT-LOG' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AUDHFILE TO WS-ERRO-STATUS
               MOVE '7110-LIBERAR-REGISTRO' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
       7110-EXIT.
           EXIT.

      *=================================================================
      * 3000-APURAR-CLIENTES
      * PROCEDIMENTO DE SAIDA DA ORDENACAO DO HISTORICO: CONTROLA A
      * QUEBRA POR CLIENTE E FECHA O RESUMO DO ULTIMO CLIENTE
      *=================================================================
       3000-APURAR-CLIENTES.
           MOVE 'N' TO WS-IND-FIM-CLASSIF.
           MOVE 'N' TO WS-IND-QUEBRA-ABERTA.
           PERFORM 3100-RETORNAR-REGISTRO THRU 3100-EXIT
               UNTIL WS-FIM-CLASSIF.
           IF WS-QUEBRA-ABERTA
               PERFORM 3400-FECHAR-CLIENTE THRU 3400-EXIT
               MOVE 'N' TO WS-IND-QUEBRA-ABERTA
           END-IF.
       3000-EXIT.
           EXIT.

      *=================================================================
      * 3100-RETORNAR-REGISTRO
      * RETORNA O PROXIMO REGISTRO ORDENADO, FECHA O RESUMO DO
      * CLIENTE ANTERIOR NA TROCA DE CLIENTE, ABRE O RESUMO DO NOVO
      * CLIENTE E APURA O REGISTRO
      *=================================================================
       3100-RETORNAR-REGISTRO.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-IND-FIM-CLASSIF
           END-RETURN.
           IF WS-FIM-CLASSIF
               GO TO 3100-EXIT
           END-IF.
           IF WS-QUEBRA-ABERTA
                   AND AL-NUMERO-CLIENTE OF AL-REG-ORDENACAO
                       NOT = WS-CLIENTE-ATUAL
               PERFORM 3400-FECHAR-CLIENTE THRU 3400-EXIT
               MOVE 'N' TO WS-IND-QUEBRA-ABERTA
           END-IF.
           IF NOT WS-QUEBRA-ABERTA
               MOVE AL-NUMERO-CLIENTE OF AL-REG-ORDENACAO
                   TO WS-CLIENTE-ATUAL
               MOVE 'S' TO WS-IND-QUEBRA-ABERTA
               MOVE 'N' TO WS-IND-SALDO-ANTERIOR
               MOVE SPACES TO IR-REGISTRO-INFORME
               MOVE ZERO TO IR-CODIGO-AGENCIA
               MOVE WS-CLIENTE-ATUAL TO IR-NUMERO-CLIENTE
               MOVE ZERO TO IR-NUMERO-DOCUMENTO
               MOVE ZERO TO IR-SALDO-ANTERIOR
               MOVE ZERO TO IR-SALDO-ATUAL
               MOVE ZERO TO IR-JUROS-CREDITADOS
               MOVE ZERO TO IR-JUROS-DEBITADOS
               MOVE ZERO TO IR-QTDE-LANCTOS-JUROS
               ADD 1 TO WS-QTDE-CLIENTES
           END-IF.
           PERFORM 3200-APURAR-REGISTRO THRU 3200-EXIT.
       3100-EXIT.
           EXIT.

      *=================================================================
      * 3200-APURAR-REGISTRO
      * DESMONTA AS IMAGENS ANTES E DEPOIS DO REGISTRO, GUARDA OS
      * DADOS CADASTRAIS DA IMAGEM MAIS RECENTE E LEVA OS SALDOS: O
      * REGISTRO ATE 31/12 DO ANO ANTERIOR FIXA O SALDO DAQUELA DATA;
      * SEM NENHUM REGISTRO ATE ELA, VALE A IMAGEM ANTES DO PRIMEIRO
      * REGISTRO DO ANO. TODO REGISTRO LEVA O SALDO DE 31/12 DO ANO.
      * OS JUROS LANCADOS DENTRO DO ANO SAO ACUMULADOS
      *=================================================================
       3200-APURAR-REGISTRO.
           IF AL-IMAGEM-ANTES OF AL-REG-ORDENACAO = SPACES
               MOVE ZERO TO WS-SALDO-ANTES
           ELSE
               MOVE AL-IMAGEM-ANTES OF AL-REG-ORDENACAO
                   TO IA-REGISTRO-CLIENTE
               MOVE IA-SALDO-CONTA TO WS-SALDO-ANTES
           END-IF.
           IF AL-IMAGEM-DEPOIS OF AL-REG-ORDENACAO = SPACES
               MOVE ZERO TO WS-SALDO-DEPOIS
           ELSE
               MOVE AL-IMAGEM-DEPOIS OF AL-REG-ORDENACAO
                   TO IP-REGISTRO-CLIENTE
               MOVE IP-SALDO-CONTA TO WS-SALDO-DEPOIS
           END-IF.
           IF AL-IMAGEM-DEPOIS OF AL-REG-ORDENACAO NOT = SPACES
               PERFORM 3210-GUARDAR-CADASTRO-DEPOIS THRU 3210-EXIT
           ELSE
               IF AL-IMAGEM-ANTES OF AL-REG-ORDENACAO NOT = SPACES
                   PERFORM 3220-GUARDAR-CADASTRO-ANTES THRU 3220-EXIT
               END-IF
           END-IF.
           IF AL-DATA-MOVIMENTO OF AL-REG-ORDENACAO
                   NOT > WS-FIM-ANO-ANTERIOR
               MOVE WS-SALDO-DEPOIS TO IR-SALDO-ANTERIOR
               MOVE 'S' TO WS-IND-SALDO-ANTERIOR
           ELSE
               IF NOT WS-SALDO-ANTERIOR-APURADO
                   MOVE WS-SALDO-ANTES TO IR-SALDO-ANTERIOR
                   MOVE 'S' TO WS-IND-SALDO-ANTERIOR
               END-IF
           END-IF.
           MOVE WS-SALDO-DEPOIS TO IR-SALDO-ATUAL.
           IF AL-TIPO-JUROS OF AL-REG-ORDENACAO
                   AND AL-DATA-MOVIMENTO OF AL-REG-ORDENACAO
                       > WS-FIM-ANO-ANTERIOR
               PERFORM 3300-ACUMULAR-JUROS THRU 3300-EXIT
           END-IF.
       3200-EXIT.
           EXIT.

      *=================================================================
      * 3210-GUARDAR-CADASTRO-DEPOIS
      * GUARDA NO RESUMO OS DADOS CADASTRAIS DA IMAGEM DEPOIS. O
      * CPF/CNPJ SO E APROVEITADO QUANDO O TIPO ESTA PREENCHIDO (NAS
      * IMAGENS ANTIGAS A AREA DO DOCUMENTO E BRANCOS)
      *=================================================================
       3210-GUARDAR-CADASTRO-DEPOIS.
           IF IP-CODIGO-AGENCIA NUMERIC
               MOVE IP-CODIGO-AGENCIA TO IR-CODIGO-AGENCIA
           ELSE
               MOVE ZERO TO IR-CODIGO-AGENCIA
           END-IF.
           MOVE IP-NOME-CLIENTE TO IR-NOME-CLIENTE.
           MOVE IP-ENDERECO TO IR-ENDERECO.
           IF IP-DOCUMENTO-CPF OR IP-DOCUMENTO-CNPJ
               MOVE IP-TIPO-DOCUMENTO TO IR-TIPO-DOCUMENTO
               MOVE IP-NUMERO-DOCUMENTO TO IR-NUMERO-DOCUMENTO
           ELSE
               MOVE SPACE TO IR-TIPO-DOCUMENTO
               MOVE ZERO TO IR-NUMERO-DOCUMENTO
           END-IF.
       3210-EXIT.
           EXIT.

      *=================================================================
      * 3220-GUARDAR-CADASTRO-ANTES
      * GUARDA NO RESUMO OS DADOS CADASTRAIS DA IMAGEM ANTES, USADA
      * QUANDO O REGISTRO NAO TEM IMAGEM DEPOIS (EXCLUSAO)
      *=================================================================
       3220-GUARDAR-CADASTRO-ANTES.
           IF IA-CODIGO-AGENCIA NUMERIC
               MOVE IA-CODIGO-AGENCIA TO IR-CODIGO-AGENCIA
           ELSE
               MOVE ZERO TO IR-CODIGO-AGENCIA
           END-IF.
           MOVE IA-NOME-CLIENTE TO IR-NOME-CLIENTE.
           MOVE IA-ENDERECO TO IR-ENDERECO.
           IF IA-DOCUMENTO-CPF OR IA-DOCUMENTO-CNPJ
               MOVE IA-TIPO-DOCUMENTO TO IR-TIPO-DOCUMENTO
               MOVE IA-NUMERO-DOCUMENTO TO IR-NUMERO-DOCUMENTO
           ELSE
               MOVE SPACE TO IR-TIPO-DOCUMENTO
               MOVE ZERO TO IR-NUMERO-DOCUMENTO
           END-IF.
       3220-EXIT.
           EXIT.

      *=================================================================
      * 3300-ACUMULAR-JUROS
      * ACUMULA O LANCAMENTO DE JUROS DO ANO NO RESUMO DO CLIENTE E
      * NA RECAPITULACAO DO MES DO LANCAMENTO: EFEITO POSITIVO E
      * JURO CREDOR (RENDIMENTO), NEGATIVO E JURO DEVEDOR
      *=================================================================
       3300-ACUMULAR-JUROS.
           COMPUTE WS-VALOR-JUROS = WS-SALDO-DEPOIS - WS-SALDO-ANTES.
           MOVE AL-DATA-MOVIMENTO OF AL-REG-ORDENACAO
               TO WS-DATA-LANCAMENTO.
           MOVE WS-DL-MES TO WS-MS-SUB.
           ADD 1 TO IR-QTDE-LANCTOS-JUROS.
           IF WS-VALOR-JUROS > ZERO
               ADD WS-VALOR-JUROS TO IR-JUROS-CREDITADOS
               ADD 1 TO WS-MS-QTDE-CREDITO (WS-MS-SUB)
               ADD WS-VALOR-JUROS TO WS-MS-VALOR-CREDITO (WS-MS-SUB)
           ELSE
               SUBTRACT WS-VALOR-JUROS FROM IR-JUROS-DEBITADOS
               ADD 1 TO WS-MS-QTDE-DEBITO (WS-MS-SUB)
               SUBTRACT WS-VALOR-JUROS
                   FROM WS-MS-VALOR-DEBITO (WS-MS-SUB)
           END-IF.
       3300-EXIT.
           EXIT.

      *=================================================================
      * 3400-FECHAR-CLIENTE
      * FECHA O RESUMO DO CLIENTE EM QUEBRA: O CLIENTE SEM SALDO NAS
      * DUAS DATAS E SEM JUROS NO ANO NAO TEM O QUE INFORMAR E E SO
      * CONTADO; OS DEMAIS VAO PARA A AREA DE TRABALHO DOS INFORMES
      *=================================================================
       3400-FECHAR-CLIENTE.
           IF IR-SALDO-ANTERIOR = ZERO
                   AND IR-SALDO-ATUAL = ZERO
                   AND IR-JUROS-CREDITADOS = ZERO
                   AND IR-JUROS-DEBITADOS = ZERO
               ADD 1 TO WS-QTDE-SEM-INFORME
               GO TO 3400-EXIT
           END-IF.
           WRITE IW-REGISTRO-INFORME FROM IR-REGISTRO-INFORME.
           IF WS-ST-INFRWRK NOT = '00'
               MOVE 'INFORME-WORK-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-INFRWRK TO WS-ERRO-STATUS
               MOVE '3400-FECHAR-CLIENTE' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
       3400-EXIT.
           EXIT.

      *=================================================================
      * 4000-GRAVAR-CABECALHO
      * GRAVA O CABECALHO DO RELATORIO COM A DATA DE EXECUCAO E O
      * PERIODO DO ANO-CALENDARIO
      *=================================================================
       4000-GRAVAR-CABECALHO.
           MOVE 'INFORME DE RENDIMENTOS - CONTA CORRENTE'
               TO WS-LC-TITULO.
           MOVE WS-DATA-EXECUCAO TO WS-LC-DATA.
           MOVE WS-LINHA-CABECALHO TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.
           MOVE 'ANO-CALENDARIO ENCERRADO EM' TO WS-LC-TITULO.
           MOVE WS-FIM-ANO-CALENDARIO TO WS-LC-DATA.
           MOVE WS-LINHA-CABECALHO TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.
       4000-EXIT.
           EXIT.

      *=================================================================
      * 4100-GRAVAR-LINHA
      * GRAVA NO RELATORIO DE INFORMES A LINHA JA MONTADA EM
      * RL-LINHA-RELATORIO, COM O TRATAMENTO DE ERRO PADRAO
      *=================================================================
       4100-GRAVAR-LINHA.
           WRITE RL-LINHA-RELATORIO.
           IF WS-ST-INFRPT NOT = '00'
               MOVE 'REPORT-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-INFRPT TO WS-ERRO-STATUS
               MOVE '4100-GRAVAR-LINHA' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
       4100-EXIT.
           EXIT.

      *=================================================================
      * 5000-EMITIR-INFORMES
      * REORDENA OS RESUMOS ANUAIS POR AGENCIA E CLIENTE E IMPRIME UM
      * INFORME POR CLIENTE, COM QUEBRA E SUBTOTAL POR AGENCIA,
      * GRAVANDO CADA UM NO ARQUIVO DA RECEITA
      *=================================================================
       5000-EMITIR-INFORMES.
           SORT SORT-INFORME-FILE
               ON ASCENDING KEY IS-CODIGO-AGENCIA
                   IS-NUMERO-CLIENTE
               USING INFORME-WORK-FILE
               OUTPUT PROCEDURE IS 5100-IMPRIMIR-INFORMES
                   THRU 5100-EXIT.
           IF WS-ST-INFRWRK NOT = '00'
               MOVE 'INFORME-WORK-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-INFRWRK TO WS-ERRO-STATUS
               MOVE '5000-EMITIR-INFORMES' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
       5000-EXIT.
           EXIT.

      *=================================================================
      * 5100-IMPRIMIR-INFORMES
      * PROCEDIMENTO DE SAIDA DA ORDENACAO DOS INFORMES: CONTROLA A
      * QUEBRA POR AGENCIA E FECHA O SUBTOTAL DA ULTIMA AGENCIA
      *=================================================================
       5100-IMPRIMIR-INFORMES.
           MOVE 'N' TO WS-IND-FIM-INFORME.
           MOVE 'N' TO WS-IND-QUEBRA-ABERTA.
           PERFORM 5110-RETORNAR-INFORME THRU 5110-EXIT
               UNTIL WS-FIM-INFORME.
           IF WS-QUEBRA-ABERTA
               PERFORM 5130-GRAVAR-SUBT-AGENCIA THRU 5130-EXIT
               MOVE 'N' TO WS-IND-QUEBRA-ABERTA
           END-IF.
       5100-EXIT.
           EXIT.

      *=================================================================
      * 5110-RETORNAR-INFORME
      * RETORNA O PROXIMO RESUMO ORDENADO, FECHA O SUBTOTAL DA
      * AGENCIA ANTERIOR NA TROCA DE AGENCIA, ABRE A QUEBRA NOVA E
      * IMPRIME O INFORME E O REGISTRO DO BENEFICIARIO NO ARQUIVO DA
      * RECEITA
      *=================================================================
       5110-RETORNAR-INFORME.
           RETURN SORT-INFORME-FILE
               AT END
                   MOVE 'Y' TO WS-IND-FIM-INFORME
           END-RETURN.
           IF WS-FIM-INFORME
               GO TO 5110-EXIT
           END-IF.
           IF WS-QUEBRA-ABERTA
                   AND IS-CODIGO-AGENCIA NOT = WS-AGENCIA-QUEBRA
               PERFORM 5130-GRAVAR-SUBT-AGENCIA THRU 5130-EXIT
               MOVE 'N' TO WS-IND-QUEBRA-ABERTA
           END-IF.
           IF NOT WS-QUEBRA-ABERTA
               MOVE IS-CODIGO-AGENCIA TO WS-AGENCIA-QUEBRA
               MOVE ZERO TO WS-AG-QTDE-INFORMES
               MOVE ZERO TO WS-AG-JUROS-CREDITADOS
               MOVE 'S' TO WS-IND-QUEBRA-ABERTA
               PERFORM 5120-GRAVAR-QUEBRA-AGENCIA THRU 5120-EXIT
           END-IF.
           PERFORM 5140-IMPRIMIR-INFORME THRU 5140-EXIT.
           PERFORM 5410-GRAVAR-BENEFICIARIO THRU 5410-EXIT.
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
           MOVE WS-LG-NOME-AGENCIA TO WS-NOME-AGENCIA-QUEBRA.
           MOVE WS-LINHA-AGENCIA TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.
       5120-EXIT.
           EXIT.

      *=================================================================
      * 5130-GRAVAR-SUBT-AGENCIA
      * GRAVA A LINHA DE SUBTOTAL DA AGENCIA EM QUEBRA: QUANTIDADE DE
      * INFORMES E TOTAL DE JUROS CREDITADOS
      *=================================================================
       5130-GRAVAR-SUBT-AGENCIA.
           MOVE WS-LINHA-SEPARADORA TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.
           MOVE SPACES TO WS-LINHA-AGENCIA.
           MOVE 'INFORMES/JUROS CREDITADOS...:'
               TO WS-LG-DESCRICAO.
           MOVE WS-AGENCIA-QUEBRA TO WS-LG-CODIGO-AGENCIA.
           MOVE WS-AG-QTDE-INFORMES TO WS-LG-QTDE-ED.
           MOVE WS-AG-JUROS-CREDITADOS TO WS-LG-VALOR-ED.
           MOVE WS-LINHA-AGENCIA TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.
       5130-EXIT.
           EXIT.

      *=================================================================
      * 5140-IMPRIMIR-INFORME
      * IMPRIME O INFORME DO CLIENTE RETORNADO DA ORDENACAO: ANO,
      * INSTITUICAO, AGENCIA, CLIENTE, CPF/CNPJ, ENDERECO, SALDOS EM
      * 31/12 DOS DOIS ANOS E JUROS CREDITADOS E DEBITADOS NO ANO
      *=================================================================
       5140-IMPRIMIR-INFORME.
           MOVE WS-LINHA-SEPARADORA TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.

           MOVE SPACES TO WS-LINHA-INFORME.
           MOVE 'INFORME DE RENDIM.:' TO WS-LI-DESCRICAO.
           MOVE WS-ANO-CALENDARIO TO WS-TA-ANO.
           MOVE WS-TEXTO-ANO TO WS-LI-TEXTO.
           MOVE WS-LINHA-INFORME TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.

           MOVE SPACES TO WS-LINHA-INFORME.
           MOVE 'CNPJ FONTE PAGADORA:' TO WS-LI-DESCRICAO.
           MOVE WS-CNPJ-EDITADO TO WS-LI-TEXTO.
           MOVE WS-LINHA-INFORME TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.

           MOVE SPACES TO WS-LINHA-INFORME.
           MOVE 'AGENCIA...........:' TO WS-LI-DESCRICAO.
           MOVE IS-CODIGO-AGENCIA TO WS-TG-CODIGO-AGENCIA.
           MOVE WS-NOME-AGENCIA-QUEBRA TO WS-TG-NOME-AGENCIA.
           MOVE WS-TEXTO-AGENCIA TO WS-LI-TEXTO.
           MOVE WS-LINHA-INFORME TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.

           MOVE SPACES TO WS-LINHA-INFORME.
           MOVE 'CLIENTE...........:' TO WS-LI-DESCRICAO.
           MOVE IS-NUMERO-CLIENTE TO WS-TC-NUMERO-CLIENTE.
           MOVE IS-NOME-CLIENTE TO WS-TC-NOME-CLIENTE.
           MOVE WS-TEXTO-CLIENTE TO WS-LI-TEXTO.
           MOVE WS-LINHA-INFORME TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.

           MOVE SPACES TO WS-LINHA-INFORME.
           MOVE 'CPF/CNPJ..........:' TO WS-LI-DESCRICAO.
           MOVE 'NAO INFORMADO' TO WS-LI-TEXTO.
           IF IS-DOCUMENTO-CPF OR IS-DOCUMENTO-CNPJ
               MOVE IS-TIPO-DOCUMENTO TO DC-TIPO-DOCUMENTO
               MOVE IS-NUMERO-DOCUMENTO TO DC-NUMERO-DOCUMENTO
               CALL 'DOCCHK' USING DC-AREA-DOCUMENTO
               IF DC-DOCUMENTO-EDITADO NOT = SPACES
                   MOVE DC-DOCUMENTO-EDITADO TO WS-LI-TEXTO
               END-IF
           ELSE
               ADD 1 TO WS-QTDE-SEM-DOCUMENTO
           END-IF.
           MOVE WS-LINHA-INFORME TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.

           MOVE SPACES TO WS-LINHA-INFORME.
           MOVE 'ENDERECO..........:' TO WS-LI-DESCRICAO.
           MOVE IS-LOGRADOURO TO WS-LI-TEXTO.
           MOVE WS-LINHA-INFORME TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.

           MOVE SPACES TO WS-LINHA-INFORME.
           MOVE IS-CIDADE TO WS-TD-CIDADE.
           MOVE IS-UF TO WS-TD-UF.
           MOVE IS-CEP TO WS-TD-CEP.
           MOVE WS-TEXTO-CIDADE TO WS-LI-TEXTO.
           MOVE WS-LINHA-INFORME TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.

           MOVE SPACES TO WS-LINHA-VALOR.
           COMPUTE WS-TS-ANO = WS-ANO-CALENDARIO - 1.
           MOVE WS-TEXTO-SALDO TO WS-LV-DESCRICAO.
           MOVE IS-SALDO-ANTERIOR TO WS-LV-VALOR-ED.
           MOVE WS-LINHA-VALOR TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.

           MOVE SPACES TO WS-LINHA-VALOR.
           MOVE WS-ANO-CALENDARIO TO WS-TS-ANO.
           MOVE WS-TEXTO-SALDO TO WS-LV-DESCRICAO.
           MOVE IS-SALDO-ATUAL TO WS-LV-VALOR-ED.
           MOVE WS-LINHA-VALOR TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.

           MOVE SPACES TO WS-LINHA-VALOR.
           MOVE 'RENDIMENTO - JUROS CREDITADOS NO ANO .......:'
               TO WS-LV-DESCRICAO.
           MOVE IS-JUROS-CREDITADOS TO WS-LV-VALOR-ED.
           MOVE WS-LINHA-VALOR TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.

           MOVE SPACES TO WS-LINHA-VALOR.
           MOVE 'JUROS DEBITADOS NO ANO (DESCOBERTO) ........:'
               TO WS-LV-DESCRICAO.
           MOVE IS-JUROS-DEBITADOS TO WS-LV-VALOR-ED.
           MOVE WS-LINHA-VALOR TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.

           ADD 1 TO WS-QTDE-INFORMES.
           ADD 1 TO WS-AG-QTDE-INFORMES.
           ADD IS-JUROS-CREDITADOS TO WS-AG-JUROS-CREDITADOS.
       5140-EXIT.
           EXIT.

      *=================================================================
      * 5400-GRAVAR-CABECALHO-RECEITA
      * GRAVA O REGISTRO DE CABECALHO DO ARQUIVO DA RECEITA, COM O
      * ANO-CALENDARIO, O CNPJ DECLARANTE E A DATA DA GERACAO
      *=================================================================
       5400-GRAVAR-CABECALHO-RECEITA.
           MOVE SPACES TO RF-REGISTRO-RECEITA.
           MOVE 'H' TO RF-TIPO-REGISTRO.
           ADD 1 TO WS-SEQUENCIAL-RECEITA.
           MOVE WS-SEQUENCIAL-RECEITA TO RF-SEQUENCIAL.
           MOVE WS-ANO-CALENDARIO TO RF-ANO-CALENDARIO.
           MOVE WS-CNPJ-DECLARANTE TO RF-CNPJ-DECLARANTE.
           MOVE WS-DATA-EXECUCAO TO RF-DATA-GERACAO.
           MOVE ZERO TO RF-QTDE-BENEFICIARIOS.
           MOVE ZERO TO RF-TOTAL-JUROS-CREDITADOS.
           MOVE ZERO TO RF-TOTAL-JUROS-DEBITADOS.
           PERFORM 5430-GRAVAR-REGISTRO-RECEITA THRU 5430-EXIT.
       5400-EXIT.
           EXIT.

      *=================================================================
      * 5410-GRAVAR-BENEFICIARIO
      * GRAVA NO ARQUIVO DA RECEITA O REGISTRO DO BENEFICIARIO DO
      * INFORME RETORNADO DA ORDENACAO E ACUMULA OS TOTAIS DE JUROS
      * PARA O RODAPE
      *=================================================================
       5410-GRAVAR-BENEFICIARIO.
           MOVE SPACES TO RF-REGISTRO-RECEITA.
           MOVE 'D' TO RF-TIPO-REGISTRO.
           ADD 1 TO WS-SEQUENCIAL-RECEITA.
           MOVE WS-SEQUENCIAL-RECEITA TO RF-SEQUENCIAL.
           MOVE IS-TIPO-DOCUMENTO TO RF-TIPO-DOCUMENTO.
           MOVE IS-NUMERO-DOCUMENTO TO RF-NUMERO-DOCUMENTO.
           MOVE IS-NOME-CLIENTE TO RF-NOME-CLIENTE.
           MOVE IS-CODIGO-AGENCIA TO RF-CODIGO-AGENCIA.
           MOVE IS-NUMERO-CLIENTE TO RF-NUMERO-CLIENTE.
           IF IS-SALDO-ANTERIOR < ZERO
               MOVE '-' TO RF-SINAL-SALDO-ANTERIOR
           ELSE
               MOVE '+' TO RF-SINAL-SALDO-ANTERIOR
           END-IF.
           MOVE IS-SALDO-ANTERIOR TO RF-SALDO-ANTERIOR.
           IF IS-SALDO-ATUAL < ZERO
               MOVE '-' TO RF-SINAL-SALDO-ATUAL
           ELSE
               MOVE '+' TO RF-SINAL-SALDO-ATUAL
           END-IF.
           MOVE IS-SALDO-ATUAL TO RF-SALDO-ATUAL.
           MOVE IS-JUROS-CREDITADOS TO RF-JUROS-CREDITADOS.
           MOVE IS-JUROS-DEBITADOS TO RF-JUROS-DEBITADOS.
           ADD IS-JUROS-CREDITADOS TO WS-TOTAL-JUROS-CREDITADOS.
           ADD IS-JUROS-DEBITADOS TO WS-TOTAL-JUROS-DEBITADOS.
           PERFORM 5430-GRAVAR-REGISTRO-RECEITA THRU 5430-EXIT.
       5410-EXIT.
           EXIT.

      *=================================================================
      * 5420-GRAVAR-RODAPE-RECEITA
      * GRAVA O REGISTRO DE RODAPE DO ARQUIVO DA RECEITA, COM A
      * QUANTIDADE DE BENEFICIARIOS E OS TOTAIS DE JUROS
      *=================================================================
       5420-GRAVAR-RODAPE-RECEITA.
           MOVE SPACES TO RF-REGISTRO-RECEITA.
           MOVE 'T' TO RF-TIPO-REGISTRO.
           ADD 1 TO WS-SEQUENCIAL-RECEITA.
           MOVE WS-SEQUENCIAL-RECEITA TO RF-SEQUENCIAL.
           MOVE WS-ANO-CALENDARIO TO RF-ANO-CALENDARIO.
           MOVE WS-CNPJ-DECLARANTE TO RF-CNPJ-DECLARANTE.
           MOVE WS-DATA-EXECUCAO TO RF-DATA-GERACAO.
           MOVE WS-QTDE-INFORMES TO RF-QTDE-BENEFICIARIOS.
           MOVE WS-TOTAL-JUROS-CREDITADOS TO RF-TOTAL-JUROS-CREDITADOS.
           MOVE WS-TOTAL-JUROS-DEBITADOS TO RF-TOTAL-JUROS-DEBITADOS.
           PERFORM 5430-GRAVAR-REGISTRO-RECEITA THRU 5430-EXIT.
       5420-EXIT.
           EXIT.

      *=================================================================
      * 5430-GRAVAR-REGISTRO-RECEITA
      * GRAVA O REGISTRO JA MONTADO NO ARQUIVO DA RECEITA
      *=================================================================
       5430-GRAVAR-REGISTRO-RECEITA.
           WRITE RF-REGISTRO-RECEITA.
           IF WS-ST-RECFEXT NOT = '00'
               MOVE 'RECEITA-EXTRACT-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-RECFEXT TO WS-ERRO-STATUS
               MOVE '5430-GRAVAR-REGISTRO-RECEITA' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
       5430-EXIT.
           EXIT.

      *=================================================================
      * 9000-IMPRIMIR-TOTAIS
      * ESCREVE AO FINAL DO RELATORIO OS TOTAIS DO PROCESSAMENTO, A
      * RECAPITULACAO MENSAL DOS JUROS LANCADOS NO ANO E A PROVA
      * CONTRA OS FECHAMENTOS MENSAIS E O RODAPE DO ARQUIVO DA RECEITA
      *=================================================================
       9000-IMPRIMIR-TOTAIS.
           MOVE SPACES TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'QUANTIDADE DE REGISTROS DO HISTORICO...:'
               TO WS-LT-DESCRICAO.
           MOVE WS-QTDE-LIDOS TO WS-LT-QTDE-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'QUANTIDADE DE REGISTROS ATE O FIM DO ANO:'
               TO WS-LT-DESCRICAO.
           MOVE WS-QTDE-SELECIONADOS TO WS-LT-QTDE-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'CLIENTES COM HISTORICO.................:'
               TO WS-LT-DESCRICAO.
           MOVE WS-QTDE-CLIENTES TO WS-LT-QTDE-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'CLIENTES SEM SALDO NEM JUROS A INFORMAR:'
               TO WS-LT-DESCRICAO.
           MOVE WS-QTDE-SEM-INFORME TO WS-LT-QTDE-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'INFORMES EMITIDOS (BENEFICIARIOS)......:'
               TO WS-LT-DESCRICAO.
           MOVE WS-QTDE-INFORMES TO WS-LT-QTDE-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'INFORMES SEM CPF/CNPJ NO CADASTRO......:'
               TO WS-LT-DESCRICAO.
           MOVE WS-QTDE-SEM-DOCUMENTO TO WS-LT-QTDE-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.

           MOVE SPACES TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.
           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'RECAPITULACAO MENSAL DOS JUROS LANCADOS'
               TO WS-LT-DESCRICAO.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.
           MOVE WS-LINHA-COLUNAS-MES TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.
           PERFORM 9100-IMPRIMIR-MES THRU 9100-EXIT
               VARYING WS-MS-SUB FROM 1 BY 1
               UNTIL WS-MS-SUB > 12.
           MOVE SPACES TO WS-LINHA-MES.
           MOVE 'TOTAL' TO WS-LM-PERIODO.
           MOVE WS-ANO-QTDE-CREDITO TO WS-LM-QTDE-CREDITO-ED.
           MOVE WS-ANO-VALOR-CREDITO TO WS-LM-VALOR-CREDITO-ED.
           MOVE WS-ANO-QTDE-DEBITO TO WS-LM-QTDE-DEBITO-ED.
           MOVE WS-ANO-VALOR-DEBITO TO WS-LM-VALOR-DEBITO-ED.
           MOVE WS-LINHA-MES TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.

           PERFORM 9200-PROVAR-TOTAIS THRU 9200-EXIT.
       9000-EXIT.
           EXIT.

      *=================================================================
      * 9100-IMPRIMIR-MES
      * IMPRIME A LINHA DE RECAPITULACAO DO MES CORRENTE DA TABELA E
      * ACUMULA O TOTAL DO ANO
      *=================================================================
       9100-IMPRIMIR-MES.
           MOVE SPACES TO WS-LINHA-MES.
           MOVE WS-MS-SUB TO WS-LM-MES.
           MOVE '/' TO WS-LM-BARRA.
           MOVE WS-ANO-CALENDARIO TO WS-LM-ANO.
           MOVE WS-MS-QTDE-CREDITO (WS-MS-SUB)
               TO WS-LM-QTDE-CREDITO-ED.
           MOVE WS-MS-VALOR-CREDITO (WS-MS-SUB)
               TO WS-LM-VALOR-CREDITO-ED.
           MOVE WS-MS-QTDE-DEBITO (WS-MS-SUB)
               TO WS-LM-QTDE-DEBITO-ED.
           MOVE WS-MS-VALOR-DEBITO (WS-MS-SUB)
               TO WS-LM-VALOR-DEBITO-ED.
           MOVE WS-LINHA-MES TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.
           ADD WS-MS-QTDE-CREDITO (WS-MS-SUB) TO WS-ANO-QTDE-CREDITO.
           ADD WS-MS-VALOR-CREDITO (WS-MS-SUB) TO WS-ANO-VALOR-CREDITO.
           ADD WS-MS-QTDE-DEBITO (WS-MS-SUB) TO WS-ANO-QTDE-DEBITO.
           ADD WS-MS-VALOR-DEBITO (WS-MS-SUB) TO WS-ANO-VALOR-DEBITO.
       9100-EXIT.
           EXIT.

      *=================================================================
      * 9200-PROVAR-TOTAIS
      * CONFERE CADA MES DA RECAPITULACAO (JUROS DO HISTORICO) CONTRA
      * OS TOTAIS GUARDADOS PELO FECHAMENTO MENSAL DO MES (CTLMENS),
      * FONTE INDEPENDENTE DO HISTORICO, E DEPOIS A SOMA DOS DOZE
      * FECHAMENTOS CONTRA O RODAPE DO ARQUIVO DA RECEITA (A SOMA DOS
      * INFORMES). SEM O ARQUIVO DE FECHAMENTOS NENHUM MES TEM PROVA.
      * QUALQUER DIFERENCA OU MES SEM FECHAMENTO MARCA O JOB PARA
      * TERMINAR COM CODIGO DE RETORNO 8
      *=================================================================
       9200-PROVAR-TOTAIS.
           OPEN INPUT MONTH-END-TOTALS-FILE.
           IF WS-ST-CTLMENS = '00'
               MOVE 'S' TO WS-IND-CTLMENS
           ELSE
               IF WS-ST-CTLMENS NOT = '35'
                   MOVE 'MONTH-END-TOTALS' TO WS-ERRO-ARQUIVO
                   MOVE WS-ST-CTLMENS TO WS-ERRO-STATUS
                   MOVE '9200-PROVAR-TOTAIS' TO WS-ERRO-PARAGRAFO
                   GO TO 9900-FILE-ERROR
               END-IF
           END-IF.

           MOVE SPACES TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.
           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'PROVA DOS JUROS CONTRA OS FECHAMENTOS MENSAIS'
               TO WS-LT-DESCRICAO.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.
           MOVE WS-LINHA-COLUNAS-PROVA TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.
           PERFORM 9210-PROVAR-MES THRU 9210-EXIT
               VARYING WS-MS-SUB FROM 1 BY 1
               UNTIL WS-MS-SUB > 12.

           IF WS-CTLMENS-ABERTO
               CLOSE MONTH-END-TOTALS-FILE
               IF WS-ST-CTLMENS NOT = '00'
                   MOVE 'MONTH-END-TOTALS' TO WS-ERRO-ARQUIVO
                   MOVE WS-ST-CTLMENS TO WS-ERRO-STATUS
                   MOVE '9200-PROVAR-TOTAIS' TO WS-ERRO-PARAGRAFO
                   GO TO 9900-FILE-ERROR
               END-IF
           END-IF.

           MOVE SPACES TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.

           MOVE SPACES TO WS-LINHA-PROVA.
           MOVE 'PROVA JUROS CREDORES (FECHAM/ARQ).:'
               TO WS-LP-DESCRICAO.
           MOVE WS-FEC-VALOR-CREDITO TO WS-LP-VALOR-FECHAM-ED.
           MOVE WS-TOTAL-JUROS-CREDITADOS TO WS-LP-VALOR-ARQUIVO-ED.
           IF WS-FEC-VALOR-CREDITO = WS-TOTAL-JUROS-CREDITADOS
               MOVE 'CONFERE' TO WS-LP-RESULTADO
           ELSE
               MOVE 'DIVERGENCIA' TO WS-LP-RESULTADO
               MOVE 'S' TO WS-IND-DIVERGENCIA
           END-IF.
           MOVE WS-LINHA-PROVA TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.

           MOVE SPACES TO WS-LINHA-PROVA.
           MOVE 'PROVA JUROS DEVEDORES (FECHAM/ARQ):'
               TO WS-LP-DESCRICAO.
           MOVE WS-FEC-VALOR-DEBITO TO WS-LP-VALOR-FECHAM-ED.
           MOVE WS-TOTAL-JUROS-DEBITADOS TO WS-LP-VALOR-ARQUIVO-ED.
           IF WS-FEC-VALOR-DEBITO = WS-TOTAL-JUROS-DEBITADOS
               MOVE 'CONFERE' TO WS-LP-RESULTADO
           ELSE
               MOVE 'DIVERGENCIA' TO WS-LP-RESULTADO
               MOVE 'S' TO WS-IND-DIVERGENCIA
           END-IF.
           MOVE WS-LINHA-PROVA TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.
       9200-EXIT.
           EXIT.

      *=================================================================
      * 9210-PROVAR-MES
      * LE O FECHAMENTO DO MES CORRENTE DA TABELA PELA CHAVE ANO/MES E
      * IMPRIME, PARA OS JUROS CREDORES E DEVEDORES, O VALOR DO
      * HISTORICO, O DO FECHAMENTO E A DIFERENCA, ACUMULANDO O TOTAL
      * DOS FECHAMENTOS DO ANO. O MES SEM FECHAMENTO GUARDADO SAI COM
      * O VALOR DO FECHAMENTO ZERADO E CONTA COMO DIVERGENCIA
      *=================================================================
       9210-PROVAR-MES.
           MOVE 'N' TO WS-IND-FECHAMENTO.
           COMPUTE WS-ANO-MES-PROVA =
               WS-ANO-CALENDARIO * 100 + WS-MS-SUB.
           MOVE ZERO TO CF-VALOR-JUROS-CREDITO.
           MOVE ZERO TO CF-VALOR-JUROS-DEBITO.
           IF WS-CTLMENS-ABERTO
               MOVE WS-ANO-MES-PROVA TO CF-ANO-MES
               READ MONTH-END-TOTALS-FILE
               IF WS-ST-CTLMENS = '00'
                   MOVE 'S' TO WS-IND-FECHAMENTO
               ELSE
                   IF WS-ST-CTLMENS NOT = '23'
                       MOVE 'MONTH-END-TOTALS' TO WS-ERRO-ARQUIVO
                       MOVE WS-ST-CTLMENS TO WS-ERRO-STATUS
                       MOVE '9210-PROVAR-MES' TO WS-ERRO-PARAGRAFO
                       GO TO 9900-FILE-ERROR
                   END-IF
                   MOVE ZERO TO CF-VALOR-JUROS-CREDITO
                   MOVE ZERO TO CF-VALOR-JUROS-DEBITO
               END-IF
           END-IF.
           ADD CF-VALOR-JUROS-CREDITO TO WS-FEC-VALOR-CREDITO.
           ADD CF-VALOR-JUROS-DEBITO TO WS-FEC-VALOR-DEBITO.

           MOVE SPACES TO WS-LINHA-PROVA-MES.
           MOVE WS-MS-SUB TO WS-LQ-MES.
           MOVE '/' TO WS-LQ-BARRA.
           MOVE WS-ANO-CALENDARIO TO WS-LQ-ANO.
           MOVE 'CREDORES' TO WS-LQ-TIPO.
           MOVE WS-MS-VALOR-CREDITO (WS-MS-SUB)
               TO WS-LQ-VALOR-HISTORICO-ED.
           MOVE CF-VALOR-JUROS-CREDITO TO WS-LQ-VALOR-FECHAMENTO-ED.
           COMPUTE WS-DIFERENCA-MES =
               WS-MS-VALOR-CREDITO (WS-MS-SUB) - CF-VALOR-JUROS-CREDITO.
           PERFORM 9220-AVALIAR-DIFERENCA THRU 9220-EXIT.

           MOVE SPACES TO WS-LINHA-PROVA-MES.
           MOVE 'DEVEDORES' TO WS-LQ-TIPO.
           MOVE WS-MS-VALOR-DEBITO (WS-MS-SUB)
               TO WS-LQ-VALOR-HISTORICO-ED.
           MOVE CF-VALOR-JUROS-DEBITO TO WS-LQ-VALOR-FECHAMENTO-ED.
           COMPUTE WS-DIFERENCA-MES =
               WS-MS-VALOR-DEBITO (WS-MS-SUB) - CF-VALOR-JUROS-DEBITO.
           PERFORM 9220-AVALIAR-DIFERENCA THRU 9220-EXIT.
       9210-EXIT.
           EXIT.

      *=================================================================
      * 9220-AVALIAR-DIFERENCA
      * COMPLETA E IMPRIME A LINHA DE PROVA DO MES COM A DIFERENCA E
      * O RESULTADO, MARCANDO A DIVERGENCIA QUANDO HA DIFERENCA OU
      * QUANDO O MES NAO TEM FECHAMENTO GUARDADO
      *=================================================================
       9220-AVALIAR-DIFERENCA.
           MOVE WS-DIFERENCA-MES TO WS-LQ-DIFERENCA-ED.
           IF NOT WS-FECHAMENTO-ACHADO
               MOVE 'SEM FECHAMENTO' TO WS-LQ-RESULTADO
               MOVE 'S' TO WS-IND-DIVERGENCIA
           ELSE
               IF WS-DIFERENCA-MES = ZERO
                   MOVE 'CONFERE' TO WS-LQ-RESULTADO
               ELSE
                   MOVE 'DIVERGENCIA' TO WS-LQ-RESULTADO
                   MOVE 'S' TO WS-IND-DIVERGENCIA
               END-IF
           END-IF.
           MOVE WS-LINHA-PROVA-MES TO RL-LINHA-RELATORIO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.
       9220-EXIT.
           EXIT.

      *=================================================================
      * 9900-FILE-ERROR
      * PARAGRAFO UNICO DE TRATAMENTO DE ERRO DE ARQUIVO, COMPARTILHADO
      * POR TODOS OS ARQUIVOS DO PROGRAMA. EXIBE O STATUS RECEBIDO E
      * ENCERRA O JOB DE FORMA CONTROLADA (ABEND)
      *=================================================================
       9900-FILE-ERROR.
           DISPLAY 'INFREND - ERRO DE ARQUIVO DETECTADO'.
           DISPLAY 'ARQUIVO.....: ' WS-ERRO-ARQUIVO.
           DISPLAY 'STATUS......: ' WS-ERRO-STATUS.
           DISPLAY 'PARAGRAFO...: ' WS-ERRO-PARAGRAFO.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM INFREND.
