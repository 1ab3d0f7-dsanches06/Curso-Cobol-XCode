      *-----------------------------------------------------------------
      * AUDITLOG -> TRILHA DE AUDITORIA DE TODA MANUTENCAO NO CADASTRO
      * MESTRE (INCLUSAO, ALTERACAO E EXCLUSAO), EXIGIDA PELA AREA DE
      * COMPLIANCE PARA RASTREAR QUEM ALTEROU O QUE E QUANDO. O
      * PROCESSAMENTO DIARIO ABRE A TRILHA DO ZERO; O FECHAMENTO
      * MENSAL (M) ACRESCENTA OS SEUS REGISTROS A TRILHA DA NOITE,
      * IDENTIFICADOS PELO JOB 'PROG001M'
      *-----------------------------------------------------------------
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
      * DIARIA: OS CONTADORES E O VALOR TOTAL DA FOLHA DE CONTROLE,
      * GRAVADOS EM FORMA LEGIVEL POR MAQUINA AO FINAL DO JOB, PARA
      * QUE A CONCILIACAO NAO DEPENDA MAIS DO VALOR DIGITADO PELA
      * OPERACAO A PARTIR DO RELATORIO IMPRESSO. SO E GRAVADO PELO
      * PROCESSAMENTO DIARIO; O FECHAMENTO MENSAL NAO TOCA NESTE
      * ARQUIVO, PARA NAO SOBREPOR A PASSAGEM DA NOITE
      *-----------------------------------------------------------------
           SELECT CONTROL-TOTALS-FILE ASSIGN TO "CTLHAND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-CTLHAND.
      *-----------------------------------------------------------------
      * CTLMENS -> TOTAIS DO FECHAMENTO MENSAL, UM REGISTRO POR ANO/MES,
      * GRAVADOS NO MODO FECHAMENTO (M) NO LUGAR DA PASSAGEM DIARIA E
      * GUARDADOS COMO FONTE INDEPENDENTE PARA A PROVA DOS JUROS NO
      * INFORME DE RENDIMENTOS
      *-----------------------------------------------------------------
           SELECT MONTH-END-TOTALS-FILE ASSIGN TO "CTLMENS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CF-ANO-MES
               FILE STATUS IS WS-ST-CTLMENS.
      *-----------------------------------------------------------------
      * FULLEXT -> EXTRATO COMPLETO DO CADASTRO DE CLIENTES, FORNECIDO
      * PELO SISTEMA DE ORIGEM. SO E LIDO NO MODO COMPLETO (F), QUANDO
      * O CADASTRO MESTRE E RECONSTRUIDO REGISTRO A REGISTRO A PARTIR
           SELECT FULL-EXTRACT-FILE ASSIGN TO "FULLEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-FULLEXT.
      *-----------------------------------------------------------------
      * AGENMAST -> CADASTRO MESTRE DE AGENCIAS, MANTIDO PELO AGENMNT.
      * LIDO PELA CHAVE PARA RECUSAR TRANSACOES DE AGENCIA NAO
      * CADASTRADA OU ENCERRADA E PARA IMPRIMIR O NOME E A REGIONAL
      * DA AGENCIA NAS QUEBRAS DOS RELATORIOS
      *-----------------------------------------------------------------
           SELECT AGENCY-MASTER ASSIGN TO "AGENMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AG-CODIGO-AGENCIA
               FILE STATUS IS WS-ST-AGENMAST.
      *-----------------------------------------------------------------
      * GLINTF -> INTERFACE CONTABIL GERADA A CADA EXECUCAO (NOTURNA E
      * DE FECHAMENTO MENSAL): PARTIDAS DOBRADAS DE TODA MOVIMENTACAO
      * DE SALDO DOS CLIENTES, RESUMIDAS POR AGENCIA E TIPO DE
      * LANCAMENTO, NAS CONTAS CONTABEIS DO ARQUIVO DE PARAMETROS,
      * PARA QUE A CONTABILIDADE NAO REDIGITE OS TOTAIS DO RPTOUT
      *-----------------------------------------------------------------
           SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-GLINTF.
      *-----------------------------------------------------------------
      * GLRPT -> RELATORIO DOS LANCAMENTOS CONTABEIS GERADOS, POR
      * AGENCIA, COM OS TOTAIS A DEBITO E A CREDITO E O RESULTADO DA
      * CONFERENCIA DE BALANCEAMENTO DA INTERFACE
      *-----------------------------------------------------------------
           SELECT GL-REPORT-FILE ASSIGN TO "GLRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-GLRPT.
      *-----------------------------------------------------------------
      * VLRESQ -> RESERVA DE VALORES ESQUECIDOS: UM REGISTRO POR CONTA
      * DORMENTE CUJO SALDO FOI TRANSFERIDO NO FECHAMENTO MENSAL PARA
      * A CONTA CONTABIL DE VALORES ESQUECIDOS, LIDO PELA CHAVE NA
      * REATIVACAO PARA DEVOLVER O VALOR AO CLIENTE
      *-----------------------------------------------------------------
           SELECT RESERVE-FILE ASSIGN TO "VLRESQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VE-NUMERO-CLIENTE
               FILE STATUS IS WS-ST-VLRESQ.
      *-----------------------------------------------------------------
      * VLESEXT -> EXTRATO REGULATORIO DOS SALDOS TRANSFERIDOS A
      * VALORES ESQUECIDOS NO FECHAMENTO MENSAL, COM CABECALHO E
      * RODAPE DE CONTROLE, PARA ENTREGA AO ORGAO REGULADOR
      *-----------------------------------------------------------------
           SELECT UNCLAIMED-EXTRACT ASSIGN TO "VLESEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-VLESEXT.
      *-----------------------------------------------------------------
      * VLESRPT -> RELATORIO DOS SALDOS TRANSFERIDOS A VALORES
      * ESQUECIDOS NO FECHAMENTO MENSAL, IMPRESSO AGRUPADO POR AGENCIA
      * (QUEBRA COM SUBTOTAL POR AGENCIA)
      *-----------------------------------------------------------------
           SELECT UNCLAIMED-REPORT ASSIGN TO "VLESRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-VLESRPT.
      *-----------------------------------------------------------------
      * VLESWRK -> AREA DE TRABALHO DO RELATORIO DE VALORES
      * ESQUECIDOS: OS DETALHES SAO GRAVADOS AQUI NA ORDEM DO CADASTRO
      * E REORDENADOS POR AGENCIA ANTES DA IMPRESSAO FINAL
      *-----------------------------------------------------------------
           SELECT UNCLAIMED-WORK-FILE ASSIGN TO "VLESWRK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-VLESWRK.
      *-----------------------------------------------------------------
      * SRTWK04 -> AREA DE ORDENACAO DOS DETALHES DO RELATORIO DE
      * VALORES ESQUECIDOS POR AGENCIA
      *-----------------------------------------------------------------
           SELECT SORT-UNCL-FILE ASSIGN TO "SRTWK04"
               FILE STATUS IS WS-ST-SRTWK04.

       I-O-CONTROL.
      *-----------------------------------------------------------------
           LABEL RECORDS ARE STANDARD.
           COPY CUSTREG REPLACING LEADING ==CM== BY ==AR==.

      *-----------------------------------------------------------------
      * AGENCY-MASTER -> REGISTRO DO CADASTRO MESTRE DE AGENCIAS
      *-----------------------------------------------------------------
       FD  AGENCY-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY AGENREG.

      *-----------------------------------------------------------------
      * GL-INTERFACE-FILE -> REGISTRO DA INTERFACE CONTABIL
      *-----------------------------------------------------------------
       FD  GL-INTERFACE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLREG.

      *-----------------------------------------------------------------
      * GL-REPORT-FILE -> LINHA DO RELATORIO DE LANCAMENTOS CONTABEIS
      *-----------------------------------------------------------------
       FD  GL-REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  GR-LINHA-RELATORIO         PIC X(120).

      *-----------------------------------------------------------------
      * RESERVE-FILE -> REGISTRO DA RESERVA DE VALORES ESQUECIDOS
      *-----------------------------------------------------------------
       FD  RESERVE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY VLEREG.

      *-----------------------------------------------------------------
      * UNCLAIMED-EXTRACT -> REGISTRO DO EXTRATO REGULATORIO DE
      * VALORES ESQUECIDOS: CABECALHO ('H', COM A DATA DO FECHAMENTO,
      * O PRAZO EM ANOS E A DATA LIMITE DO ULTIMO MOVIMENTO USADOS NA
      * SELECAO), CONTA TRANSFERIDA ('D', UMA POR CONTA) E RODAPE
      * ('T', COM A QUANTIDADE DE CONTAS E O VALOR TOTAL TRANSFERIDO
      * PARA O BALANCEAMENTO). O VALOR TRANSFERIDO E SEMPRE POSITIVO E
      * VAI SEM SINAL. O SEQUENCIAL NUMERA OS REGISTROS DO ARQUIVO A
      * PARTIR DE 1. CLIENTE AINDA SEM CPF/CNPJ NO CADASTRO SAI COM O
      * TIPO EM BRANCO E O NUMERO ZERO
      *-----------------------------------------------------------------
       FD  UNCLAIMED-EXTRACT
           LABEL RECORDS ARE STANDARD.
       01  VX-REGISTRO-ESQUECIDO.
           05 VX-TIPO-REGISTRO        PIC X(01).
              88 VX-TIPO-CABECALHO    VALUE 'H'.
              88 VX-TIPO-DETALHE      VALUE 'D'.
              88 VX-TIPO-RODAPE       VALUE 'T'.
           05 VX-SEQUENCIAL           PIC 9(07).
           05 VX-DADOS-CONTA.
              10 VX-NUMERO-CLIENTE    PIC 9(06).
              10 VX-CODIGO-AGENCIA    PIC 9(04).
              10 VX-NOME-CLIENTE      PIC X(30).
              10 VX-TIPO-DOCUMENTO    PIC X(01).
              10 VX-NUMERO-DOCUMENTO  PIC 9(14).
              10 VX-DATA-ULTIMA-MOVTO PIC 9(08).
              10 VX-DATA-TRANSFERENCIA PIC 9(08).
              10 VX-VALOR-TRANSFERIDO PIC 9(11)V99.
              10 FILLER               PIC X(06).
           05 VX-DADOS-CONTROLE REDEFINES VX-DADOS-CONTA.
              10 VX-DATA-REFERENCIA   PIC 9(08).
              10 VX-ANOS-DORMENCIA    PIC 9(03).
              10 VX-DATA-LIMITE       PIC 9(08).
              10 VX-QTDE-CONTAS       PIC 9(09).
              10 VX-TOTAL-TRANSFERIDO PIC 9(15)V99.
              10 FILLER               PIC X(45).

      *-----------------------------------------------------------------
      * UNCLAIMED-REPORT -> LINHA DO RELATORIO DE VALORES ESQUECIDOS,
      * JA AGRUPADO POR AGENCIA NA IMPRESSAO FINAL
      *-----------------------------------------------------------------
       FD  UNCLAIMED-REPORT
           LABEL RECORDS ARE OMITTED.
       01  VR-LINHA-RELATORIO         PIC X(120).

      *-----------------------------------------------------------------
      * UNCLAIMED-WORK-FILE -> DETALHE DO RELATORIO DE VALORES
      * ESQUECIDOS NA ORDEM DO CADASTRO, COM A AGENCIA NA FRENTE PARA
      * A REORDENACAO
      *-----------------------------------------------------------------
       FD  UNCLAIMED-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  WK-REGISTRO-ESQUECIDO.
           05 WK-VE-CODIGO-AGENCIA    PIC 9(04).
           05 WK-VE-LINHA             PIC X(120).

      *-----------------------------------------------------------------
      * SORT-UNCL-FILE -> AREA DE ORDENACAO DOS DETALHES DO RELATORIO
      * DE VALORES ESQUECIDOS POR AGENCIA (E, DENTRO DA AGENCIA, POR
      * CLIENTE, QUE ABRE A PROPRIA LINHA DE DETALHE)
      *-----------------------------------------------------------------
       SD  SORT-UNCL-FILE.
       01  SV-REGISTRO-ESQUECIDO.
           05 SV-VE-CODIGO-AGENCIA    PIC 9(04).
           05 SV-VE-LINHA             PIC X(120).

      *-----------------------------------------------------------------
      * FULL-EXTRACT-FILE -> REGISTRO DO EXTRATO COMPLETO DE CLIENTES,
      * MESMA CHAVE E MESMOS CAMPOS DE CADASTRO DO CUSTOMER-MASTER (A
           LABEL RECORDS ARE OMITTED.
           COPY CTLREG.

      *-----------------------------------------------------------------
      * MONTH-END-TOTALS-FILE -> REGISTRO DE TOTAIS DO FECHAMENTO
      * MENSAL, POR ANO/MES DE REFERENCIA
      *-----------------------------------------------------------------
       FD  MONTH-END-TOTALS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CTLMREG.

      *-----------------------------------------------------------------
      * REJECT-REPORT -> LINHA DO RELATORIO DE TRANSACOES REJEITADAS,
      * JA AGRUPADO POR AGENCIA NA IMPRESSAO FINAL
      *-----------------------------------------------------------------
       FD  REJECT-REPORT
           LABEL RECORDS ARE OMITTED.
       01  RJ-LINHA-REJEITO           PIC X(190).

      *-----------------------------------------------------------------
      * REJECT-WORK-FILE -> DETALHE DO RELATORIO DE REJEITOS NA ORDEM
           LABEL RECORDS ARE STANDARD.
       01  WK-REGISTRO-REJEITO.
           05 WK-RJ-CODIGO-AGENCIA    PIC 9(04).
           05 WK-RJ-IMAGEM            PIC X(190).

      *-----------------------------------------------------------------
      * SORT-REJ-FILE -> AREA DE ORDENACAO DOS DETALHES DO RELATORIO
       SD  SORT-REJ-FILE.
       01  SR-REGISTRO-REJEITO.
           05 SR-RJ-CODIGO-AGENCIA    PIC 9(04).
           05 SR-RJ-IMAGEM            PIC X(190).

      *=================================================================
      *WORKING STORAGE SECTION
       77  WS-QTDE-TARIFADAS           PIC 9(09) COMP VALUE ZERO.
       77  WS-QTDE-NAO-NOTIFICADAS     PIC 9(09) COMP VALUE ZERO.
       77  WS-QTDE-ARQUIVADAS          PIC 9(09) COMP VALUE ZERO.
       77  WS-QTDE-TRANSFERIDAS        PIC 9(09) COMP VALUE ZERO.
       77  WS-VALOR-TRANSFERIDO        PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  WS-QTDE-EM-RESERVA          PIC 9(09) COMP VALUE ZERO.
       77  WS-QTDE-DEVOLUCOES          PIC 9(09) COMP VALUE ZERO.
       77  WS-VALOR-DEVOLVIDO          PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  WS-VALOR-TARIFADO           PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-QTDE-JUROS-CREDITO       PIC 9(09) COMP VALUE ZERO.
       77  WS-QTDE-JUROS-DEBITO        PIC 9(09) COMP VALUE ZERO.
           05 WS-ST-SRTWK03            PIC X(02) VALUE '00'.
           05 WS-ST-OVDRWRK            PIC X(02) VALUE '00'.
           05 WS-ST-SRTWK02            PIC X(02) VALUE '00'.
           05 WS-ST-AGENMAST           PIC X(02) VALUE '00'.
           05 WS-ST-GLINTF             PIC X(02) VALUE '00'.
           05 WS-ST-GLRPT              PIC X(02) VALUE '00'.
           05 WS-ST-VLRESQ             PIC X(02) VALUE '00'.
           05 WS-ST-VLESEXT            PIC X(02) VALUE '00'.
           05 WS-ST-VLESRPT            PIC X(02) VALUE '00'.
           05 WS-ST-VLESWRK            PIC X(02) VALUE '00'.
           05 WS-ST-SRTWK04            PIC X(02) VALUE '00'.
           05 WS-ST-CTLMENS            PIC X(02) VALUE '00'.

      *-----------------------------------------------------------------
      * INDICADORES E PARAMETROS DE EXECUCAO VINDOS DO CARTAO DE
              88 WS-NAO-FIM-CLASSIF    VALUE 'N'.
           05 WS-IND-QUEBRA-ABERTA     PIC X(01) VALUE 'N'.
              88 WS-QUEBRA-ABERTA      VALUE 'S'.
           05 WS-IND-AGENCIA-CADASTRO  PIC X(01) VALUE 'N'.
              88 WS-AGENCIA-CADASTRADA VALUE 'S'.
           05 WS-IND-AGENCIA-VIGENTE   PIC X(01) VALUE 'N'.
              88 WS-AGENCIA-VIGENTE    VALUE 'S'.
           05 WS-IND-CONTABIL          PIC X(01) VALUE 'N'.
              88 WS-CONTABIL-DESBALANCEADA VALUE 'S'.
           05 WS-IND-QUEBRA-CONTABIL   PIC X(01) VALUE 'N'.
              88 WS-QUEBRA-CONTABIL-ABERTA VALUE 'S'.
           05 WS-IND-EXECUCAO          PIC X(01) VALUE 'N'.
              88 WS-EXECUCAO-REGISTRADA VALUE 'S'.
           05 WS-IND-RESERVA           PIC X(01) VALUE 'N'.
              88 WS-RESERVA-EXISTENTE  VALUE 'S'.

      *-----------------------------------------------------------------
      * AREA DE COMUNICACAO COM A ROTINA COMPARTILHADA RUNCHK, QUE
      * CONFERE NO CONTROLE DE EXECUCAO DA ESTEIRA SE O PASSO PODE
      * PARTIR E REGISTRA O INICIO E O FIM DO PASSO
      *-----------------------------------------------------------------
           COPY RUNCALL.

       01  WS-PARAMETROS-EXECUCAO.
           05 WS-DATA-EXECUCAO         PIC 9(08) VALUE ZERO.
      * (ACAO 'H', COM A DATA DO FEED E O NUMERO DA GERACAO) E O
      * ULTIMO O RODAPE (ACAO 'T', COM A QUANTIDADE DE REGISTROS DE
      * DETALHE E O SOMATORIO DE CONFERENCIA DOS VALORES), NAS MESMAS
      * POSICOES DO REGISTRO DE TRANSACAO DE 137 BYTES
      *-----------------------------------------------------------------
       01  WS-REGISTRO-CABECALHO.
           05 WS-HD-NUMERO-CLIENTE     PIC 9(06).
           05 WS-HD-TIPO-REGISTRO      PIC X(01).
           05 WS-HD-DATA-FEED          PIC 9(08).
           05 WS-HD-NUMERO-GERACAO     PIC 9(06).
           05 FILLER                   PIC X(116).

       01  WS-REGISTRO-RODAPE.
           05 WS-TL-NUMERO-CLIENTE     PIC 9(06).
           05 WS-TL-TIPO-REGISTRO      PIC X(01).
           05 WS-TL-QTDE-REGISTROS     PIC 9(09).
           05 WS-TL-HASH-VALOR         PIC S9(11)V99.
           05 FILLER                   PIC X(108).

      *-----------------------------------------------------------------
      * ACUMULADORES DA VERIFICACAO DE INTEGRIDADE DO FEED (CONTAGEM E
           COPY DTECALL.
       77  WS-DIAS-SEM-MOVIMENTO       PIC S9(05) COMP-3 VALUE ZERO.

      *-----------------------------------------------------------------
      * AREA DE COMUNICACAO COM A ROTINA COMPARTILHADA DOCCHK, USADA
      * PARA CONFERIR OS DIGITOS DO CPF/CNPJ DO CLIENTE NA INCLUSAO
      *-----------------------------------------------------------------
           COPY DOCCALL.

      *-----------------------------------------------------------------
      * PARAMETROS DE NEGOCIO CARREGADOS DO ARQUIVO PARMFILE EM
      * 1300-CARREGAR-PARAMETROS: PRAZO DE DORMENCIA, INTERVALO DE
       77  WS-VALOR-JUROS              PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-DIAS-RETENCAO            PIC 9(05) COMP VALUE ZERO.
       77  WS-LIMITE-TENTATIVAS        PIC 9(03) COMP VALUE ZERO.
       77  WS-ANOS-DORMENCIA-TRANSF    PIC 9(03) COMP VALUE ZERO.
       77  WS-QTDE-UF                  PIC 9(03) COMP VALUE ZERO.
       77  WS-UF-SUB                   PIC 9(03) COMP VALUE ZERO.

       01  WS-TABELA-UF.
           05 WS-UF-CODIGO             PIC X(02) OCCURS 50 TIMES.

      *-----------------------------------------------------------------
      * CONTAS CONTABEIS DA INTERFACE CONTABIL, CARREGADAS DO PARMFILE
      * (O NUMERO DA CONTA VEM NA PARTE INTEIRA DO VALOR DO CARTAO):
      * A CONTA DE DEPOSITOS DOS CLIENTES, LADO FIXO DE TODA PARTIDA,
      * E A CONTRAPARTIDA DE CADA TIPO DE LANCAMENTO - CAIXA PARA A
      * MOVIMENTACAO DO DIA, RECEITA DE TARIFAS, DESPESA DE JUROS
      * CREDORES, RECEITA DE JUROS DEVEDORES, A CONTA DE BAIXA DAS
      * CONTAS ARQUIVADAS OU EXCLUIDAS E A CONTA DE VALORES ESQUECIDOS,
      * QUE RECEBE OS SALDOS DAS CONTAS DORMENTES TRANSFERIDOS NO
      * FECHAMENTO MENSAL E DEVOLVE-OS NA REATIVACAO
      *-----------------------------------------------------------------
       77  WS-CONTA-DEPOSITOS          PIC 9(11) VALUE ZERO.
       77  WS-CONTA-CAIXA              PIC 9(11) VALUE ZERO.
       77  WS-CONTA-RECEITA-TARIFA     PIC 9(11) VALUE ZERO.
       77  WS-CONTA-DESPESA-JUROS      PIC 9(11) VALUE ZERO.
       77  WS-CONTA-RECEITA-JUROS      PIC 9(11) VALUE ZERO.
       77  WS-CONTA-BAIXA-CONTAS       PIC 9(11) VALUE ZERO.
       77  WS-CONTA-VALORES-ESQUECIDOS PIC 9(11) VALUE ZERO.

      *-----------------------------------------------------------------
      * TABELA DOS TIPOS DE LANCAMENTO CONTABIL (CODIGO GRAVADO NA
      * INTERFACE E DESCRICAO IMPRESSA NO RELATORIO), NA MESMA ORDEM
      * DAS POSICOES DE ACUMULACAO DA TABELA POR AGENCIA
      *-----------------------------------------------------------------
       01  WS-DADOS-TIPO-LANCAMENTO.
           05 FILLER                  PIC X(32)
                  VALUE 'MVMOVIMENTACAO DE SALDO         '.
           05 FILLER                  PIC X(32)
                  VALUE 'TATARIFA DE MANUTENCAO          '.
           05 FILLER                  PIC X(32)
                  VALUE 'JCJUROS CREDORES                '.
           05 FILLER                  PIC X(32)
                  VALUE 'JDJUROS DEVEDORES               '.
           05 FILLER                  PIC X(32)
                  VALUE 'AQBAIXA POR ARQUIVAMENTO        '.
           05 FILLER                  PIC X(32)
                  VALUE 'EXBAIXA POR EXCLUSAO            '.
           05 FILLER                  PIC X(32)
                  VALUE 'VEVALORES ESQUECIDOS            '.
       01  WS-TABELA-TIPO-LANCAMENTO REDEFINES
               WS-DADOS-TIPO-LANCAMENTO.
           05 WS-TIPO-LANCAMENTO OCCURS 7 TIMES.
              10 WS-TP-CODIGO          PIC X(02).
              10 WS-TP-DESCRICAO       PIC X(30).
       77  WS-QTDE-TIPOS-LANCAMENTO    PIC 9(03) COMP VALUE 7.
       77  WS-TP-SUB                   PIC 9(03) COMP VALUE ZERO.
       77  WS-TP-ACHADO                PIC 9(03) COMP VALUE ZERO.

      *-----------------------------------------------------------------
      * AREA DE INTERFACE COM O PARAGRAFO 8000-ACUMULAR-CONTABIL: QUEM
      * MEXE NO SALDO DO CLIENTE MOVE A AGENCIA PARA WS-AG-PROCURADA,
      * O TIPO DE LANCAMENTO E O EFEITO COM SINAL SOBRE O SALDO
      * (POSITIVO CREDITA O CLIENTE, NEGATIVO DEBITA) E PERFORMA O
      * PARAGRAFO. O EFEITO TAMBEM E SOMADO A PARTE, PARA A
      * CONFERENCIA DA CONTA DE DEPOSITOS NO FIM DA INTERFACE
      *-----------------------------------------------------------------
       77  WS-CB-CODIGO-LANCAMENTO     PIC X(02) VALUE SPACES.
       77  WS-CB-VALOR-EFEITO          PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-GL-EFEITO-APURADO        PIC S9(13)V99 COMP-3 VALUE ZERO.

      *-----------------------------------------------------------------
      * TOTAIS E AREAS DE TRABALHO DA GERACAO DA INTERFACE CONTABIL
      *-----------------------------------------------------------------
       77  WS-GL-QTDE-LANCAMENTOS      PIC 9(09) COMP VALUE ZERO.
       77  WS-GL-TOTAL-DEBITOS         PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  WS-GL-TOTAL-CREDITOS        PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  WS-GL-SALDO-DEPOSITOS       PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  WS-GL-CONTA-CONTRAPARTIDA   PIC 9(11) VALUE ZERO.
       77  WS-GL-CONTA-DEBITO          PIC 9(11) VALUE ZERO.
       77  WS-GL-CONTA-CREDITO         PIC 9(11) VALUE ZERO.
       77  WS-GL-VALOR-PARTIDA         PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  WS-GL-QTDE-PARTIDA          PIC 9(09) COMP VALUE ZERO.
       77  WS-GL-CONTA-GRAVADA         PIC 9(11) VALUE ZERO.
       77  WS-GL-NATUREZA-GRAVADA      PIC X(01) VALUE SPACES.

      *-----------------------------------------------------------------
      * TABELA DE ACUMULACAO POR AGENCIA, MONTADA NA ORDEM EM QUE AS
      * AGENCIAS APARECEM NO PROCESSAMENTO E USADA NOS SUBTOTAIS POR
       77  WS-AG-ACHADA                PIC 9(03) COMP VALUE ZERO.
       77  WS-AG-PROCURADA             PIC 9(04) VALUE ZERO.
       77  WS-AGENCIA-QUEBRA           PIC 9(04) VALUE ZERO.
       77  WS-NOME-AGENCIA-QUEBRA      PIC X(30) VALUE SPACES.
       77  WS-REGIONAL-QUEBRA          PIC X(15) VALUE SPACES.

      *-----------------------------------------------------------------
      * DETALHE DO RELATORIO DE REJEITOS MONTADO NA MEMORIA E GRAVADO
           05 RJ-CODIGO-AGENCIA       PIC 9(04).
           05 RJ-CODIGO-MOTIVO        PIC 9(02).
           05 RJ-DESCRICAO-MOTIVO     PIC X(40).
           05 RJ-TRANSACAO-ORIGINAL   PIC X(137).

       01  WS-TABELA-AGENCIA.
           05 WS-AGENCIA-ENTRADA OCCURS 500 TIMES.
              10 WS-AG-CODIGO          PIC 9(04).
              10 WS-AG-QTDE-DESCOB     PIC 9(09) COMP.
              10 WS-AG-VALOR-DESCOB    PIC S9(09)V99 COMP-3.
              10 WS-AG-QTDE-TARIFADAS  PIC 9(09) COMP.
              10 WS-AG-VALOR-TARIFADO  PIC S9(09)V99 COMP-3.
              10 WS-AG-QTDE-ARQUIVADAS PIC 9(09) COMP.
              10 WS-AG-QTDE-TRANSFERIDAS PIC 9(09) COMP.
              10 WS-AG-VALOR-TRANSFERIDO PIC S9(09)V99 COMP-3.
              10 WS-AG-LANCAMENTO OCCURS 7 TIMES.
                 15 WS-AG-QTDE-CREDITO PIC 9(09) COMP.
                 15 WS-AG-VALOR-CREDITO PIC S9(11)V99 COMP-3.
                 15 WS-AG-QTDE-DEBITO  PIC 9(09) COMP.
                 15 WS-AG-VALOR-DEBITO PIC S9(11)V99 COMP-3.

       01  WS-PARAMETROS-CARREGADOS.
           05 WS-IND-PARM-DORMENCIA    PIC X(01) VALUE 'N'.
              88 WS-PARM-JRDEBITO-OK   VALUE 'S'.
           05 WS-IND-PARM-TENTATIVAS   PIC X(01) VALUE 'N'.
              88 WS-PARM-TENTATIVAS-OK VALUE 'S'.
           05 WS-IND-PARM-CTDEPOSITOS  PIC X(01) VALUE 'N'.
              88 WS-PARM-CTDEPOSITOS-OK VALUE 'S'.
           05 WS-IND-PARM-CTCAIXA      PIC X(01) VALUE 'N'.
              88 WS-PARM-CTCAIXA-OK    VALUE 'S'.
           05 WS-IND-PARM-CTTARIFA     PIC X(01) VALUE 'N'.
              88 WS-PARM-CTTARIFA-OK   VALUE 'S'.
           05 WS-IND-PARM-CTDESPJUROS  PIC X(01) VALUE 'N'.
              88 WS-PARM-CTDESPJUROS-OK VALUE 'S'.
           05 WS-IND-PARM-CTRECJUROS   PIC X(01) VALUE 'N'.
              88 WS-PARM-CTRECJUROS-OK VALUE 'S'.
           05 WS-IND-PARM-CTBAIXA      PIC X(01) VALUE 'N'.
              88 WS-PARM-CTBAIXA-OK    VALUE 'S'.
           05 WS-IND-PARM-ANOSTRANSF   PIC X(01) VALUE 'N'.
              88 WS-PARM-ANOSTRANSF-OK VALUE 'S'.
           05 WS-IND-PARM-CTESQUECIDO  PIC X(01) VALUE 'N'.
              88 WS-PARM-CTESQUECIDO-OK VALUE 'S'.
           05 WS-IND-UF-VALIDA         PIC X(01) VALUE 'N'.
              88 WS-UF-VALIDA          VALUE 'S'.

           05 WS-LG-QTDE-ED           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LG-VALOR-ED          PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LG-NOME-AGENCIA      PIC X(30) VALUE SPACES.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-LG-REGIONAL          PIC X(15) VALUE SPACES.
           05 FILLER                  PIC X(03) VALUE SPACES.

      *-----------------------------------------------------------------
      * LAYOUT DA LINHA DE VERIFICACAO DO FEED ESCRITA NO RELATORIO DE
       77  WS-ED-QTDE                  PIC ZZZ,ZZZ,ZZ9.
       77  WS-ED-HASH                  PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

      *-----------------------------------------------------------------
      * LAYOUT DA LINHA DE LANCAMENTO DO RELATORIO DA INTERFACE
      * CONTABIL: TIPO, CONTA, NATUREZA, VALOR E QUANTIDADE DE
      * MOVIMENTOS RESUMIDOS NA PARTIDA
      *-----------------------------------------------------------------
       01  WS-LINHA-LANCAMENTO.
           05 FILLER                  PIC X(05) VALUE SPACES.
           05 WS-LL-CODIGO-LANCAMENTO PIC X(02) VALUE SPACES.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LL-DESCRICAO         PIC X(30) VALUE SPACES.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LL-CONTA-CONTABIL    PIC 9(11).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LL-NATUREZA          PIC X(01) VALUE SPACES.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LL-VALOR-ED          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LL-QTDE-ED           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(36) VALUE SPACES.

      *-----------------------------------------------------------------
      * LAYOUT DA LINHA DE TOTAIS DO RELATORIO DA INTERFACE CONTABIL,
      * COM EDICAO LARGA PARA OS TOTAIS GERAIS A DEBITO E A CREDITO
      *-----------------------------------------------------------------
       01  WS-LINHA-TOTAL-CONTABIL.
           05 FILLER                  PIC X(05) VALUE SPACES.
           05 WS-LC-DESCRICAO         PIC X(50) VALUE SPACES.
           05 WS-LC-QTDE-ED           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LC-VALOR-ED          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(31) VALUE SPACES.

      *-----------------------------------------------------------------
      * LAYOUT DA LINHA DE DETALHE DO RELATORIO DE VALORES ESQUECIDOS:
      * CLIENTE, AGENCIA, NOME, DATA DO ULTIMO MOVIMENTO E VALOR
      * TRANSFERIDO
      *-----------------------------------------------------------------
       01  WS-LINHA-TRANSFERIDA.
           05 FILLER                  PIC X(05) VALUE SPACES.
           05 WS-LV-NUMERO-CLIENTE    PIC 9(06).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LV-CODIGO-AGENCIA    PIC 9(04).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LV-NOME-CLIENTE      PIC X(30) VALUE SPACES.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LV-DATA-ULTIMA-MOVTO PIC 9(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LV-VALOR-ED          PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(44) VALUE SPACES.

      *-----------------------------------------------------------------
      * CONTROLES DA TRANSFERENCIA DE SALDOS A VALORES ESQUECIDOS NO
      * FECHAMENTO MENSAL: DATA LIMITE DO ULTIMO MOVIMENTO (DATA DO
      * FECHAMENTO MENOS O PRAZO EM ANOS DO PARMFILE), VALOR DA CONTA
      * EM TRANSFERENCIA E SEQUENCIAL DO EXTRATO REGULATORIO
      *-----------------------------------------------------------------
       77  WS-DATA-LIMITE-TRANSF       PIC 9(08) VALUE ZERO.
       77  WS-VALOR-TRANSFERENCIA      PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-SEQUENCIAL-ESQUECIDO     PIC 9(07) COMP VALUE ZERO.

      ******************************************************************
      * PROCEDURE DIVISION
      *
               MOVE 'O' TO WS-IND-FEED-ATUAL
               PERFORM 1500-VERIFICAR-FEED THRU 1500-EXIT
           END-IF.
           IF WS-MODO-FECHAMENTO
               OPEN EXTEND AUDIT-LOG
           ELSE
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           IF WS-ST-AUDITLOG NOT = '00'
               MOVE 'AUDIT-LOG' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AUDITLOG TO WS-ERRO-STATUS
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
           PERFORM 4700-ABRIR-RESERVA THRU 4700-EXIT.
           OPEN OUTPUT DELTA-FILE.
           IF WS-ST-CUSTDELT NOT = '00'
               MOVE 'DELTA-FILE' TO WS-ERRO-ARQUIVO
           ELSE
               PERFORM 9000-IMPRIMIR-TOTAIS THRU 9000-EXIT
           END-IF.
           PERFORM 8100-GERAR-INTERFACE-CONTABIL THRU 8100-EXIT.
           PERFORM 9700-GRAVAR-CONTROLE THRU 9700-EXIT.
           CLOSE REPORT-FILE.
           IF WS-ST-RPTOUT NOT = '00'
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
           CLOSE RESERVE-FILE.
           IF WS-ST-VLRESQ NOT = '00'
               MOVE 'RESERVE-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-VLRESQ TO WS-ERRO-STATUS
               MOVE '0000-MAINLINE' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           IF WS-CONTABIL-DESBALANCEADA
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 9800-REGISTRAR-FIM THRU 9800-EXIT.
           STOP RUN.

      *=================================================================
               GO TO 9900-FILE-ERROR
           END-IF.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'REATIVACOES COM DEVOLUCAO DE SALDO.....:'
               TO WS-LT-DESCRICAO.
           MOVE WS-QTDE-DEVOLUCOES TO WS-LT-QTDE-ED.
           MOVE WS-VALOR-DEVOLVIDO TO WS-LT-VALOR-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           WRITE RL-LINHA-RELATORIO.
           IF WS-ST-RPTOUT NOT = '00'
               MOVE 'REPORT-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-RPTOUT TO WS-ERRO-STATUS
               MOVE '9000-IMPRIMIR-TOTAIS' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'QUANTIDADE DE TRANSACOES REJEITADAS....:'
               TO WS-LT-DESCRICAO.
           END-IF.
           PERFORM 1200-VALIDAR-CARTAO-CONTROLE THRU 1200-EXIT.
           PERFORM 1300-CARREGAR-PARAMETROS THRU 1300-EXIT.
           PERFORM 1900-REGISTRAR-INICIO THRU 1900-EXIT.
       1000-EXIT.
           EXIT.

           END-IF.
           MOVE CC-DATA-EXECUCAO TO WS-DATA-EXECUCAO.
           MOVE CC-MODO-PROCESSAMENTO TO WS-IND-MODO-PROCESS.
           IF WS-MODO-FECHAMENTO
               MOVE 'PROG001M' TO WS-ID-JOB
           END-IF.
       1200-EXIT.
           EXIT.

      * 1300-CARREGAR-PARAMETROS
      * CARREGA, UMA UNICA VEZ NA PARTIDA, OS PARAMETROS DE NEGOCIO DO
      * ARQUIVO PARMFILE: PRAZO DE DORMENCIA, INTERVALO DE PONTO DE
      * CONTROLE, PISO DE DESCOBERTO, CONTAS DA INTERFACE CONTABIL, O
      * PRAZO EM ANOS PARA A TRANSFERENCIA DO SALDO DAS CONTAS
      * DORMENTES A VALORES ESQUECIDOS (OBRIGATORIO NO FECHAMENTO
      * MENSAL E MAIOR QUE ZERO) E A TABELA DE UF VALIDAS. O
      * ARQUIVO AUSENTE OU ILEGIVEL, UM PARAMETRO DESCONHECIDO OU A
      * FALTA DE QUALQUER PARAMETRO OBRIGATORIO DERRUBAM O JOB AQUI,
      * ANTES DE QUALQUER ATUALIZACAO; NENHUM VALOR E ASSUMIDO EM
                   AND (NOT WS-PARM-TARIFA-OK
                       OR NOT WS-PARM-RETENCAO-OK
                       OR NOT WS-PARM-JRCREDITO-OK
                       OR NOT WS-PARM-JRDEBITO-OK
                       OR NOT WS-PARM-ANOSTRANSF-OK)
               DISPLAY 'PROG001 - PARAMETRO DE FECHAMENTO AUSENTE'
               MOVE 'PARAMETER-FILE' TO WS-ERRO-ARQUIVO
               MOVE 'PM' TO WS-ERRO-STATUS
               MOVE '1300-CARREGAR-PARAMETROS' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           IF WS-MODO-FECHAMENTO
                   AND WS-ANOS-DORMENCIA-TRANSF = ZERO
               DISPLAY 'PROG001 - PRAZO DE VALORES ESQUECIDOS ZERADO'
               MOVE 'PARAMETER-FILE' TO WS-ERRO-ARQUIVO
               MOVE 'PV' TO WS-ERRO-STATUS
               MOVE '1300-CARREGAR-PARAMETROS' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           IF NOT WS-MODO-FECHAMENTO
                   AND NOT WS-PARM-TENTATIVAS-OK
               DISPLAY 'PROG001 - PARAMETRO DE TENTATIVAS AUSENTE'
               MOVE '1300-CARREGAR-PARAMETROS' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           IF NOT WS-PARM-CTDEPOSITOS-OK
                   OR NOT WS-PARM-CTBAIXA-OK
                   OR NOT WS-PARM-CTESQUECIDO-OK
                   OR (WS-MODO-FECHAMENTO
                       AND (NOT WS-PARM-CTTARIFA-OK
                           OR NOT WS-PARM-CTDESPJUROS-OK
                           OR NOT WS-PARM-CTRECJUROS-OK))
                   OR (NOT WS-MODO-FECHAMENTO
                       AND NOT WS-PARM-CTCAIXA-OK)
               DISPLAY 'PROG001 - CONTA CONTABIL AUSENTE'
               MOVE 'PARAMETER-FILE' TO WS-ERRO-ARQUIVO
               MOVE 'PM' TO WS-ERRO-STATUS
               MOVE '1300-CARREGAR-PARAMETROS' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
       1300-EXIT.
           EXIT.

               WHEN 'LIMITE-TENTATIVAS'
                   MOVE PR-VALOR-NUMERICO TO WS-LIMITE-TENTATIVAS
                   MOVE 'S' TO WS-IND-PARM-TENTATIVAS
               WHEN 'CONTA-DEPOSITOS'
                   MOVE PR-VALOR-NUMERICO TO WS-CONTA-DEPOSITOS
                   MOVE 'S' TO WS-IND-PARM-CTDEPOSITOS
               WHEN 'CONTA-CAIXA'
                   MOVE PR-VALOR-NUMERICO TO WS-CONTA-CAIXA
                   MOVE 'S' TO WS-IND-PARM-CTCAIXA
               WHEN 'CONTA-RECEITA-TARIFA'
                   MOVE PR-VALOR-NUMERICO TO WS-CONTA-RECEITA-TARIFA
                   MOVE 'S' TO WS-IND-PARM-CTTARIFA
               WHEN 'CONTA-DESPESA-JUROS'
                   MOVE PR-VALOR-NUMERICO TO WS-CONTA-DESPESA-JUROS
                   MOVE 'S' TO WS-IND-PARM-CTDESPJUROS
               WHEN 'CONTA-RECEITA-JUROS'
                   MOVE PR-VALOR-NUMERICO TO WS-CONTA-RECEITA-JUROS
                   MOVE 'S' TO WS-IND-PARM-CTRECJUROS
               WHEN 'CONTA-BAIXA-CONTAS'
                   MOVE PR-VALOR-NUMERICO TO WS-CONTA-BAIXA-CONTAS
                   MOVE 'S' TO WS-IND-PARM-CTBAIXA
               WHEN 'CONTA-VLR-ESQUECIDOS'
                   MOVE PR-VALOR-NUMERICO
                       TO WS-CONTA-VALORES-ESQUECIDOS
                   MOVE 'S' TO WS-IND-PARM-CTESQUECIDO
               WHEN 'ANOS-VLR-ESQUECIDOS'
                   MOVE PR-VALOR-NUMERICO TO WS-ANOS-DORMENCIA-TRANSF
                   MOVE 'S' TO WS-IND-PARM-ANOSTRANSF
      *        PARAMETROS DO MONITORAMENTO DE MOVIMENTACAO (MOVMON),
      *        QUE DIVIDE O MESMO ARQUIVO; NAO SAO USADOS AQUI
               WHEN 'LIMITE-VALOR-ALTO'
               WHEN 'LIMITE-FRACIONAMENTO'
               WHEN 'DIAS-FRACIONAMENTO'
                   CONTINUE
      *        PARAMETRO DA RETENCAO DO HISTORICO DE AUDITORIA
      *        (AUDRETN); TAMBEM NAO E USADO AQUI
               WHEN 'ANOS-RETENCAO-HIST'
                   CONTINUE
      *        LIMITES DAS FAIXAS DE SALDO DA POSICAO DA CARTEIRA POR
      *        AGENCIA (CARTAGN); TAMBEM NAO SAO USADOS AQUI
               WHEN 'FAIXA-SALDO-1'
               WHEN 'FAIXA-SALDO-2'
               WHEN 'FAIXA-SALDO-3'
               WHEN 'FAIXA-SALDO-4'
               WHEN 'FAIXA-SALDO-5'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'PROG001 - PARAMETRO DESCONHECIDO: '
                       PR-NOME-PARAMETRO
               MOVE 'NOME DO CLIENTE OBRIGATORIO NA INCLUSAO'
                   TO WS-REJ-DESCRICAO-MOTIVO
           END-IF.
           IF WS-TRANS-VALIDA
                   AND TR-ACAO-INCLUSAO OF TR-TRANSACAO-CORRENTE
               MOVE TR-DOCUMENTO OF TR-TRANSACAO-CORRENTE
                   TO DC-DOCUMENTO
               CALL 'DOCCHK' USING DC-AREA-DOCUMENTO
               IF NOT DC-DOCUMENTO-OK
                   MOVE 'N' TO WS-IND-TRANS-VALIDA
                   MOVE 32 TO WS-REJ-CODIGO-MOTIVO
                   IF DC-DOCUMENTO-AUSENTE
                       MOVE 'CPF/CNPJ OBRIGATORIO NA INCLUSAO'
                           TO WS-REJ-DESCRICAO-MOTIVO
                   ELSE
                       MOVE 'CPF/CNPJ INVALIDO NA INCLUSAO'
                           TO WS-REJ-DESCRICAO-MOTIVO
                   END-IF
               END-IF
           END-IF.
           IF WS-TRANS-VALIDA
                   AND TR-ACAO-INCLUSAO OF TR-TRANSACAO-CORRENTE
                   AND TR-CODIGO-AGENCIA OF TR-TRANSACAO-CORRENTE
               MOVE 'CODIGO DE AGENCIA INVALIDO NA INCLUSAO'
                   TO WS-REJ-DESCRICAO-MOTIVO
           END-IF.
           IF WS-TRANS-VALIDA
                   AND TR-CODIGO-AGENCIA OF TR-TRANSACAO-CORRENTE
                       NUMERIC
                   AND (TR-ACAO-INCLUSAO OF TR-TRANSACAO-CORRENTE
                       OR TR-CODIGO-AGENCIA OF TR-TRANSACAO-CORRENTE
                           NOT = ZERO)
               PERFORM 2200-VALIDAR-AGENCIA THRU 2200-EXIT
               IF NOT WS-AGENCIA-CADASTRADA
                   MOVE 'N' TO WS-IND-TRANS-VALIDA
                   MOVE 16 TO WS-REJ-CODIGO-MOTIVO
                   MOVE 'AGENCIA NAO CADASTRADA'
                       TO WS-REJ-DESCRICAO-MOTIVO
               ELSE
                   IF TR-ACAO-INCLUSAO OF TR-TRANSACAO-CORRENTE
                           AND NOT WS-AGENCIA-VIGENTE
                       MOVE 'N' TO WS-IND-TRANS-VALIDA
                       MOVE 17 TO WS-REJ-CODIGO-MOTIVO
                       MOVE 'AGENCIA ENCERRADA OU FORA DE VIGENCIA'
                           TO WS-REJ-DESCRICAO-MOTIVO
                   END-IF
               END-IF
           END-IF.
           IF WS-TRANS-VALIDA
                   AND (TR-ACAO-INCLUSAO OF TR-TRANSACAO-CORRENTE
                       OR TR-ACAO-ALTERACAO OF TR-TRANSACAO-CORRENTE)
       2110-EXIT.
           EXIT.

      *=================================================================
      * 2200-VALIDAR-AGENCIA
      * PROCURA A AGENCIA DA TRANSACAO NO CADASTRO MESTRE DE AGENCIAS,
      * LIGANDO O INDICADOR DE AGENCIA CADASTRADA E, SE ELA ESTA
      * ABERTA NA DATA DE EXECUCAO (JA INAUGURADA E SEM ENCERRAMENTO
      * EFETIVO ATE A DATA), O INDICADOR DE AGENCIA VIGENTE. SO A
      * INCLUSAO EXIGE AGENCIA VIGENTE: OS CLIENTES DE UMA AGENCIA
      * ENCERRADA CONTINUAM PRECISANDO MOVIMENTAR E ENCERRAR A CONTA
      *=================================================================
       2200-VALIDAR-AGENCIA.
           MOVE 'N' TO WS-IND-AGENCIA-CADASTRO.
           MOVE 'N' TO WS-IND-AGENCIA-VIGENTE.
           MOVE TR-CODIGO-AGENCIA OF TR-TRANSACAO-CORRENTE
               TO AG-CODIGO-AGENCIA.
           READ AGENCY-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-IND-AGENCIA-CADASTRO
           END-READ.
           IF WS-ST-AGENMAST NOT = '00' AND WS-ST-AGENMAST NOT = '23'
               MOVE 'AGENCY-MASTER' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AGENMAST TO WS-ERRO-STATUS
               MOVE '2200-VALIDAR-AGENCIA' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           IF WS-AGENCIA-CADASTRADA
                   AND AG-DATA-ABERTURA NOT > WS-DATA-EXECUCAO
                   AND (AG-SITUACAO-ABERTA
                       OR AG-DATA-ENCERRAMENTO > WS-DATA-EXECUCAO)
               MOVE 'S' TO WS-IND-AGENCIA-VIGENTE
           END-IF.
       2200-EXIT.
           EXIT.

      *=================================================================
      * 3000-PROCESSAR-TRANSACOES
      * CORPO DO LACO PRINCIPAL: LE UMA TRANSACAO, VALIDA E APLICA AO
      * MESTRE: SE O CLIENTE JA EXISTE, REESCREVE O REGISTRO (REWRITE);
      * SE NAO EXISTE, INCLUI UM NOVO (WRITE). A DORMENCIA E ZERADA E
      * RECALCULADA DEPOIS PELAS TRANSACOES DE ALTERACAO DO DIA, NAO
      * PELO EXTRATO. O EXTRATO NAO TRAZ O CPF/CNPJ: O CLIENTE QUE JA
      * EXISTE CONSERVA O SEU E O CLIENTE NOVO ENTRA SEM DOCUMENTO
      *=================================================================
       3510-LER-REGISTRO-EXTRATO.
           READ FULL-EXTRACT-FILE
                   MOVE ZERO TO CM-CODIGO-AGENCIA
               END-IF
               IF WS-ST-CUSTMAST = '23'
                   MOVE SPACE TO CM-TIPO-DOCUMENTO
                   MOVE ZERO TO CM-NUMERO-DOCUMENTO
                   MOVE 'N' TO CM-SALDO-TRANSFERIDO
                   MOVE 'A' TO WS-DEL-TIPO-REGISTRO
                   WRITE CM-REGISTRO-CLIENTE
                   IF WS-ST-CUSTMAST NOT = '00'
           MOVE 'A' TO CM-SITUACAO.
           MOVE 'N' TO CM-CLIENTE-DORMENTE.
           MOVE 'N' TO CM-CLIENTE-NOTIFICADO.
           MOVE 'N' TO CM-SALDO-TRANSFERIDO.
           MOVE TR-CODIGO-AGENCIA OF TR-TRANSACAO-CORRENTE
               TO CM-CODIGO-AGENCIA.
           MOVE TR-TIPO-DOCUMENTO OF TR-TRANSACAO-CORRENTE
               TO CM-TIPO-DOCUMENTO.
           MOVE TR-NUMERO-DOCUMENTO OF TR-TRANSACAO-CORRENTE
               TO CM-NUMERO-DOCUMENTO.
           WRITE CM-REGISTRO-CLIENTE
               INVALID KEY
                   MOVE 60 TO WS-REJ-CODIGO-MOTIVO
               ADD 1 TO WS-QTDE-INCLUSOES
               ADD TR-VALOR-TRANSACAO OF TR-TRANSACAO-CORRENTE
                   TO WS-VALOR-TOTAL
               IF CM-SALDO-CONTA NOT = ZERO
                   IF CM-CODIGO-AGENCIA NUMERIC
                       MOVE CM-CODIGO-AGENCIA TO WS-AG-PROCURADA
                   ELSE
                       MOVE ZERO TO WS-AG-PROCURADA
                   END-IF
                   MOVE 'MV' TO WS-CB-CODIGO-LANCAMENTO
                   MOVE CM-SALDO-CONTA TO WS-CB-VALOR-EFEITO
                   PERFORM 8000-ACUMULAR-CONTABIL THRU 8000-EXIT
               END-IF
           ELSE
               IF WS-ST-CUSTMAST NOT = '22'
                   MOVE 'CUSTOMER-MASTER' TO WS-ERRO-ARQUIVO
      *=================================================================
      * 3220-ALTERAR-CLIENTE
      * ATUALIZA O SALDO E A DATA DO ULTIMO MOVIMENTO DO CLIENTE,
      * GRAVANDO A AUDITORIA COM A IMAGEM ANTES E DEPOIS DA ALTERACAO.
      * A CONTA CUJO SALDO FOI TRANSFERIDO A VALORES ESQUECIDOS NAO
      * MOVIMENTA ATE SER REATIVADA (A REATIVACAO DEVOLVE O SALDO)
      *=================================================================
       3220-ALTERAR-CLIENTE.
           MOVE TR-NUMERO-CLIENTE OF TR-TRANSACAO-CORRENTE
                   PERFORM 6000-GRAVAR-REJEITO THRU 6000-EXIT
           END-READ.
           IF WS-ST-CUSTMAST = '00'
               IF CM-TRANSFERIDO
                   MOVE 75 TO WS-REJ-CODIGO-MOTIVO
                   MOVE 'SALDO TRANSFERIDO - EXIGE REATIVACAO'
                       TO WS-REJ-DESCRICAO-MOTIVO
                   PERFORM 6000-GRAVAR-REJEITO THRU 6000-EXIT
                   GO TO 3220-EXIT
               END-IF
               COMPUTE WS-SALDO-PROJETADO = CM-SALDO-CONTA
                   + TR-VALOR-TRANSACAO OF TR-TRANSACAO-CORRENTE
               IF WS-SALDO-PROJETADO < WS-LIMITE-DESCOBERTO
               ADD 1 TO WS-QTDE-ALTERACOES
               ADD TR-VALOR-TRANSACAO OF TR-TRANSACAO-CORRENTE
                   TO WS-VALOR-TOTAL
               IF TR-VALOR-TRANSACAO OF TR-TRANSACAO-CORRENTE
                       NOT = ZERO
                   IF CM-CODIGO-AGENCIA NUMERIC
                       MOVE CM-CODIGO-AGENCIA TO WS-AG-PROCURADA
                   ELSE
                       MOVE ZERO TO WS-AG-PROCURADA
                   END-IF
                   MOVE 'MV' TO WS-CB-CODIGO-LANCAMENTO
                   MOVE TR-VALOR-TRANSACAO OF TR-TRANSACAO-CORRENTE
                       TO WS-CB-VALOR-EFEITO
                   PERFORM 8000-ACUMULAR-CONTABIL THRU 8000-EXIT
               END-IF
           ELSE
               IF WS-ST-CUSTMAST NOT = '23'
                   MOVE 'CUSTOMER-MASTER' TO WS-ERRO-ARQUIVO
      *=================================================================
      * 3230-EXCLUIR-CLIENTE
      * REMOVE O CLIENTE DO CADASTRO MESTRE, GRAVANDO A AUDITORIA COM
      * A IMAGEM ANTES DA EXCLUSAO (NAO HA IMAGEM DEPOIS). A CONTA
      * CUJO SALDO ESTA EM VALORES ESQUECIDOS NAO PODE SER EXCLUIDA,
      * SENAO O VALOR FICARIA NA RESERVA SEM CONTA PARA A DEVOLUCAO
      *=================================================================
       3230-EXCLUIR-CLIENTE.
           MOVE TR-NUMERO-CLIENTE OF TR-TRANSACAO-CORRENTE
                   PERFORM 6000-GRAVAR-REJEITO THRU 6000-EXIT
           END-READ.
           IF WS-ST-CUSTMAST = '00'
               IF CM-TRANSFERIDO
                   MOVE 75 TO WS-REJ-CODIGO-MOTIVO
                   MOVE 'SALDO TRANSFERIDO - EXIGE REATIVACAO'
                       TO WS-REJ-DESCRICAO-MOTIVO
                   PERFORM 6000-GRAVAR-REJEITO THRU 6000-EXIT
                   GO TO 3230-EXIT
               END-IF
               MOVE CM-REGISTRO-CLIENTE TO WS-AUD-IMAGEM-ANTES
               IF CM-CODIGO-AGENCIA NUMERIC
                   MOVE CM-CODIGO-AGENCIA TO WS-AG-PROCURADA
               ELSE
                   MOVE ZERO TO WS-AG-PROCURADA
               END-IF
               COMPUTE WS-CB-VALOR-EFEITO = ZERO - CM-SALDO-CONTA
               DELETE CUSTOMER-MASTER RECORD
                   INVALID KEY
                       MOVE 'CUSTOMER-MASTER' TO WS-ERRO-ARQUIVO
               MOVE WS-AUD-IMAGEM-ANTES TO WS-DEL-IMAGEM-CLIENTE
               PERFORM 5500-GRAVAR-DELTA THRU 5500-EXIT
               ADD 1 TO WS-QTDE-EXCLUSOES
               MOVE 'EX' TO WS-CB-CODIGO-LANCAMENTO
               PERFORM 8000-ACUMULAR-CONTABIL THRU 8000-EXIT
           ELSE
               IF WS-ST-CUSTMAST NOT = '23'
                   MOVE 'CUSTOMER-MASTER' TO WS-ERRO-ARQUIVO
      * MOVE A SITUACAO DO CLIENTE ENTRE ATIVA, INATIVA E ENCERRADA,
      * COM A REGRA DE NEGOCIO DE QUE UMA CONTA COM SALDO DIFERENTE DE
      * ZERO NAO PODE SER ENCERRADA, GRAVANDO A AUDITORIA COM A IMAGEM
      * ANTES E DEPOIS DA TROCA DE SITUACAO. A CONTA CUJO SALDO ESTA
      * EM VALORES ESQUECIDOS TAMBEM NAO PODE SER ENCERRADA (O SALDO
      * ZERADO NA TRANSFERENCIA AINDA E DEVIDO AO CLIENTE)
      *=================================================================
       3250-ALTERAR-SITUACAO.
           MOVE TR-NUMERO-CLIENTE OF TR-TRANSACAO-CORRENTE
                   PERFORM 6000-GRAVAR-REJEITO THRU 6000-EXIT
           END-READ.
           IF WS-ST-CUSTMAST = '00'
               IF TR-NOVA-SITUACAO OF TR-TRANSACAO-CORRENTE = 'C'
                       AND CM-TRANSFERIDO
                   MOVE 75 TO WS-REJ-CODIGO-MOTIVO
                   MOVE 'SALDO TRANSFERIDO - EXIGE REATIVACAO'
                       TO WS-REJ-DESCRICAO-MOTIVO
                   PERFORM 6000-GRAVAR-REJEITO THRU 6000-EXIT
                   GO TO 3250-EXIT
               END-IF
               IF TR-NOVA-SITUACAO OF TR-TRANSACAO-CORRENTE = 'C'
                       AND CM-SALDO-CONTA NOT = ZERO
                   MOVE 70 TO WS-REJ-CODIGO-MOTIVO
      * DEPOIS DA REATIVACAO. A REATIVACAO CONTA COMO MOVIMENTO DO
      * CLIENTE (A DATA DO ULTIMO MOVIMENTO E ATUALIZADA), SENAO A
      * VARREDURA NOTURNA DE DORMENCIA REMARCARIA O CLIENTE NA MESMA
      * NOITE E A REATIVACAO NUNCA TERIA EFEITO DURADOURO. SE O SALDO
      * DA CONTA TINHA SIDO TRANSFERIDO A VALORES ESQUECIDOS NO
      * FECHAMENTO MENSAL, A REATIVACAO DEVOLVE O VALOR DA RESERVA AO
      * SALDO (3270) E A AUDITORIA SAI COMO DEVOLUCAO ('V')
      *=================================================================
       3260-REATIVAR-CLIENTE.
           MOVE TR-NUMERO-CLIENTE OF TR-TRANSACAO-CORRENTE
               MOVE 'N' TO CM-CLIENTE-DORMENTE
               MOVE 'N' TO CM-CLIENTE-NOTIFICADO
               MOVE WS-DATA-EXECUCAO TO CM-DATA-ULTIMA-MOVTO
               MOVE 'R' TO WS-AUD-TIPO-TRANSACAO
               IF CM-TRANSFERIDO
                   PERFORM 3270-DEVOLVER-SALDO THRU 3270-EXIT
               END-IF
               REWRITE CM-REGISTRO-CLIENTE
                   INVALID KEY
                       MOVE 'CUSTOMER-MASTER' TO WS-ERRO-ARQUIVO
                   GO TO 9900-FILE-ERROR
               END-IF
               MOVE CM-REGISTRO-CLIENTE TO WS-AUD-IMAGEM-DEPOIS
               MOVE TR-NUMERO-CLIENTE OF TR-TRANSACAO-CORRENTE
                   TO WS-AUD-NUMERO-CLIENTE
               PERFORM 5000-GRAVAR-AUDITORIA THRU 5000-EXIT
               MOVE CM-REGISTRO-CLIENTE TO WS-DEL-IMAGEM-CLIENTE
               PERFORM 5500-GRAVAR-DELTA THRU 5500-EXIT
               ADD 1 TO WS-QTDE-REATIVACOES
               IF WS-AUD-TIPO-TRANSACAO = 'V'
                   IF CM-CODIGO-AGENCIA NUMERIC
                       MOVE CM-CODIGO-AGENCIA TO WS-AG-PROCURADA
                   ELSE
                       MOVE ZERO TO WS-AG-PROCURADA
                   END-IF
                   MOVE 'VE' TO WS-CB-CODIGO-LANCAMENTO
                   MOVE WS-VALOR-TRANSFERENCIA TO WS-CB-VALOR-EFEITO
                   PERFORM 8000-ACUMULAR-CONTABIL THRU 8000-EXIT
               END-IF
           ELSE
               IF WS-ST-CUSTMAST NOT = '23'
                   MOVE 'CUSTOMER-MASTER' TO WS-ERRO-ARQUIVO
       3260-EXIT.
           EXIT.

      *=================================================================
      * 3270-DEVOLVER-SALDO
      * DEVOLVE AO SALDO DA CONTA EM REATIVACAO O VALOR GUARDADO NA
      * RESERVA DE VALORES ESQUECIDOS (VLRESQ), DESLIGA A MARCA DE
      * SALDO TRANSFERIDO E BAIXA O REGISTRO DA RESERVA COMO DEVOLVIDO
      * NA DATA DE HOJE. A CONTA MARCADA SEM VALOR EM ABERTO NA
      * RESERVA E INCONSISTENCIA ENTRE OS DOIS ARQUIVOS E DERRUBA O
      * JOB ANTES DE QUALQUER GRAVACAO, PARA SER APURADA PELA OPERACAO
      *=================================================================
       3270-DEVOLVER-SALDO.
           MOVE CM-NUMERO-CLIENTE TO VE-NUMERO-CLIENTE.
           READ RESERVE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ST-VLRESQ NOT = '00' AND WS-ST-VLRESQ NOT = '23'
               MOVE 'RESERVE-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-VLRESQ TO WS-ERRO-STATUS
               MOVE '3270-DEVOLVER-SALDO' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           IF WS-ST-VLRESQ = '23' OR NOT VE-SITUACAO-TRANSFERIDO
               DISPLAY 'PROG001 - CLIENTE SEM VALOR NA RESERVA: '
                   CM-NUMERO-CLIENTE
               MOVE 'RESERVE-FILE' TO WS-ERRO-ARQUIVO
               MOVE 'VD' TO WS-ERRO-STATUS
               MOVE '3270-DEVOLVER-SALDO' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           MOVE VE-VALOR-TRANSFERIDO TO WS-VALOR-TRANSFERENCIA.
           ADD WS-VALOR-TRANSFERENCIA TO CM-SALDO-CONTA.
           MOVE 'N' TO CM-SALDO-TRANSFERIDO.
           MOVE 'D' TO VE-SITUACAO.
           MOVE WS-DATA-EXECUCAO TO VE-DATA-DEVOLUCAO.
           REWRITE VE-REGISTRO-VALOR
               INVALID KEY
                   MOVE 'RESERVE-FILE' TO WS-ERRO-ARQUIVO
                   MOVE WS-ST-VLRESQ TO WS-ERRO-STATUS
                   MOVE '3270-DEVOLVER-SALDO' TO WS-ERRO-PARAGRAFO
                   GO TO 9900-FILE-ERROR
           END-REWRITE.
           IF WS-ST-VLRESQ NOT = '00'
               MOVE 'RESERVE-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-VLRESQ TO WS-ERRO-STATUS
               MOVE '3270-DEVOLVER-SALDO' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           MOVE 'V' TO WS-AUD-TIPO-TRANSACAO.
           ADD 1 TO WS-QTDE-DEVOLUCOES.
           ADD WS-VALOR-TRANSFERENCIA TO WS-VALOR-DEVOLVIDO.
           ADD WS-VALOR-TRANSFERENCIA TO WS-VALOR-TOTAL.
       3270-EXIT.
           EXIT.

      *=================================================================
      * 4000-PROCESSAR-FECHAMENTO
      * PASSAGEM COMPLETA DE FECHAMENTO MENSAL SOBRE O CADASTRO
      * (CREDORES NO SALDO POSITIVO, DEVEDORES NO NEGATIVO) E
      * TRANSFERE PARA O ARQUIVO MORTO (ARCHOUT) AS CONTAS ENCERRADAS
      * COM SALDO ZERADO E SEM MOVIMENTO HA MAIS TEMPO QUE O PRAZO DE
      * RETENCAO, PARA QUE O ARQUIVO INDEXADO PARE DE CRESCER. O SALDO
      * CREDOR DAS CONTAS DORMENTES JA NOTIFICADAS E SEM MOVIMENTO HA
      * MAIS ANOS QUE O PRAZO DO PARMFILE E TRANSFERIDO PARA A RESERVA
      * DE VALORES ESQUECIDOS, COM O EXTRATO REGULATORIO (VLESEXT) E O
      * RELATORIO POR AGENCIA (VLESRPT) DO QUE FOI TRANSFERIDO
      *=================================================================
       4000-PROCESSAR-FECHAMENTO.
           COMPUTE WS-DATA-LIMITE-TRANSF = WS-DATA-EXECUCAO
               - WS-ANOS-DORMENCIA-TRANSF * 10000.
           OPEN OUTPUT ARCHIVE-FILE.
           IF WS-ST-ARCHOUT NOT = '00'
               MOVE 'ARCHIVE-FILE' TO WS-ERRO-ARQUIVO
               MOVE '4000-PROCESSAR-FECHAMENTO' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           OPEN OUTPUT UNCLAIMED-EXTRACT.
           IF WS-ST-VLESEXT NOT = '00'
               MOVE 'UNCLAIMED-EXTRACT' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-VLESEXT TO WS-ERRO-STATUS
               MOVE '4000-PROCESSAR-FECHAMENTO' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           OPEN OUTPUT UNCLAIMED-WORK-FILE.
           IF WS-ST-VLESWRK NOT = '00'
               MOVE 'UNCLAIMED-WORK-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-VLESWRK TO WS-ERRO-STATUS
               MOVE '4000-PROCESSAR-FECHAMENTO' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           PERFORM 4530-GRAVAR-CABECALHO-ESQUEC THRU 4530-EXIT.
           MOVE 'N' TO WS-IND-FIM-ARQUIVO.
           PERFORM 4100-PROCESSAR-CLIENTE-MES THRU 4100-EXIT
               UNTIL WS-FIM-ARQUIVO.
           PERFORM 4540-GRAVAR-RODAPE-ESQUEC THRU 4540-EXIT.
           CLOSE ARCHIVE-FILE.
           IF WS-ST-ARCHOUT NOT = '00'
               MOVE 'ARCHIVE-FILE' TO WS-ERRO-ARQUIVO
               MOVE '4000-PROCESSAR-FECHAMENTO' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           CLOSE UNCLAIMED-EXTRACT.
           IF WS-ST-VLESEXT NOT = '00'
               MOVE 'UNCLAIMED-EXTRACT' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-VLESEXT TO WS-ERRO-STATUS
               MOVE '4000-PROCESSAR-FECHAMENTO' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           CLOSE UNCLAIMED-WORK-FILE.
           IF WS-ST-VLESWRK NOT = '00'
               MOVE 'UNCLAIMED-WORK-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-VLESWRK TO WS-ERRO-STATUS
               MOVE '4000-PROCESSAR-FECHAMENTO' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           PERFORM 4600-EMITIR-TRANSFERIDAS THRU 4600-EXIT.
       4000-EXIT.
           EXIT.

      * NO TESTE DE ARQUIVAMENTO. A TARIFA SO ALCANCA O DORMENTE JA
      * NOTIFICADO POR CARTA PELA VARREDURA DE DORMENCIA (EXIGENCIA
      * DO COMPLIANCE): O DORMENTE AINDA SEM AVISO E APENAS CONTADO
      * E FICA PARA O FECHAMENTO SEGUINTE. O DORMENTE NOTIFICADO COM
      * SALDO CREDOR E SEM MOVIMENTO DESDE ANTES DA DATA LIMITE (DATA
      * DO FECHAMENTO MENOS O PRAZO EM ANOS DO PARMFILE) TEM O SALDO
      * TRANSFERIDO A VALORES ESQUECIDOS EM VEZ DE SER TARIFADO, E A
      * CONTA JA TRANSFERIDA SO E CONTADA: NAO E TARIFADA NEM
      * REMUNERADA ATE A REATIVACAO. DEPOIS DA TARIFA, OS
      * JUROS MENSAIS
      * SAO CAPITALIZADOS SOBRE O SALDO JA TARIFADO DE TODA CONTA
      * ATIVA COM SALDO DIFERENTE DE ZERO (SOMENTE CONTAS ATIVAS: A
                           AND CM-SALDO-CONTA = ZERO
                       PERFORM 4300-AVALIAR-ARQUIVAMENTO
                           THRU 4300-EXIT
                   WHEN CM-TRANSFERIDO
                       ADD 1 TO WS-QTDE-EM-RESERVA
                   WHEN CM-DORMENTE AND CM-SITUACAO-ATIVA
                           AND CM-NOTIFICADO
                           AND CM-SALDO-CONTA > ZERO
                           AND CM-DATA-ULTIMA-MOVTO
                               < WS-DATA-LIMITE-TRANSF
                       PERFORM 4500-TRANSFERIR-SALDO THRU 4500-EXIT
                   WHEN CM-DORMENTE AND CM-SITUACAO-ATIVA
                           AND CM-NOTIFICADO
                       PERFORM 4200-TARIFAR-CLIENTE THRU 4200-EXIT
                       ADD 1 TO WS-QTDE-NAO-NOTIFICADAS
               END-EVALUATE
               IF CM-SITUACAO-ATIVA AND CM-SALDO-CONTA NOT = ZERO
                       AND NOT CM-TRANSFERIDO
                   PERFORM 4400-APLICAR-JUROS THRU 4400-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-AG-QTDE-TARIFADAS (WS-AG-ACHADA).
           ADD WS-TARIFA-MANUTENCAO
               TO WS-AG-VALOR-TARIFADO (WS-AG-ACHADA).
           MOVE 'TA' TO WS-CB-CODIGO-LANCAMENTO.
           COMPUTE WS-CB-VALOR-EFEITO = ZERO - WS-TARIFA-MANUTENCAO.
           PERFORM 8000-ACUMULAR-CONTABIL THRU 8000-EXIT.
       4200-EXIT.
           EXIT.

           IF WS-VALOR-JUROS > ZERO
               ADD 1 TO WS-QTDE-JUROS-CREDITO
               ADD WS-VALOR-JUROS TO WS-VALOR-JUROS-CREDITO
               MOVE 'JC' TO WS-CB-CODIGO-LANCAMENTO
           ELSE
               ADD 1 TO WS-QTDE-JUROS-DEBITO
               SUBTRACT WS-VALOR-JUROS FROM WS-VALOR-JUROS-DEBITO
               MOVE 'JD' TO WS-CB-CODIGO-LANCAMENTO
           END-IF.
           ADD WS-VALOR-JUROS TO WS-VALOR-TOTAL.
           IF CM-CODIGO-AGENCIA NUMERIC
               MOVE CM-CODIGO-AGENCIA TO WS-AG-PROCURADA
           ELSE
               MOVE ZERO TO WS-AG-PROCURADA
           END-IF.
           MOVE WS-VALOR-JUROS TO WS-CB-VALOR-EFEITO.
           PERFORM 8000-ACUMULAR-CONTABIL THRU 8000-EXIT.
       4400-EXIT.
           EXIT.

           END-IF.
           PERFORM 6500-LOCALIZAR-AGENCIA THRU 6500-EXIT.
           ADD 1 TO WS-AG-QTDE-ARQUIVADAS (WS-AG-ACHADA).
           MOVE 'AQ' TO WS-CB-CODIGO-LANCAMENTO.
           COMPUTE WS-CB-VALOR-EFEITO = ZERO - AR-SALDO-CONTA.
           PERFORM 8000-ACUMULAR-CONTABIL THRU 8000-EXIT.
       4300-EXIT.
           EXIT.

      *=================================================================
      * 4500-TRANSFERIR-SALDO
      * TRANSFERE O SALDO CREDOR DA CONTA DORMENTE HA MAIS ANOS QUE O
      * PRAZO DO PARMFILE PARA A RESERVA DE VALORES ESQUECIDOS: GUARDA
      * O VALOR NA RESERVA (VLRESQ), ZERA O SALDO E LIGA A MARCA DE
      * SALDO TRANSFERIDO NO CADASTRO, GRAVANDO A AUDITORIA DE
      * TRANSFERENCIA ('F') COM A IMAGEM ANTES E DEPOIS, O DELTA PARA
      * OS SISTEMAS RECEPTORES, O LANCAMENTO CONTABIL CONTRA A CONTA DE
      * VALORES ESQUECIDOS E A CONTA NO EXTRATO REGULATORIO E NO
      * RELATORIO POR AGENCIA. A DATA DO ULTIMO MOVIMENTO NAO E TOCADA:
      * A TRANSFERENCIA E LANCAMENTO DA CASA
      *=================================================================
       4500-TRANSFERIR-SALDO.
           MOVE CM-REGISTRO-CLIENTE TO WS-AUD-IMAGEM-ANTES.
           MOVE CM-SALDO-CONTA TO WS-VALOR-TRANSFERENCIA.
           IF CM-CODIGO-AGENCIA NUMERIC
               MOVE CM-CODIGO-AGENCIA TO WS-AG-PROCURADA
           ELSE
               MOVE ZERO TO WS-AG-PROCURADA
           END-IF.
           PERFORM 4510-GRAVAR-RESERVA THRU 4510-EXIT.
           MOVE ZERO TO CM-SALDO-CONTA.
           MOVE 'S' TO CM-SALDO-TRANSFERIDO.
           REWRITE CM-REGISTRO-CLIENTE
               INVALID KEY
                   MOVE 'CUSTOMER-MASTER' TO WS-ERRO-ARQUIVO
                   MOVE WS-ST-CUSTMAST TO WS-ERRO-STATUS
                   MOVE '4500-TRANSFERIR-SALDO' TO WS-ERRO-PARAGRAFO
                   GO TO 9900-FILE-ERROR
           END-REWRITE.
           IF WS-ST-CUSTMAST NOT = '00'
               MOVE 'CUSTOMER-MASTER' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-CUSTMAST TO WS-ERRO-STATUS
               MOVE '4500-TRANSFERIR-SALDO' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           MOVE CM-REGISTRO-CLIENTE TO WS-AUD-IMAGEM-DEPOIS.
           MOVE 'F' TO WS-AUD-TIPO-TRANSACAO.
           MOVE CM-NUMERO-CLIENTE TO WS-AUD-NUMERO-CLIENTE.
           PERFORM 5000-GRAVAR-AUDITORIA THRU 5000-EXIT.
           MOVE 'C' TO WS-DEL-TIPO-REGISTRO.
           MOVE CM-NUMERO-CLIENTE TO WS-DEL-NUMERO-CLIENTE.
           MOVE CM-REGISTRO-CLIENTE TO WS-DEL-IMAGEM-CLIENTE.
           PERFORM 5500-GRAVAR-DELTA THRU 5500-EXIT.
           ADD 1 TO WS-QTDE-TRANSFERIDAS.
           ADD WS-VALOR-TRANSFERENCIA TO WS-VALOR-TRANSFERIDO.
           SUBTRACT WS-VALOR-TRANSFERENCIA FROM WS-VALOR-TOTAL.
           PERFORM 6500-LOCALIZAR-AGENCIA THRU 6500-EXIT.
           ADD 1 TO WS-AG-QTDE-TRANSFERIDAS (WS-AG-ACHADA).
           ADD WS-VALOR-TRANSFERENCIA
               TO WS-AG-VALOR-TRANSFERIDO (WS-AG-ACHADA).
           PERFORM 4520-GRAVAR-DETALHE-ESQUEC THRU 4520-EXIT.
           MOVE 'VE' TO WS-CB-CODIGO-LANCAMENTO.
           COMPUTE WS-CB-VALOR-EFEITO = ZERO - WS-VALOR-TRANSFERENCIA.
           PERFORM 8000-ACUMULAR-CONTABIL THRU 8000-EXIT.
       4500-EXIT.
           EXIT.

      *=================================================================
      * 4510-GRAVAR-RESERVA
      * GRAVA NA RESERVA DE VALORES ESQUECIDOS O VALOR TRANSFERIDO E
      * OS DADOS DO CLIENTE NA DATA DA TRANSFERENCIA. O REGISTRO DE UMA
      * DEVOLUCAO ANTERIOR DA MESMA CONTA E REGRAVADO; UM VALOR AINDA
      * EM ABERTO NA RESERVA PARA UMA CONTA SEM A MARCA DE SALDO
      * TRANSFERIDO E INCONSISTENCIA ENTRE OS DOIS ARQUIVOS E DERRUBA
      * O JOB, PARA QUE O VALOR ANTIGO NAO SEJA SOBREPOSTO
      *=================================================================
       4510-GRAVAR-RESERVA.
           MOVE CM-NUMERO-CLIENTE TO VE-NUMERO-CLIENTE.
           READ RESERVE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ST-VLRESQ NOT = '00' AND WS-ST-VLRESQ NOT = '23'
               MOVE 'RESERVE-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-VLRESQ TO WS-ERRO-STATUS
               MOVE '4510-GRAVAR-RESERVA' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           IF WS-ST-VLRESQ = '00'
               IF VE-SITUACAO-TRANSFERIDO
                   DISPLAY 'PROG001 - CLIENTE JA TEM VALOR NA RESERVA: '
                       CM-NUMERO-CLIENTE
                   MOVE 'RESERVE-FILE' TO WS-ERRO-ARQUIVO
                   MOVE 'VT' TO WS-ERRO-STATUS
                   MOVE '4510-GRAVAR-RESERVA' TO WS-ERRO-PARAGRAFO
                   GO TO 9900-FILE-ERROR
               END-IF
               MOVE 'S' TO WS-IND-RESERVA
           ELSE
               MOVE 'N' TO WS-IND-RESERVA
           END-IF.
           MOVE SPACES TO VE-REGISTRO-VALOR.
           MOVE CM-NUMERO-CLIENTE TO VE-NUMERO-CLIENTE.
           MOVE 'T' TO VE-SITUACAO.
           MOVE WS-VALOR-TRANSFERENCIA TO VE-VALOR-TRANSFERIDO.
           MOVE WS-DATA-EXECUCAO TO VE-DATA-TRANSFERENCIA.
           MOVE CM-DATA-ULTIMA-MOVTO TO VE-DATA-ULTIMA-MOVTO.
           MOVE WS-AG-PROCURADA TO VE-CODIGO-AGENCIA.
           MOVE CM-NOME-CLIENTE TO VE-NOME-CLIENTE.
           MOVE CM-TIPO-DOCUMENTO TO VE-TIPO-DOCUMENTO.
           IF CM-NUMERO-DOCUMENTO NUMERIC
               MOVE CM-NUMERO-DOCUMENTO TO VE-NUMERO-DOCUMENTO
           ELSE
               MOVE ZERO TO VE-NUMERO-DOCUMENTO
           END-IF.
           MOVE ZERO TO VE-DATA-DEVOLUCAO.
           IF WS-RESERVA-EXISTENTE
               REWRITE VE-REGISTRO-VALOR
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE VE-REGISTRO-VALOR
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           IF WS-ST-VLRESQ NOT = '00'
               MOVE 'RESERVE-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-VLRESQ TO WS-ERRO-STATUS
               MOVE '4510-GRAVAR-RESERVA' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
       4510-EXIT.
           EXIT.

      *=================================================================
      * 4520-GRAVAR-DETALHE-ESQUEC
      * GRAVA A CONTA TRANSFERIDA NO EXTRATO REGULATORIO (REGISTRO
      * 'D') E O DETALHE DO RELATORIO POR AGENCIA NA AREA DE TRABALHO
      * VLESWRK, A PARTIR DO REGISTRO DA RESERVA JA MONTADO
      *=================================================================
       4520-GRAVAR-DETALHE-ESQUEC.
           MOVE SPACES TO VX-REGISTRO-ESQUECIDO.
           MOVE 'D' TO VX-TIPO-REGISTRO.
           ADD 1 TO WS-SEQUENCIAL-ESQUECIDO.
           MOVE WS-SEQUENCIAL-ESQUECIDO TO VX-SEQUENCIAL.
           MOVE VE-NUMERO-CLIENTE TO VX-NUMERO-CLIENTE.
           MOVE VE-CODIGO-AGENCIA TO VX-CODIGO-AGENCIA.
           MOVE VE-NOME-CLIENTE TO VX-NOME-CLIENTE.
           MOVE VE-TIPO-DOCUMENTO TO VX-TIPO-DOCUMENTO.
           MOVE VE-NUMERO-DOCUMENTO TO VX-NUMERO-DOCUMENTO.
           MOVE VE-DATA-ULTIMA-MOVTO TO VX-DATA-ULTIMA-MOVTO.
           MOVE VE-DATA-TRANSFERENCIA TO VX-DATA-TRANSFERENCIA.
           MOVE VE-VALOR-TRANSFERIDO TO VX-VALOR-TRANSFERIDO.
           PERFORM 4550-GRAVAR-REGISTRO-ESQUEC THRU 4550-EXIT.
           MOVE SPACES TO WS-LINHA-TRANSFERIDA.
           MOVE VE-NUMERO-CLIENTE TO WS-LV-NUMERO-CLIENTE.
           MOVE VE-CODIGO-AGENCIA TO WS-LV-CODIGO-AGENCIA.
           MOVE VE-NOME-CLIENTE TO WS-LV-NOME-CLIENTE.
           MOVE VE-DATA-ULTIMA-MOVTO TO WS-LV-DATA-ULTIMA-MOVTO.
           MOVE VE-VALOR-TRANSFERIDO TO WS-LV-VALOR-ED.
           MOVE VE-CODIGO-AGENCIA TO WK-VE-CODIGO-AGENCIA.
           MOVE WS-LINHA-TRANSFERIDA TO WK-VE-LINHA.
           WRITE WK-REGISTRO-ESQUECIDO.
           IF WS-ST-VLESWRK NOT = '00'
               MOVE 'UNCLAIMED-WORK-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-VLESWRK TO WS-ERRO-STATUS
               MOVE '4520-GRAVAR-DETALHE-ESQUEC' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
       4520-EXIT.
           EXIT.

      *=================================================================
      * 4530-GRAVAR-CABECALHO-ESQUEC
      * GRAVA O REGISTRO DE CABECALHO DO EXTRATO REGULATORIO, COM A
      * DATA DO FECHAMENTO, O PRAZO EM ANOS E A DATA LIMITE DO ULTIMO
      * MOVIMENTO USADOS NA SELECAO DAS CONTAS
      *=================================================================
       4530-GRAVAR-CABECALHO-ESQUEC.
           MOVE SPACES TO VX-REGISTRO-ESQUECIDO.
           MOVE 'H' TO VX-TIPO-REGISTRO.
           ADD 1 TO WS-SEQUENCIAL-ESQUECIDO.
           MOVE WS-SEQUENCIAL-ESQUECIDO TO VX-SEQUENCIAL.
           MOVE WS-DATA-EXECUCAO TO VX-DATA-REFERENCIA.
           MOVE WS-ANOS-DORMENCIA-TRANSF TO VX-ANOS-DORMENCIA.
           MOVE WS-DATA-LIMITE-TRANSF TO VX-DATA-LIMITE.
           MOVE ZERO TO VX-QTDE-CONTAS.
           MOVE ZERO TO VX-TOTAL-TRANSFERIDO.
           PERFORM 4550-GRAVAR-REGISTRO-ESQUEC THRU 4550-EXIT.
       4530-EXIT.
           EXIT.

      *=================================================================
      * 4540-GRAVAR-RODAPE-ESQUEC
      * GRAVA O REGISTRO DE RODAPE DO EXTRATO REGULATORIO, COM A
      * QUANTIDADE DE CONTAS E O VALOR TOTAL TRANSFERIDO NO FECHAMENTO
      *=================================================================
       4540-GRAVAR-RODAPE-ESQUEC.
           MOVE SPACES TO VX-REGISTRO-ESQUECIDO.
           MOVE 'T' TO VX-TIPO-REGISTRO.
           ADD 1 TO WS-SEQUENCIAL-ESQUECIDO.
           MOVE WS-SEQUENCIAL-ESQUECIDO TO VX-SEQUENCIAL.
           MOVE WS-DATA-EXECUCAO TO VX-DATA-REFERENCIA.
           MOVE WS-ANOS-DORMENCIA-TRANSF TO VX-ANOS-DORMENCIA.
           MOVE WS-DATA-LIMITE-TRANSF TO VX-DATA-LIMITE.
           MOVE WS-QTDE-TRANSFERIDAS TO VX-QTDE-CONTAS.
           MOVE WS-VALOR-TRANSFERIDO TO VX-TOTAL-TRANSFERIDO.
           PERFORM 4550-GRAVAR-REGISTRO-ESQUEC THRU 4550-EXIT.
       4540-EXIT.
           EXIT.

      *=================================================================
      * 4550-GRAVAR-REGISTRO-ESQUEC
      * GRAVA O REGISTRO JA MONTADO NO EXTRATO REGULATORIO
      *=================================================================
       4550-GRAVAR-REGISTRO-ESQUEC.
           WRITE VX-REGISTRO-ESQUECIDO.
           IF WS-ST-VLESEXT NOT = '00'
               MOVE 'UNCLAIMED-EXTRACT' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-VLESEXT TO WS-ERRO-STATUS
               MOVE '4550-GRAVAR-REGISTRO-ESQUEC' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
       4550-EXIT.
           EXIT.

      *=================================================================
      * 4600-EMITIR-TRANSFERIDAS
      * IMPRESSAO FINAL DO RELATORIO DE VALORES ESQUECIDOS: REORDENA
      * OS DETALHES GRAVADOS NA AREA DE TRABALHO POR AGENCIA (E,
      * DENTRO DA AGENCIA, POR CLIENTE) E OS IMPRIME AGRUPADOS, COM
      * QUEBRA E SUBTOTAL POR AGENCIA E O TOTAL GERAL AO FINAL, PARA
      * QUE CADA AGENCIA CONFIRA AS CONTAS QUE TEVE TRANSFERIDAS
      *=================================================================
       4600-EMITIR-TRANSFERIDAS.
           OPEN OUTPUT UNCLAIMED-REPORT.
           IF WS-ST-VLESRPT NOT = '00'
               MOVE 'UNCLAIMED-REPORT' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-VLESRPT TO WS-ERRO-STATUS
               MOVE '4600-EMITIR-TRANSFERIDAS' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           SORT SORT-UNCL-FILE
               ON ASCENDING KEY SV-VE-CODIGO-AGENCIA
                   SV-VE-LINHA
               USING UNCLAIMED-WORK-FILE
               OUTPUT PROCEDURE IS 4620-IMPRIMIR-TRANSFERIDAS
                   THRU 4620-EXIT.
           IF WS-ST-VLESWRK NOT = '00'
               MOVE 'UNCLAIMED-WORK-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-VLESWRK TO WS-ERRO-STATUS
               MOVE '4600-EMITIR-TRANSFERIDAS' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'TOTAL TRANSFERIDO A VALORES ESQUECIDOS.:'
               TO WS-LT-DESCRICAO.
           MOVE WS-QTDE-TRANSFERIDAS TO WS-LT-QTDE-ED.
           MOVE WS-VALOR-TRANSFERIDO TO WS-LT-VALOR-ED.
           MOVE WS-LINHA-TOTAIS TO VR-LINHA-RELATORIO.
           WRITE VR-LINHA-RELATORIO.
           IF WS-ST-VLESRPT NOT = '00'
               MOVE 'UNCLAIMED-REPORT' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-VLESRPT TO WS-ERRO-STATUS
               MOVE '4600-EMITIR-TRANSFERIDAS' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           CLOSE UNCLAIMED-REPORT.
           IF WS-ST-VLESRPT NOT = '00'
               MOVE 'UNCLAIMED-REPORT' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-VLESRPT TO WS-ERRO-STATUS
               MOVE '4600-EMITIR-TRANSFERIDAS' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
       4600-EXIT.
           EXIT.

      *=================================================================
      * 4620-IMPRIMIR-TRANSFERIDAS
      * PROCEDIMENTO DE SAIDA DA ORDENACAO DO RELATORIO DE VALORES
      * ESQUECIDOS: CONTROLA A QUEBRA POR AGENCIA E FECHA O SUBTOTAL
      * DA ULTIMA AGENCIA AO FINAL
      *=================================================================
       4620-IMPRIMIR-TRANSFERIDAS.
           MOVE 'N' TO WS-IND-FIM-CLASSIF.
           MOVE 'N' TO WS-IND-QUEBRA-ABERTA.
           PERFORM 4630-RETORNAR-TRANSFERIDA THRU 4630-EXIT
               UNTIL WS-FIM-CLASSIF.
           IF WS-QUEBRA-ABERTA
               PERFORM 4610-GRAVAR-SUBT-TRANSFERIDA THRU 4610-EXIT
               MOVE 'N' TO WS-IND-QUEBRA-ABERTA
           END-IF.
       4620-EXIT.
           EXIT.

      *=================================================================
      * 4630-RETORNAR-TRANSFERIDA
      * RETORNA O PROXIMO DETALHE ORDENADO, FECHA O SUBTOTAL DA
      * AGENCIA ANTERIOR NA TROCA DE AGENCIA, ABRE A QUEBRA NOVA COM
      * A LINHA DE CABECALHO DA AGENCIA E IMPRIME O DETALHE
      *=================================================================
       4630-RETORNAR-TRANSFERIDA.
           RETURN SORT-UNCL-FILE
               AT END
                   MOVE 'Y' TO WS-IND-FIM-CLASSIF
           END-RETURN.
           IF WS-FIM-CLASSIF
               GO TO 4630-EXIT
           END-IF.
           IF WS-QUEBRA-ABERTA
                   AND SV-VE-CODIGO-AGENCIA NOT = WS-AGENCIA-QUEBRA
               PERFORM 4610-GRAVAR-SUBT-TRANSFERIDA THRU 4610-EXIT
               MOVE 'N' TO WS-IND-QUEBRA-ABERTA
           END-IF.
           IF NOT WS-QUEBRA-ABERTA
               MOVE SV-VE-CODIGO-AGENCIA TO WS-AGENCIA-QUEBRA
               MOVE 'S' TO WS-IND-QUEBRA-ABERTA
               PERFORM 4640-GRAVAR-QUEBRA-TRANSFERIDA THRU 4640-EXIT
           END-IF.
           MOVE SV-VE-LINHA TO VR-LINHA-RELATORIO.
           WRITE VR-LINHA-RELATORIO.
           IF WS-ST-VLESRPT NOT = '00'
               MOVE 'UNCLAIMED-REPORT' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-VLESRPT TO WS-ERRO-STATUS
               MOVE '4630-RETORNAR-TRANSFERIDA' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
       4630-EXIT.
           EXIT.

      *=================================================================
      * 4640-GRAVAR-QUEBRA-TRANSFERIDA
      * GRAVA A LINHA DE CABECALHO DA QUEBRA DE AGENCIA NO RELATORIO
      * DE VALORES ESQUECIDOS
      *=================================================================
       4640-GRAVAR-QUEBRA-TRANSFERIDA.
           MOVE WS-AGENCIA-QUEBRA TO AG-CODIGO-AGENCIA.
           PERFORM 6550-IDENTIFICAR-AGENCIA THRU 6550-EXIT.
           MOVE SPACES TO WS-LINHA-AGENCIA.
           MOVE 'AGENCIA.....................:'
               TO WS-LG-DESCRICAO.
           MOVE WS-AGENCIA-QUEBRA TO WS-LG-CODIGO-AGENCIA.
           MOVE WS-NOME-AGENCIA-QUEBRA TO WS-LG-NOME-AGENCIA.
           MOVE WS-REGIONAL-QUEBRA TO WS-LG-REGIONAL.
           MOVE WS-LINHA-AGENCIA TO VR-LINHA-RELATORIO.
           WRITE VR-LINHA-RELATORIO.
           IF WS-ST-VLESRPT NOT = '00'
               MOVE 'UNCLAIMED-REPORT' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-VLESRPT TO WS-ERRO-STATUS
               MOVE '4640-GRAVAR-QUEBRA-TRANSFERIDA'
                   TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
       4640-EXIT.
           EXIT.

      *=================================================================
      * 4610-GRAVAR-SUBT-TRANSFERIDA
      * GRAVA A LINHA DE SUBTOTAL DA AGENCIA EM QUEBRA NO RELATORIO DE
      * VALORES ESQUECIDOS (QUANTIDADE DE CONTAS E VALOR TRANSFERIDO),
      * APURADA NA TABELA DE ACUMULACAO POR AGENCIA
      *=================================================================
       4610-GRAVAR-SUBT-TRANSFERIDA.
           MOVE WS-AGENCIA-QUEBRA TO WS-AG-PROCURADA.
           PERFORM 6500-LOCALIZAR-AGENCIA THRU 6500-EXIT.
           MOVE SPACES TO WS-LINHA-AGENCIA.
           MOVE 'TOTAL DA AGENCIA............:'
               TO WS-LG-DESCRICAO.
           MOVE WS-AGENCIA-QUEBRA TO WS-LG-CODIGO-AGENCIA.
           MOVE WS-AG-QTDE-TRANSFERIDAS (WS-AG-ACHADA)
               TO WS-LG-QTDE-ED.
           MOVE WS-AG-VALOR-TRANSFERIDO (WS-AG-ACHADA)
               TO WS-LG-VALOR-ED.
           MOVE WS-LINHA-AGENCIA TO VR-LINHA-RELATORIO.
           WRITE VR-LINHA-RELATORIO.
           IF WS-ST-VLESRPT NOT = '00'
               MOVE 'UNCLAIMED-REPORT' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-VLESRPT TO WS-ERRO-STATUS
               MOVE '4610-GRAVAR-SUBT-TRANSFERIDA' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
       4610-EXIT.
           EXIT.

      *=================================================================
      * 4700-ABRIR-RESERVA
      * ABRE A RESERVA DE VALORES ESQUECIDOS PARA ATUALIZACAO: O
      * FECHAMENTO MENSAL GRAVA AS TRANSFERENCIAS E O CICLO DIARIO LE
      * E BAIXA O VALOR NA REATIVACAO. NA PRIMEIRA EXECUCAO O ARQUIVO
      * AINDA NAO EXISTE E E CRIADO VAZIO ANTES DE SER REABERTO
      *=================================================================
       4700-ABRIR-RESERVA.
           OPEN I-O RESERVE-FILE.
           IF WS-ST-VLRESQ = '35'
               OPEN OUTPUT RESERVE-FILE
               IF WS-ST-VLRESQ = '00'
                   CLOSE RESERVE-FILE
                   OPEN I-O RESERVE-FILE
               END-IF
           END-IF.
           IF WS-ST-VLRESQ NOT = '00'
               MOVE 'RESERVE-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-VLRESQ TO WS-ERRO-STATUS
               MOVE '4700-ABRIR-RESERVA' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
       4700-EXIT.
           EXIT.

      *=================================================================
      * 9500-IMPRIMIR-TOTAIS-FECHAMENTO
      * ESCREVE NO RELATORIO DE CONTROLE O RESUMO DO FECHAMENTO
      * MENSAL: CLIENTES LIDOS, CONTAS TARIFADAS E VALOR COBRADO,
      * CONTAS ARQUIVADAS, CONTAS TRANSFERIDAS A VALORES ESQUECIDOS
      * (QUANTIDADE E VALOR) E AS QUE JA ESTAVAM NA RESERVA, OS JUROS
      * CREDORES E DEVEDORES LANCADOS (QUANTIDADE DE CONTAS E VALOR DE
      * CADA LADO) E A MOVIMENTACAO LIQUIDA AUDITADA (COM
      * SINAL, NEGATIVA NUM FECHAMENTO SO DE TARIFAS) - E ESTE ULTIMO
      * VALOR QUE A OPERACAO DIGITA NO CARTAO DA CONCILIACAO DIARIA
      * PARA O CRUZAMENTO DO TOTAL GERAL FECHAR
      *=================================================================
       9500-IMPRIMIR-TOTAIS-FECHAMENTO.
           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'RELATORIO DE CONTROLE - FECHAMENTO MENSAL'
               TO WS-LT-DESCRICAO.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           WRITE RL-LINHA-RELATORIO.
           IF WS-ST-RPTOUT NOT = '00'
               MOVE 'REPORT-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-RPTOUT TO WS-ERRO-STATUS
               MOVE '9500-IMPRIMIR-TOTAIS-FECHAMENTO'
                   TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'QUANTIDADE DE CLIENTES LIDOS...........:'
               TO WS-LT-DESCRICAO.
           MOVE WS-QTDE-CLIENTES-LIDOS TO WS-LT-QTDE-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           WRITE RL-LINHA-RELATORIO.
           IF WS-ST-RPTOUT NOT = '00'
               MOVE 'REPORT-FILE' TO WS-ERRO-ARQUIVO
               GO TO 9900-FILE-ERROR
           END-IF.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'CONTAS TRANSFERIDAS A VALORES ESQUEC...:'
               TO WS-LT-DESCRICAO.
           MOVE WS-QTDE-TRANSFERIDAS TO WS-LT-QTDE-ED.
           MOVE WS-VALOR-TRANSFERIDO TO WS-LT-VALOR-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           WRITE RL-LINHA-RELATORIO.
           IF WS-ST-RPTOUT NOT = '00'
               MOVE 'REPORT-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-RPTOUT TO WS-ERRO-STATUS
               MOVE '9500-IMPRIMIR-TOTAIS-FECHAMENTO'
                   TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'CONTAS JA EM VALORES ESQUECIDOS........:'
               TO WS-LT-DESCRICAO.
           MOVE WS-QTDE-EM-RESERVA TO WS-LT-QTDE-ED.
           MOVE WS-LINHA-TOTAIS TO RL-LINHA-RELATORIO.
           WRITE RL-LINHA-RELATORIO.
           IF WS-ST-RPTOUT NOT = '00'
               MOVE 'REPORT-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-RPTOUT TO WS-ERRO-STATUS
               MOVE '9500-IMPRIMIR-TOTAIS-FECHAMENTO'
                   TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           MOVE 'CONTAS COM JUROS CREDORES LANCADOS.....:'
               TO WS-LT-DESCRICAO.
      *=================================================================
      * 9600-SUBTOTAIS-FECHAMENTO
      * ESCREVE AO FINAL DA FOLHA DE FECHAMENTO MENSAL OS SUBTOTAIS
      * POR AGENCIA: CONTAS TARIFADAS (QUANTIDADE E VALOR), CONTAS
      * ARQUIVADAS E CONTAS TRANSFERIDAS A VALORES ESQUECIDOS
      * (QUANTIDADE E VALOR) DE CADA AGENCIA, NA ORDEM EM QUE AS
      * AGENCIAS APARECERAM NA PASSAGEM
      *=================================================================
       9600-SUBTOTAIS-FECHAMENTO.
           PERFORM 9610-GRAVAR-SUBT-FECHAMENTO THRU 9610-EXIT
      *=================================================================
      * 9610-GRAVAR-SUBT-FECHAMENTO
      * GRAVA AS LINHAS DE SUBTOTAL DE FECHAMENTO DE UMA AGENCIA DA
      * TABELA: UMA LINHA DE TARIFAS (QUANTIDADE E VALOR), UMA LINHA
      * DE CONTAS ARQUIVADAS E UMA DE CONTAS TRANSFERIDAS A VALORES
      * ESQUECIDOS, CADA UMA APENAS QUANDO HOUVE MOVIMENTO
      *=================================================================
       9610-GRAVAR-SUBT-FECHAMENTO.
           MOVE WS-AG-CODIGO (WS-AG-SUB) TO AG-CODIGO-AGENCIA.
           PERFORM 6550-IDENTIFICAR-AGENCIA THRU 6550-EXIT.
           IF WS-AG-QTDE-TARIFADAS (WS-AG-SUB) NOT = ZERO
               MOVE SPACES TO WS-LINHA-AGENCIA
               MOVE 'TARIFAS DA AGENCIA..........:'
                   TO WS-LG-DESCRICAO
               MOVE WS-AG-CODIGO (WS-AG-SUB) TO WS-LG-CODIGO-AGENCIA
               MOVE WS-NOME-AGENCIA-QUEBRA TO WS-LG-NOME-AGENCIA
               MOVE WS-REGIONAL-QUEBRA TO WS-LG-REGIONAL
               MOVE WS-AG-QTDE-TARIFADAS (WS-AG-SUB) TO WS-LG-QTDE-ED
               MOVE WS-AG-VALOR-TARIFADO (WS-AG-SUB) TO WS-LG-VALOR-ED
               MOVE WS-LINHA-AGENCIA TO RL-LINHA-RELATORIO
               MOVE 'ARQUIVADAS DA AGENCIA.......:'
                   TO WS-LG-DESCRICAO
               MOVE WS-AG-CODIGO (WS-AG-SUB) TO WS-LG-CODIGO-AGENCIA
               MOVE WS-NOME-AGENCIA-QUEBRA TO WS-LG-NOME-AGENCIA
               MOVE WS-REGIONAL-QUEBRA TO WS-LG-REGIONAL
               MOVE WS-AG-QTDE-ARQUIVADAS (WS-AG-SUB) TO WS-LG-QTDE-ED
               MOVE WS-LINHA-AGENCIA TO RL-LINHA-RELATORIO
               WRITE RL-LINHA-RELATORIO
                   GO TO 9900-FILE-ERROR
               END-IF
           END-IF.
           IF WS-AG-QTDE-TRANSFERIDAS (WS-AG-SUB) NOT = ZERO
               MOVE SPACES TO WS-LINHA-AGENCIA
               MOVE 'TRANSFERIDAS DA AGENCIA.....:'
                   TO WS-LG-DESCRICAO
               MOVE WS-AG-CODIGO (WS-AG-SUB) TO WS-LG-CODIGO-AGENCIA
               MOVE WS-NOME-AGENCIA-QUEBRA TO WS-LG-NOME-AGENCIA
               MOVE WS-REGIONAL-QUEBRA TO WS-LG-REGIONAL
               MOVE WS-AG-QTDE-TRANSFERIDAS (WS-AG-SUB)
                   TO WS-LG-QTDE-ED
               MOVE WS-AG-VALOR-TRANSFERIDO (WS-AG-SUB)
                   TO WS-LG-VALOR-ED
               MOVE WS-LINHA-AGENCIA TO RL-LINHA-RELATORIO
               WRITE RL-LINHA-RELATORIO
               IF WS-ST-RPTOUT NOT = '00'
                   MOVE 'REPORT-FILE' TO WS-ERRO-ARQUIVO
                   MOVE WS-ST-RPTOUT TO WS-ERRO-STATUS
                   MOVE '9610-GRAVAR-SUBT-FECHAMENTO'
                       TO WS-ERRO-PARAGRAFO
                   GO TO 9900-FILE-ERROR
               END-IF
           END-IF.
       9610-EXIT.
           EXIT.

               UNTIL WS-AG-SUB > WS-QTDE-AGENCIAS
                   OR WS-AG-ACHADA > ZERO.
           IF WS-AG-ACHADA = ZERO
               IF WS-QTDE-AGENCIAS NOT < 500
                   DISPLAY 'PROG001 - TABELA DE AGENCIAS EXCEDIDA'
                   MOVE 'WS-TABELA-AGENCIA' TO WS-ERRO-ARQUIVO
                   MOVE 'AG' TO WS-ERRO-STATUS
               MOVE ZERO TO WS-AG-QTDE-TARIFADAS (WS-AG-ACHADA)
               MOVE ZERO TO WS-AG-VALOR-TARIFADO (WS-AG-ACHADA)
               MOVE ZERO TO WS-AG-QTDE-ARQUIVADAS (WS-AG-ACHADA)
               MOVE ZERO TO WS-AG-QTDE-TRANSFERIDAS (WS-AG-ACHADA)
               MOVE ZERO TO WS-AG-VALOR-TRANSFERIDO (WS-AG-ACHADA)
               PERFORM 6520-ZERAR-CONTABIL THRU 6520-EXIT
                   VARYING WS-TP-SUB FROM 1 BY 1
                   UNTIL WS-TP-SUB > WS-QTDE-TIPOS-LANCAMENTO
           END-IF.
       6500-EXIT.
           EXIT.
       6510-EXIT.
           EXIT.

      *=================================================================
      * 6520-ZERAR-CONTABIL
      * ZERA OS ACUMULADORES DE UM TIPO DE LANCAMENTO CONTABIL NA
      * ENTRADA DE AGENCIA RECEM-ABERTA NA TABELA DE ACUMULACAO
      *=================================================================
       6520-ZERAR-CONTABIL.
           MOVE ZERO TO WS-AG-QTDE-CREDITO (WS-AG-ACHADA, WS-TP-SUB).
           MOVE ZERO TO WS-AG-VALOR-CREDITO (WS-AG-ACHADA, WS-TP-SUB).
           MOVE ZERO TO WS-AG-QTDE-DEBITO (WS-AG-ACHADA, WS-TP-SUB).
           MOVE ZERO TO WS-AG-VALOR-DEBITO (WS-AG-ACHADA, WS-TP-SUB).
       6520-EXIT.
           EXIT.

      *=================================================================
      * 6550-IDENTIFICAR-AGENCIA
      * LE NO CADASTRO MESTRE DE AGENCIAS A AGENCIA CUJO CODIGO FOI
      * MOVIDO PARA AG-CODIGO-AGENCIA POR QUEM PERFORMA ESTE PARAGRAFO
      * E DEVOLVE O NOME E A REGIONAL PARA AS LINHAS DE QUEBRA DOS
      * RELATORIOS. AGENCIA FORA DO CADASTRO (CODIGO ZERADO DE
      * REJEITO OU CLIENTE ANTIGO) SAI IDENTIFICADA COMO TAL
      *=================================================================
       6550-IDENTIFICAR-AGENCIA.
           READ AGENCY-MASTER
               INVALID KEY
                   MOVE 'AGENCIA NAO CADASTRADA'
                       TO WS-NOME-AGENCIA-QUEBRA
                   MOVE SPACES TO WS-REGIONAL-QUEBRA
               NOT INVALID KEY
                   MOVE AG-NOME-AGENCIA TO WS-NOME-AGENCIA-QUEBRA
                   MOVE AG-REGIONAL TO WS-REGIONAL-QUEBRA
           END-READ.
           IF WS-ST-AGENMAST NOT = '00' AND WS-ST-AGENMAST NOT = '23'
               MOVE 'AGENCY-MASTER' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-AGENMAST TO WS-ERRO-STATUS
               MOVE '6550-IDENTIFICAR-AGENCIA' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
       6550-EXIT.
           EXIT.

      *=================================================================
      * 6600-EMITIR-DESCOBERTO
      * IMPRESSAO FINAL DO RELATORIO DE EXCECOES DE DESCOBERTO:
      * DE DESCOBERTO
      *=================================================================
       6640-GRAVAR-QUEBRA-DESCOBERTO.
           MOVE WS-AGENCIA-QUEBRA TO AG-CODIGO-AGENCIA.
           PERFORM 6550-IDENTIFICAR-AGENCIA THRU 6550-EXIT.
           MOVE SPACES TO WS-LINHA-AGENCIA.
           MOVE 'AGENCIA.....................:'
               TO WS-LG-DESCRICAO.
           MOVE WS-AGENCIA-QUEBRA TO WS-LG-CODIGO-AGENCIA.
           MOVE WS-NOME-AGENCIA-QUEBRA TO WS-LG-NOME-AGENCIA.
           MOVE WS-REGIONAL-QUEBRA TO WS-LG-REGIONAL.
           MOVE WS-LINHA-AGENCIA TO OV-LINHA-RELATORIO.
           WRITE OV-LINHA-RELATORIO.
           IF WS-ST-OVDRRPT NOT = '00'
      * DE REJEITOS
      *=================================================================
       6740-GRAVAR-QUEBRA-REJEITO.
           MOVE WS-AGENCIA-QUEBRA TO AG-CODIGO-AGENCIA.
           PERFORM 6550-IDENTIFICAR-AGENCIA THRU 6550-EXIT.
           MOVE SPACES TO WS-LINHA-AGENCIA.
           MOVE 'AGENCIA.....................:'
               TO WS-LG-DESCRICAO.
           MOVE WS-AGENCIA-QUEBRA TO WS-LG-CODIGO-AGENCIA.
           MOVE WS-NOME-AGENCIA-QUEBRA TO WS-LG-NOME-AGENCIA.
           MOVE WS-REGIONAL-QUEBRA TO WS-LG-REGIONAL.
           MOVE WS-LINHA-AGENCIA TO RJ-LINHA-REJEITO.
           WRITE RJ-LINHA-REJEITO.
           IF WS-ST-REJRPT NOT = '00'
       5520-EXIT.
           EXIT.

      *=================================================================
      * 8000-ACUMULAR-CONTABIL
      * ACUMULA UM MOVIMENTO DE SALDO NA TABELA POR AGENCIA, NA
      * POSICAO DO TIPO DE LANCAMENTO CONTABIL INFORMADO: O EFEITO
      * POSITIVO (CREDITO AO CLIENTE) E O NEGATIVO (DEBITO AO
      * CLIENTE, INCLUSIVE A BAIXA DE CONTA SEM SALDO) SAO SOMADOS
      * SEPARADAMENTE, PARA VIRAREM PARTIDAS DE SENTIDO OPOSTO NA
      * INTERFACE. O EFEITO COM SINAL TAMBEM E SOMADO NO TOTAL
      * APURADO, USADO NA CONFERENCIA DA CONTA DE DEPOSITOS
      *=================================================================
       8000-ACUMULAR-CONTABIL.
           PERFORM 6500-LOCALIZAR-AGENCIA THRU 6500-EXIT.
           MOVE ZERO TO WS-TP-ACHADO.
           PERFORM 8010-PROCURAR-TIPO-LANCAMENTO THRU 8010-EXIT
               VARYING WS-TP-SUB FROM 1 BY 1
               UNTIL WS-TP-SUB > WS-QTDE-TIPOS-LANCAMENTO
                   OR WS-TP-ACHADO > ZERO.
           IF WS-TP-ACHADO = ZERO
               DISPLAY 'PROG001 - TIPO DE LANCAMENTO INVALIDO: '
                   WS-CB-CODIGO-LANCAMENTO
               MOVE 'WS-TABELA-TIPO' TO WS-ERRO-ARQUIVO
               MOVE 'TL' TO WS-ERRO-STATUS
               MOVE '8000-ACUMULAR-CONTABIL' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           IF WS-CB-VALOR-EFEITO > ZERO
               ADD 1 TO WS-AG-QTDE-CREDITO (WS-AG-ACHADA, WS-TP-ACHADO)
               ADD WS-CB-VALOR-EFEITO
                   TO WS-AG-VALOR-CREDITO (WS-AG-ACHADA, WS-TP-ACHADO)
           ELSE
               ADD 1 TO WS-AG-QTDE-DEBITO (WS-AG-ACHADA, WS-TP-ACHADO)
               SUBTRACT WS-CB-VALOR-EFEITO
                   FROM WS-AG-VALOR-DEBITO (WS-AG-ACHADA, WS-TP-ACHADO)
           END-IF.
           ADD WS-CB-VALOR-EFEITO TO WS-GL-EFEITO-APURADO.
       8000-EXIT.
           EXIT.

      *=================================================================
      * 8010-PROCURAR-TIPO-LANCAMENTO
      * COMPARA O TIPO DE LANCAMENTO INFORMADO COM UMA ENTRADA DA
      * TABELA DE TIPOS DE LANCAMENTO CONTABIL
      *=================================================================
       8010-PROCURAR-TIPO-LANCAMENTO.
           IF WS-TP-CODIGO (WS-TP-SUB) = WS-CB-CODIGO-LANCAMENTO
               MOVE WS-TP-SUB TO WS-TP-ACHADO
           END-IF.
       8010-EXIT.
           EXIT.

      *=================================================================
      * 8100-GERAR-INTERFACE-CONTABIL
      * GERA A INTERFACE CONTABIL (GLINTF) E O RELATORIO DE
      * LANCAMENTOS (GLRPT) A PARTIR DOS ACUMULADOS POR AGENCIA E
      * TIPO DE LANCAMENTO, NOS DOIS CICLOS (NOTURNO E FECHAMENTO
      * MENSAL): CABECALHO COM A DATA E O MODO, UMA PARTIDA DOBRADA
      * POR AGENCIA, TIPO E SENTIDO DO MOVIMENTO E O RODAPE COM A
      * QUANTIDADE DE LANCAMENTOS E OS TOTAIS A DEBITO E A CREDITO.
      * UM DIA SEM MOVIMENTO DE SALDO GERA SO CABECALHO E RODAPE
      *=================================================================
       8100-GERAR-INTERFACE-CONTABIL.
           OPEN OUTPUT GL-INTERFACE-FILE.
           IF WS-ST-GLINTF NOT = '00'
               MOVE 'GL-INTERFACE-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-GLINTF TO WS-ERRO-STATUS
               MOVE '8100-GERAR-INTERFACE-CONTABIL'
                   TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           OPEN OUTPUT GL-REPORT-FILE.
           IF WS-ST-GLRPT NOT = '00'
               MOVE 'GL-REPORT-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-GLRPT TO WS-ERRO-STATUS
               MOVE '8100-GERAR-INTERFACE-CONTABIL'
                   TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           MOVE SPACES TO GL-REGISTRO-CONTABIL.
           MOVE 'H' TO GL-TIPO-REGISTRO.
           MOVE WS-DATA-EXECUCAO TO GL-DATA-REFERENCIA.
           MOVE WS-IND-MODO-PROCESS TO GL-MODO-PROCESSAMENTO.
           MOVE ZERO TO GL-QTDE-LANCAMENTOS.
           MOVE ZERO TO GL-TOTAL-DEBITOS.
           MOVE ZERO TO GL-TOTAL-CREDITOS.
           WRITE GL-REGISTRO-CONTABIL.
           IF WS-ST-GLINTF NOT = '00'
               MOVE 'GL-INTERFACE-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-GLINTF TO WS-ERRO-STATUS
               MOVE '8100-GERAR-INTERFACE-CONTABIL'
                   TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           MOVE SPACES TO WS-LINHA-TOTAL-CONTABIL.
           IF WS-MODO-FECHAMENTO
               MOVE 'INTERFACE CONTABIL - FECHAMENTO MENSAL'
                   TO WS-LC-DESCRICAO
           ELSE
               MOVE 'INTERFACE CONTABIL - PROCESSAMENTO NOTURNO'
                   TO WS-LC-DESCRICAO
           END-IF.
           MOVE WS-LINHA-TOTAL-CONTABIL TO GR-LINHA-RELATORIO.
           PERFORM 8400-GRAVAR-LINHA-CONTABIL THRU 8400-EXIT.
           MOVE SPACES TO WS-LINHA-FEED.
           MOVE 'DATA DO MOVIMENTO.......................:'
               TO WS-LF-DESCRICAO.
           MOVE WS-DATA-EXECUCAO TO WS-LF-VALOR.
           MOVE WS-LINHA-FEED TO GR-LINHA-RELATORIO.
           PERFORM 8400-GRAVAR-LINHA-CONTABIL THRU 8400-EXIT.
           PERFORM 8200-GRAVAR-AGENCIA-CONTABIL THRU 8200-EXIT
               VARYING WS-AG-SUB FROM 1 BY 1
               UNTIL WS-AG-SUB > WS-QTDE-AGENCIAS.
           MOVE SPACES TO GL-REGISTRO-CONTABIL.
           MOVE 'T' TO GL-TIPO-REGISTRO.
           MOVE WS-DATA-EXECUCAO TO GL-DATA-REFERENCIA.
           MOVE WS-IND-MODO-PROCESS TO GL-MODO-PROCESSAMENTO.
           MOVE WS-GL-QTDE-LANCAMENTOS TO GL-QTDE-LANCAMENTOS.
           MOVE WS-GL-TOTAL-DEBITOS TO GL-TOTAL-DEBITOS.
           MOVE WS-GL-TOTAL-CREDITOS TO GL-TOTAL-CREDITOS.
           WRITE GL-REGISTRO-CONTABIL.
           IF WS-ST-GLINTF NOT = '00'
               MOVE 'GL-INTERFACE-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-GLINTF TO WS-ERRO-STATUS
               MOVE '8100-GERAR-INTERFACE-CONTABIL'
                   TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           PERFORM 8300-IMPRIMIR-TOTAIS-CONTABIL THRU 8300-EXIT.
           CLOSE GL-INTERFACE-FILE.
           IF WS-ST-GLINTF NOT = '00'
               MOVE 'GL-INTERFACE-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-GLINTF TO WS-ERRO-STATUS
               MOVE '8100-GERAR-INTERFACE-CONTABIL'
                   TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           CLOSE GL-REPORT-FILE.
           IF WS-ST-GLRPT NOT = '00'
               MOVE 'GL-REPORT-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-GLRPT TO WS-ERRO-STATUS
               MOVE '8100-GERAR-INTERFACE-CONTABIL'
                   TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
       8100-EXIT.
           EXIT.

      *=================================================================
      * 8200-GRAVAR-AGENCIA-CONTABIL
      * GERA AS PARTIDAS DE TODOS OS TIPOS DE LANCAMENTO DE UMA
      * AGENCIA DA TABELA DE ACUMULACAO. A QUEBRA DA AGENCIA SO E
      * IMPRESSA QUANDO ELA TEM ALGUM MOVIMENTO CONTABIL (A TABELA
      * TAMBEM GUARDA AGENCIAS QUE SO TIVERAM REJEITOS)
      *=================================================================
       8200-GRAVAR-AGENCIA-CONTABIL.
           MOVE 'N' TO WS-IND-QUEBRA-CONTABIL.
           PERFORM 8210-GRAVAR-TIPO-CONTABIL THRU 8210-EXIT
               VARYING WS-TP-SUB FROM 1 BY 1
               UNTIL WS-TP-SUB > WS-QTDE-TIPOS-LANCAMENTO.
       8200-EXIT.
           EXIT.

      *=================================================================
      * 8210-GRAVAR-TIPO-CONTABIL
      * ESCOLHE A CONTRAPARTIDA DO TIPO DE LANCAMENTO E GERA ATE DUAS
      * PARTIDAS PARA A AGENCIA: OS CREDITOS AO CLIENTE DEBITAM A
      * CONTRAPARTIDA E CREDITAM DEPOSITOS; OS DEBITOS AO CLIENTE
      * DEBITAM DEPOSITOS E CREDITAM A CONTRAPARTIDA
      *=================================================================
       8210-GRAVAR-TIPO-CONTABIL.
           IF WS-AG-QTDE-CREDITO (WS-AG-SUB, WS-TP-SUB) = ZERO
                   AND WS-AG-QTDE-DEBITO (WS-AG-SUB, WS-TP-SUB) = ZERO
               GO TO 8210-EXIT
           END-IF.
           IF NOT WS-QUEBRA-CONTABIL-ABERTA
               PERFORM 8220-GRAVAR-QUEBRA-CONTABIL THRU 8220-EXIT
           END-IF.
           EVALUATE WS-TP-CODIGO (WS-TP-SUB)
               WHEN 'MV'
                   MOVE WS-CONTA-CAIXA TO WS-GL-CONTA-CONTRAPARTIDA
               WHEN 'TA'
                   MOVE WS-CONTA-RECEITA-TARIFA
                       TO WS-GL-CONTA-CONTRAPARTIDA
               WHEN 'JC'
                   MOVE WS-CONTA-DESPESA-JUROS
                       TO WS-GL-CONTA-CONTRAPARTIDA
               WHEN 'JD'
                   MOVE WS-CONTA-RECEITA-JUROS
                       TO WS-GL-CONTA-CONTRAPARTIDA
               WHEN 'VE'
                   MOVE WS-CONTA-VALORES-ESQUECIDOS
                       TO WS-GL-CONTA-CONTRAPARTIDA
               WHEN OTHER
                   MOVE WS-CONTA-BAIXA-CONTAS
                       TO WS-GL-CONTA-CONTRAPARTIDA
           END-EVALUATE.
           IF WS-AG-QTDE-CREDITO (WS-AG-SUB, WS-TP-SUB) > ZERO
               MOVE WS-GL-CONTA-CONTRAPARTIDA TO WS-GL-CONTA-DEBITO
               MOVE WS-CONTA-DEPOSITOS TO WS-GL-CONTA-CREDITO
               MOVE WS-AG-VALOR-CREDITO (WS-AG-SUB, WS-TP-SUB)
                   TO WS-GL-VALOR-PARTIDA
               MOVE WS-AG-QTDE-CREDITO (WS-AG-SUB, WS-TP-SUB)
                   TO WS-GL-QTDE-PARTIDA
               ADD WS-GL-VALOR-PARTIDA TO WS-GL-SALDO-DEPOSITOS
               PERFORM 8230-GRAVAR-PARTIDA THRU 8230-EXIT
           END-IF.
           IF WS-AG-QTDE-DEBITO (WS-AG-SUB, WS-TP-SUB) > ZERO
               MOVE WS-CONTA-DEPOSITOS TO WS-GL-CONTA-DEBITO
               MOVE WS-GL-CONTA-CONTRAPARTIDA TO WS-GL-CONTA-CREDITO
               MOVE WS-AG-VALOR-DEBITO (WS-AG-SUB, WS-TP-SUB)
                   TO WS-GL-VALOR-PARTIDA
               MOVE WS-AG-QTDE-DEBITO (WS-AG-SUB, WS-TP-SUB)
                   TO WS-GL-QTDE-PARTIDA
               SUBTRACT WS-GL-VALOR-PARTIDA FROM WS-GL-SALDO-DEPOSITOS
               PERFORM 8230-GRAVAR-PARTIDA THRU 8230-EXIT
           END-IF.
       8210-EXIT.
           EXIT.

      *=================================================================
      * 8220-GRAVAR-QUEBRA-CONTABIL
      * GRAVA NO RELATORIO DE LANCAMENTOS A LINHA DE QUEBRA DA
      * AGENCIA, COM O NOME E A REGIONAL DO CADASTRO DE AGENCIAS
      *=================================================================
       8220-GRAVAR-QUEBRA-CONTABIL.
           MOVE WS-AG-CODIGO (WS-AG-SUB) TO AG-CODIGO-AGENCIA.
           PERFORM 6550-IDENTIFICAR-AGENCIA THRU 6550-EXIT.
           MOVE SPACES TO WS-LINHA-AGENCIA.
           MOVE 'AGENCIA.....................:'
               TO WS-LG-DESCRICAO.
           MOVE WS-AG-CODIGO (WS-AG-SUB) TO WS-LG-CODIGO-AGENCIA.
           MOVE WS-NOME-AGENCIA-QUEBRA TO WS-LG-NOME-AGENCIA.
           MOVE WS-REGIONAL-QUEBRA TO WS-LG-REGIONAL.
           MOVE WS-LINHA-AGENCIA TO GR-LINHA-RELATORIO.
           PERFORM 8400-GRAVAR-LINHA-CONTABIL THRU 8400-EXIT.
           MOVE 'S' TO WS-IND-QUEBRA-CONTABIL.
       8220-EXIT.
           EXIT.

      *=================================================================
      * 8230-GRAVAR-PARTIDA
      * GRAVA A PARTIDA DOBRADA MONTADA EM 8210: O LANCAMENTO A
      * DEBITO E O LANCAMENTO A CREDITO DE MESMO VALOR. UM RESUMO SEM
      * VALOR (BAIXA DE CONTAS JA ZERADAS) NAO VAI PARA A INTERFACE,
      * MAS A QUANTIDADE SAI NO RELATORIO PARA CONFERENCIA
      *=================================================================
       8230-GRAVAR-PARTIDA.
           IF WS-GL-VALOR-PARTIDA = ZERO
               MOVE SPACES TO WS-LINHA-LANCAMENTO
               MOVE WS-TP-CODIGO (WS-TP-SUB)
                   TO WS-LL-CODIGO-LANCAMENTO
               MOVE WS-TP-DESCRICAO (WS-TP-SUB) TO WS-LL-DESCRICAO
               MOVE WS-GL-CONTA-CONTRAPARTIDA TO WS-LL-CONTA-CONTABIL
               MOVE ZERO TO WS-LL-VALOR-ED
               MOVE WS-GL-QTDE-PARTIDA TO WS-LL-QTDE-ED
               MOVE WS-LINHA-LANCAMENTO TO GR-LINHA-RELATORIO
               PERFORM 8400-GRAVAR-LINHA-CONTABIL THRU 8400-EXIT
               GO TO 8230-EXIT
           END-IF.
           MOVE WS-GL-CONTA-DEBITO TO WS-GL-CONTA-GRAVADA.
           MOVE 'D' TO WS-GL-NATUREZA-GRAVADA.
           PERFORM 8240-GRAVAR-LANCAMENTO THRU 8240-EXIT.
           MOVE WS-GL-CONTA-CREDITO TO WS-GL-CONTA-GRAVADA.
           MOVE 'C' TO WS-GL-NATUREZA-GRAVADA.
           PERFORM 8240-GRAVAR-LANCAMENTO THRU 8240-EXIT.
       8230-EXIT.
           EXIT.

      *=================================================================
      * 8240-GRAVAR-LANCAMENTO
      * GRAVA UM LANCAMENTO NA INTERFACE CONTABIL E A LINHA
      * CORRESPONDENTE NO RELATORIO, SOMANDO O VALOR NO TOTAL DO
      * LADO (DEBITO OU CREDITO) QUE FECHA NO RODAPE
      *=================================================================
       8240-GRAVAR-LANCAMENTO.
           MOVE SPACES TO GL-REGISTRO-CONTABIL.
           MOVE 'D' TO GL-TIPO-REGISTRO.
           MOVE WS-DATA-EXECUCAO TO GL-DATA-MOVIMENTO.
           MOVE WS-AG-CODIGO (WS-AG-SUB) TO GL-CODIGO-AGENCIA.
           MOVE WS-TP-CODIGO (WS-TP-SUB) TO GL-CODIGO-LANCAMENTO.
           MOVE WS-GL-CONTA-GRAVADA TO GL-CONTA-CONTABIL.
           MOVE WS-GL-NATUREZA-GRAVADA TO GL-NATUREZA.
           MOVE WS-GL-VALOR-PARTIDA TO GL-VALOR-LANCAMENTO.
           MOVE WS-GL-QTDE-PARTIDA TO GL-QTDE-MOVIMENTOS.
           WRITE GL-REGISTRO-CONTABIL.
           IF WS-ST-GLINTF NOT = '00'
               MOVE 'GL-INTERFACE-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-GLINTF TO WS-ERRO-STATUS
               MOVE '8240-GRAVAR-LANCAMENTO' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           ADD 1 TO WS-GL-QTDE-LANCAMENTOS.
           IF WS-GL-NATUREZA-GRAVADA = 'D'
               ADD WS-GL-VALOR-PARTIDA TO WS-GL-TOTAL-DEBITOS
           ELSE
               ADD WS-GL-VALOR-PARTIDA TO WS-GL-TOTAL-CREDITOS
           END-IF.
           MOVE SPACES TO WS-LINHA-LANCAMENTO.
           MOVE WS-TP-CODIGO (WS-TP-SUB) TO WS-LL-CODIGO-LANCAMENTO.
           MOVE WS-TP-DESCRICAO (WS-TP-SUB) TO WS-LL-DESCRICAO.
           MOVE WS-GL-CONTA-GRAVADA TO WS-LL-CONTA-CONTABIL.
           MOVE WS-GL-NATUREZA-GRAVADA TO WS-LL-NATUREZA.
           MOVE WS-GL-VALOR-PARTIDA TO WS-LL-VALOR-ED.
           MOVE WS-GL-QTDE-PARTIDA TO WS-LL-QTDE-ED.
           MOVE WS-LINHA-LANCAMENTO TO GR-LINHA-RELATORIO.
           PERFORM 8400-GRAVAR-LINHA-CONTABIL THRU 8400-EXIT.
       8240-EXIT.
           EXIT.

      *=================================================================
      * 8300-IMPRIMIR-TOTAIS-CONTABIL
      * FECHA O RELATORIO DE LANCAMENTOS COM A QUANTIDADE DE
      * LANCAMENTOS, OS TOTAIS A DEBITO E A CREDITO, A MOVIMENTACAO
      * LIQUIDA APURADA NOS PROGRAMAS DE SALDO E O LIQUIDO LANCADO NA
      * CONTA DE DEPOSITOS, E CONFERE O BALANCEAMENTO: DEBITOS
      * DIFERENTES DOS CREDITOS, OU CONTA DE DEPOSITOS DIFERENTE DA
      * MOVIMENTACAO APURADA, MARCAM A INTERFACE COMO DESBALANCEADA E
      * O JOB TERMINA COM CODIGO DE RETORNO 8, PARA A CONTABILIDADE
      * NAO IMPORTAR O ARQUIVO
      *=================================================================
       8300-IMPRIMIR-TOTAIS-CONTABIL.
           MOVE SPACES TO WS-LINHA-TOTAL-CONTABIL.
           MOVE 'QUANTIDADE DE LANCAMENTOS GERADOS.......:'
               TO WS-LC-DESCRICAO.
           MOVE WS-GL-QTDE-LANCAMENTOS TO WS-LC-QTDE-ED.
           MOVE WS-LINHA-TOTAL-CONTABIL TO GR-LINHA-RELATORIO.
           PERFORM 8400-GRAVAR-LINHA-CONTABIL THRU 8400-EXIT.

           MOVE SPACES TO WS-LINHA-TOTAL-CONTABIL.
           MOVE 'TOTAL DOS LANCAMENTOS A DEBITO..........:'
               TO WS-LC-DESCRICAO.
           MOVE WS-GL-TOTAL-DEBITOS TO WS-LC-VALOR-ED.
           MOVE WS-LINHA-TOTAL-CONTABIL TO GR-LINHA-RELATORIO.
           PERFORM 8400-GRAVAR-LINHA-CONTABIL THRU 8400-EXIT.

           MOVE SPACES TO WS-LINHA-TOTAL-CONTABIL.
           MOVE 'TOTAL DOS LANCAMENTOS A CREDITO.........:'
               TO WS-LC-DESCRICAO.
           MOVE WS-GL-TOTAL-CREDITOS TO WS-LC-VALOR-ED.
           MOVE WS-LINHA-TOTAL-CONTABIL TO GR-LINHA-RELATORIO.
           PERFORM 8400-GRAVAR-LINHA-CONTABIL THRU 8400-EXIT.

           MOVE SPACES TO WS-LINHA-TOTAL-CONTABIL.
           MOVE 'MOVIMENTACAO LIQUIDA APURADA............:'
               TO WS-LC-DESCRICAO.
           MOVE WS-GL-EFEITO-APURADO TO WS-LC-VALOR-ED.
           MOVE WS-LINHA-TOTAL-CONTABIL TO GR-LINHA-RELATORIO.
           PERFORM 8400-GRAVAR-LINHA-CONTABIL THRU 8400-EXIT.

           MOVE SPACES TO WS-LINHA-TOTAL-CONTABIL.
           MOVE 'LIQUIDO LANCADO NA CONTA DE DEPOSITOS...:'
               TO WS-LC-DESCRICAO.
           MOVE WS-GL-SALDO-DEPOSITOS TO WS-LC-VALOR-ED.
           MOVE WS-LINHA-TOTAL-CONTABIL TO GR-LINHA-RELATORIO.
           PERFORM 8400-GRAVAR-LINHA-CONTABIL THRU 8400-EXIT.

           MOVE SPACES TO WS-LINHA-TOTAL-CONTABIL.
           IF WS-GL-TOTAL-DEBITOS NOT = WS-GL-TOTAL-CREDITOS
                   OR WS-GL-SALDO-DEPOSITOS NOT = WS-GL-EFEITO-APURADO
               MOVE 'S' TO WS-IND-CONTABIL
               MOVE '*** INTERFACE CONTABIL DESBALANCEADA ***'
                   TO WS-LC-DESCRICAO
               DISPLAY 'PROG001 - INTERFACE CONTABIL DESBALANCEADA'
           ELSE
               MOVE 'INTERFACE CONTABIL BALANCEADA'
                   TO WS-LC-DESCRICAO
           END-IF.
           MOVE WS-LINHA-TOTAL-CONTABIL TO GR-LINHA-RELATORIO.
           PERFORM 8400-GRAVAR-LINHA-CONTABIL THRU 8400-EXIT.
       8300-EXIT.
           EXIT.

      *=================================================================
      * 8400-GRAVAR-LINHA-CONTABIL
      * GRAVA A LINHA JA MONTADA EM GR-LINHA-RELATORIO NO RELATORIO DE
      * LANCAMENTOS CONTABEIS
      *=================================================================
       8400-GRAVAR-LINHA-CONTABIL.
           WRITE GR-LINHA-RELATORIO.
           IF WS-ST-GLRPT NOT = '00'
               MOVE 'GL-REPORT-FILE' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-GLRPT TO WS-ERRO-STATUS
               MOVE '8400-GRAVAR-LINHA-CONTABIL' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
       8400-EXIT.
           EXIT.

      *=================================================================
      * 9700-GRAVAR-CONTROLE
      * GRAVA AO FINAL DO JOB A PASSAGEM DE TOTAIS DE CONTROLE
      * (CTLHAND) COM OS MESMOS CONTADORES E O MESMO VALOR TOTAL DA
      * FOLHA DE CONTROLE IMPRESSA, EM FORMA LEGIVEL POR MAQUINA,
      * PARA A CONCILIACAO DIARIA CRUZAR O TOTAL GERAL SEM DEPENDER
      * DO VALOR DIGITADO PELA OPERACAO. NO FECHAMENTO MENSAL A
      * PASSAGEM DA NOITE FICA INTACTA E OS TOTAIS DO FECHAMENTO VAO
      * PARA O ARQUIVO MENSAL (CTLMENS)
      *=================================================================
       9700-GRAVAR-CONTROLE.
           IF WS-MODO-FECHAMENTO
               PERFORM 9750-GRAVAR-CONTROLE-MENSAL THRU 9750-EXIT
               GO TO 9700-EXIT
           END-IF.
           OPEN OUTPUT CONTROL-TOTALS-FILE.
           IF WS-ST-CTLHAND NOT = '00'
               MOVE 'CONTROL-TOTALS-FILE' TO WS-ERRO-ARQUIVO
       9700-EXIT.
           EXIT.

      *=================================================================
      * 9750-GRAVAR-CONTROLE-MENSAL
      * GRAVA OS TOTAIS DA FOLHA DE CONTROLE DO FECHAMENTO NO ARQUIVO
      * MENSAL (CTLMENS), NA CHAVE DO ANO/MES DA DATA DE EXECUCAO. NA
      * PRIMEIRA EXECUCAO O ARQUIVO E CRIADO VAZIO; NO REPROCESSAMENTO
      * DO MESMO MES O REGISTRO E REGRAVADO
      *=================================================================
       9750-GRAVAR-CONTROLE-MENSAL.
           OPEN I-O MONTH-END-TOTALS-FILE.
           IF WS-ST-CTLMENS = '35'
               OPEN OUTPUT MONTH-END-TOTALS-FILE
               IF WS-ST-CTLMENS = '00'
                   CLOSE MONTH-END-TOTALS-FILE
                   OPEN I-O MONTH-END-TOTALS-FILE
               END-IF
           END-IF.
           IF WS-ST-CTLMENS NOT = '00'
               MOVE 'MONTH-END-TOTALS' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-CTLMENS TO WS-ERRO-STATUS
               MOVE '9750-GRAVAR-CONTROLE-MENSAL' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           MOVE SPACES TO CF-REGISTRO-FECHAMENTO.
           COMPUTE CF-ANO-MES = WS-DATA-EXECUCAO / 100.
           MOVE WS-DATA-EXECUCAO TO CF-DATA-EXECUCAO.
           MOVE WS-QTDE-CLIENTES-LIDOS TO CF-QTDE-CLIENTES-LIDOS.
           MOVE WS-QTDE-TARIFADAS TO CF-QTDE-TARIFADAS.
           MOVE WS-VALOR-TARIFADO TO CF-VALOR-TARIFADO.
           MOVE WS-QTDE-JUROS-CREDITO TO CF-QTDE-JUROS-CREDITO.
           MOVE WS-VALOR-JUROS-CREDITO TO CF-VALOR-JUROS-CREDITO.
           MOVE WS-QTDE-JUROS-DEBITO TO CF-QTDE-JUROS-DEBITO.
           MOVE WS-VALOR-JUROS-DEBITO TO CF-VALOR-JUROS-DEBITO.
           MOVE WS-QTDE-TRANSFERIDAS TO CF-QTDE-TRANSFERIDAS.
           MOVE WS-VALOR-TRANSFERIDO TO CF-VALOR-TRANSFERIDO.
           MOVE WS-QTDE-ARQUIVADAS TO CF-QTDE-ARQUIVADAS.
           WRITE CF-REGISTRO-FECHAMENTO
               INVALID KEY
                   REWRITE CF-REGISTRO-FECHAMENTO
           END-WRITE.
           IF WS-ST-CTLMENS NOT = '00'
               MOVE 'MONTH-END-TOTALS' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-CTLMENS TO WS-ERRO-STATUS
               MOVE '9750-GRAVAR-CONTROLE-MENSAL' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           CLOSE MONTH-END-TOTALS-FILE.
           IF WS-ST-CTLMENS NOT = '00'
               MOVE 'MONTH-END-TOTALS' TO WS-ERRO-ARQUIVO
               MOVE WS-ST-CTLMENS TO WS-ERRO-STATUS
               MOVE '9750-GRAVAR-CONTROLE-MENSAL' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
       9750-EXIT.
           EXIT.

      *=================================================================
      * 1900-REGISTRAR-INICIO
      * CONFERE NO CONTROLE DE EXECUCAO DA ESTEIRA SE O PASSO ANTERIOR
      * TERMINOU LIMPO NA DATA DE NEGOCIO E SE ESTE PASSO AINDA NAO
      * RODOU LIMPO NELA, REGISTRANDO O INICIO; O PASSO RECUSADO
      * ENCERRA O JOB ANTES DE ATUALIZAR QUALQUER ARQUIVO. O FECHAMENTO
      * MENSAL (MODO M) E UM PASSO PROPRIO DA ESTEIRA, QUE SO RODA
      * DEPOIS DA CONCILIACAO DA MESMA DATA
      *=================================================================
       1900-REGISTRAR-INICIO.
           MOVE 'I' TO RU-FUNCAO.
           MOVE WS-DATA-EXECUCAO TO RU-DATA-NEGOCIO.
           IF WS-MODO-FECHAMENTO
               MOVE 'PROG001M' TO RU-PASSO
           ELSE
               MOVE 'PROG001' TO RU-PASSO
           END-IF.
           MOVE ZERO TO RU-CODIGO-PASSO.
           MOVE WS-IND-MODO-PROCESS TO RU-MODO-PROCESSAMENTO.
           CALL 'RUNCHK' USING RU-AREA-EXECUCAO.
           IF RU-ANTECESSOR-PENDENTE
               DISPLAY 'PROG001 - PASSO ANTERIOR NAO CONCLUIDO: '
                   RU-PASSO-ANTECESSOR
               MOVE 'RUN-CONTROL-FILE' TO WS-ERRO-ARQUIVO
               MOVE 'PA' TO WS-ERRO-STATUS
               MOVE '1900-REGISTRAR-INICIO' TO WS-ERRO-PARAGRAFO
               GO TO 9900-FILE-ERROR
           END-IF.
           IF RU-PASSO-JA-EXECUTADO
               DISPLAY 'PROG001 - PASSO JA EXECUTADO NA DATA: '
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
               DISPLAY 'PROG001 - FALHA NO REGISTRO DO FIM DO PASSO'
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

       END PROGRAM PROG001.
