      ******************************************************************
      * IDENTIFICATION DIVISION
      *
      * - RUNCHK E UMA ROTINA DE SERVICO, CHAMADA POR TODOS OS PASSOS
      *   DA ESTEIRA NOTURNA (ENCERRAMENTO DO ONLINE, ACUMULACAO DA
      *   AUDITORIA, PROCESSAMENTO NOTURNO, CONCILIACAO, FECHAMENTO
      *   MENSAL, VARREDURA DE DORMENCIA, EXTRATO E POSICAO DA
      *   CARTEIRA POR AGENCIA), PARA MANTER O CONTROLE DE EXECUCAO
      *   COMPARTILHADO (RUNCTL)
      * - A ORDEM DA ESTEIRA ERA GARANTIDA SO PELOS COMENTARIOS DOS
      *   PROGRAMAS E PELO CUIDADO DA OPERACAO, E UM PASSO RODADO
      *   FORA DE ORDEM (A ACUMULACAO DEPOIS DO PROCESSAMENTO NOTURNO,
      *   POR EXEMPLO) PERDE DADOS SEM AVISO
      * - NA FUNCAO DE INICIO A ROTINA RECUSA O PASSO CUJO ANTECESSOR
      *   NAO TERMINOU LIMPO (CODIGO DE RETORNO MENOR QUE 8) NA MESMA
      *   DATA DE NEGOCIO, OU QUE JA TERMINOU LIMPO NESSA DATA; O
      *   PASSO QUE TERMINOU COM ERRO OU QUE CAIU NO MEIO PODE SER
      *   REEXECUTADO, E A QUANTIDADE DE EXECUCOES FICA REGISTRADA.
      *   NA FUNCAO DE FIM A ROTINA REGISTRA A DATA/HORA DO FIM E O
      *   CODIGO DE RETORNO DO PASSO. NA FUNCAO DE CONSULTA A ROTINA
      *   SO DIZ SE O PASSO INFORMADO TERMINOU LIMPO NA DATA, SEM
      *   GRAVAR NADA
      * - A ROTINA NAO ENCERRA O JOB: DEVOLVE O RESULTADO NA AREA DE
      *   COMUNICACAO E QUEM CHAMA DECIDE COMO PARAR
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNCHK.

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
      * RUNCTL -> CONTROLE DE EXECUCAO DA ESTEIRA NOTURNA, UM REGISTRO
      * POR DATA DE NEGOCIO E PASSO
      *-----------------------------------------------------------------
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RN-CHAVE-EXECUCAO
               FILE STATUS IS WS-ST-RUNCTL.

      ******************************************************************
      * DATA DIVISION
      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

      *-----------------------------------------------------------------
      * RUN-CONTROL-FILE -> REGISTRO DO CONTROLE DE EXECUCAO
      *-----------------------------------------------------------------
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCREG.

       WORKING-STORAGE SECTION.

      *-----------------------------------------------------------------
      * STATUS DO ARQUIVO DE CONTROLE DE EXECUCAO
      *-----------------------------------------------------------------
       01  WS-STATUS-ARQUIVOS.
           05 WS-ST-RUNCTL             PIC X(02) VALUE '00'.

      *-----------------------------------------------------------------
      * SEQUENCIA DOS PASSOS DA ESTEIRA E INDICE DE PESQUISA
      *-----------------------------------------------------------------
           COPY RUNPASS.
       77  WS-PS-SUB                   PIC 9(04) COMP VALUE ZERO.
       77  WS-PS-ACHADO                PIC 9(04) COMP VALUE ZERO.

      *-----------------------------------------------------------------
      * DATA/HORA DO SISTEMA GRAVADAS NO INICIO E NO FIM DO PASSO
      *-----------------------------------------------------------------
       77  WS-DATA-SISTEMA             PIC 9(08) VALUE ZERO.
       77  WS-HORA-SISTEMA             PIC 9(08) VALUE ZERO.

      *-----------------------------------------------------------------
      * AREA DE COMUNICACAO COM QUEM CHAMA ESTA ROTINA
      *-----------------------------------------------------------------
       LINKAGE SECTION.
           COPY RUNCALL.

      ******************************************************************
      * PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION USING RU-AREA-EXECUCAO.

       0000-MAINLINE.
           MOVE '0' TO RU-CODIGO-RETORNO.
           MOVE SPACES TO RU-PASSO-ANTECESSOR.
           MOVE '00' TO RU-STATUS-ARQUIVO.
           PERFORM 1000-LOCALIZAR-PASSO THRU 1000-EXIT.
           IF NOT RU-EXECUCAO-OK
               GOBACK
           END-IF.
           PERFORM 1100-ABRIR-CONTROLE THRU 1100-EXIT.
           IF NOT RU-EXECUCAO-OK
               GOBACK
           END-IF.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           EVALUATE TRUE
               WHEN RU-FUNCAO-INICIO
                   PERFORM 2000-REGISTRAR-INICIO THRU 2000-EXIT
               WHEN RU-FUNCAO-FIM
                   PERFORM 3000-REGISTRAR-FIM THRU 3000-EXIT
               WHEN OTHER
                   PERFORM 4000-CONSULTAR-PASSO THRU 4000-EXIT
           END-EVALUATE.
           CLOSE RUN-CONTROL-FILE.
           IF WS-ST-RUNCTL NOT = '00' AND RU-EXECUCAO-OK
               MOVE WS-ST-RUNCTL TO RU-STATUS-ARQUIVO
               MOVE '9' TO RU-CODIGO-RETORNO
           END-IF.
           GOBACK.

      *=================================================================
      * 1000-LOCALIZAR-PASSO
      * PROCURA O PASSO RECEBIDO NA TABELA DA ESTEIRA E DEVOLVE O SEU
      * ANTECESSOR; PASSO FORA DA TABELA OU FUNCAO INVALIDA NAO SAO
      * REGISTRADOS
      *=================================================================
       1000-LOCALIZAR-PASSO.
           IF NOT RU-FUNCAO-INICIO AND NOT RU-FUNCAO-FIM
                   AND NOT RU-FUNCAO-CONSULTA
               MOVE '4' TO RU-CODIGO-RETORNO
               GO TO 1000-EXIT
           END-IF.
           MOVE ZERO TO WS-PS-ACHADO.
           PERFORM 1010-COMPARAR-PASSO THRU 1010-EXIT
               VARYING WS-PS-SUB FROM 1 BY 1
               UNTIL WS-PS-SUB > RP-QTDE-PASSOS
                  OR WS-PS-ACHADO > ZERO.
           IF WS-PS-ACHADO = ZERO
               MOVE '4' TO RU-CODIGO-RETORNO
               GO TO 1000-EXIT
           END-IF.
           MOVE RP-NOME-ANTECESSOR (WS-PS-ACHADO)
               TO RU-PASSO-ANTECESSOR.
       1000-EXIT.
           EXIT.

      *=================================================================
      * 1010-COMPARAR-PASSO
      * CONFERE SE A POSICAO CORRENTE DA TABELA E O PASSO RECEBIDO
      *=================================================================
       1010-COMPARAR-PASSO.
           IF RP-NOME-PASSO (WS-PS-SUB) = RU-PASSO
               MOVE WS-PS-SUB TO WS-PS-ACHADO
           END-IF.
       1010-EXIT.
           EXIT.

      *=================================================================
      * 1100-ABRIR-CONTROLE
      * ABRE O CONTROLE DE EXECUCAO PARA ATUALIZACAO; NA PRIMEIRA
      * EXECUCAO DA ESTEIRA O ARQUIVO AINDA NAO EXISTE E E CRIADO
      * VAZIO ANTES DE SER REABERTO
      *=================================================================
       1100-ABRIR-CONTROLE.
           OPEN I-O RUN-CONTROL-FILE.
           IF WS-ST-RUNCTL = '35'
               OPEN OUTPUT RUN-CONTROL-FILE
               IF WS-ST-RUNCTL = '00'
                   CLOSE RUN-CONTROL-FILE
                   OPEN I-O RUN-CONTROL-FILE
               END-IF
           END-IF.
           IF WS-ST-RUNCTL NOT = '00'
               MOVE WS-ST-RUNCTL TO RU-STATUS-ARQUIVO
               MOVE '9' TO RU-CODIGO-RETORNO
           END-IF.
       1100-EXIT.
           EXIT.

      *=================================================================
      * 2000-REGISTRAR-INICIO
      * CONFERE O ANTECESSOR E O PROPRIO PASSO NA DATA DE NEGOCIO E,
      * QUANDO O PASSO PODE PARTIR, GRAVA (OU REGRAVA, NA REEXECUCAO)
      * O REGISTRO DO PASSO EM EXECUCAO
      *=================================================================
       2000-REGISTRAR-INICIO.
           IF RU-PASSO-ANTECESSOR NOT = SPACES
               MOVE RU-DATA-NEGOCIO TO RN-DATA-NEGOCIO
               MOVE RU-PASSO-ANTECESSOR TO RN-PASSO
               PERFORM 5000-LER-CONTROLE THRU 5000-EXIT
               IF NOT RU-EXECUCAO-OK
                   GO TO 2000-EXIT
               END-IF
               IF WS-ST-RUNCTL = '23'
                   MOVE '1' TO RU-CODIGO-RETORNO
                   GO TO 2000-EXIT
               END-IF
               IF NOT RN-CONCLUIDO OR RN-CODIGO-RETORNO NOT < 8
                   MOVE '1' TO RU-CODIGO-RETORNO
                   GO TO 2000-EXIT
               END-IF
           END-IF.
           MOVE RU-DATA-NEGOCIO TO RN-DATA-NEGOCIO.
           MOVE RU-PASSO TO RN-PASSO.
           PERFORM 5000-LER-CONTROLE THRU 5000-EXIT.
           IF NOT RU-EXECUCAO-OK
               GO TO 2000-EXIT
           END-IF.
           IF WS-ST-RUNCTL = '23'
               MOVE SPACES TO RN-REGISTRO-EXECUCAO
               MOVE RU-DATA-NEGOCIO TO RN-DATA-NEGOCIO
               MOVE RU-PASSO TO RN-PASSO
               MOVE ZERO TO RN-QTDE-EXECUCOES
           ELSE
               IF RN-CONCLUIDO AND RN-CODIGO-RETORNO < 8
                   MOVE '2' TO RU-CODIGO-RETORNO
                   GO TO 2000-EXIT
               END-IF
           END-IF.
           MOVE 'I' TO RN-SITUACAO.
           MOVE RU-MODO-PROCESSAMENTO TO RN-MODO-PROCESSAMENTO.
           MOVE WS-DATA-SISTEMA TO RN-DATA-INICIO.
           MOVE WS-HORA-SISTEMA TO RN-HORA-INICIO.
           MOVE ZERO TO RN-DATA-FIM.
           MOVE ZERO TO RN-HORA-FIM.
           MOVE ZERO TO RN-CODIGO-RETORNO.
           IF RN-QTDE-EXECUCOES < 999
               ADD 1 TO RN-QTDE-EXECUCOES
           END-IF.
           IF WS-ST-RUNCTL = '23'
               WRITE RN-REGISTRO-EXECUCAO
           ELSE
               REWRITE RN-REGISTRO-EXECUCAO
           END-IF.
           IF WS-ST-RUNCTL NOT = '00'
               MOVE WS-ST-RUNCTL TO RU-STATUS-ARQUIVO
               MOVE '9' TO RU-CODIGO-RETORNO
           END-IF.
       2000-EXIT.
           EXIT.

      *=================================================================
      * 3000-REGISTRAR-FIM
      * REGRAVA O REGISTRO DO PASSO COMO CONCLUIDO, COM A DATA/HORA DO
      * FIM E O CODIGO DE RETORNO RECEBIDO; O PASSO SEM REGISTRO DE
      * INICIO NA DATA DE NEGOCIO NAO E REGISTRADO
      *=================================================================
       3000-REGISTRAR-FIM.
           MOVE RU-DATA-NEGOCIO TO RN-DATA-NEGOCIO.
           MOVE RU-PASSO TO RN-PASSO.
           PERFORM 5000-LER-CONTROLE THRU 5000-EXIT.
           IF NOT RU-EXECUCAO-OK
               GO TO 3000-EXIT
           END-IF.
           IF WS-ST-RUNCTL = '23'
               MOVE '3' TO RU-CODIGO-RETORNO
               GO TO 3000-EXIT
           END-IF.
           MOVE 'F' TO RN-SITUACAO.
           MOVE WS-DATA-SISTEMA TO RN-DATA-FIM.
           MOVE WS-HORA-SISTEMA TO RN-HORA-FIM.
           MOVE RU-CODIGO-PASSO TO RN-CODIGO-RETORNO.
           REWRITE RN-REGISTRO-EXECUCAO.
           IF WS-ST-RUNCTL NOT = '00'
               MOVE WS-ST-RUNCTL TO RU-STATUS-ARQUIVO
               MOVE '9' TO RU-CODIGO-RETORNO
           END-IF.
       3000-EXIT.
           EXIT.

      *=================================================================
      * 4000-CONSULTAR-PASSO
      * CONFERE SE O PASSO INFORMADO TERMINOU LIMPO (CODIGO DE RETORNO
      * MENOR QUE 8) NA DATA DE NEGOCIO; PASSO SEM REGISTRO NA DATA,
      * AINDA EM EXECUCAO OU TERMINADO COM ERRO VOLTA COMO NAO
      * CONCLUIDO. NADA E GRAVADO
      *=================================================================
       4000-CONSULTAR-PASSO.
           MOVE RU-DATA-NEGOCIO TO RN-DATA-NEGOCIO.
           MOVE RU-PASSO TO RN-PASSO.
           PERFORM 5000-LER-CONTROLE THRU 5000-EXIT.
           IF NOT RU-EXECUCAO-OK
               GO TO 4000-EXIT
           END-IF.
           IF WS-ST-RUNCTL = '23'
               MOVE '5' TO RU-CODIGO-RETORNO
               GO TO 4000-EXIT
           END-IF.
           IF NOT RN-CONCLUIDO OR RN-CODIGO-RETORNO NOT < 8
               MOVE '5' TO RU-CODIGO-RETORNO
           END-IF.
       4000-EXIT.
           EXIT.

      *=================================================================
      * 5000-LER-CONTROLE
      * LE PELA CHAVE (DATA DE NEGOCIO + PASSO) O REGISTRO DO CONTROLE
      * DE EXECUCAO; REGISTRO INEXISTENTE VOLTA COM STATUS '23'
      *=================================================================
       5000-LER-CONTROLE.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ST-RUNCTL NOT = '00' AND WS-ST-RUNCTL NOT = '23'
               MOVE WS-ST-RUNCTL TO RU-STATUS-ARQUIVO
               MOVE '9' TO RU-CODIGO-RETORNO
           END-IF.
       5000-EXIT.
           EXIT.

       END PROGRAM RUNCHK.
