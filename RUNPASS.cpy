      *-----------------------------------------------------------------
      * RUNPASS -> TABELA DOS PASSOS DA ESTEIRA NOTURNA NA ORDEM DE
      * EXECUCAO, COM O PASSO ANTECESSOR QUE TEM DE TER TERMINADO
      * LIMPO NA MESMA DATA DE NEGOCIO ANTES DE CADA UM PARTIR. O
      * ENCERRAMENTO DO ONLINE ABRE A ESTEIRA; A CONCILIACAO, A
      * VARREDURA DE DORMENCIA, O EXTRATO E A POSICAO DA CARTEIRA POR
      * AGENCIA DEPENDEM SO DO PROCESSAMENTO NOTURNO E PODEM RODAR EM
      * QUALQUER ORDEM ENTRE SI. O FECHAMENTO MENSAL (PROG001 EM MODO
      * M) SO RODA NO ULTIMO DIA UTIL DO MES, DEPOIS DA CONCILIACAO DA
      * MESMA DATA, QUE TEM DE CONFERIR A TRILHA E O CADASTRO DA NOITE
      * ANTES DE O FECHAMENTO ACRESCENTAR OS SEUS MOVIMENTOS; NAS
      * DEMAIS NOITES FICA PENDENTE
      *-----------------------------------------------------------------
       01  RP-DADOS-PASSOS.
           05 FILLER                  PIC X(16)
                  VALUE 'ONLCLOSE        '.
           05 FILLER                  PIC X(16)
                  VALUE 'AUDACCM ONLCLOSE'.
           05 FILLER                  PIC X(16)
                  VALUE 'PROG001 AUDACCM '.
           05 FILLER                  PIC X(16)
                  VALUE 'RECONCILPROG001 '.
           05 FILLER                  PIC X(16)
                  VALUE 'PROG001MRECONCIL'.
           05 FILLER                  PIC X(16)
                  VALUE 'DORMSWP PROG001 '.
           05 FILLER                  PIC X(16)
                  VALUE 'CUSTSTMTPROG001 '.
           05 FILLER                  PIC X(16)
                  VALUE 'CARTAGN PROG001 '.
       01  RP-TABELA-PASSOS REDEFINES RP-DADOS-PASSOS.
           05 RP-PASSO OCCURS 8 TIMES.
              10 RP-NOME-PASSO        PIC X(08).
              10 RP-NOME-ANTECESSOR   PIC X(08).
       01  RP-CONTROLE-PASSOS.
           05 RP-QTDE-PASSOS          PIC 9(04) COMP VALUE 8.
