      * PARAMETRIZADO DE TENTATIVAS
      *-----------------------------------------------------------------
       01  SP-REGISTRO-SUSPENSO.
           05 SP-TRANSACAO            PIC X(137).
           05 SP-CODIGO-MOTIVO        PIC 9(02).
           05 SP-DESCRICAO-MOTIVO     PIC X(40).
           05 SP-QTDE-TENTATIVAS      PIC 9(02).
