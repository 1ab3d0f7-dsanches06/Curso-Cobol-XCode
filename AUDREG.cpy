              88 AL-TIPO-REATIVACAO   VALUE 'R'.
              88 AL-TIPO-TARIFA       VALUE 'T'.
              88 AL-TIPO-JUROS        VALUE 'J'.
              88 AL-TIPO-TRANSF-ESQUECIDO VALUE 'F'.
              88 AL-TIPO-DEVOL-ESQUECIDO VALUE 'V'.
           05 AL-NUMERO-CLIENTE       PIC 9(06).
           05 AL-IMAGEM-ANTES         PIC X(132).
           05 AL-IMAGEM-DEPOIS        PIC X(132).
