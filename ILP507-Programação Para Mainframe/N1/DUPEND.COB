           VALUE OF FILE-ID IS "CADEND.DAT".

       01 ENDERECO.
           05 ID-ENDERECO      PIC X(08).
           05 CEP              PIC X(08).
           05 LOGRA            PIC X(35).
           05 NUMERO           PIC X(06).
           05 SORT-NORM-NUMERO PIC X(06).
           05 SORT-NORM-BAIRRO PIC X(20).
           05 SORT-NORM-CIDADE PIC X(35).
           05 SORT-ID          PIC X(08).

      *---------------------- VARIAVEIS DE TRABALHO --------------------
       WORKING-STORAGE SECTION.
           05 ANT-NORM-NUMERO  PIC X(06).
           05 ANT-NORM-BAIRRO  PIC X(20).
           05 ANT-NORM-CIDADE  PIC X(35).
           05 ANT-ID           PIC X(08).

       01 LINHA-RELATORIO.
           05 LR-TIPO            PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 LR-ID1             PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 LR-ID2             PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 LR-CEP             PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACES.
