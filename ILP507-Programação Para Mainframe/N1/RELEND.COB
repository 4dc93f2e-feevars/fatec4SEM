           VALUE OF FILE-ID IS "CADEND.DAT".

       01 ENDERECO.
           05 ID-ENDERECO      PIC X(08).
           05 CEP              PIC X(08).
           05 LOGRA            PIC X(35).
           05 NUMERO           PIC X(06).
       01 SORT-REC.
           05 SORT-UF          PIC X(02).
           05 SORT-CIDADE      PIC X(35).
           05 SORT-ID          PIC X(08).
           05 SORT-CEP         PIC X(08).
           05 SORT-LOGRA       PIC X(35).
           05 SORT-BAIRRO      PIC X(20).

       01 REL-DETALHE.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 REL-DET-ID        PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 REL-DET-CEP       PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
