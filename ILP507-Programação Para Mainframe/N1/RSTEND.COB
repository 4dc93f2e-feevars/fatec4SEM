           ACCESS MODE             IS SEQUENTIAL
           RECORD KEY              IS ID-PESSOA
           FILE STATUS             IS WS-STATUS-PESSOA
           ALTERNATE RECORD KEY    IS PES-ID-ENDERECO WITH DUPLICATES
           ALTERNATE RECORD KEY    IS PES-DOCUMENTO WITH DUPLICATES.

           SELECT ARQUIVOCEPREF ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           VALUE OF FILE-ID IS "CADEND.DAT".

       01 ENDERECO.
           05 ID-ENDERECO      PIC X(08).
           05 CEP              PIC X(08).
           05 LOGRA            PIC X(35).
           05 NUMERO           PIC X(06).
           VALUE OF FILE-ID IS "CADPES.DAT".

       01 PESSOA.
           05 ID-PESSOA          PIC X(08).
           05 PES-NOME           PIC X(35).
           05 PES-TELEFONE       PIC X(12).
           05 PES-ID-ENDERECO    PIC X(08).
           05 PES-DOCUMENTO      PIC X(14).

       FD  ARQUIVOCEPREF
           LABEL RECORDS ARE STANDARD

       01 CONTROLE-ID.
           05 CTRL-CHAVE        PIC X(04).
           05 CTRL-ULTIMO-ID    PIC 9(08).

       FD  BACKUPENDERECO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS WS-NOME-BKP-END.
       01 BKP-END-REG                  PIC X(143).

       FD  BACKUPPESSOA
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS WS-NOME-BKP-PES.
       01 BKP-PES-REG                  PIC X(77).

       FD  BACKUPCEPREF
           LABEL RECORDS ARE STANDARD
       77 WS-QTDE-TRAILER              PIC 9(07) VALUE ZERO.
       77 WS-QTDE-TRAILER-X            PIC X(07).

       77 WS-ID-NUMERICO               PIC 9(08) VALUE ZERO.
       77 WS-MAIOR-ID-ENDERECO         PIC 9(08) VALUE ZERO.
       77 WS-MAIOR-ID-PESSOA           PIC 9(08) VALUE ZERO.
       77 WS-ENDERECO-RESTAURADO       PIC X VALUE "N".
           88 ENDERECO-RESTAURADO            VALUE "S".
       77 WS-PESSOA-RESTAURADA         PIC X VALUE "N".
           05 FILLER            PIC X(01) VALUE SPACE.
           05 RS-CHAVE          PIC X(04).
           05 FILLER            PIC X(14) VALUE " ULTIMO ID -> ".
           05 RS-ULTIMO         PIC 9(08).

      *--------------------- BLOCOS DE EXECUÇÃO ------------------------
       PROCEDURE DIVISION.
               OR BKP-CTL-REG (1:9) = "*TRAILER*"
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO P-CARREGAR-UM-CTL-EXIT.
           MOVE BKP-CTL-REG (1:12) TO CONTROLE-ID
           WRITE CONTROLE-ID
           IF WS-STATUS-CONTROLE = "00" OR "02"
               ADD 1 TO WS-QTDE-LIDA.
