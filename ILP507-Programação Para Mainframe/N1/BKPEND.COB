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
           VALUE OF FILE-ID IS WS-NOME-BKP-CEP.
       01 BKP-CEP-REG                  PIC X(101).

      * O REGISTRO DO CONTROLE TEM 12 POSICOES; AS 16 DO BACKUP
      * ACOMODAM TAMBEM O TRAILER DE CONTAGEM.
       FD  BACKUPCONTROLE
           LABEL RECORDS ARE STANDARD
