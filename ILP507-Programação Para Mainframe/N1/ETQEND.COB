      * ASCENDENTE DE CEP, EXIGIDA PELO CORREIO PARA O DESCONTO DE
      * PRE-TRIAGEM), ACEITA PARAMETROS DE SELECAO NO CONSOLE (UF
      * E/OU FAIXA DE CEP - EM BRANCO ACEITA TODOS), IGNORA OS
      * REGISTROS MARCADOS COMO EXCLUIDOS OU COMO SUSPEITOS (DEVOLVIDOS
      * PELOS CORREIOS - VER DEVEND) E GRAVA EM ETQEND.LST AS
      * ETIQUETAS EM TRES COLUNAS: LOGRADOURO/BAIRRO NUM BLOCO E
      * CIDADE-UF-CEP NA ULTIMA LINHA. AO FINAL EMITE UMA PAGINA DE
      * TOTAIS COM A CONTAGEM DE ETIQUETAS POR UF.
      * CEP, SAI UMA ETIQUETA POR CLIENTE VINCULADO (PES-ID-ENDERECO)
      * COM O PES-NOME COMO PRIMEIRA LINHA; AO FINAL E LISTADA A
      * RELACAO DOS CLIENTES PULADOS POR ENDERECO AUSENTE OU
      * MARCADO COMO EXCLUIDO OU SUSPEITO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS ID-PESSOA
           FILE STATUS             IS WS-STATUS-PESSOA
           ALTERNATE RECORD KEY    IS PES-ID-ENDERECO WITH DUPLICATES
           ALTERNATE RECORD KEY    IS PES-DOCUMENTO WITH DUPLICATES.

           SELECT RELATORIO ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
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

       FD  RELATORIO
           LABEL RECORDS ARE STANDARD
           05 REL-ROD-QTDE      PIC ZZZZZZ9.

       01 REL-PULADO-CAB.
           05 FILLER            PIC X(37) VALUE
               "CLIENTES PULADOS (ENDERECO AUSENTE, ".
           05 FILLER            PIC X(21) VALUE
               "EXCLUIDO OU SUSPEITO)".

       01 REL-PULADO.
           05 FILLER            PIC X(08) VALUE "CLIENTE ".
           05 RP-ID             PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RP-NOME           PIC X(35).
           05 FILLER            PIC X(03) VALUE " - ".
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO P-EMITIR-UMA-EXIT.

           IF END-SITUACAO = "E" OR END-SITUACAO = "S"
               GO TO P-EMITIR-UMA-EXIT.
           IF WS-SEL-UF NOT = SPACES
               AND UF NOT = WS-SEL-UF

      *------ RELACAO DOS CLIENTES SEM ETIQUETA (MODO CLIENTES) ---------
      * PERCORRE TODO O CADPES.DAT E APONTA OS CLIENTES CUJO
      * ENDERECO PRINCIPAL NAO EXISTE MAIS OU ESTA MARCADO "E" OU
      * "S".
       P-LISTAR-PULADOS.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           ELSE
               IF END-SITUACAO = "E"
                   MOVE "ENDERECO EXCLUIDO" TO RP-MOTIVO
               ELSE IF END-SITUACAO = "S"
                   MOVE "ENDERECO SUSPEITO" TO RP-MOTIVO
               ELSE
                   GO TO P-VERIFICAR-PULADO-EXIT.

