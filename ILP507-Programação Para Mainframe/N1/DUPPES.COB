       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPPES.
       AUTHOR. LUIZ FERNANDO GERALDO DOS SANTOS.

      *------ DETECCAO DE CLIENTES DUPLICADOS ---------------------------
      * DETECTA PROVAVEIS DUPLICATAS DO CADPES.DAT EM DUAS
      * CLASSIFICACOES, COMPARANDO REGISTROS ADJACENTES DE CADA UMA
      * NUMA UNICA VARREDURA, COMO O DUPEND FAZ COM OS ENDERECOS:
      *   1. MESMO CPF/CNPJ SOB IDS DIFERENTES ("DOCUMENTO");
      *   2. MESMO NOME E MESMO TELEFONE NORMALIZADOS - NOME SEM
      *      CAIXA, BRANCOS E PONTUACAO, TELEFONE SO COM OS DIGITOS
      *      ("NOME+FONE"). OS PARES QUE JA SAIRAM PELO DOCUMENTO NAO
      *      SE REPETEM AQUI.
      * CLIENTES ANONIMIZADOS PELO LGPEND FICAM DE FORA. NUM GRUPO
      * COM MAIS DE DOIS CLIENTES OS PARES SAEM EM CADEIA (1-2,
      * 2-3, ...); O MRGPES, DO SUPERVISOR, RESOLVE POR PASSADAS.
      * O DUPPES.LST MANTEM O DESENHO DE PARES QUE O MRGPES LE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVOPESSOA ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS SEQUENTIAL
           RECORD KEY              IS ID-PESSOA
           FILE STATUS             IS WS-STATUS-PESSOA
           ALTERNATE RECORD KEY    IS PES-ID-ENDERECO WITH DUPLICATES
           ALTERNATE RECORD KEY    IS PES-DOCUMENTO WITH DUPLICATES.

           SELECT RELATORIO ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RELATORIO.

           SELECT ARQUIVO-CLASSIFICACAO ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVOPESSOA
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CADPES.DAT".

       01 PESSOA.
           05 ID-PESSOA          PIC X(08).
           05 PES-NOME           PIC X(35).
           05 PES-TELEFONE       PIC X(12).
           05 PES-ID-ENDERECO    PIC X(08).
           05 PES-DOCUMENTO      PIC X(14).

       FD  RELATORIO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DUPPES.LST".
       01 REL-LINHA                    PIC X(100).

       SD  ARQUIVO-CLASSIFICACAO.
       01 SORT-REC.
           05 SORT-DOCUMENTO   PIC X(14).
           05 SORT-NORM-NOME   PIC X(35).
           05 SORT-NORM-FONE   PIC X(12).
           05 SORT-NOME        PIC X(35).
           05 SORT-ID          PIC X(08).

      *---------------------- VARIAVEIS DE TRABALHO --------------------
       WORKING-STORAGE SECTION.
       77 WS-STATUS-PESSOA             PIC X(02).
       77 WS-STATUS-RELATORIO          PIC X(02).
       77 WS-FIM-ARQUIVO               PIC X VALUE "N".
           88 FIM-DO-ARQUIVO                 VALUE "S".
       77 WS-FIM-CLASSIFICACAO         PIC X VALUE "N".
           88 FIM-DA-CLASSIFICACAO           VALUE "S".

       77 WS-TOTAL-LIDO                PIC 9(07) VALUE ZERO.
       77 WS-TOTAL-DUPLICADOS          PIC 9(05) VALUE ZERO.

       77 WS-TEM-ANTERIOR              PIC X VALUE "N".
           88 TEM-ANTERIOR                   VALUE "S".

       77 WS-MASCARA-LGPD              PIC X(35)
           VALUE "ANONIMIZADO LGPD".

      * NORMALIZACAO: SO LETRAS E DIGITOS NO NOME, SO DIGITOS NO
      * TELEFONE, COPIADOS UM A UM PARA O CAMPO DE SAIDA.
       77 WS-IDX-ORIGEM                PIC 9(02) COMP.
       77 WS-IDX-DESTINO               PIC 9(02) COMP.
       77 WS-CARACTER                  PIC X(01).
           88 CARACTER-DIGITO                VALUE "0" THRU "9".
           88 CARACTER-LETRA                 VALUE "A" THRU "Z".
       77 WS-NOME-MAIUSCULO            PIC X(35).

      * REGISTRO ANTERIOR DA CLASSIFICACAO CORRENTE, PARA A
      * COMPARACAO COM O ADJACENTE.
       01 ANTERIOR.
           05 ANT-DOCUMENTO    PIC X(14).
           05 ANT-NORM-NOME    PIC X(35).
           05 ANT-NORM-FONE    PIC X(12).
           05 ANT-NOME         PIC X(35).
           05 ANT-ID           PIC X(08).

       01 LINHA-RELATORIO.
           05 LR-TIPO            PIC X(10).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 LR-ID1             PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 LR-ID2             PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 LR-DOCUMENTO       PIC X(14).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 LR-NOME            PIC X(35).

       01 LINHA-TOTAL.
           05 FILLER             PIC X(30)
               VALUE "TOTAL DE PARES DUPLICADOS: ".
           05 LT-TOTAL           PIC ZZZZ9.

      *--------------------- BLOCOS DE EXECUÇÃO ------------------------
       PROCEDURE DIVISION.

       P-PRINCIPAL.
           OPEN OUTPUT RELATORIO
           IF WS-STATUS-RELATORIO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO RELATORIO: "
                   WS-STATUS-RELATORIO
               MOVE 8 TO RETURN-CODE
               GO TO P-FIM.

      *------ PASSAGEM 1: MESMO CPF/CNPJ ---------------------------------
           SORT ARQUIVO-CLASSIFICACAO
               ON ASCENDING KEY SORT-DOCUMENTO SORT-ID
               INPUT PROCEDURE IS P-LER-CLIENTES
                   THRU P-LER-CLIENTES-EXIT
               OUTPUT PROCEDURE IS P-VARRER-DOCUMENTOS
                   THRU P-VARRER-DOCUMENTOS-EXIT

      *------ PASSAGEM 2: MESMO NOME E TELEFONE NORMALIZADOS -------------
           SORT ARQUIVO-CLASSIFICACAO
               ON ASCENDING KEY SORT-NORM-NOME SORT-NORM-FONE
                   SORT-ID
               INPUT PROCEDURE IS P-LER-CLIENTES
                   THRU P-LER-CLIENTES-EXIT
               OUTPUT PROCEDURE IS P-VARRER-NOMES
                   THRU P-VARRER-NOMES-EXIT

           MOVE WS-TOTAL-DUPLICADOS TO LT-TOTAL
           WRITE REL-LINHA FROM LINHA-TOTAL

           CLOSE RELATORIO
           GO TO P-FIM.

      *------ CARGA DOS CLIENTES PARA A CLASSIFICACAO -------------------
       P-LER-CLIENTES.
           OPEN INPUT ARQUIVOPESSOA
           IF WS-STATUS-PESSOA NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVOPESSOA: "
                   WS-STATUS-PESSOA
               MOVE 8 TO RETURN-CODE
               GO TO P-LER-CLIENTES-EXIT.

           MOVE ZERO TO WS-TOTAL-LIDO
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM P-LER-UM-CLIENTE THRU P-LER-UM-CLIENTE-EXIT
               UNTIL FIM-DO-ARQUIVO

           CLOSE ARQUIVOPESSOA.
       P-LER-CLIENTES-EXIT.
           EXIT.

       P-LER-UM-CLIENTE.
           READ ARQUIVOPESSOA NEXT RECORD
           IF WS-STATUS-PESSOA NOT = "00"
               AND WS-STATUS-PESSOA NOT = "02"
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO P-LER-UM-CLIENTE-EXIT.
           IF PES-NOME = WS-MASCARA-LGPD
               GO TO P-LER-UM-CLIENTE-EXIT.

           ADD 1 TO WS-TOTAL-LIDO
           MOVE ID-PESSOA     TO SORT-ID
           MOVE PES-DOCUMENTO TO SORT-DOCUMENTO
           MOVE PES-NOME      TO SORT-NOME

           MOVE FUNCTION UPPER-CASE(PES-NOME) TO WS-NOME-MAIUSCULO
           MOVE SPACES TO SORT-NORM-NOME
           MOVE ZERO TO WS-IDX-DESTINO
           PERFORM P-NORMALIZAR-NOME THRU P-NORMALIZAR-NOME-EXIT
               VARYING WS-IDX-ORIGEM FROM 1 BY 1
               UNTIL WS-IDX-ORIGEM > 35

           MOVE SPACES TO SORT-NORM-FONE
           MOVE ZERO TO WS-IDX-DESTINO
           PERFORM P-NORMALIZAR-FONE THRU P-NORMALIZAR-FONE-EXIT
               VARYING WS-IDX-ORIGEM FROM 1 BY 1
               UNTIL WS-IDX-ORIGEM > 12
           RELEASE SORT-REC.
       P-LER-UM-CLIENTE-EXIT.
           EXIT.

       P-NORMALIZAR-NOME.
           MOVE WS-NOME-MAIUSCULO (WS-IDX-ORIGEM:1) TO WS-CARACTER
           IF CARACTER-LETRA OR CARACTER-DIGITO
               ADD 1 TO WS-IDX-DESTINO
               MOVE WS-CARACTER TO SORT-NORM-NOME (WS-IDX-DESTINO:1).
       P-NORMALIZAR-NOME-EXIT.
           EXIT.

       P-NORMALIZAR-FONE.
           MOVE PES-TELEFONE (WS-IDX-ORIGEM:1) TO WS-CARACTER
           IF CARACTER-DIGITO
               ADD 1 TO WS-IDX-DESTINO
               MOVE WS-CARACTER TO SORT-NORM-FONE (WS-IDX-DESTINO:1).
       P-NORMALIZAR-FONE-EXIT.
           EXIT.

      *------ VARREDURA DOS ADJACENTES PELO DOCUMENTO -------------------
      * CLIENTE SEM DOCUMENTO NAO ENTRA NESTA COMPARACAO.
       P-VARRER-DOCUMENTOS.
           MOVE "N" TO WS-TEM-ANTERIOR
           MOVE "N" TO WS-FIM-CLASSIFICACAO
           PERFORM P-COMPARAR-DOCUMENTO THRU P-COMPARAR-DOCUMENTO-EXIT
               UNTIL FIM-DA-CLASSIFICACAO.
       P-VARRER-DOCUMENTOS-EXIT.
           EXIT.

       P-COMPARAR-DOCUMENTO.
           RETURN ARQUIVO-CLASSIFICACAO
               AT END
                   MOVE "S" TO WS-FIM-CLASSIFICACAO.
           IF FIM-DA-CLASSIFICACAO
               GO TO P-COMPARAR-DOCUMENTO-EXIT.

           IF TEM-ANTERIOR
               AND SORT-DOCUMENTO NOT = SPACES
               AND SORT-DOCUMENTO = ANT-DOCUMENTO
               AND SORT-ID NOT = ANT-ID
               MOVE "DOCUMENTO" TO LR-TIPO
               PERFORM P-REPORTAR-PAR THRU P-REPORTAR-PAR-EXIT.

           MOVE SORT-REC TO ANTERIOR
           MOVE "S" TO WS-TEM-ANTERIOR.
       P-COMPARAR-DOCUMENTO-EXIT.
           EXIT.

      *------ VARREDURA DOS ADJACENTES PELO NOME E TELEFONE -------------
       P-VARRER-NOMES.
           MOVE "N" TO WS-TEM-ANTERIOR
           MOVE "N" TO WS-FIM-CLASSIFICACAO
           PERFORM P-COMPARAR-NOME THRU P-COMPARAR-NOME-EXIT
               UNTIL FIM-DA-CLASSIFICACAO.
       P-VARRER-NOMES-EXIT.
           EXIT.

       P-COMPARAR-NOME.
           RETURN ARQUIVO-CLASSIFICACAO
               AT END
                   MOVE "S" TO WS-FIM-CLASSIFICACAO.
           IF FIM-DA-CLASSIFICACAO
               GO TO P-COMPARAR-NOME-EXIT.

           IF NOT TEM-ANTERIOR
               GO TO P-COMPARAR-NOME-GUARDA.
           IF SORT-NORM-NOME = SPACES
               OR SORT-NORM-NOME NOT = ANT-NORM-NOME
               OR SORT-NORM-FONE NOT = ANT-NORM-FONE
               OR SORT-ID = ANT-ID
               GO TO P-COMPARAR-NOME-GUARDA.
           IF SORT-DOCUMENTO NOT = SPACES
               AND SORT-DOCUMENTO = ANT-DOCUMENTO
               GO TO P-COMPARAR-NOME-GUARDA.
           MOVE "NOME+FONE" TO LR-TIPO
           PERFORM P-REPORTAR-PAR THRU P-REPORTAR-PAR-EXIT.

       P-COMPARAR-NOME-GUARDA.
           MOVE SORT-REC TO ANTERIOR
           MOVE "S" TO WS-TEM-ANTERIOR.
       P-COMPARAR-NOME-EXIT.
           EXIT.

      *------ EMISSAO DE UMA LINHA DO RELATORIO DE DUPLICADOS ------------
       P-REPORTAR-PAR.
           MOVE ANT-ID        TO LR-ID1
           MOVE SORT-ID       TO LR-ID2
           MOVE ANT-DOCUMENTO TO LR-DOCUMENTO
           MOVE ANT-NOME      TO LR-NOME
           WRITE REL-LINHA FROM LINHA-RELATORIO
           ADD 1 TO WS-TOTAL-DUPLICADOS.
       P-REPORTAR-PAR-EXIT.
           EXIT.

      * ----- ENCERRAMENTO DO PROGRAMA ---------------------------------
       P-FIM.
           GOBACK.
