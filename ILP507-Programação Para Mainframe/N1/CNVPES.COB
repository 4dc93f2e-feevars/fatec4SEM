       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNVPES.
       AUTHOR. LUIZ FERNANDO GERALDO DOS SANTOS.

      *------ CONVERSAO DO CADPES E DO PESEND PARA O DESENHO NOVO -------
      * JOB DE EXECUCAO UNICA PARA O CADASTRO QUE JA TEM AS CHAVES DE
      * 8 POSICOES: ACRESCENTA AO CADPES.DAT O DOCUMENTO DO CLIENTE
      * (PES-DOCUMENTO, CPF/CNPJ, COM CHAVE ALTERNATIVA) E AO
      * PESEND.DAT A SITUACAO DO VINCULO (VINC-SITUACAO). OS DOIS
      * CAMPOS NASCEM EM BRANCO: O DOCUMENTO E INFORMADO PELO
      * OPERADOR NA ALTERACAO DO CLIENTE NO CADEND, E A SITUACAO E
      * CLASSIFICADA PELO VIGEND NA PRIMEIRA JANELA NOTURNA.
      * ANTES DE RODAR, A OPERACAO DESCARREGA OS MESTRES (BKPEND) E
      * RENOMEIA OS ARQUIVOS ATUAIS ACRESCENTANDO "A" AO NOME:
      * CADPESA.DAT (OBRIGATORIO) E PESENDA.DAT (QUANDO AUSENTE, SO
      * ANOTADO NO RELATORIO). O CADASTRO QUE AINDA ESTA COM CHAVES DE
      * 4 POSICOES RODA SO O CHVEND, QUE JA GRAVA O DESENHO NOVO.
      * O CNVPES.LST MOSTRA OS REGISTROS LIDOS, GRAVADOS E RECONTADOS
      * DE CADA ARQUIVO; QUALQUER DIFERENCA TERMINA COM RETURN-CODE 8
      * E OS ARQUIVOS *A.DAT VOLTAM AOS NOMES ORIGINAIS. COM AS
      * CONTAGENS CONFERIDAS, RODAR NOVA DESCARGA (BKPEND).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVOPESANTIGO ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS SEQUENTIAL
           RECORD KEY              IS ANTP-ID-PESSOA
           FILE STATUS             IS WS-STATUS-ANTIGO
           ALTERNATE RECORD KEY    IS ANTP-ID-ENDERECO
               WITH DUPLICATES.

           SELECT ARQUIVOPESSOA ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS SEQUENTIAL
           RECORD KEY              IS ID-PESSOA
           FILE STATUS             IS WS-STATUS-NOVO
           ALTERNATE RECORD KEY    IS PES-ID-ENDERECO WITH DUPLICATES
           ALTERNATE RECORD KEY    IS PES-DOCUMENTO WITH DUPLICATES.

           SELECT ARQUIVOVINCANTIGO ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS SEQUENTIAL
           RECORD KEY              IS ANTV-CHAVE
           FILE STATUS             IS WS-STATUS-ANTIGO
           ALTERNATE RECORD KEY    IS ANTV-ID-ENDERECO
               WITH DUPLICATES.

           SELECT ARQUIVOVINCULO ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS SEQUENTIAL
           RECORD KEY              IS VINC-CHAVE
           FILE STATUS             IS WS-STATUS-NOVO
           ALTERNATE RECORD KEY    IS VINC-ID-ENDERECO WITH DUPLICATES.

           SELECT RELATORIO ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVOPESANTIGO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CADPESA.DAT".

       01 PESSOA-ANTIGA.
           05 ANTP-ID-PESSOA     PIC X(08).
           05 ANTP-NOME          PIC X(35).
           05 ANTP-TELEFONE      PIC X(12).
           05 ANTP-ID-ENDERECO   PIC X(08).

       FD  ARQUIVOPESSOA
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CADPES.DAT".

       01 PESSOA.
           05 ID-PESSOA          PIC X(08).
           05 PES-NOME           PIC X(35).
           05 PES-TELEFONE       PIC X(12).
           05 PES-ID-ENDERECO    PIC X(08).
           05 PES-DOCUMENTO      PIC X(14).

       FD  ARQUIVOVINCANTIGO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PESENDA.DAT".

       01 VINCULO-ANTIGO.
           05 ANTV-CHAVE.
               10 ANTV-ID-PESSOA PIC X(08).
               10 ANTV-TIPO      PIC X(01).
           05 ANTV-ID-ENDERECO   PIC X(08).
           05 ANTV-DATA-INICIO   PIC X(08).
           05 ANTV-DATA-FIM      PIC X(08).

      * SITUACAO V=VIGENTE F=FUTURO E=ENCERRADO.
       FD  ARQUIVOVINCULO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PESEND.DAT".

       01 VINCULO-REG.
           05 VINC-CHAVE.
               10 VINC-ID-PESSOA PIC X(08).
               10 VINC-TIPO      PIC X(01).
           05 VINC-ID-ENDERECO   PIC X(08).
           05 VINC-DATA-INICIO   PIC X(08).
           05 VINC-DATA-FIM      PIC X(08).
           05 VINC-SITUACAO      PIC X(01).

       FD  RELATORIO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CNVPES.LST".
       01 REL-LINHA                    PIC X(132).

      *---------------------- VARIAVEIS DE TRABALHO --------------------
       WORKING-STORAGE SECTION.
       77 WS-STATUS-ANTIGO             PIC X(02).
       77 WS-STATUS-NOVO               PIC X(02).
       77 WS-STATUS-RELATORIO          PIC X(02).

       77 WS-FIM-ARQUIVO               PIC X VALUE "N".
           88 FIM-DO-ARQUIVO                 VALUE "S".

       77 WS-DIVERGENCIA               PIC X VALUE "N".
           88 HOUVE-DIVERGENCIA              VALUE "S".

       77 WS-NOME-ARQUIVO              PIC X(12).
       77 WS-SITUACAO                  PIC X(24).

       77 WS-LIDOS                     PIC 9(07) VALUE ZERO.
       77 WS-GRAVADOS                  PIC 9(07) VALUE ZERO.
       77 WS-RECONTADOS                PIC 9(07) VALUE ZERO.
       77 WS-TOTAL-ERRO                PIC 9(07) VALUE ZERO.

       01 REL-CABECALHO.
           05 FILLER            PIC X(25) VALUE SPACES.
           05 FILLER            PIC X(45)
               VALUE "CONVERSAO DO CADPES E DO PESEND".

       01 REL-TITULOS.
           05 FILLER            PIC X(14) VALUE "ARQUIVO".
           05 FILLER            PIC X(10) VALUE "    LIDOS".
           05 FILLER            PIC X(10) VALUE " GRAVADOS".
           05 FILLER            PIC X(11) VALUE " RECONTADOS".
           05 FILLER            PIC X(02) VALUE SPACES.
           05 FILLER            PIC X(08) VALUE "SITUACAO".

       01 REL-DETALHE.
           05 RD-ARQUIVO        PIC X(12).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 RD-LIDOS          PIC ZZZZZZ9.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 RD-GRAVADOS       PIC ZZZZZZ9.
           05 FILLER            PIC X(05) VALUE SPACES.
           05 RD-RECONTADOS     PIC ZZZZZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RD-SITUACAO       PIC X(24).

       01 REL-RESULTADO.
           05 FILLER            PIC X(11) VALUE "RESULTADO: ".
           05 RR-TEXTO          PIC X(60).

      *--------------------- BLOCOS DE EXECUÇÃO ------------------------
       PROCEDURE DIVISION.

       P-PRINCIPAL.
           OPEN INPUT ARQUIVOPESANTIGO
           IF WS-STATUS-ANTIGO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADPESA.DAT: "
                   WS-STATUS-ANTIGO
               DISPLAY "RENOMEIE O CADPES.DAT ATUAL PARA CADPESA.DAT"
               MOVE 8 TO RETURN-CODE
               GO TO P-FIM.
           CLOSE ARQUIVOPESANTIGO

           OPEN OUTPUT RELATORIO
           IF WS-STATUS-RELATORIO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO RELATORIO: "
                   WS-STATUS-RELATORIO
               MOVE 8 TO RETURN-CODE
               GO TO P-FIM.

           WRITE REL-LINHA FROM REL-CABECALHO
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           WRITE REL-LINHA FROM REL-TITULOS

           PERFORM P-CONVERTER-PESSOA THRU P-CONVERTER-PESSOA-EXIT
           PERFORM P-CONVERTER-VINCULO THRU P-CONVERTER-VINCULO-EXIT

           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           IF HOUVE-DIVERGENCIA
               MOVE "CONTAGENS DIVERGEM - NAO LIBERAR O CADASTRO"
                   TO RR-TEXTO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "CONTAGENS CONFEREM" TO RR-TEXTO.
           WRITE REL-LINHA FROM REL-RESULTADO

           CLOSE RELATORIO
           DISPLAY "CONVERSAO DO CADPES/PESEND - " RR-TEXTO
           DISPLAY "ERROS DE GRAVACAO: " WS-TOTAL-ERRO
           GO TO P-FIM.

      *------ LINHA DE CONTAGEM DE UM ARQUIVO ---------------------------
      * LIDOS, GRAVADOS E RECONTADOS TEM DE SER IGUAIS; A SITUACAO JA
      * PREENCHIDA (ARQUIVO AUSENTE OU ERRO DE CRIACAO) PREVALECE.
       P-IMPRIMIR-CONTAGEM.
           IF WS-SITUACAO = SPACES
               IF WS-LIDOS = WS-GRAVADOS
                   AND WS-GRAVADOS = WS-RECONTADOS
                   MOVE "CONFERE" TO WS-SITUACAO
               ELSE
                   MOVE "DIVERGENCIA" TO WS-SITUACAO
                   MOVE "S" TO WS-DIVERGENCIA.

           MOVE WS-NOME-ARQUIVO TO RD-ARQUIVO
           MOVE WS-LIDOS        TO RD-LIDOS
           MOVE WS-GRAVADOS     TO RD-GRAVADOS
           MOVE WS-RECONTADOS   TO RD-RECONTADOS
           MOVE WS-SITUACAO     TO RD-SITUACAO
           WRITE REL-LINHA FROM REL-DETALHE.
       P-IMPRIMIR-CONTAGEM-EXIT.
           EXIT.

       P-INICIAR-CONTAGEM.
           MOVE ZERO   TO WS-LIDOS
           MOVE ZERO   TO WS-GRAVADOS
           MOVE ZERO   TO WS-RECONTADOS
           MOVE SPACES TO WS-SITUACAO
           MOVE "N"    TO WS-FIM-ARQUIVO.
       P-INICIAR-CONTAGEM-EXIT.
           EXIT.

      *------ CADPES.DAT ------------------------------------------------
       P-CONVERTER-PESSOA.
           MOVE "CADPES.DAT" TO WS-NOME-ARQUIVO
           PERFORM P-INICIAR-CONTAGEM THRU P-INICIAR-CONTAGEM-EXIT
           OPEN INPUT ARQUIVOPESANTIGO
           OPEN OUTPUT ARQUIVOPESSOA
           IF WS-STATUS-NOVO NOT = "00"
               DISPLAY "ERRO NA CRIACAO DO CADPES.DAT: " WS-STATUS-NOVO
               CLOSE ARQUIVOPESANTIGO
               MOVE "ERRO NA CRIACAO" TO WS-SITUACAO
               MOVE "S" TO WS-DIVERGENCIA
               PERFORM P-IMPRIMIR-CONTAGEM
                   THRU P-IMPRIMIR-CONTAGEM-EXIT
               GO TO P-CONVERTER-PESSOA-EXIT.

           PERFORM P-CONVERTER-UM-PES THRU P-CONVERTER-UM-PES-EXIT
               UNTIL FIM-DO-ARQUIVO
           CLOSE ARQUIVOPESANTIGO
           CLOSE ARQUIVOPESSOA

           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT ARQUIVOPESSOA
           PERFORM P-RECONTAR-PES THRU P-RECONTAR-PES-EXIT
               UNTIL FIM-DO-ARQUIVO
           CLOSE ARQUIVOPESSOA
           PERFORM P-IMPRIMIR-CONTAGEM THRU P-IMPRIMIR-CONTAGEM-EXIT.
       P-CONVERTER-PESSOA-EXIT.
           EXIT.

       P-CONVERTER-UM-PES.
           READ ARQUIVOPESANTIGO NEXT RECORD
           IF WS-STATUS-ANTIGO NOT = "00"
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO P-CONVERTER-UM-PES-EXIT.

           ADD 1 TO WS-LIDOS
           MOVE ANTP-ID-PESSOA   TO ID-PESSOA
           MOVE ANTP-NOME        TO PES-NOME
           MOVE ANTP-TELEFONE    TO PES-TELEFONE
           MOVE ANTP-ID-ENDERECO TO PES-ID-ENDERECO
           MOVE SPACES           TO PES-DOCUMENTO
           WRITE PESSOA
           IF WS-STATUS-NOVO = "00" OR "02"
               ADD 1 TO WS-GRAVADOS
           ELSE
               ADD 1 TO WS-TOTAL-ERRO
               DISPLAY "ERRO NA GRAVACAO DO CLIENTE " ID-PESSOA ": "
                   WS-STATUS-NOVO.
       P-CONVERTER-UM-PES-EXIT.
           EXIT.

       P-RECONTAR-PES.
           READ ARQUIVOPESSOA NEXT RECORD
           IF WS-STATUS-NOVO NOT = "00"
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO P-RECONTAR-PES-EXIT.
           ADD 1 TO WS-RECONTADOS.
       P-RECONTAR-PES-EXIT.
           EXIT.

      *------ PESEND.DAT ------------------------------------------------
       P-CONVERTER-VINCULO.
           MOVE "PESEND.DAT" TO WS-NOME-ARQUIVO
           PERFORM P-INICIAR-CONTAGEM THRU P-INICIAR-CONTAGEM-EXIT
           OPEN INPUT ARQUIVOVINCANTIGO
           IF WS-STATUS-ANTIGO NOT = "00"
               MOVE "AUSENTE - NAO CONVERTIDO" TO WS-SITUACAO
               PERFORM P-IMPRIMIR-CONTAGEM
                   THRU P-IMPRIMIR-CONTAGEM-EXIT
               GO TO P-CONVERTER-VINCULO-EXIT.

           OPEN OUTPUT ARQUIVOVINCULO
           IF WS-STATUS-NOVO NOT = "00"
               DISPLAY "ERRO NA CRIACAO DO PESEND.DAT: " WS-STATUS-NOVO
               CLOSE ARQUIVOVINCANTIGO
               MOVE "ERRO NA CRIACAO" TO WS-SITUACAO
               MOVE "S" TO WS-DIVERGENCIA
               PERFORM P-IMPRIMIR-CONTAGEM
                   THRU P-IMPRIMIR-CONTAGEM-EXIT
               GO TO P-CONVERTER-VINCULO-EXIT.

           PERFORM P-CONVERTER-UM-VINC THRU P-CONVERTER-UM-VINC-EXIT
               UNTIL FIM-DO-ARQUIVO
           CLOSE ARQUIVOVINCANTIGO
           CLOSE ARQUIVOVINCULO

           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT ARQUIVOVINCULO
           PERFORM P-RECONTAR-VINC THRU P-RECONTAR-VINC-EXIT
               UNTIL FIM-DO-ARQUIVO
           CLOSE ARQUIVOVINCULO
           PERFORM P-IMPRIMIR-CONTAGEM THRU P-IMPRIMIR-CONTAGEM-EXIT.
       P-CONVERTER-VINCULO-EXIT.
           EXIT.

       P-CONVERTER-UM-VINC.
           READ ARQUIVOVINCANTIGO NEXT RECORD
           IF WS-STATUS-ANTIGO NOT = "00"
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO P-CONVERTER-UM-VINC-EXIT.

           ADD 1 TO WS-LIDOS
           MOVE ANTV-ID-PESSOA   TO VINC-ID-PESSOA
           MOVE ANTV-TIPO        TO VINC-TIPO
           MOVE ANTV-ID-ENDERECO TO VINC-ID-ENDERECO
           MOVE ANTV-DATA-INICIO TO VINC-DATA-INICIO
           MOVE ANTV-DATA-FIM    TO VINC-DATA-FIM
           MOVE SPACE            TO VINC-SITUACAO
           WRITE VINCULO-REG
           IF WS-STATUS-NOVO = "00" OR "02"
               ADD 1 TO WS-GRAVADOS
           ELSE
               ADD 1 TO WS-TOTAL-ERRO
               DISPLAY "ERRO NA GRAVACAO DO VINCULO " VINC-CHAVE ": "
                   WS-STATUS-NOVO.
       P-CONVERTER-UM-VINC-EXIT.
           EXIT.

       P-RECONTAR-VINC.
           READ ARQUIVOVINCULO NEXT RECORD
           IF WS-STATUS-NOVO NOT = "00"
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO P-RECONTAR-VINC-EXIT.
           ADD 1 TO WS-RECONTADOS.
       P-RECONTAR-VINC-EXIT.
           EXIT.

      * ----- ENCERRAMENTO DO PROGRAMA ---------------------------------
       P-FIM.
           STOP RUN.
