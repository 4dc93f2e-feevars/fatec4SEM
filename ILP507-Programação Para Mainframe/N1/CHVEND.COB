       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHVEND.
       AUTHOR. LUIZ FERNANDO GERALDO DOS SANTOS.

      *------ CONVERSAO DAS CHAVES DE ENDERECO E CLIENTE PARA 8 ---------
      * JOB DE EXECUCAO UNICA: ALARGA ID-ENDERECO E ID-PESSOA DE 4
      * PARA 8 POSICOES EM TODOS OS ARQUIVOS QUE OS GUARDAM, E O
      * CTRL-ULTIMO-ID DO CTRLEND.DAT DE 9(04) PARA 9(08). O ID
      * ANTIGO E COMPLETADO COM ZEROS A ESQUERDA ("0123" VIRA
      * "00000123"), O MESMO QUE A DISTRIBUICAO NOVA GERA, DE MODO
      * QUE A ORDEM DAS CHAVES SE MANTEM; ID EM BRANCO CONTINUA EM
      * BRANCO.
      * ANTES DE RODAR, A OPERACAO DESCARREGA OS MESTRES (BKPEND) E
      * RENOMEIA OS ARQUIVOS ATUAIS ACRESCENTANDO "4" AO NOME:
      * CADEND4.DAT, CTRLEND4.DAT, HISTEND4.DAT, CADPES4.DAT,
      * PESEND4.DAT, DEVHIST4.DAT, PENDEND4.DAT E AUDEND4.DAT. O
      * CADEND4.DAT E O CTRLEND4.DAT SAO OBRIGATORIOS; OS DEMAIS,
      * QUANDO AUSENTES, SAO APENAS ANOTADOS NO RELATORIO.
      * PARA CADA ARQUIVO O CHVEND.LST MOSTRA OS REGISTROS LIDOS NO
      * ANTIGO, OS GRAVADOS NO NOVO E A RECONTAGEM DO NOVO RELIDO DO
      * DISCO. QUALQUER DIFERENCA SAI COMO DIVERGENCIA E O PROGRAMA
      * TERMINA COM RETURN-CODE 8: O CADASTRO NAO DEVE SER LIBERADO
      * E OS ARQUIVOS *4.DAT VOLTAM AOS NOMES ORIGINAIS. COM AS
      * CONTAGENS CONFERIDAS, RODAR NOVA DESCARGA (BKPEND) NO DESENHO
      * NOVO E O DUPEND, QUE REGERA O DUPEND.LST COM AS CHAVES LONGAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVOENDANTIGO ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS SEQUENTIAL
           RECORD KEY              IS ANT-ID-ENDERECO
           FILE STATUS             IS WS-STATUS-ANTIGO
           ALTERNATE RECORD KEY    IS ANT-CEP WITH DUPLICATES.

           SELECT ARQUIVOENDERECO ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS SEQUENTIAL
           RECORD KEY              IS ID-ENDERECO
           FILE STATUS             IS WS-STATUS-NOVO
           ALTERNATE RECORD KEY    IS CEP WITH DUPLICATES.

           SELECT ARQUIVOCTLANTIGO ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS SEQUENTIAL
           RECORD KEY              IS ANTC-CHAVE
           FILE STATUS             IS WS-STATUS-ANTIGO.

           SELECT ARQUIVOCONTROLE ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS SEQUENTIAL
           RECORD KEY              IS CTRL-CHAVE
           FILE STATUS             IS WS-STATUS-NOVO.

           SELECT ARQUIVOHISTANTIGO ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS SEQUENTIAL
           RECORD KEY              IS ANTH-ID
           FILE STATUS             IS WS-STATUS-ANTIGO.

           SELECT ARQUIVOHISTORICO ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS SEQUENTIAL
           RECORD KEY              IS HIST-ID
           FILE STATUS             IS WS-STATUS-NOVO.

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

           SELECT ARQUIVODEVANTIGO ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS SEQUENTIAL
           RECORD KEY              IS ANTD-CHAVE
           FILE STATUS             IS WS-STATUS-ANTIGO.

           SELECT ARQUIVOHISTDEV ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS SEQUENTIAL
           RECORD KEY              IS DEVH-CHAVE
           FILE STATUS             IS WS-STATUS-NOVO.

           SELECT ARQUIVOPENDANTIGO ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS SEQUENTIAL
           RECORD KEY              IS ANTN-CHAVE
           FILE STATUS             IS WS-STATUS-ANTIGO
           ALTERNATE RECORD KEY    IS ANTN-ID-ENDERECO
               WITH DUPLICATES.

           SELECT ARQUIVOPENDENCIA ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS SEQUENTIAL
           RECORD KEY              IS PEND-CHAVE
           FILE STATUS             IS WS-STATUS-NOVO
           ALTERNATE RECORD KEY    IS PEND-ID-ENDERECO WITH DUPLICATES.

           SELECT ARQUIVOAUDANTIGO ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-ANTIGO.

           SELECT ARQUIVOAUDITORIA ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-NOVO.

           SELECT RELATORIO ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVOENDANTIGO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CADEND4.DAT".

       01 ENDERECO-ANTIGO.
           05 ANT-ID-ENDERECO  PIC X(04).
           05 ANT-CEP          PIC X(08).
           05 ANT-LOGRA        PIC X(35).
           05 ANT-NUMERO       PIC X(06).
           05 ANT-COMPLEMENTO  PIC X(20).
           05 ANT-BAIRRO       PIC X(20).
           05 ANT-CIDADE       PIC X(35).
           05 ANT-UF           PIC X(02).
           05 ANT-SITUACAO     PIC X(01).
           05 ANT-DATA-EXCLUSAO PIC X(08).

       FD  ARQUIVOENDERECO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CADEND.DAT".

       01 ENDERECO.
           05 ID-ENDERECO      PIC X(08).
           05 CEP              PIC X(08).
           05 LOGRA            PIC X(35).
           05 NUMERO           PIC X(06).
           05 COMPLEMENTO      PIC X(20).
           05 BAIRRO           PIC X(20).
           05 CIDADE           PIC X(35).
           05 UF               PIC X(02).
           05 END-SITUACAO     PIC X(01).
           05 END-DATA-EXCLUSAO PIC X(08).

       FD  ARQUIVOCTLANTIGO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CTRLEND4.DAT".

       01 CONTROLE-ANTIGO.
           05 ANTC-CHAVE        PIC X(04).
           05 ANTC-ULTIMO-ID    PIC 9(04).

       FD  ARQUIVOCONTROLE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CTRLEND.DAT".

       01 CONTROLE-ID.
           05 CTRL-CHAVE        PIC X(04).
           05 CTRL-ULTIMO-ID    PIC 9(08).

       FD  ARQUIVOHISTANTIGO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "HISTEND4.DAT".

       01 HISTORICO-ANTIGO.
           05 ANTH-ID           PIC X(04).
           05 ANTH-CEP          PIC X(08).
           05 ANTH-LOGRA        PIC X(35).
           05 ANTH-NUMERO       PIC X(06).
           05 ANTH-COMPLEMENTO  PIC X(20).
           05 ANTH-BAIRRO       PIC X(20).
           05 ANTH-CIDADE       PIC X(35).
           05 ANTH-UF           PIC X(02).
           05 ANTH-SITUACAO     PIC X(01).
           05 ANTH-DATA-EXCLUSAO PIC X(08).

       FD  ARQUIVOHISTORICO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "HISTEND.DAT".

       01 HISTORICO-REG.
           05 HIST-ID           PIC X(08).
           05 HIST-CEP          PIC X(08).
           05 HIST-LOGRA        PIC X(35).
           05 HIST-NUMERO       PIC X(06).
           05 HIST-COMPLEMENTO  PIC X(20).
           05 HIST-BAIRRO       PIC X(20).
           05 HIST-CIDADE       PIC X(35).
           05 HIST-UF           PIC X(02).
           05 HIST-SITUACAO     PIC X(01).
           05 HIST-DATA-EXCLUSAO PIC X(08).

       FD  ARQUIVOPESANTIGO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CADPES4.DAT".

       01 PESSOA-ANTIGA.
           05 ANTP-ID-PESSOA     PIC X(04).
           05 ANTP-NOME          PIC X(35).
           05 ANTP-TELEFONE      PIC X(12).
           05 ANTP-ID-ENDERECO   PIC X(04).

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
           VALUE OF FILE-ID IS "PESEND4.DAT".

       01 VINCULO-ANTIGO.
           05 ANTV-CHAVE.
               10 ANTV-ID-PESSOA PIC X(04).
               10 ANTV-TIPO      PIC X(01).
           05 ANTV-ID-ENDERECO   PIC X(04).
           05 ANTV-DATA-INICIO   PIC X(08).
           05 ANTV-DATA-FIM      PIC X(08).

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

       FD  ARQUIVODEVANTIGO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DEVHIST4.DAT".

       01 HISTDEV-ANTIGO.
           05 ANTD-CHAVE.
               10 ANTD-ID-ENDERECO PIC X(04).
               10 ANTD-DATA        PIC X(08).
               10 ANTD-MOTIVO      PIC X(02).
           05 ANTD-DATA-PROC       PIC X(08).
           05 ANTD-SITUACAO        PIC X(01).
           05 ANTD-OPERADOR-CONF   PIC X(08).
           05 ANTD-DATA-CONF       PIC X(08).

       FD  ARQUIVOHISTDEV
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DEVHIST.DAT".

       01 HISTDEV-REG.
           05 DEVH-CHAVE.
               10 DEVH-ID-ENDERECO PIC X(08).
               10 DEVH-DATA        PIC X(08).
               10 DEVH-MOTIVO      PIC X(02).
           05 DEVH-DATA-PROC       PIC X(08).
           05 DEVH-SITUACAO        PIC X(01).
           05 DEVH-OPERADOR-CONF   PIC X(08).
           05 DEVH-DATA-CONF       PIC X(08).

       FD  ARQUIVOPENDANTIGO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PENDEND4.DAT".

       01 PENDENCIA-ANTIGA.
           05 ANTN-CHAVE.
               10 ANTN-DATA        PIC X(08).
               10 ANTN-HORA        PIC X(08).
               10 ANTN-SOLICITANTE PIC X(08).
           05 ANTN-ID-ENDERECO     PIC X(04).
           05 ANTN-TIPO            PIC X(01).
           05 ANTN-SITUACAO        PIC X(01).
           05 ANTN-ANTES.
               10 ANTN-PA-ID            PIC X(04).
               10 ANTN-PA-CEP           PIC X(08).
               10 ANTN-PA-LOGRA         PIC X(35).
               10 ANTN-PA-NUMERO        PIC X(06).
               10 ANTN-PA-COMPLEMENTO   PIC X(20).
               10 ANTN-PA-BAIRRO        PIC X(20).
               10 ANTN-PA-CIDADE        PIC X(35).
               10 ANTN-PA-UF            PIC X(02).
               10 ANTN-PA-SITUACAO      PIC X(01).
               10 ANTN-PA-DATA-EXCLUSAO PIC X(08).
           05 ANTN-DEPOIS.
               10 ANTN-PD-ID            PIC X(04).
               10 ANTN-PD-CEP           PIC X(08).
               10 ANTN-PD-LOGRA         PIC X(35).
               10 ANTN-PD-NUMERO        PIC X(06).
               10 ANTN-PD-COMPLEMENTO   PIC X(20).
               10 ANTN-PD-BAIRRO        PIC X(20).
               10 ANTN-PD-CIDADE        PIC X(35).
               10 ANTN-PD-UF            PIC X(02).
               10 ANTN-PD-SITUACAO      PIC X(01).
               10 ANTN-PD-DATA-EXCLUSAO PIC X(08).
           05 ANTN-APROVADOR       PIC X(08).
           05 ANTN-DATA-DECISAO    PIC X(08).
           05 ANTN-HORA-DECISAO    PIC X(08).
           05 ANTN-MOTIVO          PIC X(40).

       FD  ARQUIVOPENDENCIA
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PENDEND.DAT".

       01 PENDENCIA-REG.
           05 PEND-CHAVE.
               10 PEND-DATA        PIC X(08).
               10 PEND-HORA        PIC X(08).
               10 PEND-SOLICITANTE PIC X(08).
           05 PEND-ID-ENDERECO     PIC X(08).
           05 PEND-TIPO            PIC X(01).
           05 PEND-SITUACAO        PIC X(01).
           05 PEND-ANTES.
               10 PA-ID            PIC X(08).
               10 PA-CEP           PIC X(08).
               10 PA-LOGRA         PIC X(35).
               10 PA-NUMERO        PIC X(06).
               10 PA-COMPLEMENTO   PIC X(20).
               10 PA-BAIRRO        PIC X(20).
               10 PA-CIDADE        PIC X(35).
               10 PA-UF            PIC X(02).
               10 PA-SITUACAO      PIC X(01).
               10 PA-DATA-EXCLUSAO PIC X(08).
           05 PEND-DEPOIS.
               10 PD-ID            PIC X(08).
               10 PD-CEP           PIC X(08).
               10 PD-LOGRA         PIC X(35).
               10 PD-NUMERO        PIC X(06).
               10 PD-COMPLEMENTO   PIC X(20).
               10 PD-BAIRRO        PIC X(20).
               10 PD-CIDADE        PIC X(35).
               10 PD-UF            PIC X(02).
               10 PD-SITUACAO      PIC X(01).
               10 PD-DATA-EXCLUSAO PIC X(08).
           05 PEND-APROVADOR       PIC X(08).
           05 PEND-DATA-DECISAO    PIC X(08).
           05 PEND-HORA-DECISAO    PIC X(08).
           05 PEND-MOTIVO          PIC X(40).

      * NA TRILHA O AUD-ID E O ID DO ENDERECO, OU O ID DO CLIENTE NA
      * ACAO "N": OS DOIS SAO ALARGADOS DA MESMA FORMA.
       FD  ARQUIVOAUDANTIGO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "AUDEND4.DAT".

       01 AUDITORIA-ANTIGA.
           05 ANTA-ID            PIC X(04).
           05 ANTA-ACAO          PIC X(01).
           05 ANTA-OPERADOR      PIC X(08).
           05 ANTA-DATA          PIC X(08).
           05 ANTA-HORA          PIC X(08).

       FD  ARQUIVOAUDITORIA
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "AUDEND.DAT".

       01 AUDITORIA-REG.
           05 AUD-ID             PIC X(08).
           05 AUD-ACAO           PIC X(01).
           05 AUD-OPERADOR       PIC X(08).
           05 AUD-DATA           PIC X(08).
           05 AUD-HORA           PIC X(08).

       FD  RELATORIO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CHVEND.LST".
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

       77 WS-ULTIMO-ENDERECO           PIC 9(08) VALUE ZERO.
       77 WS-ULTIMO-CLIENTE            PIC 9(08) VALUE ZERO.

      * ID ANTIGO DE 4 POSICOES E O MESMO ID NO DESENHO NOVO.
       77 WS-ID-ANTIGO                 PIC X(04).
       01 WS-ID-NOVO.
           05 WS-ID-NOVO-ZEROS         PIC X(04).
           05 WS-ID-NOVO-ANTIGO        PIC X(04).

       01 REL-CABECALHO.
           05 FILLER            PIC X(25) VALUE SPACES.
           05 FILLER            PIC X(45)
               VALUE "CONVERSAO DAS CHAVES PARA 8 POSICOES".

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

       01 REL-CONTROLE.
           05 FILLER            PIC X(30)
               VALUE "ULTIMO ID DISTRIBUIDO - END.: ".
           05 RC-ENDERECO       PIC 9(08).
           05 FILLER            PIC X(12) VALUE "  CLIENTES: ".
           05 RC-CLIENTE        PIC 9(08).

       01 REL-RESULTADO.
           05 FILLER            PIC X(11) VALUE "RESULTADO: ".
           05 RR-TEXTO          PIC X(60).

      *--------------------- BLOCOS DE EXECUÇÃO ------------------------
       PROCEDURE DIVISION.

       P-PRINCIPAL.
           OPEN INPUT ARQUIVOENDANTIGO
           IF WS-STATUS-ANTIGO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADEND4.DAT: "
                   WS-STATUS-ANTIGO
               DISPLAY "RENOMEIE O CADEND.DAT ATUAL PARA CADEND4.DAT"
               MOVE 8 TO RETURN-CODE
               GO TO P-FIM.
           CLOSE ARQUIVOENDANTIGO

           OPEN INPUT ARQUIVOCTLANTIGO
           IF WS-STATUS-ANTIGO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CTRLEND4.DAT: "
                   WS-STATUS-ANTIGO
               DISPLAY "RENOMEIE O CTRLEND.DAT ATUAL PARA CTRLEND4.DAT"
               MOVE 8 TO RETURN-CODE
               GO TO P-FIM.
           CLOSE ARQUIVOCTLANTIGO

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

           PERFORM P-CONVERTER-ENDERECO THRU P-CONVERTER-ENDERECO-EXIT
           PERFORM P-CONVERTER-CONTROLE THRU P-CONVERTER-CONTROLE-EXIT
           PERFORM P-CONVERTER-HISTORICO
               THRU P-CONVERTER-HISTORICO-EXIT
           PERFORM P-CONVERTER-PESSOA THRU P-CONVERTER-PESSOA-EXIT
           PERFORM P-CONVERTER-VINCULO THRU P-CONVERTER-VINCULO-EXIT
           PERFORM P-CONVERTER-HISTDEV THRU P-CONVERTER-HISTDEV-EXIT
           PERFORM P-CONVERTER-PENDENCIA
               THRU P-CONVERTER-PENDENCIA-EXIT
           PERFORM P-CONVERTER-AUDITORIA
               THRU P-CONVERTER-AUDITORIA-EXIT

           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-ULTIMO-ENDERECO TO RC-ENDERECO
           MOVE WS-ULTIMO-CLIENTE  TO RC-CLIENTE
           WRITE REL-LINHA FROM REL-CONTROLE

           IF HOUVE-DIVERGENCIA
               MOVE "CONTAGENS DIVERGEM - NAO LIBERAR O CADASTRO"
                   TO RR-TEXTO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "CONTAGENS CONFEREM" TO RR-TEXTO.
           WRITE REL-LINHA FROM REL-RESULTADO

           CLOSE RELATORIO
           DISPLAY "CONVERSAO DAS CHAVES - " RR-TEXTO
           DISPLAY "ERROS DE GRAVACAO: " WS-TOTAL-ERRO
           GO TO P-FIM.

      *------ ALARGAMENTO DE UM ID DE 4 PARA 8 POSICOES -----------------
       P-ALARGAR-ID.
           IF WS-ID-ANTIGO = SPACES
               MOVE SPACES TO WS-ID-NOVO
           ELSE
               MOVE "0000"       TO WS-ID-NOVO-ZEROS
               MOVE WS-ID-ANTIGO TO WS-ID-NOVO-ANTIGO.
       P-ALARGAR-ID-EXIT.
           EXIT.

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

      *------ CADEND.DAT ------------------------------------------------
       P-CONVERTER-ENDERECO.
           MOVE "CADEND.DAT" TO WS-NOME-ARQUIVO
           PERFORM P-INICIAR-CONTAGEM THRU P-INICIAR-CONTAGEM-EXIT
           OPEN INPUT ARQUIVOENDANTIGO
           OPEN OUTPUT ARQUIVOENDERECO
           IF WS-STATUS-NOVO NOT = "00"
               DISPLAY "ERRO NA CRIACAO DO CADEND.DAT: " WS-STATUS-NOVO
               CLOSE ARQUIVOENDANTIGO
               MOVE "ERRO NA CRIACAO" TO WS-SITUACAO
               MOVE "S" TO WS-DIVERGENCIA
               PERFORM P-IMPRIMIR-CONTAGEM
                   THRU P-IMPRIMIR-CONTAGEM-EXIT
               GO TO P-CONVERTER-ENDERECO-EXIT.

           PERFORM P-CONVERTER-UM-END THRU P-CONVERTER-UM-END-EXIT
               UNTIL FIM-DO-ARQUIVO
           CLOSE ARQUIVOENDANTIGO
           CLOSE ARQUIVOENDERECO

           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT ARQUIVOENDERECO
           PERFORM P-RECONTAR-END THRU P-RECONTAR-END-EXIT
               UNTIL FIM-DO-ARQUIVO
           CLOSE ARQUIVOENDERECO
           PERFORM P-IMPRIMIR-CONTAGEM THRU P-IMPRIMIR-CONTAGEM-EXIT.
       P-CONVERTER-ENDERECO-EXIT.
           EXIT.

       P-CONVERTER-UM-END.
           READ ARQUIVOENDANTIGO NEXT RECORD
           IF WS-STATUS-ANTIGO NOT = "00"
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO P-CONVERTER-UM-END-EXIT.

           ADD 1 TO WS-LIDOS
           MOVE ANT-ID-ENDERECO TO WS-ID-ANTIGO
           PERFORM P-ALARGAR-ID THRU P-ALARGAR-ID-EXIT
           MOVE WS-ID-NOVO         TO ID-ENDERECO
           MOVE ANT-CEP            TO CEP
           MOVE ANT-LOGRA          TO LOGRA
           MOVE ANT-NUMERO         TO NUMERO
           MOVE ANT-COMPLEMENTO    TO COMPLEMENTO
           MOVE ANT-BAIRRO         TO BAIRRO
           MOVE ANT-CIDADE         TO CIDADE
           MOVE ANT-UF             TO UF
           MOVE ANT-SITUACAO       TO END-SITUACAO
           MOVE ANT-DATA-EXCLUSAO  TO END-DATA-EXCLUSAO
           WRITE ENDERECO
           IF WS-STATUS-NOVO = "00" OR "02"
               ADD 1 TO WS-GRAVADOS
           ELSE
               ADD 1 TO WS-TOTAL-ERRO
               DISPLAY "ERRO NA GRAVACAO DO ENDERECO " ID-ENDERECO
                   ": " WS-STATUS-NOVO.
       P-CONVERTER-UM-END-EXIT.
           EXIT.

       P-RECONTAR-END.
           READ ARQUIVOENDERECO NEXT RECORD
           IF WS-STATUS-NOVO NOT = "00"
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO P-RECONTAR-END-EXIT.
           ADD 1 TO WS-RECONTADOS.
       P-RECONTAR-END-EXIT.
           EXIT.

      *------ CTRLEND.DAT -----------------------------------------------
       P-CONVERTER-CONTROLE.
           MOVE "CTRLEND.DAT" TO WS-NOME-ARQUIVO
           PERFORM P-INICIAR-CONTAGEM THRU P-INICIAR-CONTAGEM-EXIT
           OPEN INPUT ARQUIVOCTLANTIGO
           OPEN OUTPUT ARQUIVOCONTROLE
           IF WS-STATUS-NOVO NOT = "00"
               DISPLAY "ERRO NA CRIACAO DO CTRLEND.DAT: "
                   WS-STATUS-NOVO
               CLOSE ARQUIVOCTLANTIGO
               MOVE "ERRO NA CRIACAO" TO WS-SITUACAO
               MOVE "S" TO WS-DIVERGENCIA
               PERFORM P-IMPRIMIR-CONTAGEM
                   THRU P-IMPRIMIR-CONTAGEM-EXIT
               GO TO P-CONVERTER-CONTROLE-EXIT.

           PERFORM P-CONVERTER-UM-CTL THRU P-CONVERTER-UM-CTL-EXIT
               UNTIL FIM-DO-ARQUIVO
           CLOSE ARQUIVOCTLANTIGO
           CLOSE ARQUIVOCONTROLE

           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT ARQUIVOCONTROLE
           PERFORM P-RECONTAR-CTL THRU P-RECONTAR-CTL-EXIT
               UNTIL FIM-DO-ARQUIVO
           CLOSE ARQUIVOCONTROLE
           PERFORM P-IMPRIMIR-CONTAGEM THRU P-IMPRIMIR-CONTAGEM-EXIT.
       P-CONVERTER-CONTROLE-EXIT.
           EXIT.

       P-CONVERTER-UM-CTL.
           READ ARQUIVOCTLANTIGO NEXT RECORD
           IF WS-STATUS-ANTIGO NOT = "00"
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO P-CONVERTER-UM-CTL-EXIT.

           ADD 1 TO WS-LIDOS
           MOVE ANTC-CHAVE     TO CTRL-CHAVE
           MOVE ANTC-ULTIMO-ID TO CTRL-ULTIMO-ID
           WRITE CONTROLE-ID
           IF WS-STATUS-NOVO = "00"
               ADD 1 TO WS-GRAVADOS
           ELSE
               ADD 1 TO WS-TOTAL-ERRO
               DISPLAY "ERRO NA GRAVACAO DO CONTROLE " CTRL-CHAVE
                   ": " WS-STATUS-NOVO.
       P-CONVERTER-UM-CTL-EXIT.
           EXIT.

      * A RECONTAGEM DO CONTROLE GUARDA TAMBEM OS ULTIMOS IDS JA
      * CONVERTIDOS, IMPRESSOS NO FIM DO RELATORIO.
       P-RECONTAR-CTL.
           READ ARQUIVOCONTROLE NEXT RECORD
           IF WS-STATUS-NOVO NOT = "00"
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO P-RECONTAR-CTL-EXIT.
           ADD 1 TO WS-RECONTADOS
           IF CTRL-CHAVE = "0001"
               MOVE CTRL-ULTIMO-ID TO WS-ULTIMO-ENDERECO
           ELSE IF CTRL-CHAVE = "0002"
               MOVE CTRL-ULTIMO-ID TO WS-ULTIMO-CLIENTE.
       P-RECONTAR-CTL-EXIT.
           EXIT.

      *------ HISTEND.DAT -----------------------------------------------
       P-CONVERTER-HISTORICO.
           MOVE "HISTEND.DAT" TO WS-NOME-ARQUIVO
           PERFORM P-INICIAR-CONTAGEM THRU P-INICIAR-CONTAGEM-EXIT
           OPEN INPUT ARQUIVOHISTANTIGO
           IF WS-STATUS-ANTIGO NOT = "00"
               MOVE "AUSENTE - NAO CONVERTIDO" TO WS-SITUACAO
               PERFORM P-IMPRIMIR-CONTAGEM
                   THRU P-IMPRIMIR-CONTAGEM-EXIT
               GO TO P-CONVERTER-HISTORICO-EXIT.

           OPEN OUTPUT ARQUIVOHISTORICO
           IF WS-STATUS-NOVO NOT = "00"
               DISPLAY "ERRO NA CRIACAO DO HISTEND.DAT: "
                   WS-STATUS-NOVO
               CLOSE ARQUIVOHISTANTIGO
               MOVE "ERRO NA CRIACAO" TO WS-SITUACAO
               MOVE "S" TO WS-DIVERGENCIA
               PERFORM P-IMPRIMIR-CONTAGEM
                   THRU P-IMPRIMIR-CONTAGEM-EXIT
               GO TO P-CONVERTER-HISTORICO-EXIT.

           PERFORM P-CONVERTER-UM-HIST THRU P-CONVERTER-UM-HIST-EXIT
               UNTIL FIM-DO-ARQUIVO
           CLOSE ARQUIVOHISTANTIGO
           CLOSE ARQUIVOHISTORICO

           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT ARQUIVOHISTORICO
           PERFORM P-RECONTAR-HIST THRU P-RECONTAR-HIST-EXIT
               UNTIL FIM-DO-ARQUIVO
           CLOSE ARQUIVOHISTORICO
           PERFORM P-IMPRIMIR-CONTAGEM THRU P-IMPRIMIR-CONTAGEM-EXIT.
       P-CONVERTER-HISTORICO-EXIT.
           EXIT.

       P-CONVERTER-UM-HIST.
           READ ARQUIVOHISTANTIGO NEXT RECORD
           IF WS-STATUS-ANTIGO NOT = "00"
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO P-CONVERTER-UM-HIST-EXIT.

           ADD 1 TO WS-LIDOS
           MOVE ANTH-ID TO WS-ID-ANTIGO
           PERFORM P-ALARGAR-ID THRU P-ALARGAR-ID-EXIT
           MOVE WS-ID-NOVO         TO HIST-ID
           MOVE ANTH-CEP           TO HIST-CEP
           MOVE ANTH-LOGRA         TO HIST-LOGRA
           MOVE ANTH-NUMERO        TO HIST-NUMERO
           MOVE ANTH-COMPLEMENTO   TO HIST-COMPLEMENTO
           MOVE ANTH-BAIRRO        TO HIST-BAIRRO
           MOVE ANTH-CIDADE        TO HIST-CIDADE
           MOVE ANTH-UF            TO HIST-UF
           MOVE ANTH-SITUACAO      TO HIST-SITUACAO
           MOVE ANTH-DATA-EXCLUSAO TO HIST-DATA-EXCLUSAO
           WRITE HISTORICO-REG
           IF WS-STATUS-NOVO = "00"
               ADD 1 TO WS-GRAVADOS
           ELSE
               ADD 1 TO WS-TOTAL-ERRO
               DISPLAY "ERRO NA GRAVACAO DO HISTORICO " HIST-ID ": "
                   WS-STATUS-NOVO.
       P-CONVERTER-UM-HIST-EXIT.
           EXIT.

       P-RECONTAR-HIST.
           READ ARQUIVOHISTORICO NEXT RECORD
           IF WS-STATUS-NOVO NOT = "00"
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO P-RECONTAR-HIST-EXIT.
           ADD 1 TO WS-RECONTADOS.
       P-RECONTAR-HIST-EXIT.
           EXIT.

      *------ CADPES.DAT ------------------------------------------------
       P-CONVERTER-PESSOA.
           MOVE "CADPES.DAT" TO WS-NOME-ARQUIVO
           PERFORM P-INICIAR-CONTAGEM THRU P-INICIAR-CONTAGEM-EXIT
           OPEN INPUT ARQUIVOPESANTIGO
           IF WS-STATUS-ANTIGO NOT = "00"
               MOVE "AUSENTE - NAO CONVERTIDO" TO WS-SITUACAO
               PERFORM P-IMPRIMIR-CONTAGEM
                   THRU P-IMPRIMIR-CONTAGEM-EXIT
               GO TO P-CONVERTER-PESSOA-EXIT.

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
           MOVE ANTP-ID-PESSOA TO WS-ID-ANTIGO
           PERFORM P-ALARGAR-ID THRU P-ALARGAR-ID-EXIT
           MOVE WS-ID-NOVO TO ID-PESSOA
           MOVE ANTP-ID-ENDERECO TO WS-ID-ANTIGO
           PERFORM P-ALARGAR-ID THRU P-ALARGAR-ID-EXIT
           MOVE WS-ID-NOVO TO PES-ID-ENDERECO
           MOVE ANTP-NOME       TO PES-NOME
           MOVE ANTP-TELEFONE   TO PES-TELEFONE
           MOVE SPACES          TO PES-DOCUMENTO
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
           MOVE ANTV-ID-PESSOA TO WS-ID-ANTIGO
           PERFORM P-ALARGAR-ID THRU P-ALARGAR-ID-EXIT
           MOVE WS-ID-NOVO TO VINC-ID-PESSOA
           MOVE ANTV-ID-ENDERECO TO WS-ID-ANTIGO
           PERFORM P-ALARGAR-ID THRU P-ALARGAR-ID-EXIT
           MOVE WS-ID-NOVO TO VINC-ID-ENDERECO
           MOVE ANTV-TIPO        TO VINC-TIPO
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

      *------ DEVHIST.DAT -----------------------------------------------
       P-CONVERTER-HISTDEV.
           MOVE "DEVHIST.DAT" TO WS-NOME-ARQUIVO
           PERFORM P-INICIAR-CONTAGEM THRU P-INICIAR-CONTAGEM-EXIT
           OPEN INPUT ARQUIVODEVANTIGO
           IF WS-STATUS-ANTIGO NOT = "00"
               MOVE "AUSENTE - NAO CONVERTIDO" TO WS-SITUACAO
               PERFORM P-IMPRIMIR-CONTAGEM
                   THRU P-IMPRIMIR-CONTAGEM-EXIT
               GO TO P-CONVERTER-HISTDEV-EXIT.

           OPEN OUTPUT ARQUIVOHISTDEV
           IF WS-STATUS-NOVO NOT = "00"
               DISPLAY "ERRO NA CRIACAO DO DEVHIST.DAT: "
                   WS-STATUS-NOVO
               CLOSE ARQUIVODEVANTIGO
               MOVE "ERRO NA CRIACAO" TO WS-SITUACAO
               MOVE "S" TO WS-DIVERGENCIA
               PERFORM P-IMPRIMIR-CONTAGEM
                   THRU P-IMPRIMIR-CONTAGEM-EXIT
               GO TO P-CONVERTER-HISTDEV-EXIT.

           PERFORM P-CONVERTER-UM-DEV THRU P-CONVERTER-UM-DEV-EXIT
               UNTIL FIM-DO-ARQUIVO
           CLOSE ARQUIVODEVANTIGO
           CLOSE ARQUIVOHISTDEV

           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT ARQUIVOHISTDEV
           PERFORM P-RECONTAR-DEV THRU P-RECONTAR-DEV-EXIT
               UNTIL FIM-DO-ARQUIVO
           CLOSE ARQUIVOHISTDEV
           PERFORM P-IMPRIMIR-CONTAGEM THRU P-IMPRIMIR-CONTAGEM-EXIT.
       P-CONVERTER-HISTDEV-EXIT.
           EXIT.

       P-CONVERTER-UM-DEV.
           READ ARQUIVODEVANTIGO NEXT RECORD
           IF WS-STATUS-ANTIGO NOT = "00"
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO P-CONVERTER-UM-DEV-EXIT.

           ADD 1 TO WS-LIDOS
           MOVE ANTD-ID-ENDERECO TO WS-ID-ANTIGO
           PERFORM P-ALARGAR-ID THRU P-ALARGAR-ID-EXIT
           MOVE WS-ID-NOVO          TO DEVH-ID-ENDERECO
           MOVE ANTD-DATA           TO DEVH-DATA
           MOVE ANTD-MOTIVO         TO DEVH-MOTIVO
           MOVE ANTD-DATA-PROC      TO DEVH-DATA-PROC
           MOVE ANTD-SITUACAO       TO DEVH-SITUACAO
           MOVE ANTD-OPERADOR-CONF  TO DEVH-OPERADOR-CONF
           MOVE ANTD-DATA-CONF      TO DEVH-DATA-CONF
           WRITE HISTDEV-REG
           IF WS-STATUS-NOVO = "00"
               ADD 1 TO WS-GRAVADOS
           ELSE
               ADD 1 TO WS-TOTAL-ERRO
               DISPLAY "ERRO NA GRAVACAO DA DEVOLUCAO "
                   DEVH-ID-ENDERECO ": " WS-STATUS-NOVO.
       P-CONVERTER-UM-DEV-EXIT.
           EXIT.

       P-RECONTAR-DEV.
           READ ARQUIVOHISTDEV NEXT RECORD
           IF WS-STATUS-NOVO NOT = "00"
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO P-RECONTAR-DEV-EXIT.
           ADD 1 TO WS-RECONTADOS.
       P-RECONTAR-DEV-EXIT.
           EXIT.

      *------ PENDEND.DAT -----------------------------------------------
       P-CONVERTER-PENDENCIA.
           MOVE "PENDEND.DAT" TO WS-NOME-ARQUIVO
           PERFORM P-INICIAR-CONTAGEM THRU P-INICIAR-CONTAGEM-EXIT
           OPEN INPUT ARQUIVOPENDANTIGO
           IF WS-STATUS-ANTIGO NOT = "00"
               MOVE "AUSENTE - NAO CONVERTIDO" TO WS-SITUACAO
               PERFORM P-IMPRIMIR-CONTAGEM
                   THRU P-IMPRIMIR-CONTAGEM-EXIT
               GO TO P-CONVERTER-PENDENCIA-EXIT.

           OPEN OUTPUT ARQUIVOPENDENCIA
           IF WS-STATUS-NOVO NOT = "00"
               DISPLAY "ERRO NA CRIACAO DO PENDEND.DAT: "
                   WS-STATUS-NOVO
               CLOSE ARQUIVOPENDANTIGO
               MOVE "ERRO NA CRIACAO" TO WS-SITUACAO
               MOVE "S" TO WS-DIVERGENCIA
               PERFORM P-IMPRIMIR-CONTAGEM
                   THRU P-IMPRIMIR-CONTAGEM-EXIT
               GO TO P-CONVERTER-PENDENCIA-EXIT.

           PERFORM P-CONVERTER-UM-PEND THRU P-CONVERTER-UM-PEND-EXIT
               UNTIL FIM-DO-ARQUIVO
           CLOSE ARQUIVOPENDANTIGO
           CLOSE ARQUIVOPENDENCIA

           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT ARQUIVOPENDENCIA
           PERFORM P-RECONTAR-PEND THRU P-RECONTAR-PEND-EXIT
               UNTIL FIM-DO-ARQUIVO
           CLOSE ARQUIVOPENDENCIA
           PERFORM P-IMPRIMIR-CONTAGEM THRU P-IMPRIMIR-CONTAGEM-EXIT.
       P-CONVERTER-PENDENCIA-EXIT.
           EXIT.

       P-CONVERTER-UM-PEND.
           READ ARQUIVOPENDANTIGO NEXT RECORD
           IF WS-STATUS-ANTIGO NOT = "00"
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO P-CONVERTER-UM-PEND-EXIT.

           ADD 1 TO WS-LIDOS
           MOVE ANTN-DATA             TO PEND-DATA
           MOVE ANTN-HORA             TO PEND-HORA
           MOVE ANTN-SOLICITANTE      TO PEND-SOLICITANTE
           MOVE ANTN-ID-ENDERECO TO WS-ID-ANTIGO
           PERFORM P-ALARGAR-ID THRU P-ALARGAR-ID-EXIT
           MOVE WS-ID-NOVO            TO PEND-ID-ENDERECO
           MOVE ANTN-TIPO             TO PEND-TIPO
           MOVE ANTN-SITUACAO         TO PEND-SITUACAO

           MOVE ANTN-PA-ID TO WS-ID-ANTIGO
           PERFORM P-ALARGAR-ID THRU P-ALARGAR-ID-EXIT
           MOVE WS-ID-NOVO            TO PA-ID
           MOVE ANTN-PA-CEP           TO PA-CEP
           MOVE ANTN-PA-LOGRA         TO PA-LOGRA
           MOVE ANTN-PA-NUMERO        TO PA-NUMERO
           MOVE ANTN-PA-COMPLEMENTO   TO PA-COMPLEMENTO
           MOVE ANTN-PA-BAIRRO        TO PA-BAIRRO
           MOVE ANTN-PA-CIDADE        TO PA-CIDADE
           MOVE ANTN-PA-UF            TO PA-UF
           MOVE ANTN-PA-SITUACAO      TO PA-SITUACAO
           MOVE ANTN-PA-DATA-EXCLUSAO TO PA-DATA-EXCLUSAO

           MOVE ANTN-PD-ID TO WS-ID-ANTIGO
           PERFORM P-ALARGAR-ID THRU P-ALARGAR-ID-EXIT
           MOVE WS-ID-NOVO            TO PD-ID
           MOVE ANTN-PD-CEP           TO PD-CEP
           MOVE ANTN-PD-LOGRA         TO PD-LOGRA
           MOVE ANTN-PD-NUMERO        TO PD-NUMERO
           MOVE ANTN-PD-COMPLEMENTO   TO PD-COMPLEMENTO
           MOVE ANTN-PD-BAIRRO        TO PD-BAIRRO
           MOVE ANTN-PD-CIDADE        TO PD-CIDADE
           MOVE ANTN-PD-UF            TO PD-UF
           MOVE ANTN-PD-SITUACAO      TO PD-SITUACAO
           MOVE ANTN-PD-DATA-EXCLUSAO TO PD-DATA-EXCLUSAO

           MOVE ANTN-APROVADOR        TO PEND-APROVADOR
           MOVE ANTN-DATA-DECISAO     TO PEND-DATA-DECISAO
           MOVE ANTN-HORA-DECISAO     TO PEND-HORA-DECISAO
           MOVE ANTN-MOTIVO           TO PEND-MOTIVO
           WRITE PENDENCIA-REG
           IF WS-STATUS-NOVO = "00" OR "02"
               ADD 1 TO WS-GRAVADOS
           ELSE
               ADD 1 TO WS-TOTAL-ERRO
               DISPLAY "ERRO NA GRAVACAO DO PEDIDO " PEND-CHAVE ": "
                   WS-STATUS-NOVO.
       P-CONVERTER-UM-PEND-EXIT.
           EXIT.

       P-RECONTAR-PEND.
           READ ARQUIVOPENDENCIA NEXT RECORD
           IF WS-STATUS-NOVO NOT = "00"
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO P-RECONTAR-PEND-EXIT.
           ADD 1 TO WS-RECONTADOS.
       P-RECONTAR-PEND-EXIT.
           EXIT.

      *------ AUDEND.DAT ------------------------------------------------
       P-CONVERTER-AUDITORIA.
           MOVE "AUDEND.DAT" TO WS-NOME-ARQUIVO
           PERFORM P-INICIAR-CONTAGEM THRU P-INICIAR-CONTAGEM-EXIT
           OPEN INPUT ARQUIVOAUDANTIGO
           IF WS-STATUS-ANTIGO NOT = "00"
               MOVE "AUSENTE - NAO CONVERTIDO" TO WS-SITUACAO
               PERFORM P-IMPRIMIR-CONTAGEM
                   THRU P-IMPRIMIR-CONTAGEM-EXIT
               GO TO P-CONVERTER-AUDITORIA-EXIT.

           OPEN OUTPUT ARQUIVOAUDITORIA
           IF WS-STATUS-NOVO NOT = "00"
               DISPLAY "ERRO NA CRIACAO DO AUDEND.DAT: " WS-STATUS-NOVO
               CLOSE ARQUIVOAUDANTIGO
               MOVE "ERRO NA CRIACAO" TO WS-SITUACAO
               MOVE "S" TO WS-DIVERGENCIA
               PERFORM P-IMPRIMIR-CONTAGEM
                   THRU P-IMPRIMIR-CONTAGEM-EXIT
               GO TO P-CONVERTER-AUDITORIA-EXIT.

           PERFORM P-CONVERTER-UM-AUD THRU P-CONVERTER-UM-AUD-EXIT
               UNTIL FIM-DO-ARQUIVO
           CLOSE ARQUIVOAUDANTIGO
           CLOSE ARQUIVOAUDITORIA

           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT ARQUIVOAUDITORIA
           PERFORM P-RECONTAR-AUD THRU P-RECONTAR-AUD-EXIT
               UNTIL FIM-DO-ARQUIVO
           CLOSE ARQUIVOAUDITORIA
           PERFORM P-IMPRIMIR-CONTAGEM THRU P-IMPRIMIR-CONTAGEM-EXIT.
       P-CONVERTER-AUDITORIA-EXIT.
           EXIT.

       P-CONVERTER-UM-AUD.
           READ ARQUIVOAUDANTIGO
           IF WS-STATUS-ANTIGO NOT = "00"
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO P-CONVERTER-UM-AUD-EXIT.

           ADD 1 TO WS-LIDOS
           MOVE ANTA-ID TO WS-ID-ANTIGO
           PERFORM P-ALARGAR-ID THRU P-ALARGAR-ID-EXIT
           MOVE WS-ID-NOVO    TO AUD-ID
           MOVE ANTA-ACAO     TO AUD-ACAO
           MOVE ANTA-OPERADOR TO AUD-OPERADOR
           MOVE ANTA-DATA     TO AUD-DATA
           MOVE ANTA-HORA     TO AUD-HORA
           WRITE AUDITORIA-REG
           IF WS-STATUS-NOVO = "00"
               ADD 1 TO WS-GRAVADOS
           ELSE
               ADD 1 TO WS-TOTAL-ERRO
               DISPLAY "ERRO NA GRAVACAO DA TRILHA: " WS-STATUS-NOVO.
       P-CONVERTER-UM-AUD-EXIT.
           EXIT.

       P-RECONTAR-AUD.
           READ ARQUIVOAUDITORIA
           IF WS-STATUS-NOVO NOT = "00"
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO P-RECONTAR-AUD-EXIT.
           ADD 1 TO WS-RECONTADOS.
       P-RECONTAR-AUD-EXIT.
           EXIT.

      * ----- ENCERRAMENTO DO PROGRAMA ---------------------------------
       P-FIM.
           STOP RUN.
