       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRGPES.
       AUTHOR. LUIZ FERNANDO GERALDO DOS SANTOS.

      *------ FUSAO DOS CLIENTES DUPLICADOS APONTADOS PELO DUPPES -------
      * PROGRAMA DO SUPERVISOR (PERFIL 3). LE O DUPPES.LST E MOSTRA
      * CADA PAR DOCUMENTO/NOME+FONE LADO A LADO, COM OS VINCULOS DO
      * PESEND.DAT DE CADA UM; O SUPERVISOR ESCOLHE O ID QUE
      * SOBREVIVE (BRANCO PULA O PAR). NA FUSAO:
      *   - CADA VINCULO C/E/R DO REMOVIDO PASSA PARA O SOBREVIVENTE
      *     QUANDO ESTE NAO TEM O TIPO OU SO TEM O TIPO ENCERRADO; NOS
      *     DEMAIS CASOS PREVALECE O DO SOBREVIVENTE. O VINCULO DO
      *     REMOVIDO E APAGADO SO DEPOIS DE GRAVADO O NOVO;
      *   - O SOBREVIVENTE HERDA O CPF/CNPJ E O ENDERECO PRINCIPAL DO
      *     REMOVIDO QUANDO NAO TIVER OS SEUS;
      *   - O CLIENTE REMOVIDO E APAGADO DO CADPES.DAT.
      * NO AUDEND.DAT FICAM DUAS ACOES: "M" - CLIENTE REMOVIDO NA
      * FUSAO (AUD-ID = ID-PESSOA REMOVIDO) E "J" - CLIENTE QUE
      * ABSORVEU O OUTRO (AUD-ID = ID-PESSOA SOBREVIVENTE). O LOG
      * MRGPES.LST REGISTRA QUAL ID SOBREVIVEU NO LUGAR DE QUAL.
      * ANTES DA FUSAO OS DOIS CLIENTES (E SEUS VINCULOS) SAO RELIDOS:
      * SE UM DELES MUDOU DESDE QUE O PAR FOI MOSTRADO, NADA E
      * GRAVADO, A RECUSA VAI PARA A TRILHA COMO ACAO "Y" (AUD-ID =
      * ID-PESSOA) E O PAR VOLTA A TELA COM OS VALORES ATUAIS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVOPESSOA ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS ID-PESSOA
           FILE STATUS             IS WS-STATUS-PESSOA
           ALTERNATE RECORD KEY    IS PES-ID-ENDERECO WITH DUPLICATES
           ALTERNATE RECORD KEY    IS PES-DOCUMENTO WITH DUPLICATES.

           SELECT ARQUIVOVINCULO ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS VINC-CHAVE
           FILE STATUS             IS WS-STATUS-VINCULO
           ALTERNATE RECORD KEY    IS VINC-ID-ENDERECO WITH DUPLICATES.

           SELECT ARQUIVOOPERADOR ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS OPE-ID
           FILE STATUS             IS WS-STATUS-OPERADOR.

           SELECT ARQUIVOAUDITORIA ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-AUDITORIA.

           SELECT ARQUIVOSELO ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS SELO-CHAVE
           LOCK MODE               IS MANUAL
           FILE STATUS             IS WS-STATUS-SELO.

           SELECT ARQUIVOPARES ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-PARES.

           SELECT RELATORIO ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RELATORIO.

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

      * VINCULO CLIENTE X ENDERECO: UM POR TIPO (C=COBRANCA,
      * E=ENTREGA, R=CORRESPONDENCIA), COM VIGENCIA DE/ATE.
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

       FD  ARQUIVOOPERADOR
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "OPECAD.DAT".

       01 OPERADOR-REG.
           05 OPE-ID             PIC X(08).
           05 OPE-NOME           PIC X(35).
           05 OPE-SENHA          PIC X(08).
           05 OPE-PERFIL         PIC X(01).
           05 OPE-SITUACAO       PIC X(01).

       FD  ARQUIVOAUDITORIA
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "AUDEND.DAT".

       01 AUDITORIA-REG.
           05 AUD-ID             PIC X(08).
           05 AUD-ACAO           PIC X(01).
           05 AUD-OPERADOR       PIC X(08).
           05 AUD-DATA           PIC X(08).
           05 AUD-HORA           PIC X(08).
           05 AUD-SEQUENCIA      PIC 9(08).
           05 AUD-CONTROLE       PIC 9(08).

      * VISAO EM BYTES DO TRECHO SELADO (ID ATE SEQUENCIA).
       01 AUDITORIA-SELO.
           05 AUD-BYTE           PIC X OCCURS 41.
           05 FILLER             PIC X(08).

      * ULTIMA SEQUENCIA E ULTIMO VALOR DE CONTROLE DA TRILHA.
       FD  ARQUIVOSELO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "AUDCTL.DAT".

       01 SELO-REG.
           05 SELO-CHAVE        PIC X(04).
           05 SELO-SEQUENCIA    PIC 9(08).
           05 SELO-CONTROLE     PIC 9(08).

       FD  ARQUIVOPARES
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DUPPES.LST".

       01 PARES-REG.
           05 PAR-TIPO           PIC X(10).
           05 FILLER             PIC X(02).
           05 PAR-ID1            PIC X(08).
           05 FILLER             PIC X(02).
           05 PAR-ID2            PIC X(08).
           05 FILLER             PIC X(02).
           05 PAR-DOCUMENTO      PIC X(14).
           05 FILLER             PIC X(02).
           05 PAR-NOME           PIC X(35).
           05 FILLER             PIC X(17).

       FD  RELATORIO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "MRGPES.LST".
       01 REL-LINHA                    PIC X(132).

      *---------------------- VARIAVEIS DE TRABALHO --------------------
       WORKING-STORAGE SECTION.
       77 WS-STATUS-PESSOA             PIC X(02).
       77 WS-STATUS-VINCULO            PIC X(02).
       77 WS-STATUS-OPERADOR           PIC X(02).
       77 WS-STATUS-AUDITORIA          PIC X(02).
       77 WS-STATUS-SELO               PIC X(02).
       77 WS-STATUS-PARES              PIC X(02).
       77 WS-STATUS-RELATORIO          PIC X(02).
       77 WS-MSG                       PIC X(60).

       77 WS-CONTROLE-SELO             PIC 9(10) VALUE ZERO.
       77 WS-QUOCIENTE-SELO            PIC 9(10) VALUE ZERO.
       77 WS-RESTO-SELO                PIC 9(08) VALUE ZERO.
       77 WS-IDX-SELO                  PIC 9(02) COMP.
       01 WS-BYTE-SELO.
           05 WS-BYTE-ALTO             PIC X VALUE LOW-VALUE.
           05 WS-BYTE-BAIXO            PIC X.
       01 WS-BYTE-NUMERO REDEFINES WS-BYTE-SELO PIC 9(04) COMP.
       77 WS-SITUACAO-TRILHA           PIC X VALUE "N".
           88 TRILHA-RESERVADA               VALUE "S".
           88 TRILHA-OCUPADA                 VALUE "O".
       77 WS-FALHA-TRILHA              PIC X VALUE "N".
           88 FALHOU-TRILHA                  VALUE "S".
       77 WS-INICIO-ESPERA             PIC 9(06) VALUE ZERO.
       77 WS-AGORA-ESPERA              PIC 9(06) VALUE ZERO.
       01 WS-HORA-ESPERA.
           05 WS-HH-ESPERA             PIC 9(02).
           05 WS-MM-ESPERA             PIC 9(02).
           05 WS-SS-ESPERA             PIC 9(02).
           05 WS-CC-ESPERA             PIC 9(02).

       77 WS-SUPERVISOR-ID             PIC X(08).
       77 WS-SUPERVISOR-SENHA          PIC X(08).
       77 WS-TENTATIVAS                PIC 9(01) VALUE ZERO.

       77 WS-FIM-ARQUIVO               PIC X VALUE "N".
           88 FIM-DO-ARQUIVO                 VALUE "S".
       77 WS-FIM-VINCULOS              PIC X VALUE "N".
           88 FIM-DOS-VINCULOS               VALUE "S".
       77 WS-VINCULO-OK                PIC X VALUE "N".
           88 VINCULO-DISPONIVEL             VALUE "S".

       77 WS-ACAO-AUDITORIA            PIC X(01).
       77 WS-ID-AUDITORIA              PIC X(08).
       77 WS-MASCARA                   PIC X(16)
               VALUE "ANONIMIZADO LGPD".

       77 WS-ID-SOBREVIVE              PIC X(08).
       77 WS-ID-REMOVIDO               PIC X(08).
       77 WS-ID-ESCOLHIDO              PIC X(08).
       77 WS-ID-LEITURA                PIC X(08).
       77 WS-TIPO-VINCULO              PIC X(01).
       77 WS-AVISO                     PIC X(50).

       77 WS-TOTAL-PARES               PIC 9(05) VALUE ZERO.
       77 WS-TOTAL-RESOLVIDO           PIC 9(05) VALUE ZERO.
       77 WS-TOTAL-PENDENTE            PIC 9(05) VALUE ZERO.
       77 WS-TOTAL-RECUSADO            PIC 9(05) VALUE ZERO.
       77 WS-PAR-MUDOU                 PIC X VALUE "N".
           88 PAR-MUDOU                      VALUE "S".
       77 WS-TOTAL-TRANSFERIDO         PIC 9(01) VALUE ZERO.
       77 WS-TOTAL-MANTIDO             PIC 9(01) VALUE ZERO.

      * CLIENTE LIDO PARA A TELA: CADASTRO E UM VINCULO POR TIPO.
       01 CLIENTE-LIDO.
           05 CL-ID              PIC X(08).
           05 CL-NOME            PIC X(35).
           05 CL-TELEFONE        PIC X(12).
           05 CL-DOCUMENTO       PIC X(14).
           05 CL-ENDERECO        PIC X(08).
           05 CL-VINC-C          PIC X(08).
           05 CL-SIT-C           PIC X(01).
           05 CL-VINC-E          PIC X(08).
           05 CL-SIT-E           PIC X(01).
           05 CL-VINC-R          PIC X(08).
           05 CL-SIT-R           PIC X(01).

       01 CLIENTE-1.
           05 C1-ID              PIC X(08).
           05 C1-NOME            PIC X(35).
           05 C1-TELEFONE        PIC X(12).
           05 C1-DOCUMENTO       PIC X(14).
           05 C1-ENDERECO        PIC X(08).
           05 C1-VINC-C          PIC X(08).
           05 C1-SIT-C           PIC X(01).
           05 C1-VINC-E          PIC X(08).
           05 C1-SIT-E           PIC X(01).
           05 C1-VINC-R          PIC X(08).
           05 C1-SIT-R           PIC X(01).

       01 CLIENTE-2.
           05 C2-ID              PIC X(08).
           05 C2-NOME            PIC X(35).
           05 C2-TELEFONE        PIC X(12).
           05 C2-DOCUMENTO       PIC X(14).
           05 C2-ENDERECO        PIC X(08).
           05 C2-VINC-C          PIC X(08).
           05 C2-SIT-C           PIC X(01).
           05 C2-VINC-E          PIC X(08).
           05 C2-SIT-E           PIC X(01).
           05 C2-VINC-R          PIC X(08).
           05 C2-SIT-R           PIC X(01).

      * IMAGENS GUARDADAS DURANTE A FUSAO.
       01 PESSOA-REMOVIDA.
           05 PR-ID              PIC X(08).
           05 PR-NOME            PIC X(35).
           05 PR-TELEFONE        PIC X(12).
           05 PR-ID-ENDERECO     PIC X(08).
           05 PR-DOCUMENTO       PIC X(14).

       01 VINCULO-REMOVIDO.
           05 VR-CHAVE.
               10 VR-ID-PESSOA   PIC X(08).
               10 VR-TIPO        PIC X(01).
           05 VR-ID-ENDERECO     PIC X(08).
           05 VR-DATA-INICIO     PIC X(08).
           05 VR-DATA-FIM        PIC X(08).
           05 VR-SITUACAO        PIC X(01).

       01 REL-MERGE.
           05 FILLER            PIC X(10) VALUE "SOBREVIVE ".
           05 RM-SOBREVIVE      PIC X(08).
           05 FILLER            PIC X(11) VALUE "  REMOVIDO ".
           05 RM-REMOVIDO       PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RM-TIPO           PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RM-OBSERVACAO     PIC X(50).

       01 REL-TOTAIS.
           05 FILLER            PIC X(07) VALUE "PARES: ".
           05 RT-PARES          PIC ZZZZ9.
           05 FILLER            PIC X(13) VALUE "  RESOLVIDOS:".
           05 RT-RESOLVIDO      PIC ZZZZ9.
           05 FILLER            PIC X(12) VALUE "  PENDENTES:".
           05 RT-PENDENTE       PIC ZZZZ9.
           05 FILLER            PIC X(12) VALUE "  RECUSADOS:".
           05 RT-RECUSADO       PIC ZZZZ9.

      * ---------------------  TELAS DO SISTEMA ------------------------

       SCREEN SECTION.
       01 TELA-IDENTIFICACAO.
           05 BLANK SCREEN BACKGROUND-COLOR 02 FOREGROUND-COLOR 15.
           05 VALUE "FUSAO DE CLIENTES DUPLICADOS"
               FOREGROUND-COLOR 14 LINE 01 COLUMN 25.
           05 VALUE "SUPERVISOR:" FOREGROUND-COLOR 14
               LINE 05 COLUMN 10.
           05 PIC X(08) USING WS-SUPERVISOR-ID LINE 05 COLUMN 22.
           05 VALUE "SENHA     :" FOREGROUND-COLOR 14
               LINE 06 COLUMN 10.
           05 PIC X(08) USING WS-SUPERVISOR-SENHA SECURE
               LINE 06 COLUMN 22.

       01 TELA-PAR.
           05 BLANK SCREEN BACKGROUND-COLOR 02 FOREGROUND-COLOR 15.
           05 VALUE "CLIENTES DUPLICADOS" FOREGROUND-COLOR 14
               LINE 01 COLUMN 25.
           05 PIC X(10) FROM PAR-TIPO FOREGROUND-COLOR 14
               LINE 01 COLUMN 46.
           05 VALUE "ID    :" FOREGROUND-COLOR 14 LINE 04 COLUMN 03.
           05 PIC X(08) FROM C1-ID        LINE 04 COLUMN 12.
           05 PIC X(08) FROM C2-ID        LINE 04 COLUMN 50.
           05 VALUE "NOME  :" FOREGROUND-COLOR 14 LINE 05 COLUMN 03.
           05 PIC X(35) FROM C1-NOME      LINE 05 COLUMN 12.
           05 PIC X(35) FROM C2-NOME      LINE 06 COLUMN 45.
           05 VALUE "FONE  :" FOREGROUND-COLOR 14 LINE 07 COLUMN 03.
           05 PIC X(12) FROM C1-TELEFONE  LINE 07 COLUMN 12.
           05 PIC X(12) FROM C2-TELEFONE  LINE 07 COLUMN 50.
           05 VALUE "CPF/CNPJ:" FOREGROUND-COLOR 14 LINE 08 COLUMN 03.
           05 PIC X(14) FROM C1-DOCUMENTO LINE 08 COLUMN 13.
           05 PIC X(14) FROM C2-DOCUMENTO LINE 08 COLUMN 50.
           05 VALUE "END.PRINCIPAL:" FOREGROUND-COLOR 14
               LINE 09 COLUMN 03.
           05 PIC X(08) FROM C1-ENDERECO  LINE 09 COLUMN 18.
           05 PIC X(08) FROM C2-ENDERECO  LINE 09 COLUMN 50.
           05 VALUE "VINCULO C:" FOREGROUND-COLOR 14 LINE 10 COLUMN 03.
           05 PIC X(08) FROM C1-VINC-C    LINE 10 COLUMN 14.
           05 PIC X(01) FROM C1-SIT-C     LINE 10 COLUMN 23.
           05 PIC X(08) FROM C2-VINC-C    LINE 10 COLUMN 50.
           05 PIC X(01) FROM C2-SIT-C     LINE 10 COLUMN 59.
           05 VALUE "VINCULO E:" FOREGROUND-COLOR 14 LINE 11 COLUMN 03.
           05 PIC X(08) FROM C1-VINC-E    LINE 11 COLUMN 14.
           05 PIC X(01) FROM C1-SIT-E     LINE 11 COLUMN 23.
           05 PIC X(08) FROM C2-VINC-E    LINE 11 COLUMN 50.
           05 PIC X(01) FROM C2-SIT-E     LINE 11 COLUMN 59.
           05 VALUE "VINCULO R:" FOREGROUND-COLOR 14 LINE 12 COLUMN 03.
           05 PIC X(08) FROM C1-VINC-R    LINE 12 COLUMN 14.
           05 PIC X(01) FROM C1-SIT-R     LINE 12 COLUMN 23.
           05 PIC X(08) FROM C2-VINC-R    LINE 12 COLUMN 50.
           05 PIC X(01) FROM C2-SIT-R     LINE 12 COLUMN 59.
           05 PIC X(50) FROM WS-AVISO FOREGROUND-COLOR 14
               LINE 14 COLUMN 03.
           05 VALUE "ID SOBREVIVENTE (BRANCO PULA):"
               FOREGROUND-COLOR 14 LINE 16 COLUMN 03.
           05 PIC X(08) USING WS-ID-ESCOLHIDO LINE 16 COLUMN 35.

       01 TELA-MENSAGEM.
           05 BLANK SCREEN BACKGROUND-COLOR 02 FOREGROUND-COLOR 15.
           05 PIC X(60) FROM WS-MSG              LINE 15 COLUMN 10.

      *--------------------- BLOCOS DE EXECUÇÃO ------------------------
       PROCEDURE DIVISION.

       P-ABERTURA-ARQUIVO.
           OPEN INPUT ARQUIVOOPERADOR
           IF WS-STATUS-OPERADOR NOT = "00"
               MOVE "ARQUIVO DE OPERADORES INDISPONIVEL" TO WS-MSG
               DISPLAY TELA-MENSAGEM
               GO TO P-FIM.

      *------ IDENTIFICACAO DO SUPERVISOR -------------------------------
       P-IDENTIFICACAO.
           MOVE SPACES TO WS-SUPERVISOR-ID WS-SUPERVISOR-SENHA
           DISPLAY TELA-IDENTIFICACAO
           ACCEPT TELA-IDENTIFICACAO
           MOVE WS-SUPERVISOR-ID TO OPE-ID
           READ ARQUIVOOPERADOR
           IF WS-STATUS-OPERADOR NOT = "00"
               OR OPE-SENHA NOT = WS-SUPERVISOR-SENHA
               MOVE "OPERADOR OU SENHA INVALIDOS" TO WS-MSG
               DISPLAY TELA-MENSAGEM
               ADD 1 TO WS-TENTATIVAS
               IF WS-TENTATIVAS < 3
                   GO TO P-IDENTIFICACAO
               ELSE
                   CLOSE ARQUIVOOPERADOR
                   GO TO P-FIM.
           IF OPE-SITUACAO = "B"
               MOVE "OPERADOR BLOQUEADO" TO WS-MSG
               DISPLAY TELA-MENSAGEM
               CLOSE ARQUIVOOPERADOR
               GO TO P-FIM.
           IF OPE-PERFIL NOT = "3"
               MOVE "ACESSO RESTRITO A SUPERVISORES" TO WS-MSG
               DISPLAY TELA-MENSAGEM
               CLOSE ARQUIVOOPERADOR
               GO TO P-FIM.
           CLOSE ARQUIVOOPERADOR.

      *------ ABERTURA DOS ARQUIVOS DA FUSAO ----------------------------
       P-ABRIR-ARQUIVOS.
           OPEN INPUT ARQUIVOPARES
           IF WS-STATUS-PARES NOT = "00"
               MOVE "DUPPES.LST INDISPONIVEL - RODE O DUPPES" TO WS-MSG
               DISPLAY TELA-MENSAGEM
               GO TO P-FIM.

           OPEN I-O ARQUIVOPESSOA
           IF WS-STATUS-PESSOA NOT = "00"
               MOVE "ARQUIVO DE CLIENTES INDISPONIVEL" TO WS-MSG
               DISPLAY TELA-MENSAGEM
               CLOSE ARQUIVOPARES
               GO TO P-FIM.

      * SEM PESEND.DAT NAO HA VINCULOS A TRANSFERIR.
           OPEN I-O ARQUIVOVINCULO
           IF WS-STATUS-VINCULO = "00"
               MOVE "S" TO WS-VINCULO-OK.

           OPEN OUTPUT RELATORIO

           PERFORM P-RESOLVER-UM THRU P-RESOLVER-UM-EXIT
               UNTIL FIM-DO-ARQUIVO

           MOVE WS-TOTAL-PARES     TO RT-PARES
           MOVE WS-TOTAL-RESOLVIDO TO RT-RESOLVIDO
           MOVE WS-TOTAL-PENDENTE  TO RT-PENDENTE
           MOVE WS-TOTAL-RECUSADO  TO RT-RECUSADO
           WRITE REL-LINHA FROM REL-TOTAIS

           CLOSE ARQUIVOPARES ARQUIVOPESSOA RELATORIO
           IF VINCULO-DISPONIVEL
               CLOSE ARQUIVOVINCULO.
           MOVE SPACES TO WS-MSG
           STRING "FUSAO CONCLUIDA - RESOLVIDOS: " DELIMITED BY SIZE
               WS-TOTAL-RESOLVIDO DELIMITED BY SIZE
               " PENDENTES: " DELIMITED BY SIZE
               WS-TOTAL-PENDENTE DELIMITED BY SIZE
               INTO WS-MSG
           DISPLAY TELA-MENSAGEM
           GO TO P-FIM.

      *------ TRATAMENTO DE UMA LINHA DO DUPPES.LST ---------------------
       P-RESOLVER-UM.
           READ ARQUIVOPARES
           IF WS-STATUS-PARES NOT = "00"
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO P-RESOLVER-UM-EXIT.

           IF PAR-TIPO NOT = "DOCUMENTO"
               AND PAR-TIPO NOT = "NOME+FONE"
               GO TO P-RESOLVER-UM-EXIT.

           ADD 1 TO WS-TOTAL-PARES.

      * RETORNO DO PAR RECUSADO, JA COM OS VALORES ATUAIS.
       P-RESOLVER-PAR.
           PERFORM P-LER-PAR THRU P-LER-PAR-EXIT
           IF WS-ID-SOBREVIVE = "????"
               MOVE "PAR JA RESOLVIDO" TO RM-OBSERVACAO
               PERFORM P-LOG-PENDENTE THRU P-LOG-PENDENTE-EXIT
               GO TO P-RESOLVER-UM-EXIT.

           PERFORM P-ESCOLHA-TELA THRU P-ESCOLHA-TELA-EXIT
           IF WS-ID-SOBREVIVE = SPACES
               MOVE "PULADO PELO SUPERVISOR" TO RM-OBSERVACAO
               PERFORM P-LOG-PENDENTE THRU P-LOG-PENDENTE-EXIT
               GO TO P-RESOLVER-UM-EXIT.

           PERFORM P-APLICAR THRU P-APLICAR-EXIT
           PERFORM P-LIBERAR-TRILHA THRU P-LIBERAR-TRILHA-EXIT
           IF PAR-MUDOU
               GO TO P-RESOLVER-PAR.
       P-RESOLVER-UM-EXIT.
           EXIT.

      *------ LEITURA DOS DOIS CLIENTES DO PAR --------------------------
      * DEVOLVE "????" EM WS-ID-SOBREVIVE QUANDO UM DOS DOIS JA NAO
      * EXISTE (FUNDIDO ANTES) OU FOI ANONIMIZADO DEPOIS DO DUPPES.
       P-LER-PAR.
           MOVE SPACES TO WS-ID-SOBREVIVE CLIENTE-1 CLIENTE-2 WS-AVISO

           MOVE PAR-ID1 TO WS-ID-LEITURA
           PERFORM P-LER-CLIENTE THRU P-LER-CLIENTE-EXIT
           IF CL-ID = SPACES
               MOVE "????" TO WS-ID-SOBREVIVE
               GO TO P-LER-PAR-EXIT.
           MOVE CLIENTE-LIDO TO CLIENTE-1

           MOVE PAR-ID2 TO WS-ID-LEITURA
           PERFORM P-LER-CLIENTE THRU P-LER-CLIENTE-EXIT
           IF CL-ID = SPACES
               MOVE "????" TO WS-ID-SOBREVIVE
               GO TO P-LER-PAR-EXIT.
           MOVE CLIENTE-LIDO TO CLIENTE-2

           IF C1-DOCUMENTO NOT = SPACES
               AND C2-DOCUMENTO NOT = SPACES
               AND C1-DOCUMENTO NOT = C2-DOCUMENTO
               MOVE "ATENCAO: CPF/CNPJ DIFERENTES - CONFIRA ANTES"
                   TO WS-AVISO.
       P-LER-PAR-EXIT.
           EXIT.

      * DEVOLVE CL-ID EM BRANCO QUANDO O CLIENTE NAO PODE SER FUNDIDO.
       P-LER-CLIENTE.
           MOVE SPACES TO CLIENTE-LIDO
           MOVE WS-ID-LEITURA TO ID-PESSOA
           READ ARQUIVOPESSOA
           IF WS-STATUS-PESSOA NOT = "00"
               OR PES-NOME = WS-MASCARA
               GO TO P-LER-CLIENTE-EXIT.
           MOVE ID-PESSOA       TO CL-ID
           MOVE PES-NOME        TO CL-NOME
           MOVE PES-TELEFONE    TO CL-TELEFONE
           MOVE PES-DOCUMENTO   TO CL-DOCUMENTO
           MOVE PES-ID-ENDERECO TO CL-ENDERECO
           IF NOT VINCULO-DISPONIVEL
               GO TO P-LER-CLIENTE-EXIT.

           MOVE ID-PESSOA TO VINC-ID-PESSOA
           MOVE LOW-VALUES TO VINC-TIPO
           START ARQUIVOVINCULO KEY IS NOT LESS THAN VINC-CHAVE
           IF WS-STATUS-VINCULO NOT = "00"
               GO TO P-LER-CLIENTE-EXIT.
           MOVE "N" TO WS-FIM-VINCULOS
           PERFORM P-LER-VINCULO THRU P-LER-VINCULO-EXIT
               UNTIL FIM-DOS-VINCULOS.
       P-LER-CLIENTE-EXIT.
           EXIT.

       P-LER-VINCULO.
           READ ARQUIVOVINCULO NEXT RECORD
           IF WS-STATUS-VINCULO NOT = "00"
               OR VINC-ID-PESSOA NOT = CL-ID
               MOVE "S" TO WS-FIM-VINCULOS
               GO TO P-LER-VINCULO-EXIT.
           IF VINC-TIPO = "C"
               MOVE VINC-ID-ENDERECO TO CL-VINC-C
               MOVE VINC-SITUACAO    TO CL-SIT-C
           ELSE IF VINC-TIPO = "E"
               MOVE VINC-ID-ENDERECO TO CL-VINC-E
               MOVE VINC-SITUACAO    TO CL-SIT-E
           ELSE IF VINC-TIPO = "R"
               MOVE VINC-ID-ENDERECO TO CL-VINC-R
               MOVE VINC-SITUACAO    TO CL-SIT-R.
       P-LER-VINCULO-EXIT.
           EXIT.

      *------ ESCOLHA DO SUPERVISOR NA TELA LADO A LADO -----------------
       P-ESCOLHA-TELA.
           MOVE SPACES TO WS-ID-ESCOLHIDO
           DISPLAY TELA-PAR
           ACCEPT TELA-PAR
           IF WS-ID-ESCOLHIDO = SPACES
               MOVE SPACES TO WS-ID-SOBREVIVE
               GO TO P-ESCOLHA-TELA-EXIT.
           IF WS-ID-ESCOLHIDO = PAR-ID1
               MOVE PAR-ID1 TO WS-ID-SOBREVIVE
               MOVE PAR-ID2 TO WS-ID-REMOVIDO
               GO TO P-ESCOLHA-TELA-EXIT.
           IF WS-ID-ESCOLHIDO = PAR-ID2
               MOVE PAR-ID2 TO WS-ID-SOBREVIVE
               MOVE PAR-ID1 TO WS-ID-REMOVIDO
               GO TO P-ESCOLHA-TELA-EXIT.
           GO TO P-ESCOLHA-TELA.
       P-ESCOLHA-TELA-EXIT.
           EXIT.

      *------ FUSAO: VINCULOS, CADASTRO E TRILHA DE AUDITORIA -----------
       P-APLICAR.
           PERFORM P-RESERVAR-TRILHA THRU P-RESERVAR-TRILHA-EXIT
           IF NOT TRILHA-RESERVADA
               MOVE "CONTROLE DA TRILHA OCUPADO" TO RM-OBSERVACAO
               PERFORM P-LOG-PENDENTE THRU P-LOG-PENDENTE-EXIT
               MOVE "CONTROLE DA TRILHA OCUPADO - FUSAO INTERROMPIDA"
                   TO WS-MSG
               DISPLAY TELA-MENSAGEM
               MOVE "S" TO WS-FIM-ARQUIVO
               MOVE "N" TO WS-PAR-MUDOU
               GO TO P-APLICAR-EXIT.
           PERFORM P-CONFERE-PAR THRU P-CONFERE-PAR-EXIT
           IF PAR-MUDOU
               ADD 1 TO WS-TOTAL-RECUSADO
               MOVE "Y" TO WS-ACAO-AUDITORIA
               PERFORM P-GRAVA-AUDITORIA THRU P-GRAVA-AUDITORIA-EXIT
               MOVE "RECUSADO: CLIENTE ALTERADO DESDE A LEITURA"
                   TO RM-OBSERVACAO
               MOVE PAR-ID1  TO RM-SOBREVIVE
               MOVE PAR-ID2  TO RM-REMOVIDO
               MOVE PAR-TIPO TO RM-TIPO
               WRITE REL-LINHA FROM REL-MERGE
               MOVE "PAR ALTERADO POR OUTRO USUARIO - CONFIRA E REFACA"
                   TO WS-MSG
               DISPLAY TELA-MENSAGEM
               GO TO P-APLICAR-EXIT.

           MOVE WS-ID-REMOVIDO TO ID-PESSOA
           READ ARQUIVOPESSOA
           IF WS-STATUS-PESSOA NOT = "00"
               MOVE "ERRO NA RELEITURA DO REMOVIDO" TO RM-OBSERVACAO
               PERFORM P-LOG-PENDENTE THRU P-LOG-PENDENTE-EXIT
               GO TO P-APLICAR-EXIT.
           MOVE PESSOA TO PESSOA-REMOVIDA

           MOVE ZERO TO WS-TOTAL-TRANSFERIDO WS-TOTAL-MANTIDO
           IF VINCULO-DISPONIVEL
               MOVE "C" TO WS-TIPO-VINCULO
               PERFORM P-TRANSFERIR-VINCULO
                   THRU P-TRANSFERIR-VINCULO-EXIT
               MOVE "E" TO WS-TIPO-VINCULO
               PERFORM P-TRANSFERIR-VINCULO
                   THRU P-TRANSFERIR-VINCULO-EXIT
               MOVE "R" TO WS-TIPO-VINCULO
               PERFORM P-TRANSFERIR-VINCULO
                   THRU P-TRANSFERIR-VINCULO-EXIT.

           MOVE WS-ID-REMOVIDO TO ID-PESSOA
           DELETE ARQUIVOPESSOA
           IF WS-STATUS-PESSOA NOT = "00"
               MOVE "ERRO NA EXCLUSAO DO REMOVIDO" TO RM-OBSERVACAO
               PERFORM P-LOG-PENDENTE THRU P-LOG-PENDENTE-EXIT
               GO TO P-APLICAR-EXIT.

           MOVE WS-ID-SOBREVIVE TO ID-PESSOA
           READ ARQUIVOPESSOA
           IF WS-STATUS-PESSOA NOT = "00"
               GO TO P-APLICAR-AUDITORIA.
           IF PES-DOCUMENTO = SPACES
               MOVE PR-DOCUMENTO TO PES-DOCUMENTO.
           IF PES-ID-ENDERECO = SPACES
               MOVE PR-ID-ENDERECO TO PES-ID-ENDERECO.
      *    "02": OUTRO CLIENTE COM O MESMO ENDERECO OU DOCUMENTO.
           REWRITE PESSOA
           IF WS-STATUS-PESSOA NOT = "00"
               AND WS-STATUS-PESSOA NOT = "02"
               MOVE "ERRO NA REGRAVACAO DO SOBREVIVENTE"
                   TO RM-OBSERVACAO
               PERFORM P-LOG-PENDENTE THRU P-LOG-PENDENTE-EXIT
               GO TO P-APLICAR-EXIT.

       P-APLICAR-AUDITORIA.
           MOVE WS-ID-REMOVIDO TO WS-ID-AUDITORIA
           MOVE "M" TO WS-ACAO-AUDITORIA
           PERFORM P-GRAVA-AUDITORIA THRU P-GRAVA-AUDITORIA-EXIT
           MOVE WS-ID-SOBREVIVE TO WS-ID-AUDITORIA
           MOVE "J" TO WS-ACAO-AUDITORIA
           PERFORM P-GRAVA-AUDITORIA THRU P-GRAVA-AUDITORIA-EXIT

           ADD 1 TO WS-TOTAL-RESOLVIDO
           MOVE SPACES TO RM-OBSERVACAO
           STRING "VINCULOS TRANSFERIDOS: " DELIMITED BY SIZE
               WS-TOTAL-TRANSFERIDO DELIMITED BY SIZE
               "  MANTIDOS DO SOBREVIVENTE: " DELIMITED BY SIZE
               WS-TOTAL-MANTIDO DELIMITED BY SIZE
               INTO RM-OBSERVACAO
      * FUSAO FEITA SEM AS ACOES NA TRILHA: AVISO NO LOG E NA TELA.
           IF FALHOU-TRILHA
               MOVE "ERRO NA GRAVACAO DA TRILHA" TO RM-OBSERVACAO
               MOVE "FUSAO FEITA - ERRO NA GRAVACAO DA TRILHA"
                   TO WS-MSG
               DISPLAY TELA-MENSAGEM.
           MOVE WS-ID-SOBREVIVE TO RM-SOBREVIVE
           MOVE WS-ID-REMOVIDO  TO RM-REMOVIDO
           MOVE PAR-TIPO        TO RM-TIPO
           WRITE REL-LINHA FROM REL-MERGE.
       P-APLICAR-EXIT.
           EXIT.

      *------ RELEITURA DOS DOIS CLIENTES ANTES DA FUSAO ----------------
      * CADASTRO E VINCULOS TEM DE ESTAR IGUAIS AOS MOSTRADOS NA TELA;
      * WS-ID-AUDITORIA DEVOLVE O PRIMEIRO CLIENTE QUE MUDOU.
       P-CONFERE-PAR.
           MOVE "N" TO WS-PAR-MUDOU
           MOVE PAR-ID1 TO WS-ID-LEITURA WS-ID-AUDITORIA
           PERFORM P-LER-CLIENTE THRU P-LER-CLIENTE-EXIT
           IF CLIENTE-LIDO NOT = CLIENTE-1
               MOVE "S" TO WS-PAR-MUDOU
               GO TO P-CONFERE-PAR-EXIT.
           MOVE PAR-ID2 TO WS-ID-LEITURA WS-ID-AUDITORIA
           PERFORM P-LER-CLIENTE THRU P-LER-CLIENTE-EXIT
           IF CLIENTE-LIDO NOT = CLIENTE-2
               MOVE "S" TO WS-PAR-MUDOU.
       P-CONFERE-PAR-EXIT.
           EXIT.

      *------ TRANSFERENCIA DE UM VINCULO DO REMOVIDO -------------------
      * O VINCULO DO REMOVIDO SO E APAGADO DEPOIS QUE O SOBREVIVENTE
      * JA TEM O SEU (GRAVADO AGORA OU MANTIDO).
       P-TRANSFERIR-VINCULO.
           MOVE WS-ID-REMOVIDO  TO VINC-ID-PESSOA
           MOVE WS-TIPO-VINCULO TO VINC-TIPO
           READ ARQUIVOVINCULO
           IF WS-STATUS-VINCULO NOT = "00"
               GO TO P-TRANSFERIR-VINCULO-EXIT.
           MOVE VINCULO-REG TO VINCULO-REMOVIDO

           MOVE WS-ID-SOBREVIVE TO VINC-ID-PESSOA
           MOVE WS-TIPO-VINCULO TO VINC-TIPO
           READ ARQUIVOVINCULO
           IF WS-STATUS-VINCULO NOT = "00"
               MOVE VINCULO-REMOVIDO TO VINCULO-REG
               MOVE WS-ID-SOBREVIVE TO VINC-ID-PESSOA
               WRITE VINCULO-REG
               IF WS-STATUS-VINCULO NOT = "00"
                   AND WS-STATUS-VINCULO NOT = "02"
                   GO TO P-TRANSFERIR-VINCULO-EXIT
               ELSE
                   ADD 1 TO WS-TOTAL-TRANSFERIDO
                   GO TO P-TRANSFERIR-VINCULO-APAGA.

           IF VINC-SITUACAO NOT = "E"
               OR VR-SITUACAO = "E"
               ADD 1 TO WS-TOTAL-MANTIDO
               GO TO P-TRANSFERIR-VINCULO-APAGA.

           MOVE VINCULO-REMOVIDO TO VINCULO-REG
           MOVE WS-ID-SOBREVIVE TO VINC-ID-PESSOA
           REWRITE VINCULO-REG
           IF WS-STATUS-VINCULO NOT = "00"
               AND WS-STATUS-VINCULO NOT = "02"
               GO TO P-TRANSFERIR-VINCULO-EXIT.
           ADD 1 TO WS-TOTAL-TRANSFERIDO.

       P-TRANSFERIR-VINCULO-APAGA.
           MOVE WS-ID-REMOVIDO  TO VINC-ID-PESSOA
           MOVE WS-TIPO-VINCULO TO VINC-TIPO
           DELETE ARQUIVOVINCULO.
       P-TRANSFERIR-VINCULO-EXIT.
           EXIT.

      *------ LINHA DE LOG PARA PAR NAO APLICADO ------------------------
       P-LOG-PENDENTE.
           ADD 1 TO WS-TOTAL-PENDENTE
           MOVE PAR-ID1  TO RM-SOBREVIVE
           MOVE PAR-ID2  TO RM-REMOVIDO
           MOVE PAR-TIPO TO RM-TIPO
           WRITE REL-LINHA FROM REL-MERGE.
       P-LOG-PENDENTE-EXIT.
           EXIT.

      *------ GRAVACAO DE UMA ACAO NA TRILHA ----------------------------
       P-GRAVA-AUDITORIA.
           MOVE WS-ID-AUDITORIA   TO AUD-ID
           MOVE WS-ACAO-AUDITORIA TO AUD-ACAO
           MOVE WS-SUPERVISOR-ID  TO AUD-OPERADOR
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           ACCEPT AUD-HORA FROM TIME
           PERFORM P-GRAVAR-TRILHA THRU P-GRAVAR-TRILHA-EXIT.
       P-GRAVA-AUDITORIA-EXIT.
           EXIT.

      *------ SELO DA TRILHA: SEQUENCIA E VALOR DE CONTROLE -------------
      * CADA ACAO RECEBE O NUMERO SEGUINTE DA SEQUENCIA CONTINUA DA
      * TRILHA E UM VALOR DE CONTROLE ENCADEADO: O CONTROLE DA ACAO
      * ANTERIOR COMBINADO, BYTE A BYTE, COM O ID, A ACAO, O
      * OPERADOR, A DATA, A HORA E A SEQUENCIA DESTA ACAO. A ULTIMA
      * SEQUENCIA E O ULTIMO CONTROLE FICAM NO AUDCTL.DAT. UMA LINHA
      * APAGADA, INCLUIDA OU ALTERADA NO AUDEND QUEBRA A CADEIA, QUE
      * O VERAUD CONFERE. O AUDEND SO FICA ABERTO PARA GRAVAR A
      * ACAO, SEMPRE COM O CONTROLE RESERVADO: AS ACOES DE TODOS OS
      * PROGRAMAS ENTRAM NA TRILHA NA ORDEM DA SEQUENCIA. SEM A
      * RESERVA NADA E GRAVADO (NUNCA SAI ACAO SEM SELO). QUALQUER
      * FALHA (RESERVA, ABERTURA, GRAVACAO OU REGRAVACAO DO SELO)
      * LIGA FALHOU-TRILHA, QUE A RESERVA DA OPERACAO DESLIGA E O
      * CHAMADOR CONFERE DEPOIS DE GRAVAR AS ACOES.
       P-GRAVAR-TRILHA.
           PERFORM P-RESERVAR-TRILHA THRU P-RESERVAR-TRILHA-EXIT
           IF NOT TRILHA-RESERVADA
               MOVE "S" TO WS-FALHA-TRILHA
               GO TO P-GRAVAR-TRILHA-EXIT.

           COMPUTE AUD-SEQUENCIA = SELO-SEQUENCIA + 1
           MOVE SELO-CONTROLE  TO WS-CONTROLE-SELO
           PERFORM P-SELAR-UM-BYTE THRU P-SELAR-UM-BYTE-EXIT
               VARYING WS-IDX-SELO FROM 1 BY 1
               UNTIL WS-IDX-SELO > 41
           MOVE WS-CONTROLE-SELO TO AUD-CONTROLE

           OPEN EXTEND ARQUIVOAUDITORIA
           IF WS-STATUS-AUDITORIA = "35"
               OPEN OUTPUT ARQUIVOAUDITORIA.
           IF WS-STATUS-AUDITORIA NOT = "00"
               MOVE "S" TO WS-FALHA-TRILHA
               GO TO P-GRAVAR-TRILHA-EXIT.
           WRITE AUDITORIA-REG
           IF WS-STATUS-AUDITORIA NOT = "00"
               MOVE "S" TO WS-FALHA-TRILHA
               CLOSE ARQUIVOAUDITORIA
               GO TO P-GRAVAR-TRILHA-EXIT.
           CLOSE ARQUIVOAUDITORIA

           MOVE AUD-SEQUENCIA    TO SELO-SEQUENCIA
           MOVE WS-CONTROLE-SELO TO SELO-CONTROLE
           REWRITE SELO-REG
           IF WS-STATUS-SELO NOT = "00"
               MOVE "S" TO WS-FALHA-TRILHA.
       P-GRAVAR-TRILHA-EXIT.
           EXIT.

      *------ RESERVA E LIBERACAO DO CONTROLE DA TRILHA -----------------
      * A RESERVA ABRE O AUDCTL.DAT E LE O REGISTRO DE CONTROLE COM
      * BLOQUEIO; E FEITA ANTES DE ATUALIZAR O CADASTRO E SO E
      * DESFEITA (P-LIBERAR-TRILHA) DEPOIS DE GRAVADAS AS ACOES DA
      * OPERACAO. SE OUTRO PROGRAMA ESTA COM O CONTROLE, A LEITURA E
      * REPETIDA POR ATE 10 SEGUNDOS; SE NAO SAIR, FICA
      * TRILHA-OCUPADA E A OPERACAO NAO E FEITA.
       P-RESERVAR-TRILHA.
           IF TRILHA-RESERVADA
               GO TO P-RESERVAR-TRILHA-EXIT.
           MOVE "N" TO WS-SITUACAO-TRILHA
           MOVE "N" TO WS-FALHA-TRILHA
           PERFORM P-RELOGIO-TRILHA THRU P-RELOGIO-TRILHA-EXIT
           MOVE WS-AGORA-ESPERA TO WS-INICIO-ESPERA
           PERFORM P-RESERVAR-TENTATIVA THRU P-RESERVAR-TENTATIVA-EXIT
               UNTIL TRILHA-RESERVADA OR TRILHA-OCUPADA.
       P-RESERVAR-TRILHA-EXIT.
           EXIT.

       P-RESERVAR-TENTATIVA.
           OPEN I-O ARQUIVOSELO
           IF WS-STATUS-SELO = "35"
               OPEN OUTPUT ARQUIVOSELO
               CLOSE ARQUIVOSELO
               GO TO P-RESERVAR-ESPERA.
           IF WS-STATUS-SELO NOT = "00"
               GO TO P-RESERVAR-ESPERA.
           MOVE "0001" TO SELO-CHAVE
           READ ARQUIVOSELO WITH LOCK
           IF WS-STATUS-SELO = "00"
               MOVE "S" TO WS-SITUACAO-TRILHA
               GO TO P-RESERVAR-TENTATIVA-EXIT.
      * PRIMEIRA ACAO DA TRILHA: O CONTROLE E CRIADO ZERADO E LIDO
      * COM BLOQUEIO NA TENTATIVA SEGUINTE.
           IF WS-STATUS-SELO = "23"
               MOVE "0001" TO SELO-CHAVE
               MOVE ZERO TO SELO-SEQUENCIA
               MOVE ZERO TO SELO-CONTROLE
               WRITE SELO-REG.
           CLOSE ARQUIVOSELO.
       P-RESERVAR-ESPERA.
           PERFORM P-RELOGIO-TRILHA THRU P-RELOGIO-TRILHA-EXIT
           IF WS-AGORA-ESPERA < WS-INICIO-ESPERA
               ADD 86400 TO WS-AGORA-ESPERA.
           IF WS-AGORA-ESPERA > WS-INICIO-ESPERA + 10
               MOVE "O" TO WS-SITUACAO-TRILHA.
       P-RESERVAR-TENTATIVA-EXIT.
           EXIT.

       P-RELOGIO-TRILHA.
           ACCEPT WS-HORA-ESPERA FROM TIME
           COMPUTE WS-AGORA-ESPERA = WS-HH-ESPERA * 3600
               + WS-MM-ESPERA * 60 + WS-SS-ESPERA.
       P-RELOGIO-TRILHA-EXIT.
           EXIT.

       P-LIBERAR-TRILHA.
           IF TRILHA-RESERVADA
               CLOSE ARQUIVOSELO.
           MOVE "N" TO WS-SITUACAO-TRILHA.
       P-LIBERAR-TRILHA-EXIT.
           EXIT.

       P-SELAR-UM-BYTE.
           MOVE AUD-BYTE (WS-IDX-SELO) TO WS-BYTE-BAIXO
           COMPUTE WS-CONTROLE-SELO =
               WS-CONTROLE-SELO * 31 + WS-BYTE-NUMERO
           DIVIDE WS-CONTROLE-SELO BY 99999989
               GIVING WS-QUOCIENTE-SELO REMAINDER WS-RESTO-SELO
           MOVE WS-RESTO-SELO TO WS-CONTROLE-SELO.
       P-SELAR-UM-BYTE-EXIT.
           EXIT.

      * ----- ENCERRAMENTO DO PROGRAMA ---------------------------------
       P-FIM.
           STOP RUN.
