      * APAGA-O DO HISTORICO E GRAVA A ACAO "R" NO AUDEND.DAT. A
      * BUSCA POR CEP E SEQUENCIAL: O HISTORICO NAO TEM CHAVE
      * ALTERNATIVA DE CEP.
      * NA REINTEGRACAO O REGISTRO DO HISTORICO E RELIDO: SE MUDOU OU
      * SAIU DO HISTORICO DESDE QUE FOI MOSTRADO (OUTRO SUPERVISOR,
      * O PRGEND), NADA E GRAVADO, A RECUSA VAI PARA A TRILHA COMO
      * ACAO "X" E O REGISTRO ATUAL VOLTA A TELA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-AUDITORIA.

           SELECT ARQUIVOSELO ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS SELO-CHAVE
           LOCK MODE               IS MANUAL
           FILE STATUS             IS WS-STATUS-SELO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVOHISTORICO
           VALUE OF FILE-ID IS "HISTEND.DAT".

       01 HISTORICO-REG.
           05 HIST-ID           PIC X(08).
           05 HIST-CEP          PIC X(08).
           05 HIST-LOGRA        PIC X(35).
           05 HIST-NUMERO       PIC X(06).
           VALUE OF FILE-ID IS "CADEND.DAT".

       01 ENDERECO.
           05 ID-ENDERECO      PIC X(08).
           05 CEP              PIC X(08).
           05 LOGRA            PIC X(35).
           05 NUMERO           PIC X(06).
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

      *---------------------- VARIAVEIS DE TRABALHO --------------------
       WORKING-STORAGE SECTION.
       77 WS-STATUS-ARQUIVO            PIC X(02).
       77 WS-STATUS-OPERADOR           PIC X(02).
       77 WS-STATUS-AUDITORIA          PIC X(02).
       77 WS-STATUS-SELO               PIC X(02).
       77 WS-MSG                       PIC X(60).
       77 WS-OPCAO                     PIC X.
       77 WS-OPCAO-HIST                PIC X.

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

       77 WS-OPERADOR-ID               PIC X(08).
       77 WS-SENHA-OPERADOR            PIC X(08).
       77 WS-TENTATIVAS                PIC 9(01) VALUE ZERO.
           88 PERFIL-SUPERVISOR              VALUE "3".
       77 WS-ACAO-AUDITORIA            PIC X(01).

       77 WS-ID-PESQUISA               PIC X(08).
       77 WS-CEP-PESQUISA              PIC X(08).

       77 WS-FIM-HISTORICO             PIC X VALUE "N".
       77 WS-ACHOU-CEP                 PIC X VALUE "N".
           88 ACHOU-CEP                      VALUE "S".

       77 WS-REGISTRO-MUDOU            PIC X VALUE "N".
           88 REGISTRO-MUDOU                 VALUE "S".
       77 WS-AVISO                     PIC X(60) VALUE SPACES.
       01 WS-HISTORICO-LIDO            PIC X(143).

      * ---------------------  TELAS DO SISTEMA ------------------------

       SCREEN SECTION.
           05 BLANK SCREEN BACKGROUND-COLOR 02 FOREGROUND-COLOR 15.
           05 VALUE "DIGITE O ID DO ENDERECO:" FOREGROUND-COLOR 14
               LINE 05 COLUMN 05.
           05 PIC X(08) USING WS-ID-PESQUISA LINE 05 COLUMN 31.

       01 TELA-PESQUISA-CEP.
           05 BLANK SCREEN BACKGROUND-COLOR 02 FOREGROUND-COLOR 15.
           05 VALUE "REGISTRO DO HISTORICO" FOREGROUND-COLOR 14
               LINE 02 COLUMN 28.
           05 VALUE "ID      : " FOREGROUND-COLOR 14 LINE 04 COLUMN 05.
           05 PIC X(08) FROM HIST-ID LINE 04 COLUMN 15.
           05 VALUE "CEP     : " FOREGROUND-COLOR 14 LINE 05 COLUMN 05.
           05 PIC X(08) FROM HIST-CEP LINE 05 COLUMN 15.
           05 VALUE "LOGRA   : " FOREGROUND-COLOR 14 LINE 06 COLUMN 05.
           05 PIC X(02) FROM HIST-UF LINE 11 COLUMN 15.
           05 VALUE "EXCLUIDO: " FOREGROUND-COLOR 14 LINE 12 COLUMN 05.
           05 PIC X(08) FROM HIST-DATA-EXCLUSAO LINE 12 COLUMN 15.
           05 PIC X(60) FROM WS-AVISO FOREGROUND-COLOR 14
               LINE 14 COLUMN 05.
           05 VALUE "ENTER=CONTINUA  V=VOLTA  R=REINTEGRA (PERFIL 3)"
               FOREGROUND-COLOR 14 LINE 15 COLUMN 05.
           05 PIC X USING WS-OPCAO-HIST LINE 15 COLUMN 54.
               CLOSE ARQUIVOENDERECO
               GO TO P-FIM.

      *------ IDENTIFICACAO DO OPERADOR CONTRA O OPECAD.DAT -------------
       P-IDENTIFICACAO.
           MOVE SPACES TO WS-OPERADOR-ID WS-SENHA-OPERADOR

      *------ EXIBICAO DE UM REGISTRO COM OPCAO DE REINTEGRACAO ---------
       P-MOSTRAR-REGISTRO.
           MOVE HISTORICO-REG TO WS-HISTORICO-LIDO
           MOVE SPACES TO WS-OPCAO-HIST
           DISPLAY TELA-RESULTADO-HIST
           ACCEPT TELA-RESULTADO-HIST
           MOVE SPACES TO WS-AVISO
           MOVE "N" TO WS-REGISTRO-MUDOU
           IF WS-OPCAO-HIST = "R" OR WS-OPCAO-HIST = "r"
               PERFORM P-REINTEGRAR THRU P-REINTEGRAR-EXIT
               PERFORM P-LIBERAR-TRILHA THRU P-LIBERAR-TRILHA-EXIT
               IF REGISTRO-MUDOU AND WS-STATUS-HISTORICO = "00"
                   GO TO P-MOSTRAR-REGISTRO.
       P-MOSTRAR-REGISTRO-EXIT.
           EXIT.

               DISPLAY TELA-MENSAGEM
               GO TO P-REINTEGRAR-EXIT.

      * O CONTROLE DA TRILHA FICA RESERVADO ATE A GRAVACAO DA ACAO;
      * OCUPADO, NADA E ALTERADO.
           PERFORM P-RESERVAR-TRILHA THRU P-RESERVAR-TRILHA-EXIT
           IF NOT TRILHA-RESERVADA
               MOVE "CONTROLE DA TRILHA OCUPADO - NADA GRAVADO"
                   TO WS-MSG
               DISPLAY TELA-MENSAGEM
               GO TO P-REINTEGRAR-EXIT.

           MOVE WS-HISTORICO-LIDO (1:8) TO HIST-ID
           READ ARQUIVOHISTORICO
           IF WS-STATUS-HISTORICO NOT = "00"
               OR HISTORICO-REG NOT = WS-HISTORICO-LIDO
               MOVE "S" TO WS-REGISTRO-MUDOU
               MOVE WS-HISTORICO-LIDO (1:8) TO ID-ENDERECO
               MOVE "X" TO WS-ACAO-AUDITORIA
               PERFORM P-GRAVA-AUDITORIA THRU P-GRAVA-AUDITORIA-EXIT
               IF WS-STATUS-HISTORICO = "00"
                   MOVE "HISTORICO ALTERADO DESDE A CONSULTA - REFACA"
                       TO WS-AVISO
                   GO TO P-REINTEGRAR-EXIT
               ELSE
                   MOVE "REGISTRO SAIU DO HISTORICO - NAO REINTEGRADO"
                       TO WS-MSG
                   DISPLAY TELA-MENSAGEM
                   GO TO P-REINTEGRAR-EXIT.

           MOVE HIST-ID TO ID-ENDERECO
           READ ARQUIVOENDERECO
           IF WS-STATUS-ARQUIVO = "00"
           IF WS-STATUS-HISTORICO NOT = "00"
               MOVE "REINTEGRADO, MAS NAO REMOVIDO DO HISTORICO"
                   TO WS-MSG
               GO TO P-REINTEGRAR-AUDITORIA.
           MOVE "ENDERECO REINTEGRADO AO CADASTRO" TO WS-MSG.

      * REINTEGRACAO QUE NAO ENTROU NA TRILHA VAI PARA A TELA.
       P-REINTEGRAR-AUDITORIA.
           MOVE "R" TO WS-ACAO-AUDITORIA
           PERFORM P-GRAVA-AUDITORIA THRU P-GRAVA-AUDITORIA-EXIT
           IF FALHOU-TRILHA
               MOVE "REINTEGRADO - ERRO NA GRAVACAO DA TRILHA"
                   TO WS-MSG.
           DISPLAY TELA-MENSAGEM.
       P-REINTEGRAR-EXIT.
           EXIT.

           MOVE WS-OPERADOR-ID TO AUD-OPERADOR
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
           CLOSE ARQUIVOHISTORICO
           CLOSE ARQUIVOENDERECO
           CLOSE ARQUIVOOPERADOR
           STOP RUN.
