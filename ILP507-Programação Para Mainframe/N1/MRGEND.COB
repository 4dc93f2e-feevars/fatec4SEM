      * E O MESMO ENDERECO, ENTAO NENHUM VINCULO FICA ORFAO. O LOG
      * MRGEND.LST REGISTRA QUAL ID SOBREVIVEU NO LUGAR DE QUAL,
      * PARA REMAPEAMENTO PELOS USUARIOS DO EXTRATO.
      * ANTES DE APLICAR, OS DOIS REGISTROS SAO RELIDOS: SE UM DELES
      * MUDOU DESDE A LEITURA DO PAR (OPERADOR NA TELA, OUTRO JOB) O
      * PAR E RECUSADO, A RECUSA VAI PARA A TRILHA COMO ACAO "X" E,
      * NO MODO I, O PAR VOLTA A TELA COM OS VALORES ATUAIS.
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

           SELECT ARQUIVOPESSOA ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS ID-PESSOA
           FILE STATUS             IS WS-STATUS-PESSOA
           ALTERNATE RECORD KEY    IS PES-ID-ENDERECO WITH DUPLICATES
           ALTERNATE RECORD KEY    IS PES-DOCUMENTO WITH DUPLICATES.

           SELECT ARQUIVOPARES ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
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

       FD  ARQUIVOPESSOA
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CADPES.DAT".

       01 PESSOA.
           05 ID-PESSOA          PIC X(08).
           05 PES-NOME           PIC X(35).
           05 PES-TELEFONE       PIC X(12).
           05 PES-ID-ENDERECO    PIC X(08).
           05 PES-DOCUMENTO      PIC X(14).

       FD  ARQUIVOPARES
           LABEL RECORDS ARE STANDARD
       01 PARES-REG.
           05 PAR-TIPO           PIC X(08).
           05 FILLER             PIC X(02).
           05 PAR-ID1            PIC X(08).
           05 FILLER             PIC X(02).
           05 PAR-ID2            PIC X(08).
           05 FILLER             PIC X(02).
           05 PAR-CEP            PIC X(08).
           05 FILLER             PIC X(02).
           05 PAR-LOGRA          PIC X(35).
           05 FILLER             PIC X(25).

       FD  RELATORIO
           LABEL RECORDS ARE STANDARD
       WORKING-STORAGE SECTION.
       77 WS-STATUS-ARQUIVO            PIC X(02).
       77 WS-STATUS-AUDITORIA          PIC X(02).
       77 WS-STATUS-SELO               PIC X(02).
       77 WS-STATUS-PARES              PIC X(02).
       77 WS-STATUS-RELATORIO          PIC X(02).

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

       77 WS-FIM-ARQUIVO               PIC X VALUE "N".
           88 FIM-DO-ARQUIVO                 VALUE "S".

       77 WS-OPERADOR-ID               PIC X(08) VALUE SPACES.
       77 WS-ACAO-AUDITORIA            PIC X(01).

       77 WS-ID-SOBREVIVE              PIC X(08).
       77 WS-ID-REMOVIDO               PIC X(08).
       77 WS-ID-ESCOLHIDO              PIC X(08).
       77 WS-ID1-NUM                   PIC 9(08) VALUE ZERO.
       77 WS-ID2-NUM                   PIC 9(08) VALUE ZERO.

       77 WS-TOTAL-PARES               PIC 9(05) VALUE ZERO.
       77 WS-TOTAL-RESOLVIDO           PIC 9(05) VALUE ZERO.
       77 WS-TOTAL-PENDENTE            PIC 9(05) VALUE ZERO.
       77 WS-TOTAL-RECUSADO            PIC 9(05) VALUE ZERO.
       77 WS-TOTAL-ERRO                PIC 9(05) VALUE ZERO.

       77 WS-PAR-MUDOU                 PIC X VALUE "N".
           88 PAR-MUDOU                      VALUE "S".
       77 WS-ID-MUDOU                  PIC X(08).
       01 WS-IMAGEM-1                  PIC X(143).
       01 WS-IMAGEM-2                  PIC X(143).

       77 WS-STATUS-PESSOA             PIC X(02).
       77 WS-PESSOAS-OK                PIC X VALUE "N".
       77 WS-REMAPEADO-ED              PIC ZZZZ9.

       01 REGISTRO-1.
           05 R1-ID             PIC X(08).
           05 R1-CEP            PIC X(08).
           05 R1-LOGRA          PIC X(35).
           05 R1-NUMERO         PIC X(06).
           05 R1-UF             PIC X(02).

       01 REGISTRO-2.
           05 R2-ID             PIC X(08).
           05 R2-CEP            PIC X(08).
           05 R2-LOGRA          PIC X(35).
           05 R2-NUMERO         PIC X(06).

       01 REL-MERGE.
           05 FILLER            PIC X(10) VALUE "SOBREVIVE ".
           05 RM-SOBREVIVE      PIC X(08).
           05 FILLER            PIC X(11) VALUE "  REMOVIDO ".
           05 RM-REMOVIDO       PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RM-TIPO           PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RT-RESOLVIDO      PIC ZZZZ9.
           05 FILLER            PIC X(12) VALUE "  PENDENTES:".
           05 RT-PENDENTE       PIC ZZZZ9.
           05 FILLER            PIC X(12) VALUE "  RECUSADOS:".
           05 RT-RECUSADO       PIC ZZZZ9.
           05 FILLER            PIC X(16) VALUE "  ERROS TRILHA:".
           05 RT-ERRO           PIC ZZZZ9.

      * ---------------------  TELAS DO SISTEMA ------------------------

           05 PIC X(08) FROM PAR-TIPO FOREGROUND-COLOR 14
               LINE 01 COLUMN 45.
           05 VALUE "ID    :" FOREGROUND-COLOR 14 LINE 04 COLUMN 03.
           05 PIC X(08) FROM R1-ID     LINE 04 COLUMN 12.
           05 PIC X(08) FROM R2-ID     LINE 04 COLUMN 50.
           05 VALUE "CEP   :" FOREGROUND-COLOR 14 LINE 05 COLUMN 03.
           05 PIC X(08) FROM R1-CEP    LINE 05 COLUMN 12.
           05 PIC X(08) FROM R2-CEP    LINE 05 COLUMN 50.
           05 PIC X(20) FROM R2-COMPLEMENTO LINE 13 COLUMN 50.
           05 VALUE "ID SOBREVIVENTE (BRANCO PULA):"
               FOREGROUND-COLOR 14 LINE 14 COLUMN 03.
           05 PIC X(08) USING WS-ID-ESCOLHIDO LINE 14 COLUMN 35.

      *--------------------- BLOCOS DE EXECUÇÃO ------------------------
       PROCEDURE DIVISION.
               MOVE 8 TO RETURN-CODE
               GO TO P-FIM.

      * SEM CADPES.DAT NAO HA VINCULOS A REMAPEAR; QUALQUER OUTRO
      * ERRO DE ABERTURA IMPEDE A RESOLUCAO COM SEGURANCA.
           OPEN I-O ARQUIVOPESSOA
                       WS-STATUS-PESSOA
                   CLOSE ARQUIVOPARES
                   CLOSE ARQUIVOENDERECO
                   MOVE 8 TO RETURN-CODE
                   GO TO P-FIM.

                   WS-STATUS-RELATORIO
               CLOSE ARQUIVOPARES
               CLOSE ARQUIVOENDERECO
               MOVE 8 TO RETURN-CODE
               GO TO P-FIM.

           MOVE WS-TOTAL-PARES     TO RT-PARES
           MOVE WS-TOTAL-RESOLVIDO TO RT-RESOLVIDO
           MOVE WS-TOTAL-PENDENTE  TO RT-PENDENTE
           MOVE WS-TOTAL-RECUSADO  TO RT-RECUSADO
           MOVE WS-TOTAL-ERRO      TO RT-ERRO
           WRITE REL-LINHA FROM REL-TOTAIS

           CLOSE ARQUIVOPARES
           CLOSE ARQUIVOENDERECO
           IF PESSOAS-DISPONIVEIS
               CLOSE ARQUIVOPESSOA.
           CLOSE RELATORIO
           DISPLAY "RESOLUCAO CONCLUIDA - RESOLVIDOS: "
               WS-TOTAL-RESOLVIDO " PENDENTES: " WS-TOTAL-PENDENTE
               " RECUSADOS: " WS-TOTAL-RECUSADO
           IF WS-TOTAL-ERRO > ZERO
               DISPLAY "ACOES NAO GRAVADAS NA TRILHA: " WS-TOTAL-ERRO
               MOVE 8 TO RETURN-CODE.
           GO TO P-FIM.

      *------ PARAMETROS DO LOTE NOTURNO, QUANDO PRESENTES --------------
               AND PAR-TIPO NOT = "PARECIDA"
               GO TO P-RESOLVER-UM-EXIT.

           ADD 1 TO WS-TOTAL-PARES.

      * RETORNO DO PAR RECUSADO NO MODO I, JA COM OS VALORES ATUAIS.
       P-RESOLVER-PAR.
           PERFORM P-LER-PAR THRU P-LER-PAR-EXIT
           IF WS-ID-SOBREVIVE = "????"
               MOVE SPACES TO RM-OBSERVACAO
               PERFORM P-LOG-PENDENTE THRU P-LOG-PENDENTE-EXIT
               GO TO P-RESOLVER-UM-EXIT.

           PERFORM P-APLICAR THRU P-APLICAR-EXIT
           PERFORM P-LIBERAR-TRILHA THRU P-LIBERAR-TRILHA-EXIT
           IF PAR-MUDOU AND MODO-INTERATIVO
               GO TO P-RESOLVER-PAR.
       P-RESOLVER-UM-EXIT.
           EXIT.

               OR END-SITUACAO = "E"
               MOVE "????" TO WS-ID-SOBREVIVE
               GO TO P-LER-PAR-EXIT.
           MOVE ENDERECO    TO WS-IMAGEM-1
           MOVE ID-ENDERECO TO R1-ID
           MOVE CEP         TO R1-CEP
           MOVE LOGRA       TO R1-LOGRA
               OR END-SITUACAO = "E"
               MOVE "????" TO WS-ID-SOBREVIVE
               GO TO P-LER-PAR-EXIT.
           MOVE ENDERECO    TO WS-IMAGEM-2
           MOVE ID-ENDERECO TO R2-ID
           MOVE CEP         TO R2-CEP
           MOVE LOGRA       TO R2-LOGRA
           EXIT.

      *------ EXCLUSAO LOGICA DO PERDEDOR E LOG DO REMAPEAMENTO ---------
      * SEM A RESERVA DO CONTROLE DA TRILHA O PAR FICA PENDENTE E O
      * PROGRAMA PARA E TERMINA COM ERRO.
       P-APLICAR.
           PERFORM P-RESERVAR-TRILHA THRU P-RESERVAR-TRILHA-EXIT
           IF NOT TRILHA-RESERVADA
               MOVE "CONTROLE DA TRILHA OCUPADO" TO RM-OBSERVACAO
               PERFORM P-LOG-PENDENTE THRU P-LOG-PENDENTE-EXIT
               DISPLAY "CONTROLE DA TRILHA OCUPADO - RESOLUCAO "
                   "INTERROMPIDA"
               MOVE 8 TO RETURN-CODE
               MOVE "S" TO WS-FIM-ARQUIVO
               MOVE "N" TO WS-PAR-MUDOU
               GO TO P-APLICAR-EXIT.
           PERFORM P-CONFERE-PAR THRU P-CONFERE-PAR-EXIT
           IF PAR-MUDOU
               ADD 1 TO WS-TOTAL-RECUSADO
               MOVE WS-ID-MUDOU TO ID-ENDERECO
               MOVE "X" TO WS-ACAO-AUDITORIA
               PERFORM P-GRAVA-AUDITORIA THRU P-GRAVA-AUDITORIA-EXIT
               MOVE "RECUSADO: REGISTRO ALTERADO" TO RM-OBSERVACAO
               MOVE PAR-ID1  TO RM-SOBREVIVE
               MOVE PAR-ID2  TO RM-REMOVIDO
               MOVE PAR-TIPO TO RM-TIPO
               WRITE REL-LINHA FROM REL-MERGE
               GO TO P-APLICAR-EXIT.

           MOVE WS-ID-REMOVIDO TO ID-ENDERECO
           READ ARQUIVOENDERECO
           IF WS-STATUS-ARQUIVO NOT = "00"

           MOVE "E" TO END-SITUACAO
           ACCEPT END-DATA-EXCLUSAO FROM DATE YYYYMMDD
      *    "02": OUTRO ENDERECO COM O MESMO CEP (O PROPRIO PAR).
           REWRITE ENDERECO
           IF WS-STATUS-ARQUIVO NOT = "00"
               AND WS-STATUS-ARQUIVO NOT = "02"
               MOVE "ERRO NA GRAVACAO DO PERDEDOR" TO RM-OBSERVACAO
               PERFORM P-LOG-PENDENTE THRU P-LOG-PENDENTE-EXIT
               GO TO P-APLICAR-EXIT.
       P-APLICAR-EXIT.
           EXIT.

      *------ RELEITURA DOS DOIS REGISTROS ANTES DE APLICAR -------------
      * CADA REGISTRO TEM DE ESTAR IGUAL A IMAGEM GUARDADA NO P-LER-PAR;
      * WS-ID-MUDOU DEVOLVE O PRIMEIRO QUE MUDOU.
       P-CONFERE-PAR.
           MOVE "N" TO WS-PAR-MUDOU
           MOVE PAR-ID1 TO ID-ENDERECO WS-ID-MUDOU
           READ ARQUIVOENDERECO
           IF WS-STATUS-ARQUIVO NOT = "00"
               OR ENDERECO NOT = WS-IMAGEM-1
               MOVE "S" TO WS-PAR-MUDOU
               GO TO P-CONFERE-PAR-EXIT.
           MOVE PAR-ID2 TO ID-ENDERECO WS-ID-MUDOU
           READ ARQUIVOENDERECO
           IF WS-STATUS-ARQUIVO NOT = "00"
               OR ENDERECO NOT = WS-IMAGEM-2
               MOVE "S" TO WS-PAR-MUDOU.
       P-CONFERE-PAR-EXIT.
           EXIT.

      *------ REMAPEAMENTO DOS CLIENTES DO PERDEDOR ---------------------
      * TODO CLIENTE DO CADPES.DAT QUE APONTA PARA O ID REMOVIDO
      * PASSA A APONTAR PARA O SOBREVIVENTE. COMO A REGRAVACAO MUDA
           MOVE WS-OPERADOR-ID TO AUD-OPERADOR
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           ACCEPT AUD-HORA FROM TIME
           PERFORM P-GRAVAR-TRILHA THRU P-GRAVAR-TRILHA-EXIT
      * ACAO QUE NAO ENTROU NA TRILHA E ERRO DO PASSO (RC 8).
           IF FALHOU-TRILHA
               ADD 1 TO WS-TOTAL-ERRO
               MOVE "N" TO WS-FALHA-TRILHA.
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
           GOBACK.
