           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-AUDITORIA.

           SELECT ARQUIVOSELO ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS SELO-CHAVE
           LOCK MODE               IS MANUAL
           FILE STATUS             IS WS-STATUS-SELO.

           SELECT ARQUIVOUF ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           VALUE OF FILE-ID IS "CADEND.DAT".

       01 ENDERECO.
           05 ID-ENDERECO      PIC X(08).
           05 CEP              PIC X(08).
           05 LOGRA            PIC X(35).
           05 NUMERO           PIC X(06).

       01 CONTROLE-ID.
           05 CTRL-CHAVE        PIC X(04).
           05 CTRL-ULTIMO-ID    PIC 9(08).

       FD  ARQUIVOCEPREF
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

       FD  ARQUIVOUF
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ENDIMP.DAT".

       01 IMPORT-REG.
           05 IMP-ID            PIC X(08).
           05 IMP-CEP           PIC X(08).
           05 IMP-LOGRA         PIC X(35).
           05 IMP-NUMERO        PIC X(06).
       77 WS-STATUS-CONTROLE           PIC X(02).
       77 WS-STATUS-CEPREF             PIC X(02).
       77 WS-STATUS-AUDITORIA          PIC X(02).
       77 WS-STATUS-SELO               PIC X(02).
       77 WS-STATUS-IMPORT             PIC X(02).
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
       77 WS-INTERROMPIDA              PIC X VALUE "N".
           88 IMPORTACAO-INTERROMPIDA        VALUE "S".

       77 WS-CEPREF-OK                 PIC X VALUE "N".
           88 CEPREF-DISPONIVEL              VALUE "S".
       77 WS-OPERADOR-ID               PIC X(08) VALUE "IMPEND".
       77 WS-ACAO-AUDITORIA            PIC X(01).

       77 WS-MAIOR-ID                  PIC 9(08) VALUE ZERO.
       77 WS-ID-NUMERICO               PIC 9(08) VALUE ZERO.

       77 WS-TOTAL-LIDO                PIC 9(07) VALUE ZERO.
       77 WS-TOTAL-ACEITO              PIC 9(07) VALUE ZERO.
       77 WS-TOTAL-REJEITADO           PIC 9(07) VALUE ZERO.
       77 WS-TOTAL-ERRO                PIC 9(07) VALUE ZERO.

       77 WS-STATUS-CHECK              PIC X(02).
       77 WS-FIM-CHECK                 PIC X VALUE "N".
           05 RT-ACEITO         PIC ZZZZZZ9.
           05 FILLER            PIC X(13) VALUE "  REJEITADOS:".
           05 RT-REJEITADO      PIC ZZZZZZ9.
           05 FILLER            PIC X(16) VALUE "  ERROS TRILHA:".
           05 RT-ERRO           PIC ZZZZZZ9.

      *--------------------- BLOCOS DE EXECUÇÃO ------------------------
       PROCEDURE DIVISION.
           ELSE
               MOVE "N" TO WS-CEPREF-OK.

           OPEN OUTPUT RELATORIO
           IF WS-STATUS-RELATORIO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO RELATORIO: "
           MOVE WS-TOTAL-LIDO      TO RT-LIDO
           MOVE WS-TOTAL-ACEITO    TO RT-ACEITO
           MOVE WS-TOTAL-REJEITADO TO RT-REJEITADO
           MOVE WS-TOTAL-ERRO      TO RT-ERRO
           WRITE REL-LINHA FROM REL-LEGENDA
           WRITE REL-LINHA FROM REL-TOTAIS

      * CARGA CONCLUIDA: O CHECKPOINT E ZERADO PARA O PROXIMO LOTE.
      * INTERROMPIDA POR FALTA DO CONTROLE DA TRILHA: O CHECKPOINT
      * GUARDA O ULTIMO REGISTRO PROCESSADO E A REEXECUCAO RETOMA
      * DO SEGUINTE.
           IF IMPORTACAO-INTERROMPIDA
               PERFORM P-GRAVAR-CHECKPOINT
                   THRU P-GRAVAR-CHECKPOINT-EXIT
               MOVE 8 TO RETURN-CODE
               DISPLAY "CONTROLE DA TRILHA OCUPADO - IMPORTACAO "
                   "INTERROMPIDA APOS O REGISTRO " WS-POSICAO-ATUAL
           ELSE
               PERFORM P-LIMPAR-CHECKPOINT
                   THRU P-LIMPAR-CHECKPOINT-EXIT.

           CLOSE ARQUIVOIMPORT
           CLOSE ARQUIVOENDERECO
           CLOSE ARQUIVOUF
           IF CEPREF-DISPONIVEL
               CLOSE ARQUIVOCEPREF.
           CLOSE RELATORIO
           DISPLAY "IMPORTACAO CONCLUIDA - ACEITOS: " WS-TOTAL-ACEITO
               " REJEITADOS: " WS-TOTAL-REJEITADO
           IF WS-TOTAL-ERRO > ZERO
               DISPLAY "ACOES NAO GRAVADAS NA TRILHA: " WS-TOTAL-ERRO
               MOVE 8 TO RETURN-CODE.
           GO TO P-FIM.

      *------ ABERTURA DO CADASTRO COM CRIACAO NA PRIMEIRA CARGA --------

           ADD 1 TO WS-TOTAL-LIDO
           PERFORM P-CRITICAR THRU P-CRITICAR-EXIT
      * O ACEITO SO E GRAVADO COM O CONTROLE DA TRILHA RESERVADO.
           IF REGISTRO-ACEITO
               PERFORM P-RESERVAR-TRILHA THRU P-RESERVAR-TRILHA-EXIT
               IF NOT TRILHA-RESERVADA
                   SUBTRACT 1 FROM WS-TOTAL-LIDO
                   MOVE "S" TO WS-INTERROMPIDA
                   MOVE "S" TO WS-FIM-ARQUIVO
                   GO TO P-IMPORTAR-UM-EXIT.
           IF REGISTRO-ACEITO
               PERFORM P-GRAVAR-ACEITO THRU P-GRAVAR-ACEITO-EXIT
               PERFORM P-LIBERAR-TRILHA THRU P-LIBERAR-TRILHA-EXIT
           ELSE
               PERFORM P-REJEITAR THRU P-REJEITAR-EXIT.

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
           STOP RUN.
