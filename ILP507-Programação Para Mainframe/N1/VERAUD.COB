       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERAUD.
       AUTHOR. LUIZ FERNANDO GERALDO DOS SANTOS.

      *------ VERIFICACAO DA CADEIA DA TRILHA DE AUDITORIA --------------
      * PROVA QUE A TRILHA DE AUDITORIA NAO FOI ALTERADA. CADA ACAO
      * GRAVADA NO AUDEND.DAT LEVA UM SELO: A SEQUENCIA CONTINUA DA
      * TRILHA E UM VALOR DE CONTROLE ENCADEADO, CALCULADO A PARTIR
      * DO CONTROLE DA ACAO ANTERIOR E DOS BYTES DA PROPRIA ACAO (ID,
      * ACAO, OPERADOR, DATA, HORA E SEQUENCIA). O PROGRAMA PERCORRE
      * A TRILHA INTEIRA NA ORDEM DE GRAVACAO - AS GERACOES MENSAIS
      * DO CATALOGO AUDGER.DAT FECHADAS PELO ROTAUD E DEPOIS O
      * AUDEND.DAT CORRENTE - RECALCULA CADA ELO E APONTA NO
      * VERAUD.LST:
      *   1. LACUNA NA SEQUENCIA (ACAO APAGADA);
      *   2. SEQUENCIA REPETIDA OU FORA DE ORDEM (ACAO INCLUIDA);
      *   3. VALOR DE CONTROLE QUE NAO CONFERE (ACAO ALTERADA);
      *   4. ACAO SEM SELO DEPOIS DO INICIO DA CADEIA (AS ACOES
      *      GRAVADAS ANTES DO SELO SO SAO CONTADAS);
      *   5. GERACAO AUSENTE, SEM TRAILER, COM REGISTRO DEPOIS DO
      *      TRAILER, OU CUJO TRAILER NAO BATE COM A CADEIA OU COM O
      *      CATALOGO;
      *   6. FIM DA TRILHA DIFERENTE DA ULTIMA SEQUENCIA/CONTROLE DO
      *      AUDCTL.DAT (ACOES APAGADAS NO FIM DO ARQUIVO).
      * DEPOIS DE UMA QUEBRA A CONFERENCIA CONTINUA A PARTIR DA ACAO
      * QUE QUEBROU, PARA CADA ADULTERACAO APARECER UMA SO VEZ. O
      * RELATORIO TERMINA COM A ANCORA (ULTIMA SEQUENCIA E ULTIMO
      * CONTROLE), QUE A AUDITORIA GUARDA FORA DO SISTEMA: A TRILHA
      * REFEITA DEPOIS DISSO NAO CHEGA A MESMA ANCORA. RODAR COM O
      * CADASTRO FECHADO (ACOES GRAVADAS DURANTE A CONFERENCIA
      * APARECEM COMO DIFERENCA CONTRA O AUDCTL.DAT).
      * TERMINA COM "INTEGRA" (RETURN-CODE 0) OU "VIOLADA"
      * (RETURN-CODE 8).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVOGERACOES ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-GERACOES.

           SELECT ARQUIVOAUDITORIA ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-AUDITORIA.

           SELECT ARQUIVOSELO ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS SELO-CHAVE
           FILE STATUS             IS WS-STATUS-SELO.

           SELECT RELATORIO ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
      * CATALOGO DAS GERACOES MENSAIS FECHADAS PELO ROTAUD.
       FD  ARQUIVOGERACOES
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "AUDGER.DAT".

       01 GERACAO-REG.
           05 GER-MES            PIC X(06).
           05 GER-ARQUIVO        PIC X(20).
           05 GER-QTDE           PIC 9(08).
           05 GER-SEQ-INICIAL    PIC 9(08).
           05 GER-SEQ-FINAL      PIC 9(08).
           05 GER-CONTROLE-FINAL PIC 9(08).
           05 GER-DATA-ROTACAO   PIC X(08).

      * UMA GERACAO MENSAL (AUDEND-AAAAMM.DAT) OU O AUDEND.DAT.
       FD  ARQUIVOAUDITORIA
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS WS-NOME-AUDITORIA.

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

      * TRAILER GRAVADO PELO ROTAUD NO FIM DE CADA GERACAO.
       01 AUDITORIA-TRAILER.
           05 TRL-MARCA          PIC X(09).
           05 TRL-MES            PIC X(06).
           05 TRL-QTDE           PIC 9(08).
           05 TRL-SEQ-INICIAL    PIC 9(08).
           05 TRL-SEQ-FINAL      PIC 9(08).
           05 TRL-CONTROLE-FINAL PIC 9(08).
           05 FILLER             PIC X(02).

      * ULTIMA SEQUENCIA E ULTIMO VALOR DE CONTROLE DA TRILHA.
       FD  ARQUIVOSELO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "AUDCTL.DAT".

       01 SELO-REG.
           05 SELO-CHAVE        PIC X(04).
           05 SELO-SEQUENCIA    PIC 9(08).
           05 SELO-CONTROLE     PIC 9(08).

       FD  RELATORIO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "VERAUD.LST".
       01 REL-LINHA                    PIC X(132).

      *---------------------- VARIAVEIS DE TRABALHO --------------------
       WORKING-STORAGE SECTION.
       77 WS-STATUS-GERACOES           PIC X(02).
       77 WS-STATUS-AUDITORIA          PIC X(02).
       77 WS-STATUS-SELO               PIC X(02).
       77 WS-STATUS-RELATORIO          PIC X(02).

       77 WS-FIM-ARQUIVO               PIC X VALUE "N".
           88 FIM-DO-ARQUIVO                 VALUE "S".
       77 WS-FIM-CATALOGO              PIC X VALUE "N".
           88 FIM-DO-CATALOGO                VALUE "S".

       77 WS-RESULTADO                 PIC X VALUE "S".
           88 CADEIA-INTEGRA                 VALUE "S".

       77 WS-NOME-AUDITORIA            PIC X(20) VALUE "AUDEND.DAT".
       77 WS-DATA-HOJE                 PIC X(08) VALUE SPACES.

      * FONTE EM CONFERENCIA: G = GERACAO DO CATALOGO, C = CORRENTE.
       77 WS-TIPO-FONTE                PIC X VALUE "G".
           88 FONTE-GERACAO                  VALUE "G".
           88 FONTE-CORRENTE                 VALUE "C".
       77 WS-FONTE-ABERTA              PIC X VALUE "N".
           88 FONTE-ABERTA                   VALUE "S".
       77 WS-TRAILER-LIDO              PIC X VALUE "N".
           88 TRAILER-LIDO                   VALUE "S".

      * ELO ANTERIOR DA CADEIA: SEQUENCIA E CONTROLE DA ULTIMA ACAO
      * SELADA CONFERIDA (ZERO ANTES DA PRIMEIRA).
       77 WS-SEQ-ANTERIOR              PIC 9(08) VALUE ZERO.
       77 WS-CONTROLE-ANTERIOR         PIC 9(08) VALUE ZERO.
       77 WS-SEQ-ESPERADA              PIC 9(08) VALUE ZERO.
       77 WS-CADEIA-INICIADA           PIC X VALUE "N".
           88 CADEIA-INICIADA                VALUE "S".

       77 WS-MES-ANTERIOR              PIC X(06) VALUE SPACES.
       77 WS-LINHA-CATALOGO            PIC 9(08) VALUE ZERO.

      * CONTAGENS DA FONTE EM CONFERENCIA.
       77 WS-LINHA-ARQUIVO             PIC 9(08) VALUE ZERO.
       77 WS-QTDE-ARQUIVO              PIC 9(08) VALUE ZERO.
       77 WS-SEQ-INICIAL-ARQ           PIC 9(08) VALUE ZERO.
       77 WS-OCORRENCIAS-ARQ           PIC 9(07) VALUE ZERO.

       77 WS-TOTAL-FONTES              PIC 9(07) VALUE ZERO.
       77 WS-TOTAL-REGISTROS           PIC 9(08) VALUE ZERO.
       77 WS-TOTAL-SEM-SELO            PIC 9(08) VALUE ZERO.
       77 WS-TOTAL-OCORRENCIAS         PIC 9(07) VALUE ZERO.

      * RECALCULO DO VALOR DE CONTROLE (O MESMO DOS PROGRAMAS QUE
      * GRAVAM A TRILHA).
       77 WS-CONTROLE-SELO             PIC 9(10) VALUE ZERO.
       77 WS-QUOCIENTE-SELO            PIC 9(10) VALUE ZERO.
       77 WS-RESTO-SELO                PIC 9(08) VALUE ZERO.
       77 WS-IDX-SELO                  PIC 9(02) COMP.
       01 WS-BYTE-SELO.
           05 WS-BYTE-ALTO             PIC X VALUE LOW-VALUE.
           05 WS-BYTE-BAIXO            PIC X.
       01 WS-BYTE-NUMERO REDEFINES WS-BYTE-SELO PIC 9(04) COMP.

       01 REL-CABECALHO.
           05 FILLER            PIC X(25) VALUE SPACES.
           05 FILLER            PIC X(45)
               VALUE "VERIFICACAO DA CADEIA DA TRILHA DE AUDITORIA".
           05 FILLER            PIC X(06) VALUE " EM: ".
           05 REL-CAB-DATA      PIC X(08).

       01 REL-OCORRENCIA.
           05 RO-ARQUIVO        PIC X(20).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RO-LINHA          PIC ZZZZZZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RO-SEQ            PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RO-DESCRICAO      PIC X(60).

       01 REL-FONTE.
           05 RF-ARQUIVO        PIC X(20).
           05 FILLER            PIC X(06) VALUE " REG: ".
           05 RF-QTDE           PIC ZZZZZZZ9.
           05 FILLER            PIC X(06) VALUE "  SEQ ".
           05 RF-SEQ-INICIAL    PIC ZZZZZZZ9.
           05 FILLER            PIC X(03) VALUE " A ".
           05 RF-SEQ-FINAL      PIC ZZZZZZZ9.
           05 FILLER            PIC X(11) VALUE "  CONTROLE ".
           05 RF-CONTROLE       PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RF-SITUACAO       PIC X(07).

       01 REL-TOTAIS.
           05 FILLER            PIC X(08) VALUE "FONTES: ".
           05 RT-FONTES         PIC ZZZZZZ9.
           05 FILLER            PIC X(13) VALUE "  REGISTROS: ".
           05 RT-REGISTROS      PIC ZZZZZZZ9.
           05 FILLER            PIC X(26)
               VALUE "  SEM SELO (ANTERIORES): ".
           05 RT-SEM-SELO       PIC ZZZZZZZ9.
           05 FILLER            PIC X(15) VALUE "  OCORRENCIAS: ".
           05 RT-OCORRENCIAS    PIC ZZZZZZ9.

       01 REL-ANCORA.
           05 FILLER            PIC X(28)
               VALUE "ANCORA - ULTIMA SEQUENCIA: ".
           05 RA-SEQUENCIA      PIC 9(08).
           05 FILLER            PIC X(12) VALUE "  CONTROLE: ".
           05 RA-CONTROLE       PIC 9(08).

       01 REL-RESULTADO.
           05 FILLER            PIC X(17)
               VALUE "RESULTADO FINAL: ".
           05 RR-RESULTADO      PIC X(07).

      *--------------------- BLOCOS DE EXECUÇÃO ------------------------
       PROCEDURE DIVISION.

       P-PRINCIPAL.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           OPEN OUTPUT RELATORIO
           IF WS-STATUS-RELATORIO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO RELATORIO: "
                   WS-STATUS-RELATORIO
               MOVE 8 TO RETURN-CODE
               GO TO P-FIM.

           MOVE WS-DATA-HOJE TO REL-CAB-DATA
           WRITE REL-LINHA FROM REL-CABECALHO

      * SEM CATALOGO NENHUM MES FOI FECHADO: A TRILHA E SO O
      * AUDEND.DAT, E A CADEIA DELE PRECISA COMECAR NA SEQUENCIA 1.
           OPEN INPUT ARQUIVOGERACOES
           IF WS-STATUS-GERACOES = "00"
               MOVE "N" TO WS-FIM-CATALOGO
               PERFORM P-VERIFICA-GERACAO THRU P-VERIFICA-GERACAO-EXIT
                   UNTIL FIM-DO-CATALOGO
               CLOSE ARQUIVOGERACOES.

           PERFORM P-VERIFICA-CORRENTE THRU P-VERIFICA-CORRENTE-EXIT
           PERFORM P-VERIFICA-CONTROLE THRU P-VERIFICA-CONTROLE-EXIT

           MOVE WS-TOTAL-FONTES      TO RT-FONTES
           MOVE WS-TOTAL-REGISTROS   TO RT-REGISTROS
           MOVE WS-TOTAL-SEM-SELO    TO RT-SEM-SELO
           MOVE WS-TOTAL-OCORRENCIAS TO RT-OCORRENCIAS
           WRITE REL-LINHA FROM REL-TOTAIS
           MOVE WS-SEQ-ANTERIOR      TO RA-SEQUENCIA
           MOVE WS-CONTROLE-ANTERIOR TO RA-CONTROLE
           WRITE REL-LINHA FROM REL-ANCORA

           IF CADEIA-INTEGRA
               MOVE "INTEGRA" TO RR-RESULTADO
               MOVE ZERO TO RETURN-CODE
           ELSE
               MOVE "VIOLADA" TO RR-RESULTADO
               MOVE 8 TO RETURN-CODE.
           WRITE REL-LINHA FROM REL-RESULTADO
           CLOSE RELATORIO
           DISPLAY "VERIFICACAO DA TRILHA: " RR-RESULTADO
               " - OCORRENCIAS: " WS-TOTAL-OCORRENCIAS
           GO TO P-FIM.

      *------ UMA GERACAO DO CATALOGO -----------------------------------
       P-VERIFICA-GERACAO.
           READ ARQUIVOGERACOES
           IF WS-STATUS-GERACOES NOT = "00"
               MOVE "S" TO WS-FIM-CATALOGO
               GO TO P-VERIFICA-GERACAO-EXIT.
           ADD 1 TO WS-LINHA-CATALOGO

           IF GER-MES NOT > WS-MES-ANTERIOR
               MOVE "AUDGER.DAT" TO RO-ARQUIVO
               MOVE WS-LINHA-CATALOGO TO RO-LINHA
               MOVE SPACES TO RO-SEQ
               MOVE "CATALOGO FORA DE ORDEM OU MES REPETIDO"
                   TO RO-DESCRICAO
               PERFORM P-OCORRENCIA THRU P-OCORRENCIA-EXIT.
           MOVE GER-MES TO WS-MES-ANTERIOR

           MOVE "G" TO WS-TIPO-FONTE
           MOVE GER-ARQUIVO TO WS-NOME-AUDITORIA
           PERFORM P-VERIFICA-ARQUIVO THRU P-VERIFICA-ARQUIVO-EXIT
           IF FONTE-ABERTA
               PERFORM P-CONFERE-TRAILER THRU P-CONFERE-TRAILER-EXIT.
           PERFORM P-IMPRIME-FONTE THRU P-IMPRIME-FONTE-EXIT.
       P-VERIFICA-GERACAO-EXIT.
           EXIT.

      *------ O AUDEND.DAT CORRENTE -------------------------------------
       P-VERIFICA-CORRENTE.
           MOVE "C" TO WS-TIPO-FONTE
           MOVE "AUDEND.DAT" TO WS-NOME-AUDITORIA
           PERFORM P-VERIFICA-ARQUIVO THRU P-VERIFICA-ARQUIVO-EXIT
           PERFORM P-IMPRIME-FONTE THRU P-IMPRIME-FONTE-EXIT.
       P-VERIFICA-CORRENTE-EXIT.
           EXIT.

      *------ PASSAGEM POR UMA FONTE DA TRILHA --------------------------
       P-VERIFICA-ARQUIVO.
           ADD 1 TO WS-TOTAL-FONTES
           MOVE ZERO TO WS-LINHA-ARQUIVO
           MOVE ZERO TO WS-QTDE-ARQUIVO
           MOVE ZERO TO WS-SEQ-INICIAL-ARQ
           MOVE ZERO TO WS-OCORRENCIAS-ARQ
           MOVE "N" TO WS-TRAILER-LIDO
           MOVE "N" TO WS-FONTE-ABERTA

           OPEN INPUT ARQUIVOAUDITORIA
           IF WS-STATUS-AUDITORIA NOT = "00"
               MOVE WS-NOME-AUDITORIA TO RO-ARQUIVO
               MOVE ZERO TO RO-LINHA
               MOVE SPACES TO RO-SEQ
               MOVE SPACES TO RO-DESCRICAO
               STRING "ARQUIVO DA TRILHA INDISPONIVEL - STATUS "
                   DELIMITED BY SIZE
                   WS-STATUS-AUDITORIA DELIMITED BY SIZE
                   INTO RO-DESCRICAO
               PERFORM P-OCORRENCIA THRU P-OCORRENCIA-EXIT
               GO TO P-VERIFICA-ARQUIVO-EXIT.

           MOVE "S" TO WS-FONTE-ABERTA
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM P-VERIFICA-REGISTRO THRU P-VERIFICA-REGISTRO-EXIT
               UNTIL FIM-DO-ARQUIVO
           CLOSE ARQUIVOAUDITORIA.
       P-VERIFICA-ARQUIVO-EXIT.
           EXIT.

      *------ CONFERENCIA DE UM ELO DA CADEIA ---------------------------
       P-VERIFICA-REGISTRO.
           READ ARQUIVOAUDITORIA
           IF WS-STATUS-AUDITORIA NOT = "00"
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO P-VERIFICA-REGISTRO-EXIT.
           ADD 1 TO WS-LINHA-ARQUIVO
           MOVE WS-NOME-AUDITORIA TO RO-ARQUIVO
           MOVE WS-LINHA-ARQUIVO TO RO-LINHA
           MOVE AUD-SEQUENCIA TO RO-SEQ

           IF TRL-MARCA = "*TRAILER*"
               GO TO P-VERIFICA-REGISTRO-TRAILER.
           IF TRAILER-LIDO
               MOVE "REGISTRO DEPOIS DO TRAILER DA GERACAO"
                   TO RO-DESCRICAO
               PERFORM P-OCORRENCIA THRU P-OCORRENCIA-EXIT.

           ADD 1 TO WS-QTDE-ARQUIVO
           ADD 1 TO WS-TOTAL-REGISTROS

      *    ACOES GRAVADAS ANTES DO SELO SO PODEM VIR ANTES DA PRIMEIRA
      *    ACAO SELADA; SEQUENCIA ZERO E FALHA NA GRAVACAO DO SELO.
           IF AUD-SEQUENCIA IS NOT NUMERIC OR AUD-SEQUENCIA = ZERO
               IF CADEIA-INICIADA
                   MOVE "ACAO SEM SELO DEPOIS DO INICIO DA CADEIA"
                       TO RO-DESCRICAO
                   PERFORM P-OCORRENCIA THRU P-OCORRENCIA-EXIT
                   GO TO P-VERIFICA-REGISTRO-EXIT
               ELSE
                   ADD 1 TO WS-TOTAL-SEM-SELO
                   GO TO P-VERIFICA-REGISTRO-EXIT.

           MOVE "S" TO WS-CADEIA-INICIADA
           IF WS-SEQ-INICIAL-ARQ = ZERO
               MOVE AUD-SEQUENCIA TO WS-SEQ-INICIAL-ARQ.

           COMPUTE WS-SEQ-ESPERADA = WS-SEQ-ANTERIOR + 1
           IF AUD-SEQUENCIA > WS-SEQ-ESPERADA
               MOVE SPACES TO RO-DESCRICAO
               STRING "LACUNA NA SEQUENCIA - ACAO APAGADA, ESPERADA "
                   DELIMITED BY SIZE
                   WS-SEQ-ESPERADA DELIMITED BY SIZE
                   INTO RO-DESCRICAO
               PERFORM P-OCORRENCIA THRU P-OCORRENCIA-EXIT
               GO TO P-VERIFICA-REGISTRO-ELO.
           IF AUD-SEQUENCIA < WS-SEQ-ESPERADA
               MOVE SPACES TO RO-DESCRICAO
               STRING "SEQUENCIA REPETIDA - ACAO INCLUIDA, ESPERADA "
                   DELIMITED BY SIZE
                   WS-SEQ-ESPERADA DELIMITED BY SIZE
                   INTO RO-DESCRICAO
               PERFORM P-OCORRENCIA THRU P-OCORRENCIA-EXIT
               GO TO P-VERIFICA-REGISTRO-ELO.

           MOVE WS-CONTROLE-ANTERIOR TO WS-CONTROLE-SELO
           PERFORM P-SELAR-UM-BYTE THRU P-SELAR-UM-BYTE-EXIT
               VARYING WS-IDX-SELO FROM 1 BY 1
               UNTIL WS-IDX-SELO > 41
           IF AUD-CONTROLE IS NOT NUMERIC
               OR WS-CONTROLE-SELO NOT = AUD-CONTROLE
               MOVE "VALOR DE CONTROLE NAO CONFERE - ACAO ALTERADA"
                   TO RO-DESCRICAO
               PERFORM P-OCORRENCIA THRU P-OCORRENCIA-EXIT.

      *    A CONFERENCIA SEGUE A PARTIR DESTA ACAO, MESMO QUEBRADA.
       P-VERIFICA-REGISTRO-ELO.
           MOVE AUD-SEQUENCIA TO WS-SEQ-ANTERIOR
           IF AUD-CONTROLE IS NUMERIC
               MOVE AUD-CONTROLE TO WS-CONTROLE-ANTERIOR
           ELSE
               MOVE WS-CONTROLE-SELO TO WS-CONTROLE-ANTERIOR.
           GO TO P-VERIFICA-REGISTRO-EXIT.

       P-VERIFICA-REGISTRO-TRAILER.
           IF FONTE-CORRENTE
               MOVE "TRAILER DENTRO DO AUDEND.DAT CORRENTE"
                   TO RO-DESCRICAO
               PERFORM P-OCORRENCIA THRU P-OCORRENCIA-EXIT
               GO TO P-VERIFICA-REGISTRO-EXIT.
           IF TRAILER-LIDO
               MOVE "TRAILER REPETIDO NA GERACAO" TO RO-DESCRICAO
               PERFORM P-OCORRENCIA THRU P-OCORRENCIA-EXIT
               GO TO P-VERIFICA-REGISTRO-EXIT.
           MOVE "S" TO WS-TRAILER-LIDO
           IF TRL-QTDE NOT = WS-QTDE-ARQUIVO
               MOVE "QUANTIDADE DO TRAILER NAO CONFERE COM A GERACAO"
                   TO RO-DESCRICAO
               PERFORM P-OCORRENCIA THRU P-OCORRENCIA-EXIT.
           IF TRL-SEQ-INICIAL NOT = WS-SEQ-INICIAL-ARQ
               OR TRL-SEQ-FINAL NOT = WS-SEQ-ANTERIOR
               OR TRL-CONTROLE-FINAL NOT = WS-CONTROLE-ANTERIOR
               MOVE "TRAILER NAO CONFERE COM A CADEIA DA GERACAO"
                   TO RO-DESCRICAO
               PERFORM P-OCORRENCIA THRU P-OCORRENCIA-EXIT.
           IF TRL-MES NOT = GER-MES
               OR TRL-QTDE NOT = GER-QTDE
               OR TRL-SEQ-INICIAL NOT = GER-SEQ-INICIAL
               OR TRL-SEQ-FINAL NOT = GER-SEQ-FINAL
               OR TRL-CONTROLE-FINAL NOT = GER-CONTROLE-FINAL
               MOVE "TRAILER NAO CONFERE COM O CATALOGO AUDGER.DAT"
                   TO RO-DESCRICAO
               PERFORM P-OCORRENCIA THRU P-OCORRENCIA-EXIT.
       P-VERIFICA-REGISTRO-EXIT.
           EXIT.

      *------ GERACAO SEM TRAILER ---------------------------------------
       P-CONFERE-TRAILER.
           IF NOT TRAILER-LIDO
               MOVE WS-NOME-AUDITORIA TO RO-ARQUIVO
               MOVE WS-LINHA-ARQUIVO TO RO-LINHA
               MOVE SPACES TO RO-SEQ
               MOVE "GERACAO SEM TRAILER - FIM DO ARQUIVO APAGADO"
                   TO RO-DESCRICAO
               PERFORM P-OCORRENCIA THRU P-OCORRENCIA-EXIT.
       P-CONFERE-TRAILER-EXIT.
           EXIT.

      *------ FIM DA TRILHA CONTRA O AUDCTL.DAT -------------------------
      * O AUDCTL.DAT GUARDA O ULTIMO SELO DISTRIBUIDO: SE O FIM DA
      * TRILHA NAO CHEGA NELE, ACOES FORAM APAGADAS DO FIM DO ARQUIVO.
       P-VERIFICA-CONTROLE.
           MOVE "AUDCTL.DAT" TO RO-ARQUIVO
           MOVE ZERO TO RO-LINHA
           MOVE SPACES TO RO-SEQ
           OPEN INPUT ARQUIVOSELO
           IF WS-STATUS-SELO NOT = "00"
               IF CADEIA-INICIADA
                   MOVE "CONTROLE DA TRILHA INDISPONIVEL"
                       TO RO-DESCRICAO
                   PERFORM P-OCORRENCIA THRU P-OCORRENCIA-EXIT
                   GO TO P-VERIFICA-CONTROLE-EXIT
               ELSE
                   GO TO P-VERIFICA-CONTROLE-EXIT.

           MOVE "0001" TO SELO-CHAVE
           READ ARQUIVOSELO
           IF WS-STATUS-SELO NOT = "00"
               MOVE ZERO TO SELO-SEQUENCIA
               MOVE ZERO TO SELO-CONTROLE.
           CLOSE ARQUIVOSELO

           IF SELO-SEQUENCIA NOT = WS-SEQ-ANTERIOR
               MOVE SELO-SEQUENCIA TO RO-SEQ
               MOVE SPACES TO RO-DESCRICAO
               STRING "ULTIMO SELO DISTRIBUIDO DIFERE DO FIM DA "
                   DELIMITED BY SIZE
                   "TRILHA " DELIMITED BY SIZE
                   WS-SEQ-ANTERIOR DELIMITED BY SIZE
                   INTO RO-DESCRICAO
               PERFORM P-OCORRENCIA THRU P-OCORRENCIA-EXIT
               GO TO P-VERIFICA-CONTROLE-EXIT.
           IF SELO-CONTROLE NOT = WS-CONTROLE-ANTERIOR
               MOVE SELO-SEQUENCIA TO RO-SEQ
               MOVE "ULTIMO CONTROLE DIFERE DO FIM DA TRILHA"
                   TO RO-DESCRICAO
               PERFORM P-OCORRENCIA THRU P-OCORRENCIA-EXIT.
       P-VERIFICA-CONTROLE-EXIT.
           EXIT.

      *------ RECALCULO DO VALOR DE CONTROLE, BYTE A BYTE ---------------
       P-SELAR-UM-BYTE.
           MOVE AUD-BYTE (WS-IDX-SELO) TO WS-BYTE-BAIXO
           COMPUTE WS-CONTROLE-SELO =
               WS-CONTROLE-SELO * 31 + WS-BYTE-NUMERO
           DIVIDE WS-CONTROLE-SELO BY 99999989
               GIVING WS-QUOCIENTE-SELO REMAINDER WS-RESTO-SELO
           MOVE WS-RESTO-SELO TO WS-CONTROLE-SELO.
       P-SELAR-UM-BYTE-EXIT.
           EXIT.

      *------ IMPRESSAO DE OCORRENCIA E DO RESUMO DA FONTE --------------
       P-OCORRENCIA.
           WRITE REL-LINHA FROM REL-OCORRENCIA
           ADD 1 TO WS-OCORRENCIAS-ARQ
           ADD 1 TO WS-TOTAL-OCORRENCIAS
           MOVE "N" TO WS-RESULTADO.
       P-OCORRENCIA-EXIT.
           EXIT.

       P-IMPRIME-FONTE.
           MOVE WS-NOME-AUDITORIA    TO RF-ARQUIVO
           MOVE WS-QTDE-ARQUIVO      TO RF-QTDE
           MOVE WS-SEQ-INICIAL-ARQ   TO RF-SEQ-INICIAL
           MOVE WS-SEQ-ANTERIOR      TO RF-SEQ-FINAL
           MOVE WS-CONTROLE-ANTERIOR TO RF-CONTROLE
           IF WS-OCORRENCIAS-ARQ = ZERO
               MOVE "INTEGRA" TO RF-SITUACAO
           ELSE
               MOVE "VIOLADA" TO RF-SITUACAO.
           WRITE REL-LINHA FROM REL-FONTE.
       P-IMPRIME-FONTE-EXIT.
           EXIT.

      * ----- ENCERRAMENTO DO PROGRAMA ---------------------------------
       P-FIM.
           GOBACK.
