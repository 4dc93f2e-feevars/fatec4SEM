       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROTAUD.
       AUTHOR. LUIZ FERNANDO GERALDO DOS SANTOS.

      *------ FECHAMENTO MENSAL DA TRILHA DE AUDITORIA -----------------
      * FECHA UM MES DA TRILHA DE AUDITORIA NUMA GERACAO DATADA.
      * AS ACOES DO AUDEND.DAT ATE O MES INFORMADO (BRANCO = MES
      * ANTERIOR) VAO, NA ORDEM DE GRAVACAO, PARA O AUDEND-AAAAMM.DAT,
      * QUE TERMINA COM UM TRAILER ("*TRAILER*", MES, QUANTIDADE,
      * PRIMEIRA E ULTIMA SEQUENCIA E ULTIMO VALOR DE CONTROLE). A
      * SEPARACAO PARA NA PRIMEIRA ACAO DE MES POSTERIOR: DAI EM
      * DIANTE TUDO FICA NO AUDEND.DAT, PARA A ORDEM DA TRILHA NUNCA
      * SE PERDER. ANTES DE FECHAR, A CADEIA DO TRECHO FECHADO E
      * CONFERIDA A PARTIR DO ULTIMO FECHAMENTO; CADEIA QUEBRADA
      * ABORTA O FECHAMENTO (RODAR O VERAUD). A GERACAO E ANOTADA NO
      * CATALOGO AUDGER.DAT, QUE E POR ONDE RELAUD, EXPEND, ESTMES E
      * LGPEND LEEM A TRILHA INTEIRA, E SO DEPOIS O AUDEND.DAT E
      * REGRAVADO COM O QUE SOBROU (VIA AUDEND.TMP). SE O PROGRAMA
      * CAIR DEPOIS DE CATALOGAR, BASTA RODAR DE NOVO PARA O MESMO
      * MES: A REGRAVACAO E REFEITA A PARTIR DO AUDEND.TMP, SOMANDO AS
      * ACOES GRAVADAS DEPOIS DELE. DA SEPARACAO ATE A REGRAVACAO O
      * CONTROLE DA TRILHA (AUDCTL.DAT) FICA RESERVADO, COMO NOS
      * PROGRAMAS QUE GRAVAM ACOES; SE NAO FOR OBTIDO EM 10 SEGUNDOS
      * NADA E FEITO. RODAR COM O CADASTRO FECHADO. TODA GRAVACAO DA
      * SEPARACAO E CONFERIDA, E A GERACAO E O AUDEND.TMP SAO
      * RECONTADOS CONTRA O QUE FOI SEPARADO ANTES DE CATALOGAR E DE
      * REGRAVAR O AUDEND.DAT: QUALQUER DIVERGENCIA ABORTA O
      * FECHAMENTO COM O AUDEND.DAT INTACTO.
      * RETURN-CODE 0 = MES FECHADO; 8 = NADA FOI CATALOGADO OU A
      * REGRAVACAO NAO TERMINOU (VER ROTAUD.LST).
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
           LOCK MODE               IS MANUAL
           FILE STATUS             IS WS-STATUS-SELO.

           SELECT ARQUIVOGERACAO ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-GERACAO.

           SELECT ARQUIVOTRABALHO ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-TRABALHO.

           SELECT RELATORIO ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
      * CATALOGO DAS GERACOES MENSAIS, UMA LINHA POR MES FECHADO.
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

      * GERACAO DO MES FECHADO (AUDEND-AAAAMM.DAT).
       FD  ARQUIVOGERACAO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS WS-NOME-GERACAO.

       01 GERACAO-AUD-REG        PIC X(49).

       01 GERACAO-TRAILER.
           05 TRL-MARCA          PIC X(09).
           05 TRL-MES            PIC X(06).
           05 TRL-QTDE           PIC 9(08).
           05 TRL-SEQ-INICIAL    PIC 9(08).
           05 TRL-SEQ-FINAL      PIC 9(08).
           05 TRL-CONTROLE-FINAL PIC 9(08).
           05 FILLER             PIC X(02).

      * ACOES QUE CONTINUAM NO AUDEND.DAT DEPOIS DO FECHAMENTO.
       FD  ARQUIVOTRABALHO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "AUDEND.TMP".

       01 TRABALHO-REG.
           05 TRB-ACAO           PIC X(33).
           05 TRB-SEQUENCIA      PIC 9(08).
           05 TRB-CONTROLE       PIC 9(08).

       FD  RELATORIO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ROTAUD.LST".
       01 REL-LINHA                    PIC X(132).

      *---------------------- VARIAVEIS DE TRABALHO --------------------
       WORKING-STORAGE SECTION.
       77 WS-STATUS-GERACOES           PIC X(02).
       77 WS-STATUS-AUDITORIA          PIC X(02).
       77 WS-STATUS-SELO               PIC X(02).
       77 WS-STATUS-GERACAO            PIC X(02).
       77 WS-STATUS-TRABALHO           PIC X(02).
       77 WS-STATUS-RELATORIO          PIC X(02).

       77 WS-FIM-ARQUIVO               PIC X VALUE "N".
           88 FIM-DO-ARQUIVO                 VALUE "S".
       77 WS-ERRO                      PIC X VALUE "N".
           88 HOUVE-ERRO                     VALUE "S".
       77 WS-PASSOU-DO-MES             PIC X VALUE "N".
           88 PASSOU-DO-MES                  VALUE "S".
       77 WS-REFAZENDO                 PIC X VALUE "N".
           88 REFAZENDO                      VALUE "S".

       77 WS-SITUACAO-TRILHA           PIC X VALUE "N".
           88 TRILHA-RESERVADA               VALUE "S".
           88 TRILHA-OCUPADA                 VALUE "O".
       77 WS-INICIO-ESPERA             PIC 9(06) VALUE ZERO.
       77 WS-AGORA-ESPERA              PIC 9(06) VALUE ZERO.
       01 WS-HORA-ESPERA.
           05 WS-HH-ESPERA             PIC 9(02).
           05 WS-MM-ESPERA             PIC 9(02).
           05 WS-SS-ESPERA             PIC 9(02).
           05 WS-CC-ESPERA             PIC 9(02).

       77 WS-DATA-HOJE                 PIC X(08) VALUE SPACES.
       01 WS-MES-HOJE                  PIC X(06) VALUE SPACES.
       01 FILLER REDEFINES WS-MES-HOJE.
           05 WS-MES-HOJE-ANO          PIC 9(04).
           05 WS-MES-HOJE-MES          PIC 9(02).
       01 WS-MES-FECHAR                PIC X(06) VALUE SPACES.
       01 FILLER REDEFINES WS-MES-FECHAR.
           05 WS-MES-FECHAR-ANO        PIC 9(04).
           05 WS-MES-FECHAR-MES        PIC 9(02).
       77 WS-NOME-GERACAO              PIC X(20) VALUE SPACES.

      * ULTIMO FECHAMENTO DO CATALOGO E ELO ANTERIOR DA CADEIA.
       77 WS-ULT-MES-CATALOGO          PIC X(06) VALUE "000000".
       77 WS-QTDE-CATALOGO             PIC 9(05) VALUE ZERO.
       77 WS-QTDE-GER-CATALOGO         PIC 9(08) VALUE ZERO.
       77 WS-SEQ-ANTERIOR              PIC 9(08) VALUE ZERO.
       77 WS-CONTROLE-ANTERIOR         PIC 9(08) VALUE ZERO.
       77 WS-SEQ-ESPERADA              PIC 9(08) VALUE ZERO.
       77 WS-CADEIA-INICIADA           PIC X VALUE "N".
           88 CADEIA-INICIADA                VALUE "S".

       77 WS-QTDE-LIDA                 PIC 9(08) VALUE ZERO.
       77 WS-QTDE-GERACAO              PIC 9(08) VALUE ZERO.
       77 WS-SEQ-INICIAL-GER           PIC 9(08) VALUE ZERO.
       77 WS-ELOS-QUEBRADOS            PIC 9(08) VALUE ZERO.
       77 WS-QTDE-TRABALHO             PIC 9(08) VALUE ZERO.
       77 WS-QTDE-SEPARADA             PIC 9(08) VALUE ZERO.
       77 WS-QTDE-CONFERIDA            PIC 9(08) VALUE ZERO.
       77 WS-QTDE-PULAR                PIC 9(08) VALUE ZERO.
       77 WS-POSICAO-AUDEND            PIC 9(08) VALUE ZERO.
       77 WS-PRIMEIRA-GERACAO          PIC X(49) VALUE SPACES.
       77 WS-QTDE-ACRESCIDA            PIC 9(08) VALUE ZERO.
       77 WS-QTDE-REGRAVADA            PIC 9(08) VALUE ZERO.

      * CALCULO DO VALOR DE CONTROLE (O MESMO DOS PROGRAMAS QUE
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
           05 FILLER            PIC X(42)
               VALUE "FECHAMENTO MENSAL DA TRILHA DE AUDITORIA".
           05 FILLER            PIC X(06) VALUE " MES: ".
           05 REL-CAB-MES       PIC X(06).
           05 FILLER            PIC X(06) VALUE " EM: ".
           05 REL-CAB-DATA      PIC X(08).

       01 REL-QUEBRA.
           05 FILLER            PIC X(22)
               VALUE "ELO QUEBRADO NA LINHA ".
           05 RQ-LINHA          PIC ZZZZZZZ9.
           05 FILLER            PIC X(13) VALUE "  SEQUENCIA: ".
           05 RQ-SEQUENCIA      PIC X(08).

       01 REL-GERACAO.
           05 RG-ARQUIVO        PIC X(20).
           05 FILLER            PIC X(06) VALUE " REG: ".
           05 RG-QTDE           PIC ZZZZZZZ9.
           05 FILLER            PIC X(06) VALUE "  SEQ ".
           05 RG-SEQ-INICIAL    PIC ZZZZZZZ9.
           05 FILLER            PIC X(03) VALUE " A ".
           05 RG-SEQ-FINAL      PIC ZZZZZZZ9.
           05 FILLER            PIC X(11) VALUE "  CONTROLE ".
           05 RG-CONTROLE       PIC 9(08).

       01 REL-TOTAIS.
           05 FILLER            PIC X(07) VALUE "LIDAS: ".
           05 RT-LIDAS          PIC ZZZZZZZ9.
           05 FILLER            PIC X(14) VALUE "  NA GERACAO: ".
           05 RT-GERACAO        PIC ZZZZZZZ9.
           05 FILLER            PIC X(19)
               VALUE "  FICAM NO AUDEND: ".
           05 RT-REGRAVADAS     PIC ZZZZZZZ9.
           05 FILLER            PIC X(26)
               VALUE "  GRAVADAS NO FECHAMENTO: ".
           05 RT-ACRESCIDAS     PIC ZZZZZZZ9.

       01 REL-MENSAGEM          PIC X(132) VALUE SPACES.

      *--------------------- BLOCOS DE EXECUÇÃO ------------------------
       PROCEDURE DIVISION.

       P-PRINCIPAL.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE (1:6) TO WS-MES-HOJE

           DISPLAY "MES A FECHAR AAAAMM (BRANCO = MES ANTERIOR): "
           ACCEPT WS-MES-FECHAR
           IF WS-MES-FECHAR = SPACES
               IF WS-MES-HOJE-MES = 1
                   COMPUTE WS-MES-FECHAR-ANO = WS-MES-HOJE-ANO - 1
                   MOVE 12 TO WS-MES-FECHAR-MES
               ELSE
                   MOVE WS-MES-HOJE-ANO TO WS-MES-FECHAR-ANO
                   COMPUTE WS-MES-FECHAR-MES = WS-MES-HOJE-MES - 1.
      *    O MES CORRENTE NAO SE FECHA: AINDA RECEBE ACOES.
           IF WS-MES-FECHAR NOT NUMERIC
               OR WS-MES-FECHAR-MES < 1 OR WS-MES-FECHAR-MES > 12
               OR WS-MES-FECHAR NOT < WS-MES-HOJE
               DISPLAY "MES A FECHAR INVALIDO: " WS-MES-FECHAR
               MOVE 8 TO RETURN-CODE
               GO TO P-FIM.

           OPEN OUTPUT RELATORIO
           IF WS-STATUS-RELATORIO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO RELATORIO: "
                   WS-STATUS-RELATORIO
               MOVE 8 TO RETURN-CODE
               GO TO P-FIM.
           MOVE WS-MES-FECHAR TO REL-CAB-MES
           MOVE WS-DATA-HOJE TO REL-CAB-DATA
           WRITE REL-LINHA FROM REL-CABECALHO

           STRING "AUDEND-" DELIMITED BY SIZE
               WS-MES-FECHAR DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-NOME-GERACAO

           PERFORM P-LER-CATALOGO THRU P-LER-CATALOGO-EXIT
           IF WS-MES-FECHAR < WS-ULT-MES-CATALOGO
               MOVE "MES ANTERIOR AO ULTIMO FECHAMENTO DO AUDGER.DAT"
                   TO REL-MENSAGEM
               PERFORM P-MENSAGEM THRU P-MENSAGEM-EXIT
               MOVE "S" TO WS-ERRO
               GO TO P-ENCERRAR.

      *    COM O CONTROLE RESERVADO NENHUM PROGRAMA GRAVA ACAO ENTRE A
      *    LEITURA E A REGRAVACAO DO AUDEND.DAT.
           PERFORM P-RESERVAR-TRILHA THRU P-RESERVAR-TRILHA-EXIT
           IF NOT TRILHA-RESERVADA
               MOVE "CONTROLE DA TRILHA OCUPADO - NADA FOI FECHADO"
                   TO REL-MENSAGEM
               PERFORM P-MENSAGEM THRU P-MENSAGEM-EXIT
               MOVE "S" TO WS-ERRO
               GO TO P-ENCERRAR.

      *    MES JA CATALOGADO: SO A REGRAVACAO DO AUDEND.DAT PODE TER
      *    FICADO PELA METADE. REFAZE-LA NAO MUDA UM AUDEND.DAT JA
      *    REGRAVADO.
           IF WS-MES-FECHAR = WS-ULT-MES-CATALOGO
               MOVE "MES JA CATALOGADO - REFAZENDO O AUDEND.DAT"
                   TO REL-MENSAGEM
               PERFORM P-MENSAGEM THRU P-MENSAGEM-EXIT
               MOVE "S" TO WS-REFAZENDO
               PERFORM P-REGRAVAR-CORRENTE
                   THRU P-REGRAVAR-CORRENTE-EXIT
               GO TO P-ENCERRAR.

           PERFORM P-SEPARAR THRU P-SEPARAR-EXIT
           IF HOUVE-ERRO
               GO TO P-ENCERRAR.
           PERFORM P-CATALOGAR THRU P-CATALOGAR-EXIT
           IF HOUVE-ERRO
               GO TO P-ENCERRAR.
           PERFORM P-REGRAVAR-CORRENTE THRU P-REGRAVAR-CORRENTE-EXIT.

       P-ENCERRAR.
           PERFORM P-LIBERAR-TRILHA THRU P-LIBERAR-TRILHA-EXIT
           MOVE WS-QTDE-LIDA      TO RT-LIDAS
           MOVE WS-QTDE-GERACAO   TO RT-GERACAO
           MOVE WS-QTDE-REGRAVADA TO RT-REGRAVADAS
           MOVE WS-QTDE-ACRESCIDA TO RT-ACRESCIDAS
           WRITE REL-LINHA FROM REL-TOTAIS
           IF HOUVE-ERRO
               MOVE "FECHAMENTO NAO CONCLUIDO" TO REL-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "FECHAMENTO CONCLUIDO" TO REL-MENSAGEM
               MOVE ZERO TO RETURN-CODE.
           PERFORM P-MENSAGEM THRU P-MENSAGEM-EXIT
           CLOSE RELATORIO
           GO TO P-FIM.

      *------ ULTIMO FECHAMENTO DO CATALOGO -----------------------------
      * SEM CATALOGO E O PRIMEIRO FECHAMENTO: A CADEIA COMECA DO ZERO.
       P-LER-CATALOGO.
           OPEN INPUT ARQUIVOGERACOES
           IF WS-STATUS-GERACOES NOT = "00"
               GO TO P-LER-CATALOGO-EXIT.
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM P-LER-UMA-GERACAO THRU P-LER-UMA-GERACAO-EXIT
               UNTIL FIM-DO-ARQUIVO
           CLOSE ARQUIVOGERACOES
           IF WS-SEQ-ANTERIOR > ZERO
               MOVE "S" TO WS-CADEIA-INICIADA.
       P-LER-CATALOGO-EXIT.
           EXIT.

       P-LER-UMA-GERACAO.
           READ ARQUIVOGERACOES
           IF WS-STATUS-GERACOES NOT = "00"
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO P-LER-UMA-GERACAO-EXIT.
           ADD 1 TO WS-QTDE-CATALOGO
           MOVE GER-MES            TO WS-ULT-MES-CATALOGO
           MOVE GER-QTDE           TO WS-QTDE-GER-CATALOGO
           MOVE GER-SEQ-FINAL      TO WS-SEQ-ANTERIOR
           MOVE GER-CONTROLE-FINAL TO WS-CONTROLE-ANTERIOR.
       P-LER-UMA-GERACAO-EXIT.
           EXIT.

      *------ SEPARACAO DO MES FECHADO E DO QUE CONTINUA CORRENTE ------
       P-SEPARAR.
           OPEN INPUT ARQUIVOAUDITORIA
           IF WS-STATUS-AUDITORIA NOT = "00"
               MOVE SPACES TO REL-MENSAGEM
               STRING "ERRO NA ABERTURA DO AUDEND.DAT: "
                   DELIMITED BY SIZE
                   WS-STATUS-AUDITORIA DELIMITED BY SIZE
                   INTO REL-MENSAGEM
               PERFORM P-MENSAGEM THRU P-MENSAGEM-EXIT
               MOVE "S" TO WS-ERRO
               GO TO P-SEPARAR-EXIT.

           OPEN OUTPUT ARQUIVOGERACAO
           IF WS-STATUS-GERACAO NOT = "00"
               MOVE SPACES TO REL-MENSAGEM
               STRING "ERRO NA ABERTURA DO " DELIMITED BY SIZE
                   WS-NOME-GERACAO DELIMITED BY SPACE
                   ": " DELIMITED BY SIZE
                   WS-STATUS-GERACAO DELIMITED BY SIZE
                   INTO REL-MENSAGEM
               PERFORM P-MENSAGEM THRU P-MENSAGEM-EXIT
               CLOSE ARQUIVOAUDITORIA
               MOVE "S" TO WS-ERRO
               GO TO P-SEPARAR-EXIT.

           OPEN OUTPUT ARQUIVOTRABALHO
           IF WS-STATUS-TRABALHO NOT = "00"
               MOVE SPACES TO REL-MENSAGEM
               STRING "ERRO NA ABERTURA DO AUDEND.TMP: "
                   DELIMITED BY SIZE
                   WS-STATUS-TRABALHO DELIMITED BY SIZE
                   INTO REL-MENSAGEM
               PERFORM P-MENSAGEM THRU P-MENSAGEM-EXIT
               CLOSE ARQUIVOAUDITORIA ARQUIVOGERACAO
               MOVE "S" TO WS-ERRO
               GO TO P-SEPARAR-EXIT.

           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM P-SEPARAR-UMA THRU P-SEPARAR-UMA-EXIT
               UNTIL FIM-DO-ARQUIVO
           IF HOUVE-ERRO
               CLOSE ARQUIVOAUDITORIA ARQUIVOGERACAO ARQUIVOTRABALHO
               GO TO P-SEPARAR-EXIT.

      *    SEM ACAO SELADA NO MES A GERACAO REPETE O ELO ANTERIOR.
           MOVE SPACES TO GERACAO-TRAILER
           MOVE "*TRAILER*"          TO TRL-MARCA
           MOVE WS-MES-FECHAR        TO TRL-MES
           MOVE WS-QTDE-GERACAO      TO TRL-QTDE
           MOVE WS-SEQ-INICIAL-GER   TO TRL-SEQ-INICIAL
           MOVE WS-SEQ-ANTERIOR      TO TRL-SEQ-FINAL
           MOVE WS-CONTROLE-ANTERIOR TO TRL-CONTROLE-FINAL
           WRITE GERACAO-TRAILER
           IF WS-STATUS-GERACAO NOT = "00"
               MOVE SPACES TO REL-MENSAGEM
               STRING "ERRO NA GRAVACAO DO TRAILER DO "
                   DELIMITED BY SIZE
                   WS-NOME-GERACAO DELIMITED BY SPACE
                   ": " DELIMITED BY SIZE
                   WS-STATUS-GERACAO DELIMITED BY SIZE
                   INTO REL-MENSAGEM
               PERFORM P-MENSAGEM THRU P-MENSAGEM-EXIT
               MOVE "S" TO WS-ERRO.
           CLOSE ARQUIVOAUDITORIA ARQUIVOGERACAO ARQUIVOTRABALHO
           IF HOUVE-ERRO
               GO TO P-SEPARAR-EXIT.

      *    A GERACAO RELIDA TEM DE TER AS ACOES SEPARADAS PARA ELA.
           PERFORM P-CONTAR-GERACAO THRU P-CONTAR-GERACAO-EXIT
           IF WS-QTDE-CONFERIDA NOT = WS-QTDE-GERACAO
               MOVE SPACES TO REL-MENSAGEM
               STRING WS-NOME-GERACAO DELIMITED BY SPACE
                   " NAO CONFERE COM A SEPARACAO - NADA CATALOGADO"
                   DELIMITED BY SIZE
                   INTO REL-MENSAGEM
               PERFORM P-MENSAGEM THRU P-MENSAGEM-EXIT
               MOVE "S" TO WS-ERRO
               GO TO P-SEPARAR-EXIT.

           MOVE WS-NOME-GERACAO      TO RG-ARQUIVO
           MOVE WS-QTDE-GERACAO      TO RG-QTDE
           MOVE WS-SEQ-INICIAL-GER   TO RG-SEQ-INICIAL
           MOVE WS-SEQ-ANTERIOR      TO RG-SEQ-FINAL
           MOVE WS-CONTROLE-ANTERIOR TO RG-CONTROLE
           WRITE REL-LINHA FROM REL-GERACAO

           IF WS-ELOS-QUEBRADOS > ZERO
               MOVE "CADEIA VIOLADA NO MES A FECHAR - EXECUTE O VERAUD"
                   TO REL-MENSAGEM
               PERFORM P-MENSAGEM THRU P-MENSAGEM-EXIT
               MOVE "S" TO WS-ERRO.
       P-SEPARAR-EXIT.
           EXIT.

       P-SEPARAR-UMA.
           READ ARQUIVOAUDITORIA
           IF WS-STATUS-AUDITORIA NOT = "00"
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO P-SEPARAR-UMA-EXIT.
           ADD 1 TO WS-QTDE-LIDA

      *    A PRIMEIRA ACAO DE MES POSTERIOR ENCERRA O TRECHO FECHADO.
           IF NOT PASSOU-DO-MES
               AND AUD-DATA (1:6) NOT > WS-MES-FECHAR
               GO TO P-SEPARAR-FECHADA.
           MOVE "S" TO WS-PASSOU-DO-MES
           WRITE TRABALHO-REG FROM AUDITORIA-REG
           IF WS-STATUS-TRABALHO NOT = "00"
               MOVE SPACES TO REL-MENSAGEM
               STRING "ERRO NA GRAVACAO DO AUDEND.TMP: "
                   DELIMITED BY SIZE
                   WS-STATUS-TRABALHO DELIMITED BY SIZE
                   INTO REL-MENSAGEM
               PERFORM P-MENSAGEM THRU P-MENSAGEM-EXIT
               MOVE "S" TO WS-ERRO
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO P-SEPARAR-UMA-EXIT.
           ADD 1 TO WS-QTDE-SEPARADA
           GO TO P-SEPARAR-UMA-EXIT.

       P-SEPARAR-FECHADA.
           PERFORM P-CONFERIR-ELO THRU P-CONFERIR-ELO-EXIT
           WRITE GERACAO-AUD-REG FROM AUDITORIA-REG
           IF WS-STATUS-GERACAO NOT = "00"
               MOVE SPACES TO REL-MENSAGEM
               STRING "ERRO NA GRAVACAO DO " DELIMITED BY SIZE
                   WS-NOME-GERACAO DELIMITED BY SPACE
                   ": " DELIMITED BY SIZE
                   WS-STATUS-GERACAO DELIMITED BY SIZE
                   INTO REL-MENSAGEM
               PERFORM P-MENSAGEM THRU P-MENSAGEM-EXIT
               MOVE "S" TO WS-ERRO
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO P-SEPARAR-UMA-EXIT.
           ADD 1 TO WS-QTDE-GERACAO.
       P-SEPARAR-UMA-EXIT.
           EXIT.

      *------ RECONTAGEM DA GERACAO GRAVADA (SEM O TRAILER) -------------
      * A ULTIMA LINHA E O TRAILER; UMA ACAO ADULTERADA COM A MARCA DE
      * TRAILER NO MEIO DO MES CONTA COMO ACAO (O ELO JA A APONTOU).
       P-CONTAR-GERACAO.
           MOVE ZERO TO WS-QTDE-CONFERIDA
           OPEN INPUT ARQUIVOGERACAO
           IF WS-STATUS-GERACAO NOT = "00"
               MOVE 99999999 TO WS-QTDE-CONFERIDA
               GO TO P-CONTAR-GERACAO-EXIT.
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM P-CONTAR-UMA-GERACAO
               THRU P-CONTAR-UMA-GERACAO-EXIT
               UNTIL FIM-DO-ARQUIVO
           CLOSE ARQUIVOGERACAO
           IF WS-QTDE-CONFERIDA > ZERO
               SUBTRACT 1 FROM WS-QTDE-CONFERIDA.
       P-CONTAR-GERACAO-EXIT.
           EXIT.

       P-CONTAR-UMA-GERACAO.
           READ ARQUIVOGERACAO
           IF WS-STATUS-GERACAO NOT = "00"
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO P-CONTAR-UMA-GERACAO-EXIT.
           ADD 1 TO WS-QTDE-CONFERIDA.
       P-CONTAR-UMA-GERACAO-EXIT.
           EXIT.

      *------ CONFERENCIA DE UM ELO DO TRECHO FECHADO -------------------
      * A MESMA REGRA DO VERAUD; O DETALHE DA QUEBRA FICA COM ELE.
       P-CONFERIR-ELO.
           IF AUDITORIA-REG (1:9) = "*TRAILER*"
               GO TO P-CONFERIR-ELO-QUEBRADO.
           IF AUD-SEQUENCIA IS NOT NUMERIC OR AUD-SEQUENCIA = ZERO
               IF CADEIA-INICIADA
                   GO TO P-CONFERIR-ELO-QUEBRADO
               ELSE
                   GO TO P-CONFERIR-ELO-EXIT.

           MOVE "S" TO WS-CADEIA-INICIADA
           IF WS-SEQ-INICIAL-GER = ZERO
               MOVE AUD-SEQUENCIA TO WS-SEQ-INICIAL-GER.
           COMPUTE WS-SEQ-ESPERADA = WS-SEQ-ANTERIOR + 1
           IF AUD-SEQUENCIA NOT = WS-SEQ-ESPERADA
               OR AUD-CONTROLE IS NOT NUMERIC
               GO TO P-CONFERIR-ELO-QUEBRADO.
           MOVE WS-CONTROLE-ANTERIOR TO WS-CONTROLE-SELO
           PERFORM P-SELAR-UM-BYTE THRU P-SELAR-UM-BYTE-EXIT
               VARYING WS-IDX-SELO FROM 1 BY 1
               UNTIL WS-IDX-SELO > 41
           IF WS-CONTROLE-SELO NOT = AUD-CONTROLE
               GO TO P-CONFERIR-ELO-QUEBRADO.
           MOVE AUD-SEQUENCIA TO WS-SEQ-ANTERIOR
           MOVE AUD-CONTROLE  TO WS-CONTROLE-ANTERIOR
           GO TO P-CONFERIR-ELO-EXIT.

       P-CONFERIR-ELO-QUEBRADO.
           ADD 1 TO WS-ELOS-QUEBRADOS
           MOVE WS-QTDE-LIDA TO RQ-LINHA
           MOVE AUDITORIA-REG (34:8) TO RQ-SEQUENCIA
           WRITE REL-LINHA FROM REL-QUEBRA
           IF AUD-SEQUENCIA IS NUMERIC AND AUD-CONTROLE IS NUMERIC
               MOVE AUD-SEQUENCIA TO WS-SEQ-ANTERIOR
               MOVE AUD-CONTROLE  TO WS-CONTROLE-ANTERIOR.
       P-CONFERIR-ELO-EXIT.
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

      *------ ANOTACAO DA GERACAO NO CATALOGO ---------------------------
       P-CATALOGAR.
           OPEN EXTEND ARQUIVOGERACOES
           IF WS-STATUS-GERACOES NOT = "00"
               OPEN OUTPUT ARQUIVOGERACOES.
           IF WS-STATUS-GERACOES NOT = "00"
               MOVE SPACES TO REL-MENSAGEM
               STRING "ERRO NA ABERTURA DO AUDGER.DAT: "
                   DELIMITED BY SIZE
                   WS-STATUS-GERACOES DELIMITED BY SIZE
                   INTO REL-MENSAGEM
               PERFORM P-MENSAGEM THRU P-MENSAGEM-EXIT
               MOVE "S" TO WS-ERRO
               GO TO P-CATALOGAR-EXIT.

           MOVE WS-MES-FECHAR        TO GER-MES
           MOVE WS-NOME-GERACAO      TO GER-ARQUIVO
           MOVE WS-QTDE-GERACAO      TO GER-QTDE
           MOVE WS-SEQ-INICIAL-GER   TO GER-SEQ-INICIAL
           MOVE WS-SEQ-ANTERIOR      TO GER-SEQ-FINAL
           MOVE WS-CONTROLE-ANTERIOR TO GER-CONTROLE-FINAL
           MOVE WS-DATA-HOJE         TO GER-DATA-ROTACAO
           WRITE GERACAO-REG
           IF WS-STATUS-GERACOES NOT = "00"
               MOVE SPACES TO REL-MENSAGEM
               STRING "ERRO NA GRAVACAO DO AUDGER.DAT: "
                   DELIMITED BY SIZE
                   WS-STATUS-GERACOES DELIMITED BY SIZE
                   INTO REL-MENSAGEM
               PERFORM P-MENSAGEM THRU P-MENSAGEM-EXIT
               MOVE "S" TO WS-ERRO.
           CLOSE ARQUIVOGERACOES.
       P-CATALOGAR-EXIT.
           EXIT.

      *------ REGRAVACAO DO AUDEND.DAT ----------------------------------
      * O AUDEND.TMP TEM AS ACOES QUE FICAM NO CORRENTE. PRIMEIRO
      * RECEBE AS ACOES DO AUDEND.DAT QUE ESTAO DEPOIS DAS JA LIDAS,
      * PELA POSICAO NO ARQUIVO E NAO PELA SEQUENCIA, PARA QUE ACAO
      * SEM SELO OU ADULTERADA TAMBEM CONTINUE NA TRILHA; DEPOIS
      * SUBSTITUI O AUDEND.DAT. REPETIR ESTE PASSO NAO DUPLICA ACAO.
       P-REGRAVAR-CORRENTE.
           MOVE ZERO TO WS-QTDE-TRABALHO
           OPEN INPUT ARQUIVOTRABALHO
           IF WS-STATUS-TRABALHO NOT = "00"
               MOVE SPACES TO REL-MENSAGEM
               STRING "AUDEND.TMP INDISPONIVEL (" DELIMITED BY SIZE
                   WS-STATUS-TRABALHO DELIMITED BY SIZE
                   ") - CONFIRA A TRILHA COM O VERAUD"
                   DELIMITED BY SIZE
                   INTO REL-MENSAGEM
               PERFORM P-MENSAGEM THRU P-MENSAGEM-EXIT
               MOVE "S" TO WS-ERRO
               GO TO P-REGRAVAR-CORRENTE-EXIT.
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM P-MEDIR-TRABALHO THRU P-MEDIR-TRABALHO-EXIT
               UNTIL FIM-DO-ARQUIVO
           CLOSE ARQUIVOTRABALHO

      *    NO FECHAMENTO NORMAL O AUDEND.TMP RELIDO TEM DE TER O QUE A
      *    SEPARACAO GRAVOU NELE; SENAO O AUDEND.DAT NEM E ABERTO.
           IF NOT REFAZENDO
               AND WS-QTDE-TRABALHO NOT = WS-QTDE-SEPARADA
               MOVE SPACES TO REL-MENSAGEM
               STRING "AUDEND.TMP NAO CONFERE COM A SEPARACAO"
                   DELIMITED BY SIZE
                   " - AUDEND.DAT MANTIDO" DELIMITED BY SIZE
                   INTO REL-MENSAGEM
               PERFORM P-MENSAGEM THRU P-MENSAGEM-EXIT
               MOVE "S" TO WS-ERRO
               GO TO P-REGRAVAR-CORRENTE-EXIT.

           MOVE WS-QTDE-LIDA TO WS-QTDE-PULAR
           IF REFAZENDO
               PERFORM P-MEDIR-REFAZER THRU P-MEDIR-REFAZER-EXIT
               IF HOUVE-ERRO
                   GO TO P-REGRAVAR-CORRENTE-EXIT.

           OPEN INPUT ARQUIVOAUDITORIA
           IF WS-STATUS-AUDITORIA NOT = "00"
               MOVE SPACES TO REL-MENSAGEM
               STRING "ERRO NA ABERTURA DO AUDEND.DAT: "
                   DELIMITED BY SIZE
                   WS-STATUS-AUDITORIA DELIMITED BY SIZE
                   INTO REL-MENSAGEM
               PERFORM P-MENSAGEM THRU P-MENSAGEM-EXIT
               MOVE "S" TO WS-ERRO
               GO TO P-REGRAVAR-CORRENTE-EXIT.
           OPEN EXTEND ARQUIVOTRABALHO
           IF WS-STATUS-TRABALHO NOT = "00"
               MOVE SPACES TO REL-MENSAGEM
               STRING "ERRO NA ABERTURA DO AUDEND.TMP: "
                   DELIMITED BY SIZE
                   WS-STATUS-TRABALHO DELIMITED BY SIZE
                   INTO REL-MENSAGEM
               PERFORM P-MENSAGEM THRU P-MENSAGEM-EXIT
               CLOSE ARQUIVOAUDITORIA
               MOVE "S" TO WS-ERRO
               GO TO P-REGRAVAR-CORRENTE-EXIT.
           MOVE ZERO TO WS-POSICAO-AUDEND
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM P-ACRESCENTAR-UMA THRU P-ACRESCENTAR-UMA-EXIT
               UNTIL FIM-DO-ARQUIVO
           CLOSE ARQUIVOAUDITORIA ARQUIVOTRABALHO
           IF HOUVE-ERRO
               GO TO P-REGRAVAR-CORRENTE-EXIT.

           OPEN INPUT ARQUIVOTRABALHO
           IF WS-STATUS-TRABALHO NOT = "00"
               MOVE SPACES TO REL-MENSAGEM
               STRING "ERRO NA ABERTURA DO AUDEND.TMP: "
                   DELIMITED BY SIZE
                   WS-STATUS-TRABALHO DELIMITED BY SIZE
                   INTO REL-MENSAGEM
               PERFORM P-MENSAGEM THRU P-MENSAGEM-EXIT
               MOVE "S" TO WS-ERRO
               GO TO P-REGRAVAR-CORRENTE-EXIT.
           OPEN OUTPUT ARQUIVOAUDITORIA
           IF WS-STATUS-AUDITORIA NOT = "00"
               MOVE SPACES TO REL-MENSAGEM
               STRING "ERRO NA REGRAVACAO DO AUDEND.DAT: "
                   DELIMITED BY SIZE
                   WS-STATUS-AUDITORIA DELIMITED BY SIZE
                   INTO REL-MENSAGEM
               PERFORM P-MENSAGEM THRU P-MENSAGEM-EXIT
               CLOSE ARQUIVOTRABALHO
               MOVE "S" TO WS-ERRO
               GO TO P-REGRAVAR-CORRENTE-EXIT.
           MOVE ZERO TO WS-QTDE-REGRAVADA
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM P-REGRAVAR-UMA THRU P-REGRAVAR-UMA-EXIT
               UNTIL FIM-DO-ARQUIVO
           CLOSE ARQUIVOTRABALHO ARQUIVOAUDITORIA

           IF WS-QTDE-REGRAVADA NOT = WS-QTDE-TRABALHO
                   + WS-QTDE-ACRESCIDA
               MOVE "AUDEND.DAT INCOMPLETO - RODE DE NOVO O MESMO MES"
                   TO REL-MENSAGEM
               PERFORM P-MENSAGEM THRU P-MENSAGEM-EXIT
               MOVE "S" TO WS-ERRO.
       P-REGRAVAR-CORRENTE-EXIT.
           EXIT.

       P-MEDIR-TRABALHO.
           READ ARQUIVOTRABALHO
           IF WS-STATUS-TRABALHO NOT = "00"
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO P-MEDIR-TRABALHO-EXIT.
           ADD 1 TO WS-QTDE-TRABALHO.
       P-MEDIR-TRABALHO-EXIT.
           EXIT.

      * AO REFAZER, O AUDEND.DAT JA REGRAVADO COMECA PELAS ACOES DO
      * AUDEND.TMP; SE A QUEDA FOI ANTES DA REGRAVACAO, ELE AINDA
      * COMECA PELAS ACOES DO MES FECHADO, IGUAIS AS DA GERACAO.
       P-MEDIR-REFAZER.
           MOVE WS-QTDE-TRABALHO TO WS-QTDE-PULAR
           IF WS-QTDE-GER-CATALOGO = ZERO
               GO TO P-MEDIR-REFAZER-EXIT.
           OPEN INPUT ARQUIVOGERACAO
           IF WS-STATUS-GERACAO NOT = "00"
               MOVE SPACES TO REL-MENSAGEM
               STRING WS-NOME-GERACAO DELIMITED BY SPACE
                   " INDISPONIVEL - CONFIRA A TRILHA COM O VERAUD"
                   DELIMITED BY SIZE
                   INTO REL-MENSAGEM
               PERFORM P-MENSAGEM THRU P-MENSAGEM-EXIT
               MOVE "S" TO WS-ERRO
               GO TO P-MEDIR-REFAZER-EXIT.
           READ ARQUIVOGERACAO
           MOVE GERACAO-AUD-REG TO WS-PRIMEIRA-GERACAO
           CLOSE ARQUIVOGERACAO
           OPEN INPUT ARQUIVOAUDITORIA
           IF WS-STATUS-AUDITORIA NOT = "00"
               GO TO P-MEDIR-REFAZER-EXIT.
           READ ARQUIVOAUDITORIA
           IF WS-STATUS-AUDITORIA = "00"
               AND AUDITORIA-REG = WS-PRIMEIRA-GERACAO
               COMPUTE WS-QTDE-PULAR =
                   WS-QTDE-GER-CATALOGO + WS-QTDE-TRABALHO.
           CLOSE ARQUIVOAUDITORIA.
       P-MEDIR-REFAZER-EXIT.
           EXIT.

       P-ACRESCENTAR-UMA.
           READ ARQUIVOAUDITORIA
           IF WS-STATUS-AUDITORIA NOT = "00"
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO P-ACRESCENTAR-UMA-EXIT.
           ADD 1 TO WS-POSICAO-AUDEND
           IF WS-POSICAO-AUDEND NOT > WS-QTDE-PULAR
               GO TO P-ACRESCENTAR-UMA-EXIT.
           WRITE TRABALHO-REG FROM AUDITORIA-REG
           IF WS-STATUS-TRABALHO NOT = "00"
               MOVE SPACES TO REL-MENSAGEM
               STRING "ERRO NA GRAVACAO DO AUDEND.TMP: "
                   DELIMITED BY SIZE
                   WS-STATUS-TRABALHO DELIMITED BY SIZE
                   " - AUDEND.DAT MANTIDO" DELIMITED BY SIZE
                   INTO REL-MENSAGEM
               PERFORM P-MENSAGEM THRU P-MENSAGEM-EXIT
               MOVE "S" TO WS-ERRO
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO P-ACRESCENTAR-UMA-EXIT.
           ADD 1 TO WS-QTDE-ACRESCIDA.
       P-ACRESCENTAR-UMA-EXIT.
           EXIT.

       P-REGRAVAR-UMA.
           READ ARQUIVOTRABALHO
           IF WS-STATUS-TRABALHO NOT = "00"
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO P-REGRAVAR-UMA-EXIT.
           WRITE AUDITORIA-REG FROM TRABALHO-REG
           IF WS-STATUS-AUDITORIA = "00"
               ADD 1 TO WS-QTDE-REGRAVADA.
       P-REGRAVAR-UMA-EXIT.
           EXIT.

      *------ RESERVA E LIBERACAO DO CONTROLE DA TRILHA -----------------
      * A RESERVA ABRE O AUDCTL.DAT E LE O REGISTRO DE CONTROLE COM
      * BLOQUEIO, COMO NOS PROGRAMAS QUE GRAVAM A TRILHA. SE OUTRO
      * PROGRAMA ESTA COM O CONTROLE, A LEITURA E REPETIDA POR ATE 10
      * SEGUNDOS; SE NAO SAIR, FICA TRILHA-OCUPADA.
       P-RESERVAR-TRILHA.
           IF TRILHA-RESERVADA
               GO TO P-RESERVAR-TRILHA-EXIT.
           MOVE "N" TO WS-SITUACAO-TRILHA
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
      * TRILHA SEM NENHUMA ACAO SELADA: O CONTROLE E CRIADO ZERADO E
      * LIDO COM BLOQUEIO NA TENTATIVA SEGUINTE.
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

      *------ MENSAGEM NO CONSOLE E NO RELATORIO ------------------------
       P-MENSAGEM.
           DISPLAY REL-MENSAGEM
           WRITE REL-LINHA FROM REL-MENSAGEM
           MOVE SPACES TO REL-MENSAGEM.
       P-MENSAGEM-EXIT.
           EXIT.

      * ----- ENCERRAMENTO DO PROGRAMA ---------------------------------
       P-FIM.
           GOBACK.
