      * CONSOLE (OPERADOR, PERIODO DE DATAS E ACAO I/A/E - EM BRANCO
      * ACEITA TODOS), CRUZA CADA AUD-ID COM O REGISTRO ATUAL DO
      * CADEND.DAT PARA MOSTRAR O ENDERECO ATINGIDO PELA ACAO (OU
      * "REGISTRO EXCLUIDO" QUANDO ELE NAO EXISTE MAIS; NA ACAO "N"
      * DO LGPEND, NAS ACOES "M"/"J" DO MRGPES E NAS ACOES "Y", "K",
      * "W" E "Z" O AUD-ID E UM ID-PESSOA) E EMITE EM
      * RELAUD.LST UMA LISTAGEM PAGINADA COM TOTAIS POR OPERADOR E
      * POR ACAO. AS ACOES "X" (ENDERECO) E "Y" (CLIENTE OU VINCULO)
      * SAO GRAVACOES RECUSADAS PORQUE O REGISTRO MUDOU DESDE A
      * LEITURA; O TOTAL DE RECUSAS SAI NA LINHA DE TOTAIS POR ACAO.
      * OS MESES JA FECHADOS PELO ROTAUD SAO LIDOS DAS GERACOES DO
      * CATALOGO AUDGER.DAT (A PARTIR DO MES DA DATA INICIAL) ANTES
      * DO AUDEND.DAT CORRENTE; CADA LINHA TRAZ A SEQUENCIA DA ACAO NA
      * TRILHA, A MESMA CONFERIDA PELO VERAUD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-AUDITORIA.

           SELECT ARQUIVOGERACOES ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-GERACOES.

           SELECT ARQUIVOENDERECO ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
       FILE SECTION.
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

       FD  ARQUIVOENDERECO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CADEND.DAT".

       01 ENDERECO.
           05 ID-ENDERECO      PIC X(08).
           05 CEP              PIC X(08).
           05 LOGRA            PIC X(35).
           05 NUMERO           PIC X(06).
      *---------------------- VARIAVEIS DE TRABALHO --------------------
       WORKING-STORAGE SECTION.
       77 WS-STATUS-AUDITORIA          PIC X(02).
       77 WS-STATUS-GERACOES           PIC X(02).
       77 WS-STATUS-ARQUIVO            PIC X(02).
       77 WS-STATUS-RELATORIO          PIC X(02).

       77 WS-NOME-AUDITORIA            PIC X(20) VALUE "AUDEND.DAT".
       77 WS-MES-INICIAL-TRILHA        PIC X(06) VALUE "000000".
       77 WS-FONTE-TRILHA              PIC X VALUE "G".
           88 LENDO-GERACOES                 VALUE "G".
           88 LENDO-CORRENTE                 VALUE "C".
       77 WS-TRILHA-COMPLETA           PIC X VALUE "S".
           88 TRILHA-COMPLETA                VALUE "S".

       77 WS-FIM-ARQUIVO               PIC X VALUE "N".
           88 FIM-DO-ARQUIVO                 VALUE "S".

       77 WS-TOTAL-INCLUSAO            PIC 9(07) VALUE ZERO.
       77 WS-TOTAL-ALTERACAO           PIC 9(07) VALUE ZERO.
       77 WS-TOTAL-EXCLUSAO            PIC 9(07) VALUE ZERO.
       77 WS-TOTAL-RECUSA              PIC 9(07) VALUE ZERO.

       77 WS-TOTAL-OPERADORES          PIC 9(03) VALUE ZERO.
       77 WS-IDX-OPE                   PIC 9(03) COMP.
           05 REL-CAB-PAGINA    PIC ZZ9.

       01 REL-DETALHE.
           05 REL-DET-SEQ       PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 REL-DET-DATA      PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 REL-DET-HORA      PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 REL-DET-ACAO      PIC X(01).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 REL-DET-ID        PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 REL-DET-ENDERECO  PIC X(60).

           05 RTA-ALTERACAO     PIC ZZZZZZ9.
           05 FILLER            PIC X(05) VALUE "  E: ".
           05 RTA-EXCLUSAO      PIC ZZZZZZ9.
           05 FILLER            PIC X(12) VALUE "  RECUSAS: ".
           05 RTA-RECUSA        PIC ZZZZZZ9.

       01 REL-TOTAL-OPERADOR.
           05 FILLER            PIC X(10) VALUE "OPERADOR ".
           05 FILLER            PIC X(02) VALUE ": ".
           05 RTO-QTDE          PIC ZZZZZZ9.

       01 REL-AVISO-TRILHA.
           05 FILLER            PIC X(60) VALUE
               "ATENCAO: GERACAO DA TRILHA INDISPONIVEL - VER CONSOLE".

       01 REL-RODAPE.
           05 FILLER            PIC X(28)
               VALUE "TOTAL DE ACOES LISTADAS: ".
       P-PRINCIPAL.
           PERFORM P-PARAMETROS THRU P-PARAMETROS-EXIT

           IF WS-SEL-DATA-INICIAL NOT = SPACES
               MOVE WS-SEL-DATA-INICIAL (1:6) TO WS-MES-INICIAL-TRILHA.
           PERFORM P-ABRIR-TRILHA THRU P-ABRIR-TRILHA-EXIT
           IF WS-STATUS-AUDITORIA NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVOAUDITORIA: "
                   WS-STATUS-AUDITORIA

      *------ SELECAO E IMPRESSAO DE UMA ACAO DA TRILHA -----------------
       P-LISTAR-UM.
           PERFORM P-LER-TRILHA THRU P-LER-TRILHA-EXIT
           IF WS-STATUS-AUDITORIA NOT = "00"
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO P-LISTAR-UM-EXIT.
               PERFORM P-CABECALHO THRU P-CABECALHO-EXIT.

           MOVE SPACES TO REL-DETALHE
           MOVE AUD-SEQUENCIA TO REL-DET-SEQ
           MOVE AUD-DATA     TO REL-DET-DATA
           MOVE AUD-HORA     TO REL-DET-HORA
           MOVE AUD-OPERADOR TO REL-DET-OPERADOR
           ELSE IF AUD-ACAO = "A"
               ADD 1 TO WS-TOTAL-ALTERACAO
           ELSE IF AUD-ACAO = "E"
               ADD 1 TO WS-TOTAL-EXCLUSAO
           ELSE IF AUD-ACAO = "X" OR AUD-ACAO = "Y"
               ADD 1 TO WS-TOTAL-RECUSA.

           PERFORM P-CONTAR-OPERADOR THRU P-CONTAR-OPERADOR-EXIT.
       P-LISTAR-UM-EXIT.

      *------ CRUZAMENTO DO AUD-ID COM O REGISTRO ATUAL DO CADASTRO -----
       P-CRUZAR-CADASTRO.
           IF AUD-ACAO = "N"
               MOVE "CLIENTE ANONIMIZADO (ID-PESSOA)"
                   TO REL-DET-ENDERECO
               GO TO P-CRUZAR-CADASTRO-EXIT.
           IF AUD-ACAO = "M"
               MOVE "CLIENTE REMOVIDO NA FUSAO (ID-PESSOA)"
                   TO REL-DET-ENDERECO
               GO TO P-CRUZAR-CADASTRO-EXIT.
           IF AUD-ACAO = "J"
               MOVE "CLIENTE SOBREVIVENTE DA FUSAO (ID-PESSOA)"
                   TO REL-DET-ENDERECO
               GO TO P-CRUZAR-CADASTRO-EXIT.
           IF AUD-ACAO = "Y"
               MOVE "GRAVACAO RECUSADA NO CLIENTE/VINCULO (ID-PESSOA)"
                   TO REL-DET-ENDERECO
               GO TO P-CRUZAR-CADASTRO-EXIT.
           IF AUD-ACAO = "K"
               MOVE "PEDIDO DE CLIENTE/VINCULO APLICADO (ID-PESSOA)"
                   TO REL-DET-ENDERECO
               GO TO P-CRUZAR-CADASTRO-EXIT.
           IF AUD-ACAO = "W"
               MOVE "APROVACAO DE PEDIDO DE CLIENTE/VINCULO (ID-PESSOA)"
                   TO REL-DET-ENDERECO
               GO TO P-CRUZAR-CADASTRO-EXIT.
           IF AUD-ACAO = "Z"
               MOVE "CLIENTE E VINCULOS EXCLUIDOS (ID-PESSOA)"
                   TO REL-DET-ENDERECO
               GO TO P-CRUZAR-CADASTRO-EXIT.
           IF NOT CADASTRO-DISPONIVEL
               MOVE "CADASTRO INDISPONIVEL" TO REL-DET-ENDERECO
               GO TO P-CRUZAR-CADASTRO-EXIT.
           MOVE WS-TOTAL-INCLUSAO  TO RTA-INCLUSAO
           MOVE WS-TOTAL-ALTERACAO TO RTA-ALTERACAO
           MOVE WS-TOTAL-EXCLUSAO  TO RTA-EXCLUSAO
           MOVE WS-TOTAL-RECUSA    TO RTA-RECUSA
           WRITE REL-LINHA FROM REL-TOTAL-ACAO

           PERFORM P-TOTAL-UM-OPERADOR THRU P-TOTAL-UM-OPERADOR-EXIT
               UNTIL WS-IDX-OPE > WS-TOTAL-OPERADORES

           MOVE WS-TOTAL-LISTADO TO REL-ROD-QTDE
           WRITE REL-LINHA FROM REL-RODAPE
           IF NOT TRILHA-COMPLETA
               WRITE REL-LINHA FROM REL-AVISO-TRILHA.
       P-TOTAIS-EXIT.
           EXIT.

       P-CABECALHO-EXIT.
           EXIT.

      *------ TRILHA: GERACOES MENSAIS FECHADAS E AUDEND CORRENTE -------
      * A TRILHA E LIDA NA ORDEM EM QUE FOI GRAVADA: PRIMEIRO AS
      * GERACOES DO CATALOGO AUDGER.DAT QUE COBREM O MES INICIAL EM
      * DIANTE (CADA GERACAO LEVA TUDO O QUE AINDA ESTAVA NO AUDEND
      * ATE O MES DELA), DEPOIS O AUDEND.DAT DO MES CORRENTE. SEM
      * CATALOGO (NENHUM MES FECHADO) SO O AUDEND.DAT E LIDO. GERACAO
      * CATALOGADA QUE NAO ABRE E ANOTADA NO CONSOLE, PULADA, E DEIXA
      * A TRILHA INCOMPLETA. DEVOLVE EM WS-STATUS-AUDITORIA O STATUS
      * DA ABERTURA DA PRIMEIRA FONTE LIDA.
       P-ABRIR-TRILHA.
           MOVE "S" TO WS-TRILHA-COMPLETA
           MOVE "G" TO WS-FONTE-TRILHA
           OPEN INPUT ARQUIVOGERACOES
           IF WS-STATUS-GERACOES NOT = "00"
               MOVE "C" TO WS-FONTE-TRILHA.
           PERFORM P-PROXIMA-FONTE THRU P-PROXIMA-FONTE-EXIT.
       P-ABRIR-TRILHA-EXIT.
           EXIT.

       P-PROXIMA-FONTE.
           IF LENDO-CORRENTE
               MOVE "AUDEND.DAT" TO WS-NOME-AUDITORIA
               OPEN INPUT ARQUIVOAUDITORIA
               GO TO P-PROXIMA-FONTE-EXIT.
           READ ARQUIVOGERACOES
           IF WS-STATUS-GERACOES NOT = "00"
               CLOSE ARQUIVOGERACOES
               MOVE "C" TO WS-FONTE-TRILHA
               GO TO P-PROXIMA-FONTE.
           IF GER-MES < WS-MES-INICIAL-TRILHA
               GO TO P-PROXIMA-FONTE.
           MOVE GER-ARQUIVO TO WS-NOME-AUDITORIA
           OPEN INPUT ARQUIVOAUDITORIA
           IF WS-STATUS-AUDITORIA NOT = "00"
               DISPLAY "GERACAO " GER-ARQUIVO " INDISPONIVEL ("
                   WS-STATUS-AUDITORIA ")"
               MOVE "N" TO WS-TRILHA-COMPLETA
               GO TO P-PROXIMA-FONTE.
       P-PROXIMA-FONTE-EXIT.
           EXIT.

      * LEITURA DA PROXIMA ACAO: O TRAILER DAS GERACOES E PULADO E NO
      * FIM DE UMA GERACAO A LEITURA SEGUE NA FONTE SEGUINTE. STATUS
      * DIFERENTE DE "00" SO NO FIM DO AUDEND CORRENTE.
       P-LER-TRILHA.
           READ ARQUIVOAUDITORIA
           IF WS-STATUS-AUDITORIA = "00"
               AND AUDITORIA-REG (1:9) = "*TRAILER*"
               GO TO P-LER-TRILHA.
           IF WS-STATUS-AUDITORIA = "00" OR LENDO-CORRENTE
               GO TO P-LER-TRILHA-EXIT.
           CLOSE ARQUIVOAUDITORIA
           PERFORM P-PROXIMA-FONTE THRU P-PROXIMA-FONTE-EXIT
           IF WS-STATUS-AUDITORIA NOT = "00"
               DISPLAY "AUDEND.DAT INDISPONIVEL (" WS-STATUS-AUDITORIA
                   ")"
               MOVE "N" TO WS-TRILHA-COMPLETA
               GO TO P-LER-TRILHA-EXIT.
           GO TO P-LER-TRILHA.
       P-LER-TRILHA-EXIT.
           EXIT.

      * ----- ENCERRAMENTO DO PROGRAMA ---------------------------------
       P-FIM.
           STOP RUN.
