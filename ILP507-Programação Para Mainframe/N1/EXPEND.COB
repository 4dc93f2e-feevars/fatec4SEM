      * GERA UM EXTRATO EM COLUNAS FIXAS DE CADEND.DAT PARA ENTREGA
      * A TERCEIROS (MALA DIRETA), EM DOIS MODOS ESCOLHIDOS NO
      * CONSOLE:
      *   - MODO T (TOTAL): TODOS OS ENDERECOS ATIVOS, COMO SEMPRE,
      *     MENOS OS SUSPEITOS (SITUACAO "S", MARCADOS PELO DEVEND
      *     POR DEVOLUCAO DOS CORREIOS);
      *   - MODO D (DELTA): SO OS ENDERECOS COM MOVIMENTO NO
      *     AUDEND.DAT DESDE O ULTIMO CORTE, UM REGISTRO POR
      *     ENDERECO COM A ACAO FINAL DO PERIODO NA ULTIMA COLUNA
      * INTERVALO (ULTIMO CORTE, CORTE ATUAL], DE MODO QUE EXECUCOES
      * CONSECUTIVAS NUNCA PULAM NEM REPETEM UM MOVIMENTO. A COLUNA
      * DE ACAO SAI EM BRANCO NO MODO TOTAL.
      * AS ACOES SELADAS DA TRILHA SAO CORTADAS PELA SEQUENCIA E NAO
      * PELO RELOGIO: O EXPCTL.DAT GUARDA TAMBEM A ULTIMA SEQUENCIA
      * ENTREGUE E O DELTA APANHA AS DE SEQUENCIA MAIOR. A DATA/HORA
      * SO DECIDE PARA AS ACOES SEM SELO E ENQUANTO O EXPCTL.DAT NAO
      * TEM A SEQUENCIA (PRIMEIRO DELTA APOS O SELO). OS MESES JA
      * FECHADOS PELO ROTAUD SAO LIDOS DAS GERACOES DO AUDGER.DAT, A
      * PARTIR DO MES DO ULTIMO CORTE; GERACAO INDISPONIVEL DERRUBA O
      * PASSO SEM REGISTRAR O CORTE.
      * NO DELTA O ENDERECO QUE ESTA SUSPEITO SAI COMO "E" (O
      * TERCEIRO DEIXA DE USA-LO) E O RECONFIRMADO NO CADEND (ACAO
      * "C") VOLTA COMO "I", SALVO SE FOI MARCADO E RECONFIRMADO NA
      * MESMA JANELA, QUANDO O TERCEIRO NUNCA O PERDEU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-AUDITORIA.

           SELECT ARQUIVOGERACOES ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-GERACOES.

           SELECT ARQUIVOCORTE ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-CORTE.
           VALUE OF FILE-ID IS "CADEND.DAT".

       01 ENDERECO.
           05 ID-ENDERECO      PIC X(08).
           05 CEP              PIC X(08).
           05 LOGRA            PIC X(35).
           05 NUMERO           PIC X(06).
           VALUE OF FILE-ID IS "ENDEXP.DAT".

       01 EXPORT-REG.
           05 EXP-ID            PIC X(08).
           05 EXP-CEP           PIC X(08).
           05 EXP-LOGRA         PIC X(35).
           05 EXP-NUMERO        PIC X(06).

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

       FD  ARQUIVOCORTE
           LABEL RECORDS ARE STANDARD
       01 CORTE-REG.
           05 CTL-DATA-CORTE    PIC X(08).
           05 CTL-HORA-CORTE    PIC X(08).
           05 CTL-SEQ-CORTE     PIC X(08).

      * PARAMETROS DO LOTE NOTURNO (LOTEND): UMA LINHA POR PROGRAMA.
       FD  ARQUIVOPARM

       SD  ARQUIVO-CLASSIFICACAO.
       01 SORT-REC.
           05 SORT-AUD-ID      PIC X(08).
           05 SORT-AUD-DATA    PIC X(08).
           05 SORT-AUD-HORA    PIC X(08).
           05 SORT-AUD-ACAO    PIC X(01).
       77 WS-STATUS-ARQUIVO            PIC X(02).
       77 WS-STATUS-EXPORT             PIC X(02).
       77 WS-STATUS-AUDITORIA          PIC X(02).
       77 WS-STATUS-GERACOES           PIC X(02).
       77 WS-STATUS-CORTE              PIC X(02).
       77 WS-FIM-ARQUIVO               PIC X VALUE "N".
           88 FIM-DO-ARQUIVO                 VALUE "S".
           88 FIM-DA-CLASSIFICACAO           VALUE "S".
       77 WS-TOTAL-EXPORTADO           PIC 9(07) VALUE ZERO.

       77 WS-NOME-AUDITORIA            PIC X(20) VALUE "AUDEND.DAT".
       77 WS-MES-INICIAL-TRILHA        PIC X(06) VALUE "000000".
       77 WS-FONTE-TRILHA              PIC X VALUE "G".
           88 LENDO-GERACOES                 VALUE "G".
           88 LENDO-CORRENTE                 VALUE "C".
       77 WS-TRILHA-COMPLETA           PIC X VALUE "S".
           88 TRILHA-COMPLETA                VALUE "S".

       77 WS-MODO-EXTRACAO             PIC X VALUE "T".
           88 MODO-DELTA                     VALUE "D" "d".

           05 WS-MOM-DATA       PIC X(08).
           05 WS-MOM-HORA       PIC X(08).

      * CORTE PELA SEQUENCIA DA TRILHA: SAO SELECIONADAS AS ACOES
      * SELADAS COM SEQUENCIA MAIOR QUE A DO ULTIMO CORTE; A MAIOR
      * SEQUENCIA DA JANELA VIRA O PROXIMO CORTE.
       77 WS-ULT-SEQ                   PIC 9(08) VALUE ZERO.
       77 WS-MAIOR-SEQ                 PIC 9(08) VALUE ZERO.
       77 WS-CORTE-SEQ                 PIC X VALUE "S".
           88 CORTE-POR-SEQUENCIA            VALUE "S".

       77 WS-ID-ANTERIOR               PIC X(08) VALUE SPACES.
       77 WS-TEVE-INCLUSAO             PIC X VALUE "N".
           88 TEVE-INCLUSAO                  VALUE "S".
       77 WS-TEVE-SUSPEITA             PIC X VALUE "N".
           88 TEVE-SUSPEITA                  VALUE "S".
       77 WS-ULTIMA-ACAO               PIC X(01) VALUE SPACE.
       77 WS-ACAO-DELTA                PIC X(01).

       P-EXPORTAR-UM.
           READ ARQUIVOENDERECO NEXT RECORD
           IF WS-STATUS-ARQUIVO = "00"
               AND (END-SITUACAO = "E" OR END-SITUACAO = "S")
               GO TO P-EXPORTAR-UM-EXIT.
           IF WS-STATUS-ARQUIVO = "00"
               MOVE ID-ENDERECO TO EXP-ID
           ACCEPT WS-ATU-DATA FROM DATE YYYYMMDD
           ACCEPT WS-ATU-HORA FROM TIME

           PERFORM P-ABRIR-TRILHA THRU P-ABRIR-TRILHA-EXIT
           IF WS-STATUS-AUDITORIA NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVOAUDITORIA: "
                   WS-STATUS-AUDITORIA
           CLOSE ARQUIVOENDERECO
           CLOSE ARQUIVOEXPORT

      * SEM ALGUMA GERACAO O DELTA PODE TER PERDIDO MOVIMENTO: O
      * CORTE NAO AVANCA E O PROXIMO DELTA REFAZ A JANELA.
           IF TRILHA-COMPLETA
               PERFORM P-GRAVAR-CORTE THRU P-GRAVAR-CORTE-EXIT
           ELSE
               MOVE 8 TO RETURN-CODE.

           IF RETURN-CODE = ZERO
               DISPLAY "DELTA CONCLUIDO - I: " WS-TOTAL-INCLUIDO

      *------ LEITURA DO ULTIMO CORTE BEM-SUCEDIDO ----------------------
      * SEM EXPCTL.DAT (PRIMEIRO DELTA) O CORTE ANTERIOR E ZERO E
      * TODO O MOVIMENTO DO AUDEND ENTRA NA JANELA. EXPCTL.DAT SEM
      * SEQUENCIA (GRAVADO ANTES DO SELO) MANTEM O CORTE POR DATA/
      * HORA NESTA EXECUCAO.
       P-LER-ULTIMO-CORTE.
           MOVE ZEROS TO WS-ULTIMO-CORTE
           MOVE ZERO TO WS-ULT-SEQ
           MOVE "S" TO WS-CORTE-SEQ
           OPEN INPUT ARQUIVOCORTE
           IF WS-STATUS-CORTE NOT = "00"
               GO TO P-LER-ULTIMO-CORTE-FIM.
           READ ARQUIVOCORTE
           IF WS-STATUS-CORTE = "00"
               MOVE CTL-DATA-CORTE TO WS-ULT-DATA
               MOVE CTL-HORA-CORTE TO WS-ULT-HORA
               IF CTL-SEQ-CORTE IS NUMERIC
                   MOVE CTL-SEQ-CORTE TO WS-ULT-SEQ
               ELSE
                   MOVE "N" TO WS-CORTE-SEQ.
           CLOSE ARQUIVOCORTE.
       P-LER-ULTIMO-CORTE-FIM.
           MOVE WS-ULT-SEQ TO WS-MAIOR-SEQ
           MOVE WS-ULT-DATA (1:6) TO WS-MES-INICIAL-TRILHA.
       P-LER-ULTIMO-CORTE-EXIT.
           EXIT.

           EXIT.

       P-SELECIONAR-UMA.
           PERFORM P-LER-TRILHA THRU P-LER-TRILHA-EXIT
           IF WS-STATUS-AUDITORIA NOT = "00"
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO P-SELECIONAR-UMA-EXIT.

           IF CORTE-POR-SEQUENCIA
               AND AUD-SEQUENCIA IS NUMERIC AND AUD-SEQUENCIA > ZERO
               GO TO P-SELECIONAR-POR-SEQUENCIA.
           MOVE AUD-DATA TO WS-MOM-DATA
           MOVE AUD-HORA TO WS-MOM-HORA
           IF WS-MOMENTO-ACAO NOT > WS-ULTIMO-CORTE
               GO TO P-SELECIONAR-UMA-EXIT.
           IF WS-MOMENTO-ACAO > WS-CORTE-ATUAL
               GO TO P-SELECIONAR-UMA-EXIT.
           GO TO P-SELECIONAR-NA-JANELA.
       P-SELECIONAR-POR-SEQUENCIA.
           IF AUD-SEQUENCIA NOT > WS-ULT-SEQ
               GO TO P-SELECIONAR-UMA-EXIT.
       P-SELECIONAR-NA-JANELA.
           IF AUD-SEQUENCIA IS NUMERIC
               AND AUD-SEQUENCIA > WS-MAIOR-SEQ
               MOVE AUD-SEQUENCIA TO WS-MAIOR-SEQ.
      *    SO AS ACOES QUE MUDAM O ENDERECO; A APROVACAO DO SUPERVISOR
      *    ("V") APENAS ACOMPANHA A ACAO DO SOLICITANTE.
           IF AUD-ACAO NOT = "I" AND AUD-ACAO NOT = "A"
               AND AUD-ACAO NOT = "E" AND AUD-ACAO NOT = "R"
               AND AUD-ACAO NOT = "S" AND AUD-ACAO NOT = "C"
               GO TO P-SELECIONAR-UMA-EXIT.

           MOVE AUD-ID   TO SORT-AUD-ID
           MOVE AUD-DATA TO SORT-AUD-DATA
      * AS ACOES CLASSIFICADAS POR ID/DATA/HORA SAO RESUMIDAS POR
      * QUEBRA DE ID: ULTIMA ACAO "E" MANDA "E"; HAVENDO INCLUSAO NA
      * JANELA (SEM EXCLUSAO FINAL) MANDA "I"; O RESTO MANDA "A".
      * RECONFIRMACAO ("C") SEM MARCACAO ("S") NA JANELA CONTA COMO
      * INCLUSAO; ENDERECO AINDA SUSPEITO NO CADASTRO MANDA "E".
       P-GERAR-DELTA.
           MOVE SPACES TO WS-ID-ANTERIOR
           MOVE "N" TO WS-FIM-CLASSIFICACAO
           IF WS-ID-ANTERIOR NOT = SPACES
               PERFORM P-EMITIR-DELTA THRU P-EMITIR-DELTA-EXIT.
           MOVE SORT-AUD-ID TO WS-ID-ANTERIOR
           MOVE "N" TO WS-TEVE-INCLUSAO
           MOVE "N" TO WS-TEVE-SUSPEITA.
       P-RETORNAR-UMA-ACUMULA.
           IF SORT-AUD-ACAO = "I"
               MOVE "S" TO WS-TEVE-INCLUSAO.
           IF SORT-AUD-ACAO = "S"
               MOVE "S" TO WS-TEVE-SUSPEITA.
           IF SORT-AUD-ACAO = "C" AND NOT TEVE-SUSPEITA
               MOVE "S" TO WS-TEVE-INCLUSAO.
           MOVE SORT-AUD-ACAO TO WS-ULTIMA-ACAO.
       P-RETORNAR-UMA-EXIT.
           EXIT.

           MOVE WS-ID-ANTERIOR TO ID-ENDERECO
           READ ARQUIVOENDERECO
           IF WS-STATUS-ARQUIVO = "00"
               AND END-SITUACAO = "S"
               MOVE "E" TO WS-ACAO-DELTA.
           IF WS-STATUS-ARQUIVO = "00"
               MOVE ID-ENDERECO TO EXP-ID
               MOVE CEP         TO EXP-CEP
               GO TO P-GRAVAR-CORTE-EXIT.
           MOVE WS-ATU-DATA TO CTL-DATA-CORTE
           MOVE WS-ATU-HORA TO CTL-HORA-CORTE
      *    SEM NENHUMA ACAO SELADA NA JANELA DE UM CORTE AINDA POR
      *    DATA/HORA A SEQUENCIA CONTINUA DESCONHECIDA.
           IF CORTE-POR-SEQUENCIA OR WS-MAIOR-SEQ > ZERO
               MOVE WS-MAIOR-SEQ TO CTL-SEQ-CORTE
           ELSE
               MOVE SPACES TO CTL-SEQ-CORTE.
           WRITE CORTE-REG
           IF WS-STATUS-CORTE NOT = "00"
               AND WS-STATUS-CORTE NOT = "02"
       P-GRAVAR-CORTE-EXIT.
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
           GOBACK.
