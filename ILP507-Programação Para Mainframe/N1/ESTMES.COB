       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTMES.
       AUTHOR. LUIZ FERNANDO GERALDO DOS SANTOS.

      *------ FOTOGRAFIA MENSAL DAS ESTATISTICAS POR REGIAO/UF ----------
      * JOB DE FECHAMENTO DO MES. PARA O MES DE REFERENCIA (AAAAMM
      * INFORMADO NO CONSOLE; EM BRANCO = MES CORRENTE) APURA POR UF:
      * ENDERECOS ATIVOS E CLIENTES ATIVOS (SALDOS DO CADEND.DAT E DO
      * CADPES.DAT NO MOMENTO DA EXECUCAO), INCLUSOES, ALTERACOES,
      * EXCLUSOES, EXPURGOS E REINTEGRACOES (ACOES I/A/E/P/R DO
      * AUDEND.DAT NO MES) E DEVOLUCOES DOS CORREIOS (DEVHIST.DAT,
      * PELA DATA DE PROCESSAMENTO). ENDERECO ATIVO NAO ESTA EXCLUIDO
      * NEM SUSPEITO; CLIENTE ATIVO NAO FOI ANONIMIZADO E CONTA NA UF
      * DO SEU ENDERECO PRINCIPAL. A UF DE UMA ACAO OU DEVOLUCAO E A
      * DO ENDERECO NO CADEND.DAT OU, SE JA EXPURGADO, NO HISTEND.DAT
      * ("??" QUANDO NAO HA COMO SABER). CADA UF LEVA A REGIAO DO
      * UFREF.DAT. POR OPERADOR GUARDA AS ACOES I/A/E/P/R E O TOTAL
      * DE ACOES DELE NA TRILHA NO MES.
      * GRAVA TUDO NO ESTMES.DAT (PERMANENTE, CHAVE MES+TIPO+CODIGO,
      * TIPO U=UF E O=OPERADOR), PARA QUE OS NUMEROS SOBREVIVAM A
      * LIMPEZA DO AUDEND E AOS EXPURGOS DO PRGEND; REPROCESSAR UM MES
      * SUBSTITUI A FOTOGRAFIA DELE. EMITE O RESUMO EM ESTMES.LST.
      * A TENDENCIA DOS ULTIMOS 12 MESES SAI NO TNDEST.
      * MES JA FECHADO PELO ROTAUD TEM AS ACOES NA GERACAO MENSAL DO
      * CATALOGO AUDGER.DAT, LIDA ANTES DO AUDEND.DAT CORRENTE; SEM
      * ALGUMA GERACAO O MOVIMENTO SAI A MENOR E O JOB TERMINA COM
      * RETURN-CODE 8 PARA O MES SER REPROCESSADO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVOENDERECO ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS ID-ENDERECO
           FILE STATUS             IS WS-STATUS-ARQUIVO
           ALTERNATE RECORD KEY    IS CEP WITH DUPLICATES.

           SELECT ARQUIVOHISTORICO ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS HIST-ID
           FILE STATUS             IS WS-STATUS-HISTORICO.

           SELECT ARQUIVOPESSOA ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS ID-PESSOA
           FILE STATUS             IS WS-STATUS-PESSOA
           ALTERNATE RECORD KEY    IS PES-ID-ENDERECO WITH DUPLICATES
           ALTERNATE RECORD KEY    IS PES-DOCUMENTO WITH DUPLICATES.

           SELECT ARQUIVOAUDITORIA ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-AUDITORIA.

           SELECT ARQUIVOGERACOES ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-GERACOES.

           SELECT ARQUIVOHISTDEV ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS DEVH-CHAVE
           FILE STATUS             IS WS-STATUS-HISTDEV.

           SELECT ARQUIVOUF ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS UFREF-UF
           FILE STATUS             IS WS-STATUS-UF.

           SELECT ARQUIVOESTATISTICA ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS EST-CHAVE
           FILE STATUS             IS WS-STATUS-ESTATISTICA.

           SELECT RELATORIO ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
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

       FD  ARQUIVOPESSOA
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CADPES.DAT".

       01 PESSOA.
           05 ID-PESSOA          PIC X(08).
           05 PES-NOME           PIC X(35).
           05 PES-TELEFONE       PIC X(12).
           05 PES-ID-ENDERECO    PIC X(08).
           05 PES-DOCUMENTO      PIC X(14).

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

       FD  ARQUIVOUF
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "UFREF.DAT".

       01 UFREF-REG.
           05 UFREF-UF           PIC X(02).
           05 UFREF-NOME         PIC X(20).
           05 UFREF-REGIAO       PIC X(02).
           05 UFREF-SITUACAO     PIC X(01).

      * FOTOGRAFIA MENSAL: UMA LINHA POR UF (TIPO U, CODIGO = UF) E
      * UMA POR OPERADOR (TIPO O, CODIGO = AUD-OPERADOR). CONTADORES
      * NA ORDEM: 1 ENDERECOS ATIVOS, 2 INCLUSOES, 3 ALTERACOES,
      * 4 EXCLUSOES, 5 EXPURGOS, 6 REINTEGRACOES, 7 CLIENTES ATIVOS,
      * 8 DEVOLUCOES, 9 TOTAL DE ACOES NA TRILHA (SO NO OPERADOR).
       FD  ARQUIVOESTATISTICA
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ESTMES.DAT".

       01 ESTATISTICA-REG.
           05 EST-CHAVE.
               10 EST-ANOMES         PIC X(06).
               10 EST-TIPO           PIC X(01).
               10 EST-CODIGO         PIC X(08).
           05 EST-REGIAO             PIC X(02).
           05 EST-CONTADORES.
               10 EST-ENDERECOS-ATIVOS  PIC 9(07).
               10 EST-INCLUSOES         PIC 9(07).
               10 EST-ALTERACOES        PIC 9(07).
               10 EST-EXCLUSOES         PIC 9(07).
               10 EST-EXPURGOS          PIC 9(07).
               10 EST-REINTEGRACOES     PIC 9(07).
               10 EST-CLIENTES-ATIVOS   PIC 9(07).
               10 EST-DEVOLUCOES        PIC 9(07).
               10 EST-TOTAL-ACOES       PIC 9(07).
           05 FILLER REDEFINES EST-CONTADORES.
               10 EST-QTDE              PIC 9(07) OCCURS 9.
           05 EST-DATA-GERACAO       PIC X(08).
           05 EST-HORA-GERACAO       PIC X(08).

       FD  RELATORIO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ESTMES.LST".
       01 REL-LINHA                    PIC X(132).

      *---------------------- VARIAVEIS DE TRABALHO --------------------
       WORKING-STORAGE SECTION.
       77 WS-STATUS-ARQUIVO            PIC X(02).
       77 WS-STATUS-HISTORICO          PIC X(02).
       77 WS-STATUS-PESSOA             PIC X(02).
       77 WS-STATUS-AUDITORIA          PIC X(02).
       77 WS-STATUS-GERACOES           PIC X(02).
       77 WS-STATUS-HISTDEV            PIC X(02).
       77 WS-STATUS-UF                 PIC X(02).
       77 WS-STATUS-ESTATISTICA        PIC X(02).
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
       77 WS-HISTORICO-OK              PIC X VALUE "N".
           88 HISTORICO-DISPONIVEL           VALUE "S".
       77 WS-ERRO-GRAVACAO             PIC X VALUE "N".
           88 ERRO-NA-GRAVACAO               VALUE "S".

       77 WS-DATA-HOJE                 PIC X(08) VALUE SPACES.
       77 WS-HORA-AGORA                PIC X(08) VALUE SPACES.
       77 WS-MASCARA-LGPD              PIC X(35)
           VALUE "ANONIMIZADO LGPD".

       01 WS-MES-REF                   PIC X(06) VALUE SPACES.
       01 FILLER REDEFINES WS-MES-REF.
           05 WS-MES-REF-ANO           PIC 9(04).
           05 WS-MES-REF-MES           PIC 9(02).

       77 WS-ID-BUSCA                  PIC X(08) VALUE SPACES.
       77 WS-UF-BUSCA                  PIC X(02) VALUE SPACES.
       77 WS-IDX-METRICA               PIC 9(01) VALUE ZERO.

       77 WS-TOTAL-ENDERECOS-LIDOS     PIC 9(07) VALUE ZERO.
       77 WS-TOTAL-CLIENTES-LIDOS      PIC 9(07) VALUE ZERO.
       77 WS-TOTAL-ACOES-MES           PIC 9(07) VALUE ZERO.
       77 WS-TOTAL-SUBSTITUIDO         PIC 9(05) VALUE ZERO.
       77 WS-TOTAL-GRAVADO             PIC 9(05) VALUE ZERO.
       77 WS-OPERADORES-DESPREZADOS    PIC 9(05) VALUE ZERO.

       77 WS-PAGINA                    PIC 9(03) VALUE ZERO.
       77 WS-LINHA-PAGINA              PIC 9(02) VALUE ZERO.
       77 WS-MAX-LINHAS                PIC 9(02) VALUE 50.
       77 WS-SECAO                     PIC X VALUE "U".
           88 SECAO-OPERADORES               VALUE "O".

      *------ TABELA DAS UFS, NA ORDEM DO UFREF.DAT ---------------------
       77 WS-TOTAL-UFS                 PIC 9(02) VALUE ZERO.
       77 WS-MAX-UFS                   PIC 9(02) VALUE 40.
       77 WS-IDX-UF                    PIC 9(02) COMP.
       77 WS-UF-POSICAO                PIC 9(02) VALUE ZERO.
       77 WS-UF-INDEFINIDA             PIC 9(02) VALUE ZERO.
       77 WS-UFS-NA-REGIAO             PIC 9(02) VALUE ZERO.

       01 TABELA-UF.
           05 TAB-UF OCCURS 1 TO 40 TIMES
                   DEPENDING ON WS-TOTAL-UFS.
               10 TAB-UF-SIGLA      PIC X(02).
               10 TAB-UF-REGIAO     PIC X(02).
               10 TAB-UF-CONTADORES.
                   15 TAB-UF-QTDE   PIC 9(07) OCCURS 9.

      *------ TABELA DOS OPERADORES, NA ORDEM EM QUE APARECEM ----------
       77 WS-TOTAL-OPERADORES          PIC 9(03) VALUE ZERO.
       77 WS-MAX-OPERADORES            PIC 9(03) VALUE 200.
       77 WS-IDX-OPE                   PIC 9(03) COMP.
       77 WS-OPE-POSICAO               PIC 9(03) VALUE ZERO.

       01 TABELA-OPERADORES.
           05 TAB-OPERADOR OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-TOTAL-OPERADORES.
               10 TAB-OPE-ID        PIC X(08).
               10 TAB-OPE-CONTADORES.
                   15 TAB-OPE-QTDE  PIC 9(07) OCCURS 9.

      *------ REGIOES NA ORDEM DO RELATORIO ("??" = UF SEM REGIAO) ------
       77 WS-IDX-REGIAO                PIC 9(01) COMP.

       01 TABELA-REGIOES.
           03 FILLER PIC X(02) VALUE "N ".
           03 FILLER PIC X(02) VALUE "NE".
           03 FILLER PIC X(02) VALUE "CO".
           03 FILLER PIC X(02) VALUE "SE".
           03 FILLER PIC X(02) VALUE "S ".
           03 FILLER PIC X(02) VALUE "??".

       01 FILLER REDEFINES TABELA-REGIOES.
           03 REGIAO-ORDEM PIC X(02) OCCURS 6.

       01 WS-QTDE-LINHA.
           05 WS-QTDE-COLUNA           PIC 9(07) OCCURS 9.

       01 WS-TOTAIS-REGIAO.
           05 WS-TOTAL-REGIAO          PIC 9(07) OCCURS 9.

       01 WS-TOTAIS-GERAIS.
           05 WS-TOTAL-GERAL           PIC 9(07) OCCURS 9.

       01 REL-CABECALHO.
           05 FILLER            PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(45)
               VALUE "ESTATISTICA MENSAL POR REGIAO/UF - MES: ".
           05 RC-MES            PIC X(02).
           05 FILLER            PIC X(01) VALUE "/".
           05 RC-ANO            PIC X(04).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 FILLER            PIC X(08) VALUE "PAGINA: ".
           05 RC-PAGINA         PIC ZZ9.

       01 REL-CAB-UF.
           05 FILLER            PIC X(16) VALUE "UF   REGIAO".
           05 FILLER            PIC X(10) VALUE "  END.ATIV".
           05 FILLER            PIC X(10) VALUE " INCLUSOES".
           05 FILLER            PIC X(10) VALUE " ALTERACAO".
           05 FILLER            PIC X(10) VALUE " EXCLUSOES".
           05 FILLER            PIC X(10) VALUE "  EXPURGOS".
           05 FILLER            PIC X(10) VALUE "  REINTEGR".
           05 FILLER            PIC X(10) VALUE "  CLIENTES".
           05 FILLER            PIC X(10) VALUE " DEVOLUCAO".

       01 REL-DETALHE.
           05 RD-ROTULO         PIC X(16).
           05 FILLER            PIC X(03) VALUE SPACES.
           05 RD-ATIVOS         PIC ZZZZZZ9.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 RD-INCLUSOES      PIC ZZZZZZ9.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 RD-ALTERACOES     PIC ZZZZZZ9.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 RD-EXCLUSOES      PIC ZZZZZZ9.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 RD-EXPURGOS       PIC ZZZZZZ9.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 RD-REINTEGRACOES  PIC ZZZZZZ9.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 RD-CLIENTES       PIC ZZZZZZ9.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 RD-DEVOLUCOES     PIC ZZZZZZ9.

       01 REL-TITULO-OPERADORES.
           05 FILLER            PIC X(40)
               VALUE "PRODUTIVIDADE POR OPERADOR NO MES".

       01 REL-CAB-OPERADOR.
           05 FILLER            PIC X(16) VALUE "OPERADOR".
           05 FILLER            PIC X(10) VALUE " INCLUSOES".
           05 FILLER            PIC X(10) VALUE " ALTERACAO".
           05 FILLER            PIC X(10) VALUE " EXCLUSOES".
           05 FILLER            PIC X(10) VALUE "  EXPURGOS".
           05 FILLER            PIC X(10) VALUE "  REINTEGR".
           05 FILLER            PIC X(10) VALUE " TOT.ACOES".

       01 REL-OPERADOR.
           05 RO-OPERADOR       PIC X(16).
           05 FILLER            PIC X(03) VALUE SPACES.
           05 RO-INCLUSOES      PIC ZZZZZZ9.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 RO-ALTERACOES     PIC ZZZZZZ9.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 RO-EXCLUSOES      PIC ZZZZZZ9.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 RO-EXPURGOS       PIC ZZZZZZ9.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 RO-REINTEGRACOES  PIC ZZZZZZ9.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 RO-TOTAL-ACOES    PIC ZZZZZZ9.

       01 REL-RESUMO.
           05 FILLER            PIC X(22)
               VALUE "ACOES LIDAS NO MES: ".
           05 RR-ACOES          PIC ZZZZZZ9.
           05 FILLER            PIC X(24)
               VALUE "  LINHAS NA FOTOGRAFIA: ".
           05 RR-GRAVADAS       PIC ZZZZ9.
           05 FILLER            PIC X(16)
               VALUE "  SUBSTITUIDAS: ".
           05 RR-SUBSTITUIDAS   PIC ZZZZ9.

      *--------------------- BLOCOS DE EXECUÇÃO ------------------------
       PROCEDURE DIVISION.

       P-PRINCIPAL.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME

           DISPLAY "MES DE REFERENCIA AAAAMM (BRANCO = MES CORRENTE): "
           ACCEPT WS-MES-REF
           IF WS-MES-REF = SPACES
               MOVE WS-DATA-HOJE (1:6) TO WS-MES-REF.
           IF WS-MES-REF NOT NUMERIC
               OR WS-MES-REF-MES < 1 OR WS-MES-REF-MES > 12
               OR WS-MES-REF > WS-DATA-HOJE (1:6)
               DISPLAY "MES DE REFERENCIA INVALIDO: " WS-MES-REF
               MOVE 8 TO RETURN-CODE
               GO TO P-FIM.
           IF WS-MES-REF < WS-DATA-HOJE (1:6)
               DISPLAY "ATENCAO: ENDERECOS E CLIENTES ATIVOS SAO OS "
                   "SALDOS DE HOJE".

           OPEN INPUT ARQUIVOENDERECO
           IF WS-STATUS-ARQUIVO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVOENDERECO: "
                   WS-STATUS-ARQUIVO
               MOVE 8 TO RETURN-CODE
               GO TO P-FIM.

           OPEN INPUT ARQUIVOUF
           IF WS-STATUS-UF NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVOUF: " WS-STATUS-UF
               CLOSE ARQUIVOENDERECO
               MOVE 8 TO RETURN-CODE
               GO TO P-FIM.

           OPEN INPUT ARQUIVOHISTORICO
           IF WS-STATUS-HISTORICO = "00"
               MOVE "S" TO WS-HISTORICO-OK.

           OPEN I-O ARQUIVOESTATISTICA
           IF WS-STATUS-ESTATISTICA = "35"
               OPEN OUTPUT ARQUIVOESTATISTICA
               CLOSE ARQUIVOESTATISTICA
               OPEN I-O ARQUIVOESTATISTICA.
           IF WS-STATUS-ESTATISTICA NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVOESTATISTICA: "
                   WS-STATUS-ESTATISTICA
               PERFORM P-FECHAR-CADASTROS THRU P-FECHAR-CADASTROS-EXIT
               MOVE 8 TO RETURN-CODE
               GO TO P-FIM.

           OPEN OUTPUT RELATORIO
           IF WS-STATUS-RELATORIO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO RELATORIO: "
                   WS-STATUS-RELATORIO
               PERFORM P-FECHAR-CADASTROS THRU P-FECHAR-CADASTROS-EXIT
               CLOSE ARQUIVOESTATISTICA
               MOVE 8 TO RETURN-CODE
               GO TO P-FIM.

           PERFORM P-CARREGAR-UFS THRU P-CARREGAR-UFS-EXIT
           PERFORM P-CONTAR-ENDERECOS THRU P-CONTAR-ENDERECOS-EXIT
           PERFORM P-CONTAR-CLIENTES THRU P-CONTAR-CLIENTES-EXIT
           PERFORM P-CONTAR-ACOES THRU P-CONTAR-ACOES-EXIT
           PERFORM P-CONTAR-DEVOLUCOES THRU P-CONTAR-DEVOLUCOES-EXIT
           PERFORM P-GRAVAR-FOTOGRAFIA THRU P-GRAVAR-FOTOGRAFIA-EXIT
           PERFORM P-IMPRIMIR THRU P-IMPRIMIR-EXIT

           PERFORM P-FECHAR-CADASTROS THRU P-FECHAR-CADASTROS-EXIT
           CLOSE ARQUIVOESTATISTICA
           CLOSE RELATORIO
           IF ERRO-NA-GRAVACAO OR NOT TRILHA-COMPLETA
               MOVE 8 TO RETURN-CODE.
           DISPLAY "FOTOGRAFIA DE " WS-MES-REF-MES "/" WS-MES-REF-ANO
               " GRAVADA - UFS: " WS-TOTAL-UFS
               " OPERADORES: " WS-TOTAL-OPERADORES
           GO TO P-FIM.

       P-FECHAR-CADASTROS.
           CLOSE ARQUIVOENDERECO
           CLOSE ARQUIVOUF
           IF HISTORICO-DISPONIVEL
               CLOSE ARQUIVOHISTORICO.
       P-FECHAR-CADASTROS-EXIT.
           EXIT.

      *------ CARGA DAS UFS COM A REGIAO DO UFREF.DAT -------------------
       P-CARREGAR-UFS.
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE LOW-VALUES TO UFREF-UF
           START ARQUIVOUF KEY IS NOT LESS THAN UFREF-UF
           IF WS-STATUS-UF NOT = "00"
               MOVE "S" TO WS-FIM-ARQUIVO.

           PERFORM P-CARREGAR-UMA-UF THRU P-CARREGAR-UMA-UF-EXIT
               UNTIL FIM-DO-ARQUIVO

      * A LINHA "??" RECEBE O QUE NAO TEM UF CONHECIDA E O QUE NAO
      * COUBER NA TABELA.
           MOVE "??" TO WS-UF-BUSCA
           PERFORM P-ACHAR-UF THRU P-ACHAR-UF-EXIT
           MOVE WS-UF-POSICAO TO WS-UF-INDEFINIDA.
       P-CARREGAR-UFS-EXIT.
           EXIT.

       P-CARREGAR-UMA-UF.
           READ ARQUIVOUF NEXT RECORD
           IF WS-STATUS-UF NOT = "00"
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO P-CARREGAR-UMA-UF-EXIT.
           IF WS-TOTAL-UFS NOT < WS-MAX-UFS - 1
               DISPLAY "TABELA DE UFS CHEIA - IGNORADA: " UFREF-UF
               GO TO P-CARREGAR-UMA-UF-EXIT.

           ADD 1 TO WS-TOTAL-UFS
           MOVE UFREF-UF     TO TAB-UF-SIGLA (WS-TOTAL-UFS)
           MOVE UFREF-REGIAO TO TAB-UF-REGIAO (WS-TOTAL-UFS)
           IF UFREF-REGIAO NOT = "N " AND UFREF-REGIAO NOT = "NE"
               AND UFREF-REGIAO NOT = "CO" AND UFREF-REGIAO NOT = "SE"
               AND UFREF-REGIAO NOT = "S "
               MOVE "??" TO TAB-UF-REGIAO (WS-TOTAL-UFS).
           MOVE ZEROS        TO TAB-UF-CONTADORES (WS-TOTAL-UFS).
       P-CARREGAR-UMA-UF-EXIT.
           EXIT.

      *------ LOCALIZACAO (OU INCLUSAO) DA UF WS-UF-BUSCA NA TABELA ----
       P-ACHAR-UF.
           MOVE ZERO TO WS-UF-POSICAO
           PERFORM P-PROCURAR-UF THRU P-PROCURAR-UF-EXIT
               VARYING WS-IDX-UF FROM 1 BY 1
               UNTIL WS-IDX-UF > WS-TOTAL-UFS
                   OR WS-UF-POSICAO NOT = ZERO
           IF WS-UF-POSICAO NOT = ZERO
               GO TO P-ACHAR-UF-EXIT.

           IF WS-TOTAL-UFS NOT < WS-MAX-UFS
               MOVE WS-UF-INDEFINIDA TO WS-UF-POSICAO
               GO TO P-ACHAR-UF-EXIT.

           ADD 1 TO WS-TOTAL-UFS
           MOVE WS-UF-BUSCA  TO TAB-UF-SIGLA (WS-TOTAL-UFS)
           MOVE "??"         TO TAB-UF-REGIAO (WS-TOTAL-UFS)
           MOVE ZEROS        TO TAB-UF-CONTADORES (WS-TOTAL-UFS)
           MOVE WS-TOTAL-UFS TO WS-UF-POSICAO.
       P-ACHAR-UF-EXIT.
           EXIT.

       P-PROCURAR-UF.
           IF TAB-UF-SIGLA (WS-IDX-UF) = WS-UF-BUSCA
               MOVE WS-IDX-UF TO WS-UF-POSICAO.
       P-PROCURAR-UF-EXIT.
           EXIT.

      *------ UF DO ENDERECO WS-ID-BUSCA (CADASTRO OU HISTORICO) --------
       P-UF-DO-ENDERECO.
           MOVE "??" TO WS-UF-BUSCA
           IF WS-ID-BUSCA = SPACES
               GO TO P-UF-DO-ENDERECO-ACHAR.

           MOVE WS-ID-BUSCA TO ID-ENDERECO
           READ ARQUIVOENDERECO
           IF WS-STATUS-ARQUIVO = "00"
               MOVE UF TO WS-UF-BUSCA
               GO TO P-UF-DO-ENDERECO-ACHAR.

           IF NOT HISTORICO-DISPONIVEL
               GO TO P-UF-DO-ENDERECO-ACHAR.
           MOVE WS-ID-BUSCA TO HIST-ID
           READ ARQUIVOHISTORICO
           IF WS-STATUS-HISTORICO = "00"
               MOVE HIST-UF TO WS-UF-BUSCA.

       P-UF-DO-ENDERECO-ACHAR.
           IF WS-UF-BUSCA = SPACES
               MOVE "??" TO WS-UF-BUSCA.
           PERFORM P-ACHAR-UF THRU P-ACHAR-UF-EXIT.
       P-UF-DO-ENDERECO-EXIT.
           EXIT.

      *------ SALDO DE ENDERECOS ATIVOS POR UF --------------------------
       P-CONTAR-ENDERECOS.
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE LOW-VALUES TO ID-ENDERECO
           START ARQUIVOENDERECO KEY IS NOT LESS THAN ID-ENDERECO
           IF WS-STATUS-ARQUIVO NOT = "00"
               MOVE "S" TO WS-FIM-ARQUIVO.

           PERFORM P-CONTAR-UM-ENDERECO THRU P-CONTAR-UM-ENDERECO-EXIT
               UNTIL FIM-DO-ARQUIVO.
       P-CONTAR-ENDERECOS-EXIT.
           EXIT.

       P-CONTAR-UM-ENDERECO.
           READ ARQUIVOENDERECO NEXT RECORD
           IF WS-STATUS-ARQUIVO NOT = "00"
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO P-CONTAR-UM-ENDERECO-EXIT.

           ADD 1 TO WS-TOTAL-ENDERECOS-LIDOS
           IF END-SITUACAO = "E" OR END-SITUACAO = "S"
               GO TO P-CONTAR-UM-ENDERECO-EXIT.

           MOVE UF TO WS-UF-BUSCA
           IF WS-UF-BUSCA = SPACES
               MOVE "??" TO WS-UF-BUSCA.
           PERFORM P-ACHAR-UF THRU P-ACHAR-UF-EXIT
           ADD 1 TO TAB-UF-QTDE (WS-UF-POSICAO, 1).
       P-CONTAR-UM-ENDERECO-EXIT.
           EXIT.

      *------ SALDO DE CLIENTES ATIVOS PELA UF DO ENDERECO PRINCIPAL ----
       P-CONTAR-CLIENTES.
           OPEN INPUT ARQUIVOPESSOA
           IF WS-STATUS-PESSOA NOT = "00"
               DISPLAY "CADPES.DAT INDISPONIVEL (" WS-STATUS-PESSOA
                   ") - CLIENTES ATIVOS FICAM ZERADOS"
               GO TO P-CONTAR-CLIENTES-EXIT.

           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE LOW-VALUES TO ID-PESSOA
           START ARQUIVOPESSOA KEY IS NOT LESS THAN ID-PESSOA
           IF WS-STATUS-PESSOA NOT = "00"
               MOVE "S" TO WS-FIM-ARQUIVO.

           PERFORM P-CONTAR-UM-CLIENTE THRU P-CONTAR-UM-CLIENTE-EXIT
               UNTIL FIM-DO-ARQUIVO

           CLOSE ARQUIVOPESSOA.
       P-CONTAR-CLIENTES-EXIT.
           EXIT.

       P-CONTAR-UM-CLIENTE.
           READ ARQUIVOPESSOA NEXT RECORD
           IF WS-STATUS-PESSOA NOT = "00"
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO P-CONTAR-UM-CLIENTE-EXIT.

           ADD 1 TO WS-TOTAL-CLIENTES-LIDOS
           IF PES-NOME = WS-MASCARA-LGPD
               GO TO P-CONTAR-UM-CLIENTE-EXIT.

           MOVE PES-ID-ENDERECO TO WS-ID-BUSCA
           PERFORM P-UF-DO-ENDERECO THRU P-UF-DO-ENDERECO-EXIT
           ADD 1 TO TAB-UF-QTDE (WS-UF-POSICAO, 7).
       P-CONTAR-UM-CLIENTE-EXIT.
           EXIT.

      *------ MOVIMENTO DO MES NA TRILHA DE AUDITORIA -------------------
       P-CONTAR-ACOES.
           MOVE WS-MES-REF TO WS-MES-INICIAL-TRILHA
           PERFORM P-ABRIR-TRILHA THRU P-ABRIR-TRILHA-EXIT
           IF WS-STATUS-AUDITORIA NOT = "00"
               DISPLAY "AUDEND.DAT INDISPONIVEL (" WS-STATUS-AUDITORIA
                   ") - MOVIMENTO DO MES FICA ZERADO"
               GO TO P-CONTAR-ACOES-EXIT.

           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM P-CONTAR-UMA-ACAO THRU P-CONTAR-UMA-ACAO-EXIT
               UNTIL FIM-DO-ARQUIVO

           CLOSE ARQUIVOAUDITORIA
           IF NOT TRILHA-COMPLETA
               DISPLAY "TRILHA INCOMPLETA - MOVIMENTO DO MES A MENOR".
           IF WS-OPERADORES-DESPREZADOS > ZERO
               DISPLAY "ACOES DE OPERADORES ALEM DO LIMITE DA TABELA: "
                   WS-OPERADORES-DESPREZADOS.
       P-CONTAR-ACOES-EXIT.
           EXIT.

       P-CONTAR-UMA-ACAO.
           PERFORM P-LER-TRILHA THRU P-LER-TRILHA-EXIT
           IF WS-STATUS-AUDITORIA NOT = "00"
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO P-CONTAR-UMA-ACAO-EXIT.
           IF AUD-DATA (1:6) NOT = WS-MES-REF
               GO TO P-CONTAR-UMA-ACAO-EXIT.

           ADD 1 TO WS-TOTAL-ACOES-MES
           PERFORM P-ACHAR-OPERADOR THRU P-ACHAR-OPERADOR-EXIT
           IF WS-OPE-POSICAO NOT = ZERO
               ADD 1 TO TAB-OPE-QTDE (WS-OPE-POSICAO, 9).

           MOVE ZERO TO WS-IDX-METRICA
           IF AUD-ACAO = "I"
               MOVE 2 TO WS-IDX-METRICA
           ELSE IF AUD-ACAO = "A"
               MOVE 3 TO WS-IDX-METRICA
           ELSE IF AUD-ACAO = "E"
               MOVE 4 TO WS-IDX-METRICA
           ELSE IF AUD-ACAO = "P"
               MOVE 5 TO WS-IDX-METRICA
           ELSE IF AUD-ACAO = "R"
               MOVE 6 TO WS-IDX-METRICA.
           IF WS-IDX-METRICA = ZERO
               GO TO P-CONTAR-UMA-ACAO-EXIT.

           IF WS-OPE-POSICAO NOT = ZERO
               ADD 1 TO TAB-OPE-QTDE (WS-OPE-POSICAO, WS-IDX-METRICA).

           MOVE AUD-ID TO WS-ID-BUSCA
           PERFORM P-UF-DO-ENDERECO THRU P-UF-DO-ENDERECO-EXIT
           ADD 1 TO TAB-UF-QTDE (WS-UF-POSICAO, WS-IDX-METRICA).
       P-CONTAR-UMA-ACAO-EXIT.
           EXIT.

       P-ACHAR-OPERADOR.
           MOVE ZERO TO WS-OPE-POSICAO
           PERFORM P-PROCURAR-OPERADOR THRU P-PROCURAR-OPERADOR-EXIT
               VARYING WS-IDX-OPE FROM 1 BY 1
               UNTIL WS-IDX-OPE > WS-TOTAL-OPERADORES
                   OR WS-OPE-POSICAO NOT = ZERO
           IF WS-OPE-POSICAO NOT = ZERO
               GO TO P-ACHAR-OPERADOR-EXIT.

           IF WS-TOTAL-OPERADORES NOT < WS-MAX-OPERADORES
               ADD 1 TO WS-OPERADORES-DESPREZADOS
               GO TO P-ACHAR-OPERADOR-EXIT.

           ADD 1 TO WS-TOTAL-OPERADORES
           MOVE AUD-OPERADOR TO TAB-OPE-ID (WS-TOTAL-OPERADORES)
           MOVE ZEROS TO TAB-OPE-CONTADORES (WS-TOTAL-OPERADORES)
           MOVE WS-TOTAL-OPERADORES TO WS-OPE-POSICAO.
       P-ACHAR-OPERADOR-EXIT.
           EXIT.

       P-PROCURAR-OPERADOR.
           IF TAB-OPE-ID (WS-IDX-OPE) = AUD-OPERADOR
               MOVE WS-IDX-OPE TO WS-OPE-POSICAO.
       P-PROCURAR-OPERADOR-EXIT.
           EXIT.

      *------ DEVOLUCOES DOS CORREIOS PROCESSADAS NO MES ----------------
       P-CONTAR-DEVOLUCOES.
           OPEN INPUT ARQUIVOHISTDEV
           IF WS-STATUS-HISTDEV NOT = "00"
               GO TO P-CONTAR-DEVOLUCOES-EXIT.

           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE LOW-VALUES TO DEVH-CHAVE
           START ARQUIVOHISTDEV KEY IS NOT LESS THAN DEVH-CHAVE
           IF WS-STATUS-HISTDEV NOT = "00"
               MOVE "S" TO WS-FIM-ARQUIVO.

           PERFORM P-CONTAR-UMA-DEVOLUCAO
               THRU P-CONTAR-UMA-DEVOLUCAO-EXIT
               UNTIL FIM-DO-ARQUIVO

           CLOSE ARQUIVOHISTDEV.
       P-CONTAR-DEVOLUCOES-EXIT.
           EXIT.

       P-CONTAR-UMA-DEVOLUCAO.
           READ ARQUIVOHISTDEV NEXT RECORD
           IF WS-STATUS-HISTDEV NOT = "00"
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO P-CONTAR-UMA-DEVOLUCAO-EXIT.
           IF DEVH-DATA-PROC (1:6) NOT = WS-MES-REF
               GO TO P-CONTAR-UMA-DEVOLUCAO-EXIT.

           MOVE DEVH-ID-ENDERECO TO WS-ID-BUSCA
           PERFORM P-UF-DO-ENDERECO THRU P-UF-DO-ENDERECO-EXIT
           ADD 1 TO TAB-UF-QTDE (WS-UF-POSICAO, 8).
       P-CONTAR-UMA-DEVOLUCAO-EXIT.
           EXIT.

      *------ GRAVACAO DA FOTOGRAFIA DO MES NO ESTMES.DAT ---------------
       P-GRAVAR-FOTOGRAFIA.
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE WS-MES-REF TO EST-ANOMES
           MOVE LOW-VALUES TO EST-TIPO EST-CODIGO
           START ARQUIVOESTATISTICA KEY IS NOT LESS THAN EST-CHAVE
           IF WS-STATUS-ESTATISTICA NOT = "00"
               MOVE "S" TO WS-FIM-ARQUIVO.

           PERFORM P-APAGAR-ANTERIOR THRU P-APAGAR-ANTERIOR-EXIT
               UNTIL FIM-DO-ARQUIVO

           PERFORM P-GRAVAR-UF THRU P-GRAVAR-UF-EXIT
               VARYING WS-IDX-UF FROM 1 BY 1
               UNTIL WS-IDX-UF > WS-TOTAL-UFS
           PERFORM P-GRAVAR-OPERADOR THRU P-GRAVAR-OPERADOR-EXIT
               VARYING WS-IDX-OPE FROM 1 BY 1
               UNTIL WS-IDX-OPE > WS-TOTAL-OPERADORES.
       P-GRAVAR-FOTOGRAFIA-EXIT.
           EXIT.

       P-APAGAR-ANTERIOR.
           READ ARQUIVOESTATISTICA NEXT RECORD
           IF WS-STATUS-ESTATISTICA NOT = "00"
               OR EST-ANOMES NOT = WS-MES-REF
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO P-APAGAR-ANTERIOR-EXIT.

           DELETE ARQUIVOESTATISTICA
           IF WS-STATUS-ESTATISTICA = "00"
               ADD 1 TO WS-TOTAL-SUBSTITUIDO.
       P-APAGAR-ANTERIOR-EXIT.
           EXIT.

       P-GRAVAR-UF.
           MOVE WS-MES-REF                   TO EST-ANOMES
           MOVE "U"                          TO EST-TIPO
           MOVE TAB-UF-SIGLA (WS-IDX-UF)     TO EST-CODIGO
           MOVE TAB-UF-REGIAO (WS-IDX-UF)    TO EST-REGIAO
           MOVE TAB-UF-CONTADORES (WS-IDX-UF) TO EST-CONTADORES
           PERFORM P-GRAVAR-LINHA THRU P-GRAVAR-LINHA-EXIT.
       P-GRAVAR-UF-EXIT.
           EXIT.

       P-GRAVAR-OPERADOR.
           MOVE WS-MES-REF                   TO EST-ANOMES
           MOVE "O"                          TO EST-TIPO
           MOVE TAB-OPE-ID (WS-IDX-OPE)      TO EST-CODIGO
           MOVE SPACES                       TO EST-REGIAO
           MOVE TAB-OPE-CONTADORES (WS-IDX-OPE) TO EST-CONTADORES
           PERFORM P-GRAVAR-LINHA THRU P-GRAVAR-LINHA-EXIT.
       P-GRAVAR-OPERADOR-EXIT.
           EXIT.

       P-GRAVAR-LINHA.
           MOVE WS-DATA-HOJE  TO EST-DATA-GERACAO
           MOVE WS-HORA-AGORA TO EST-HORA-GERACAO
           WRITE ESTATISTICA-REG
           IF WS-STATUS-ESTATISTICA = "00"
               ADD 1 TO WS-TOTAL-GRAVADO
           ELSE
               DISPLAY "ERRO NA GRAVACAO DO ESTMES.DAT: "
                   WS-STATUS-ESTATISTICA " CHAVE: " EST-CHAVE
               MOVE "S" TO WS-ERRO-GRAVACAO.
       P-GRAVAR-LINHA-EXIT.
           EXIT.

      *------ RESUMO DO MES: UFS POR REGIAO E OPERADORES ----------------
       P-IMPRIMIR.
           MOVE WS-MES-REF-MES TO RC-MES
           MOVE WS-MES-REF-ANO TO RC-ANO
           MOVE ZEROS TO WS-TOTAIS-GERAIS
           PERFORM P-CABECALHO THRU P-CABECALHO-EXIT

           PERFORM P-IMPRIMIR-REGIAO THRU P-IMPRIMIR-REGIAO-EXIT
               VARYING WS-IDX-REGIAO FROM 1 BY 1
               UNTIL WS-IDX-REGIAO > 6

           MOVE "TOTAL GERAL"    TO RD-ROTULO
           MOVE WS-TOTAIS-GERAIS TO WS-QTDE-LINHA
           PERFORM P-LINHA-DETALHE THRU P-LINHA-DETALHE-EXIT

           MOVE "O" TO WS-SECAO
           IF WS-LINHA-PAGINA + 4 > WS-MAX-LINHAS
               PERFORM P-CABECALHO THRU P-CABECALHO-EXIT
           ELSE
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               WRITE REL-LINHA FROM REL-TITULO-OPERADORES
               WRITE REL-LINHA FROM REL-CAB-OPERADOR
               ADD 3 TO WS-LINHA-PAGINA.

           PERFORM P-IMPRIMIR-OPERADOR THRU P-IMPRIMIR-OPERADOR-EXIT
               VARYING WS-IDX-OPE FROM 1 BY 1
               UNTIL WS-IDX-OPE > WS-TOTAL-OPERADORES

           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-TOTAL-ACOES-MES   TO RR-ACOES
           MOVE WS-TOTAL-GRAVADO     TO RR-GRAVADAS
           MOVE WS-TOTAL-SUBSTITUIDO TO RR-SUBSTITUIDAS
           WRITE REL-LINHA FROM REL-RESUMO.
       P-IMPRIMIR-EXIT.
           EXIT.

       P-IMPRIMIR-REGIAO.
           MOVE ZERO  TO WS-UFS-NA-REGIAO
           MOVE ZEROS TO WS-TOTAIS-REGIAO
           PERFORM P-IMPRIMIR-UF THRU P-IMPRIMIR-UF-EXIT
               VARYING WS-IDX-UF FROM 1 BY 1
               UNTIL WS-IDX-UF > WS-TOTAL-UFS
           IF WS-UFS-NA-REGIAO = ZERO
               GO TO P-IMPRIMIR-REGIAO-EXIT.

           MOVE SPACES TO RD-ROTULO
           STRING "TOTAL REGIAO " DELIMITED BY SIZE
               REGIAO-ORDEM (WS-IDX-REGIAO) DELIMITED BY SIZE
               INTO RD-ROTULO
           MOVE WS-TOTAIS-REGIAO TO WS-QTDE-LINHA
           PERFORM P-LINHA-DETALHE THRU P-LINHA-DETALHE-EXIT
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           ADD 1 TO WS-LINHA-PAGINA.
       P-IMPRIMIR-REGIAO-EXIT.
           EXIT.

       P-IMPRIMIR-UF.
           IF TAB-UF-REGIAO (WS-IDX-UF) NOT =
               REGIAO-ORDEM (WS-IDX-REGIAO)
               GO TO P-IMPRIMIR-UF-EXIT.
           ADD 1 TO WS-UFS-NA-REGIAO
           MOVE SPACES TO RD-ROTULO
           STRING TAB-UF-SIGLA (WS-IDX-UF) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               TAB-UF-REGIAO (WS-IDX-UF) DELIMITED BY SIZE
               INTO RD-ROTULO
           MOVE TAB-UF-CONTADORES (WS-IDX-UF) TO WS-QTDE-LINHA
           PERFORM P-LINHA-DETALHE THRU P-LINHA-DETALHE-EXIT
           PERFORM P-SOMAR-UF THRU P-SOMAR-UF-EXIT
               VARYING WS-IDX-METRICA FROM 1 BY 1
               UNTIL WS-IDX-METRICA > 8.
       P-IMPRIMIR-UF-EXIT.
           EXIT.

       P-SOMAR-UF.
           ADD TAB-UF-QTDE (WS-IDX-UF, WS-IDX-METRICA)
               TO WS-TOTAL-REGIAO (WS-IDX-METRICA)
                  WS-TOTAL-GERAL (WS-IDX-METRICA).
       P-SOMAR-UF-EXIT.
           EXIT.

       P-LINHA-DETALHE.
           IF WS-LINHA-PAGINA NOT < WS-MAX-LINHAS
               PERFORM P-CABECALHO THRU P-CABECALHO-EXIT.
           MOVE WS-QTDE-COLUNA (1) TO RD-ATIVOS
           MOVE WS-QTDE-COLUNA (2) TO RD-INCLUSOES
           MOVE WS-QTDE-COLUNA (3) TO RD-ALTERACOES
           MOVE WS-QTDE-COLUNA (4) TO RD-EXCLUSOES
           MOVE WS-QTDE-COLUNA (5) TO RD-EXPURGOS
           MOVE WS-QTDE-COLUNA (6) TO RD-REINTEGRACOES
           MOVE WS-QTDE-COLUNA (7) TO RD-CLIENTES
           MOVE WS-QTDE-COLUNA (8) TO RD-DEVOLUCOES
           WRITE REL-LINHA FROM REL-DETALHE
           ADD 1 TO WS-LINHA-PAGINA.
       P-LINHA-DETALHE-EXIT.
           EXIT.

       P-IMPRIMIR-OPERADOR.
           IF WS-LINHA-PAGINA NOT < WS-MAX-LINHAS
               PERFORM P-CABECALHO THRU P-CABECALHO-EXIT.
           MOVE TAB-OPE-ID (WS-IDX-OPE)      TO RO-OPERADOR
           MOVE TAB-OPE-QTDE (WS-IDX-OPE, 2) TO RO-INCLUSOES
           MOVE TAB-OPE-QTDE (WS-IDX-OPE, 3) TO RO-ALTERACOES
           MOVE TAB-OPE-QTDE (WS-IDX-OPE, 4) TO RO-EXCLUSOES
           MOVE TAB-OPE-QTDE (WS-IDX-OPE, 5) TO RO-EXPURGOS
           MOVE TAB-OPE-QTDE (WS-IDX-OPE, 6) TO RO-REINTEGRACOES
           MOVE TAB-OPE-QTDE (WS-IDX-OPE, 9) TO RO-TOTAL-ACOES
           WRITE REL-LINHA FROM REL-OPERADOR
           ADD 1 TO WS-LINHA-PAGINA.
       P-IMPRIMIR-OPERADOR-EXIT.
           EXIT.

      *------ CABECALHO DE PAGINA ----------------------------------------
       P-CABECALHO.
           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO RC-PAGINA
           WRITE REL-LINHA FROM REL-CABECALHO
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           IF SECAO-OPERADORES
               WRITE REL-LINHA FROM REL-TITULO-OPERADORES
               WRITE REL-LINHA FROM REL-CAB-OPERADOR
               MOVE 4 TO WS-LINHA-PAGINA
           ELSE
               WRITE REL-LINHA FROM REL-CAB-UF
               MOVE 3 TO WS-LINHA-PAGINA.
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
           GOBACK.
