       IDENTIFICATION DIVISION.
       PROGRAM-ID. TNDEST.
       AUTHOR. LUIZ FERNANDO GERALDO DOS SANTOS.

      *------ RELATORIO DE TENDENCIA DOS ULTIMOS 12 MESES ---------------
      * LE AS FOTOGRAFIAS MENSAIS GRAVADAS PELO ESTMES NO ESTMES.DAT E
      * EMITE EM TNDEST.LST OS 12 MESES ATE O MES FINAL INFORMADO NO
      * CONSOLE (AAAAMM, BRANCO = MES CORRENTE), LADO A LADO: POR
      * REGIAO (N, NE, CO, SE, S, UF SEM REGIAO) E NO TOTAL GERAL,
      * ENDERECOS ATIVOS, INCLUSOES, ALTERACOES, EXCLUSOES, EXPURGOS,
      * REINTEGRACOES, CLIENTES ATIVOS E DEVOLUCOES, CADA UM SEGUIDO
      * DA VARIACAO PERCENTUAL SOBRE O MES ANTERIOR (EM BRANCO QUANDO
      * O MES ANTERIOR E ZERO OU NAO TEM FOTOGRAFIA). SE INFORMADA UMA
      * UF, ELA SAI TAMBEM NUM BLOCO PROPRIO. POR ULTIMO, A
      * PRODUTIVIDADE DE CADA OPERADOR (TOTAL DE ACOES NA TRILHA) MES
      * A MES. MES SEM FOTOGRAFIA APARECE COM "-".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
      * FOTOGRAFIA MENSAL DO ESTMES. CONTADORES NA ORDEM:
      * 1 ENDERECOS ATIVOS, 2 INCLUSOES, 3 ALTERACOES, 4 EXCLUSOES,
      * 5 EXPURGOS, 6 REINTEGRACOES, 7 CLIENTES ATIVOS,
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
           VALUE OF FILE-ID IS "TNDEST.LST".
       01 REL-LINHA                    PIC X(132).

      *---------------------- VARIAVEIS DE TRABALHO --------------------
       WORKING-STORAGE SECTION.
       77 WS-STATUS-ESTATISTICA        PIC X(02).
       77 WS-STATUS-RELATORIO          PIC X(02).

       77 WS-FIM-ARQUIVO               PIC X VALUE "N".
           88 FIM-DO-ARQUIVO                 VALUE "S".

       77 WS-DATA-HOJE                 PIC X(08) VALUE SPACES.
       77 WS-SEL-UF                    PIC X(02) VALUE SPACES.

       01 WS-MES-FINAL                 PIC X(06) VALUE SPACES.
       01 FILLER REDEFINES WS-MES-FINAL.
           05 WS-MES-FINAL-ANO         PIC 9(04).
           05 WS-MES-FINAL-MES         PIC 9(02).

       77 WS-ANO-CALCULO               PIC 9(04) VALUE ZERO.
       77 WS-MES-CALCULO               PIC 9(02) VALUE ZERO.

       77 WS-IDX-MES                   PIC 9(02) COMP.
       77 WS-IDX-BLOCO                 PIC 9(01) COMP.
       77 WS-IDX-METRICA               PIC 9(01) COMP.
       77 WS-MES-POSICAO               PIC 9(02) VALUE ZERO.
       77 WS-BLOCO-POSICAO             PIC 9(01) VALUE ZERO.
       77 WS-MESES-COM-DADOS           PIC 9(02) VALUE ZERO.
       77 WS-TOTAL-LIDO                PIC 9(07) VALUE ZERO.

       77 WS-PAGINA                    PIC 9(03) VALUE ZERO.
       77 WS-LINHA-PAGINA              PIC 9(02) VALUE ZERO.
       77 WS-MAX-LINHAS                PIC 9(02) VALUE 60.

       77 WS-QTDE-EDITADA              PIC ZZZZZZZZ9.
       77 WS-PCT-EDITADO               PIC -ZZZ9,9.
       77 WS-VARIACAO                  PIC S9(04)V9 VALUE ZERO.

      *------ OS 12 MESES DO RELATORIO, DO MAIS ANTIGO AO MES FINAL -----
       01 TABELA-MESES.
           05 TAB-MES OCCURS 12.
               10 TAB-MES-ANOMES.
                   15 TAB-MES-ANO    PIC 9(04).
                   15 TAB-MES-MES    PIC 9(02).
               10 TAB-MES-PRESENTE   PIC X(01).
                   88 MES-COM-DADOS        VALUE "S".

      *------ BLOCOS: 1-6 REGIOES NA ORDEM DE TABELA-REGIOES, 7 TOTAL --
      *------ GERAL, 8 UF INFORMADA NO CONSOLE --------------------------
       01 TABELA-BLOCOS.
           05 TAB-BLOCO OCCURS 8.
               10 TAB-BLOCO-USADO    PIC X(01).
                   88 BLOCO-USADO          VALUE "S".
               10 TAB-BLOCO-MES OCCURS 12.
                   15 TAB-BLOCO-QTDE PIC 9(08) OCCURS 8.

       01 TABELA-REGIOES.
           03 FILLER PIC X(02) VALUE "N ".
           03 FILLER PIC X(02) VALUE "NE".
           03 FILLER PIC X(02) VALUE "CO".
           03 FILLER PIC X(02) VALUE "SE".
           03 FILLER PIC X(02) VALUE "S ".
           03 FILLER PIC X(02) VALUE "??".

       01 FILLER REDEFINES TABELA-REGIOES.
           03 REGIAO-ORDEM PIC X(02) OCCURS 6.

       01 TABELA-TITULOS.
           03 FILLER PIC X(20) VALUE "REGIAO NORTE".
           03 FILLER PIC X(20) VALUE "REGIAO NORDESTE".
           03 FILLER PIC X(20) VALUE "REGIAO CENTRO-OESTE".
           03 FILLER PIC X(20) VALUE "REGIAO SUDESTE".
           03 FILLER PIC X(20) VALUE "REGIAO SUL".
           03 FILLER PIC X(20) VALUE "UF SEM REGIAO".
           03 FILLER PIC X(20) VALUE "TOTAL GERAL".

       01 FILLER REDEFINES TABELA-TITULOS.
           03 TITULO-BLOCO PIC X(20) OCCURS 7.

       01 TABELA-METRICAS.
           03 FILLER PIC X(20) VALUE "  ENDERECOS ATIVOS".
           03 FILLER PIC X(20) VALUE "  INCLUSOES".
           03 FILLER PIC X(20) VALUE "  ALTERACOES".
           03 FILLER PIC X(20) VALUE "  EXCLUSOES".
           03 FILLER PIC X(20) VALUE "  EXPURGOS".
           03 FILLER PIC X(20) VALUE "  REINTEGRACOES".
           03 FILLER PIC X(20) VALUE "  CLIENTES ATIVOS".
           03 FILLER PIC X(20) VALUE "  DEVOLUCOES".

       01 FILLER REDEFINES TABELA-METRICAS.
           03 NOME-METRICA PIC X(20) OCCURS 8.

      *------ OPERADORES, NA ORDEM EM QUE APARECEM NAS FOTOGRAFIAS -----
       77 WS-TOTAL-OPERADORES          PIC 9(03) VALUE ZERO.
       77 WS-MAX-OPERADORES            PIC 9(03) VALUE 200.
       77 WS-IDX-OPE                   PIC 9(03) COMP.
       77 WS-OPE-POSICAO               PIC 9(03) VALUE ZERO.
       77 WS-OPERADORES-DESPREZADOS    PIC 9(05) VALUE ZERO.

       01 TABELA-OPERADORES.
           05 TAB-OPERADOR OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-TOTAL-OPERADORES.
               10 TAB-OPE-ID        PIC X(08).
               10 TAB-OPE-MESES.
                   15 TAB-OPE-QTDE  PIC 9(08) OCCURS 12.

       01 WS-TOTAIS-OPERADORES.
           05 WS-TOTAL-OPE-MES         PIC 9(08) OCCURS 12.

      *------ SERIE DE 12 MESES DA LINHA EM IMPRESSAO -------------------
       01 WS-SERIE.
           05 WS-SERIE-QTDE            PIC 9(08) OCCURS 12.
       77 WS-ROTULO-SERIE              PIC X(20) VALUE SPACES.

       01 REL-CABECALHO.
           05 FILLER            PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(37)
               VALUE "TENDENCIA DOS ULTIMOS 12 MESES ATE ".
           05 RC-MES            PIC X(02).
           05 FILLER            PIC X(01) VALUE "/".
           05 RC-ANO            PIC X(04).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 FILLER            PIC X(08) VALUE "PAGINA: ".
           05 RC-PAGINA         PIC ZZ9.

       01 REL-CAB-MESES.
           05 RCM-ROTULO        PIC X(20).
           05 RCM-COLUNA OCCURS 12.
               10 FILLER        PIC X(02).
               10 RCM-MES       PIC X(02).
               10 RCM-BARRA     PIC X(01).
               10 RCM-ANO       PIC X(04).

       01 REL-LINHA-MESES.
           05 RLM-ROTULO        PIC X(20).
           05 RLM-CELULA        PIC X(09) OCCURS 12.

       01 REL-TITULO-BLOCO.
           05 RTB-TITULO        PIC X(60).

      *--------------------- BLOCOS DE EXECUÇÃO ------------------------
       PROCEDURE DIVISION.

       P-PRINCIPAL.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           DISPLAY "MES FINAL AAAAMM (BRANCO = MES CORRENTE): "
           ACCEPT WS-MES-FINAL
           IF WS-MES-FINAL = SPACES
               MOVE WS-DATA-HOJE (1:6) TO WS-MES-FINAL.
           IF WS-MES-FINAL NOT NUMERIC
               OR WS-MES-FINAL-MES < 1 OR WS-MES-FINAL-MES > 12
               DISPLAY "MES FINAL INVALIDO: " WS-MES-FINAL
               MOVE 8 TO RETURN-CODE
               GO TO P-FIM.
           DISPLAY "UF PARA DETALHAR (BRANCO = NENHUMA): "
           ACCEPT WS-SEL-UF

           OPEN INPUT ARQUIVOESTATISTICA
           IF WS-STATUS-ESTATISTICA NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVOESTATISTICA: "
                   WS-STATUS-ESTATISTICA
               MOVE 8 TO RETURN-CODE
               GO TO P-FIM.

           OPEN OUTPUT RELATORIO
           IF WS-STATUS-RELATORIO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO RELATORIO: "
                   WS-STATUS-RELATORIO
               CLOSE ARQUIVOESTATISTICA
               MOVE 8 TO RETURN-CODE
               GO TO P-FIM.

           PERFORM P-MONTAR-MESES THRU P-MONTAR-MESES-EXIT
           PERFORM P-CARREGAR THRU P-CARREGAR-EXIT
           PERFORM P-IMPRIMIR THRU P-IMPRIMIR-EXIT

           CLOSE ARQUIVOESTATISTICA
           CLOSE RELATORIO
           IF WS-OPERADORES-DESPREZADOS > ZERO
               DISPLAY "LINHAS DE OPERADOR ALEM DO LIMITE DA TABELA: "
                   WS-OPERADORES-DESPREZADOS.
           DISPLAY "TENDENCIA EMITIDA - MESES COM FOTOGRAFIA: "
               WS-MESES-COM-DADOS
           GO TO P-FIM.

      *------ OS 12 MESES, DO MES FINAL PARA TRAS -----------------------
       P-MONTAR-MESES.
           MOVE WS-MES-FINAL-ANO TO WS-ANO-CALCULO
           MOVE WS-MES-FINAL-MES TO WS-MES-CALCULO
           PERFORM P-MONTAR-UM-MES THRU P-MONTAR-UM-MES-EXIT
               VARYING WS-IDX-MES FROM 12 BY -1
               UNTIL WS-IDX-MES < 1

           MOVE ZEROS TO TABELA-BLOCOS
           MOVE ZEROS TO WS-TOTAIS-OPERADORES
           MOVE WS-MES-FINAL-MES TO RC-MES
           MOVE WS-MES-FINAL-ANO TO RC-ANO
           MOVE SPACES TO REL-CAB-MESES
           PERFORM P-MONTAR-CAB-MES THRU P-MONTAR-CAB-MES-EXIT
               VARYING WS-IDX-MES FROM 1 BY 1
               UNTIL WS-IDX-MES > 12.
       P-MONTAR-MESES-EXIT.
           EXIT.

       P-MONTAR-UM-MES.
           MOVE WS-ANO-CALCULO TO TAB-MES-ANO (WS-IDX-MES)
           MOVE WS-MES-CALCULO TO TAB-MES-MES (WS-IDX-MES)
           MOVE "N"            TO TAB-MES-PRESENTE (WS-IDX-MES)
           IF WS-MES-CALCULO = 1
               MOVE 12 TO WS-MES-CALCULO
               SUBTRACT 1 FROM WS-ANO-CALCULO
           ELSE
               SUBTRACT 1 FROM WS-MES-CALCULO.
       P-MONTAR-UM-MES-EXIT.
           EXIT.

       P-MONTAR-CAB-MES.
           MOVE TAB-MES-MES (WS-IDX-MES) TO RCM-MES (WS-IDX-MES)
           MOVE "/"                      TO RCM-BARRA (WS-IDX-MES)
           MOVE TAB-MES-ANO (WS-IDX-MES) TO RCM-ANO (WS-IDX-MES).
       P-MONTAR-CAB-MES-EXIT.
           EXIT.

      *------ LEITURA DAS FOTOGRAFIAS DO PERIODO ------------------------
       P-CARREGAR.
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE TAB-MES-ANOMES (1) TO EST-ANOMES
           MOVE LOW-VALUES TO EST-TIPO EST-CODIGO
           START ARQUIVOESTATISTICA KEY IS NOT LESS THAN EST-CHAVE
           IF WS-STATUS-ESTATISTICA NOT = "00"
               MOVE "S" TO WS-FIM-ARQUIVO.

           PERFORM P-CARREGAR-UM THRU P-CARREGAR-UM-EXIT
               UNTIL FIM-DO-ARQUIVO.
       P-CARREGAR-EXIT.
           EXIT.

       P-CARREGAR-UM.
           READ ARQUIVOESTATISTICA NEXT RECORD
           IF WS-STATUS-ESTATISTICA NOT = "00"
               OR EST-ANOMES > WS-MES-FINAL
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO P-CARREGAR-UM-EXIT.

           MOVE ZERO TO WS-MES-POSICAO
           PERFORM P-PROCURAR-MES THRU P-PROCURAR-MES-EXIT
               VARYING WS-IDX-MES FROM 1 BY 1
               UNTIL WS-IDX-MES > 12 OR WS-MES-POSICAO NOT = ZERO
           IF WS-MES-POSICAO = ZERO
               GO TO P-CARREGAR-UM-EXIT.

           ADD 1 TO WS-TOTAL-LIDO
           IF NOT MES-COM-DADOS (WS-MES-POSICAO)
               MOVE "S" TO TAB-MES-PRESENTE (WS-MES-POSICAO)
               ADD 1 TO WS-MESES-COM-DADOS.

           IF EST-TIPO = "U"
               PERFORM P-CARREGAR-UF THRU P-CARREGAR-UF-EXIT
           ELSE IF EST-TIPO = "O"
               PERFORM P-CARREGAR-OPERADOR
                   THRU P-CARREGAR-OPERADOR-EXIT.
       P-CARREGAR-UM-EXIT.
           EXIT.

       P-PROCURAR-MES.
           IF TAB-MES-ANOMES (WS-IDX-MES) = EST-ANOMES
               MOVE WS-IDX-MES TO WS-MES-POSICAO.
       P-PROCURAR-MES-EXIT.
           EXIT.

      * A LINHA DA UF SOMA NA SUA REGIAO (OU EM "??"), NO TOTAL GERAL
      * E, SE FOR A UF PEDIDA, NO BLOCO DELA.
       P-CARREGAR-UF.
           MOVE 6 TO WS-BLOCO-POSICAO
           PERFORM P-PROCURAR-REGIAO THRU P-PROCURAR-REGIAO-EXIT
               VARYING WS-IDX-BLOCO FROM 1 BY 1
               UNTIL WS-IDX-BLOCO > 5

           PERFORM P-SOMAR-BLOCO THRU P-SOMAR-BLOCO-EXIT
           MOVE 7 TO WS-BLOCO-POSICAO
           PERFORM P-SOMAR-BLOCO THRU P-SOMAR-BLOCO-EXIT
           IF WS-SEL-UF NOT = SPACES
               AND EST-CODIGO (1:2) = WS-SEL-UF
               MOVE 8 TO WS-BLOCO-POSICAO
               PERFORM P-SOMAR-BLOCO THRU P-SOMAR-BLOCO-EXIT.
       P-CARREGAR-UF-EXIT.
           EXIT.

       P-PROCURAR-REGIAO.
           IF REGIAO-ORDEM (WS-IDX-BLOCO) = EST-REGIAO
               MOVE WS-IDX-BLOCO TO WS-BLOCO-POSICAO.
       P-PROCURAR-REGIAO-EXIT.
           EXIT.

       P-SOMAR-BLOCO.
           MOVE "S" TO TAB-BLOCO-USADO (WS-BLOCO-POSICAO)
           PERFORM P-SOMAR-METRICA THRU P-SOMAR-METRICA-EXIT
               VARYING WS-IDX-METRICA FROM 1 BY 1
               UNTIL WS-IDX-METRICA > 8.
       P-SOMAR-BLOCO-EXIT.
           EXIT.

       P-SOMAR-METRICA.
           ADD EST-QTDE (WS-IDX-METRICA) TO TAB-BLOCO-QTDE
               (WS-BLOCO-POSICAO, WS-MES-POSICAO, WS-IDX-METRICA).
       P-SOMAR-METRICA-EXIT.
           EXIT.

       P-CARREGAR-OPERADOR.
           MOVE ZERO TO WS-OPE-POSICAO
           PERFORM P-PROCURAR-OPERADOR THRU P-PROCURAR-OPERADOR-EXIT
               VARYING WS-IDX-OPE FROM 1 BY 1
               UNTIL WS-IDX-OPE > WS-TOTAL-OPERADORES
                   OR WS-OPE-POSICAO NOT = ZERO
           IF WS-OPE-POSICAO = ZERO
               AND WS-TOTAL-OPERADORES NOT < WS-MAX-OPERADORES
               ADD 1 TO WS-OPERADORES-DESPREZADOS
               GO TO P-CARREGAR-OPERADOR-EXIT.
           IF WS-OPE-POSICAO = ZERO
               ADD 1 TO WS-TOTAL-OPERADORES
               MOVE EST-CODIGO TO TAB-OPE-ID (WS-TOTAL-OPERADORES)
               MOVE ZEROS TO TAB-OPE-MESES (WS-TOTAL-OPERADORES)
               MOVE WS-TOTAL-OPERADORES TO WS-OPE-POSICAO.

           ADD EST-TOTAL-ACOES
               TO TAB-OPE-QTDE (WS-OPE-POSICAO, WS-MES-POSICAO)
                  WS-TOTAL-OPE-MES (WS-MES-POSICAO).
       P-CARREGAR-OPERADOR-EXIT.
           EXIT.

       P-PROCURAR-OPERADOR.
           IF TAB-OPE-ID (WS-IDX-OPE) = EST-CODIGO
               MOVE WS-IDX-OPE TO WS-OPE-POSICAO.
       P-PROCURAR-OPERADOR-EXIT.
           EXIT.

      *------ IMPRESSAO: BLOCOS DAS REGIOES, UF PEDIDA E OPERADORES -----
       P-IMPRIMIR.
           PERFORM P-CABECALHO THRU P-CABECALHO-EXIT

           PERFORM P-IMPRIMIR-BLOCO THRU P-IMPRIMIR-BLOCO-EXIT
               VARYING WS-IDX-BLOCO FROM 1 BY 1
               UNTIL WS-IDX-BLOCO > 8

           IF WS-LINHA-PAGINA + 5 > WS-MAX-LINHAS
               PERFORM P-CABECALHO THRU P-CABECALHO-EXIT.
           MOVE "PRODUTIVIDADE POR OPERADOR (TOTAL DE ACOES NA TRILHA)"
               TO RTB-TITULO
           WRITE REL-LINHA FROM REL-TITULO-BLOCO
           ADD 1 TO WS-LINHA-PAGINA

           PERFORM P-IMPRIMIR-OPERADOR THRU P-IMPRIMIR-OPERADOR-EXIT
               VARYING WS-IDX-OPE FROM 1 BY 1
               UNTIL WS-IDX-OPE > WS-TOTAL-OPERADORES

           IF WS-LINHA-PAGINA + 2 > WS-MAX-LINHAS
               PERFORM P-CABECALHO THRU P-CABECALHO-EXIT.
           MOVE WS-TOTAIS-OPERADORES TO WS-SERIE
           MOVE "  TOTAL"            TO WS-ROTULO-SERIE
           PERFORM P-LINHA-VALORES THRU P-LINHA-VALORES-EXIT
           PERFORM P-LINHA-VARIACAO THRU P-LINHA-VARIACAO-EXIT.
       P-IMPRIMIR-EXIT.
           EXIT.

      * BLOCO: TITULO E, POR METRICA, A LINHA DOS VALORES E A DA
      * VARIACAO (18 LINHAS, NUNCA PARTIDO ENTRE PAGINAS).
       P-IMPRIMIR-BLOCO.
           IF WS-IDX-BLOCO = 6 AND NOT BLOCO-USADO (6)
               GO TO P-IMPRIMIR-BLOCO-EXIT.
           IF WS-IDX-BLOCO = 8 AND WS-SEL-UF = SPACES
               GO TO P-IMPRIMIR-BLOCO-EXIT.

           IF WS-LINHA-PAGINA + 18 > WS-MAX-LINHAS
               PERFORM P-CABECALHO THRU P-CABECALHO-EXIT.

           MOVE SPACES TO RTB-TITULO
           IF WS-IDX-BLOCO = 8
               STRING "UF " DELIMITED BY SIZE
                   WS-SEL-UF DELIMITED BY SIZE
                   INTO RTB-TITULO
           ELSE
               MOVE TITULO-BLOCO (WS-IDX-BLOCO) TO RTB-TITULO.
           WRITE REL-LINHA FROM REL-TITULO-BLOCO
           ADD 1 TO WS-LINHA-PAGINA

           PERFORM P-IMPRIMIR-METRICA THRU P-IMPRIMIR-METRICA-EXIT
               VARYING WS-IDX-METRICA FROM 1 BY 1
               UNTIL WS-IDX-METRICA > 8

           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           ADD 1 TO WS-LINHA-PAGINA.
       P-IMPRIMIR-BLOCO-EXIT.
           EXIT.

       P-IMPRIMIR-METRICA.
           PERFORM P-SERIE-DO-BLOCO THRU P-SERIE-DO-BLOCO-EXIT
               VARYING WS-IDX-MES FROM 1 BY 1
               UNTIL WS-IDX-MES > 12
           MOVE NOME-METRICA (WS-IDX-METRICA) TO WS-ROTULO-SERIE
           PERFORM P-LINHA-VALORES THRU P-LINHA-VALORES-EXIT
           PERFORM P-LINHA-VARIACAO THRU P-LINHA-VARIACAO-EXIT.
       P-IMPRIMIR-METRICA-EXIT.
           EXIT.

       P-SERIE-DO-BLOCO.
           MOVE TAB-BLOCO-QTDE (WS-IDX-BLOCO, WS-IDX-MES,
               WS-IDX-METRICA) TO WS-SERIE-QTDE (WS-IDX-MES).
       P-SERIE-DO-BLOCO-EXIT.
           EXIT.

       P-IMPRIMIR-OPERADOR.
           IF WS-LINHA-PAGINA NOT < WS-MAX-LINHAS
               PERFORM P-CABECALHO THRU P-CABECALHO-EXIT.
           MOVE TAB-OPE-MESES (WS-IDX-OPE) TO WS-SERIE
           MOVE SPACES TO WS-ROTULO-SERIE
           MOVE TAB-OPE-ID (WS-IDX-OPE) TO WS-ROTULO-SERIE (3:8)
           PERFORM P-LINHA-VALORES THRU P-LINHA-VALORES-EXIT.
       P-IMPRIMIR-OPERADOR-EXIT.
           EXIT.

      *------ LINHA DOS 12 VALORES DA SERIE -----------------------------
       P-LINHA-VALORES.
           MOVE SPACES TO REL-LINHA-MESES
           MOVE WS-ROTULO-SERIE TO RLM-ROTULO
           PERFORM P-CELULA-VALOR THRU P-CELULA-VALOR-EXIT
               VARYING WS-IDX-MES FROM 1 BY 1
               UNTIL WS-IDX-MES > 12
           WRITE REL-LINHA FROM REL-LINHA-MESES
           ADD 1 TO WS-LINHA-PAGINA.
       P-LINHA-VALORES-EXIT.
           EXIT.

       P-CELULA-VALOR.
           IF NOT MES-COM-DADOS (WS-IDX-MES)
               MOVE "        -" TO RLM-CELULA (WS-IDX-MES)
               GO TO P-CELULA-VALOR-EXIT.
           MOVE WS-SERIE-QTDE (WS-IDX-MES) TO WS-QTDE-EDITADA
           MOVE WS-QTDE-EDITADA TO RLM-CELULA (WS-IDX-MES).
       P-CELULA-VALOR-EXIT.
           EXIT.

      *------ LINHA DA VARIACAO % SOBRE O MES ANTERIOR ------------------
       P-LINHA-VARIACAO.
           MOVE SPACES TO REL-LINHA-MESES
           MOVE "    VARIACAO %" TO RLM-ROTULO
           PERFORM P-CELULA-VARIACAO THRU P-CELULA-VARIACAO-EXIT
               VARYING WS-IDX-MES FROM 2 BY 1
               UNTIL WS-IDX-MES > 12
           WRITE REL-LINHA FROM REL-LINHA-MESES
           ADD 1 TO WS-LINHA-PAGINA.
       P-LINHA-VARIACAO-EXIT.
           EXIT.

       P-CELULA-VARIACAO.
           IF NOT MES-COM-DADOS (WS-IDX-MES)
               OR NOT MES-COM-DADOS (WS-IDX-MES - 1)
               OR WS-SERIE-QTDE (WS-IDX-MES - 1) = ZERO
               GO TO P-CELULA-VARIACAO-EXIT.

           COMPUTE WS-VARIACAO ROUNDED =
               (WS-SERIE-QTDE (WS-IDX-MES)
                 - WS-SERIE-QTDE (WS-IDX-MES - 1)) * 100
               / WS-SERIE-QTDE (WS-IDX-MES - 1)
               ON SIZE ERROR
                   MOVE "   >9999" TO RLM-CELULA (WS-IDX-MES)
                   GO TO P-CELULA-VARIACAO-EXIT.
           MOVE WS-VARIACAO TO WS-PCT-EDITADO
           MOVE WS-PCT-EDITADO TO RLM-CELULA (WS-IDX-MES) (3:7).
       P-CELULA-VARIACAO-EXIT.
           EXIT.

      *------ CABECALHO DE PAGINA ----------------------------------------
       P-CABECALHO.
           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO RC-PAGINA
           WRITE REL-LINHA FROM REL-CABECALHO
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           WRITE REL-LINHA FROM REL-CAB-MESES
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE 4 TO WS-LINHA-PAGINA.
       P-CABECALHO-EXIT.
           EXIT.

      * ----- ENCERRAMENTO DO PROGRAMA ---------------------------------
       P-FIM.
           STOP RUN.
