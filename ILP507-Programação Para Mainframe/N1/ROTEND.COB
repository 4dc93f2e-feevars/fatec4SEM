       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROTEND.
       AUTHOR. LUIZ FERNANDO GERALDO DOS SANTOS.

      *------ MANIFESTO DE ROTA POR ZONA DE ENTREGA ---------------------
      * CARREGA AS FAIXAS DE CEP DO ZONREF.DAT (MANTIDO PELO CADZON)
      * E ENQUADRA CADA ENDERECO ATIVO DO CADEND.DAT (EXCLUIDOS E
      * SUSPEITOS FICAM DE FORA, COMO NAS ETIQUETAS) NA SUA ZONA.
      * CADA ENDERECO SAI UMA VEZ POR DESTINATARIO: OS CLIENTES DO
      * CADPES.DAT QUE O TEM COMO ENDERECO PRINCIPAL E OS QUE TEM NELE
      * UM VINCULO DE ENTREGA (E) NAO ENCERRADO NEM FUTURO NO
      * PESEND.DAT; CLIENTE ANONIMIZADO NAO E DESTINATARIO. ENDERECO
      * SEM DESTINATARIO SAI UMA VEZ, SEM NOME.
      * O ROTEND.LST TRAZ UMA SECAO POR ZONA (ZONA/ROTA/DIA), EM
      * PAGINA PROPRIA E NA ORDEM DE ENTREGA CEP/LOGRADOURO/NUMERO,
      * COM O TOTAL DE ENDERECOS E DE ENTREGAS DA ZONA, E AO FINAL A
      * SECAO DE EXCECOES COM OS ENDERECOS ATIVOS CUJO CEP NAO CAI EM
      * NENHUMA FAIXA. A ZONA PODE SER ESCOLHIDA NO CONSOLE (BRANCO =
      * TODAS); COM UMA ZONA ESCOLHIDA A SECAO DE EXCECOES NAO SAI.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVOZONA ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS SEQUENTIAL
           RECORD KEY              IS ZON-CEP-INICIO
           FILE STATUS             IS WS-STATUS-ZONA.

           SELECT ARQUIVOENDERECO ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS SEQUENTIAL
           RECORD KEY              IS ID-ENDERECO
           FILE STATUS             IS WS-STATUS-ARQUIVO
           ALTERNATE RECORD KEY    IS CEP WITH DUPLICATES.

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

           SELECT RELATORIO ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RELATORIO.

           SELECT ARQUIVO-CLASSIFICACAO ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVOZONA
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ZONREF.DAT".

       01 ZONREF-REG.
           05 ZON-CEP-INICIO     PIC X(08).
           05 ZON-CEP-FIM        PIC X(08).
           05 ZON-CODIGO         PIC X(04).
           05 ZON-ROTA           PIC X(30).
           05 ZON-DIA-SEMANA     PIC X(01).

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

       FD  RELATORIO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ROTEND.LST".
       01 REL-LINHA                    PIC X(132).

      * OS ENDERECOS SEM ZONA VEM COM SORT-ZONA EM HIGH-VALUES E
      * FICAM NO FIM DA CLASSIFICACAO, PARA A SECAO DE EXCECOES.
       SD  ARQUIVO-CLASSIFICACAO.
       01 SORT-REC.
           05 SORT-CHAVE-ZONA.
               10 SORT-ZONA        PIC X(04).
               10 SORT-ROTA        PIC X(30).
               10 SORT-DIA         PIC X(01).
           05 SORT-CEP         PIC X(08).
           05 SORT-LOGRA       PIC X(35).
           05 SORT-NUMERO      PIC X(06).
           05 SORT-ID          PIC X(08).
           05 SORT-ID-PESSOA   PIC X(08).
           05 SORT-COMPLEMENTO PIC X(20).
           05 SORT-BAIRRO      PIC X(20).
           05 SORT-CIDADE      PIC X(35).
           05 SORT-UF          PIC X(02).
           05 SORT-NOME        PIC X(35).

      *---------------------- VARIAVEIS DE TRABALHO --------------------
       WORKING-STORAGE SECTION.
       77 WS-STATUS-ZONA               PIC X(02).
       77 WS-STATUS-ARQUIVO            PIC X(02).
       77 WS-STATUS-PESSOA             PIC X(02).
       77 WS-STATUS-VINCULO            PIC X(02).
       77 WS-STATUS-RELATORIO          PIC X(02).
       77 WS-STATUS-SORT               PIC X(02) VALUE "00".

       77 WS-FIM-ARQUIVO               PIC X VALUE "N".
           88 FIM-DO-ARQUIVO                 VALUE "S".
       77 WS-FIM-PESSOA                PIC X VALUE "N".
           88 FIM-DOS-CLIENTES               VALUE "S".
       77 WS-FIM-VINCULOS              PIC X VALUE "N".
           88 FIM-DOS-VINCULOS               VALUE "S".
       77 WS-VINCULO-OK                PIC X VALUE "N".
           88 VINCULO-DISPONIVEL             VALUE "S".
       77 WS-ERRO-CARGA                PIC X VALUE "N".
           88 ERRO-NA-CARGA                  VALUE "S".

       77 WS-SEL-ZONA                  PIC X(04) VALUE SPACES.
       77 WS-MASCARA-LGPD              PIC X(35)
           VALUE "ANONIMIZADO LGPD".

      *------ TABELA DAS FAIXAS, NA ORDEM DE CEP INICIAL ----------------
       77 WS-TOTAL-FAIXAS              PIC 9(03) VALUE ZERO.
       77 WS-MAX-FAIXAS                PIC 9(03) VALUE 500.
       77 WS-IDX-FAIXA                 PIC 9(03) COMP.
       77 WS-FAIXA-ACHADA              PIC 9(03) VALUE ZERO.

       01 TABELA-FAIXAS.
           05 TAB-FAIXA OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-TOTAL-FAIXAS.
               10 TF-CEP-INICIO     PIC X(08).
               10 TF-CEP-FIM        PIC X(08).
               10 TF-CODIGO         PIC X(04).
               10 TF-ROTA           PIC X(30).
               10 TF-DIA            PIC X(01).

      *------ NOMES DOS DIAS DA SEMANA (1=DOMINGO ... 7=SABADO) ---------
       01 TABELA-DIAS.
           03 FILLER PIC X(07) VALUE "DOMINGO".
           03 FILLER PIC X(07) VALUE "SEGUNDA".
           03 FILLER PIC X(07) VALUE "TERCA  ".
           03 FILLER PIC X(07) VALUE "QUARTA ".
           03 FILLER PIC X(07) VALUE "QUINTA ".
           03 FILLER PIC X(07) VALUE "SEXTA  ".
           03 FILLER PIC X(07) VALUE "SABADO ".

       01 FILLER REDEFINES TABELA-DIAS.
           03 NOME-DIA PIC X(07) OCCURS 7.

       77 WS-DIA-NUM                   PIC 9(01).

      *------ CONTROLE DA IMPRESSAO -------------------------------------
       77 WS-PAGINA                    PIC 9(03) VALUE ZERO.
       77 WS-LINHA-PAGINA              PIC 9(02) VALUE ZERO.
       77 WS-MAX-LINHAS                PIC 9(02) VALUE 50.

       77 WS-PRIMEIRA-QUEBRA           PIC X VALUE "S".
       77 WS-SECAO-EXCECOES            PIC X VALUE "N".
           88 SECAO-EXCECOES                 VALUE "S".
       77 WS-ID-ANTERIOR               PIC X(08) VALUE SPACES.
       77 WS-QTDE-DESTINATARIOS        PIC 9(05) VALUE ZERO.

       01 WS-CHAVE-CONTROLE.
           05 WS-ZONA-CONTROLE         PIC X(04).
           05 WS-ROTA-CONTROLE         PIC X(30).
           05 WS-DIA-CONTROLE          PIC X(01).

       77 WS-TOTAL-ZONA-END            PIC 9(05) VALUE ZERO.
       77 WS-TOTAL-ZONA-ENTREGA        PIC 9(05) VALUE ZERO.
       77 WS-TOTAL-ZONAS               PIC 9(05) VALUE ZERO.
       77 WS-TOTAL-ROTEADO             PIC 9(07) VALUE ZERO.
       77 WS-TOTAL-ENTREGAS            PIC 9(07) VALUE ZERO.
       77 WS-TOTAL-EXCECOES            PIC 9(07) VALUE ZERO.

       01 REL-CABECALHO.
           05 FILLER            PIC X(29) VALUE SPACES.
           05 FILLER            PIC X(38)
               VALUE "MANIFESTO DE ROTA POR ZONA DE ENTREGA".
           05 FILLER            PIC X(08) VALUE "PAGINA: ".
           05 REL-CAB-PAGINA    PIC ZZ9.

       01 REL-CAB-ZONA.
           05 FILLER            PIC X(06) VALUE "ZONA: ".
           05 RCZ-ZONA          PIC X(04).
           05 FILLER            PIC X(09) VALUE "   ROTA: ".
           05 RCZ-ROTA          PIC X(30).
           05 FILLER            PIC X(19) VALUE "   DIA DE ENTREGA: ".
           05 RCZ-DIA           PIC X(07).

       01 REL-CAB-COLUNAS.
           05 FILLER            PIC X(10) VALUE "CEP".
           05 FILLER            PIC X(37) VALUE "LOGRADOURO".
           05 FILLER            PIC X(08) VALUE "NUMERO".
           05 FILLER            PIC X(17) VALUE "COMPLEMENTO".
           05 FILLER            PIC X(22) VALUE "BAIRRO".
           05 FILLER            PIC X(12) VALUE "DESTINATARIO".

       01 REL-DETALHE.
           05 RD-CEP            PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RD-LOGRA          PIC X(35).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RD-NUMERO         PIC X(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RD-COMPLEMENTO    PIC X(15).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RD-BAIRRO         PIC X(20).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RD-NOME           PIC X(35).

       01 REL-TOTAL-ZONA.
           05 FILLER            PIC X(14) VALUE "TOTAL DA ZONA ".
           05 RTZ-ZONA          PIC X(04).
           05 FILLER            PIC X(13) VALUE " - ENDERECOS:".
           05 RTZ-ENDERECOS     PIC ZZZZ9.
           05 FILLER            PIC X(12) VALUE "  ENTREGAS:".
           05 RTZ-ENTREGAS      PIC ZZZZ9.

       01 REL-CAB-EXCECOES.
           05 FILLER            PIC X(37)
               VALUE "EXCECOES - ENDERECOS ATIVOS SEM ZONA ".
           05 FILLER            PIC X(35)
               VALUE "(CEP FORA DE TODAS AS FAIXAS)".

       01 REL-CAB-COL-EXCECOES.
           05 FILLER            PIC X(10) VALUE "ID".
           05 FILLER            PIC X(10) VALUE "CEP".
           05 FILLER            PIC X(37) VALUE "LOGRADOURO".
           05 FILLER            PIC X(08) VALUE "NUMERO".
           05 FILLER            PIC X(37) VALUE "CIDADE".
           05 FILLER            PIC X(02) VALUE "UF".

       01 REL-EXCECAO.
           05 RE-ID             PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RE-CEP            PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RE-LOGRA          PIC X(35).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RE-NUMERO         PIC X(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RE-CIDADE         PIC X(35).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RE-UF             PIC X(02).

       01 REL-TOTAL-EXCECOES.
           05 FILLER            PIC X(28)
               VALUE "TOTAL DE ENDERECOS SEM ZONA:".
           05 RTE-TOTAL         PIC ZZZZZZ9.

       01 REL-RESUMO.
           05 FILLER            PIC X(07) VALUE "ZONAS: ".
           05 RR-ZONAS          PIC ZZZZ9.
           05 FILLER            PIC X(23)
               VALUE "  ENDERECOS ROTEADOS: ".
           05 RR-ROTEADOS       PIC ZZZZZZ9.
           05 FILLER            PIC X(12) VALUE "  ENTREGAS: ".
           05 RR-ENTREGAS       PIC ZZZZZZ9.
           05 FILLER            PIC X(22)
               VALUE "  ENDERECOS SEM ZONA: ".
           05 RR-EXCECOES       PIC ZZZZZZ9.

      *--------------------- BLOCOS DE EXECUÇÃO ------------------------
       PROCEDURE DIVISION.

       P-PRINCIPAL.
           DISPLAY "ZONA (BRANCO = TODAS): "
           ACCEPT WS-SEL-ZONA

           PERFORM P-CARREGAR-FAIXAS THRU P-CARREGAR-FAIXAS-EXIT
           IF ERRO-NA-CARGA
               MOVE 8 TO RETURN-CODE
               GO TO P-FIM.

           OPEN INPUT ARQUIVOENDERECO
           IF WS-STATUS-ARQUIVO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVOENDERECO: "
                   WS-STATUS-ARQUIVO
               MOVE 8 TO RETURN-CODE
               GO TO P-FIM.

           OPEN INPUT ARQUIVOPESSOA
           IF WS-STATUS-PESSOA NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVOPESSOA: "
                   WS-STATUS-PESSOA
               CLOSE ARQUIVOENDERECO
               MOVE 8 TO RETURN-CODE
               GO TO P-FIM.

      * SEM PESEND.DAT SO OS ENDERECOS PRINCIPAIS DAO DESTINATARIO.
           OPEN INPUT ARQUIVOVINCULO
           IF WS-STATUS-VINCULO = "00"
               MOVE "S" TO WS-VINCULO-OK.

           OPEN OUTPUT RELATORIO
           IF WS-STATUS-RELATORIO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO RELATORIO: "
                   WS-STATUS-RELATORIO
               CLOSE ARQUIVOENDERECO ARQUIVOPESSOA
               MOVE 8 TO RETURN-CODE
               GO TO P-FIM.

           SORT ARQUIVO-CLASSIFICACAO
               ON ASCENDING KEY SORT-ZONA SORT-ROTA SORT-DIA
                   SORT-CEP SORT-LOGRA SORT-NUMERO SORT-ID
                   SORT-ID-PESSOA
               INPUT PROCEDURE IS P-LER-ENDERECOS
                   THRU P-LER-ENDERECOS-EXIT
               OUTPUT PROCEDURE IS P-IMPRIMIR
                   THRU P-IMPRIMIR-EXIT

           CLOSE ARQUIVOENDERECO ARQUIVOPESSOA RELATORIO
           IF VINCULO-DISPONIVEL
               CLOSE ARQUIVOVINCULO.
           DISPLAY "MANIFESTO CONCLUIDO - ZONAS: " WS-TOTAL-ZONAS
               " ENTREGAS: " WS-TOTAL-ENTREGAS
               " SEM ZONA: " WS-TOTAL-EXCECOES
           GO TO P-FIM.

      *------ CARGA DAS FAIXAS DE CEP -----------------------------------
       P-CARREGAR-FAIXAS.
           OPEN INPUT ARQUIVOZONA
           IF WS-STATUS-ZONA NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ZONREF.DAT: "
                   WS-STATUS-ZONA
               MOVE "S" TO WS-ERRO-CARGA
               GO TO P-CARREGAR-FAIXAS-EXIT.
           MOVE ZERO TO WS-TOTAL-FAIXAS
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM P-CARREGAR-UMA THRU P-CARREGAR-UMA-EXIT
               UNTIL FIM-DO-ARQUIVO OR ERRO-NA-CARGA
           CLOSE ARQUIVOZONA
           MOVE "N" TO WS-FIM-ARQUIVO.
       P-CARREGAR-FAIXAS-EXIT.
           EXIT.

       P-CARREGAR-UMA.
           READ ARQUIVOZONA NEXT RECORD
           IF WS-STATUS-ZONA NOT = "00"
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO P-CARREGAR-UMA-EXIT.
           IF WS-TOTAL-FAIXAS NOT < WS-MAX-FAIXAS
               DISPLAY "TABELA DE FAIXAS ESGOTADA - MAXIMO "
                   WS-MAX-FAIXAS
               MOVE "S" TO WS-ERRO-CARGA
               GO TO P-CARREGAR-UMA-EXIT.
           ADD 1 TO WS-TOTAL-FAIXAS
           MOVE ZON-CEP-INICIO TO TF-CEP-INICIO (WS-TOTAL-FAIXAS)
           MOVE ZON-CEP-FIM    TO TF-CEP-FIM (WS-TOTAL-FAIXAS)
           MOVE ZON-CODIGO     TO TF-CODIGO (WS-TOTAL-FAIXAS)
           MOVE ZON-ROTA       TO TF-ROTA (WS-TOTAL-FAIXAS)
           MOVE ZON-DIA-SEMANA TO TF-DIA (WS-TOTAL-FAIXAS).
       P-CARREGAR-UMA-EXIT.
           EXIT.

      *------ ENQUADRAMENTO DOS ENDERECOS ATIVOS NAS ZONAS --------------
       P-LER-ENDERECOS.
           PERFORM P-LER-UM-ENDERECO THRU P-LER-UM-ENDERECO-EXIT
               UNTIL FIM-DO-ARQUIVO.
       P-LER-ENDERECOS-EXIT.
           EXIT.

       P-LER-UM-ENDERECO.
           READ ARQUIVOENDERECO NEXT RECORD
           IF WS-STATUS-ARQUIVO NOT = "00"
               AND WS-STATUS-ARQUIVO NOT = "02"
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO P-LER-UM-ENDERECO-EXIT.
           IF END-SITUACAO = "E" OR END-SITUACAO = "S"
               GO TO P-LER-UM-ENDERECO-EXIT.

           MOVE ZERO TO WS-FAIXA-ACHADA
           PERFORM P-PROCURAR-FAIXA THRU P-PROCURAR-FAIXA-EXIT
               VARYING WS-IDX-FAIXA FROM 1 BY 1
               UNTIL WS-IDX-FAIXA > WS-TOTAL-FAIXAS
                   OR WS-FAIXA-ACHADA > ZERO

           MOVE SPACES TO SORT-REC
           MOVE ID-ENDERECO TO SORT-ID
           MOVE CEP         TO SORT-CEP
           MOVE LOGRA       TO SORT-LOGRA
           MOVE NUMERO      TO SORT-NUMERO
           MOVE COMPLEMENTO TO SORT-COMPLEMENTO
           MOVE BAIRRO      TO SORT-BAIRRO
           MOVE CIDADE      TO SORT-CIDADE
           MOVE UF          TO SORT-UF

           IF WS-FAIXA-ACHADA = ZERO
               IF WS-SEL-ZONA = SPACES
                   MOVE HIGH-VALUES TO SORT-CHAVE-ZONA
                   RELEASE SORT-REC
                   GO TO P-LER-UM-ENDERECO-EXIT
               ELSE
                   GO TO P-LER-UM-ENDERECO-EXIT.

           IF WS-SEL-ZONA NOT = SPACES
               AND TF-CODIGO (WS-FAIXA-ACHADA) NOT = WS-SEL-ZONA
               GO TO P-LER-UM-ENDERECO-EXIT.
           MOVE TF-CODIGO (WS-FAIXA-ACHADA) TO SORT-ZONA
           MOVE TF-ROTA (WS-FAIXA-ACHADA)   TO SORT-ROTA
           MOVE TF-DIA (WS-FAIXA-ACHADA)    TO SORT-DIA

           MOVE ZERO TO WS-QTDE-DESTINATARIOS
           PERFORM P-DESTINATARIOS-PRINCIPAL
               THRU P-DESTINATARIOS-PRINCIPAL-EXIT
           IF VINCULO-DISPONIVEL
               PERFORM P-DESTINATARIOS-VINCULO
                   THRU P-DESTINATARIOS-VINCULO-EXIT.
           IF WS-QTDE-DESTINATARIOS = ZERO
               MOVE SPACES TO SORT-ID-PESSOA SORT-NOME
               RELEASE SORT-REC.
       P-LER-UM-ENDERECO-EXIT.
           EXIT.

      * AS FAIXAS NAO SE SOBREPOEM (CADZON), ENTAO A PRIMEIRA QUE
      * CONTEM O CEP E A UNICA.
       P-PROCURAR-FAIXA.
           IF CEP NOT < TF-CEP-INICIO (WS-IDX-FAIXA)
               AND CEP NOT > TF-CEP-FIM (WS-IDX-FAIXA)
               MOVE WS-IDX-FAIXA TO WS-FAIXA-ACHADA.
       P-PROCURAR-FAIXA-EXIT.
           EXIT.

      *------ CLIENTES QUE TEM O ENDERECO COMO PRINCIPAL ----------------
       P-DESTINATARIOS-PRINCIPAL.
           MOVE ID-ENDERECO TO PES-ID-ENDERECO
           START ARQUIVOPESSOA KEY IS EQUAL TO PES-ID-ENDERECO
           IF WS-STATUS-PESSOA NOT = "00"
               GO TO P-DESTINATARIOS-PRINCIPAL-EXIT.
           MOVE "N" TO WS-FIM-PESSOA
           PERFORM P-PRINCIPAL-UM THRU P-PRINCIPAL-UM-EXIT
               UNTIL FIM-DOS-CLIENTES.
       P-DESTINATARIOS-PRINCIPAL-EXIT.
           EXIT.

       P-PRINCIPAL-UM.
           READ ARQUIVOPESSOA NEXT RECORD
           IF (WS-STATUS-PESSOA NOT = "00"
                   AND WS-STATUS-PESSOA NOT = "02")
               OR PES-ID-ENDERECO NOT = ID-ENDERECO
               MOVE "S" TO WS-FIM-PESSOA
               GO TO P-PRINCIPAL-UM-EXIT.
           IF PES-NOME = WS-MASCARA-LGPD
               GO TO P-PRINCIPAL-UM-EXIT.
           MOVE ID-PESSOA TO SORT-ID-PESSOA
           MOVE PES-NOME  TO SORT-NOME
           RELEASE SORT-REC
           ADD 1 TO WS-QTDE-DESTINATARIOS.
       P-PRINCIPAL-UM-EXIT.
           EXIT.

      *------ CLIENTES COM VINCULO DE ENTREGA NO ENDERECO ---------------
      * QUEM JA TEM O ENDERECO COMO PRINCIPAL JA SAIU ACIMA.
       P-DESTINATARIOS-VINCULO.
           MOVE ID-ENDERECO TO VINC-ID-ENDERECO
           START ARQUIVOVINCULO KEY IS EQUAL TO VINC-ID-ENDERECO
           IF WS-STATUS-VINCULO NOT = "00"
               GO TO P-DESTINATARIOS-VINCULO-EXIT.
           MOVE "N" TO WS-FIM-VINCULOS
           PERFORM P-VINCULO-UM THRU P-VINCULO-UM-EXIT
               UNTIL FIM-DOS-VINCULOS.
       P-DESTINATARIOS-VINCULO-EXIT.
           EXIT.

       P-VINCULO-UM.
           READ ARQUIVOVINCULO NEXT RECORD
           IF (WS-STATUS-VINCULO NOT = "00"
                   AND WS-STATUS-VINCULO NOT = "02")
               OR VINC-ID-ENDERECO NOT = ID-ENDERECO
               MOVE "S" TO WS-FIM-VINCULOS
               GO TO P-VINCULO-UM-EXIT.
           IF VINC-TIPO NOT = "E"
               OR VINC-SITUACAO = "E" OR VINC-SITUACAO = "F"
               GO TO P-VINCULO-UM-EXIT.
           MOVE VINC-ID-PESSOA TO ID-PESSOA
           READ ARQUIVOPESSOA
           IF WS-STATUS-PESSOA NOT = "00"
               GO TO P-VINCULO-UM-EXIT.
           IF PES-ID-ENDERECO = ID-ENDERECO
               OR PES-NOME = WS-MASCARA-LGPD
               GO TO P-VINCULO-UM-EXIT.
           MOVE ID-PESSOA TO SORT-ID-PESSOA
           MOVE PES-NOME  TO SORT-NOME
           RELEASE SORT-REC
           ADD 1 TO WS-QTDE-DESTINATARIOS.
       P-VINCULO-UM-EXIT.
           EXIT.

      *------ IMPRESSAO DO MANIFESTO JA CLASSIFICADO --------------------
       P-IMPRIMIR.
           PERFORM P-IMPRIMIR-UM THRU P-IMPRIMIR-UM-EXIT
               UNTIL WS-STATUS-SORT = "10"

           IF WS-PRIMEIRA-QUEBRA = "N"
               AND NOT SECAO-EXCECOES
               PERFORM P-QUEBRA-ZONA THRU P-QUEBRA-ZONA-EXIT.

      * SEM ENDERECOS FORA DE ZONA A SECAO SAI VAZIA, SO COM O TOTAL.
           IF WS-SEL-ZONA = SPACES
               IF NOT SECAO-EXCECOES
                   PERFORM P-INICIAR-EXCECOES
                       THRU P-INICIAR-EXCECOES-EXIT.
           IF WS-SEL-ZONA = SPACES
               MOVE WS-TOTAL-EXCECOES TO RTE-TOTAL
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               WRITE REL-LINHA FROM REL-TOTAL-EXCECOES.

           MOVE WS-TOTAL-ZONAS    TO RR-ZONAS
           MOVE WS-TOTAL-ROTEADO  TO RR-ROTEADOS
           MOVE WS-TOTAL-ENTREGAS TO RR-ENTREGAS
           MOVE WS-TOTAL-EXCECOES TO RR-EXCECOES
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           WRITE REL-LINHA FROM REL-RESUMO.
       P-IMPRIMIR-EXIT.
           EXIT.

       P-IMPRIMIR-UM.
           RETURN ARQUIVO-CLASSIFICACAO
               AT END
                   MOVE "10" TO WS-STATUS-SORT
               NOT AT END
                   PERFORM P-QUEBRA-CONTROLE
                       THRU P-QUEBRA-CONTROLE-EXIT.
       P-IMPRIMIR-UM-EXIT.
           EXIT.

      *------ QUEBRA DE CONTROLE POR ZONA/ROTA/DIA ----------------------
       P-QUEBRA-CONTROLE.
           IF SORT-ZONA = HIGH-VALUES
               GO TO P-QUEBRA-EXCECAO.

           IF WS-PRIMEIRA-QUEBRA = "S"
               MOVE "N" TO WS-PRIMEIRA-QUEBRA
               PERFORM P-INICIAR-ZONA THRU P-INICIAR-ZONA-EXIT
           ELSE
               IF SORT-CHAVE-ZONA NOT = WS-CHAVE-CONTROLE
                   PERFORM P-QUEBRA-ZONA THRU P-QUEBRA-ZONA-EXIT
                   PERFORM P-INICIAR-ZONA THRU P-INICIAR-ZONA-EXIT.

           IF WS-LINHA-PAGINA NOT < WS-MAX-LINHAS
               PERFORM P-CABECALHO THRU P-CABECALHO-EXIT.

           IF SORT-ID NOT = WS-ID-ANTERIOR
               ADD 1 TO WS-TOTAL-ZONA-END
               ADD 1 TO WS-TOTAL-ROTEADO
               MOVE SORT-ID TO WS-ID-ANTERIOR.

           MOVE SORT-CEP         TO RD-CEP
           MOVE SORT-LOGRA       TO RD-LOGRA
           MOVE SORT-NUMERO      TO RD-NUMERO
           MOVE SORT-COMPLEMENTO TO RD-COMPLEMENTO
           MOVE SORT-BAIRRO      TO RD-BAIRRO
           MOVE SORT-NOME        TO RD-NOME
           WRITE REL-LINHA FROM REL-DETALHE
           ADD 1 TO WS-LINHA-PAGINA
           ADD 1 TO WS-TOTAL-ZONA-ENTREGA
           ADD 1 TO WS-TOTAL-ENTREGAS
           GO TO P-QUEBRA-CONTROLE-EXIT.

      * PRIMEIRO ENDERECO SEM ZONA: FECHA A ULTIMA ZONA E ABRE A SECAO.
       P-QUEBRA-EXCECAO.
           IF NOT SECAO-EXCECOES
               AND WS-PRIMEIRA-QUEBRA = "N"
               PERFORM P-QUEBRA-ZONA THRU P-QUEBRA-ZONA-EXIT.
           IF NOT SECAO-EXCECOES
               PERFORM P-INICIAR-EXCECOES THRU P-INICIAR-EXCECOES-EXIT.

           IF WS-LINHA-PAGINA NOT < WS-MAX-LINHAS
               PERFORM P-CABECALHO THRU P-CABECALHO-EXIT.

           MOVE SORT-ID     TO RE-ID
           MOVE SORT-CEP    TO RE-CEP
           MOVE SORT-LOGRA  TO RE-LOGRA
           MOVE SORT-NUMERO TO RE-NUMERO
           MOVE SORT-CIDADE TO RE-CIDADE
           MOVE SORT-UF     TO RE-UF
           WRITE REL-LINHA FROM REL-EXCECAO
           ADD 1 TO WS-LINHA-PAGINA
           ADD 1 TO WS-TOTAL-EXCECOES.
       P-QUEBRA-CONTROLE-EXIT.
           EXIT.

      *------ INICIO DE ZONA: PAGINA NOVA -------------------------------
       P-INICIAR-ZONA.
           MOVE SORT-CHAVE-ZONA TO WS-CHAVE-CONTROLE
           MOVE WS-ZONA-CONTROLE TO RCZ-ZONA
           MOVE WS-ROTA-CONTROLE TO RCZ-ROTA
           MOVE SPACES TO RCZ-DIA
           IF WS-DIA-CONTROLE NOT < "1"
               AND WS-DIA-CONTROLE NOT > "7"
               MOVE WS-DIA-CONTROLE TO WS-DIA-NUM
               MOVE NOME-DIA (WS-DIA-NUM) TO RCZ-DIA.
           MOVE SPACES TO WS-ID-ANTERIOR
           MOVE ZERO TO WS-TOTAL-ZONA-END WS-TOTAL-ZONA-ENTREGA
           ADD 1 TO WS-TOTAL-ZONAS
           PERFORM P-CABECALHO THRU P-CABECALHO-EXIT.
       P-INICIAR-ZONA-EXIT.
           EXIT.

       P-QUEBRA-ZONA.
           MOVE WS-ZONA-CONTROLE      TO RTZ-ZONA
           MOVE WS-TOTAL-ZONA-END     TO RTZ-ENDERECOS
           MOVE WS-TOTAL-ZONA-ENTREGA TO RTZ-ENTREGAS
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           WRITE REL-LINHA FROM REL-TOTAL-ZONA
           ADD 2 TO WS-LINHA-PAGINA.
       P-QUEBRA-ZONA-EXIT.
           EXIT.

       P-INICIAR-EXCECOES.
           MOVE "S" TO WS-SECAO-EXCECOES
           PERFORM P-CABECALHO THRU P-CABECALHO-EXIT.
       P-INICIAR-EXCECOES-EXIT.
           EXIT.

      *------ CABECALHO DE PAGINA COM O TITULO DA SECAO CORRENTE --------
       P-CABECALHO.
           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO REL-CAB-PAGINA
           WRITE REL-LINHA FROM REL-CABECALHO
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           IF SECAO-EXCECOES
               WRITE REL-LINHA FROM REL-CAB-EXCECOES
               WRITE REL-LINHA FROM REL-CAB-COL-EXCECOES
           ELSE
               WRITE REL-LINHA FROM REL-CAB-ZONA
               WRITE REL-LINHA FROM REL-CAB-COLUNAS.
           MOVE ZERO TO WS-LINHA-PAGINA.
       P-CABECALHO-EXIT.
           EXIT.

      * ----- ENCERRAMENTO DO PROGRAMA ---------------------------------
       P-FIM.
           STOP RUN.
