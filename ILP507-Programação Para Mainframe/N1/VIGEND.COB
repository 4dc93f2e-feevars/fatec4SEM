       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIGEND.
       AUTHOR. LUIZ FERNANDO GERALDO DOS SANTOS.

      *------ VIGENCIA DOS VINCULOS CLIENTE X ENDERECO ------------------
      * PASSO DA JANELA NOTURNA (LOTEND). PERCORRE O PESEND.DAT E
      * ACERTA A SITUACAO DE CADA VINCULO PELAS DATAS DE VIGENCIA
      * CONTRA A DATA DO DIA:
      *   - FIM INFORMADO E JA PASSADO ........ "E" (ENCERRADO);
      *   - INICIO AINDA NAO ALCANCADO ........ "F" (FUTURO);
      *   - DEMAIS ............................ "V" (VIGENTE).
      * O ENCERRAMENTO DE UM VINCULO GRAVA A ACAO "F" NA TRILHA DE
      * AUDITORIA E A ENTRADA EM VIGOR DE UM VINCULO FUTURO A ACAO
      * "H", AMBAS COM O ID DO ENDERECO DO VINCULO. O VINCULO AINDA
      * SEM SITUACAO (GRAVADO ANTES DESTE CONTROLE) E APENAS
      * CLASSIFICADO, SALVO QUANDO JA VENCIDO, QUE E ENCERRADO.
      * EM SEGUIDA PERCORRE O CADPES.DAT E EMITE EM VIGEND.LST AS
      * EXCECOES PARA A COBRANCA: CLIENTE SEM VINCULO C (COBRANCA)
      * NEM R (CORRESPONDENCIA) VIGENTE COM ENDERECO ATIVO, E
      * CLIENTE CUJO VINCULO VIGENTE OU ENDERECO PRINCIPAL APONTA
      * PARA ENDERECO EXCLUIDO, SUSPEITO OU INEXISTENTE. CLIENTES
      * ANONIMIZADOS PELO LGPEND NAO ENTRAM NAS EXCECOES.
      * EXCECOES NAO SAO ERRO: O PASSO SO TERMINA COM RETURN-CODE 8
      * QUANDO UM ARQUIVO NAO PODE SER ABERTO OU ATUALIZADO.
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

           SELECT ARQUIVOAUDITORIA ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-AUDITORIA.

           SELECT ARQUIVOSELO ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS SELO-CHAVE
           LOCK MODE               IS MANUAL
           FILE STATUS             IS WS-STATUS-SELO.

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

       FD  RELATORIO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "VIGEND.LST".
       01 REL-LINHA                    PIC X(132).

      *---------------------- VARIAVEIS DE TRABALHO --------------------
       WORKING-STORAGE SECTION.
       77 WS-STATUS-ARQUIVO            PIC X(02).
       77 WS-STATUS-PESSOA             PIC X(02).
       77 WS-STATUS-VINCULO            PIC X(02).
       77 WS-STATUS-AUDITORIA          PIC X(02).
       77 WS-STATUS-SELO               PIC X(02).
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

       77 WS-PESSOA-OK                 PIC X VALUE "N".
           88 PESSOA-DISPONIVEL              VALUE "S".

       77 WS-OPERADOR-ID               PIC X(08) VALUE "VIGEND".
       77 WS-ACAO-AUDITORIA            PIC X(01).
       77 WS-DATA-HOJE                 PIC X(08).
       77 WS-MASCARA-LGPD              PIC X(35)
           VALUE "ANONIMIZADO LGPD".

       77 WS-SITUACAO-NOVA             PIC X(01).
       77 WS-OCORRENCIA                PIC X(12).

      * SITUACAO DO CLIENTE EXAMINADO NAS EXCECOES.
       77 WS-TEM-COBRANCA              PIC X VALUE "N".
           88 TEM-COBRANCA-VALIDA            VALUE "S".
       77 WS-CLIENTE-COM-EXCECAO       PIC X VALUE "N".
           88 CLIENTE-COM-EXCECAO            VALUE "S".
       77 WS-VINC-TIPO                 PIC X(01).
       77 WS-ID-EXAMINADO              PIC X(08).
       77 WS-ENDERECO-SITUACAO         PIC X(01).
           88 ENDERECO-ATIVO                 VALUE "A".
           88 ENDERECO-EXCLUIDO              VALUE "E".
           88 ENDERECO-SUSPEITO              VALUE "S".
           88 ENDERECO-INEXISTENTE           VALUE "X".
       77 WS-DESCRICAO-EXCECAO         PIC X(50).

       77 WS-TOTAL-LIDO                PIC 9(07) VALUE ZERO.
       77 WS-TOTAL-ENCERRADO           PIC 9(07) VALUE ZERO.
       77 WS-TOTAL-ATIVADO             PIC 9(07) VALUE ZERO.
       77 WS-TOTAL-CLASSIFICADO        PIC 9(07) VALUE ZERO.
       77 WS-TOTAL-ERRO                PIC 9(07) VALUE ZERO.
       77 WS-TOTAL-CLIENTES            PIC 9(07) VALUE ZERO.
       77 WS-TOTAL-EXCECOES            PIC 9(07) VALUE ZERO.
       77 WS-TOTAL-CLIENTES-EXCECAO    PIC 9(07) VALUE ZERO.

       77 WS-PAGINA                    PIC 9(03) VALUE ZERO.
       77 WS-LINHA-PAGINA              PIC 9(02) VALUE ZERO.
       77 WS-MAX-LINHAS                PIC 9(02) VALUE 50.

       01 REL-CABECALHO.
           05 FILLER            PIC X(25) VALUE SPACES.
           05 FILLER            PIC X(42)
               VALUE "VIGENCIA DOS VINCULOS CLIENTE X ENDERECO".
           05 FILLER            PIC X(04) VALUE " EM ".
           05 RCB-DATA          PIC X(08).

       01 REL-MOVIMENTO.
           05 FILLER            PIC X(08) VALUE "CLIENTE ".
           05 RM-ID-PESSOA      PIC X(08).
           05 FILLER            PIC X(07) VALUE "  TIPO ".
           05 RM-TIPO           PIC X(01).
           05 FILLER            PIC X(11) VALUE "  ENDERECO ".
           05 RM-ID-ENDERECO    PIC X(08).
           05 FILLER            PIC X(04) VALUE "  DE".
           05 FILLER            PIC X(01) VALUE SPACES.
           05 RM-INICIO         PIC X(08).
           05 FILLER            PIC X(05) VALUE " ATE ".
           05 RM-FIM            PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RM-OCORRENCIA     PIC X(12).

       01 REL-TOTAIS-VIGENCIA.
           05 FILLER            PIC X(17) VALUE "VINCULOS LIDOS: ".
           05 RTV-LIDO          PIC ZZZZZZ9.
           05 FILLER            PIC X(13) VALUE "  ENCERRADOS:".
           05 RTV-ENCERRADO     PIC ZZZZZZ9.
           05 FILLER            PIC X(11) VALUE "  ATIVADOS:".
           05 RTV-ATIVADO       PIC ZZZZZZ9.
           05 FILLER            PIC X(16) VALUE "  CLASSIFICADOS:".
           05 RTV-CLASSIFICADO  PIC ZZZZZZ9.
           05 FILLER            PIC X(08) VALUE "  ERROS:".
           05 RTV-ERRO          PIC ZZZZZZ9.

       01 REL-CAB-EXCECOES.
           05 FILLER            PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(45)
               VALUE "EXCECOES PARA A COBRANCA - CLIENTES A TRATAR".
           05 FILLER            PIC X(08) VALUE "PAGINA: ".
           05 RCE-PAGINA        PIC ZZ9.

       01 REL-EXCECAO.
           05 RE-ID-PESSOA      PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RE-NOME           PIC X(35).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RE-TELEFONE       PIC X(12).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RE-DESCRICAO      PIC X(50).

       01 REL-TOTAIS-EXCECOES.
           05 FILLER            PIC X(20) VALUE "CLIENTES EXAMINADOS:".
           05 RTE-CLIENTES      PIC ZZZZZZ9.
           05 FILLER            PIC X(16) VALUE "  COM EXCECAO:".
           05 RTE-COM-EXCECAO   PIC ZZZZZZ9.
           05 FILLER            PIC X(12) VALUE "  EXCECOES:".
           05 RTE-EXCECOES      PIC ZZZZZZ9.

       01 REL-SEM-CLIENTES.
           05 FILLER            PIC X(50)
               VALUE "CADPES.DAT INDISPONIVEL - EXCECOES NAO APURADAS".

      *--------------------- BLOCOS DE EXECUÇÃO ------------------------
       PROCEDURE DIVISION.

       P-PRINCIPAL.
           MOVE ZERO TO RETURN-CODE
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           OPEN I-O ARQUIVOVINCULO
           IF WS-STATUS-VINCULO = "30" OR WS-STATUS-VINCULO = "35"
               OPEN OUTPUT ARQUIVOVINCULO
               CLOSE ARQUIVOVINCULO
               OPEN I-O ARQUIVOVINCULO.
           IF WS-STATUS-VINCULO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVOVINCULO: "
                   WS-STATUS-VINCULO
               MOVE 8 TO RETURN-CODE
               GO TO P-FIM.

           OPEN INPUT ARQUIVOENDERECO
           IF WS-STATUS-ARQUIVO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVOENDERECO: "
                   WS-STATUS-ARQUIVO
               CLOSE ARQUIVOVINCULO
               MOVE 8 TO RETURN-CODE
               GO TO P-FIM.

           OPEN OUTPUT RELATORIO
           IF WS-STATUS-RELATORIO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO RELATORIO: "
                   WS-STATUS-RELATORIO
               CLOSE ARQUIVOVINCULO
               CLOSE ARQUIVOENDERECO
               MOVE 8 TO RETURN-CODE
               GO TO P-FIM.

      * SEM O CADASTRO DE CLIENTES A VIGENCIA E PROCESSADA E SO A
      * LISTA DE EXCECOES FICA DE FORA.
           OPEN INPUT ARQUIVOPESSOA
           IF WS-STATUS-PESSOA = "00"
               MOVE "S" TO WS-PESSOA-OK.

           MOVE WS-DATA-HOJE TO RCB-DATA
           WRITE REL-LINHA FROM REL-CABECALHO
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA

      *------ PRIMEIRA PASSAGEM: SITUACAO DOS VINCULOS ----------------
           MOVE LOW-VALUES TO VINC-CHAVE
           START ARQUIVOVINCULO KEY IS NOT LESS THAN VINC-CHAVE
           IF WS-STATUS-VINCULO NOT = "00"
               MOVE "S" TO WS-FIM-ARQUIVO.
           PERFORM P-VIGENCIA-UM THRU P-VIGENCIA-UM-EXIT
               UNTIL FIM-DO-ARQUIVO

           MOVE WS-TOTAL-LIDO         TO RTV-LIDO
           MOVE WS-TOTAL-ENCERRADO    TO RTV-ENCERRADO
           MOVE WS-TOTAL-ATIVADO      TO RTV-ATIVADO
           MOVE WS-TOTAL-CLASSIFICADO TO RTV-CLASSIFICADO
           MOVE WS-TOTAL-ERRO         TO RTV-ERRO
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           WRITE REL-LINHA FROM REL-TOTAIS-VIGENCIA

           IF PESSOA-DISPONIVEL
               PERFORM P-EXCECOES THRU P-EXCECOES-EXIT
           ELSE
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               WRITE REL-LINHA FROM REL-SEM-CLIENTES.

           CLOSE ARQUIVOVINCULO
           CLOSE ARQUIVOENDERECO
           CLOSE RELATORIO
           IF WS-TOTAL-ERRO > ZERO
               MOVE 8 TO RETURN-CODE.
           DISPLAY "VIGENCIA PROCESSADA - ENCERRADOS: "
               WS-TOTAL-ENCERRADO " ATIVADOS: " WS-TOTAL-ATIVADO
               " CLIENTES COM EXCECAO: " WS-TOTAL-CLIENTES-EXCECAO
           GO TO P-FIM.

      *------ SITUACAO DE UM VINCULO PELAS DATAS DE VIGENCIA ------------
       P-VIGENCIA-UM.
           READ ARQUIVOVINCULO NEXT RECORD
           IF WS-STATUS-VINCULO NOT = "00"
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO P-VIGENCIA-UM-EXIT.

           ADD 1 TO WS-TOTAL-LIDO
           IF VINC-DATA-FIM NOT = SPACES
               AND VINC-DATA-FIM < WS-DATA-HOJE
               MOVE "E" TO WS-SITUACAO-NOVA
           ELSE IF VINC-DATA-INICIO NOT = SPACES
               AND VINC-DATA-INICIO > WS-DATA-HOJE
               MOVE "F" TO WS-SITUACAO-NOVA
           ELSE
               MOVE "V" TO WS-SITUACAO-NOVA.

           IF WS-SITUACAO-NOVA = VINC-SITUACAO
               GO TO P-VIGENCIA-UM-EXIT.

           MOVE SPACES TO WS-ACAO-AUDITORIA
           IF WS-SITUACAO-NOVA = "E"
               MOVE "F" TO WS-ACAO-AUDITORIA
               MOVE "ENCERRADO" TO WS-OCORRENCIA
           ELSE IF WS-SITUACAO-NOVA = "V" AND VINC-SITUACAO = "F"
               MOVE "H" TO WS-ACAO-AUDITORIA
               MOVE "ATIVADO" TO WS-OCORRENCIA.

      * UM VINCULO ENCERRADO CUJO FIM FOI PRORROGADO NA TELA VOLTA A
      * SER CLASSIFICADO SEM ACAO PROPRIA: A ALTERACAO E DO OPERADOR.
      * A MUDANCA AUDITADA SO E FEITA COM O CONTROLE DA TRILHA
      * RESERVADO; SEM ELE O JOB PARA E TERMINA COM ERRO.
           IF WS-ACAO-AUDITORIA NOT = SPACES
               PERFORM P-RESERVAR-TRILHA THRU P-RESERVAR-TRILHA-EXIT
               IF NOT TRILHA-RESERVADA
                   ADD 1 TO WS-TOTAL-ERRO
                   DISPLAY "CONTROLE DA TRILHA OCUPADO - VIGENCIA "
                       "INTERROMPIDA NO VINCULO " VINC-CHAVE
                   MOVE "S" TO WS-FIM-ARQUIVO
                   GO TO P-VIGENCIA-UM-EXIT.
           MOVE WS-SITUACAO-NOVA TO VINC-SITUACAO
      *    "02": OUTRO VINCULO NO MESMO ENDERECO.
           REWRITE VINCULO-REG
           IF WS-STATUS-VINCULO NOT = "00"
               AND WS-STATUS-VINCULO NOT = "02"
               PERFORM P-LIBERAR-TRILHA THRU P-LIBERAR-TRILHA-EXIT
               ADD 1 TO WS-TOTAL-ERRO
               DISPLAY "ERRO NA ATUALIZACAO DO VINCULO " VINC-CHAVE
                   ": " WS-STATUS-VINCULO
               GO TO P-VIGENCIA-UM-EXIT.

           IF WS-ACAO-AUDITORIA = SPACES
               ADD 1 TO WS-TOTAL-CLASSIFICADO
               GO TO P-VIGENCIA-UM-EXIT.

           IF WS-ACAO-AUDITORIA = "F"
               ADD 1 TO WS-TOTAL-ENCERRADO
           ELSE
               ADD 1 TO WS-TOTAL-ATIVADO.
           PERFORM P-GRAVA-AUDITORIA THRU P-GRAVA-AUDITORIA-EXIT
           PERFORM P-LIBERAR-TRILHA THRU P-LIBERAR-TRILHA-EXIT
           MOVE VINC-ID-PESSOA   TO RM-ID-PESSOA
           MOVE VINC-TIPO        TO RM-TIPO
           MOVE VINC-ID-ENDERECO TO RM-ID-ENDERECO
           MOVE VINC-DATA-INICIO TO RM-INICIO
           MOVE VINC-DATA-FIM    TO RM-FIM
           MOVE WS-OCORRENCIA    TO RM-OCORRENCIA
           WRITE REL-LINHA FROM REL-MOVIMENTO.
       P-VIGENCIA-UM-EXIT.
           EXIT.

      *------ SEGUNDA PASSAGEM: EXCECOES PARA A COBRANCA ----------------
       P-EXCECOES.
           PERFORM P-CABECALHO THRU P-CABECALHO-EXIT
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE LOW-VALUES TO ID-PESSOA
           START ARQUIVOPESSOA KEY IS NOT LESS THAN ID-PESSOA
           IF WS-STATUS-PESSOA NOT = "00"
               MOVE "S" TO WS-FIM-ARQUIVO.
           PERFORM P-EXCECOES-UM THRU P-EXCECOES-UM-EXIT
               UNTIL FIM-DO-ARQUIVO

           MOVE WS-TOTAL-CLIENTES         TO RTE-CLIENTES
           MOVE WS-TOTAL-CLIENTES-EXCECAO TO RTE-COM-EXCECAO
           MOVE WS-TOTAL-EXCECOES         TO RTE-EXCECOES
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           WRITE REL-LINHA FROM REL-TOTAIS-EXCECOES
           CLOSE ARQUIVOPESSOA.
       P-EXCECOES-EXIT.
           EXIT.

      *------ EXCECOES DE UM CLIENTE ------------------------------------
       P-EXCECOES-UM.
           READ ARQUIVOPESSOA NEXT RECORD
           IF WS-STATUS-PESSOA NOT = "00"
               AND WS-STATUS-PESSOA NOT = "02"
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO P-EXCECOES-UM-EXIT.

           IF PES-NOME = WS-MASCARA-LGPD
               GO TO P-EXCECOES-UM-EXIT.

           ADD 1 TO WS-TOTAL-CLIENTES
           MOVE "N" TO WS-TEM-COBRANCA
           MOVE "N" TO WS-CLIENTE-COM-EXCECAO

           MOVE "C" TO WS-VINC-TIPO
           PERFORM P-EXAMINAR-VINCULO THRU P-EXAMINAR-VINCULO-EXIT
           MOVE "E" TO WS-VINC-TIPO
           PERFORM P-EXAMINAR-VINCULO THRU P-EXAMINAR-VINCULO-EXIT
           MOVE "R" TO WS-VINC-TIPO
           PERFORM P-EXAMINAR-VINCULO THRU P-EXAMINAR-VINCULO-EXIT

           IF NOT TEM-COBRANCA-VALIDA
               MOVE "SEM ENDERECO C (COBRANCA) OU R (CORRESP.) VIGENTE"
                   TO WS-DESCRICAO-EXCECAO
               PERFORM P-IMPRIMIR-EXCECAO THRU P-IMPRIMIR-EXCECAO-EXIT.

           IF PES-ID-ENDERECO NOT = SPACES
               MOVE PES-ID-ENDERECO TO WS-ID-EXAMINADO
               PERFORM P-SITUACAO-ENDERECO
                   THRU P-SITUACAO-ENDERECO-EXIT
               IF NOT ENDERECO-ATIVO
                   MOVE SPACES TO WS-DESCRICAO-EXCECAO
                   STRING "ENDERECO PRINCIPAL " DELIMITED BY SIZE
                       WS-ID-EXAMINADO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-OCORRENCIA DELIMITED BY SPACE
                       INTO WS-DESCRICAO-EXCECAO
                   PERFORM P-IMPRIMIR-EXCECAO
                       THRU P-IMPRIMIR-EXCECAO-EXIT.

           IF CLIENTE-COM-EXCECAO
               ADD 1 TO WS-TOTAL-CLIENTES-EXCECAO.
       P-EXCECOES-UM-EXIT.
           EXIT.

      * SO O VINCULO VIGENTE CONTA: O FUTURO AINDA NAO VALE E O
      * ENCERRADO JA NAO VALE. C OU R VIGENTE EM ENDERECO ATIVO
      * BASTA PARA A COBRANCA.
       P-EXAMINAR-VINCULO.
           MOVE ID-PESSOA    TO VINC-ID-PESSOA
           MOVE WS-VINC-TIPO TO VINC-TIPO
           READ ARQUIVOVINCULO
           IF WS-STATUS-VINCULO NOT = "00"
               GO TO P-EXAMINAR-VINCULO-EXIT.
           IF VINC-SITUACAO NOT = "V"
               GO TO P-EXAMINAR-VINCULO-EXIT.

           MOVE VINC-ID-ENDERECO TO WS-ID-EXAMINADO
           PERFORM P-SITUACAO-ENDERECO THRU P-SITUACAO-ENDERECO-EXIT
           IF ENDERECO-ATIVO
               AND (WS-VINC-TIPO = "C" OR WS-VINC-TIPO = "R")
               MOVE "S" TO WS-TEM-COBRANCA.
           IF ENDERECO-ATIVO
               GO TO P-EXAMINAR-VINCULO-EXIT.

           MOVE SPACES TO WS-DESCRICAO-EXCECAO
           STRING "VINCULO " DELIMITED BY SIZE
               WS-VINC-TIPO DELIMITED BY SIZE
               " COM ENDERECO " DELIMITED BY SIZE
               WS-ID-EXAMINADO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-OCORRENCIA DELIMITED BY SPACE
               INTO WS-DESCRICAO-EXCECAO
           PERFORM P-IMPRIMIR-EXCECAO THRU P-IMPRIMIR-EXCECAO-EXIT.
       P-EXAMINAR-VINCULO-EXIT.
           EXIT.

      * DEVOLVE A SITUACAO DO ENDERECO WS-ID-EXAMINADO E, QUANDO NAO
      * ATIVO, A PALAVRA QUE A DESCREVE NA EXCECAO.
       P-SITUACAO-ENDERECO.
           MOVE WS-ID-EXAMINADO TO ID-ENDERECO
           READ ARQUIVOENDERECO
           IF WS-STATUS-ARQUIVO NOT = "00"
               MOVE "X" TO WS-ENDERECO-SITUACAO
               MOVE "INEXISTENTE" TO WS-OCORRENCIA
               GO TO P-SITUACAO-ENDERECO-EXIT.
           MOVE END-SITUACAO TO WS-ENDERECO-SITUACAO
           IF ENDERECO-EXCLUIDO
               MOVE "EXCLUIDO" TO WS-OCORRENCIA
           ELSE IF ENDERECO-SUSPEITO
               MOVE "SUSPEITO" TO WS-OCORRENCIA
           ELSE
               MOVE "A" TO WS-ENDERECO-SITUACAO.
       P-SITUACAO-ENDERECO-EXIT.
           EXIT.

       P-IMPRIMIR-EXCECAO.
           IF WS-LINHA-PAGINA NOT < WS-MAX-LINHAS
               PERFORM P-CABECALHO THRU P-CABECALHO-EXIT.
           MOVE ID-PESSOA            TO RE-ID-PESSOA
           MOVE PES-NOME             TO RE-NOME
           MOVE PES-TELEFONE         TO RE-TELEFONE
           MOVE WS-DESCRICAO-EXCECAO TO RE-DESCRICAO
           WRITE REL-LINHA FROM REL-EXCECAO
           ADD 1 TO WS-LINHA-PAGINA
           ADD 1 TO WS-TOTAL-EXCECOES
           MOVE "S" TO WS-CLIENTE-COM-EXCECAO.
       P-IMPRIMIR-EXCECAO-EXIT.
           EXIT.

       P-CABECALHO.
           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO RCE-PAGINA
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           WRITE REL-LINHA FROM REL-CAB-EXCECOES
           MOVE ZERO TO WS-LINHA-PAGINA.
       P-CABECALHO-EXIT.
           EXIT.

      *------ TRILHA DE AUDITORIA DO ENCERRAMENTO / ATIVACAO ------------
       P-GRAVA-AUDITORIA.
           MOVE VINC-ID-ENDERECO  TO AUD-ID
           MOVE WS-ACAO-AUDITORIA TO AUD-ACAO
           MOVE WS-OPERADOR-ID    TO AUD-OPERADOR
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
