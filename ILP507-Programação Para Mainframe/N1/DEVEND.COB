       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVEND.
       AUTHOR. LUIZ FERNANDO GERALDO DOS SANTOS.

      *------ PROCESSAMENTO DAS DEVOLUCOES DOS CORREIOS -----------------
      * LE O ARQUIVO DE DEVOLUCOES DEVMOV.DAT (SEQUENCIAL, UMA
      * CORRESPONDENCIA DEVOLVIDA POR LINHA: ID-ENDERECO OU, NA
      * FALTA DELE, CEP+LOGRADOURO+NUMERO, DATA DA DEVOLUCAO E O
      * CODIGO DE MOTIVO DOS CORREIOS), LOCALIZA O ENDERECO NO
      * CADEND.DAT E GRAVA A DEVOLUCAO NO HISTORICO DEVHIST.DAT
      * (CHAVE ID+DATA+MOTIVO: REPROCESSAR O MESMO ARQUIVO NAO
      * CONTA A DEVOLUCAO DUAS VEZES).
      * QUANDO AS DEVOLUCOES PENDENTES DE UM ENDERECO ATIVO ATINGEM
      * O LIMITE (LOTPARM.DAT OU CONSOLE, PADRAO 3) O ENDERECO
      * RECEBE A SITUACAO "S" (SUSPEITO), COM ACAO "S" NA TRILHA DE
      * AUDITORIA, E DEIXA DE SAIR NO ETQEND E NO EXPEND ATE QUE UM
      * OPERADOR O RECONFIRME NO CADEND (OPCAO R), QUE DEVOLVE A
      * SITUACAO "A" E BAIXA AS DEVOLUCOES PENDENTES DO HISTORICO.
      * O ENDERECO E RELIDO COM O CONTROLE DA TRILHA RESERVADO: SE
      * MUDOU DESDE A LOCALIZACAO, A DEVOLUCAO E RECUSADA (ACAO "X").
      * EMITE EM DEVEND.LST AS DEVOLUCOES RECUSADAS COM O MOTIVO E
      * A LISTA DE TRABALHO DOS ENDERECOS SUSPEITOS POR UF/CIDADE,
      * COM OS CLIENTES A CONTATAR (CADPES.DAT E PESEND.DAT).
      * MOTIVOS DOS CORREIOS: 01=MUDOU-SE 02=ENDERECO INSUFICIENTE
      * 03=NAO EXISTE O NUMERO 04=DESCONHECIDO 05=RECUSADO
      * 06=NAO PROCURADO 07=AUSENTE 08=FALECIDO 09=OUTROS.
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

           SELECT ARQUIVOHISTDEV ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS DEVH-CHAVE
           FILE STATUS             IS WS-STATUS-HISTDEV.

           SELECT ARQUIVODEVOLUCAO ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-DEVOLUCAO.

           SELECT ARQUIVOAUDITORIA ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-AUDITORIA.

           SELECT ARQUIVOSELO ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS SELO-CHAVE
           LOCK MODE               IS MANUAL
           FILE STATUS             IS WS-STATUS-SELO.

           SELECT ARQUIVOPARM ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-PARM.

           SELECT RELATORIO ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RELATORIO.

           SELECT ARQUIVO-CLASSIFICACAO ASSIGN TO DISK.

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

      * HISTORICO DE DEVOLUCOES POR ENDERECO. SITUACAO P=PENDENTE
      * (CONTA PARA O LIMITE), C=BAIXADA NA RECONFIRMACAO DO
      * ENDERECO PELO OPERADOR (CADEND).
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

       FD  ARQUIVODEVOLUCAO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DEVMOV.DAT".

       01 DEVOLUCAO-REG.
           05 DEVM-ID-ENDERECO  PIC X(08).
           05 DEVM-CEP          PIC X(08).
           05 DEVM-LOGRA        PIC X(35).
           05 DEVM-NUMERO       PIC X(06).
           05 DEVM-DATA         PIC X(08).
           05 DEVM-MOTIVO       PIC X(02).

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

      * PARAMETROS DO LOTE NOTURNO (LOTEND): UMA LINHA POR PROGRAMA.
       FD  ARQUIVOPARM
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "LOTPARM.DAT".

       01 PARM-REG.
           05 PRM-PROGRAMA      PIC X(08).
           05 FILLER            PIC X(01).
           05 PRM-PARAMETROS    PIC X(40).

       FD  RELATORIO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DEVEND.LST".
       01 REL-LINHA                    PIC X(132).

       SD  ARQUIVO-CLASSIFICACAO.
       01 SORT-REC.
           05 SORT-UF          PIC X(02).
           05 SORT-CIDADE      PIC X(35).
           05 SORT-CEP         PIC X(08).
           05 SORT-ID          PIC X(08).
           05 SORT-LOGRA       PIC X(35).
           05 SORT-NUMERO      PIC X(06).
           05 SORT-BAIRRO      PIC X(20).

      *---------------------- VARIAVEIS DE TRABALHO --------------------
       WORKING-STORAGE SECTION.
       77 WS-STATUS-ARQUIVO            PIC X(02).
       77 WS-STATUS-PESSOA             PIC X(02).
       77 WS-STATUS-VINCULO            PIC X(02).
       77 WS-STATUS-HISTDEV            PIC X(02).
       77 WS-STATUS-DEVOLUCAO          PIC X(02).
       77 WS-STATUS-AUDITORIA          PIC X(02).
       77 WS-STATUS-SELO               PIC X(02).
       77 WS-STATUS-PARM               PIC X(02).
       77 WS-STATUS-RELATORIO          PIC X(02).
       77 WS-STATUS-SORT               PIC X(02) VALUE "00".

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
       77 WS-FIM-CADASTRO              PIC X VALUE "N".
           88 FIM-DO-CADASTRO                VALUE "S".
       77 WS-FIM-HISTDEV               PIC X VALUE "N".
           88 FIM-DO-HISTDEV                 VALUE "S".
       77 WS-FIM-PESSOA                PIC X VALUE "N".
           88 FIM-DOS-CLIENTES               VALUE "S".
       77 WS-FIM-VINCULO               PIC X VALUE "N".
           88 FIM-DOS-VINCULOS               VALUE "S".
       77 WS-FIM-CEP                   PIC X VALUE "N".
           88 FIM-DO-CEP                     VALUE "S".

       77 WS-PESSOA-OK                 PIC X VALUE "N".
           88 PESSOA-DISPONIVEL              VALUE "S".
       77 WS-VINCULO-OK                PIC X VALUE "N".
           88 VINCULO-DISPONIVEL             VALUE "S".

       77 WS-PARM-OK                   PIC X VALUE "N".
           88 PARM-ENCONTRADO                VALUE "S".
       77 WS-FIM-PARM                  PIC X VALUE "N".
           88 FIM-DO-PARM                    VALUE "S".

       77 WS-LIMITE-INFORMADO          PIC X(02) VALUE SPACES.
       77 WS-LIMITE-DEVOLUCOES         PIC 9(02) VALUE 3.

       77 WS-LOCALIZADO                PIC X VALUE "N".
           88 ENDERECO-LOCALIZADO            VALUE "S".
       77 WS-ACHOU-EXCLUIDO            PIC X VALUE "N".
           88 SO-ACHOU-EXCLUIDO              VALUE "S".
       77 WS-LOGRA-DEVOLVIDA           PIC X(35).
       77 WS-NUMERO-DEVOLVIDO          PIC X(06).
       77 WS-ENDERECO-LOCALIZADO       PIC X(143).

       77 WS-MOTIVO-RECUSA             PIC X(02) VALUE SPACES.
           88 DEVOLUCAO-ACEITA               VALUE SPACES.
       77 WS-MOTIVO-NUMERICO           PIC 9(02) VALUE ZERO.

       77 WS-OPERADOR-ID               PIC X(08) VALUE "DEVEND".
       77 WS-ACAO-AUDITORIA            PIC X(01).
       77 WS-DATA-HOJE                 PIC X(08).

       77 WS-ID-CONTAGEM               PIC X(08).
       77 WS-QTDE-PENDENTE             PIC 9(03) VALUE ZERO.
       77 WS-ULTIMO-MOTIVO             PIC X(02) VALUE SPACES.
       77 WS-ULTIMA-DATA               PIC X(08) VALUE SPACES.

       77 WS-TOTAL-LIDO                PIC 9(07) VALUE ZERO.
       77 WS-TOTAL-REGISTRADO          PIC 9(07) VALUE ZERO.
       77 WS-TOTAL-RECUSADO            PIC 9(07) VALUE ZERO.
       77 WS-TOTAL-MARCADO             PIC 9(07) VALUE ZERO.
       77 WS-TOTAL-SUSPEITO            PIC 9(07) VALUE ZERO.
       77 WS-TOTAL-ERRO                PIC 9(07) VALUE ZERO.

       77 WS-PAGINA                    PIC 9(03) VALUE ZERO.
       77 WS-LINHA-PAGINA              PIC 9(02) VALUE ZERO.
       77 WS-MAX-LINHAS                PIC 9(02) VALUE 50.

       77 WS-UF-CONTROLE               PIC X(02) VALUE SPACES.
       77 WS-CIDADE-CONTROLE           PIC X(35) VALUE SPACES.
       77 WS-TOTAL-CIDADE              PIC 9(05) VALUE ZERO.
       77 WS-PRIMEIRA-QUEBRA           PIC X VALUE "S".
       77 WS-TOTAL-CONTATOS            PIC 9(03) VALUE ZERO.

      *------ DESCRICAO DOS MOTIVOS DE DEVOLUCAO DOS CORREIOS -----------
       01 TABELA-MOTIVOS.
           03 FILLER PIC X(22) VALUE "MUDOU-SE".
           03 FILLER PIC X(22) VALUE "ENDERECO INSUFICIENTE".
           03 FILLER PIC X(22) VALUE "NAO EXISTE O NUMERO".
           03 FILLER PIC X(22) VALUE "DESCONHECIDO".
           03 FILLER PIC X(22) VALUE "RECUSADO".
           03 FILLER PIC X(22) VALUE "NAO PROCURADO".
           03 FILLER PIC X(22) VALUE "AUSENTE".
           03 FILLER PIC X(22) VALUE "FALECIDO".
           03 FILLER PIC X(22) VALUE "OUTROS".

       01 FILLER REDEFINES TABELA-MOTIVOS.
           03 MOTIVO-DESCRICAO PIC X(22) OCCURS 9.

       01 REL-CABECALHO.
           05 FILLER            PIC X(30) VALUE SPACES.
           05 FILLER            PIC X(40)
               VALUE "DEVOLUCOES DOS CORREIOS - RECUSADAS".

       01 REL-RECUSA.
           05 FILLER            PIC X(07) VALUE "RECUSA ".
           05 RR-MOTIVO         PIC X(02).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RR-ID             PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RR-CEP            PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RR-LOGRA          PIC X(35).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RR-NUMERO         PIC X(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RR-DATA           PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RR-COD-CORREIOS   PIC X(02).

       01 REL-LEGENDA.
           05 FILLER            PIC X(38)
               VALUE "RECUSAS: 01-ENDERECO NAO LOCALIZADO".
           05 FILLER            PIC X(23)
               VALUE "  02-ENDERECO EXCLUIDO".
           05 FILLER            PIC X(19)
               VALUE "  03-DATA INVALIDA".
           05 FILLER            PIC X(21)
               VALUE "  04-MOTIVO INVALIDO".
           05 FILLER            PIC X(18)
               VALUE "  05-JA REGISTRADA".

       01 REL-LEGENDA-2.
           05 FILLER            PIC X(09) VALUE SPACES.
           05 FILLER            PIC X(48)
               VALUE "06-ENDERECO ALTERADO DURANTE O PROCESSAMENTO".

       01 REL-TOTAIS.
           05 FILLER            PIC X(07) VALUE "LIDAS: ".
           05 RT-LIDO           PIC ZZZZZZ9.
           05 FILLER            PIC X(14) VALUE "  REGISTRADAS:".
           05 RT-REGISTRADO     PIC ZZZZZZ9.
           05 FILLER            PIC X(12) VALUE "  RECUSADAS:".
           05 RT-RECUSADO       PIC ZZZZZZ9.
           05 FILLER            PIC X(23)
               VALUE "  MARCADOS SUSPEITOS:".
           05 RT-MARCADO        PIC ZZZZZZ9.
           05 FILLER            PIC X(10) VALUE "  LIMITE:".
           05 RT-LIMITE         PIC Z9.
           05 FILLER            PIC X(09) VALUE "  ERROS:".
           05 RT-ERRO           PIC ZZZZZZ9.

       01 REL-CAB-TRABALHO.
           05 FILLER            PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(22)
               VALUE "ENDERECOS SUSPEITOS - ".
           05 FILLER            PIC X(32)
               VALUE "LISTA DE TRABALHO POR UF/CIDADE".
           05 FILLER            PIC X(08) VALUE "PAGINA: ".
           05 RCT-PAGINA        PIC ZZ9.

       01 REL-DETALHE.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RD-ID             PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RD-CEP            PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RD-LOGRA          PIC X(35).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 RD-NUMERO         PIC X(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RD-BAIRRO         PIC X(20).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RD-QTDE           PIC ZZ9.
           05 FILLER            PIC X(06) VALUE " DEV. ".
           05 RD-ULTIMA-DATA    PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 RD-ULTIMO-MOTIVO  PIC X(22).

       01 REL-CONTATO.
           05 FILLER            PIC X(10) VALUE SPACES.
           05 RC-ORIGEM         PIC X(12).
           05 RC-ID             PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RC-NOME           PIC X(35).
           05 FILLER            PIC X(06) VALUE " FONE ".
           05 RC-TELEFONE       PIC X(12).

       01 REL-SEM-CONTATO.
           05 FILLER            PIC X(10) VALUE SPACES.
           05 FILLER            PIC X(30)
               VALUE "NENHUM CLIENTE NESTE ENDERECO".

       01 REL-SUBTOTAL.
           05 FILLER            PIC X(10) VALUE SPACES.
           05 FILLER            PIC X(23)
               VALUE "TOTAL DE SUSPEITOS EM ".
           05 RS-CIDADE         PIC X(35).
           05 FILLER            PIC X(01) VALUE "/".
           05 RS-UF             PIC X(02).
           05 FILLER            PIC X(02) VALUE ": ".
           05 RS-QTDE           PIC ZZZZ9.

       01 REL-RODAPE.
           05 FILLER            PIC X(09) VALUE SPACES.
           05 FILLER            PIC X(31)
               VALUE "TOTAL GERAL DE SUSPEITOS: ".
           05 RR-ROD-QTDE       PIC ZZZZZZ9.

      *--------------------- BLOCOS DE EXECUÇÃO ------------------------
       PROCEDURE DIVISION.

       P-PRINCIPAL.
           PERFORM P-LER-PARAMETROS THRU P-LER-PARAMETROS-EXIT
           IF NOT PARM-ENCONTRADO
               DISPLAY "LIMITE DE DEVOLUCOES PARA SUSPEITO "
                   "(BRANCO = 03): "
               ACCEPT WS-LIMITE-INFORMADO.
           IF WS-LIMITE-INFORMADO IS NUMERIC
               AND WS-LIMITE-INFORMADO NOT = "00"
               MOVE WS-LIMITE-INFORMADO TO WS-LIMITE-DEVOLUCOES.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           OPEN INPUT ARQUIVODEVOLUCAO
           IF WS-STATUS-DEVOLUCAO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVODEVOLUCAO: "
                   WS-STATUS-DEVOLUCAO
               MOVE 8 TO RETURN-CODE
               GO TO P-FIM.

           OPEN I-O ARQUIVOENDERECO
           IF WS-STATUS-ARQUIVO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVOENDERECO: "
                   WS-STATUS-ARQUIVO
               CLOSE ARQUIVODEVOLUCAO
               MOVE 8 TO RETURN-CODE
               GO TO P-FIM.

           OPEN I-O ARQUIVOHISTDEV
           IF WS-STATUS-HISTDEV = "30" OR WS-STATUS-HISTDEV = "35"
               OPEN OUTPUT ARQUIVOHISTDEV
               CLOSE ARQUIVOHISTDEV
               OPEN I-O ARQUIVOHISTDEV.
           IF WS-STATUS-HISTDEV NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVOHISTDEV: "
                   WS-STATUS-HISTDEV
               CLOSE ARQUIVODEVOLUCAO
               CLOSE ARQUIVOENDERECO
               MOVE 8 TO RETURN-CODE
               GO TO P-FIM.

      * CLIENTES E VINCULOS SO ALIMENTAM OS CONTATOS DA LISTA DE
      * TRABALHO: NA FALTA DELES A LISTA SAI SEM OS CONTATOS.
           OPEN INPUT ARQUIVOPESSOA
           IF WS-STATUS-PESSOA = "00"
               MOVE "S" TO WS-PESSOA-OK.
           OPEN INPUT ARQUIVOVINCULO
           IF WS-STATUS-VINCULO = "00"
               MOVE "S" TO WS-VINCULO-OK.

           OPEN OUTPUT RELATORIO
           IF WS-STATUS-RELATORIO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO RELATORIO: "
                   WS-STATUS-RELATORIO
               CLOSE ARQUIVODEVOLUCAO
               CLOSE ARQUIVOENDERECO
               CLOSE ARQUIVOHISTDEV
               MOVE 8 TO RETURN-CODE
               GO TO P-FIM.

           WRITE REL-LINHA FROM REL-CABECALHO

           PERFORM P-PROCESSAR-UMA THRU P-PROCESSAR-UMA-EXIT
               UNTIL FIM-DO-ARQUIVO
           PERFORM P-LIBERAR-TRILHA THRU P-LIBERAR-TRILHA-EXIT

           MOVE WS-TOTAL-LIDO        TO RT-LIDO
           MOVE WS-TOTAL-REGISTRADO  TO RT-REGISTRADO
           MOVE WS-TOTAL-RECUSADO    TO RT-RECUSADO
           MOVE WS-TOTAL-MARCADO     TO RT-MARCADO
           MOVE WS-LIMITE-DEVOLUCOES TO RT-LIMITE
           MOVE WS-TOTAL-ERRO        TO RT-ERRO
           WRITE REL-LINHA FROM REL-LEGENDA
           WRITE REL-LINHA FROM REL-LEGENDA-2
           WRITE REL-LINHA FROM REL-TOTAIS

      *------ LISTA DE TRABALHO DOS SUSPEITOS POR UF/CIDADE ------------
           SORT ARQUIVO-CLASSIFICACAO
               ON ASCENDING KEY SORT-UF SORT-CIDADE SORT-CEP
               INPUT PROCEDURE IS P-LER-SUSPEITOS
                   THRU P-LER-SUSPEITOS-EXIT
               OUTPUT PROCEDURE IS P-IMPRIMIR
                   THRU P-IMPRIMIR-EXIT

           CLOSE ARQUIVODEVOLUCAO
           CLOSE ARQUIVOENDERECO
           CLOSE ARQUIVOHISTDEV
           IF PESSOA-DISPONIVEL
               CLOSE ARQUIVOPESSOA.
           IF VINCULO-DISPONIVEL
               CLOSE ARQUIVOVINCULO.
           CLOSE RELATORIO
           DISPLAY "DEVOLUCOES PROCESSADAS - REGISTRADAS: "
               WS-TOTAL-REGISTRADO " RECUSADAS: " WS-TOTAL-RECUSADO
               " NOVOS SUSPEITOS: " WS-TOTAL-MARCADO
           IF WS-TOTAL-ERRO > ZERO
               DISPLAY "ERROS DE GRAVACAO (CADASTRO OU TRILHA): "
                   WS-TOTAL-ERRO
               MOVE 8 TO RETURN-CODE.
           GO TO P-FIM.

      *------ PARAMETROS DO LOTE NOTURNO, QUANDO PRESENTES --------------
      * COM UMA LINHA "DEVEND" NO LOTPARM.DAT O PROGRAMA RODA SEM
      * PERGUNTA NO CONSOLE. COLUNAS DO PARAMETRO: 10-11=LIMITE DE
      * DEVOLUCOES PENDENTES QUE TORNA O ENDERECO SUSPEITO (BRANCO
      * OU ZERO = 03).
       P-LER-PARAMETROS.
           OPEN INPUT ARQUIVOPARM
           IF WS-STATUS-PARM NOT = "00"
               GO TO P-LER-PARAMETROS-EXIT.
           MOVE "N" TO WS-FIM-PARM
           PERFORM P-LER-UM-PARM THRU P-LER-UM-PARM-EXIT
               UNTIL FIM-DO-PARM OR PARM-ENCONTRADO
           CLOSE ARQUIVOPARM.
       P-LER-PARAMETROS-EXIT.
           EXIT.

       P-LER-UM-PARM.
           READ ARQUIVOPARM
           IF WS-STATUS-PARM NOT = "00"
               MOVE "S" TO WS-FIM-PARM
               GO TO P-LER-UM-PARM-EXIT.
           IF PRM-PROGRAMA = "DEVEND"
               MOVE "S" TO WS-PARM-OK
               MOVE PRM-PARAMETROS (1:2) TO WS-LIMITE-INFORMADO.
       P-LER-UM-PARM-EXIT.
           EXIT.

      *------ CRITICA E REGISTRO DE UMA DEVOLUCAO -----------------------
       P-PROCESSAR-UMA.
           PERFORM P-LIBERAR-TRILHA THRU P-LIBERAR-TRILHA-EXIT
           READ ARQUIVODEVOLUCAO
           IF WS-STATUS-DEVOLUCAO NOT = "00"
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO P-PROCESSAR-UMA-EXIT.

           ADD 1 TO WS-TOTAL-LIDO
           MOVE SPACES TO WS-MOTIVO-RECUSA

           IF DEVM-DATA IS NOT NUMERIC
               MOVE "03" TO WS-MOTIVO-RECUSA
               GO TO P-PROCESSAR-RECUSA.
           IF DEVM-MOTIVO IS NOT NUMERIC
               MOVE "04" TO WS-MOTIVO-RECUSA
               GO TO P-PROCESSAR-RECUSA.
           MOVE DEVM-MOTIVO TO WS-MOTIVO-NUMERICO
           IF WS-MOTIVO-NUMERICO < 1 OR WS-MOTIVO-NUMERICO > 9
               MOVE "04" TO WS-MOTIVO-RECUSA
               GO TO P-PROCESSAR-RECUSA.

           PERFORM P-LOCALIZAR THRU P-LOCALIZAR-EXIT
           IF NOT ENDERECO-LOCALIZADO
               IF SO-ACHOU-EXCLUIDO
                   MOVE "02" TO WS-MOTIVO-RECUSA
               ELSE
                   MOVE "01" TO WS-MOTIVO-RECUSA.
           IF NOT DEVOLUCAO-ACEITA
               GO TO P-PROCESSAR-RECUSA.

      * A DEVOLUCAO PODE MARCAR O ENDERECO (ACAO "S"): O CONTROLE DA
      * TRILHA E RESERVADO ANTES DE GRAVAR O HISTORICO E LIBERADO NA
      * DEVOLUCAO SEGUINTE; SEM ELE O JOB PARA E TERMINA COM ERRO.
           PERFORM P-RESERVAR-TRILHA THRU P-RESERVAR-TRILHA-EXIT
           IF NOT TRILHA-RESERVADA
               SUBTRACT 1 FROM WS-TOTAL-LIDO
               DISPLAY "CONTROLE DA TRILHA OCUPADO - PROCESSAMENTO "
                   "INTERROMPIDO NO ENDERECO " ID-ENDERECO
               MOVE 8 TO RETURN-CODE
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO P-PROCESSAR-UMA-EXIT.

      * O ENDERECO FOI LOCALIZADO ANTES DA RESERVA: RELIDO JA COM O
      * CONTROLE RESERVADO, SE MUDOU NESSE INTERVALO (ALTERADO,
      * EXCLUIDO OU RECONFIRMADO EM OUTRO PROGRAMA) A DEVOLUCAO E
      * RECUSADA (MOTIVO 06, ACAO "X" NA TRILHA) E NADA E MARCADO.
           MOVE ENDERECO TO WS-ENDERECO-LOCALIZADO
           READ ARQUIVOENDERECO
           IF WS-STATUS-ARQUIVO NOT = "00"
               OR ENDERECO NOT = WS-ENDERECO-LOCALIZADO
               MOVE WS-ENDERECO-LOCALIZADO (1:8) TO ID-ENDERECO
               MOVE "X" TO WS-ACAO-AUDITORIA
               PERFORM P-GRAVA-AUDITORIA THRU P-GRAVA-AUDITORIA-EXIT
               MOVE "06" TO WS-MOTIVO-RECUSA
               GO TO P-PROCESSAR-RECUSA.

           MOVE ID-ENDERECO    TO DEVH-ID-ENDERECO
           MOVE DEVM-DATA      TO DEVH-DATA
           MOVE DEVM-MOTIVO    TO DEVH-MOTIVO
           MOVE WS-DATA-HOJE   TO DEVH-DATA-PROC
           MOVE "P"            TO DEVH-SITUACAO
           MOVE SPACES         TO DEVH-OPERADOR-CONF DEVH-DATA-CONF
           WRITE HISTDEV-REG
           IF WS-STATUS-HISTDEV = "22"
               MOVE "05" TO WS-MOTIVO-RECUSA
               GO TO P-PROCESSAR-RECUSA.
           IF WS-STATUS-HISTDEV NOT = "00"
               DISPLAY "ERRO NA GRAVACAO DO DEVHIST.DAT: "
                   WS-STATUS-HISTDEV
               MOVE 8 TO RETURN-CODE
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO P-PROCESSAR-UMA-EXIT.
           ADD 1 TO WS-TOTAL-REGISTRADO

      * ENDERECO JA SUSPEITO SO ACUMULA A DEVOLUCAO NO HISTORICO.
           IF END-SITUACAO NOT = "A"
               GO TO P-PROCESSAR-UMA-EXIT.
           MOVE ID-ENDERECO TO WS-ID-CONTAGEM
           PERFORM P-CONTAR-PENDENTES THRU P-CONTAR-PENDENTES-EXIT
           IF WS-QTDE-PENDENTE < WS-LIMITE-DEVOLUCOES
               GO TO P-PROCESSAR-UMA-EXIT.

           MOVE "S" TO END-SITUACAO
      *    "02": OUTRO ENDERECO COM O MESMO CEP.
           REWRITE ENDERECO
           IF WS-STATUS-ARQUIVO = "00" OR WS-STATUS-ARQUIVO = "02"
               ADD 1 TO WS-TOTAL-MARCADO
               MOVE "S" TO WS-ACAO-AUDITORIA
               PERFORM P-GRAVA-AUDITORIA THRU P-GRAVA-AUDITORIA-EXIT
           ELSE
               DISPLAY "ERRO NA MARCACAO DO ENDERECO " ID-ENDERECO
                   ": " WS-STATUS-ARQUIVO
               ADD 1 TO WS-TOTAL-ERRO
               MOVE 8 TO RETURN-CODE.
           GO TO P-PROCESSAR-UMA-EXIT.

       P-PROCESSAR-RECUSA.
           ADD 1 TO WS-TOTAL-RECUSADO
           MOVE WS-MOTIVO-RECUSA TO RR-MOTIVO
           MOVE DEVM-ID-ENDERECO TO RR-ID
           MOVE DEVM-CEP         TO RR-CEP
           MOVE DEVM-LOGRA       TO RR-LOGRA
           MOVE DEVM-NUMERO      TO RR-NUMERO
           MOVE DEVM-DATA        TO RR-DATA
           MOVE DEVM-MOTIVO      TO RR-COD-CORREIOS
           WRITE REL-LINHA FROM REL-RECUSA.
       P-PROCESSAR-UMA-EXIT.
           EXIT.

      *------ LOCALIZACAO DO ENDERECO DEVOLVIDO --------------------------
      * PELO ID QUANDO INFORMADO; SENAO PELO CEP (CHAVE ALTERNATIVA),
      * CONFERINDO LOGRADOURO E NUMERO SEM CAIXA E SEM BRANCOS NAS
      * PONTAS. UM ENDERECO EXCLUIDO SO E ACEITO SE NAO HOUVER OUTRO
      * VIVO COM OS MESMOS DADOS - E AI A DEVOLUCAO E RECUSADA.
       P-LOCALIZAR.
           MOVE "N" TO WS-LOCALIZADO
           MOVE "N" TO WS-ACHOU-EXCLUIDO
           IF DEVM-ID-ENDERECO NOT = SPACES
               MOVE DEVM-ID-ENDERECO TO ID-ENDERECO
               READ ARQUIVOENDERECO
               IF WS-STATUS-ARQUIVO = "00"
                   IF END-SITUACAO = "E"
                       MOVE "S" TO WS-ACHOU-EXCLUIDO
                   ELSE
                       MOVE "S" TO WS-LOCALIZADO.
           IF DEVM-ID-ENDERECO NOT = SPACES
               GO TO P-LOCALIZAR-EXIT.

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DEVM-LOGRA))
               TO WS-LOGRA-DEVOLVIDA
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DEVM-NUMERO))
               TO WS-NUMERO-DEVOLVIDO
           MOVE DEVM-CEP TO CEP
           START ARQUIVOENDERECO KEY IS EQUAL TO CEP
           IF WS-STATUS-ARQUIVO NOT = "00"
               GO TO P-LOCALIZAR-EXIT.
           MOVE "N" TO WS-FIM-CEP
           PERFORM P-LOCALIZAR-LER THRU P-LOCALIZAR-LER-EXIT
               UNTIL ENDERECO-LOCALIZADO OR FIM-DO-CEP.
       P-LOCALIZAR-EXIT.
           EXIT.

       P-LOCALIZAR-LER.
           READ ARQUIVOENDERECO NEXT RECORD
           IF (WS-STATUS-ARQUIVO NOT = "00"
                   AND WS-STATUS-ARQUIVO NOT = "02")
               OR CEP NOT = DEVM-CEP
               MOVE "S" TO WS-FIM-CEP
               GO TO P-LOCALIZAR-LER-EXIT.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(LOGRA))
                   NOT = WS-LOGRA-DEVOLVIDA
               OR FUNCTION UPPER-CASE(FUNCTION TRIM(NUMERO))
                   NOT = WS-NUMERO-DEVOLVIDO
               GO TO P-LOCALIZAR-LER-EXIT.
           IF END-SITUACAO = "E"
               MOVE "S" TO WS-ACHOU-EXCLUIDO
           ELSE
               MOVE "S" TO WS-LOCALIZADO.
       P-LOCALIZAR-LER-EXIT.
           EXIT.

      *------ CONTAGEM DAS DEVOLUCOES PENDENTES DE UM ENDERECO ----------
      * O HISTORICO ESTA NA ORDEM ID+DATA: A ULTIMA PENDENTE LIDA E
      * A DEVOLUCAO MAIS RECENTE.
       P-CONTAR-PENDENTES.
           MOVE ZERO TO WS-QTDE-PENDENTE
           MOVE SPACES TO WS-ULTIMO-MOTIVO WS-ULTIMA-DATA
           MOVE WS-ID-CONTAGEM TO DEVH-ID-ENDERECO
           MOVE LOW-VALUES TO DEVH-DATA DEVH-MOTIVO
           START ARQUIVOHISTDEV KEY IS NOT LESS THAN DEVH-CHAVE
           IF WS-STATUS-HISTDEV NOT = "00"
               GO TO P-CONTAR-PENDENTES-EXIT.
           MOVE "N" TO WS-FIM-HISTDEV
           PERFORM P-CONTAR-UMA THRU P-CONTAR-UMA-EXIT
               UNTIL FIM-DO-HISTDEV.
       P-CONTAR-PENDENTES-EXIT.
           EXIT.

       P-CONTAR-UMA.
           READ ARQUIVOHISTDEV NEXT RECORD
           IF WS-STATUS-HISTDEV NOT = "00"
               OR DEVH-ID-ENDERECO NOT = WS-ID-CONTAGEM
               MOVE "S" TO WS-FIM-HISTDEV
               GO TO P-CONTAR-UMA-EXIT.
           IF DEVH-SITUACAO = "P"
               ADD 1 TO WS-QTDE-PENDENTE
               MOVE DEVH-MOTIVO TO WS-ULTIMO-MOTIVO
               MOVE DEVH-DATA   TO WS-ULTIMA-DATA.
       P-CONTAR-UMA-EXIT.
           EXIT.

      *------ CARGA DOS ENDERECOS SUSPEITOS PARA A CLASSIFICACAO --------
       P-LER-SUSPEITOS.
           MOVE LOW-VALUES TO ID-ENDERECO
           START ARQUIVOENDERECO KEY IS NOT LESS THAN ID-ENDERECO
           IF WS-STATUS-ARQUIVO NOT = "00"
               GO TO P-LER-SUSPEITOS-EXIT.
           MOVE "N" TO WS-FIM-CADASTRO
           PERFORM P-LER-UM-SUSPEITO THRU P-LER-UM-SUSPEITO-EXIT
               UNTIL FIM-DO-CADASTRO.
       P-LER-SUSPEITOS-EXIT.
           EXIT.

       P-LER-UM-SUSPEITO.
           READ ARQUIVOENDERECO NEXT RECORD
           IF WS-STATUS-ARQUIVO NOT = "00"
               MOVE "S" TO WS-FIM-CADASTRO
               GO TO P-LER-UM-SUSPEITO-EXIT.
           IF END-SITUACAO NOT = "S"
               GO TO P-LER-UM-SUSPEITO-EXIT.
           MOVE UF          TO SORT-UF
           MOVE CIDADE      TO SORT-CIDADE
           MOVE CEP         TO SORT-CEP
           MOVE ID-ENDERECO TO SORT-ID
           MOVE LOGRA       TO SORT-LOGRA
           MOVE NUMERO      TO SORT-NUMERO
           MOVE BAIRRO      TO SORT-BAIRRO
           RELEASE SORT-REC.
       P-LER-UM-SUSPEITO-EXIT.
           EXIT.

      *------ IMPRESSAO DA LISTA DE TRABALHO JA CLASSIFICADA ------------
       P-IMPRIMIR.
           PERFORM P-CABECALHO THRU P-CABECALHO-EXIT

           PERFORM P-IMPRIMIR-UM THRU P-IMPRIMIR-UM-EXIT
               UNTIL WS-STATUS-SORT = "10"

           IF WS-PRIMEIRA-QUEBRA = "N"
               PERFORM P-QUEBRA-CIDADE THRU P-QUEBRA-CIDADE-EXIT.

           MOVE WS-TOTAL-SUSPEITO TO RR-ROD-QTDE
           WRITE REL-LINHA FROM REL-RODAPE.
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

      *------ QUEBRA POR UF/CIDADE E DETALHE DO SUSPEITO ----------------
       P-QUEBRA-CONTROLE.
           IF WS-PRIMEIRA-QUEBRA = "S"
               MOVE SORT-UF TO WS-UF-CONTROLE
               MOVE SORT-CIDADE TO WS-CIDADE-CONTROLE
               MOVE "N" TO WS-PRIMEIRA-QUEBRA
           ELSE
               IF SORT-UF NOT = WS-UF-CONTROLE
                   OR SORT-CIDADE NOT = WS-CIDADE-CONTROLE
                   PERFORM P-QUEBRA-CIDADE THRU P-QUEBRA-CIDADE-EXIT
                   MOVE SORT-UF TO WS-UF-CONTROLE
                   MOVE SORT-CIDADE TO WS-CIDADE-CONTROLE.

           IF WS-LINHA-PAGINA NOT < WS-MAX-LINHAS
               PERFORM P-CABECALHO THRU P-CABECALHO-EXIT.

           MOVE SORT-ID TO WS-ID-CONTAGEM
           PERFORM P-CONTAR-PENDENTES THRU P-CONTAR-PENDENTES-EXIT

           MOVE SPACES TO REL-DETALHE
           MOVE SORT-ID          TO RD-ID
           MOVE SORT-CEP         TO RD-CEP
           MOVE SORT-LOGRA       TO RD-LOGRA
           MOVE SORT-NUMERO      TO RD-NUMERO
           MOVE SORT-BAIRRO      TO RD-BAIRRO
           MOVE WS-QTDE-PENDENTE TO RD-QTDE
           MOVE WS-ULTIMA-DATA   TO RD-ULTIMA-DATA
           IF WS-ULTIMO-MOTIVO IS NUMERIC
               MOVE WS-ULTIMO-MOTIVO TO WS-MOTIVO-NUMERICO
               IF WS-MOTIVO-NUMERICO > ZERO AND WS-MOTIVO-NUMERICO < 10
                   MOVE MOTIVO-DESCRICAO (WS-MOTIVO-NUMERICO)
                       TO RD-ULTIMO-MOTIVO.
           WRITE REL-LINHA FROM REL-DETALHE
           ADD 1 TO WS-LINHA-PAGINA
           ADD 1 TO WS-TOTAL-CIDADE
           ADD 1 TO WS-TOTAL-SUSPEITO

           MOVE ZERO TO WS-TOTAL-CONTATOS
           PERFORM P-CONTATOS-CADASTRO THRU P-CONTATOS-CADASTRO-EXIT
           PERFORM P-CONTATOS-VINCULO THRU P-CONTATOS-VINCULO-EXIT
           IF WS-TOTAL-CONTATOS = ZERO
               WRITE REL-LINHA FROM REL-SEM-CONTATO
               ADD 1 TO WS-LINHA-PAGINA.
       P-QUEBRA-CONTROLE-EXIT.
           EXIT.

      *------ CLIENTES COM O ENDERECO COMO ENDERECO PRINCIPAL -----------
       P-CONTATOS-CADASTRO.
           IF NOT PESSOA-DISPONIVEL
               GO TO P-CONTATOS-CADASTRO-EXIT.
           MOVE SORT-ID TO PES-ID-ENDERECO
           START ARQUIVOPESSOA KEY IS EQUAL TO PES-ID-ENDERECO
           IF WS-STATUS-PESSOA NOT = "00"
               GO TO P-CONTATOS-CADASTRO-EXIT.
           MOVE "N" TO WS-FIM-PESSOA
           PERFORM P-CONTATO-CLIENTE THRU P-CONTATO-CLIENTE-EXIT
               UNTIL FIM-DOS-CLIENTES.
       P-CONTATOS-CADASTRO-EXIT.
           EXIT.

       P-CONTATO-CLIENTE.
           READ ARQUIVOPESSOA NEXT RECORD
           IF (WS-STATUS-PESSOA NOT = "00"
                   AND WS-STATUS-PESSOA NOT = "02")
               OR PES-ID-ENDERECO NOT = SORT-ID
               MOVE "S" TO WS-FIM-PESSOA
               GO TO P-CONTATO-CLIENTE-EXIT.
           MOVE "PRINCIPAL" TO RC-ORIGEM
           PERFORM P-IMPRIMIR-CONTATO THRU P-IMPRIMIR-CONTATO-EXIT.
       P-CONTATO-CLIENTE-EXIT.
           EXIT.

      *------ CLIENTES COM VINCULO TIPADO AO ENDERECO (PESEND) ----------
       P-CONTATOS-VINCULO.
           IF NOT VINCULO-DISPONIVEL OR NOT PESSOA-DISPONIVEL
               GO TO P-CONTATOS-VINCULO-EXIT.
           MOVE SORT-ID TO VINC-ID-ENDERECO
           START ARQUIVOVINCULO KEY IS EQUAL TO VINC-ID-ENDERECO
           IF WS-STATUS-VINCULO NOT = "00"
               GO TO P-CONTATOS-VINCULO-EXIT.
           MOVE "N" TO WS-FIM-VINCULO
           PERFORM P-CONTATO-VINCULO THRU P-CONTATO-VINCULO-EXIT
               UNTIL FIM-DOS-VINCULOS.
       P-CONTATOS-VINCULO-EXIT.
           EXIT.

       P-CONTATO-VINCULO.
           READ ARQUIVOVINCULO NEXT RECORD
           IF (WS-STATUS-VINCULO NOT = "00"
                   AND WS-STATUS-VINCULO NOT = "02")
               OR VINC-ID-ENDERECO NOT = SORT-ID
               MOVE "S" TO WS-FIM-VINCULO
               GO TO P-CONTATO-VINCULO-EXIT.
      * VINCULO ENCERRADO NAO E MAIS CONTATO DO ENDERECO.
           IF VINC-SITUACAO = "E"
               GO TO P-CONTATO-VINCULO-EXIT.
           MOVE VINC-ID-PESSOA TO ID-PESSOA
           READ ARQUIVOPESSOA
           IF WS-STATUS-PESSOA NOT = "00"
               MOVE SPACES TO PES-NOME PES-TELEFONE
               MOVE "CLIENTE NAO CADASTRADO" TO PES-NOME.
           MOVE SPACES TO RC-ORIGEM
           STRING "VINCULO " DELIMITED BY SIZE
               VINC-TIPO DELIMITED BY SIZE
               INTO RC-ORIGEM
           PERFORM P-IMPRIMIR-CONTATO THRU P-IMPRIMIR-CONTATO-EXIT.
       P-CONTATO-VINCULO-EXIT.
           EXIT.

       P-IMPRIMIR-CONTATO.
           IF WS-LINHA-PAGINA NOT < WS-MAX-LINHAS
               PERFORM P-CABECALHO THRU P-CABECALHO-EXIT.
           MOVE ID-PESSOA    TO RC-ID
           MOVE PES-NOME     TO RC-NOME
           MOVE PES-TELEFONE TO RC-TELEFONE
           WRITE REL-LINHA FROM REL-CONTATO
           ADD 1 TO WS-LINHA-PAGINA
           ADD 1 TO WS-TOTAL-CONTATOS.
       P-IMPRIMIR-CONTATO-EXIT.
           EXIT.

       P-QUEBRA-CIDADE.
           MOVE SPACES TO REL-SUBTOTAL
           MOVE WS-CIDADE-CONTROLE TO RS-CIDADE
           MOVE WS-UF-CONTROLE     TO RS-UF
           MOVE WS-TOTAL-CIDADE    TO RS-QTDE
           WRITE REL-LINHA FROM REL-SUBTOTAL
           ADD 1 TO WS-LINHA-PAGINA
           MOVE ZERO TO WS-TOTAL-CIDADE.
       P-QUEBRA-CIDADE-EXIT.
           EXIT.

      *------ CABECALHO DE PAGINA DA LISTA DE TRABALHO ------------------
       P-CABECALHO.
           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO RCT-PAGINA
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           WRITE REL-LINHA FROM REL-CAB-TRABALHO
           MOVE ZERO TO WS-LINHA-PAGINA.
       P-CABECALHO-EXIT.
           EXIT.

      *------ TRILHA DE AUDITORIA DA MARCACAO DE SUSPEITO ---------------
       P-GRAVA-AUDITORIA.
           MOVE ID-ENDERECO   TO AUD-ID
           MOVE WS-ACAO-AUDITORIA TO AUD-ACAO
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
