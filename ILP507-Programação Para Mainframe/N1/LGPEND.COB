       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPEND.
       AUTHOR. LUIZ FERNANDO GERALDO DOS SANTOS.

      *------ DOSSIE E ANONIMIZACAO DE CLIENTE (LGPD) -------------------
      * PROGRAMA DO SUPERVISOR PARA OS PEDIDOS DO TITULAR DOS DADOS.
      * RECEBE UM ID-PESSOA E EMITE EM LGPEND.LST O DOSSIE COMPLETO:
      * O REGISTRO DO CADPES.DAT, OS VINCULOS DO PESEND.DAT (TIPO
      * C/E/R E VIGENCIA), OS ENDERECOS LIGADOS AO CLIENTE NO
      * CADEND.DAT E NO HISTORICO DE EXPURGO HISTEND.DAT, AS
      * DEVOLUCOES DOS CORREIOS DESSES ENDERECOS E TODAS AS ACOES DO
      * AUDEND.DAT SOBRE ESSES IDS, INCLUSIVE AS DAS GERACOES MENSAIS
      * JA FECHADAS PELO ROTAUD (CATALOGO AUDGER.DAT).
      * NO MODO A (ANONIMIZACAO) MASCARA NOME E TELEFONE DO CLIENTE,
      * APAGA O CPF/CNPJ E, NOS ENDERECOS USADOS SO POR ELE, LOGRADOURO,
      * NUMERO, COMPLEMENTO E BAIRRO - NO CADASTRO, NO HISTORICO E NAS
      * IMAGENS DOS PEDIDOS DO PENDEND.DAT; NOS PEDIDOS SOBRE O PROPRIO
      * CLIENTE E SEUS VINCULOS (TIPOS C E V) MASCARA NOME, TELEFONE E
      * CPF/CNPJ. PEDIDO PENDENTE ATINGIDO E REJEITADO. REGRAVACAO QUE
      * FALHA SAI NO DOSSIE COMO ERRO E NAO E CONTADA. CEP, CIDADE E UF
      * FICAM (AS CRITICAS DO VEREND E AS CONTAGENS POR UF CONTINUAM
      * VALIDAS). OS IDS E A TRILHA DE AUDITORIA NAO SAO TOCADOS; O
      * PROGRAMA SO ACRESCENTA AS PROPRIAS ACOES:
      *   "N" - CLIENTE ANONIMIZADO (AUD-ID = ID-PESSOA);
      *   "L" - ENDERECO ANONIMIZADO (AUD-ID = ID-ENDERECO);
      *   "E" - ENDERECO ATIVO OU SUSPEITO QUE FOI EXCLUIDO JUNTO,
      *         PARA O DELTA DO EXPEND RETIRA-LO DO TERCEIRO.
      * ENDERECO COMPARTILHADO COM OUTRO CLIENTE E MANTIDO INTACTO. NO
      * MODO A O DOSSIE SAI DEPOIS DA ANONIMIZACAO, COMO PROVA DO QUE
      * RESTOU. O ACESSO E RESTRITO A OPERADORES DE PERFIL 3.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT ARQUIVOHISTDEV ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS DEVH-CHAVE
           FILE STATUS             IS WS-STATUS-HISTDEV.

           SELECT ARQUIVOPENDENCIA ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS PEND-CHAVE
           FILE STATUS             IS WS-STATUS-PENDENCIA
           ALTERNATE RECORD KEY    IS PEND-ID-ENDERECO WITH DUPLICATES.

           SELECT ARQUIVOOPERADOR ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS OPE-ID
           FILE STATUS             IS WS-STATUS-OPERADOR.

           SELECT ARQUIVOAUDITORIA ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-AUDITORIA.

           SELECT ARQUIVOGERACOES ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-GERACOES.

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

      * HISTORICO DE DEVOLUCOES DOS CORREIOS (GRAVADO PELO DEVEND):
      * P=PENDENTE, C=BAIXADA NA RECONFIRMACAO DO ENDERECO.
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

      * PEDIDOS DO PERFIL 2 AGUARDANDO O SUPERVISOR (CADEND OPCAO V).
      * TIPOS A/E: IMAGENS DO ENDERECO, CHAVE ID-ENDERECO; TIPOS C/V:
      * IMAGENS DO CLIENTE E DO VINCULO, CHAVE ID-PESSOA.
       FD  ARQUIVOPENDENCIA
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PENDEND.DAT".

       01 PENDENCIA-REG.
           05 PEND-CHAVE.
               10 PEND-DATA        PIC X(08).
               10 PEND-HORA        PIC X(08).
               10 PEND-SOLICITANTE PIC X(08).
           05 PEND-ID-ENDERECO     PIC X(08).
           05 PEND-TIPO            PIC X(01).
           05 PEND-SITUACAO        PIC X(01).
           05 PEND-ANTES.
               10 PA-ID            PIC X(08).
               10 PA-CEP           PIC X(08).
               10 PA-LOGRA         PIC X(35).
               10 PA-NUMERO        PIC X(06).
               10 PA-COMPLEMENTO   PIC X(20).
               10 PA-BAIRRO        PIC X(20).
               10 PA-CIDADE        PIC X(35).
               10 PA-UF            PIC X(02).
               10 PA-SITUACAO      PIC X(01).
               10 PA-DATA-EXCLUSAO PIC X(08).
           05 PEND-ANTES-CLIENTE REDEFINES PEND-ANTES.
               10 PAC-CLIENTE.
                   15 PAC-ID-PESSOA    PIC X(08).
                   15 PAC-NOME         PIC X(35).
                   15 PAC-TELEFONE     PIC X(12).
                   15 PAC-ID-ENDERECO  PIC X(08).
                   15 PAC-DOCUMENTO    PIC X(14).
               10 PAV-VINCULO          PIC X(34).
               10 FILLER               PIC X(32).
           05 PEND-DEPOIS.
               10 PD-ID            PIC X(08).
               10 PD-CEP           PIC X(08).
               10 PD-LOGRA         PIC X(35).
               10 PD-NUMERO        PIC X(06).
               10 PD-COMPLEMENTO   PIC X(20).
               10 PD-BAIRRO        PIC X(20).
               10 PD-CIDADE        PIC X(35).
               10 PD-UF            PIC X(02).
               10 PD-SITUACAO      PIC X(01).
               10 PD-DATA-EXCLUSAO PIC X(08).
           05 PEND-DEPOIS-CLIENTE REDEFINES PEND-DEPOIS.
               10 PDC-CLIENTE.
                   15 PDC-ID-PESSOA    PIC X(08).
                   15 PDC-NOME         PIC X(35).
                   15 PDC-TELEFONE     PIC X(12).
                   15 PDC-ID-ENDERECO  PIC X(08).
                   15 PDC-DOCUMENTO    PIC X(14).
               10 PDV-VINCULO          PIC X(34).
               10 FILLER               PIC X(32).
           05 PEND-APROVADOR       PIC X(08).
           05 PEND-DATA-DECISAO    PIC X(08).
           05 PEND-HORA-DECISAO    PIC X(08).
           05 PEND-MOTIVO          PIC X(40).

       FD  ARQUIVOOPERADOR
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "OPECAD.DAT".

       01 OPERADOR-REG.
           05 OPE-ID             PIC X(08).
           05 OPE-NOME           PIC X(35).
           05 OPE-SENHA          PIC X(08).
           05 OPE-PERFIL         PIC X(01).
           05 OPE-SITUACAO       PIC X(01).

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
           VALUE OF FILE-ID IS "LGPEND.LST".
       01 REL-LINHA                    PIC X(132).

      *---------------------- VARIAVEIS DE TRABALHO --------------------
       WORKING-STORAGE SECTION.
       77 WS-STATUS-PESSOA             PIC X(02).
       77 WS-STATUS-VINCULO            PIC X(02).
       77 WS-STATUS-ARQUIVO            PIC X(02).
       77 WS-STATUS-HISTORICO          PIC X(02).
       77 WS-STATUS-HISTDEV            PIC X(02).
       77 WS-STATUS-PENDENCIA          PIC X(02).
       77 WS-STATUS-OPERADOR           PIC X(02).
       77 WS-STATUS-AUDITORIA          PIC X(02).
       77 WS-STATUS-GERACOES           PIC X(02).
       77 WS-STATUS-SELO               PIC X(02).
       77 WS-STATUS-RELATORIO          PIC X(02).
       77 WS-MSG                       PIC X(60).

       77 WS-NOME-AUDITORIA            PIC X(20) VALUE "AUDEND.DAT".
       77 WS-MES-INICIAL-TRILHA        PIC X(06) VALUE "000000".
       77 WS-FONTE-TRILHA              PIC X VALUE "G".
           88 LENDO-GERACOES                 VALUE "G".
           88 LENDO-CORRENTE                 VALUE "C".
       77 WS-TRILHA-COMPLETA           PIC X VALUE "S".
           88 TRILHA-COMPLETA                VALUE "S".

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

       77 WS-SUPERVISOR-ID             PIC X(08).
       77 WS-SUPERVISOR-SENHA          PIC X(08).
       77 WS-TENTATIVAS                PIC 9(01) VALUE ZERO.

       77 WS-ID-PESQUISA               PIC X(08).
       77 WS-MODO                      PIC X VALUE "D".
           88 MODO-DOSSIE                    VALUE "D".
           88 MODO-ANONIMIZACAO              VALUE "A".
       77 WS-CONFIRMA                  PIC X.
           88 CONFIRMA-SIM                   VALUE "S" "s".

       77 WS-VINCULO-OK                PIC X VALUE "N".
           88 VINCULO-DISPONIVEL             VALUE "S".
       77 WS-HISTORICO-OK              PIC X VALUE "N".
           88 HISTORICO-DISPONIVEL           VALUE "S".
       77 WS-HISTDEV-OK                PIC X VALUE "N".
           88 HISTDEV-DISPONIVEL             VALUE "S".
       77 WS-PENDENCIA-OK              PIC X VALUE "N".
           88 PENDENCIA-DISPONIVEL           VALUE "S".
       77 WS-ANONIMIZADO               PIC X VALUE "N".
           88 ANONIMIZACAO-FEITA             VALUE "S".
       77 WS-ERRO-ANONIMIZACAO         PIC X VALUE "N".
           88 ANONIMIZACAO-COM-ERRO          VALUE "S".

       77 WS-FIM-ARQUIVO               PIC X VALUE "N".
           88 FIM-DO-ARQUIVO                 VALUE "S".
       77 WS-COMPARTILHADO             PIC X VALUE "N".
           88 ENDERECO-COMPARTILHADO         VALUE "S".
       77 WS-ACHOU-ENDERECO            PIC X VALUE "N".
           88 ACHOU-ENDERECO                 VALUE "S".
       77 WS-ACAO-SELECIONADA          PIC X VALUE "N".
           88 ACAO-SELECIONADA               VALUE "S".

       77 WS-ACAO-AUDITORIA            PIC X(01).
       77 WS-ID-AUDITORIA              PIC X(08).
       77 WS-DATA-HOJE                 PIC X(08).
       77 WS-MASCARA                   PIC X(16)
               VALUE "ANONIMIZADO LGPD".

       77 WS-PAGINA                    PIC 9(03) VALUE ZERO.
       77 WS-LINHA-PAGINA              PIC 9(02) VALUE ZERO.
       77 WS-MAX-LINHAS                PIC 9(02) VALUE 40.

       77 WS-TOTAL-ACOES               PIC 9(07) VALUE ZERO.
       77 WS-TOTAL-DEVOLUCOES          PIC 9(07) VALUE ZERO.
       77 WS-TOTAL-MASCARADOS          PIC 9(07) VALUE ZERO.
       77 WS-TOTAL-MANTIDOS            PIC 9(07) VALUE ZERO.
       77 WS-TOTAL-PEDIDOS             PIC 9(07) VALUE ZERO.

      *------ ENDERECOS DO CLIENTE (PRINCIPAL + UM POR TIPO DE VINCULO)
       77 WS-QTDE-ENDERECOS            PIC 9(02) VALUE ZERO.
       77 WS-IDX-END                   PIC 9(02) COMP.
       77 WS-IDX-BUSCA                 PIC 9(02) COMP.
       77 WS-ID-CANDIDATO              PIC X(08).
       77 WS-ORIGEM-CANDIDATO          PIC X(10).

       01 TABELA-ENDERECOS-CLIENTE.
           05 TEC-ENDERECO OCCURS 10.
               10 TEC-ID               PIC X(08).
               10 TEC-ORIGEM           PIC X(10).

       01 REL-LINHA-IMPRESSAO          PIC X(132).

       01 REL-CABECALHO.
           05 FILLER            PIC X(25) VALUE SPACES.
           05 FILLER            PIC X(40)
               VALUE "DOSSIE DO TITULAR DOS DADOS - LGPD".
           05 FILLER            PIC X(08) VALUE "PAGINA: ".
           05 REL-CAB-PAGINA    PIC ZZ9.

       01 REL-SECAO.
           05 FILLER            PIC X(06) VALUE "----- ".
           05 RS-TITULO         PIC X(60).

       01 REL-PARAMETRO.
           05 FILLER            PIC X(10) VALUE "CLIENTE: ".
           05 RP-ID             PIC X(08).
           05 FILLER            PIC X(10) VALUE "   MODO: ".
           05 RP-MODO           PIC X(14).
           05 FILLER            PIC X(15) VALUE "   SUPERVISOR: ".
           05 RP-SUPERVISOR     PIC X(08).
           05 FILLER            PIC X(08) VALUE "   DATA ".
           05 RP-DATA           PIC X(08).

       01 REL-CLIENTE.
           05 FILLER            PIC X(04) VALUE "ID: ".
           05 RC-ID             PIC X(08).
           05 FILLER            PIC X(08) VALUE "  NOME: ".
           05 RC-NOME           PIC X(35).
           05 FILLER            PIC X(07) VALUE "  TEL: ".
           05 RC-TELEFONE       PIC X(12).
           05 FILLER            PIC X(22)
               VALUE "  ENDERECO PRINCIPAL: ".
           05 RC-ID-ENDERECO    PIC X(08).
           05 FILLER            PIC X(12) VALUE "  CPF/CNPJ: ".
           05 RC-DOCUMENTO      PIC X(14).

       01 REL-VINCULO.
           05 FILLER            PIC X(06) VALUE "TIPO: ".
           05 RV-TIPO           PIC X(01).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 RV-DESCRICAO      PIC X(16).
           05 FILLER            PIC X(10) VALUE "ENDERECO: ".
           05 RV-ID-ENDERECO    PIC X(08).
           05 FILLER            PIC X(12) VALUE "  VIGENCIA: ".
           05 RV-INICIO         PIC X(08).
           05 FILLER            PIC X(05) VALUE " ATE ".
           05 RV-FIM            PIC X(08).

       01 REL-ENDERECO.
           05 RE-ORIGEM         PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 RE-ID             PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 RE-CEP            PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 RE-LOGRA          PIC X(35).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 RE-NUMERO         PIC X(06).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 RE-COMPLEMENTO    PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 RE-CIDADE         PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 RE-UF             PIC X(02).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 RE-SITUACAO       PIC X(15).

       01 REL-DEVOLUCAO.
           05 FILLER            PIC X(10) VALUE "ENDERECO: ".
           05 RD-ID             PIC X(08).
           05 FILLER            PIC X(08) VALUE "  DATA: ".
           05 RD-DATA           PIC X(08).
           05 FILLER            PIC X(10) VALUE "  MOTIVO: ".
           05 RD-MOTIVO         PIC X(02).
           05 FILLER            PIC X(12) VALUE "  SITUACAO: ".
           05 RD-SITUACAO       PIC X(01).

       01 REL-ACAO.
           05 RA-DATA           PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RA-HORA           PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RA-OPERADOR       PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RA-ACAO           PIC X(01).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RA-ID             PIC X(08).

       01 REL-ANONIMIZACAO.
           05 RN-ORIGEM         PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RN-ID             PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RN-DESCRICAO      PIC X(60).

       01 REL-TOTAIS.
           05 FILLER            PIC X(17) VALUE "ACOES AUDITADAS: ".
           05 RT-ACOES          PIC ZZZZZZ9.
           05 FILLER            PIC X(15) VALUE "  DEVOLUCOES: ".
           05 RT-DEVOLUCOES     PIC ZZZZZZ9.

       01 REL-TOTAIS-ANONIMIZACAO.
           05 FILLER            PIC X(22)
               VALUE "ENDERECOS MASCARADOS: ".
           05 RTN-MASCARADOS    PIC ZZZZZZ9.
           05 FILLER            PIC X(27)
               VALUE "  COMPARTILHADOS MANTIDOS: ".
           05 RTN-MANTIDOS      PIC ZZZZZZ9.
           05 FILLER            PIC X(22)
               VALUE "  PEDIDOS MASCARADOS: ".
           05 RTN-PEDIDOS       PIC ZZZZZZ9.

      * ---------------------  TELAS DO SISTEMA ------------------------

       SCREEN SECTION.
       01 TELA-IDENTIFICACAO.
           05 BLANK SCREEN BACKGROUND-COLOR 02 FOREGROUND-COLOR 15.
           05 VALUE "DOSSIE E ANONIMIZACAO DE CLIENTE - LGPD"
               FOREGROUND-COLOR 14 LINE 01 COLUMN 20.
           05 VALUE "SUPERVISOR:" FOREGROUND-COLOR 14
               LINE 05 COLUMN 10.
           05 PIC X(08) USING WS-SUPERVISOR-ID LINE 05 COLUMN 22.
           05 VALUE "SENHA     :" FOREGROUND-COLOR 14
               LINE 06 COLUMN 10.
           05 PIC X(08) USING WS-SUPERVISOR-SENHA SECURE
               LINE 06 COLUMN 22.

       01 TELA-PARAMETROS.
           05 BLANK SCREEN BACKGROUND-COLOR 02 FOREGROUND-COLOR 15.
           05 VALUE "DOSSIE E ANONIMIZACAO DE CLIENTE - LGPD"
               FOREGROUND-COLOR 14 LINE 01 COLUMN 20.
           05 VALUE "ID DO CLIENTE:" FOREGROUND-COLOR 14
               LINE 05 COLUMN 10.
           05 PIC X(08) USING WS-ID-PESQUISA LINE 05 COLUMN 40.
           05 VALUE "MODO (D=DOSSIE A=ANONIMIZAR):" FOREGROUND-COLOR 14
               LINE 06 COLUMN 10.
           05 PIC X USING WS-MODO LINE 06 COLUMN 40.

       01 TELA-CONFIRMA-ANONIMIZACAO.
           05 BLANK SCREEN BACKGROUND-COLOR 02 FOREGROUND-COLOR 15.
           05 VALUE "ANONIMIZACAO E IRREVERSIVEL." FOREGROUND-COLOR 14
               LINE 05 COLUMN 10.
           05 VALUE "CLIENTE:" FOREGROUND-COLOR 14 LINE 07 COLUMN 10.
           05 PIC X(08) FROM ID-PESSOA LINE 07 COLUMN 19.
           05 PIC X(35) FROM PES-NOME LINE 07 COLUMN 29.
           05 VALUE "CONFIRMA A ANONIMIZACAO (S/N)?" FOREGROUND-COLOR 14
               LINE 09 COLUMN 10.
           05 PIC X USING WS-CONFIRMA LINE 09 COLUMN 42.

       01 TELA-MENSAGEM.
           05 BLANK SCREEN BACKGROUND-COLOR 02 FOREGROUND-COLOR 15.
           05 PIC X(60) FROM WS-MSG              LINE 15 COLUMN 10.

      *--------------------- BLOCOS DE EXECUÇÃO ------------------------
       PROCEDURE DIVISION.

       P-ABERTURA-ARQUIVO.
           OPEN INPUT ARQUIVOOPERADOR
           IF WS-STATUS-OPERADOR NOT = "00"
               MOVE "ARQUIVO DE OPERADORES INDISPONIVEL" TO WS-MSG
               DISPLAY TELA-MENSAGEM
               GO TO P-FIM.

      *------ IDENTIFICACAO DO SUPERVISOR -------------------------------
       P-IDENTIFICACAO.
           MOVE SPACES TO WS-SUPERVISOR-ID WS-SUPERVISOR-SENHA
           DISPLAY TELA-IDENTIFICACAO
           ACCEPT TELA-IDENTIFICACAO
           MOVE WS-SUPERVISOR-ID TO OPE-ID
           READ ARQUIVOOPERADOR
           IF WS-STATUS-OPERADOR NOT = "00"
               OR OPE-SENHA NOT = WS-SUPERVISOR-SENHA
               MOVE "OPERADOR OU SENHA INVALIDOS" TO WS-MSG
               DISPLAY TELA-MENSAGEM
               ADD 1 TO WS-TENTATIVAS
               IF WS-TENTATIVAS < 3
                   GO TO P-IDENTIFICACAO
               ELSE
                   CLOSE ARQUIVOOPERADOR
                   GO TO P-FIM.
           IF OPE-SITUACAO = "B"
               MOVE "OPERADOR BLOQUEADO" TO WS-MSG
               DISPLAY TELA-MENSAGEM
               CLOSE ARQUIVOOPERADOR
               GO TO P-FIM.
           IF OPE-PERFIL NOT = "3"
               MOVE "ACESSO RESTRITO A SUPERVISORES" TO WS-MSG
               DISPLAY TELA-MENSAGEM
               CLOSE ARQUIVOOPERADOR
               GO TO P-FIM.
           CLOSE ARQUIVOOPERADOR.

      *------ CLIENTE E MODO --------------------------------------------
       P-PARAMETROS.
           MOVE SPACES TO WS-ID-PESQUISA
           MOVE "D" TO WS-MODO
           DISPLAY TELA-PARAMETROS
           ACCEPT TELA-PARAMETROS
           IF NOT MODO-DOSSIE AND NOT MODO-ANONIMIZACAO
               MOVE "MODO INVALIDO - USE D OU A" TO WS-MSG
               DISPLAY TELA-MENSAGEM
               GO TO P-PARAMETROS.

      * NO MODO A OS ARQUIVOS QUE SERAO MASCARADOS ABREM EM I-O.
           IF MODO-ANONIMIZACAO
               OPEN I-O ARQUIVOPESSOA
           ELSE
               OPEN INPUT ARQUIVOPESSOA.
           IF WS-STATUS-PESSOA NOT = "00"
               MOVE "ARQUIVO DE CLIENTES INDISPONIVEL" TO WS-MSG
               DISPLAY TELA-MENSAGEM
               GO TO P-FIM.
           MOVE WS-ID-PESQUISA TO ID-PESSOA
           READ ARQUIVOPESSOA
           IF WS-STATUS-PESSOA NOT = "00"
               MOVE "CLIENTE NAO ENCONTRADO" TO WS-MSG
               DISPLAY TELA-MENSAGEM
               CLOSE ARQUIVOPESSOA
               GO TO P-FIM.

           IF MODO-ANONIMIZACAO
               IF PES-NOME = WS-MASCARA
                   MOVE "CLIENTE JA ANONIMIZADO" TO WS-MSG
                   DISPLAY TELA-MENSAGEM
                   CLOSE ARQUIVOPESSOA
                   GO TO P-FIM
               ELSE
                   MOVE "N" TO WS-CONFIRMA
                   DISPLAY TELA-CONFIRMA-ANONIMIZACAO
                   ACCEPT TELA-CONFIRMA-ANONIMIZACAO
                   IF NOT CONFIRMA-SIM
                       MOVE "ANONIMIZACAO CANCELADA" TO WS-MSG
                       DISPLAY TELA-MENSAGEM
                       CLOSE ARQUIVOPESSOA
                       GO TO P-FIM.

           PERFORM P-ABRIR-ARQUIVOS THRU P-ABRIR-ARQUIVOS-EXIT
           IF WS-STATUS-ARQUIVO NOT = "00"
               OR WS-STATUS-RELATORIO NOT = "00"
               MOVE "ERRO NA ABERTURA DO CADASTRO OU DO RELATORIO"
                   TO WS-MSG
               DISPLAY TELA-MENSAGEM
               PERFORM P-FECHAR-ABERTOS THRU P-FECHAR-ABERTOS-EXIT
               GO TO P-FIM.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM P-CABECALHO THRU P-CABECALHO-EXIT
           MOVE WS-ID-PESQUISA   TO RP-ID
           MOVE WS-SUPERVISOR-ID TO RP-SUPERVISOR
           MOVE WS-DATA-HOJE     TO RP-DATA
           IF MODO-ANONIMIZACAO
               MOVE "ANONIMIZACAO" TO RP-MODO
           ELSE
               MOVE "DOSSIE" TO RP-MODO.
           MOVE REL-PARAMETRO TO REL-LINHA-IMPRESSAO
           PERFORM P-IMPRIMIR-LINHA THRU P-IMPRIMIR-LINHA-EXIT

           PERFORM P-LEVANTAR-ENDERECOS THRU P-LEVANTAR-ENDERECOS-EXIT

           IF MODO-ANONIMIZACAO
               PERFORM P-ANONIMIZAR THRU P-ANONIMIZAR-EXIT.

           PERFORM P-DOSSIE THRU P-DOSSIE-EXIT

           PERFORM P-FECHAR-ARQUIVOS THRU P-FECHAR-ARQUIVOS-EXIT
           IF MODO-ANONIMIZACAO AND ANONIMIZACAO-FEITA
               AND FALHOU-TRILHA
               MOVE "ANONIMIZADO - ERRO NA GRAVACAO DA TRILHA"
                   TO WS-MSG
           ELSE IF MODO-ANONIMIZACAO AND ANONIMIZACAO-COM-ERRO
               MOVE "ANONIMIZACAO COM ERROS - VEJA LGPEND.LST"
                   TO WS-MSG
           ELSE IF MODO-ANONIMIZACAO AND ANONIMIZACAO-FEITA
               MOVE "CLIENTE ANONIMIZADO - VEJA LGPEND.LST" TO WS-MSG
           ELSE IF MODO-ANONIMIZACAO
               MOVE "CONTROLE DA TRILHA OCUPADO - NADA ANONIMIZADO"
                   TO WS-MSG
           ELSE
               MOVE "DOSSIE EMITIDO EM LGPEND.LST" TO WS-MSG.
           DISPLAY TELA-MENSAGEM
           GO TO P-FIM.

      *------ ABERTURA DOS DEMAIS ARQUIVOS ------------------------------
      * VINCULOS, HISTORICOS E PEDIDOS SAO OPCIONAIS: AUSENTES, A
      * SECAO CORRESPONDENTE DO DOSSIE SAI VAZIA.
       P-ABRIR-ARQUIVOS.
           IF MODO-ANONIMIZACAO
               OPEN I-O ARQUIVOENDERECO
               OPEN I-O ARQUIVOHISTORICO
               OPEN I-O ARQUIVOPENDENCIA
           ELSE
               OPEN INPUT ARQUIVOENDERECO
               OPEN INPUT ARQUIVOHISTORICO
               OPEN INPUT ARQUIVOPENDENCIA.
           IF WS-STATUS-HISTORICO = "00"
               MOVE "S" TO WS-HISTORICO-OK.
           IF WS-STATUS-PENDENCIA = "00"
               MOVE "S" TO WS-PENDENCIA-OK.
           OPEN INPUT ARQUIVOVINCULO
           IF WS-STATUS-VINCULO = "00"
               MOVE "S" TO WS-VINCULO-OK.
           OPEN INPUT ARQUIVOHISTDEV
           IF WS-STATUS-HISTDEV = "00"
               MOVE "S" TO WS-HISTDEV-OK.
           OPEN OUTPUT RELATORIO.
       P-ABRIR-ARQUIVOS-EXIT.
           EXIT.

      *------ ENDERECOS LIGADOS AO CLIENTE ------------------------------
      * O PRINCIPAL DO CADPES E O DE CADA VINCULO DO PESEND, SEM
      * REPETIR O MESMO ID.
       P-LEVANTAR-ENDERECOS.
           MOVE ZERO TO WS-QTDE-ENDERECOS
           IF PES-ID-ENDERECO NOT = SPACES
               MOVE PES-ID-ENDERECO TO WS-ID-CANDIDATO
               MOVE "PRINCIPAL" TO WS-ORIGEM-CANDIDATO
               PERFORM P-GUARDAR-ENDERECO THRU P-GUARDAR-ENDERECO-EXIT.
           IF NOT VINCULO-DISPONIVEL
               GO TO P-LEVANTAR-ENDERECOS-EXIT.
           MOVE ID-PESSOA TO VINC-ID-PESSOA
           MOVE LOW-VALUES TO VINC-TIPO
           START ARQUIVOVINCULO KEY IS NOT LESS THAN VINC-CHAVE
           IF WS-STATUS-VINCULO NOT = "00"
               GO TO P-LEVANTAR-ENDERECOS-EXIT.
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM P-LEVANTAR-VINCULO THRU P-LEVANTAR-VINCULO-EXIT
               UNTIL FIM-DO-ARQUIVO.
       P-LEVANTAR-ENDERECOS-EXIT.
           EXIT.

       P-LEVANTAR-VINCULO.
           READ ARQUIVOVINCULO NEXT RECORD
           IF WS-STATUS-VINCULO NOT = "00"
               OR VINC-ID-PESSOA NOT = ID-PESSOA
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO P-LEVANTAR-VINCULO-EXIT.
           MOVE VINC-ID-ENDERECO TO WS-ID-CANDIDATO
           MOVE SPACES TO WS-ORIGEM-CANDIDATO
           STRING "VINCULO " DELIMITED BY SIZE
               VINC-TIPO DELIMITED BY SIZE
               INTO WS-ORIGEM-CANDIDATO
           PERFORM P-GUARDAR-ENDERECO THRU P-GUARDAR-ENDERECO-EXIT.
       P-LEVANTAR-VINCULO-EXIT.
           EXIT.

       P-GUARDAR-ENDERECO.
           MOVE "N" TO WS-ACHOU-ENDERECO
           PERFORM P-PROCURAR-ENDERECO THRU P-PROCURAR-ENDERECO-EXIT
               VARYING WS-IDX-BUSCA FROM 1 BY 1
               UNTIL WS-IDX-BUSCA > WS-QTDE-ENDERECOS
                   OR ACHOU-ENDERECO
           IF NOT ACHOU-ENDERECO AND WS-QTDE-ENDERECOS < 10
               ADD 1 TO WS-QTDE-ENDERECOS
               MOVE WS-ID-CANDIDATO TO TEC-ID (WS-QTDE-ENDERECOS)
               MOVE WS-ORIGEM-CANDIDATO
                   TO TEC-ORIGEM (WS-QTDE-ENDERECOS).
       P-GUARDAR-ENDERECO-EXIT.
           EXIT.

       P-PROCURAR-ENDERECO.
           IF TEC-ID (WS-IDX-BUSCA) = WS-ID-CANDIDATO
               MOVE "S" TO WS-ACHOU-ENDERECO.
       P-PROCURAR-ENDERECO-EXIT.
           EXIT.

      *------ ANONIMIZACAO ----------------------------------------------
      * OS ENDERECOS SAO MASCARADOS ANTES DO CLIENTE: A VERIFICACAO
      * DE COMPARTILHAMENTO LE O CADPES PELA CHAVE ALTERNATIVA E
      * DESPOSICIONA O REGISTRO DO CLIENTE, QUE E RELIDO NO FIM.
      * O CONTROLE DA TRILHA FICA RESERVADO DURANTE TODA A
      * ANONIMIZACAO; OCUPADO, NADA E MASCARADO.
       P-ANONIMIZAR.
           MOVE "AUDEND.DAT" TO WS-NOME-AUDITORIA
           MOVE "ANONIMIZACAO" TO RS-TITULO
           PERFORM P-IMPRIMIR-SECAO THRU P-IMPRIMIR-SECAO-EXIT
           PERFORM P-RESERVAR-TRILHA THRU P-RESERVAR-TRILHA-EXIT
           IF NOT TRILHA-RESERVADA
               MOVE "AUDEND" TO RN-ORIGEM
               MOVE SPACES TO RN-ID
               MOVE "CONTROLE DA TRILHA OCUPADO - NADA ANONIMIZADO"
                   TO RN-DESCRICAO
               MOVE REL-ANONIMIZACAO TO REL-LINHA-IMPRESSAO
               PERFORM P-IMPRIMIR-LINHA THRU P-IMPRIMIR-LINHA-EXIT
               GO TO P-ANONIMIZAR-EXIT.
           MOVE "S" TO WS-ANONIMIZADO

           PERFORM P-ANONIMIZAR-ENDERECO THRU P-ANONIMIZAR-ENDERECO-EXIT
               VARYING WS-IDX-END FROM 1 BY 1
               UNTIL WS-IDX-END > WS-QTDE-ENDERECOS

           IF PENDENCIA-DISPONIVEL
               MOVE WS-ID-PESQUISA TO PEND-ID-ENDERECO
               START ARQUIVOPENDENCIA KEY IS EQUAL TO PEND-ID-ENDERECO
               IF WS-STATUS-PENDENCIA = "00"
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM P-MASCARAR-PEDIDO-CLIENTE
                       THRU P-MASCARAR-PEDIDO-CLIENTE-EXIT
                       UNTIL FIM-DO-ARQUIVO.

      *    CLIENTE QUE NAO PODE SER RELIDO NAO E MASCARADO.
           MOVE WS-ID-PESQUISA TO ID-PESSOA
           READ ARQUIVOPESSOA
           MOVE "CADPES" TO RN-ORIGEM
           MOVE WS-ID-PESQUISA TO RN-ID
           IF WS-STATUS-PESSOA NOT = "00"
               MOVE "S" TO WS-ERRO-ANONIMIZACAO
               MOVE SPACES TO RN-DESCRICAO
               STRING "ERRO " DELIMITED BY SIZE
                   WS-STATUS-PESSOA DELIMITED BY SIZE
                   " NA RELEITURA - CLIENTE NAO MASCARADO"
                   DELIMITED BY SIZE
                   INTO RN-DESCRICAO
               GO TO P-ANONIMIZAR-IMPRIMIR.
           MOVE WS-MASCARA TO PES-NOME
           MOVE SPACES TO PES-TELEFONE
           MOVE SPACES TO PES-DOCUMENTO
      *    "02": OUTRO CLIENTE COM O MESMO ENDERECO OU DOCUMENTO.
           REWRITE PESSOA
           IF WS-STATUS-PESSOA = "00" OR WS-STATUS-PESSOA = "02"
               MOVE "NOME, TELEFONE E CPF/CNPJ MASCARADOS"
                   TO RN-DESCRICAO
               MOVE ID-PESSOA TO WS-ID-AUDITORIA
               MOVE "N" TO WS-ACAO-AUDITORIA
               PERFORM P-GRAVA-AUDITORIA THRU P-GRAVA-AUDITORIA-EXIT
           ELSE
               MOVE "S" TO WS-ERRO-ANONIMIZACAO
               MOVE "ERRO NA GRAVACAO DO CLIENTE" TO RN-DESCRICAO.

       P-ANONIMIZAR-IMPRIMIR.
           MOVE REL-ANONIMIZACAO TO REL-LINHA-IMPRESSAO
           PERFORM P-IMPRIMIR-LINHA THRU P-IMPRIMIR-LINHA-EXIT

      *    ACAO QUE NAO ENTROU NA TRILHA: O DOSSIE E A TELA AVISAM.
           IF FALHOU-TRILHA
               MOVE "AUDEND" TO RN-ORIGEM
               MOVE SPACES TO RN-ID
               MOVE "ERRO NA GRAVACAO DA TRILHA" TO RN-DESCRICAO
               MOVE REL-ANONIMIZACAO TO REL-LINHA-IMPRESSAO
               PERFORM P-IMPRIMIR-LINHA THRU P-IMPRIMIR-LINHA-EXIT.

           MOVE WS-TOTAL-MASCARADOS TO RTN-MASCARADOS
           MOVE WS-TOTAL-MANTIDOS   TO RTN-MANTIDOS
           MOVE WS-TOTAL-PEDIDOS    TO RTN-PEDIDOS
           MOVE REL-TOTAIS-ANONIMIZACAO TO REL-LINHA-IMPRESSAO
           PERFORM P-IMPRIMIR-LINHA THRU P-IMPRIMIR-LINHA-EXIT
           PERFORM P-LIBERAR-TRILHA THRU P-LIBERAR-TRILHA-EXIT.
       P-ANONIMIZAR-EXIT.
           EXIT.

       P-ANONIMIZAR-ENDERECO.
           PERFORM P-VERIFICA-COMPARTILHADO
               THRU P-VERIFICA-COMPARTILHADO-EXIT
           IF ENDERECO-COMPARTILHADO
               ADD 1 TO WS-TOTAL-MANTIDOS
               MOVE "CADEND" TO RN-ORIGEM
               MOVE TEC-ID (WS-IDX-END) TO RN-ID
               MOVE "USADO POR OUTRO CLIENTE - MANTIDO" TO RN-DESCRICAO
               MOVE REL-ANONIMIZACAO TO REL-LINHA-IMPRESSAO
               PERFORM P-IMPRIMIR-LINHA THRU P-IMPRIMIR-LINHA-EXIT
               GO TO P-ANONIMIZAR-ENDERECO-EXIT.

           MOVE TEC-ID (WS-IDX-END) TO WS-ID-AUDITORIA
           MOVE "N" TO WS-ACHOU-ENDERECO

      *    CADASTRO: ATIVO OU SUSPEITO TAMBEM E EXCLUIDO LOGICAMENTE.
           MOVE TEC-ID (WS-IDX-END) TO ID-ENDERECO
           READ ARQUIVOENDERECO
           IF WS-STATUS-ARQUIVO = "00"
               MOVE "S" TO WS-ACHOU-ENDERECO
               MOVE WS-MASCARA TO LOGRA
               MOVE SPACES TO NUMERO COMPLEMENTO BAIRRO
               MOVE "CADEND" TO RN-ORIGEM
               MOVE ID-ENDERECO TO RN-ID
               IF END-SITUACAO NOT = "E"
                   MOVE "E" TO END-SITUACAO
                   MOVE WS-DATA-HOJE TO END-DATA-EXCLUSAO
                   MOVE "E" TO WS-ACAO-AUDITORIA
                   MOVE "MASCARADO E EXCLUIDO" TO RN-DESCRICAO
               ELSE
                   MOVE SPACE TO WS-ACAO-AUDITORIA
                   MOVE "MASCARADO" TO RN-DESCRICAO.
           IF WS-STATUS-ARQUIVO = "00"
               REWRITE ENDERECO
               IF WS-STATUS-ARQUIVO NOT = "00"
                   AND WS-STATUS-ARQUIVO NOT = "02"
                   MOVE "S" TO WS-ERRO-ANONIMIZACAO
                   MOVE "ERRO NA GRAVACAO DO ENDERECO" TO RN-DESCRICAO
               ELSE IF WS-ACAO-AUDITORIA = "E"
                   PERFORM P-GRAVA-AUDITORIA
                       THRU P-GRAVA-AUDITORIA-EXIT.
           IF ACHOU-ENDERECO
               MOVE REL-ANONIMIZACAO TO REL-LINHA-IMPRESSAO
               PERFORM P-IMPRIMIR-LINHA THRU P-IMPRIMIR-LINHA-EXIT.

      *    HISTORICO DE EXPURGO.
           IF HISTORICO-DISPONIVEL
               PERFORM P-MASCARAR-HISTORICO
                   THRU P-MASCARAR-HISTORICO-EXIT.

      *    IMAGENS DOS PEDIDOS; O PENDENTE E REJEITADO.
           IF PENDENCIA-DISPONIVEL
               MOVE TEC-ID (WS-IDX-END) TO PEND-ID-ENDERECO
               START ARQUIVOPENDENCIA KEY IS EQUAL TO PEND-ID-ENDERECO
               IF WS-STATUS-PENDENCIA = "00"
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM P-MASCARAR-PEDIDO
                       THRU P-MASCARAR-PEDIDO-EXIT
                       UNTIL FIM-DO-ARQUIVO.

           IF ACHOU-ENDERECO
               ADD 1 TO WS-TOTAL-MASCARADOS
               MOVE "L" TO WS-ACAO-AUDITORIA
               PERFORM P-GRAVA-AUDITORIA THRU P-GRAVA-AUDITORIA-EXIT.
       P-ANONIMIZAR-ENDERECO-EXIT.
           EXIT.

      *    REGISTRO DO HISTORICO DE EXPURGO; SO CONTA SE REGRAVADO.
       P-MASCARAR-HISTORICO.
           MOVE TEC-ID (WS-IDX-END) TO HIST-ID
           READ ARQUIVOHISTORICO
           IF WS-STATUS-HISTORICO NOT = "00"
               GO TO P-MASCARAR-HISTORICO-EXIT.
           MOVE WS-MASCARA TO HIST-LOGRA
           MOVE SPACES TO HIST-NUMERO HIST-COMPLEMENTO HIST-BAIRRO
           REWRITE HISTORICO-REG
           MOVE "HISTEND" TO RN-ORIGEM
           MOVE HIST-ID TO RN-ID
           IF WS-STATUS-HISTORICO = "00"
               MOVE "S" TO WS-ACHOU-ENDERECO
               MOVE "MASCARADO" TO RN-DESCRICAO
           ELSE
               MOVE "S" TO WS-ERRO-ANONIMIZACAO
               MOVE SPACES TO RN-DESCRICAO
               STRING "ERRO " DELIMITED BY SIZE
                   WS-STATUS-HISTORICO DELIMITED BY SIZE
                   INTO RN-DESCRICAO.
           MOVE REL-ANONIMIZACAO TO REL-LINHA-IMPRESSAO
           PERFORM P-IMPRIMIR-LINHA THRU P-IMPRIMIR-LINHA-EXIT.
       P-MASCARAR-HISTORICO-EXIT.
           EXIT.

       P-MASCARAR-PEDIDO.
           READ ARQUIVOPENDENCIA NEXT RECORD
           IF (WS-STATUS-PENDENCIA NOT = "00"
                   AND WS-STATUS-PENDENCIA NOT = "02")
               OR PEND-ID-ENDERECO NOT = TEC-ID (WS-IDX-END)
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO P-MASCARAR-PEDIDO-EXIT.
      *    PEDIDO DE CLIENTE COM O MESMO NUMERO NAO E DESTE ENDERECO.
           IF PEND-TIPO NOT = "A" AND PEND-TIPO NOT = "E"
               GO TO P-MASCARAR-PEDIDO-EXIT.
           MOVE WS-MASCARA TO PA-LOGRA PD-LOGRA
           MOVE SPACES TO PA-NUMERO PA-COMPLEMENTO PA-BAIRRO
               PD-NUMERO PD-COMPLEMENTO PD-BAIRRO
           IF PEND-SITUACAO = "P"
               MOVE "R" TO PEND-SITUACAO
               MOVE WS-SUPERVISOR-ID TO PEND-APROVADOR
               MOVE WS-DATA-HOJE TO PEND-DATA-DECISAO
               ACCEPT PEND-HORA-DECISAO FROM TIME
               MOVE "ENDERECO ANONIMIZADO (LGPD)" TO PEND-MOTIVO.
           REWRITE PENDENCIA-REG
           IF WS-STATUS-PENDENCIA NOT = "00"
               AND WS-STATUS-PENDENCIA NOT = "02"
               PERFORM P-ERRO-PEDIDO THRU P-ERRO-PEDIDO-EXIT
               GO TO P-MASCARAR-PEDIDO-EXIT.
           ADD 1 TO WS-TOTAL-PEDIDOS.
       P-MASCARAR-PEDIDO-EXIT.
           EXIT.

      *    PEDIDOS C/V SOBRE O CLIENTE ANONIMIZADO.
       P-MASCARAR-PEDIDO-CLIENTE.
           READ ARQUIVOPENDENCIA NEXT RECORD
           IF (WS-STATUS-PENDENCIA NOT = "00"
                   AND WS-STATUS-PENDENCIA NOT = "02")
               OR PEND-ID-ENDERECO NOT = WS-ID-PESQUISA
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO P-MASCARAR-PEDIDO-CLIENTE-EXIT.
           IF PEND-TIPO NOT = "C" AND PEND-TIPO NOT = "V"
               GO TO P-MASCARAR-PEDIDO-CLIENTE-EXIT.
           MOVE WS-MASCARA TO PAC-NOME PDC-NOME
           MOVE SPACES TO PAC-TELEFONE PAC-DOCUMENTO
               PDC-TELEFONE PDC-DOCUMENTO
           IF PEND-SITUACAO = "P"
               MOVE "R" TO PEND-SITUACAO
               MOVE WS-SUPERVISOR-ID TO PEND-APROVADOR
               MOVE WS-DATA-HOJE TO PEND-DATA-DECISAO
               ACCEPT PEND-HORA-DECISAO FROM TIME
               MOVE "CLIENTE ANONIMIZADO (LGPD)" TO PEND-MOTIVO.
           REWRITE PENDENCIA-REG
           IF WS-STATUS-PENDENCIA NOT = "00"
               AND WS-STATUS-PENDENCIA NOT = "02"
               PERFORM P-ERRO-PEDIDO THRU P-ERRO-PEDIDO-EXIT
               GO TO P-MASCARAR-PEDIDO-CLIENTE-EXIT.
           ADD 1 TO WS-TOTAL-PEDIDOS.
       P-MASCARAR-PEDIDO-CLIENTE-EXIT.
           EXIT.

      *    PEDIDO NAO REGRAVADO: SAI NO DOSSIE E NAO E CONTADO.
       P-ERRO-PEDIDO.
           MOVE "S" TO WS-ERRO-ANONIMIZACAO
           MOVE "PENDEND" TO RN-ORIGEM
           MOVE PEND-ID-ENDERECO TO RN-ID
           MOVE SPACES TO RN-DESCRICAO
           STRING "ERRO " DELIMITED BY SIZE
               WS-STATUS-PENDENCIA DELIMITED BY SIZE
               " NO PEDIDO DE " DELIMITED BY SIZE
               PEND-DATA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PEND-HORA DELIMITED BY SIZE
               INTO RN-DESCRICAO
           MOVE REL-ANONIMIZACAO TO REL-LINHA-IMPRESSAO
           PERFORM P-IMPRIMIR-LINHA THRU P-IMPRIMIR-LINHA-EXIT.
       P-ERRO-PEDIDO-EXIT.
           EXIT.

      *------ ENDERECO USADO POR OUTRO CLIENTE? -------------------------
       P-VERIFICA-COMPARTILHADO.
           MOVE "N" TO WS-COMPARTILHADO
           MOVE TEC-ID (WS-IDX-END) TO PES-ID-ENDERECO
           START ARQUIVOPESSOA KEY IS EQUAL TO PES-ID-ENDERECO
           IF WS-STATUS-PESSOA = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM P-COMPARTILHADO-PESSOA
                   THRU P-COMPARTILHADO-PESSOA-EXIT
                   UNTIL FIM-DO-ARQUIVO OR ENDERECO-COMPARTILHADO.
           IF ENDERECO-COMPARTILHADO OR NOT VINCULO-DISPONIVEL
               GO TO P-VERIFICA-COMPARTILHADO-EXIT.
           MOVE TEC-ID (WS-IDX-END) TO VINC-ID-ENDERECO
           START ARQUIVOVINCULO KEY IS EQUAL TO VINC-ID-ENDERECO
           IF WS-STATUS-VINCULO = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM P-COMPARTILHADO-VINCULO
                   THRU P-COMPARTILHADO-VINCULO-EXIT
                   UNTIL FIM-DO-ARQUIVO OR ENDERECO-COMPARTILHADO.
       P-VERIFICA-COMPARTILHADO-EXIT.
           EXIT.

       P-COMPARTILHADO-PESSOA.
           READ ARQUIVOPESSOA NEXT RECORD
           IF (WS-STATUS-PESSOA NOT = "00"
                   AND WS-STATUS-PESSOA NOT = "02")
               OR PES-ID-ENDERECO NOT = TEC-ID (WS-IDX-END)
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO P-COMPARTILHADO-PESSOA-EXIT.
           IF ID-PESSOA NOT = WS-ID-PESQUISA
               MOVE "S" TO WS-COMPARTILHADO.
       P-COMPARTILHADO-PESSOA-EXIT.
           EXIT.

       P-COMPARTILHADO-VINCULO.
           READ ARQUIVOVINCULO NEXT RECORD
           IF (WS-STATUS-VINCULO NOT = "00"
                   AND WS-STATUS-VINCULO NOT = "02")
               OR VINC-ID-ENDERECO NOT = TEC-ID (WS-IDX-END)
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO P-COMPARTILHADO-VINCULO-EXIT.
           IF VINC-ID-PESSOA NOT = WS-ID-PESQUISA
               MOVE "S" TO WS-COMPARTILHADO.
       P-COMPARTILHADO-VINCULO-EXIT.
           EXIT.

      *------ DOSSIE ----------------------------------------------------
       P-DOSSIE.
           MOVE "CLIENTE (CADPES.DAT)" TO RS-TITULO
           PERFORM P-IMPRIMIR-SECAO THRU P-IMPRIMIR-SECAO-EXIT
           MOVE WS-ID-PESQUISA TO ID-PESSOA
           READ ARQUIVOPESSOA
           MOVE ID-PESSOA       TO RC-ID
           MOVE PES-NOME        TO RC-NOME
           MOVE PES-TELEFONE    TO RC-TELEFONE
           MOVE PES-ID-ENDERECO TO RC-ID-ENDERECO
           MOVE PES-DOCUMENTO   TO RC-DOCUMENTO
           MOVE REL-CLIENTE TO REL-LINHA-IMPRESSAO
           PERFORM P-IMPRIMIR-LINHA THRU P-IMPRIMIR-LINHA-EXIT

           MOVE "VINCULOS (PESEND.DAT)" TO RS-TITULO
           PERFORM P-IMPRIMIR-SECAO THRU P-IMPRIMIR-SECAO-EXIT
           IF VINCULO-DISPONIVEL
               MOVE ID-PESSOA TO VINC-ID-PESSOA
               MOVE LOW-VALUES TO VINC-TIPO
               START ARQUIVOVINCULO KEY IS NOT LESS THAN VINC-CHAVE
               IF WS-STATUS-VINCULO = "00"
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM P-DOSSIE-VINCULO THRU P-DOSSIE-VINCULO-EXIT
                       UNTIL FIM-DO-ARQUIVO.

           MOVE "ENDERECOS (CADEND.DAT E HISTEND.DAT)" TO RS-TITULO
           PERFORM P-IMPRIMIR-SECAO THRU P-IMPRIMIR-SECAO-EXIT
           PERFORM P-DOSSIE-ENDERECO THRU P-DOSSIE-ENDERECO-EXIT
               VARYING WS-IDX-END FROM 1 BY 1
               UNTIL WS-IDX-END > WS-QTDE-ENDERECOS

           MOVE "DEVOLUCOES DOS CORREIOS (DEVHIST.DAT)" TO RS-TITULO
           PERFORM P-IMPRIMIR-SECAO THRU P-IMPRIMIR-SECAO-EXIT
           IF HISTDEV-DISPONIVEL
               PERFORM P-DOSSIE-DEVOLUCOES
                   THRU P-DOSSIE-DEVOLUCOES-EXIT
                   VARYING WS-IDX-END FROM 1 BY 1
                   UNTIL WS-IDX-END > WS-QTDE-ENDERECOS.

           MOVE "ACOES DA TRILHA DE AUDITORIA (AUDEND.DAT)"
               TO RS-TITULO
           PERFORM P-IMPRIMIR-SECAO THRU P-IMPRIMIR-SECAO-EXIT
           PERFORM P-ABRIR-TRILHA THRU P-ABRIR-TRILHA-EXIT
           IF WS-STATUS-AUDITORIA = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM P-DOSSIE-ACAO THRU P-DOSSIE-ACAO-EXIT
                   UNTIL FIM-DO-ARQUIVO
               CLOSE ARQUIVOAUDITORIA.
           IF NOT TRILHA-COMPLETA
               MOVE "AUDEND" TO RN-ORIGEM
               MOVE SPACES TO RN-ID
               MOVE "GERACAO DA TRILHA INDISPONIVEL - DOSSIE PARCIAL"
                   TO RN-DESCRICAO
               MOVE REL-ANONIMIZACAO TO REL-LINHA-IMPRESSAO
               PERFORM P-IMPRIMIR-LINHA THRU P-IMPRIMIR-LINHA-EXIT.

           MOVE WS-TOTAL-ACOES      TO RT-ACOES
           MOVE WS-TOTAL-DEVOLUCOES TO RT-DEVOLUCOES
           MOVE REL-TOTAIS TO REL-LINHA-IMPRESSAO
           PERFORM P-IMPRIMIR-LINHA THRU P-IMPRIMIR-LINHA-EXIT.
       P-DOSSIE-EXIT.
           EXIT.

       P-DOSSIE-VINCULO.
           READ ARQUIVOVINCULO NEXT RECORD
           IF WS-STATUS-VINCULO NOT = "00"
               OR VINC-ID-PESSOA NOT = ID-PESSOA
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO P-DOSSIE-VINCULO-EXIT.
           MOVE VINC-TIPO TO RV-TIPO
           IF VINC-TIPO = "C"
               MOVE "COBRANCA" TO RV-DESCRICAO
           ELSE IF VINC-TIPO = "E"
               MOVE "ENTREGA" TO RV-DESCRICAO
           ELSE IF VINC-TIPO = "R"
               MOVE "CORRESPONDENCIA" TO RV-DESCRICAO
           ELSE
               MOVE SPACES TO RV-DESCRICAO.
           MOVE VINC-ID-ENDERECO TO RV-ID-ENDERECO
           MOVE VINC-DATA-INICIO TO RV-INICIO
           MOVE VINC-DATA-FIM    TO RV-FIM
           MOVE REL-VINCULO TO REL-LINHA-IMPRESSAO
           PERFORM P-IMPRIMIR-LINHA THRU P-IMPRIMIR-LINHA-EXIT.
       P-DOSSIE-VINCULO-EXIT.
           EXIT.

       P-DOSSIE-ENDERECO.
           MOVE "N" TO WS-ACHOU-ENDERECO
           MOVE TEC-ID (WS-IDX-END) TO ID-ENDERECO
           READ ARQUIVOENDERECO
           IF WS-STATUS-ARQUIVO = "00"
               MOVE "S" TO WS-ACHOU-ENDERECO
               MOVE TEC-ORIGEM (WS-IDX-END) TO RE-ORIGEM
               MOVE ID-ENDERECO TO RE-ID
               MOVE CEP         TO RE-CEP
               MOVE LOGRA       TO RE-LOGRA
               MOVE NUMERO      TO RE-NUMERO
               MOVE COMPLEMENTO TO RE-COMPLEMENTO
               MOVE CIDADE      TO RE-CIDADE
               MOVE UF          TO RE-UF
               IF END-SITUACAO = "E"
                   MOVE "EXCLUIDO" TO RE-SITUACAO
               ELSE IF END-SITUACAO = "S"
                   MOVE "SUSPEITO" TO RE-SITUACAO
               ELSE
                   MOVE "ATIVO" TO RE-SITUACAO.
           IF ACHOU-ENDERECO
               MOVE REL-ENDERECO TO REL-LINHA-IMPRESSAO
               PERFORM P-IMPRIMIR-LINHA THRU P-IMPRIMIR-LINHA-EXIT.

           IF HISTORICO-DISPONIVEL
               MOVE TEC-ID (WS-IDX-END) TO HIST-ID
               READ ARQUIVOHISTORICO
               IF WS-STATUS-HISTORICO = "00"
                   MOVE "S" TO WS-ACHOU-ENDERECO
                   MOVE TEC-ORIGEM (WS-IDX-END) TO RE-ORIGEM
                   MOVE HIST-ID          TO RE-ID
                   MOVE HIST-CEP         TO RE-CEP
                   MOVE HIST-LOGRA       TO RE-LOGRA
                   MOVE HIST-NUMERO      TO RE-NUMERO
                   MOVE HIST-COMPLEMENTO TO RE-COMPLEMENTO
                   MOVE HIST-CIDADE      TO RE-CIDADE
                   MOVE HIST-UF          TO RE-UF
                   MOVE "EXPURGADO" TO RE-SITUACAO
                   MOVE REL-ENDERECO TO REL-LINHA-IMPRESSAO
                   PERFORM P-IMPRIMIR-LINHA
                       THRU P-IMPRIMIR-LINHA-EXIT.

           IF NOT ACHOU-ENDERECO
               MOVE SPACES TO REL-ENDERECO
               MOVE TEC-ORIGEM (WS-IDX-END) TO RE-ORIGEM
               MOVE TEC-ID (WS-IDX-END) TO RE-ID
               MOVE "NAO ENCONTRADO" TO RE-SITUACAO
               MOVE REL-ENDERECO TO REL-LINHA-IMPRESSAO
               PERFORM P-IMPRIMIR-LINHA THRU P-IMPRIMIR-LINHA-EXIT.
       P-DOSSIE-ENDERECO-EXIT.
           EXIT.

       P-DOSSIE-DEVOLUCOES.
           MOVE TEC-ID (WS-IDX-END) TO DEVH-ID-ENDERECO
           MOVE LOW-VALUES TO DEVH-DATA DEVH-MOTIVO
           START ARQUIVOHISTDEV KEY IS NOT LESS THAN DEVH-CHAVE
           IF WS-STATUS-HISTDEV NOT = "00"
               GO TO P-DOSSIE-DEVOLUCOES-EXIT.
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM P-DOSSIE-DEVOLUCAO THRU P-DOSSIE-DEVOLUCAO-EXIT
               UNTIL FIM-DO-ARQUIVO.
       P-DOSSIE-DEVOLUCOES-EXIT.
           EXIT.

       P-DOSSIE-DEVOLUCAO.
           READ ARQUIVOHISTDEV NEXT RECORD
           IF WS-STATUS-HISTDEV NOT = "00"
               OR DEVH-ID-ENDERECO NOT = TEC-ID (WS-IDX-END)
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO P-DOSSIE-DEVOLUCAO-EXIT.
           MOVE DEVH-ID-ENDERECO TO RD-ID
           MOVE DEVH-DATA        TO RD-DATA
           MOVE DEVH-MOTIVO      TO RD-MOTIVO
           MOVE DEVH-SITUACAO    TO RD-SITUACAO
           MOVE REL-DEVOLUCAO TO REL-LINHA-IMPRESSAO
           PERFORM P-IMPRIMIR-LINHA THRU P-IMPRIMIR-LINHA-EXIT
           ADD 1 TO WS-TOTAL-DEVOLUCOES.
       P-DOSSIE-DEVOLUCAO-EXIT.
           EXIT.

      * AS ACOES "N", "M", "J", "Y", "K", "W" E "Z" TEM O ID-PESSOA
      * NO AUD-ID; AS DEMAIS TEM O ID-ENDERECO.
       P-DOSSIE-ACAO.
           PERFORM P-LER-TRILHA THRU P-LER-TRILHA-EXIT
           IF WS-STATUS-AUDITORIA NOT = "00"
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO P-DOSSIE-ACAO-EXIT.
           MOVE "N" TO WS-ACAO-SELECIONADA
           IF AUD-ACAO = "N" OR AUD-ACAO = "M" OR AUD-ACAO = "J"
               OR AUD-ACAO = "Y" OR AUD-ACAO = "K" OR AUD-ACAO = "W"
               OR AUD-ACAO = "Z"
               IF AUD-ID = WS-ID-PESQUISA
                   MOVE "S" TO WS-ACAO-SELECIONADA
               ELSE
                   NEXT SENTENCE
           ELSE
               MOVE "N" TO WS-ACHOU-ENDERECO
               MOVE AUD-ID TO WS-ID-CANDIDATO
               PERFORM P-PROCURAR-ENDERECO
                   THRU P-PROCURAR-ENDERECO-EXIT
                   VARYING WS-IDX-BUSCA FROM 1 BY 1
                   UNTIL WS-IDX-BUSCA > WS-QTDE-ENDERECOS
                       OR ACHOU-ENDERECO
               MOVE WS-ACHOU-ENDERECO TO WS-ACAO-SELECIONADA.
           IF NOT ACAO-SELECIONADA
               GO TO P-DOSSIE-ACAO-EXIT.
           MOVE AUD-DATA     TO RA-DATA
           MOVE AUD-HORA     TO RA-HORA
           MOVE AUD-OPERADOR TO RA-OPERADOR
           MOVE AUD-ACAO     TO RA-ACAO
           MOVE AUD-ID       TO RA-ID
           MOVE REL-ACAO TO REL-LINHA-IMPRESSAO
           PERFORM P-IMPRIMIR-LINHA THRU P-IMPRIMIR-LINHA-EXIT
           ADD 1 TO WS-TOTAL-ACOES.
       P-DOSSIE-ACAO-EXIT.
           EXIT.

      *------ GRAVACAO DE UMA ACAO NA TRILHA ----------------------------
       P-GRAVA-AUDITORIA.
           MOVE WS-ID-AUDITORIA   TO AUD-ID
           MOVE WS-ACAO-AUDITORIA TO AUD-ACAO
           MOVE WS-SUPERVISOR-ID  TO AUD-OPERADOR
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           ACCEPT AUD-HORA FROM TIME
           PERFORM P-GRAVAR-TRILHA THRU P-GRAVAR-TRILHA-EXIT.
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

      *------ IMPRESSAO COM QUEBRA DE PAGINA ----------------------------
       P-IMPRIMIR-SECAO.
           MOVE REL-SECAO TO REL-LINHA-IMPRESSAO
           PERFORM P-IMPRIMIR-LINHA THRU P-IMPRIMIR-LINHA-EXIT.
       P-IMPRIMIR-SECAO-EXIT.
           EXIT.

       P-IMPRIMIR-LINHA.
           IF WS-LINHA-PAGINA NOT < WS-MAX-LINHAS
               PERFORM P-CABECALHO THRU P-CABECALHO-EXIT.
           WRITE REL-LINHA FROM REL-LINHA-IMPRESSAO
           ADD 1 TO WS-LINHA-PAGINA.
       P-IMPRIMIR-LINHA-EXIT.
           EXIT.

       P-CABECALHO.
           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO REL-CAB-PAGINA
           WRITE REL-LINHA FROM REL-CABECALHO
           MOVE ZERO TO WS-LINHA-PAGINA.
       P-CABECALHO-EXIT.
           EXIT.

      *------ FECHAMENTO ------------------------------------------------
       P-FECHAR-ARQUIVOS.
           CLOSE ARQUIVOPESSOA ARQUIVOENDERECO RELATORIO
           IF VINCULO-DISPONIVEL
               CLOSE ARQUIVOVINCULO.
           IF HISTORICO-DISPONIVEL
               CLOSE ARQUIVOHISTORICO.
           IF HISTDEV-DISPONIVEL
               CLOSE ARQUIVOHISTDEV.
           IF PENDENCIA-DISPONIVEL
               CLOSE ARQUIVOPENDENCIA.
       P-FECHAR-ARQUIVOS-EXIT.
           EXIT.

      *    ABERTURA QUE FALHOU: FECHA SO O QUE CHEGOU A ABRIR.
       P-FECHAR-ABERTOS.
           CLOSE ARQUIVOPESSOA
           IF WS-STATUS-RELATORIO = "00"
               CLOSE RELATORIO.
           IF WS-STATUS-ARQUIVO = "00"
               CLOSE ARQUIVOENDERECO.
           IF VINCULO-DISPONIVEL
               CLOSE ARQUIVOVINCULO.
           IF HISTORICO-DISPONIVEL
               CLOSE ARQUIVOHISTORICO.
           IF HISTDEV-DISPONIVEL
               CLOSE ARQUIVOHISTDEV.
           IF PENDENCIA-DISPONIVEL
               CLOSE ARQUIVOPENDENCIA.
       P-FECHAR-ABERTOS-EXIT.
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
