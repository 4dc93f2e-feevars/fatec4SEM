           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-AUDITORIA.

           SELECT ARQUIVOSELO ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS SELO-CHAVE
           LOCK MODE               IS MANUAL
           FILE STATUS             IS WS-STATUS-SELO.

           SELECT ARQUIVOPESSOA ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS ID-PESSOA
           FILE STATUS             IS WS-STATUS-PESSOA
           ALTERNATE RECORD KEY    IS PES-ID-ENDERECO WITH DUPLICATES
           ALTERNATE RECORD KEY    IS PES-DOCUMENTO WITH DUPLICATES.

           SELECT ARQUIVOOPERADOR ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           FILE STATUS             IS WS-STATUS-VINCULO
           ALTERNATE RECORD KEY    IS VINC-ID-ENDERECO WITH DUPLICATES.

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

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVOENDERECO
           VALUE OF FILE-ID IS "CADEND.DAT".
       
       01 ENDERECO.
           05 ID-ENDERECO      PIC X(08).
           05 CEP              PIC X(08).
           05 LOGRA            PIC X(35).
           05 NUMERO           PIC X(06).

       01 CONTROLE-ID.
           05 CTRL-CHAVE        PIC X(04).
           05 CTRL-ULTIMO-ID    PIC 9(08).

       FD  ARQUIVOCEPREF
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

       FD  ARQUIVOPESSOA
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CADPES.DAT".

       01 PESSOA.
           05 ID-PESSOA          PIC X(08).
           05 PES-NOME           PIC X(35).
           05 PES-TELEFONE       PIC X(12).
           05 PES-ID-ENDERECO    PIC X(08).
           05 PES-DOCUMENTO      PIC X(14).

       FD  ARQUIVOOPERADOR
           LABEL RECORDS ARE STANDARD

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

      * ALTERACOES E PEDIDOS DE EXCLUSAO DO PERFIL 2 AGUARDANDO O
      * SUPERVISOR: IMAGENS ANTES/DEPOIS DO ENDERECO, SOLICITANTE E
      * MOMENTO DO PEDIDO. TIPO A=ALTERACAO E=EXCLUSAO; SITUACAO
      * P=PENDENTE A=APROVADA R=REJEITADA.
      * TIPO C=TROCA DO ENDERECO PRINCIPAL DO CLIENTE E V=INCLUSAO,
      * ALTERACAO OU EXCLUSAO DE VINCULO: PEND-ID-ENDERECO GUARDA O
      * ID-PESSOA E AS IMAGENS SAO AS DO CADPES E DO PESEND (VISAO
      * PEND-ANTES-CLIENTE/PEND-DEPOIS-CLIENTE). VINCULO ANTES EM
      * BRANCO E INCLUSAO; VINCULO DEPOIS EM BRANCO E EXCLUSAO.
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
               10 PAV-VINCULO.
                   15 PAV-ID-PESSOA    PIC X(08).
                   15 PAV-TIPO         PIC X(01).
                   15 PAV-ID-ENDERECO  PIC X(08).
                   15 PAV-DATA-INICIO  PIC X(08).
                   15 PAV-DATA-FIM     PIC X(08).
                   15 PAV-SITUACAO     PIC X(01).
               10 FILLER           PIC X(32).
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
               10 PDV-VINCULO.
                   15 PDV-ID-PESSOA    PIC X(08).
                   15 PDV-TIPO         PIC X(01).
                   15 PDV-ID-ENDERECO  PIC X(08).
                   15 PDV-DATA-INICIO  PIC X(08).
                   15 PDV-DATA-FIM     PIC X(08).
                   15 PDV-SITUACAO     PIC X(01).
               10 FILLER           PIC X(32).
           05 PEND-APROVADOR       PIC X(08).
           05 PEND-DATA-DECISAO    PIC X(08).
           05 PEND-HORA-DECISAO    PIC X(08).
           05 PEND-MOTIVO          PIC X(40).

      *---------------------- VARIAVEIS DE TRABALHO --------------------
       WORKING-STORAGE SECTION.
       77 WS-STATUS-CONTROLE           PIC X(02).
       77 WS-STATUS-CEPREF             PIC X(02).
       77 WS-MSG                       PIC X(60).
       77 WS-MSG-ANTERIOR              PIC X(60).
       77 WS-OPCAO                     PIC X.

       77 WS-CEPREF-OK                 PIC X VALUE "N".
           88 CEPREF-DISPONIVEL              VALUE "S".

       77 WS-STATUS-AUDITORIA          PIC X(02).
       77 WS-STATUS-SELO               PIC X(02).
       77 WS-OPERADOR-ID               PIC X(08).
       77 WS-ACAO-AUDITORIA            PIC X(01).

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

       77 WS-MAIOR-ID                  PIC 9(08) VALUE ZERO.
       77 WS-ID-NUMERICO               PIC 9(08) VALUE ZERO.

       77 WS-CEPREF-ENCONTRADO         PIC X VALUE "N".
           88 CEPREF-ENCONTRADO              VALUE "S".
           88 PERFIL-CONSULTA                VALUE "1".
           88 PERFIL-CADASTRO                VALUE "2".
           88 PERFIL-SUPERVISOR              VALUE "3".
       77 WS-MENU-EXCLUIR              PIC X(26) VALUE SPACES.
       77 WS-MENU-PENDENCIA            PIC X(26) VALUE SPACES.
       77 WS-OPCAO-PESSOA              PIC X.
       77 WS-ID-PESSOA-PESQUISA        PIC X(08).
       77 WS-TITULO-PESSOA             PIC X(10) VALUE "NOVO".
       77 WS-MODO-PESSOA               PIC X VALUE "I".
           88 MODO-PESSOA-INCLUSAO           VALUE "I".
           88 MODO-PESSOA-ALTERACAO          VALUE "A".
           88 MODO-PESSOA-EXCLUSAO           VALUE "E".
       77 WS-MAIOR-ID-PESSOA           PIC 9(08) VALUE ZERO.
       77 WS-DOC-PESQUISA              PIC X(14).
       77 WS-DOCUMENTO-ANTES           PIC X(14).
       01 WS-PESSOA-DIGITADA.
           05 WS-DIGITADA-ID           PIC X(08).
           05 FILLER                   PIC X(55).
           05 WS-DIGITADA-DOCUMENTO    PIC X(14).

      * CRITICA DO CPF (11 DIGITOS) E DO CNPJ (14 DIGITOS) PELOS
      * DOIS DIGITOS VERIFICADORES DE MODULO 11.
       77 WS-DOCUMENTO-OK              PIC X VALUE "N".
           88 DOCUMENTO-VALIDO               VALUE "S".
       77 WS-DOC-TAMANHO               PIC 9(02) VALUE ZERO.
       77 WS-DOC-POSICAO               PIC 9(02) VALUE ZERO.
       77 WS-DOC-IDX                   PIC 9(02) COMP.
       77 WS-DOC-IDX-PESO              PIC 9(02) COMP.
       77 WS-DOC-PESO                  PIC 9(02) VALUE ZERO.
       77 WS-DOC-SOMA                  PIC 9(05) VALUE ZERO.
       77 WS-DOC-QUOCIENTE             PIC 9(05) VALUE ZERO.
       77 WS-DOC-RESTO                 PIC 9(02) VALUE ZERO.
       77 WS-DOC-DV                    PIC 9(01) VALUE ZERO.
       77 WS-DOC-IGUAIS                PIC 9(02) VALUE ZERO.
       01 WS-DOC-TRABALHO              PIC X(14).
       01 FILLER REDEFINES WS-DOC-TRABALHO.
           05 WS-DOC-DIGITO            PIC 9(01) OCCURS 14.
      * PESOS DO CNPJ ALINHADOS PELO FIM: O PRIMEIRO DIGITO USA AS
      * POSICOES 2 A 13 (5432 98765432), O SEGUNDO AS 13 (6543...).
       01 TABELA-PESOS-CNPJ.
           05 FILLER                   PIC X(13) VALUE "6543298765432".
       01 FILLER REDEFINES TABELA-PESOS-CNPJ.
           05 PESO-CNPJ                PIC 9(01) OCCURS 13.
       77 WS-VINCULO-PESSOA            PIC X VALUE "N".
           88 ENDERECO-VINCULADO             VALUE "S".

           88 UF-VALIDA                      VALUE "S".
           88 UF-INVALIDA                    VALUE "N".

       77 WS-ID-PESQUISA               PIC X(08).
       77 WS-CEP-PESQUISA              PIC X(08).
       77 WS-TITULO-TELA               PIC X(10) VALUE "NOVO".
       77 WS-MODO-OPERACAO             PIC X VALUE "I".
       77 WS-CONFIRMA                  PIC X.
           88 CONFIRMA-SIM                   VALUE "S" "s".

       77 WS-STATUS-HISTDEV            PIC X(02).
       77 WS-HISTDEV-OK                PIC X VALUE "N".
           88 HISTDEV-DISPONIVEL             VALUE "S".
       77 WS-FIM-HISTDEV               PIC X VALUE "N".
           88 FIM-DO-HISTDEV                 VALUE "S".
       77 WS-DATA-HOJE                 PIC X(08).

       77 WS-STATUS-PENDENCIA          PIC X(02).
       77 WS-PENDENCIA-OK              PIC X VALUE "N".
           88 PENDENCIA-DISPONIVEL           VALUE "S".
       77 WS-FIM-PENDENCIA             PIC X VALUE "N".
           88 FIM-DAS-PENDENCIAS             VALUE "S".
       77 WS-TEM-PENDENCIA             PIC X VALUE "N".
           88 TEM-PENDENCIA                  VALUE "S".
       77 WS-AUDITORIA-OPERADOR        PIC X(08).
       77 WS-DECISAO                   PIC X.
       77 WS-MOTIVO-DECISAO            PIC X(40).
       77 WS-DESCRICAO-PENDENCIA       PIC X(09).
       77 WS-TIPO-PENDENCIA            PIC X(01).
       77 WS-TOTAL-DECIDIDAS           PIC 9(05) VALUE ZERO.
       01 WS-ENDERECO-ANTES            PIC X(143).

      * CONTROLE DE ATUALIZACAO CONCORRENTE: A IMAGEM GUARDADA NA
      * LEITURA E COMPARADA COM O REGISTRO RELIDO NA HORA DE GRAVAR;
      * SE OUTRO OPERADOR OU UM JOB GRAVOU NESSE MEIO TEMPO, A
      * GRAVACAO E RECUSADA E O OPERADOR VE OS VALORES ATUAIS.
       77 WS-REGISTRO-MUDOU            PIC X VALUE "N".
           88 REGISTRO-MUDOU                 VALUE "S".
       01 WS-ENDERECO-DIGITADO         PIC X(143).
       01 WS-PESSOA-ANTES              PIC X(77).
       01 WS-PESSOA-NOVA               PIC X(77).
       01 WS-VINCULO-DIGITADO          PIC X(34).
       01 WS-VINCULOS-LIDOS.
           05 WS-VINCULO-LIDO          PIC X(34) OCCURS 3.
       77 WS-VINC-IDX                  PIC 9(01) COMP.

      * ---------------------  TELAS DO SISTEMA ------------------------

       SCREEN SECTION.
               LINE 06 COLUMN 10.
           05 VALUE "A - ALTERAR ENDERECOS" FOREGROUND-COLOR 14
               LINE 07 COLUMN 10.
           05 PIC X(26) FROM WS-MENU-EXCLUIR FOREGROUND-COLOR 14
               LINE 08 COLUMN 10.
           05 VALUE "B - BUSCAR POR CEP" FOREGROUND-COLOR 14
               LINE 09 COLUMN 10.
           05 VALUE "P - CLIENTES" FOREGROUND-COLOR 14
               LINE 10 COLUMN 10.
           05 VALUE "R - RECONFIRMAR ENDERECO SUSPEITO"
               FOREGROUND-COLOR 14 LINE 11 COLUMN 10.
           05 PIC X(26) FROM WS-MENU-PENDENCIA FOREGROUND-COLOR 14
               LINE 12 COLUMN 10.
           05 VALUE "S - SAIR" FOREGROUND-COLOR 14 LINE 13 COLUMN 10.
           05 OPCAO PIC X USING WS-OPCAO LINE 15 COLUMN 10.

       01 TELA-MENSAGEM.
           05 BLANK SCREEN BACKGROUND-COLOR 02 FOREGROUND-COLOR 15.
           05 BLANK SCREEN BACKGROUND-COLOR 02 FOREGROUND-COLOR 15.
           05 VALUE "DIGITE O ID DO ENDERECO:" FOREGROUND-COLOR 14
               LINE 05 COLUMN 05.
           05 PIC X(08) USING WS-ID-PESQUISA LINE 05 COLUMN 31.

       01 TELA-PESQUISA-CEP.
           05 BLANK SCREEN BACKGROUND-COLOR 02 FOREGROUND-COLOR 15.
           05 VALUE "ENDERECO ENCONTRADO" FOREGROUND-COLOR 14
               LINE 02 COLUMN 30.
           05 VALUE "ID    : " FOREGROUND-COLOR 14 LINE 05 COLUMN 05.
           05 PIC X(08) FROM ID-ENDERECO LINE 05 COLUMN 13.
           05 VALUE "LOGRA : " FOREGROUND-COLOR 14 LINE 06 COLUMN 05.
           05 PIC X(35) FROM LOGRA LINE 06 COLUMN 13.
           05 VALUE "NUMERO: " FOREGROUND-COLOR 14 LINE 07 COLUMN 05.
           05 VALUE "EXCLUSAO DE ENDERECO" FOREGROUND-COLOR 14
               LINE 02 COLUMN 30.
           05 VALUE "ID    : " FOREGROUND-COLOR 14 LINE 05 COLUMN 05.
           05 PIC X(08) FROM ID-ENDERECO LINE 05 COLUMN 13.
           05 VALUE "CEP   : " FOREGROUND-COLOR 14 LINE 06 COLUMN 05.
           05 PIC X(08) FROM CEP LINE 06 COLUMN 13.
           05 VALUE "LOGRA : " FOREGROUND-COLOR 14 LINE 07 COLUMN 05.
               LINE 10 COLUMN 05.
           05 PIC X USING WS-CONFIRMA LINE 10 COLUMN 32.

       01 TELA-CONFIRMA-RECONFIRMACAO.
           05 BLANK SCREEN BACKGROUND-COLOR 02 FOREGROUND-COLOR 15.
           05 VALUE "RECONFIRMACAO DE ENDERECO SUSPEITO"
               FOREGROUND-COLOR 14 LINE 02 COLUMN 23.
           05 VALUE "ID    : " FOREGROUND-COLOR 14 LINE 05 COLUMN 05.
           05 PIC X(08) FROM ID-ENDERECO LINE 05 COLUMN 13.
           05 VALUE "CEP   : " FOREGROUND-COLOR 14 LINE 06 COLUMN 05.
           05 PIC X(08) FROM CEP LINE 06 COLUMN 13.
           05 VALUE "LOGRA : " FOREGROUND-COLOR 14 LINE 07 COLUMN 05.
           05 PIC X(35) FROM LOGRA LINE 07 COLUMN 13.
           05 VALUE "NUMERO: " FOREGROUND-COLOR 14 LINE 08 COLUMN 05.
           05 PIC X(06) FROM NUMERO LINE 08 COLUMN 13.
           05 VALUE "COMPL : " FOREGROUND-COLOR 14 LINE 09 COLUMN 05.
           05 PIC X(20) FROM COMPLEMENTO LINE 09 COLUMN 13.
           05 VALUE "CIDADE: " FOREGROUND-COLOR 14 LINE 10 COLUMN 05.
           05 PIC X(35) FROM CIDADE LINE 10 COLUMN 13.
           05 VALUE "UF    : " FOREGROUND-COLOR 14 LINE 11 COLUMN 05.
           05 PIC X(02) FROM UF LINE 11 COLUMN 13.
           05 VALUE "ENDERECO CONFERIDO COM O CLIENTE (S/N)?"
               FOREGROUND-COLOR 14 LINE 13 COLUMN 05.
           05 PIC X USING WS-CONFIRMA LINE 13 COLUMN 45.

       01 TELA-PENDENCIA.
           05 BLANK SCREEN BACKGROUND-COLOR 02 FOREGROUND-COLOR 15.
           05 VALUE "PENDENCIAS DE APROVACAO" FOREGROUND-COLOR 14
               LINE 01 COLUMN 28.
           05 PIC X(09) FROM WS-DESCRICAO-PENDENCIA FOREGROUND-COLOR 14
               LINE 03 COLUMN 05.
           05 VALUE "SOLICITANTE:" FOREGROUND-COLOR 14
               LINE 03 COLUMN 16.
           05 PIC X(08) FROM PEND-SOLICITANTE LINE 03 COLUMN 29.
           05 VALUE "EM:" FOREGROUND-COLOR 14 LINE 03 COLUMN 39.
           05 PIC X(08) FROM PEND-DATA LINE 03 COLUMN 43.
           05 PIC X(08) FROM PEND-HORA LINE 03 COLUMN 52.
           05 VALUE "ANTES" FOREGROUND-COLOR 14 LINE 05 COLUMN 05.
           05 VALUE "ID" FOREGROUND-COLOR 14 LINE 06 COLUMN 05.
           05 PIC X(08) FROM PA-ID LINE 06 COLUMN 08.
           05 VALUE "CEP" FOREGROUND-COLOR 14 LINE 06 COLUMN 17.
           05 PIC X(08) FROM PA-CEP LINE 06 COLUMN 21.
           05 PIC X(35) FROM PA-LOGRA LINE 06 COLUMN 30.
           05 VALUE "NUM" FOREGROUND-COLOR 14 LINE 07 COLUMN 05.
           05 PIC X(06) FROM PA-NUMERO LINE 07 COLUMN 09.
           05 PIC X(20) FROM PA-COMPLEMENTO LINE 07 COLUMN 17.
           05 PIC X(20) FROM PA-BAIRRO LINE 07 COLUMN 39.
           05 PIC X(35) FROM PA-CIDADE LINE 08 COLUMN 05.
           05 PIC X(02) FROM PA-UF LINE 08 COLUMN 42.
           05 VALUE "DEPOIS" FOREGROUND-COLOR 14 LINE 10 COLUMN 05.
           05 VALUE "ID" FOREGROUND-COLOR 14 LINE 11 COLUMN 05.
           05 PIC X(08) FROM PD-ID LINE 11 COLUMN 08.
           05 VALUE "CEP" FOREGROUND-COLOR 14 LINE 11 COLUMN 17.
           05 PIC X(08) FROM PD-CEP LINE 11 COLUMN 21.
           05 PIC X(35) FROM PD-LOGRA LINE 11 COLUMN 30.
           05 VALUE "NUM" FOREGROUND-COLOR 14 LINE 12 COLUMN 05.
           05 PIC X(06) FROM PD-NUMERO LINE 12 COLUMN 09.
           05 PIC X(20) FROM PD-COMPLEMENTO LINE 12 COLUMN 17.
           05 PIC X(20) FROM PD-BAIRRO LINE 12 COLUMN 39.
           05 PIC X(35) FROM PD-CIDADE LINE 13 COLUMN 05.
           05 PIC X(02) FROM PD-UF LINE 13 COLUMN 42.
           05 VALUE "SITUACAO" FOREGROUND-COLOR 14 LINE 13 COLUMN 46.
           05 PIC X(01) FROM PD-SITUACAO LINE 13 COLUMN 55.
           05 VALUE "DECISAO (A=APROVAR R=REJEITAR P=PROXIMA S=SAIR):"
               FOREGROUND-COLOR 14 LINE 15 COLUMN 05.
           05 PIC X USING WS-DECISAO LINE 15 COLUMN 55.
           05 VALUE "MOTIVO:" FOREGROUND-COLOR 14 LINE 16 COLUMN 05.
           05 PIC X(40) USING WS-MOTIVO-DECISAO LINE 16 COLUMN 13.

       01 TELA-PENDENCIA-CLIENTE.
           05 BLANK SCREEN BACKGROUND-COLOR 02 FOREGROUND-COLOR 15.
           05 VALUE "PENDENCIAS DE APROVACAO" FOREGROUND-COLOR 14
               LINE 01 COLUMN 28.
           05 PIC X(09) FROM WS-DESCRICAO-PENDENCIA FOREGROUND-COLOR 14
               LINE 03 COLUMN 05.
           05 VALUE "SOLICITANTE:" FOREGROUND-COLOR 14
               LINE 03 COLUMN 16.
           05 PIC X(08) FROM PEND-SOLICITANTE LINE 03 COLUMN 29.
           05 VALUE "EM:" FOREGROUND-COLOR 14 LINE 03 COLUMN 39.
           05 PIC X(08) FROM PEND-DATA LINE 03 COLUMN 43.
           05 PIC X(08) FROM PEND-HORA LINE 03 COLUMN 52.
           05 VALUE "ANTES" FOREGROUND-COLOR 14 LINE 05 COLUMN 05.
           05 VALUE "ID" FOREGROUND-COLOR 14 LINE 06 COLUMN 05.
           05 PIC X(08) FROM PAC-ID-PESSOA LINE 06 COLUMN 08.
           05 PIC X(35) FROM PAC-NOME LINE 06 COLUMN 17.
           05 VALUE "END" FOREGROUND-COLOR 14 LINE 07 COLUMN 05.
           05 PIC X(08) FROM PAC-ID-ENDERECO LINE 07 COLUMN 09.
           05 PIC X(12) FROM PAC-TELEFONE LINE 07 COLUMN 18.
           05 PIC X(14) FROM PAC-DOCUMENTO LINE 07 COLUMN 31.
           05 VALUE "VINC" FOREGROUND-COLOR 14 LINE 08 COLUMN 05.
           05 PIC X(01) FROM PAV-TIPO LINE 08 COLUMN 10.
           05 PIC X(08) FROM PAV-ID-ENDERECO LINE 08 COLUMN 12.
           05 PIC X(08) FROM PAV-DATA-INICIO LINE 08 COLUMN 21.
           05 PIC X(08) FROM PAV-DATA-FIM LINE 08 COLUMN 30.
           05 PIC X(01) FROM PAV-SITUACAO LINE 08 COLUMN 39.
           05 VALUE "DEPOIS" FOREGROUND-COLOR 14 LINE 10 COLUMN 05.
           05 VALUE "ID" FOREGROUND-COLOR 14 LINE 11 COLUMN 05.
           05 PIC X(08) FROM PDC-ID-PESSOA LINE 11 COLUMN 08.
           05 PIC X(35) FROM PDC-NOME LINE 11 COLUMN 17.
           05 VALUE "END" FOREGROUND-COLOR 14 LINE 12 COLUMN 05.
           05 PIC X(08) FROM PDC-ID-ENDERECO LINE 12 COLUMN 09.
           05 PIC X(12) FROM PDC-TELEFONE LINE 12 COLUMN 18.
           05 PIC X(14) FROM PDC-DOCUMENTO LINE 12 COLUMN 31.
           05 VALUE "VINC" FOREGROUND-COLOR 14 LINE 13 COLUMN 05.
           05 PIC X(01) FROM PDV-TIPO LINE 13 COLUMN 10.
           05 PIC X(08) FROM PDV-ID-ENDERECO LINE 13 COLUMN 12.
           05 PIC X(08) FROM PDV-DATA-INICIO LINE 13 COLUMN 21.
           05 PIC X(08) FROM PDV-DATA-FIM LINE 13 COLUMN 30.
           05 PIC X(01) FROM PDV-SITUACAO LINE 13 COLUMN 39.
           05 VALUE "DECISAO (A=APROVAR R=REJEITAR P=PROXIMA S=SAIR):"
               FOREGROUND-COLOR 14 LINE 15 COLUMN 05.
           05 PIC X USING WS-DECISAO LINE 15 COLUMN 55.
           05 VALUE "MOTIVO:" FOREGROUND-COLOR 14 LINE 16 COLUMN 05.
           05 PIC X(40) USING WS-MOTIVO-DECISAO LINE 16 COLUMN 13.

       01 TELA-CADASTRO.
           05 BLANK SCREEN BACKGROUND-COLOR 02 FOREGROUND-COLOR 15.
           05 PIC X(10) FROM WS-TITULO-TELA FOREGROUND-COLOR 14
               LINE 02 COLUMN 30.
            
            05 VALUE "ID:" FOREGROUND-COLOR 14 LINE 05 COLUMN 05.
            05 NOVO-ID PIC X(08) USING ID-ENDERECO LINE 05 COLUMN 09.
            
            05 VALUE "CEP:" FOREGROUND-COLOR 14 LINE 06 COLUMN 05.
            05 NOVO-CEP PIC X(08) USING CEP LINE 06 COLUMN 10.
               LINE 07 COLUMN 10.
           05 VALUE "B - CONSULTAR CLIENTE" FOREGROUND-COLOR 14
               LINE 08 COLUMN 10.
           05 VALUE "D - CONSULTAR POR CPF/CNPJ" FOREGROUND-COLOR 14
               LINE 09 COLUMN 10.
           05 VALUE "V - ENDERECOS DO CLIENTE" FOREGROUND-COLOR 14
               LINE 10 COLUMN 10.
           05 VALUE "S - VOLTAR" FOREGROUND-COLOR 14
               LINE 11 COLUMN 10.
           05 PIC X USING WS-OPCAO-PESSOA LINE 13 COLUMN 10.

       01 TELA-PESQUISA-PESSOA.
           05 BLANK SCREEN BACKGROUND-COLOR 02 FOREGROUND-COLOR 15.
           05 VALUE "DIGITE O ID DO CLIENTE:" FOREGROUND-COLOR 14
               LINE 05 COLUMN 05.
           05 PIC X(08) USING WS-ID-PESSOA-PESQUISA LINE 05 COLUMN 30.

       01 TELA-PESQUISA-DOCUMENTO.
           05 BLANK SCREEN BACKGROUND-COLOR 02 FOREGROUND-COLOR 15.
           05 VALUE "DIGITE O CPF/CNPJ DO CLIENTE (SO DIGITOS):"
               FOREGROUND-COLOR 14 LINE 05 COLUMN 05.
           05 PIC X(14) USING WS-DOC-PESQUISA LINE 05 COLUMN 49.

       01 TELA-CADASTRO-PESSOA.
           05 BLANK SCREEN BACKGROUND-COLOR 02 FOREGROUND-COLOR 15.
           05 PIC X(10) FROM WS-TITULO-PESSOA FOREGROUND-COLOR 14
               LINE 02 COLUMN 30.
           05 VALUE "ID:" FOREGROUND-COLOR 14 LINE 05 COLUMN 05.
           05 PIC X(08) FROM ID-PESSOA LINE 05 COLUMN 09.
           05 VALUE "NOME:" FOREGROUND-COLOR 14 LINE 06 COLUMN 05.
           05 NOVO-NOME PIC X(35) USING PES-NOME LINE 06 COLUMN 11.
           05 VALUE "TELEFONE:" FOREGROUND-COLOR 14 LINE 07 COLUMN 05.
               LINE 07 COLUMN 15.
           05 VALUE "ID DO ENDERECO:" FOREGROUND-COLOR 14
               LINE 08 COLUMN 05.
           05 NOVO-ID-END PIC X(08) USING PES-ID-ENDERECO
               LINE 08 COLUMN 21.
           05 VALUE "CPF/CNPJ (SO DIGITOS):" FOREGROUND-COLOR 14
               LINE 09 COLUMN 05.
           05 NOVO-DOCUMENTO PIC X(14) USING PES-DOCUMENTO
               LINE 09 COLUMN 28.

       01 TELA-RESULTADO-PESSOA.
           05 BLANK SCREEN BACKGROUND-COLOR 02 FOREGROUND-COLOR 15.
           05 VALUE "CLIENTE ENCONTRADO" FOREGROUND-COLOR 14
               LINE 02 COLUMN 30.
           05 VALUE "ID      : " FOREGROUND-COLOR 14 LINE 04 COLUMN 05.
           05 PIC X(08) FROM ID-PESSOA LINE 04 COLUMN 15.
           05 VALUE "NOME    : " FOREGROUND-COLOR 14 LINE 05 COLUMN 05.
           05 PIC X(35) FROM PES-NOME LINE 05 COLUMN 15.
           05 VALUE "TELEFONE: " FOREGROUND-COLOR 14 LINE 06 COLUMN 05.
           05 PIC X(12) FROM PES-TELEFONE LINE 06 COLUMN 15.
           05 VALUE "CPF/CNPJ: " FOREGROUND-COLOR 14 LINE 07 COLUMN 05.
           05 PIC X(14) FROM PES-DOCUMENTO LINE 07 COLUMN 15.
           05 VALUE "ENDERECO DO CLIENTE" FOREGROUND-COLOR 14
               LINE 08 COLUMN 05.
           05 VALUE "ID    : " FOREGROUND-COLOR 14 LINE 09 COLUMN 05.
           05 PIC X(08) FROM ID-ENDERECO LINE 09 COLUMN 13.
           05 VALUE "CEP   : " FOREGROUND-COLOR 14 LINE 10 COLUMN 05.
           05 PIC X(08) FROM CEP LINE 10 COLUMN 13.
           05 VALUE "LOGRA : " FOREGROUND-COLOR 14 LINE 11 COLUMN 05.
           05 VALUE "EXCLUSAO DE CLIENTE" FOREGROUND-COLOR 14
               LINE 02 COLUMN 30.
           05 VALUE "ID   : " FOREGROUND-COLOR 14 LINE 05 COLUMN 05.
           05 PIC X(08) FROM ID-PESSOA LINE 05 COLUMN 12.
           05 VALUE "NOME : " FOREGROUND-COLOR 14 LINE 06 COLUMN 05.
           05 PIC X(35) FROM PES-NOME LINE 06 COLUMN 12.
           05 VALUE "CONFIRMA A EXCLUSAO (S/N)?" FOREGROUND-COLOR 14
           05 BLANK SCREEN BACKGROUND-COLOR 02 FOREGROUND-COLOR 15.
           05 VALUE "ENDERECOS DO CLIENTE" FOREGROUND-COLOR 14
               LINE 01 COLUMN 30.
           05 PIC X(08) FROM ID-PESSOA LINE 03 COLUMN 10.
           05 PIC X(35) FROM PES-NOME LINE 03 COLUMN 20.
           05 VALUE "I - INCLUIR/ATUALIZAR VINCULO" FOREGROUND-COLOR 14
               LINE 05 COLUMN 10.
           05 VALUE "E - EXCLUIR VINCULO" FOREGROUND-COLOR 14
           05 BLANK SCREEN BACKGROUND-COLOR 02 FOREGROUND-COLOR 15.
           05 VALUE "VINCULO DE ENDERECO" FOREGROUND-COLOR 14
               LINE 02 COLUMN 30.
           05 PIC X(08) FROM ID-PESSOA LINE 03 COLUMN 30.
           05 VALUE "TIPO (C=COBRANCA E=ENTREGA R=CORRESP):"
               FOREGROUND-COLOR 14 LINE 05 COLUMN 05.
           05 PIC X(01) USING VINC-TIPO LINE 05 COLUMN 45.
           05 VALUE "ID DO ENDERECO:" FOREGROUND-COLOR 14
               LINE 06 COLUMN 05.
           05 PIC X(08) USING VINC-ID-ENDERECO LINE 06 COLUMN 21.
           05 VALUE "VIGENTE DE  (AAAAMMDD, BRANCO=HOJE):"
               FOREGROUND-COLOR 14 LINE 07 COLUMN 05.
           05 PIC X(08) USING VINC-DATA-INICIO LINE 07 COLUMN 43.
           05 BLANK SCREEN BACKGROUND-COLOR 02 FOREGROUND-COLOR 15.
           05 VALUE "ENDERECOS VINCULADOS" FOREGROUND-COLOR 14
               LINE 02 COLUMN 30.
           05 PIC X(08) FROM ID-PESSOA LINE 04 COLUMN 05.
           05 PIC X(35) FROM PES-NOME LINE 04 COLUMN 15.
           05 VALUE "COBRANCA:" FOREGROUND-COLOR 14 LINE 06 COLUMN 05.
           05 PIC X(65) FROM WS-VINC-LINHA-C LINE 06 COLUMN 15.
           05 VALUE "ENTREGA :" FOREGROUND-COLOR 14 LINE 07 COLUMN 05.
           05 PIC X(65) FROM WS-VINC-LINHA-E LINE 07 COLUMN 15.
           05 VALUE "CORRESP :" FOREGROUND-COLOR 14 LINE 08 COLUMN 05.
           05 PIC X(65) FROM WS-VINC-LINHA-R LINE 08 COLUMN 15.
           05 VALUE "SITUACAO: V=VIGENTE F=FUTURO E=ENCERRADO"
               LINE 09 COLUMN 15.
           05 VALUE "PRESSIONE ENTER PARA CONTINUAR" FOREGROUND-COLOR 14
               LINE 10 COLUMN 05.
           05 PIC X USING WS-CONFIRMA LINE 10 COLUMN 37.

       01 TELA-CONFLITO-ENDERECO.
           05 BLANK SCREEN BACKGROUND-COLOR 02 FOREGROUND-COLOR 15.
           05 VALUE "GRAVACAO RECUSADA - NADA FOI GRAVADO"
               FOREGROUND-COLOR 14 LINE 02 COLUMN 22.
           05 PIC X(60) FROM WS-MSG LINE 03 COLUMN 05.
           05 VALUE "VALORES ATUAIS DO CADASTRO" FOREGROUND-COLOR 14
               LINE 05 COLUMN 05.
           05 VALUE "ID    : " FOREGROUND-COLOR 14 LINE 06 COLUMN 05.
           05 PIC X(08) FROM ID-ENDERECO LINE 06 COLUMN 13.
           05 VALUE "CEP   : " FOREGROUND-COLOR 14 LINE 07 COLUMN 05.
           05 PIC X(08) FROM CEP LINE 07 COLUMN 13.
           05 VALUE "LOGRA : " FOREGROUND-COLOR 14 LINE 08 COLUMN 05.
           05 PIC X(35) FROM LOGRA LINE 08 COLUMN 13.
           05 VALUE "NUMERO: " FOREGROUND-COLOR 14 LINE 09 COLUMN 05.
           05 PIC X(06) FROM NUMERO LINE 09 COLUMN 13.
           05 VALUE "COMPL : " FOREGROUND-COLOR 14 LINE 10 COLUMN 05.
           05 PIC X(20) FROM COMPLEMENTO LINE 10 COLUMN 13.
           05 VALUE "BAIRRO: " FOREGROUND-COLOR 14 LINE 11 COLUMN 05.
           05 PIC X(20) FROM BAIRRO LINE 11 COLUMN 13.
           05 VALUE "CIDADE: " FOREGROUND-COLOR 14 LINE 12 COLUMN 05.
           05 PIC X(35) FROM CIDADE LINE 12 COLUMN 13.
           05 VALUE "UF    : " FOREGROUND-COLOR 14 LINE 13 COLUMN 05.
           05 PIC X(02) FROM UF LINE 13 COLUMN 13.
           05 VALUE "SITUAC: " FOREGROUND-COLOR 14 LINE 14 COLUMN 05.
           05 PIC X(01) FROM END-SITUACAO LINE 14 COLUMN 13.
           05 VALUE "REFAZER A OPERACAO SOBRE OS VALORES ATUAIS (S/N)?"
               FOREGROUND-COLOR 14 LINE 16 COLUMN 05.
           05 PIC X USING WS-CONFIRMA LINE 16 COLUMN 56.

       01 TELA-CONFLITO-PESSOA.
           05 BLANK SCREEN BACKGROUND-COLOR 02 FOREGROUND-COLOR 15.
           05 VALUE "GRAVACAO RECUSADA - NADA FOI GRAVADO"
               FOREGROUND-COLOR 14 LINE 02 COLUMN 22.
           05 PIC X(60) FROM WS-MSG LINE 03 COLUMN 05.
           05 VALUE "VALORES ATUAIS DO CLIENTE" FOREGROUND-COLOR 14
               LINE 05 COLUMN 05.
           05 VALUE "ID      : " FOREGROUND-COLOR 14 LINE 06 COLUMN 05.
           05 PIC X(08) FROM ID-PESSOA LINE 06 COLUMN 15.
           05 VALUE "NOME    : " FOREGROUND-COLOR 14 LINE 07 COLUMN 05.
           05 PIC X(35) FROM PES-NOME LINE 07 COLUMN 15.
           05 VALUE "TELEFONE: " FOREGROUND-COLOR 14 LINE 08 COLUMN 05.
           05 PIC X(12) FROM PES-TELEFONE LINE 08 COLUMN 15.
           05 VALUE "ENDERECO: " FOREGROUND-COLOR 14 LINE 09 COLUMN 05.
           05 PIC X(08) FROM PES-ID-ENDERECO LINE 09 COLUMN 15.
           05 VALUE "CPF/CNPJ: " FOREGROUND-COLOR 14 LINE 10 COLUMN 05.
           05 PIC X(14) FROM PES-DOCUMENTO LINE 10 COLUMN 15.
           05 VALUE "REFAZER A OPERACAO SOBRE OS VALORES ATUAIS (S/N)?"
               FOREGROUND-COLOR 14 LINE 12 COLUMN 05.
           05 PIC X USING WS-CONFIRMA LINE 12 COLUMN 56.

       01 TELA-CONFLITO-VINCULO.
           05 BLANK SCREEN BACKGROUND-COLOR 02 FOREGROUND-COLOR 15.
           05 VALUE "GRAVACAO RECUSADA - NADA FOI GRAVADO"
               FOREGROUND-COLOR 14 LINE 02 COLUMN 22.
           05 PIC X(60) FROM WS-MSG LINE 03 COLUMN 05.
           05 PIC X(08) FROM ID-PESSOA LINE 05 COLUMN 05.
           05 PIC X(35) FROM PES-NOME LINE 05 COLUMN 15.
           05 VALUE "VINCULOS ATUAIS" FOREGROUND-COLOR 14
               LINE 06 COLUMN 05.
           05 VALUE "COBRANCA:" FOREGROUND-COLOR 14 LINE 07 COLUMN 05.
           05 PIC X(65) FROM WS-VINC-LINHA-C LINE 07 COLUMN 15.
           05 VALUE "ENTREGA :" FOREGROUND-COLOR 14 LINE 08 COLUMN 05.
           05 PIC X(65) FROM WS-VINC-LINHA-E LINE 08 COLUMN 15.
           05 VALUE "CORRESP :" FOREGROUND-COLOR 14 LINE 09 COLUMN 05.
           05 PIC X(65) FROM WS-VINC-LINHA-R LINE 09 COLUMN 15.
           05 VALUE "PRESSIONE ENTER E REFACA A OPERACAO PELO MENU"
               FOREGROUND-COLOR 14 LINE 11 COLUMN 05.
           05 PIC X USING WS-CONFIRMA LINE 11 COLUMN 52.

      *--------------------- BLOCOS DE EXECUÇÃO ------------------------
       PROCEDURE DIVISION.

           ELSE
               MOVE "N" TO WS-CEPREF-OK.

           OPEN I-O ARQUIVOPESSOA
           IF WS-STATUS-PESSOA = "30" OR WS-STATUS-PESSOA = "35"
               OPEN OUTPUT ARQUIVOPESSOA
               MOVE "ARQUIVO DE OPERADORES INDISPONIVEL" TO WS-MSG
               GO TO P-MSG-FINAL.

           OPEN I-O ARQUIVOPENDENCIA
           IF WS-STATUS-PENDENCIA = "30" OR WS-STATUS-PENDENCIA = "35"
               OPEN OUTPUT ARQUIVOPENDENCIA
               CLOSE ARQUIVOPENDENCIA
               OPEN I-O ARQUIVOPENDENCIA.
           IF WS-STATUS-PENDENCIA = "00"
               MOVE "S" TO WS-PENDENCIA-OK
           ELSE
               MOVE "N" TO WS-PENDENCIA-OK.

      * O HISTORICO DE DEVOLUCOES SO EXISTE DEPOIS DO PRIMEIRO
      * DEVEND: SEM ELE A RECONFIRMACAO NAO TEM O QUE BAIXAR.
           OPEN I-O ARQUIVOHISTDEV
           IF WS-STATUS-HISTDEV = "00"
               MOVE "S" TO WS-HISTDEV-OK
           ELSE
               MOVE "N" TO WS-HISTDEV-OK.

      * A REFERENCIA DE UF (UFREF.DAT, MANTIDA PELO CADUF) E
      * OBRIGATORIA: SEM ELA NENHUMA UF PODE SER CRITICADA.
           OPEN INPUT ARQUIVOUF
               DISPLAY TELA-MENSAGEM
               GO TO P-FIM.
           MOVE OPE-PERFIL TO WS-PERFIL
           MOVE SPACES TO WS-MENU-PENDENCIA
           IF PERFIL-SUPERVISOR
               MOVE "E - EXCLUIR ENDERECOS" TO WS-MENU-EXCLUIR
               MOVE "V - APROVAR PENDENCIAS" TO WS-MENU-PENDENCIA
           ELSE IF PERFIL-CADASTRO
               MOVE "E - SOLICITAR EXCLUSAO" TO WS-MENU-EXCLUIR
           ELSE
               MOVE SPACES TO WS-MENU-EXCLUIR.

           DISPLAY TELA-MENU
           ACCEPT WS-OPCAO.

      *------ PERFIL 1 SO CONSULTA (L/B); PERFIL 2 INCLUI C/A/E/P/R,
      *------ COM A/E, A TROCA DO ENDERECO PRINCIPAL DO CLIENTE E OS
      *------ VINCULOS SUJEITOS A APROVACAO; A OPCAO V (APROVACAO DAS
      *------ PENDENCIAS) E EXCLUSIVA DO PERFIL 3 (SUPERVISOR).
           IF WS-OPCAO = "C" OR WS-OPCAO = "A" OR WS-OPCAO = "P"
               OR WS-OPCAO = "R" OR WS-OPCAO = "E"
               IF NOT PERFIL-CADASTRO AND NOT PERFIL-SUPERVISOR
                   MOVE "OPCAO NAO AUTORIZADA PARA O SEU PERFIL"
                       TO WS-MSG
                   DISPLAY TELA-MENSAGEM
                   GO TO P-INICIAL.
           IF WS-OPCAO = "V"
               IF NOT PERFIL-SUPERVISOR
                   MOVE "OPCAO NAO AUTORIZADA PARA O SEU PERFIL"
                       TO WS-MSG
              GO TO P-BUSCAR-CEP
           ELSE IF WS-OPCAO = "P"
              GO TO P-MENU-PESSOA
           ELSE IF WS-OPCAO = "R"
              GO TO P-RECONFIRMAR
           ELSE IF WS-OPCAO = "V"
              GO TO P-PENDENCIAS
           ELSE IF WS-OPCAO = "S"
               GO TO P-FIM
           ELSE
               MOVE "ENDERECO NAO ENCONTRADO" TO WS-MSG
               DISPLAY TELA-MENSAGEM
               GO TO P-INICIAL.

      * RETORNO DA GRAVACAO RECUSADA: RECOMECA SOBRE O REGISTRO ATUAL.
       P-ALTERAR-LIDO.
           IF PERFIL-CADASTRO
               PERFORM P-VERIFICA-PENDENCIA
                   THRU P-VERIFICA-PENDENCIA-EXIT
               IF TEM-PENDENCIA
                   MOVE "ENDERECO COM PEDIDO AGUARDANDO O SUPERVISOR"
                       TO WS-MSG
                   DISPLAY TELA-MENSAGEM
                   GO TO P-INICIAL.
           MOVE ENDERECO TO WS-ENDERECO-ANTES
           MOVE "A" TO WS-MODO-OPERACAO
           MOVE "ALTERACAO" TO WS-TITULO-TELA
           GO TO P-NOVO-CEP.
      * O REGISTRO NAO E APAGADO: RECEBE A MARCA "E" E A DATA DA
      * EXCLUSAO, E DEIXA DE APARECER NAS CONSULTAS E EXTRACOES.
      * O EXPURGO FISICO E FEITO PELO JOB PRGEND APOS A RETENCAO.
      * PARA O PERFIL 2 A EXCLUSAO VIRA UM PEDIDO NO PENDEND.DAT, QUE
      * SO E APLICADO QUANDO UM SUPERVISOR O APROVA (OPCAO V).
       P-EXCLUIR.
           MOVE SPACES TO WS-ID-PESQUISA
           DISPLAY TELA-PESQUISA-ID
               MOVE "ENDERECO NAO ENCONTRADO" TO WS-MSG
               DISPLAY TELA-MENSAGEM
               GO TO P-INICIAL.

       P-EXCLUIR-LIDO.
           MOVE ENDERECO TO WS-ENDERECO-ANTES
           PERFORM P-VERIFICA-VINCULO THRU P-VERIFICA-VINCULO-EXIT
           IF ENDERECO-VINCULADO
               MOVE "ENDERECO EM USO POR CLIENTE - NAO EXCLUIDO"
               MOVE "EXCLUSAO CANCELADA" TO WS-MSG
               DISPLAY TELA-MENSAGEM
               GO TO P-INICIAL.
      * O CONTROLE DA TRILHA E RESERVADO ANTES DA RELEITURA E SO E
      * LIBERADO DEPOIS DA GRAVACAO (OU NA RECUSA).
           PERFORM P-RESERVAR-TRILHA THRU P-RESERVAR-TRILHA-EXIT
           IF NOT TRILHA-RESERVADA
               MOVE "CONTROLE DA TRILHA OCUPADO - NADA GRAVADO"
                   TO WS-MSG
               DISPLAY TELA-MENSAGEM
               GO TO P-INICIAL.
           PERFORM P-CONFERE-ENDERECO THRU P-CONFERE-ENDERECO-EXIT
           IF REGISTRO-MUDOU
               PERFORM P-CONFLITO-ENDERECO
                   THRU P-CONFLITO-ENDERECO-EXIT
               IF CONFIRMA-SIM
                   GO TO P-EXCLUIR-LIDO
               ELSE
                   GO TO P-INICIAL.
           IF PERFIL-CADASTRO
               PERFORM P-LIBERAR-TRILHA THRU P-LIBERAR-TRILHA-EXIT
               PERFORM P-VERIFICA-PENDENCIA
                   THRU P-VERIFICA-PENDENCIA-EXIT
               IF TEM-PENDENCIA
                   MOVE "ENDERECO COM PEDIDO AGUARDANDO O SUPERVISOR"
                       TO WS-MSG
                   DISPLAY TELA-MENSAGEM
                   GO TO P-INICIAL
               ELSE
                   MOVE ENDERECO TO WS-ENDERECO-ANTES
                   MOVE "E" TO END-SITUACAO WS-MODO-OPERACAO
                   GO TO P-GRAVA-PENDENCIA.
           MOVE "E" TO END-SITUACAO
           ACCEPT END-DATA-EXCLUSAO FROM DATE YYYYMMDD
           REWRITE ENDERECO
           IF WS-STATUS-ARQUIVO = "00" OR WS-STATUS-ARQUIVO = "02"
               MOVE "ENDERECO EXCLUIDO" TO WS-MSG
               MOVE "E" TO WS-ACAO-AUDITORIA
               PERFORM P-GRAVA-AUDITORIA THRU P-GRAVA-AUDITORIA-EXIT
               PERFORM P-AVISAR-TRILHA THRU P-AVISAR-TRILHA-EXIT
           ELSE
               MOVE "ERRO NA EXCLUSAO DO ENDERECO" TO WS-MSG.
           PERFORM P-LIBERAR-TRILHA THRU P-LIBERAR-TRILHA-EXIT
           DISPLAY TELA-MENSAGEM
           GO TO P-INICIAL.

      *------ RECONFIRMACAO DE ENDERECO SUSPEITO ------------------------
      * O ENDERECO MARCADO "S" PELO DEVEND (DEVOLUCOES DOS CORREIOS)
      * FICA FORA DAS ETIQUETAS E DO EXTRATO ATE O OPERADOR CONFERI-LO
      * COM O CLIENTE: A RECONFIRMACAO DEVOLVE A SITUACAO "A", GRAVA
      * A ACAO "C" NA AUDITORIA E BAIXA AS DEVOLUCOES PENDENTES DO
      * HISTORICO, ZERANDO A CONTAGEM PARA O LIMITE.
       P-RECONFIRMAR.
           MOVE SPACES TO WS-ID-PESQUISA
           DISPLAY TELA-PESQUISA-ID
           ACCEPT WS-ID-PESQUISA
           MOVE WS-ID-PESQUISA TO ID-ENDERECO
           READ ARQUIVOENDERECO
           IF WS-STATUS-ARQUIVO NOT = "00"
               OR END-SITUACAO = "E"
               MOVE "ENDERECO NAO ENCONTRADO" TO WS-MSG
               DISPLAY TELA-MENSAGEM
               GO TO P-INICIAL.

       P-RECONFIRMAR-LIDO.
           MOVE ENDERECO TO WS-ENDERECO-ANTES
           IF END-SITUACAO NOT = "S"
               MOVE "ENDERECO NAO ESTA MARCADO COMO SUSPEITO" TO WS-MSG
               DISPLAY TELA-MENSAGEM
               GO TO P-INICIAL.
           MOVE SPACES TO WS-CONFIRMA
           DISPLAY TELA-CONFIRMA-RECONFIRMACAO
           ACCEPT WS-CONFIRMA
           IF NOT CONFIRMA-SIM
               MOVE "RECONFIRMACAO CANCELADA" TO WS-MSG
               DISPLAY TELA-MENSAGEM
               GO TO P-INICIAL.
           PERFORM P-RESERVAR-TRILHA THRU P-RESERVAR-TRILHA-EXIT
           IF NOT TRILHA-RESERVADA
               MOVE "CONTROLE DA TRILHA OCUPADO - NADA GRAVADO"
                   TO WS-MSG
               DISPLAY TELA-MENSAGEM
               GO TO P-INICIAL.
           PERFORM P-CONFERE-ENDERECO THRU P-CONFERE-ENDERECO-EXIT
           IF REGISTRO-MUDOU
               PERFORM P-CONFLITO-ENDERECO
                   THRU P-CONFLITO-ENDERECO-EXIT
               IF CONFIRMA-SIM
                   GO TO P-RECONFIRMAR-LIDO
               ELSE
                   GO TO P-INICIAL.
           MOVE "A" TO END-SITUACAO
           REWRITE ENDERECO
           IF WS-STATUS-ARQUIVO = "00" OR WS-STATUS-ARQUIVO = "02"
               MOVE "ENDERECO RECONFIRMADO" TO WS-MSG
               MOVE "C" TO WS-ACAO-AUDITORIA
               PERFORM P-GRAVA-AUDITORIA THRU P-GRAVA-AUDITORIA-EXIT
               PERFORM P-AVISAR-TRILHA THRU P-AVISAR-TRILHA-EXIT
               PERFORM P-BAIXAR-DEVOLUCOES
                   THRU P-BAIXAR-DEVOLUCOES-EXIT
           ELSE
               MOVE "ERRO NA RECONFIRMACAO DO ENDERECO" TO WS-MSG.
           PERFORM P-LIBERAR-TRILHA THRU P-LIBERAR-TRILHA-EXIT
           DISPLAY TELA-MENSAGEM
           GO TO P-INICIAL.

      *------ BAIXA DAS DEVOLUCOES PENDENTES DO ENDERECO ----------------
       P-BAIXAR-DEVOLUCOES.
           IF NOT HISTDEV-DISPONIVEL
               GO TO P-BAIXAR-DEVOLUCOES-EXIT.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE ID-ENDERECO TO DEVH-ID-ENDERECO
           MOVE LOW-VALUES TO DEVH-DATA DEVH-MOTIVO
           START ARQUIVOHISTDEV KEY IS NOT LESS THAN DEVH-CHAVE
           IF WS-STATUS-HISTDEV NOT = "00"
               GO TO P-BAIXAR-DEVOLUCOES-EXIT.
           MOVE "N" TO WS-FIM-HISTDEV
           PERFORM P-BAIXAR-UMA THRU P-BAIXAR-UMA-EXIT
               UNTIL FIM-DO-HISTDEV.
       P-BAIXAR-DEVOLUCOES-EXIT.
           EXIT.

       P-BAIXAR-UMA.
           READ ARQUIVOHISTDEV NEXT RECORD
           IF WS-STATUS-HISTDEV NOT = "00"
               OR DEVH-ID-ENDERECO NOT = ID-ENDERECO
               MOVE "S" TO WS-FIM-HISTDEV
               GO TO P-BAIXAR-UMA-EXIT.
           IF DEVH-SITUACAO = "P"
               MOVE "C"            TO DEVH-SITUACAO
               MOVE WS-OPERADOR-ID TO DEVH-OPERADOR-CONF
               MOVE WS-DATA-HOJE   TO DEVH-DATA-CONF
               REWRITE HISTDEV-REG
      *        A DEVOLUCAO NAO BAIXADA CONTINUA PENDENTE NO DEVHIST.
               IF WS-STATUS-HISTDEV NOT = "00"
                   MOVE SPACES TO WS-MSG
                   STRING "RECONFIRMADO - ERRO NA BAIXA DAS DEVOLUCOES "
                       DELIMITED BY SIZE
                       WS-STATUS-HISTDEV DELIMITED BY SIZE
                       INTO WS-MSG
                   MOVE "S" TO WS-FIM-HISTDEV.
       P-BAIXAR-UMA-EXIT.
           EXIT.

      *------ CADASTRO DOS CAMPOS --------------------------------------
       P-NOVO-ID.
           PERFORM P-PROXIMO-ID THRU P-PROXIMO-ID-EXIT
       
       P-GRAVA-ARQUIVO.

      * O CONTROLE DA TRILHA E RESERVADO ANTES DA RELEITURA E DA
      * GRAVACAO DO ENDERECO: OCUPADO, NADA E GRAVADO. NOS ERROS DE
      * GRAVACAO O P-FIM O LIBERA.
           PERFORM P-RESERVAR-TRILHA THRU P-RESERVAR-TRILHA-EXIT
           IF NOT TRILHA-RESERVADA
               MOVE "CONTROLE DA TRILHA OCUPADO - NADA GRAVADO"
                   TO WS-MSG
               DISPLAY TELA-MENSAGEM
               GO TO P-INICIAL.

      * NA ALTERACAO O REGISTRO E RELIDO ANTES DE GRAVAR (OU DE VIRAR
      * PEDIDO): SE MUDOU DESDE A LEITURA, NADA E GRAVADO.
           IF MODO-ALTERACAO
               MOVE ENDERECO TO WS-ENDERECO-DIGITADO
               PERFORM P-CONFERE-ENDERECO THRU P-CONFERE-ENDERECO-EXIT
               IF REGISTRO-MUDOU
                   PERFORM P-CONFLITO-ENDERECO
                       THRU P-CONFLITO-ENDERECO-EXIT
                   IF CONFIRMA-SIM
                       GO TO P-ALTERAR-LIDO
                   ELSE
                       GO TO P-INICIAL
               ELSE
                   MOVE WS-ENDERECO-DIGITADO TO ENDERECO.

           IF MODO-ALTERACAO AND PERFIL-CADASTRO
               PERFORM P-LIBERAR-TRILHA THRU P-LIBERAR-TRILHA-EXIT
               GO TO P-GRAVA-PENDENCIA.

           IF MODO-ALTERACAO
               REWRITE ENDERECO
           ELSE
               MOVE "DADOS GRAVADOS" TO WS-MSG
               MOVE WS-MODO-OPERACAO TO WS-ACAO-AUDITORIA
               PERFORM P-GRAVA-AUDITORIA THRU P-GRAVA-AUDITORIA-EXIT
               PERFORM P-AVISAR-TRILHA THRU P-AVISAR-TRILHA-EXIT
               PERFORM P-LIBERAR-TRILHA THRU P-LIBERAR-TRILHA-EXIT
               DISPLAY TELA-MENSAGEM
               GO TO P-INICIAL
           ELSE
                   DISPLAY TELA-MENSAGEM
                   GO TO P-FIM.

      *------ PEDIDO DO PERFIL 2 GRAVADO PARA APROVACAO -----------------
      * O ENDERECO NAO E TOCADO: O PEDIDO GUARDA A IMAGEM LIDA (ANTES)
      * E A DIGITADA (DEPOIS); O SUPERVISOR A APLICA NA OPCAO V.
       P-GRAVA-PENDENCIA.
           IF NOT PENDENCIA-DISPONIVEL
               MOVE "ARQUIVO DE PENDENCIAS INDISPONIVEL - NADA GRAVADO"
                   TO WS-MSG
               DISPLAY TELA-MENSAGEM
               GO TO P-INICIAL.
           MOVE SPACES TO PENDENCIA-REG
           ACCEPT PEND-DATA FROM DATE YYYYMMDD
           ACCEPT PEND-HORA FROM TIME
           MOVE WS-OPERADOR-ID    TO PEND-SOLICITANTE
           MOVE ID-ENDERECO       TO PEND-ID-ENDERECO
           MOVE WS-MODO-OPERACAO  TO PEND-TIPO
           MOVE "P"               TO PEND-SITUACAO
           MOVE WS-ENDERECO-ANTES TO PEND-ANTES
           MOVE ENDERECO          TO PEND-DEPOIS
           WRITE PENDENCIA-REG
           IF WS-STATUS-PENDENCIA = "00" OR WS-STATUS-PENDENCIA = "02"
               MOVE "PEDIDO ENVIADO PARA APROVACAO DO SUPERVISOR"
                   TO WS-MSG
           ELSE
               MOVE "ERRO NA GRAVACAO DO PEDIDO" TO WS-MSG.
           DISPLAY TELA-MENSAGEM
           GO TO P-INICIAL.

      *------ PEDIDO DO PERFIL 2 SOBRE CLIENTE OU VINCULO ---------------
      * "C": ANTES E O CLIENTE LIDO (WS-PESSOA-ANTES), DEPOIS O
      * DIGITADO (EM BRANCO NA EXCLUSAO DO CLIENTE). "V": ANTES E O
      * VINCULO LIDO DO TIPO, DEPOIS O DIGITADO (WS-VINCULO-DIGITADO,
      * EM BRANCO NA EXCLUSAO); O
      * CLIENTE VAI NAS DUAS IMAGENS SO PARA A TELA DO SUPERVISOR.
      * DEVOLVE O RESULTADO EM WS-MSG.
       P-GRAVA-PENDENCIA-CLIENTE.
           IF NOT PENDENCIA-DISPONIVEL
               MOVE "ARQUIVO DE PENDENCIAS INDISPONIVEL - NADA GRAVADO"
                   TO WS-MSG
               GO TO P-GRAVA-PENDENCIA-CLIENTE-EXIT.
           PERFORM P-VERIFICA-PEDIDO-CLIENTE
               THRU P-VERIFICA-PEDIDO-CLIENTE-EXIT
           IF TEM-PENDENCIA
               MOVE "CLIENTE COM PEDIDO AGUARDANDO O SUPERVISOR"
                   TO WS-MSG
               GO TO P-GRAVA-PENDENCIA-CLIENTE-EXIT.
           MOVE SPACES TO PENDENCIA-REG
           ACCEPT PEND-DATA FROM DATE YYYYMMDD
           ACCEPT PEND-HORA FROM TIME
           MOVE WS-OPERADOR-ID    TO PEND-SOLICITANTE
           MOVE ID-PESSOA         TO PEND-ID-ENDERECO
           MOVE WS-TIPO-PENDENCIA TO PEND-TIPO
           MOVE "P"               TO PEND-SITUACAO
           IF PEND-TIPO = "C"
               MOVE WS-PESSOA-ANTES TO PAC-CLIENTE
           ELSE
               MOVE PESSOA TO PAC-CLIENTE
               MOVE WS-VINCULO-LIDO (WS-VINC-IDX) TO PAV-VINCULO
               MOVE WS-VINCULO-DIGITADO TO PDV-VINCULO.
           MOVE PESSOA            TO PDC-CLIENTE
           IF PEND-TIPO = "C" AND MODO-PESSOA-EXCLUSAO
               MOVE SPACES TO PDC-CLIENTE.
           WRITE PENDENCIA-REG
           IF WS-STATUS-PENDENCIA = "00" OR WS-STATUS-PENDENCIA = "02"
               MOVE "PEDIDO ENVIADO PARA APROVACAO DO SUPERVISOR"
                   TO WS-MSG
           ELSE
               MOVE "ERRO NA GRAVACAO DO PEDIDO" TO WS-MSG.
       P-GRAVA-PENDENCIA-CLIENTE-EXIT.
           EXIT.

      *------ TRILHA DE AUDITORIA DE INCLUSAO/ALTERACAO/EXCLUSAO --------
       P-GRAVA-AUDITORIA.
           MOVE WS-OPERADOR-ID TO WS-AUDITORIA-OPERADOR
           PERFORM P-GRAVA-AUDITORIA-EM-NOME
               THRU P-GRAVA-AUDITORIA-EM-NOME-EXIT.
       P-GRAVA-AUDITORIA-EXIT.
           EXIT.

      * NA APROVACAO A ACAO E REGISTRADA EM NOME DO SOLICITANTE E A
      * APROVACAO ("V") EM NOME DO SUPERVISOR.
       P-GRAVA-AUDITORIA-EM-NOME.
           MOVE ID-ENDERECO   TO AUD-ID
           MOVE WS-ACAO-AUDITORIA TO AUD-ACAO
           MOVE WS-AUDITORIA-OPERADOR TO AUD-OPERADOR
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           ACCEPT AUD-HORA FROM TIME
           PERFORM P-GRAVAR-TRILHA THRU P-GRAVAR-TRILHA-EXIT.
       P-GRAVA-AUDITORIA-EM-NOME-EXIT.
           EXIT.

      * ACAO EM CLIENTE OU VINCULO: AUD-ID E O ID-PESSOA.
       P-GRAVA-AUDITORIA-CLIENTE.
           MOVE WS-OPERADOR-ID TO WS-AUDITORIA-OPERADOR
           PERFORM P-AUDITA-CLIENTE-EM-NOME
               THRU P-AUDITA-CLIENTE-EM-NOME-EXIT.
       P-GRAVA-AUDITORIA-CLIENTE-EXIT.
           EXIT.

      * NA APROVACAO DE PEDIDO SOBRE CLIENTE OU VINCULO A ACAO "K" E
      * REGISTRADA EM NOME DO SOLICITANTE E A APROVACAO ("W") EM NOME
      * DO SUPERVISOR.
       P-AUDITA-CLIENTE-EM-NOME.
           MOVE ID-PESSOA     TO AUD-ID
           MOVE WS-ACAO-AUDITORIA TO AUD-ACAO
           MOVE WS-AUDITORIA-OPERADOR TO AUD-OPERADOR
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           ACCEPT AUD-HORA FROM TIME
           PERFORM P-GRAVAR-TRILHA THRU P-GRAVAR-TRILHA-EXIT.
       P-AUDITA-CLIENTE-EM-NOME-EXIT.
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

      * ACAO QUE NAO ENTROU NA TRILHA DEPOIS DE ATUALIZADO O CADASTRO:
      * A MENSAGEM DA OPERACAO LEVA O AVISO PARA O OPERADOR.
       P-AVISAR-TRILHA.
           IF NOT FALHOU-TRILHA
               GO TO P-AVISAR-TRILHA-EXIT.
           MOVE WS-MSG TO WS-MSG-ANTERIOR
           MOVE SPACES TO WS-MSG
           STRING WS-MSG-ANTERIOR DELIMITED BY "  "
               " - ERRO NA GRAVACAO DA TRILHA" DELIMITED BY SIZE
               INTO WS-MSG.
       P-AVISAR-TRILHA-EXIT.
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

      *------ RELEITURA DO ENDERECO ANTES DE GRAVAR ---------------------
      * COMPARA O REGISTRO ATUAL COM A IMAGEM GUARDADA NA LEITURA
      * (WS-ENDERECO-ANTES). A RELEITURA SOBRESCREVE O REGISTRO.
       P-CONFERE-ENDERECO.
           MOVE "N" TO WS-REGISTRO-MUDOU
           MOVE WS-ENDERECO-ANTES (1:8) TO ID-ENDERECO
           READ ARQUIVOENDERECO
           IF WS-STATUS-ARQUIVO NOT = "00"
               OR ENDERECO NOT = WS-ENDERECO-ANTES
               MOVE "S" TO WS-REGISTRO-MUDOU.
       P-CONFERE-ENDERECO-EXIT.
           EXIT.

      *------ GRAVACAO RECUSADA: ENDERECO MUDOU DESDE A LEITURA --------
      * OUTRO OPERADOR OU UM JOB (CONCEP, MRGEND, DEVEND...) GRAVOU O
      * REGISTRO ENQUANTO ELE ESTAVA NA TELA. A RECUSA VAI PARA A
      * TRILHA COMO ACAO "X", O OPERADOR VE OS VALORES ATUAIS E
      * DECIDE SE REFAZ A OPERACAO SOBRE ELES (WS-CONFIRMA = "S").
      * REGISTRO QUE SUMIU OU FOI EXCLUIDO NAO PODE SER REFEITO.
       P-CONFLITO-ENDERECO.
           MOVE "X" TO WS-ACAO-AUDITORIA
           IF WS-STATUS-ARQUIVO NOT = "00"
               MOVE SPACES TO ENDERECO
               MOVE WS-ENDERECO-ANTES (1:8) TO ID-ENDERECO
               MOVE "ENDERECO NAO EXISTE MAIS NO CADASTRO" TO WS-MSG
           ELSE IF END-SITUACAO = "E"
               MOVE "ENDERECO FOI EXCLUIDO POR OUTRO USUARIO" TO WS-MSG
           ELSE
               MOVE
                   "ENDERECO ALTERADO POR OUTRO USUARIO DESDE A LEITURA"
                   TO WS-MSG.
           PERFORM P-GRAVA-AUDITORIA THRU P-GRAVA-AUDITORIA-EXIT
           PERFORM P-LIBERAR-TRILHA THRU P-LIBERAR-TRILHA-EXIT
           MOVE SPACES TO WS-CONFIRMA
           DISPLAY TELA-CONFLITO-ENDERECO
           ACCEPT TELA-CONFLITO-ENDERECO
           IF WS-STATUS-ARQUIVO NOT = "00"
               OR END-SITUACAO = "E"
               MOVE "N" TO WS-CONFIRMA.
       P-CONFLITO-ENDERECO-EXIT.
           EXIT.

      *------ APROVACAO DAS PENDENCIAS PELO SUPERVISOR ------------------
      * PERCORRE OS PEDIDOS PENDENTES NA ORDEM DE CHEGADA. O PEDIDO SO
      * E APLICADO SE O ENDERECO AINDA ESTIVER IGUAL A IMAGEM "ANTES";
      * SE MUDOU DEPOIS DO PEDIDO ELE E REJEITADO AUTOMATICAMENTE. O
      * SUPERVISOR NAO DECIDE OS PROPRIOS PEDIDOS. PEDIDOS SOBRE
      * CLIENTE E VINCULO (TIPOS C E V) SEGUEM A MESMA REGRA CONTRA O
      * CADPES E O PESEND (P-PENDENCIAS-CLIENTE).
       P-PENDENCIAS.
           IF NOT PENDENCIA-DISPONIVEL
               MOVE "ARQUIVO DE PENDENCIAS INDISPONIVEL" TO WS-MSG
               DISPLAY TELA-MENSAGEM
               GO TO P-INICIAL.
           MOVE ZERO TO WS-TOTAL-DECIDIDAS
           MOVE LOW-VALUES TO PEND-CHAVE
           START ARQUIVOPENDENCIA KEY IS NOT LESS THAN PEND-CHAVE
           IF WS-STATUS-PENDENCIA NOT = "00"
               MOVE "NENHUMA PENDENCIA DE APROVACAO" TO WS-MSG
               DISPLAY TELA-MENSAGEM
               GO TO P-INICIAL.

       P-PENDENCIAS-PROXIMA.
           READ ARQUIVOPENDENCIA NEXT RECORD
           IF WS-STATUS-PENDENCIA NOT = "00"
               MOVE "FIM DAS PENDENCIAS - DECIDIDAS NESTA SESSAO:"
                   TO WS-MSG
               MOVE WS-TOTAL-DECIDIDAS TO WS-MSG (47:5)
               DISPLAY TELA-MENSAGEM
               GO TO P-INICIAL.
           IF PEND-SITUACAO NOT = "P"
               GO TO P-PENDENCIAS-PROXIMA.
           IF PEND-TIPO = "E"
               MOVE "EXCLUSAO" TO WS-DESCRICAO-PENDENCIA
           ELSE IF PEND-TIPO = "C" AND PDC-CLIENTE = SPACES
               MOVE "EXCLUSAO" TO WS-DESCRICAO-PENDENCIA
           ELSE IF PEND-TIPO = "C"
               MOVE "CLIENTE" TO WS-DESCRICAO-PENDENCIA
           ELSE IF PEND-TIPO = "V"
               MOVE "VINCULO" TO WS-DESCRICAO-PENDENCIA
           ELSE
               MOVE "ALTERACAO" TO WS-DESCRICAO-PENDENCIA.

       P-PENDENCIAS-DECIDIR.
           MOVE SPACES TO WS-DECISAO WS-MOTIVO-DECISAO
           IF PEND-TIPO = "C" OR PEND-TIPO = "V"
               DISPLAY TELA-PENDENCIA-CLIENTE
               ACCEPT TELA-PENDENCIA-CLIENTE
           ELSE
               DISPLAY TELA-PENDENCIA
               ACCEPT TELA-PENDENCIA.
           IF WS-DECISAO = "S"
               GO TO P-INICIAL.
           IF WS-DECISAO = "P"
               GO TO P-PENDENCIAS-PROXIMA.
           IF WS-DECISAO NOT = "A" AND WS-DECISAO NOT = "R"
               MOVE "DECISAO INVALIDA - USE A, R, P OU S" TO WS-MSG
               DISPLAY TELA-MENSAGEM
               GO TO P-PENDENCIAS-DECIDIR.
           IF PEND-SOLICITANTE = WS-OPERADOR-ID
               MOVE "PEDIDO PROPRIO - DEVE SER DECIDIDO POR OUTRO"
                   TO WS-MSG
               DISPLAY TELA-MENSAGEM
               GO TO P-PENDENCIAS-PROXIMA.
           IF WS-DECISAO = "R" AND WS-MOTIVO-DECISAO = SPACES
               MOVE "INFORME O MOTIVO DA REJEICAO" TO WS-MSG
               DISPLAY TELA-MENSAGEM
               GO TO P-PENDENCIAS-DECIDIR.
           IF WS-DECISAO = "R"
               MOVE "R" TO PEND-SITUACAO
               MOVE "PEDIDO REJEITADO" TO WS-MSG
               GO TO P-PENDENCIAS-ENCERRAR.

      * O CONTROLE DA TRILHA FICA RESERVADO DA RELEITURA ATE A
      * GRAVACAO DAS ACOES; OCUPADO, O PEDIDO FICA PENDENTE.
           PERFORM P-RESERVAR-TRILHA THRU P-RESERVAR-TRILHA-EXIT
           IF NOT TRILHA-RESERVADA
               MOVE "CONTROLE DA TRILHA OCUPADO - PEDIDO MANTIDO"
                   TO WS-MSG
               DISPLAY TELA-MENSAGEM
               GO TO P-PENDENCIAS-PROXIMA.
           IF PEND-TIPO = "C" OR PEND-TIPO = "V"
               GO TO P-PENDENCIAS-CLIENTE.

           MOVE PEND-ID-ENDERECO TO ID-ENDERECO
           READ ARQUIVOENDERECO
           IF WS-STATUS-ARQUIVO NOT = "00"
               OR ENDERECO NOT = PEND-ANTES
               MOVE "R" TO PEND-SITUACAO
               MOVE "ENDERECO ALTERADO APOS O PEDIDO"
                   TO WS-MOTIVO-DECISAO
               MOVE "ENDERECO MUDOU DEPOIS DO PEDIDO - REJEITADO"
                   TO WS-MSG
               MOVE PEND-ID-ENDERECO TO ID-ENDERECO
               MOVE "X"              TO WS-ACAO-AUDITORIA
               MOVE PEND-SOLICITANTE TO WS-AUDITORIA-OPERADOR
               PERFORM P-GRAVA-AUDITORIA-EM-NOME
                   THRU P-GRAVA-AUDITORIA-EM-NOME-EXIT
               GO TO P-PENDENCIAS-ENCERRAR.
           IF PEND-TIPO = "E"
               PERFORM P-VERIFICA-VINCULO THRU P-VERIFICA-VINCULO-EXIT
               IF ENDERECO-VINCULADO
                   MOVE "ENDERECO EM USO POR CLIENTE - PEDIDO MANTIDO"
                       TO WS-MSG
                   PERFORM P-LIBERAR-TRILHA THRU P-LIBERAR-TRILHA-EXIT
                   DISPLAY TELA-MENSAGEM
                   GO TO P-PENDENCIAS-PROXIMA
               ELSE
                   MOVE "E" TO END-SITUACAO
                   ACCEPT END-DATA-EXCLUSAO FROM DATE YYYYMMDD
           ELSE
               MOVE PEND-DEPOIS TO ENDERECO.
           REWRITE ENDERECO
           IF WS-STATUS-ARQUIVO NOT = "00"
               AND WS-STATUS-ARQUIVO NOT = "02"
               MOVE "ERRO NA GRAVACAO DO ENDERECO - PEDIDO MANTIDO"
                   TO WS-MSG
               PERFORM P-LIBERAR-TRILHA THRU P-LIBERAR-TRILHA-EXIT
               DISPLAY TELA-MENSAGEM
               GO TO P-PENDENCIAS-PROXIMA.
           MOVE PEND-TIPO        TO WS-ACAO-AUDITORIA
           MOVE PEND-SOLICITANTE TO WS-AUDITORIA-OPERADOR
           PERFORM P-GRAVA-AUDITORIA-EM-NOME
               THRU P-GRAVA-AUDITORIA-EM-NOME-EXIT
           MOVE "V" TO WS-ACAO-AUDITORIA
           PERFORM P-GRAVA-AUDITORIA THRU P-GRAVA-AUDITORIA-EXIT
           MOVE "A" TO PEND-SITUACAO
           IF WS-MOTIVO-DECISAO = SPACES
               MOVE "APROVADO" TO WS-MOTIVO-DECISAO.
           MOVE "PEDIDO APROVADO E APLICADO" TO WS-MSG
           PERFORM P-AVISAR-TRILHA THRU P-AVISAR-TRILHA-EXIT.

       P-PENDENCIAS-ENCERRAR.
           MOVE WS-OPERADOR-ID    TO PEND-APROVADOR
           ACCEPT PEND-DATA-DECISAO FROM DATE YYYYMMDD
           ACCEPT PEND-HORA-DECISAO FROM TIME
           MOVE WS-MOTIVO-DECISAO TO PEND-MOTIVO
           REWRITE PENDENCIA-REG
           IF WS-STATUS-PENDENCIA NOT = "00"
               AND WS-STATUS-PENDENCIA NOT = "02"
               MOVE "ERRO NA GRAVACAO DA DECISAO" TO WS-MSG.
           PERFORM P-LIBERAR-TRILHA THRU P-LIBERAR-TRILHA-EXIT
           ADD 1 TO WS-TOTAL-DECIDIDAS
           DISPLAY TELA-MENSAGEM
           GO TO P-PENDENCIAS-PROXIMA.

      *------ APROVACAO DE PEDIDO SOBRE CLIENTE OU VINCULO --------------
      * "C" GRAVA A IMAGEM DEPOIS DO CLIENTE OU, COM ELA EM BRANCO,
      * EXCLUI O CLIENTE E SEUS VINCULOS; "V" INCLUI, ALTERA OU
      * EXCLUI O VINCULO DO TIPO PEDIDO. O PEDIDO SO E APLICADO SE O
      * REGISTRO ATUAL (OU A FALTA DELE) AINDA FOR IGUAL A IMAGEM
      * ANTES E SE O ENDERECO DE DESTINO CONTINUAR ATIVO; SENAO E
      * REJEITADO E A RECUSA VAI PARA A TRILHA COMO "Y" EM NOME DO
      * SOLICITANTE. A SITUACAO DA VIGENCIA DO VINCULO E A DO DIA DO
      * PEDIDO; O VIGEND A ACERTA NA NOITE SEGUINTE.
       P-PENDENCIAS-CLIENTE.
           MOVE PEND-ID-ENDERECO TO ID-PESSOA
           READ ARQUIVOPESSOA
           IF WS-STATUS-PESSOA NOT = "00"
               GO TO P-PENDENCIAS-CLIENTE-MUDOU.
           IF PEND-TIPO = "C"
               IF PESSOA NOT = PAC-CLIENTE
                   GO TO P-PENDENCIAS-CLIENTE-MUDOU
               ELSE IF PDC-CLIENTE = SPACES
                   GO TO P-PENDENCIAS-CLIENTE-APLICAR
               ELSE
                   MOVE PDC-ID-ENDERECO TO ID-ENDERECO
                   GO TO P-PENDENCIAS-CLIENTE-DESTINO.

           MOVE PEND-ID-ENDERECO TO VINC-ID-PESSOA
           IF PAV-TIPO NOT = SPACE
               MOVE PAV-TIPO TO VINC-TIPO
           ELSE
               MOVE PDV-TIPO TO VINC-TIPO.
           READ ARQUIVOVINCULO
           IF WS-STATUS-VINCULO = "00"
               IF VINCULO-REG NOT = PAV-VINCULO
                   GO TO P-PENDENCIAS-CLIENTE-MUDOU
               ELSE
                   NEXT SENTENCE
           ELSE
               IF PAV-VINCULO NOT = SPACES
                   GO TO P-PENDENCIAS-CLIENTE-MUDOU.
           IF PDV-VINCULO = SPACES
               GO TO P-PENDENCIAS-CLIENTE-APLICAR.
           MOVE PDV-ID-ENDERECO TO ID-ENDERECO.

       P-PENDENCIAS-CLIENTE-DESTINO.
           READ ARQUIVOENDERECO
           IF WS-STATUS-ARQUIVO NOT = "00"
               OR END-SITUACAO = "E"
               MOVE "ENDERECO DO PEDIDO NAO ESTA MAIS ATIVO"
                   TO WS-MOTIVO-DECISAO
               MOVE "ENDERECO DO PEDIDO INATIVO - REJEITADO" TO WS-MSG
               GO TO P-PENDENCIAS-CLIENTE-RECUSA.

       P-PENDENCIAS-CLIENTE-APLICAR.
           IF PEND-TIPO = "C" AND PDC-CLIENTE = SPACES
               DELETE ARQUIVOPESSOA
               IF WS-STATUS-PESSOA NOT = "00"
                   GO TO P-PENDENCIAS-CLIENTE-ERRO
               ELSE
                   PERFORM P-EXCLUIR-VINCULOS
                       THRU P-EXCLUIR-VINCULOS-EXIT
                   GO TO P-PENDENCIAS-CLIENTE-AUDITAR.
           IF PEND-TIPO = "C"
               MOVE PDC-CLIENTE TO PESSOA
               REWRITE PESSOA
               IF WS-STATUS-PESSOA NOT = "00"
                   AND WS-STATUS-PESSOA NOT = "02"
                   GO TO P-PENDENCIAS-CLIENTE-ERRO
               ELSE
                   GO TO P-PENDENCIAS-CLIENTE-AUDITAR.
           IF PDV-VINCULO = SPACES
               DELETE ARQUIVOVINCULO
           ELSE IF PAV-VINCULO = SPACES
               MOVE PDV-VINCULO TO VINCULO-REG
               WRITE VINCULO-REG
           ELSE
               MOVE PDV-VINCULO TO VINCULO-REG
               REWRITE VINCULO-REG.
           IF WS-STATUS-VINCULO NOT = "00"
               AND WS-STATUS-VINCULO NOT = "02"
               GO TO P-PENDENCIAS-CLIENTE-ERRO.

      * A EXCLUSAO DO CLIENTE ENTRA COMO "Z" EM NOME DO SOLICITANTE.
       P-PENDENCIAS-CLIENTE-AUDITAR.
           MOVE PEND-ID-ENDERECO TO ID-PESSOA
           IF PEND-TIPO = "C" AND PDC-CLIENTE = SPACES
               MOVE "Z"          TO WS-ACAO-AUDITORIA
           ELSE
               MOVE "K"          TO WS-ACAO-AUDITORIA.
           MOVE PEND-SOLICITANTE TO WS-AUDITORIA-OPERADOR
           PERFORM P-AUDITA-CLIENTE-EM-NOME
               THRU P-AUDITA-CLIENTE-EM-NOME-EXIT
           MOVE "W" TO WS-ACAO-AUDITORIA
           PERFORM P-GRAVA-AUDITORIA-CLIENTE
               THRU P-GRAVA-AUDITORIA-CLIENTE-EXIT
           MOVE "A" TO PEND-SITUACAO
           IF WS-MOTIVO-DECISAO = SPACES
               MOVE "APROVADO" TO WS-MOTIVO-DECISAO.
           MOVE "PEDIDO APROVADO E APLICADO" TO WS-MSG
           PERFORM P-AVISAR-TRILHA THRU P-AVISAR-TRILHA-EXIT
           GO TO P-PENDENCIAS-ENCERRAR.

       P-PENDENCIAS-CLIENTE-MUDOU.
           MOVE "CLIENTE/VINCULO ALTERADO APOS O PEDIDO"
               TO WS-MOTIVO-DECISAO
           MOVE "CLIENTE MUDOU DEPOIS DO PEDIDO - REJEITADO" TO WS-MSG.

       P-PENDENCIAS-CLIENTE-RECUSA.
           MOVE "R" TO PEND-SITUACAO
           MOVE PEND-ID-ENDERECO TO ID-PESSOA
           MOVE "Y"              TO WS-ACAO-AUDITORIA
           MOVE PEND-SOLICITANTE TO WS-AUDITORIA-OPERADOR
           PERFORM P-AUDITA-CLIENTE-EM-NOME
               THRU P-AUDITA-CLIENTE-EM-NOME-EXIT
           GO TO P-PENDENCIAS-ENCERRAR.

       P-PENDENCIAS-CLIENTE-ERRO.
           MOVE "ERRO NA GRAVACAO DO CLIENTE/VINCULO - PEDIDO MANTIDO"
               TO WS-MSG
           PERFORM P-LIBERAR-TRILHA THRU P-LIBERAR-TRILHA-EXIT
           DISPLAY TELA-MENSAGEM
           GO TO P-PENDENCIAS-PROXIMA.

      *------ PEDIDO PENDENTE PARA O MESMO ENDERECO ---------------------
      * UM ENDERECO TEM NO MAXIMO UM PEDIDO PENDENTE POR VEZ. OS
      * PEDIDOS C/V, DE CLIENTE, USAM A MESMA CHAVE E SAO PULADOS.
       P-VERIFICA-PENDENCIA.
           MOVE "N" TO WS-TEM-PENDENCIA
           IF NOT PENDENCIA-DISPONIVEL
               GO TO P-VERIFICA-PENDENCIA-EXIT.
           MOVE ID-ENDERECO TO PEND-ID-ENDERECO
           START ARQUIVOPENDENCIA KEY IS EQUAL TO PEND-ID-ENDERECO
           IF WS-STATUS-PENDENCIA NOT = "00"
               GO TO P-VERIFICA-PENDENCIA-EXIT.
           MOVE "N" TO WS-FIM-PENDENCIA
           PERFORM P-VERIFICA-PENDENCIA-LER
               THRU P-VERIFICA-PENDENCIA-LER-EXIT
               UNTIL FIM-DAS-PENDENCIAS OR TEM-PENDENCIA.
       P-VERIFICA-PENDENCIA-EXIT.
           EXIT.

       P-VERIFICA-PENDENCIA-LER.
           READ ARQUIVOPENDENCIA NEXT RECORD
           IF (WS-STATUS-PENDENCIA NOT = "00"
                   AND WS-STATUS-PENDENCIA NOT = "02")
               OR PEND-ID-ENDERECO NOT = ID-ENDERECO
               MOVE "S" TO WS-FIM-PENDENCIA
               GO TO P-VERIFICA-PENDENCIA-LER-EXIT.
           IF PEND-SITUACAO = "P"
               AND (PEND-TIPO = "A" OR PEND-TIPO = "E")
               MOVE "S" TO WS-TEM-PENDENCIA.
       P-VERIFICA-PENDENCIA-LER-EXIT.
           EXIT.

      *------ PEDIDO PENDENTE PARA O MESMO CLIENTE ----------------------
      * UM CLIENTE TEM NO MAXIMO UM PEDIDO C/V PENDENTE POR VEZ.
       P-VERIFICA-PEDIDO-CLIENTE.
           MOVE "N" TO WS-TEM-PENDENCIA
           IF NOT PENDENCIA-DISPONIVEL
               GO TO P-VERIFICA-PEDIDO-CLIENTE-EXIT.
           MOVE ID-PESSOA TO PEND-ID-ENDERECO
           START ARQUIVOPENDENCIA KEY IS EQUAL TO PEND-ID-ENDERECO
           IF WS-STATUS-PENDENCIA NOT = "00"
               GO TO P-VERIFICA-PEDIDO-CLIENTE-EXIT.
           MOVE "N" TO WS-FIM-PENDENCIA
           PERFORM P-VERIFICA-PEDIDO-LER
               THRU P-VERIFICA-PEDIDO-LER-EXIT
               UNTIL FIM-DAS-PENDENCIAS OR TEM-PENDENCIA.
       P-VERIFICA-PEDIDO-CLIENTE-EXIT.
           EXIT.

       P-VERIFICA-PEDIDO-LER.
           READ ARQUIVOPENDENCIA NEXT RECORD
           IF (WS-STATUS-PENDENCIA NOT = "00"
                   AND WS-STATUS-PENDENCIA NOT = "02")
               OR PEND-ID-ENDERECO NOT = ID-PESSOA
               MOVE "S" TO WS-FIM-PENDENCIA
               GO TO P-VERIFICA-PEDIDO-LER-EXIT.
           IF PEND-SITUACAO = "P"
               AND (PEND-TIPO = "C" OR PEND-TIPO = "V")
               MOVE "S" TO WS-TEM-PENDENCIA.
       P-VERIFICA-PEDIDO-LER-EXIT.
           EXIT.

      *------ LISTAGEM SEQUENCIAL COM ROLAGEM ---------------------------
               GO TO P-PESSOA-EXCLUIR
           ELSE IF WS-OPCAO-PESSOA = "B"
               GO TO P-PESSOA-CONSULTAR
           ELSE IF WS-OPCAO-PESSOA = "D"
               GO TO P-PESSOA-CONSULTAR-DOC
           ELSE IF WS-OPCAO-PESSOA = "V"
               GO TO P-VINCULO-CLIENTE
           ELSE IF WS-OPCAO-PESSOA = "S"
       P-PESSOA-NOVO.
           PERFORM P-PROXIMO-ID-PESSOA THRU P-PROXIMO-ID-PESSOA-EXIT
           MOVE SPACES TO PES-NOME PES-TELEFONE PES-ID-ENDERECO
               PES-DOCUMENTO WS-DOCUMENTO-ANTES
           MOVE "I" TO WS-MODO-PESSOA
           MOVE "NOVO" TO WS-TITULO-PESSOA
           GO TO P-PESSOA-DADOS.
               MOVE "CLIENTE NAO ENCONTRADO" TO WS-MSG
               DISPLAY TELA-MENSAGEM
               GO TO P-MENU-PESSOA.
           IF PERFIL-CADASTRO
               PERFORM P-VERIFICA-PEDIDO-CLIENTE
                   THRU P-VERIFICA-PEDIDO-CLIENTE-EXIT
               IF TEM-PENDENCIA
                   MOVE "CLIENTE COM PEDIDO AGUARDANDO O SUPERVISOR"
                       TO WS-MSG
                   DISPLAY TELA-MENSAGEM
                   GO TO P-MENU-PESSOA.
           MOVE PESSOA TO WS-PESSOA-ANTES
           MOVE PES-DOCUMENTO TO WS-DOCUMENTO-ANTES
           MOVE "A" TO WS-MODO-PESSOA
           MOVE "ALTERACAO" TO WS-TITULO-PESSOA
           GO TO P-PESSOA-DADOS.
               DISPLAY TELA-MENSAGEM
               GO TO P-PESSOA-DADOS.

      * CLIENTE ANTIGO PODE FICAR SEM DOCUMENTO ATE SER INFORMADO;
      * CLIENTE NOVO NAO. DOCUMENTO JA GRAVADO NAO VOLTA A BRANCO.
           IF PES-DOCUMENTO = SPACES
               IF MODO-PESSOA-INCLUSAO
                   OR WS-DOCUMENTO-ANTES NOT = SPACES
                   MOVE "INFORME O CPF/CNPJ DO CLIENTE" TO WS-MSG
                   DISPLAY TELA-MENSAGEM
                   GO TO P-PESSOA-DADOS
               ELSE
                   NEXT SENTENCE
           ELSE
               PERFORM P-VALIDA-DOCUMENTO
                   THRU P-VALIDA-DOCUMENTO-EXIT
               IF NOT DOCUMENTO-VALIDO
                   MOVE "CPF/CNPJ INVALIDO - CONFIRA OS DIGITOS"
                       TO WS-MSG
                   DISPLAY TELA-MENSAGEM
                   GO TO P-PESSOA-DADOS.

           IF PES-DOCUMENTO NOT = SPACES
               PERFORM P-VERIFICA-DOCUMENTO
                   THRU P-VERIFICA-DOCUMENTO-EXIT
               IF WS-MSG NOT = SPACES
                   DISPLAY TELA-MENSAGEM
                   GO TO P-PESSOA-DADOS.

      * O CONTROLE DA TRILHA E RESERVADO ANTES DA RELEITURA E SO E
      * LIBERADO DEPOIS DA GRAVACAO (OU NA RECUSA).
           PERFORM P-RESERVAR-TRILHA THRU P-RESERVAR-TRILHA-EXIT
           IF NOT TRILHA-RESERVADA
               MOVE "CONTROLE DA TRILHA OCUPADO - NADA GRAVADO"
                   TO WS-MSG
               DISPLAY TELA-MENSAGEM
               GO TO P-MENU-PESSOA.

      * NA ALTERACAO O CLIENTE E RELIDO: SE MUDOU DESDE A LEITURA A
      * GRAVACAO E RECUSADA E A DIGITACAO RECOMECA SOBRE O ATUAL.
           IF MODO-PESSOA-ALTERACAO
               MOVE PESSOA TO WS-PESSOA-NOVA
               PERFORM P-CONFERE-PESSOA THRU P-CONFERE-PESSOA-EXIT
               IF REGISTRO-MUDOU
                   PERFORM P-CONFLITO-PESSOA
                       THRU P-CONFLITO-PESSOA-EXIT
                   IF CONFIRMA-SIM
                       MOVE PESSOA TO WS-PESSOA-ANTES
                       MOVE PES-DOCUMENTO TO WS-DOCUMENTO-ANTES
                       GO TO P-PESSOA-DADOS
                   ELSE
                       GO TO P-MENU-PESSOA
               ELSE
                   MOVE WS-PESSOA-NOVA TO PESSOA.

      * NO PERFIL 2 A TROCA DO ENDERECO PRINCIPAL VIRA PEDIDO PARA O
      * SUPERVISOR (OPCAO V) COM A ALTERACAO INTEIRA; O CLIENTE NAO E
      * TOCADO ATE A APROVACAO.
           IF MODO-PESSOA-ALTERACAO AND PERFIL-CADASTRO
               AND PES-ID-ENDERECO NOT = WS-PESSOA-ANTES (56:8)
               PERFORM P-LIBERAR-TRILHA THRU P-LIBERAR-TRILHA-EXIT
               MOVE "C" TO WS-TIPO-PENDENCIA
               PERFORM P-GRAVA-PENDENCIA-CLIENTE
                   THRU P-GRAVA-PENDENCIA-CLIENTE-EXIT
               DISPLAY TELA-MENSAGEM
               GO TO P-MENU-PESSOA.

           IF MODO-PESSOA-ALTERACAO
               REWRITE PESSOA
           ELSE
               MOVE "CLIENTE GRAVADO" TO WS-MSG
           ELSE
               MOVE "ERRO NA GRAVACAO DO CLIENTE" TO WS-MSG.
           PERFORM P-LIBERAR-TRILHA THRU P-LIBERAR-TRILHA-EXIT
           DISPLAY TELA-MENSAGEM
           GO TO P-MENU-PESSOA.

               MOVE "CLIENTE NAO ENCONTRADO" TO WS-MSG
               DISPLAY TELA-MENSAGEM
               GO TO P-MENU-PESSOA.

       P-PESSOA-EXCLUIR-LIDO.
           MOVE PESSOA TO WS-PESSOA-ANTES
           MOVE SPACES TO WS-CONFIRMA
           DISPLAY TELA-CONFIRMA-EXCLUSAO-PESSOA
           ACCEPT WS-CONFIRMA
               MOVE "EXCLUSAO CANCELADA" TO WS-MSG
               DISPLAY TELA-MENSAGEM
               GO TO P-MENU-PESSOA.
           PERFORM P-RESERVAR-TRILHA THRU P-RESERVAR-TRILHA-EXIT
           IF NOT TRILHA-RESERVADA
               MOVE "CONTROLE DA TRILHA OCUPADO - NADA GRAVADO"
                   TO WS-MSG
               DISPLAY TELA-MENSAGEM
               GO TO P-MENU-PESSOA.
           PERFORM P-CONFERE-PESSOA THRU P-CONFERE-PESSOA-EXIT
           IF REGISTRO-MUDOU
               PERFORM P-CONFLITO-PESSOA THRU P-CONFLITO-PESSOA-EXIT
               IF CONFIRMA-SIM
                   GO TO P-PESSOA-EXCLUIR-LIDO
               ELSE
                   GO TO P-MENU-PESSOA.
      * NO PERFIL 2 A EXCLUSAO DO CLIENTE E DE SEUS VINCULOS VIRA
      * PEDIDO "C" COM A IMAGEM DEPOIS EM BRANCO, APLICADO PELO
      * SUPERVISOR NA OPCAO V.
           IF PERFIL-CADASTRO
               PERFORM P-LIBERAR-TRILHA THRU P-LIBERAR-TRILHA-EXIT
               MOVE "C" TO WS-TIPO-PENDENCIA
               MOVE "E" TO WS-MODO-PESSOA
               PERFORM P-GRAVA-PENDENCIA-CLIENTE
                   THRU P-GRAVA-PENDENCIA-CLIENTE-EXIT
               DISPLAY TELA-MENSAGEM
               GO TO P-MENU-PESSOA.
      * A EXCLUSAO VAI PARA A TRILHA COMO ACAO "Z" (AUD-ID =
      * ID-PESSOA), QUE COBRE TAMBEM OS VINCULOS APAGADOS.
           DELETE ARQUIVOPESSOA
           IF WS-STATUS-PESSOA = "00"
               PERFORM P-EXCLUIR-VINCULOS THRU P-EXCLUIR-VINCULOS-EXIT
               MOVE "CLIENTE EXCLUIDO" TO WS-MSG
               MOVE "Z" TO WS-ACAO-AUDITORIA
               PERFORM P-GRAVA-AUDITORIA-CLIENTE
                   THRU P-GRAVA-AUDITORIA-CLIENTE-EXIT
               PERFORM P-AVISAR-TRILHA THRU P-AVISAR-TRILHA-EXIT
           ELSE
               MOVE "ERRO NA EXCLUSAO DO CLIENTE" TO WS-MSG.
           PERFORM P-LIBERAR-TRILHA THRU P-LIBERAR-TRILHA-EXIT
           DISPLAY TELA-MENSAGEM
           GO TO P-MENU-PESSOA.

      *------ RELEITURA DO CLIENTE ANTES DE GRAVAR ----------------------
      * COMPARA O CLIENTE ATUAL COM A IMAGEM GUARDADA NA LEITURA
      * (WS-PESSOA-ANTES). A RELEITURA SOBRESCREVE O REGISTRO.
       P-CONFERE-PESSOA.
           MOVE "N" TO WS-REGISTRO-MUDOU
           MOVE WS-PESSOA-ANTES (1:8) TO ID-PESSOA
           READ ARQUIVOPESSOA
           IF WS-STATUS-PESSOA NOT = "00"
               OR PESSOA NOT = WS-PESSOA-ANTES
               MOVE "S" TO WS-REGISTRO-MUDOU.
       P-CONFERE-PESSOA-EXIT.
           EXIT.

      *------ GRAVACAO RECUSADA: CLIENTE MUDOU DESDE A LEITURA ---------
      * A RECUSA VAI PARA A TRILHA COMO ACAO "Y" (AUD-ID = ID-PESSOA).
      * CLIENTE QUE NAO EXISTE MAIS NAO PODE SER REFEITO.
       P-CONFLITO-PESSOA.
           MOVE "Y" TO WS-ACAO-AUDITORIA
           IF WS-STATUS-PESSOA NOT = "00"
               MOVE SPACES TO PESSOA
               MOVE WS-PESSOA-ANTES (1:8) TO ID-PESSOA
               MOVE "CLIENTE NAO EXISTE MAIS NO CADASTRO" TO WS-MSG
           ELSE
               MOVE
                   "CLIENTE ALTERADO POR OUTRO USUARIO DESDE A LEITURA"
                   TO WS-MSG.
           PERFORM P-GRAVA-AUDITORIA-CLIENTE
               THRU P-GRAVA-AUDITORIA-CLIENTE-EXIT
           PERFORM P-LIBERAR-TRILHA THRU P-LIBERAR-TRILHA-EXIT
           MOVE SPACES TO WS-CONFIRMA
           DISPLAY TELA-CONFLITO-PESSOA
           ACCEPT TELA-CONFLITO-PESSOA
           IF WS-STATUS-PESSOA NOT = "00"
               MOVE "N" TO WS-CONFIRMA.
       P-CONFLITO-PESSOA-EXIT.
           EXIT.

      *------ CONSULTA DE CLIENTE COM O ENDERECO DO CADASTRO ------------
       P-PESSOA-CONSULTAR.
           MOVE SPACES TO WS-ID-PESSOA-PESQUISA
               DISPLAY TELA-MENSAGEM
               GO TO P-MENU-PESSOA.

       P-PESSOA-EXIBIR.
      * OS VINCULOS SAO MONTADOS ANTES DO ENDERECO PRINCIPAL PORQUE
      * A MONTAGEM LE O ARQUIVOENDERECO E SOBRESCREVE O REGISTRO.
           PERFORM P-MONTAR-VINCULOS THRU P-MONTAR-VINCULOS-EXIT
           ACCEPT WS-CONFIRMA
           GO TO P-MENU-PESSOA.

      *------ CONSULTA DE CLIENTE PELO CPF/CNPJ -------------------------
       P-PESSOA-CONSULTAR-DOC.
           MOVE SPACES TO WS-DOC-PESQUISA
           DISPLAY TELA-PESQUISA-DOCUMENTO
           ACCEPT WS-DOC-PESQUISA
           IF WS-DOC-PESQUISA = SPACES
               GO TO P-MENU-PESSOA.
           MOVE WS-DOC-PESQUISA TO PES-DOCUMENTO
           START ARQUIVOPESSOA KEY IS EQUAL TO PES-DOCUMENTO
           IF WS-STATUS-PESSOA NOT = "00"
               MOVE "CLIENTE NAO ENCONTRADO" TO WS-MSG
               DISPLAY TELA-MENSAGEM
               GO TO P-MENU-PESSOA.
           READ ARQUIVOPESSOA NEXT RECORD
           IF (WS-STATUS-PESSOA NOT = "00"
                   AND WS-STATUS-PESSOA NOT = "02")
               OR PES-DOCUMENTO NOT = WS-DOC-PESQUISA
               MOVE "CLIENTE NAO ENCONTRADO" TO WS-MSG
               DISPLAY TELA-MENSAGEM
               GO TO P-MENU-PESSOA.
           GO TO P-PESSOA-EXIBIR.

      *------ UNICIDADE DO CPF/CNPJ NO CADASTRO -------------------------
      * A CHAVE ALTERNATIVA ACEITA REPETICAO POR CAUSA DOS CLIENTES
      * ANTIGOS E ANONIMIZADOS, EM BRANCO; DOCUMENTO PREENCHIDO E
      * UNICO POR ESTA CRITICA. A LEITURA PELA CHAVE SOBRESCREVE O
      * REGISTRO, QUE E GUARDADO E DEVOLVIDO COMO FOI DIGITADO.
       P-VERIFICA-DOCUMENTO.
           MOVE SPACES TO WS-MSG
           MOVE PESSOA TO WS-PESSOA-DIGITADA
           START ARQUIVOPESSOA KEY IS EQUAL TO PES-DOCUMENTO
           IF WS-STATUS-PESSOA NOT = "00"
               GO TO P-VERIFICA-DOCUMENTO-FIM.
           READ ARQUIVOPESSOA NEXT RECORD
           IF WS-STATUS-PESSOA NOT = "00"
               AND WS-STATUS-PESSOA NOT = "02"
               GO TO P-VERIFICA-DOCUMENTO-FIM.
           IF PES-DOCUMENTO = WS-DIGITADA-DOCUMENTO
               AND ID-PESSOA NOT = WS-DIGITADA-ID
               STRING "CPF/CNPJ JA CADASTRADO NO CLIENTE "
                   DELIMITED BY SIZE
                   ID-PESSOA DELIMITED BY SIZE
                   INTO WS-MSG.
       P-VERIFICA-DOCUMENTO-FIM.
           MOVE WS-PESSOA-DIGITADA TO PESSOA.
       P-VERIFICA-DOCUMENTO-EXIT.
           EXIT.

      *------ DIGITOS VERIFICADORES DO CPF/CNPJ --------------------------
      * CPF: 11 DIGITOS ALINHADOS A ESQUERDA; CNPJ: 14 DIGITOS. CADA
      * DIGITO VERIFICADOR E O RESTO DA SOMA PONDERADA POR 11 (RESTO
      * 0 OU 1 DA ZERO, SENAO 11 MENOS O RESTO). SEQUENCIA DE UM SO
      * DIGITO PASSA NO CALCULO MAS NAO E DOCUMENTO.
       P-VALIDA-DOCUMENTO.
           MOVE "N" TO WS-DOCUMENTO-OK
           MOVE PES-DOCUMENTO TO WS-DOC-TRABALHO
           IF WS-DOC-TRABALHO (1:11) IS NUMERIC
               AND WS-DOC-TRABALHO (12:3) = SPACES
               MOVE 11 TO WS-DOC-TAMANHO
           ELSE IF WS-DOC-TRABALHO IS NUMERIC
               MOVE 14 TO WS-DOC-TAMANHO
           ELSE
               GO TO P-VALIDA-DOCUMENTO-EXIT.

           MOVE ZERO TO WS-DOC-IGUAIS
           INSPECT WS-DOC-TRABALHO TALLYING WS-DOC-IGUAIS
               FOR ALL WS-DOC-TRABALHO (1:1)
           IF WS-DOC-IGUAIS = WS-DOC-TAMANHO
               GO TO P-VALIDA-DOCUMENTO-EXIT.

           COMPUTE WS-DOC-POSICAO = WS-DOC-TAMANHO - 1
           PERFORM P-CALCULA-DV THRU P-CALCULA-DV-EXIT
           IF WS-DOC-DV NOT = WS-DOC-DIGITO (WS-DOC-POSICAO)
               GO TO P-VALIDA-DOCUMENTO-EXIT.
           MOVE WS-DOC-TAMANHO TO WS-DOC-POSICAO
           PERFORM P-CALCULA-DV THRU P-CALCULA-DV-EXIT
           IF WS-DOC-DV NOT = WS-DOC-DIGITO (WS-DOC-POSICAO)
               GO TO P-VALIDA-DOCUMENTO-EXIT.
           MOVE "S" TO WS-DOCUMENTO-OK.
       P-VALIDA-DOCUMENTO-EXIT.
           EXIT.

      * DIGITO DA POSICAO WS-DOC-POSICAO SOBRE OS DIGITOS ANTERIORES.
       P-CALCULA-DV.
           MOVE ZERO TO WS-DOC-SOMA
           PERFORM P-SOMA-DIGITO THRU P-SOMA-DIGITO-EXIT
               VARYING WS-DOC-IDX FROM 1 BY 1
               UNTIL WS-DOC-IDX NOT < WS-DOC-POSICAO
           DIVIDE WS-DOC-SOMA BY 11 GIVING WS-DOC-QUOCIENTE
               REMAINDER WS-DOC-RESTO
           IF WS-DOC-RESTO < 2
               MOVE ZERO TO WS-DOC-DV
           ELSE
               COMPUTE WS-DOC-DV = 11 - WS-DOC-RESTO.
       P-CALCULA-DV-EXIT.
           EXIT.

      * CPF: PESOS DECRESCENTES ATE 2 (10 A 2 NO PRIMEIRO DIGITO, 11
      * A 2 NO SEGUNDO). CNPJ: PESOS DA TABELA, ALINHADOS PELO FIM.
       P-SOMA-DIGITO.
           IF WS-DOC-TAMANHO = 11
               COMPUTE WS-DOC-PESO = WS-DOC-POSICAO - WS-DOC-IDX + 1
           ELSE
               COMPUTE WS-DOC-IDX-PESO = WS-DOC-IDX + 14
                   - WS-DOC-POSICAO
               MOVE PESO-CNPJ (WS-DOC-IDX-PESO) TO WS-DOC-PESO.
           COMPUTE WS-DOC-SOMA = WS-DOC-SOMA
               + WS-DOC-DIGITO (WS-DOC-IDX) * WS-DOC-PESO.
       P-SOMA-DIGITO-EXIT.
           EXIT.

      *------ VINCULOS DE ENDERECO DO CLIENTE (PESEND.DAT) --------------
      * UM VINCULO POR TIPO: C=COBRANCA, E=ENTREGA,
      * R=CORRESPONDENCIA, COM VIGENCIA DE/ATE.
               MOVE "CLIENTE NAO ENCONTRADO" TO WS-MSG
               DISPLAY TELA-MENSAGEM
               GO TO P-MENU-PESSOA.
           PERFORM P-GUARDAR-VINCULOS THRU P-GUARDAR-VINCULOS-EXIT.

       P-MENU-VINCULO.
           MOVE SPACES TO WS-OPCAO-VINCULO
               DISPLAY TELA-MENSAGEM
               GO TO P-VINCULO-INCLUIR.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           IF VINC-DATA-INICIO = SPACES
               MOVE WS-DATA-HOJE TO VINC-DATA-INICIO.
      * MESMA REGRA DE VIGENCIA APLICADA TODA NOITE PELO VIGEND.
           IF VINC-DATA-FIM NOT = SPACES
               AND VINC-DATA-FIM < WS-DATA-HOJE
               MOVE "E" TO VINC-SITUACAO
           ELSE IF VINC-DATA-INICIO > WS-DATA-HOJE
               MOVE "F" TO VINC-SITUACAO
           ELSE
               MOVE "V" TO VINC-SITUACAO.
           MOVE ID-PESSOA TO VINC-ID-PESSOA
           MOVE VINCULO-REG TO WS-VINCULO-DIGITADO
      * O CONTROLE DA TRILHA E RESERVADO ANTES DA RELEITURA E SO E
      * LIBERADO DEPOIS DA GRAVACAO (OU NA RECUSA).
           PERFORM P-RESERVAR-TRILHA THRU P-RESERVAR-TRILHA-EXIT
           IF NOT TRILHA-RESERVADA
               MOVE "CONTROLE DA TRILHA OCUPADO - NADA GRAVADO"
                   TO WS-MSG
               DISPLAY TELA-MENSAGEM
               GO TO P-MENU-VINCULO.
           PERFORM P-CONFERE-VINCULO THRU P-CONFERE-VINCULO-EXIT
           IF REGISTRO-MUDOU
               GO TO P-CONFLITO-VINCULO.
      * NO PERFIL 2 O VINCULO VIRA PEDIDO PARA O SUPERVISOR.
           IF PERFIL-CADASTRO
               PERFORM P-LIBERAR-TRILHA THRU P-LIBERAR-TRILHA-EXIT
               MOVE "V" TO WS-TIPO-PENDENCIA
               PERFORM P-GRAVA-PENDENCIA-CLIENTE
                   THRU P-GRAVA-PENDENCIA-CLIENTE-EXIT
               DISPLAY TELA-MENSAGEM
               GO TO P-MENU-VINCULO.
           MOVE WS-VINCULO-DIGITADO TO VINCULO-REG
           WRITE VINCULO-REG
           IF WS-STATUS-VINCULO = "22"
               REWRITE VINCULO-REG.
           IF WS-STATUS-VINCULO = "00" OR "02"
               MOVE VINCULO-REG TO WS-VINCULO-LIDO (WS-VINC-IDX)
               MOVE "VINCULO GRAVADO" TO WS-MSG
           ELSE
               MOVE "ERRO NA GRAVACAO DO VINCULO" TO WS-MSG.
           PERFORM P-LIBERAR-TRILHA THRU P-LIBERAR-TRILHA-EXIT
           DISPLAY TELA-MENSAGEM
           GO TO P-MENU-VINCULO.

               MOVE "TIPO INVALIDO - USE C, E OU R" TO WS-MSG
               DISPLAY TELA-MENSAGEM
               GO TO P-MENU-VINCULO.
           PERFORM P-RESERVAR-TRILHA THRU P-RESERVAR-TRILHA-EXIT
           IF NOT TRILHA-RESERVADA
               MOVE "CONTROLE DA TRILHA OCUPADO - NADA GRAVADO"
                   TO WS-MSG
               DISPLAY TELA-MENSAGEM
               GO TO P-MENU-VINCULO.
           PERFORM P-CONFERE-VINCULO THRU P-CONFERE-VINCULO-EXIT
           IF REGISTRO-MUDOU
               GO TO P-CONFLITO-VINCULO.
           IF WS-STATUS-VINCULO NOT = "00"
               MOVE "VINCULO NAO ENCONTRADO" TO WS-MSG
               PERFORM P-LIBERAR-TRILHA THRU P-LIBERAR-TRILHA-EXIT
               DISPLAY TELA-MENSAGEM
               GO TO P-MENU-VINCULO.
           IF PERFIL-CADASTRO
               PERFORM P-LIBERAR-TRILHA THRU P-LIBERAR-TRILHA-EXIT
               MOVE SPACES TO WS-VINCULO-DIGITADO
               MOVE "V" TO WS-TIPO-PENDENCIA
               PERFORM P-GRAVA-PENDENCIA-CLIENTE
                   THRU P-GRAVA-PENDENCIA-CLIENTE-EXIT
               DISPLAY TELA-MENSAGEM
               GO TO P-MENU-VINCULO.
           DELETE ARQUIVOVINCULO
           IF WS-STATUS-VINCULO = "00"
               MOVE SPACES TO WS-VINCULO-LIDO (WS-VINC-IDX)
               MOVE "VINCULO EXCLUIDO" TO WS-MSG
           ELSE
               MOVE "ERRO NA EXCLUSAO DO VINCULO" TO WS-MSG.
           PERFORM P-LIBERAR-TRILHA THRU P-LIBERAR-TRILHA-EXIT
           DISPLAY TELA-MENSAGEM
           GO TO P-MENU-VINCULO.

      *------ IMAGEM DOS VINCULOS LIDOS PARA O CLIENTE ------------------
      * GUARDADA AO ENTRAR NO CLIENTE E A CADA GRAVACAO FEITA AQUI;
      * POSICAO 1=C, 2=E, 3=R. TIPO SEM VINCULO FICA EM BRANCO.
       P-GUARDAR-VINCULOS.
           MOVE "C" TO WS-VINC-TIPO
           PERFORM P-GUARDAR-UM-VINCULO THRU P-GUARDAR-UM-VINCULO-EXIT
           MOVE "E" TO WS-VINC-TIPO
           PERFORM P-GUARDAR-UM-VINCULO THRU P-GUARDAR-UM-VINCULO-EXIT
           MOVE "R" TO WS-VINC-TIPO
           PERFORM P-GUARDAR-UM-VINCULO THRU P-GUARDAR-UM-VINCULO-EXIT.
       P-GUARDAR-VINCULOS-EXIT.
           EXIT.

       P-GUARDAR-UM-VINCULO.
           PERFORM P-LER-VINCULO-ATUAL THRU P-LER-VINCULO-ATUAL-EXIT
           IF WS-STATUS-VINCULO = "00"
               MOVE VINCULO-REG TO WS-VINCULO-LIDO (WS-VINC-IDX)
           ELSE
               MOVE SPACES TO WS-VINCULO-LIDO (WS-VINC-IDX).
       P-GUARDAR-UM-VINCULO-EXIT.
           EXIT.

      * LE O VINCULO DO TIPO WS-VINC-TIPO E POSICIONA WS-VINC-IDX.
       P-LER-VINCULO-ATUAL.
           IF WS-VINC-TIPO = "C"
               MOVE 1 TO WS-VINC-IDX
           ELSE IF WS-VINC-TIPO = "E"
               MOVE 2 TO WS-VINC-IDX
           ELSE
               MOVE 3 TO WS-VINC-IDX.
           MOVE ID-PESSOA TO VINC-ID-PESSOA
           MOVE WS-VINC-TIPO TO VINC-TIPO
           READ ARQUIVOVINCULO.
       P-LER-VINCULO-ATUAL-EXIT.
           EXIT.

      *------ RELEITURA DO VINCULO ANTES DE GRAVAR OU EXCLUIR -----------
      * O VINCULO ATUAL DO TIPO TEM DE SER O MESMO DA IMAGEM GUARDADA
      * (INCLUSIVE "NAO EXISTIA"). A RELEITURA SOBRESCREVE O REGISTRO.
       P-CONFERE-VINCULO.
           MOVE "N" TO WS-REGISTRO-MUDOU
           PERFORM P-LER-VINCULO-ATUAL THRU P-LER-VINCULO-ATUAL-EXIT
           IF WS-STATUS-VINCULO = "00"
               IF VINCULO-REG NOT = WS-VINCULO-LIDO (WS-VINC-IDX)
                   MOVE "S" TO WS-REGISTRO-MUDOU
               ELSE
                   NEXT SENTENCE
           ELSE
               IF WS-VINCULO-LIDO (WS-VINC-IDX) NOT = SPACES
                   MOVE "S" TO WS-REGISTRO-MUDOU.
       P-CONFERE-VINCULO-EXIT.
           EXIT.

      *------ GRAVACAO RECUSADA: VINCULO MUDOU DESDE A LEITURA ---------
      * A RECUSA VAI PARA A TRILHA COMO ACAO "Y" (AUD-ID = ID-PESSOA);
      * A TELA MOSTRA OS VINCULOS ATUAIS, QUE PASSAM A SER A NOVA
      * IMAGEM, E O OPERADOR REFAZ A OPERACAO PELO MENU.
       P-CONFLITO-VINCULO.
           MOVE "Y" TO WS-ACAO-AUDITORIA
           PERFORM P-GRAVA-AUDITORIA-CLIENTE
               THRU P-GRAVA-AUDITORIA-CLIENTE-EXIT
           PERFORM P-LIBERAR-TRILHA THRU P-LIBERAR-TRILHA-EXIT
           PERFORM P-GUARDAR-VINCULOS THRU P-GUARDAR-VINCULOS-EXIT
           PERFORM P-MONTAR-VINCULOS THRU P-MONTAR-VINCULOS-EXIT
           MOVE "VINCULO ALTERADO POR OUTRO USUARIO DESDE A LEITURA"
               TO WS-MSG
           MOVE SPACES TO WS-CONFIRMA
           DISPLAY TELA-CONFLITO-VINCULO
           ACCEPT TELA-CONFLITO-VINCULO
           GO TO P-MENU-VINCULO.

      *------ LISTAGEM DOS VINCULOS DO CLIENTE --------------------------
       P-VINCULO-LISTAR.
           PERFORM P-MONTAR-VINCULOS THRU P-MONTAR-VINCULOS-EXIT
               VINC-DATA-INICIO DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               VINC-DATA-FIM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VINC-SITUACAO DELIMITED BY SIZE
               INTO WS-VINC-LINHA.
       P-MONTAR-UM-VINCULO-EXIT.
           EXIT.
       P-FIM.
           CLOSE ARQUIVOENDERECO           IF CEPREF-DISPONIVEL
               CLOSE ARQUIVOCEPREF.
           PERFORM P-LIBERAR-TRILHA THRU P-LIBERAR-TRILHA-EXIT
           CLOSE ARQUIVOPESSOA
           CLOSE ARQUIVOVINCULO
           CLOSE ARQUIVOOPERADOR
           CLOSE ARQUIVOUF
           IF HISTDEV-DISPONIVEL
               CLOSE ARQUIVOHISTDEV.
           IF PENDENCIA-DISPONIVEL
               CLOSE ARQUIVOPENDENCIA.
           EXIT PROGRAM.
