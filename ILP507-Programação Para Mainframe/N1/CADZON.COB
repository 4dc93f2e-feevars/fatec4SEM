       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADZON.
       AUTHOR. LUIZ FERNANDO GERALDO DOS SANTOS.

      *------ MANUTENCAO DO ARQUIVO DE ZONAS DE ENTREGA -----------------
      * PROGRAMA DO SUPERVISOR PARA O ZONREF.DAT, A REFERENCIA DE
      * ZONAS DE ENTREGA POR FAIXA DE CEP USADA PELO MANIFESTO DE
      * ROTA (ROTEND). CADA REGISTRO E UMA FAIXA: CEP INICIAL (CHAVE),
      * CEP FINAL, CODIGO DA ZONA, ROTA/ENTREGADOR E DIA DA SEMANA DA
      * ENTREGA (1=DOMINGO ... 7=SABADO). UMA ZONA PODE TER MAIS DE
      * UMA FAIXA. NA INCLUSAO E NA ALTERACAO A FAIXA E CONFERIDA
      * CONTRA TODAS AS OUTRAS: DUAS FAIXAS NUNCA PODEM SE SOBREPOR,
      * PARA QUE CADA CEP CAIA EM UMA UNICA ZONA. PARA MUDAR O CEP
      * INICIAL, EXCLUA A FAIXA E INCLUA DE NOVO. O ACESSO E RESTRITO
      * A OPERADORES DE PERFIL 3 DO OPECAD.DAT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVOZONA ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS ZON-CEP-INICIO
           FILE STATUS             IS WS-STATUS-ZONA.

           SELECT ARQUIVOOPERADOR ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS OPE-ID
           FILE STATUS             IS WS-STATUS-OPERADOR.

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

       FD  ARQUIVOOPERADOR
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "OPECAD.DAT".

       01 OPERADOR-REG.
           05 OPE-ID             PIC X(08).
           05 OPE-NOME           PIC X(35).
           05 OPE-SENHA          PIC X(08).
           05 OPE-PERFIL         PIC X(01).
           05 OPE-SITUACAO       PIC X(01).

      *---------------------- VARIAVEIS DE TRABALHO --------------------
       WORKING-STORAGE SECTION.
       77 WS-STATUS-ZONA               PIC X(02).
       77 WS-STATUS-OPERADOR           PIC X(02).
       77 WS-MSG                       PIC X(60).
       77 WS-OPCAO                     PIC X.
       77 WS-CONFIRMA                  PIC X.
           88 CONFIRMA-SIM                   VALUE "S" "s".

       77 WS-SUPERVISOR-ID             PIC X(08).
       77 WS-SUPERVISOR-SENHA          PIC X(08).
       77 WS-TENTATIVAS                PIC 9(01) VALUE ZERO.

       77 WS-CEP-PESQUISA              PIC X(08).
       77 WS-FAIXA-OK                  PIC X VALUE "N".
           88 FAIXA-VALIDA                   VALUE "S".
       77 WS-FIM-ARQUIVO               PIC X VALUE "N".
           88 FIM-DO-ARQUIVO                 VALUE "S".
       77 WS-DIA-NUM                   PIC 9(01).
       77 WS-NOME-DIA                  PIC X(07).

      * FAIXA DIGITADA, GUARDADA DURANTE A VARREDURA DE SOBREPOSICAO.
       01 ZONA-DIGITADA.
           05 ZD-CEP-INICIO      PIC X(08).
           05 ZD-CEP-FIM         PIC X(08).
           05 ZD-CODIGO          PIC X(04).
           05 ZD-ROTA            PIC X(30).
           05 ZD-DIA-SEMANA      PIC X(01).

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

      * ---------------------  TELAS DO SISTEMA ------------------------

       SCREEN SECTION.
       01 TELA-IDENTIFICACAO.
           05 BLANK SCREEN BACKGROUND-COLOR 02 FOREGROUND-COLOR 15.
           05 VALUE "MANUTENCAO DAS ZONAS DE ENTREGA"
               FOREGROUND-COLOR 14 LINE 01 COLUMN 25.
           05 VALUE "SUPERVISOR:" FOREGROUND-COLOR 14
               LINE 05 COLUMN 10.
           05 PIC X(08) USING WS-SUPERVISOR-ID LINE 05 COLUMN 22.
           05 VALUE "SENHA     :" FOREGROUND-COLOR 14
               LINE 06 COLUMN 10.
           05 PIC X(08) USING WS-SUPERVISOR-SENHA SECURE
               LINE 06 COLUMN 22.

       01 TELA-MENU.
           05 BLANK SCREEN BACKGROUND-COLOR 02 FOREGROUND-COLOR 15.
           05 VALUE "MANUTENCAO DAS ZONAS DE ENTREGA"
               FOREGROUND-COLOR 14 LINE 01 COLUMN 25.
           05 VALUE "I - INCLUIR FAIXA DE CEP" FOREGROUND-COLOR 14
               LINE 05 COLUMN 10.
           05 VALUE "A - ALTERAR FAIXA DE CEP" FOREGROUND-COLOR 14
               LINE 06 COLUMN 10.
           05 VALUE "E - EXCLUIR FAIXA DE CEP" FOREGROUND-COLOR 14
               LINE 07 COLUMN 10.
           05 VALUE "L - LISTAR FAIXAS" FOREGROUND-COLOR 14
               LINE 08 COLUMN 10.
           05 VALUE "S - SAIR" FOREGROUND-COLOR 14 LINE 09 COLUMN 10.
           05 PIC X USING WS-OPCAO LINE 11 COLUMN 10.

       01 TELA-MENSAGEM.
           05 BLANK SCREEN BACKGROUND-COLOR 02 FOREGROUND-COLOR 15.
           05 PIC X(60) FROM WS-MSG              LINE 15 COLUMN 10.
           05 PIC X(02) FROM WS-STATUS-ZONA      LINE 17 COLUMN 10.

       01 TELA-CADASTRO-ZONA.
           05 BLANK SCREEN BACKGROUND-COLOR 02 FOREGROUND-COLOR 15.
           05 VALUE "CADASTRO DE FAIXA DE ZONA" FOREGROUND-COLOR 14
               LINE 02 COLUMN 27.
           05 VALUE "CEP INICIAL    :" FOREGROUND-COLOR 14
               LINE 05 COLUMN 05.
           05 PIC X(08) USING ZON-CEP-INICIO LINE 05 COLUMN 22.
           05 VALUE "CEP FINAL      :" FOREGROUND-COLOR 14
               LINE 06 COLUMN 05.
           05 PIC X(08) USING ZON-CEP-FIM LINE 06 COLUMN 22.
           05 VALUE "ZONA           :" FOREGROUND-COLOR 14
               LINE 07 COLUMN 05.
           05 PIC X(04) USING ZON-CODIGO LINE 07 COLUMN 22.
           05 VALUE "ROTA/ENTREGADOR:" FOREGROUND-COLOR 14
               LINE 08 COLUMN 05.
           05 PIC X(30) USING ZON-ROTA LINE 08 COLUMN 22.
           05 VALUE "DIA DE ENTREGA (1=DOM 2=SEG ... 7=SAB):"
               FOREGROUND-COLOR 14 LINE 09 COLUMN 05.
           05 PIC X(01) USING ZON-DIA-SEMANA LINE 09 COLUMN 45.

       01 TELA-PESQUISA-ZONA.
           05 BLANK SCREEN BACKGROUND-COLOR 02 FOREGROUND-COLOR 15.
           05 VALUE "DIGITE O CEP INICIAL DA FAIXA:" FOREGROUND-COLOR 14
               LINE 05 COLUMN 05.
           05 PIC X(08) USING WS-CEP-PESQUISA LINE 05 COLUMN 36.

      *--------------------- BLOCOS DE EXECUÇÃO ------------------------
       PROCEDURE DIVISION.

       P-ABERTURA-ARQUIVO.
           OPEN I-O ARQUIVOZONA
           IF WS-STATUS-ZONA = "30" OR WS-STATUS-ZONA = "35"
               OPEN OUTPUT ARQUIVOZONA
               CLOSE ARQUIVOZONA
               OPEN I-O ARQUIVOZONA.
           IF WS-STATUS-ZONA NOT = "00"
               MOVE "ERRO NA ABERTURA DAS ZONAS DE ENTREGA" TO WS-MSG
               DISPLAY TELA-MENSAGEM
               GO TO P-FIM.

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
                   GO TO P-FIM.
           IF OPE-SITUACAO = "B"
               MOVE "OPERADOR BLOQUEADO" TO WS-MSG
               DISPLAY TELA-MENSAGEM
               GO TO P-FIM.
           IF OPE-PERFIL NOT = "3"
               MOVE "ACESSO RESTRITO A SUPERVISORES" TO WS-MSG
               DISPLAY TELA-MENSAGEM
               GO TO P-FIM.

      *------ MENU PRINCIPAL --------------------------------------------
       P-MENU.
           MOVE SPACES TO WS-OPCAO
           DISPLAY TELA-MENU
           ACCEPT WS-OPCAO.

           IF WS-OPCAO = "I"
               GO TO P-INCLUIR
           ELSE IF WS-OPCAO = "A"
               GO TO P-ALTERAR
           ELSE IF WS-OPCAO = "E"
               GO TO P-EXCLUIR
           ELSE IF WS-OPCAO = "L"
               GO TO P-LISTAR
           ELSE IF WS-OPCAO = "S"
               GO TO P-FIM
           ELSE
               MOVE "OPCAO INVALIDA" TO WS-MSG
               DISPLAY TELA-MENSAGEM.
           GO TO P-MENU.

      *------ INCLUSAO DE FAIXA -----------------------------------------
       P-INCLUIR.
           MOVE SPACES TO ZONREF-REG.
       P-INCLUIR-TELA.
           DISPLAY TELA-CADASTRO-ZONA
           ACCEPT TELA-CADASTRO-ZONA
           PERFORM P-CRITICA-FAIXA THRU P-CRITICA-FAIXA-EXIT
           IF NOT FAIXA-VALIDA
               DISPLAY TELA-MENSAGEM
               GO TO P-INCLUIR-TELA.
           WRITE ZONREF-REG
           IF WS-STATUS-ZONA = "00"
               MOVE "FAIXA GRAVADA" TO WS-MSG
           ELSE
               IF WS-STATUS-ZONA = "22"
                   MOVE "JA EXISTE FAIXA COM ESTE CEP INICIAL" TO WS-MSG
               ELSE
                   MOVE "ERRO NA GRAVACAO DA FAIXA" TO WS-MSG.
           DISPLAY TELA-MENSAGEM
           GO TO P-MENU.

      *------ ALTERACAO DE FAIXA EXISTENTE ------------------------------
      * O CEP INICIAL E A CHAVE E NAO MUDA: O VALOR DIGITADO NELE E
      * DESCARTADO.
       P-ALTERAR.
           MOVE SPACES TO WS-CEP-PESQUISA
           DISPLAY TELA-PESQUISA-ZONA
           ACCEPT WS-CEP-PESQUISA
           MOVE WS-CEP-PESQUISA TO ZON-CEP-INICIO
           READ ARQUIVOZONA
           IF WS-STATUS-ZONA NOT = "00"
               MOVE "FAIXA NAO ENCONTRADA" TO WS-MSG
               DISPLAY TELA-MENSAGEM
               GO TO P-MENU.
       P-ALTERAR-TELA.
           DISPLAY TELA-CADASTRO-ZONA
           ACCEPT TELA-CADASTRO-ZONA
           MOVE WS-CEP-PESQUISA TO ZON-CEP-INICIO
           PERFORM P-CRITICA-FAIXA THRU P-CRITICA-FAIXA-EXIT
           IF NOT FAIXA-VALIDA
               DISPLAY TELA-MENSAGEM
               GO TO P-ALTERAR-TELA.
           REWRITE ZONREF-REG
           IF WS-STATUS-ZONA = "00"
               MOVE "FAIXA ALTERADA" TO WS-MSG
           ELSE
               MOVE "ERRO NA GRAVACAO DA FAIXA" TO WS-MSG.
           DISPLAY TELA-MENSAGEM
           GO TO P-MENU.

      *------ EXCLUSAO DE FAIXA -----------------------------------------
       P-EXCLUIR.
           MOVE SPACES TO WS-CEP-PESQUISA
           DISPLAY TELA-PESQUISA-ZONA
           ACCEPT WS-CEP-PESQUISA
           MOVE WS-CEP-PESQUISA TO ZON-CEP-INICIO
           READ ARQUIVOZONA
           IF WS-STATUS-ZONA NOT = "00"
               MOVE "FAIXA NAO ENCONTRADA" TO WS-MSG
               DISPLAY TELA-MENSAGEM
               GO TO P-MENU.
           MOVE SPACES TO WS-MSG
           STRING "EXCLUI A FAIXA " DELIMITED BY SIZE
               ZON-CEP-INICIO DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               ZON-CEP-FIM DELIMITED BY SIZE
               " DA ZONA " DELIMITED BY SIZE
               ZON-CODIGO DELIMITED BY SIZE
               " (S/N)?" DELIMITED BY SIZE
               INTO WS-MSG
           MOVE SPACES TO WS-CONFIRMA
           DISPLAY TELA-MENSAGEM
           ACCEPT WS-CONFIRMA LINE 16 COLUMN 10
           IF NOT CONFIRMA-SIM
               MOVE "EXCLUSAO CANCELADA" TO WS-MSG
               DISPLAY TELA-MENSAGEM
               GO TO P-MENU.
           DELETE ARQUIVOZONA
           IF WS-STATUS-ZONA = "00"
               MOVE "FAIXA EXCLUIDA" TO WS-MSG
           ELSE
               MOVE "ERRO NA EXCLUSAO DA FAIXA" TO WS-MSG.
           DISPLAY TELA-MENSAGEM
           GO TO P-MENU.

      *------ LISTAGEM SEQUENCIAL DAS FAIXAS (ORDEM DE CEP) -------------
       P-LISTAR.
           MOVE LOW-VALUES TO ZON-CEP-INICIO
           START ARQUIVOZONA KEY IS NOT LESS THAN ZON-CEP-INICIO
           IF WS-STATUS-ZONA NOT = "00"
               MOVE "NENHUMA FAIXA CADASTRADA" TO WS-MSG
               DISPLAY TELA-MENSAGEM
               GO TO P-MENU.

           PERFORM P-LISTAR-REGISTRO THRU P-LISTAR-REGISTRO-EXIT
               UNTIL WS-STATUS-ZONA = "10"
           GO TO P-MENU.

       P-LISTAR-REGISTRO.
           READ ARQUIVOZONA NEXT RECORD
           IF WS-STATUS-ZONA = "00"
               MOVE SPACES TO WS-NOME-DIA
               IF ZON-DIA-SEMANA NOT < "1" AND ZON-DIA-SEMANA NOT > "7"
                   MOVE ZON-DIA-SEMANA TO WS-DIA-NUM
                   MOVE NOME-DIA (WS-DIA-NUM) TO WS-NOME-DIA.
           IF WS-STATUS-ZONA = "00"
               DISPLAY (01, 01) ERASE
               DISPLAY (01, 26) "RELACAO DE FAIXAS DE ZONA"
               DISPLAY (05, 01) "CEP INICIAL: " ZON-CEP-INICIO
               DISPLAY (07, 01) "CEP FINAL  : " ZON-CEP-FIM
               DISPLAY (09, 01) "ZONA       : " ZON-CODIGO
               DISPLAY (11, 01) "ROTA       : " ZON-ROTA
               DISPLAY (13, 01) "DIA        : " ZON-DIA-SEMANA
                   " - " WS-NOME-DIA
               DISPLAY (15, 01) "PRESSIONE ENTER PARA CONTINUAR..."
               MOVE SPACES TO WS-CONFIRMA
               ACCEPT WS-CONFIRMA LINE 15 COLUMN 40
           ELSE
               IF WS-STATUS-ZONA NOT = "10"
                   MOVE "ERRO AO LER ARQUIVO" TO WS-MSG
                   DISPLAY TELA-MENSAGEM
                   MOVE "10" TO WS-STATUS-ZONA.
       P-LISTAR-REGISTRO-EXIT.
           EXIT.

      *------ CRITICA DA FAIXA DIGITADA ---------------------------------
      * DEVOLVE WS-FAIXA-OK = "S" OU A MENSAGEM DO ERRO EM WS-MSG. O
      * REGISTRO DIGITADO VOLTA INTACTO PARA A GRAVACAO.
       P-CRITICA-FAIXA.
           MOVE "N" TO WS-FAIXA-OK
           IF ZON-CEP-INICIO NOT NUMERIC OR ZON-CEP-FIM NOT NUMERIC
               MOVE "CEP INICIAL E FINAL DEVEM TER 8 DIGITOS" TO WS-MSG
               GO TO P-CRITICA-FAIXA-EXIT.
           IF ZON-CEP-FIM < ZON-CEP-INICIO
               MOVE "CEP FINAL MENOR QUE O CEP INICIAL" TO WS-MSG
               GO TO P-CRITICA-FAIXA-EXIT.
           IF ZON-CODIGO = SPACES OR ZON-ROTA = SPACES
               MOVE "ZONA E ROTA/ENTREGADOR SAO OBRIGATORIOS" TO WS-MSG
               GO TO P-CRITICA-FAIXA-EXIT.
           IF ZON-DIA-SEMANA < "1" OR ZON-DIA-SEMANA > "7"
               MOVE "DIA DE ENTREGA INVALIDO - USE 1 A 7" TO WS-MSG
               GO TO P-CRITICA-FAIXA-EXIT.

           MOVE ZONREF-REG TO ZONA-DIGITADA
           MOVE "S" TO WS-FAIXA-OK
           MOVE LOW-VALUES TO ZON-CEP-INICIO
           START ARQUIVOZONA KEY IS NOT LESS THAN ZON-CEP-INICIO
           IF WS-STATUS-ZONA = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM P-VERIFICA-SOBREPOSICAO
                   THRU P-VERIFICA-SOBREPOSICAO-EXIT
                   UNTIL FIM-DO-ARQUIVO OR NOT FAIXA-VALIDA.
           MOVE ZONA-DIGITADA TO ZONREF-REG.
       P-CRITICA-FAIXA-EXIT.
           EXIT.

      * A PROPRIA FAIXA (MESMO CEP INICIAL, NA ALTERACAO) NAO CONTA.
      * COMO O ARQUIVO VEM EM ORDEM DE CEP INICIAL, A VARREDURA PARA
      * NA PRIMEIRA FAIXA QUE COMECA DEPOIS DO FIM DA DIGITADA.
       P-VERIFICA-SOBREPOSICAO.
           READ ARQUIVOZONA NEXT RECORD
           IF WS-STATUS-ZONA NOT = "00"
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO P-VERIFICA-SOBREPOSICAO-EXIT.
           IF ZON-CEP-INICIO > ZD-CEP-FIM
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO P-VERIFICA-SOBREPOSICAO-EXIT.
           IF ZON-CEP-INICIO = ZD-CEP-INICIO
               GO TO P-VERIFICA-SOBREPOSICAO-EXIT.
           IF ZON-CEP-FIM < ZD-CEP-INICIO
               GO TO P-VERIFICA-SOBREPOSICAO-EXIT.
           MOVE "N" TO WS-FAIXA-OK
           MOVE SPACES TO WS-MSG
           STRING "SOBREPOE A FAIXA " DELIMITED BY SIZE
               ZON-CEP-INICIO DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               ZON-CEP-FIM DELIMITED BY SIZE
               " DA ZONA " DELIMITED BY SIZE
               ZON-CODIGO DELIMITED BY SIZE
               INTO WS-MSG.
       P-VERIFICA-SOBREPOSICAO-EXIT.
           EXIT.

      * ----- ENCERRAMENTO DO PROGRAMA ---------------------------------
       P-FIM.
           CLOSE ARQUIVOZONA
           CLOSE ARQUIVOOPERADOR
           STOP RUN.
