      *   2. REPORTA REGISTROS DO CADEND.DAT COM UF FORA DA
      *      REFERENCIA UFREF.DAT OU CEP NAO NUMERICO;
      *   3. APONTA ACOES DO AUDEND.DAT QUE REFERENCIAM IDS QUE
      *      NUNCA FORAM DISTRIBUIDOS (AS ACOES "N" DO LGPEND,
      *      "M"/"J" DO MRGPES, "Y" - GRAVACAO RECUSADA EM CLIENTE
      *      OU VINCULO -, "K"/"W" - PEDIDO DE CLIENTE OU VINCULO
      *      APLICADO/APROVADO - E "Z" - CLIENTE EXCLUIDO - TRAZEM O
      *      ID-PESSOA E SAO CONFERIDAS
      *      CONTRA O CONTROLE DE CLIENTES).
      * AVISA TAMBEM QUANDO O ULTIMO ID DISTRIBUIDO DE ENDERECOS OU
      * DE CLIENTES PASSA DE 90% DA FAIXA DE 8 POSICOES; O AVISO SAI
      * NO RELATORIO E NO CONSOLE MAS NAO SEGURA A JANELA.
      * TERMINA COM "OK" (RETURN-CODE 0) OU "NOT-OK" (RETURN-CODE 8)
      * PARA A OPERACAO DECIDIR SE ABRE A JANELA. O HISTORICO
      * HISTEND.DAT, QUANDO PRESENTE, ENTRA NA APURACAO DO MAIOR ID.
           VALUE OF FILE-ID IS "CADEND.DAT".

       01 ENDERECO.
           05 ID-ENDERECO      PIC X(08).
           05 CEP              PIC X(08).
           05 LOGRA            PIC X(35).
           05 NUMERO           PIC X(06).

       01 CONTROLE-ID.
           05 CTRL-CHAVE        PIC X(04).
           05 CTRL-ULTIMO-ID    PIC 9(08).

       FD  ARQUIVOHISTORICO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "HISTEND.DAT".

       01 HISTORICO-REG.
           05 HIST-ID           PIC X(08).
           05 HIST-CEP          PIC X(08).
           05 HIST-LOGRA        PIC X(35).
           05 HIST-NUMERO       PIC X(06).
           VALUE OF FILE-ID IS "AUDEND.DAT".

       01 AUDITORIA-REG.
           05 AUD-ID             PIC X(08).
           05 AUD-ACAO           PIC X(01).
           05 AUD-OPERADOR       PIC X(08).
           05 AUD-DATA           PIC X(08).
           05 AUD-HORA           PIC X(08).
           05 AUD-SEQUENCIA      PIC 9(08).
           05 AUD-CONTROLE       PIC 9(08).

       FD  ARQUIVOUF
           LABEL RECORDS ARE STANDARD
       77 WS-RESULTADO                 PIC X VALUE "S".
           88 VERIFICACAO-OK                 VALUE "S".

       77 WS-MAIOR-ID                  PIC 9(08) VALUE ZERO.
       77 WS-ID-NUMERICO               PIC 9(08) VALUE ZERO.
       77 WS-ULTIMO-ID-CONTROLE        PIC 9(08) VALUE ZERO.
       77 WS-MAIOR-ID-EMITIDO          PIC 9(08) VALUE ZERO.
       77 WS-ULTIMO-ID-CLIENTE         PIC 9(08) VALUE ZERO.

      * 90% DE 99999999, A MAIOR CHAVE QUE CABE EM 8 POSICOES.
       77 WS-LIMITE-CAPACIDADE         PIC 9(08) VALUE 89999999.
       77 WS-TOTAL-AVISOS              PIC 9(07) VALUE ZERO.

       77 WS-TOTAL-ENDERECOS           PIC 9(07) VALUE ZERO.
       77 WS-TOTAL-ACOES               PIC 9(07) VALUE ZERO.
       01 REL-OCORRENCIA.
           05 RO-ORIGEM         PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RO-ID             PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RO-DESCRICAO      PIC X(60).

               CLOSE ARQUIVOUF.
           CLOSE RELATORIO
           DISPLAY "VERIFICACAO DE INTEGRIDADE: " RR-RESULTADO
           IF WS-TOTAL-AVISOS > ZERO
               DISPLAY "AVISO: IDS ACIMA DE 90% DA FAIXA - "
                   "VER VEREND.LST".
           GO TO P-FIM.

      *------ PASSAGEM PELO CADEND.DAT: MAIOR ID, UF E CEP --------------
           ELSE
               MOVE WS-MAIOR-ID TO WS-MAIOR-ID-EMITIDO.

           IF WS-ULTIMO-ID-CONTROLE > WS-LIMITE-CAPACIDADE
               MOVE "CTRLEND" TO RO-ORIGEM
               MOVE CTRL-CHAVE TO RO-ID
               MOVE SPACES TO RO-DESCRICAO
               STRING "AVISO: IDS DE ENDERECO ACIMA DE 90% DA FAIXA: "
                   DELIMITED BY SIZE
                   WS-ULTIMO-ID-CONTROLE DELIMITED BY SIZE
                   INTO RO-DESCRICAO
               WRITE REL-LINHA FROM REL-OCORRENCIA
               ADD 1 TO WS-TOTAL-AVISOS.

           MOVE "0002" TO CTRL-CHAVE
           READ ARQUIVOCONTROLE
           IF WS-STATUS-CONTROLE = "00"
               MOVE CTRL-ULTIMO-ID TO WS-ULTIMO-ID-CLIENTE.

           IF WS-ULTIMO-ID-CLIENTE > WS-LIMITE-CAPACIDADE
               MOVE "CTRLEND" TO RO-ORIGEM
               MOVE "0002" TO RO-ID
               MOVE SPACES TO RO-DESCRICAO
               STRING "AVISO: IDS DE CLIENTE ACIMA DE 90% DA FAIXA: "
                   DELIMITED BY SIZE
                   WS-ULTIMO-ID-CLIENTE DELIMITED BY SIZE
                   INTO RO-DESCRICAO
               WRITE REL-LINHA FROM REL-OCORRENCIA
               ADD 1 TO WS-TOTAL-AVISOS.

           CLOSE ARQUIVOCONTROLE.
       P-VERIFICA-CONTROLE-EXIT.
           EXIT.
               GO TO P-VERIFICA-UMA-ACAO-EXIT.

           MOVE AUD-ID TO WS-ID-NUMERICO
           IF AUD-ACAO = "N" OR AUD-ACAO = "M" OR AUD-ACAO = "J"
               OR AUD-ACAO = "Y" OR AUD-ACAO = "K" OR AUD-ACAO = "W"
               OR AUD-ACAO = "Z"
               IF WS-ID-NUMERICO > WS-ULTIMO-ID-CLIENTE
                   OR WS-ID-NUMERICO = ZERO
                   MOVE "AUDEND" TO RO-ORIGEM
                   MOVE AUD-ID TO RO-ID
                   MOVE "ACAO SOBRE CLIENTE NUNCA DISTRIBUIDO"
                       TO RO-DESCRICAO
                   WRITE REL-LINHA FROM REL-OCORRENCIA
                   MOVE "N" TO WS-RESULTADO
                   ADD 1 TO WS-TOTAL-ERROS-AUDITORIA
                   GO TO P-VERIFICA-UMA-ACAO-EXIT
               ELSE
                   GO TO P-VERIFICA-UMA-ACAO-EXIT.
           IF WS-ID-NUMERICO > WS-MAIOR-ID-EMITIDO
               OR WS-ID-NUMERICO = ZERO
               MOVE "AUDEND" TO RO-ORIGEM
