       AUTHOR. LUIZ FERNANDO GERALDO DOS SANTOS.

      *------ CONDUTOR DA CADEIA NOTURNA DO CADASTRO --------------------
      * EXECUTA NA ORDEM OS NOVE PASSOS DA JANELA NOTURNA:
      *   1 VEREND  2 CRGCEP  3 CONCEP  4 DUPEND
      *   5 MRGEND  6 PRGEND  7 VIGEND  8 EXPEND  9 ETQEND
      * CADA PASSO E CHAMADO COMO SUBPROGRAMA E JULGADO PELO
      * RETURN-CODE (CONVENCAO OK/NOT-OK DO VEREND: QUALQUER VALOR
      * DIFERENTE DE ZERO FECHA A JANELA). INICIO, FIM E RESULTADO
      * DE CADA PASSO SAO GRAVADOS NO ARQUIVO DE CONTROLE LOTCTL.DAT
      * COM A DATA DA JANELA; ENQUANTO A ULTIMA JANELA DO LOTCTL
      * ESTIVER INCOMPLETA (SEM O PASSO 09 OK) A REEXECUCAO RETOMA
      * ESSA JANELA - MESMO DEPOIS DA MEIA-NOITE - PULANDO OS
      * PASSOS JA CONCLUIDOS COM OK E RECOMECANDO DO QUE FALHOU. OS PROGRAMAS QUE PEDIAM PARAMETROS NO
      * CONSOLE (CONCEP, MRGEND, EXPEND, ETQEND) LEEM SUAS RESPOSTAS
           03 FILLER PIC X(08) VALUE "DUPEND".
           03 FILLER PIC X(08) VALUE "MRGEND".
           03 FILLER PIC X(08) VALUE "PRGEND".
           03 FILLER PIC X(08) VALUE "VIGEND".
           03 FILLER PIC X(08) VALUE "EXPEND".
           03 FILLER PIC X(08) VALUE "ETQEND".

       01 FILLER REDEFINES TABELA-PASSOS.
           03 PASSO-PROGRAMA PIC X(08) OCCURS 09.

       01 WS-PASSOS-FEITOS             PIC X(09) VALUE "NNNNNNNNN".
       01 FILLER REDEFINES WS-PASSOS-FEITOS.
           03 PASSO-FEITO PIC X(01) OCCURS 09.

       77 WS-STATUS-PARM               PIC X(02).
       77 WS-FIM-PARM                  PIC X VALUE "N".

      * A CHAVE DO REINICIO E A JANELA, NAO O DIA DO RELOGIO: UMA
      * JANELA ABERTA ANTES DA MEIA-NOITE E INTERROMPIDA DE
      * MADRUGADA (ULTIMA JANELA DO LOTCTL SEM O PASSO 09 OK) E
      * RETOMADA COM A DATA ORIGINAL; SO UMA JANELA COMPLETA ABRE
      * UMA JANELA NOVA COM A DATA DE HOJE.
           IF WS-ULTIMA-JANELA NOT = SPACES
               DISPLAY "RETOMANDO A JANELA INTERROMPIDA DE "
                   WS-DATA-JANELA
           ELSE
               MOVE "NNNNNNNNN" TO WS-PASSOS-FEITOS.
           DISPLAY "JANELA NOTURNA DE " WS-DATA-JANELA

           PERFORM P-VERIFICAR-PARAMETROS

           PERFORM P-EXECUTAR-PASSO THRU P-EXECUTAR-PASSO-EXIT
               VARYING WS-IDX-PASSO FROM 1 BY 1
               UNTIL WS-IDX-PASSO > 9

           IF JANELA-OK
               MOVE ZERO TO RETURN-CODE
               GO TO P-LER-UM-CONTROLE-EXIT.
           IF CTL-DATA-JANELA NOT = WS-ULTIMA-JANELA
               MOVE CTL-DATA-JANELA TO WS-ULTIMA-JANELA
               MOVE "NNNNNNNNN" TO WS-PASSOS-FEITOS
               MOVE "N" TO WS-JANELA-COMPLETA.
           IF CTL-RESULTADO = "OK"
               AND CTL-SEQ > ZERO
               AND CTL-SEQ < 10
               MOVE "S" TO PASSO-FEITO (CTL-SEQ)
               IF CTL-SEQ = 9
                   MOVE "S" TO WS-JANELA-COMPLETA.
       P-LER-UM-CONTROLE-EXIT.
           EXIT.
