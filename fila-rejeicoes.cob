      * SOMENTE LISTAGEM E O ARQUIVO NAO E REGRAVADO, POIS A
      * REGRAVACAO PARCIAL DESTRUIRIA AS LINHAS QUE NAO
      * COUBERAM NA TABELA
      * ALTERADO = 15/10/2026 - A REJEICAO DA IMPORTACAO DO
      * PONTO (PROGCOB49) E SO MARCADA COMO RESOLVIDA, SEM
      * GRAVAR TRANSACAO DE RECARGA, POIS A CORRECAO E FEITA
      * NO ARQUIVO DO RELOGIO E REIMPORTADA
      * ALTERADO = 15/10/2026 - A TRANSACAO CORRIGIDA PASSA A
      * TRAZER O CARGO, ACOMPANHANDO O TRANSIN DO PROGCOB08, E
      * A REJEICAO DE UMA ALTERACAO DE CADASTRO (PROGCOB17) E
      * SO MARCADA COMO RESOLVIDA, POIS O FUNCIONARIO JA
      * EXISTE E A CORRECAO E REFEITA PELO PROPRIO PROGCOB17
      * ALTERADO = 15/10/2026 - A OCORRENCIA DA VERIFICACAO DE
      * INTEGRIDADE (PROGCOB60) E SO MARCADA COMO RESOLVIDA,
      * POIS O VINCULO QUEBRADO E CORRIGIDO NO CADASTRO OU NO
      * ARQUIVO APONTADO NO MOTIVO
      ***************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 WRK-TRANS-CONTA        PIC X(08).
           05 WRK-TRANS-ADMISSAO     PIC 9(08).
           05 WRK-TRANS-EMPRESA      PIC X(03).
           05 WRK-TRANS-CARGO        PIC X(04).
       WORKING-STORAGE SECTION.
       77 WRK-FS-REJEICAO   PIC X(02) VALUE ZEROS.
       77 WRK-FS-TRANSACAO  PIC X(02) VALUE ZEROS.
           END-IF.
           DISPLAY 'TRATANDO CPF ' WRK-FILA-CPF (WRK-IDX)
               ' - ' WRK-FILA-MOTIVO (WRK-IDX).
           IF WRK-FILA-PROGRAMA (WRK-IDX) = 'PROGCOB49'
               DISPLAY 'LINHA DO PONTO - CORRIJA NO ARQUIVO DO '
                   'RELOGIO E REIMPORTE PELO PROGCOB49'
           ELSE
               IF WRK-FILA-PROGRAMA (WRK-IDX) = 'PROGCOB17'
                   DISPLAY 'ALTERACAO DE CADASTRO - REFACA A '
                       'ALTERACAO PELO PROGCOB17'
               ELSE
                   IF WRK-FILA-PROGRAMA (WRK-IDX) = 'PROGCOB60'
                       DISPLAY 'VINCULO QUEBRADO - CORRIJA O ARQUIVO '
                           'DO MOTIVO E RODE O PROGCOB60'
                   ELSE
                       PERFORM 4000-CAPTURAR-CORRECAO THRU 4000-EXIT
                   END-IF
               END-IF
           END-IF.
           PERFORM 5000-MARCAR-RESOLVIDA THRU 5000-EXIT.
       3000-EXIT.
           EXIT.
           ACCEPT WRK-TRANS-ADMISSAO FROM CONSOLE.
           DISPLAY 'EMPRESA: '.
           ACCEPT WRK-TRANS-EMPRESA FROM CONSOLE.
           DISPLAY 'CARGO: '.
           ACCEPT WRK-TRANS-CARGO FROM CONSOLE.
           WRITE WRK-TRANS-REG.
       4000-EXIT.
           EXIT.
