      * OPERADOR APENAS NAS EXCECOES (MODO DE CONFERENCIA
      * MANUAL ESCOLHIDO NO INICIO, PARA LICENCAS SEM
      * VENCIMENTO E CASOS AFINS)
      * ALTERADO = 15/10/2026 - BAIXA O SALDO DE PROVISAO DE
      * 13O DO FUNCIONARIO (PROVFIL) PELA SUBROTINA PROGCOB44
      * AO GRAVAR O PAGAMENTO, PARA O PROGCOB43 ESTORNAR A
      * PROVISAO
      * ALTERADO = 15/10/2026 - A PROVISAO SO E BAIXADA QUANDO
      * O PAGAMENTO AVULSO FOI GRAVADO SEM ERRO
      ***************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-SELECIONADO    PIC X(01) VALUE 'N'.
           88 FUNCIONARIO-SELECIONADO VALUE 'S'.
           88 FUNCIONARIO-FORA-EMPRESA VALUE 'N'.
      ***************AREA DE CHAMADA DA SUBROTINA PROGCOB44
       77 WRK-BXP-TIPO      PIC X(01) VALUE SPACE.
       77 WRK-BXP-COMPETENCIA PIC 9(06) VALUE ZERO.
       77 WRK-BXP-RETORNO   PIC X(01) VALUE SPACE.
           88 BXP-BAIXADO            VALUE 'S'.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR PAGAVULS - CPF '
                               WRK-AVULSO-CPF
                           GO TO 5000-EXIT
           END-WRITE.
           PERFORM 5500-BAIXAR-PROVISAO THRU 5500-EXIT.
       5000-EXIT.
           EXIT.

      ***************************************************
      * BAIXA O SALDO DE PROVISAO DE 13O
      * DO FUNCIONARIO PELA SUBROTINA PROGCOB44 - O ESTORNO
      * CONTABIL SAI NA PROXIMA PROVISAO MENSAL (PROGCOB43)
      ***************************************************
       5500-BAIXAR-PROVISAO.
           MOVE 'D' TO WRK-BXP-TIPO.
           MOVE WRK-COMPETENCIA TO WRK-BXP-COMPETENCIA.
           CALL 'PROGCOB44' USING WRK-FUNC-CPF WRK-BXP-TIPO
               WRK-BXP-COMPETENCIA WRK-BXP-RETORNO.
           IF BXP-BAIXADO
               DISPLAY 'PROVISAO DE 13O BAIXADA - CPF '
                   WRK-FUNC-CPF
           END-IF.
       5500-EXIT.
           EXIT.

      ***************************************************
      * LE O PROXIMO FUNCIONARIO DO ARQUIVO MESTRE
      ***************************************************
