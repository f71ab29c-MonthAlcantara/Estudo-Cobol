      * ORDENACAO PARA ACOMPANHAR A SITUACAO E A DATA DE
      * DESLIGAMENTO ACRESCENTADAS AO CADASTRO-FUNCIONARIO, E
      * MOSTRADA A SITUACAO NA LINHA DE DETALHE
      * ALTERADO = 15/10/2026 - AJUSTADO O REGISTRO DE
      * ORDENACAO PARA ACOMPANHAR O CARGO ACRESCENTADO AO
      * CADASTRO-FUNCIONARIO
      * ALTERADO = 15/10/2026 - O FUNCIONARIO COM RATEIO ENTRE
      * DEPARTAMENTOS (ARQUIVO RATEIOFL DO PROGCOB54) ENTRA NO
      * SUBTOTAL E NA CONFERENCIA DO ORCAMENTO DE CADA
      * DEPARTAMENTO SO COM A PARCELA DO SEU PERCENTUAL - O
      * SORT PASSA A TER PROCEDIMENTO DE ENTRADA, QUE LIBERA
      * UMA LINHA POR DEPARTAMENTO DO RATEIO
      * ALTERADO = 15/10/2026 - AJUSTADO O REGISTRO DE
      * ORDENACAO PARA ACOMPANHAR O MOTIVO DO DESLIGAMENTO
      * ACRESCENTADO AO CADASTRO-FUNCIONARIO
      ***************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WRK-FUNC-CPF
               FILE STATUS IS WRK-FS-EMPLOYEE.
           SELECT RATEIO-FILE
               ASSIGN TO "RATEIOFL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-RTO-CPF
               FILE STATUS IS WRK-FS-RATEIO.
           SELECT WORK-SORT-FILE
               ASSIGN TO "SORTWORK".
           SELECT RELATORIO-FILE
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY CADASTRO-FUNCIONARIO.
       FD  RATEIO-FILE.
           COPY RATEIO-DEPARTAMENTO.
       SD  WORK-SORT-FILE.
      ***************LAYOUT IDENTICO AO DO WRK-FUNC-REG, COPIADO
      ***************POSICAO A POSICAO NO PROCEDIMENTO DE ENTRADA,
      ***************SEGUIDO DO PERCENTUAL DO RATEIO DA LINHA
       01  WRK-SORT-REG.
           05 WRK-SORT-CPF            PIC X(11).
           05 FILLER                  PIC X(14).
           05 WRK-SORT-EMPRESA        PIC X(03).
           05 WRK-SORT-SITUACAO       PIC X(01).
           05 FILLER                  PIC X(08).
           05 FILLER                  PIC X(04).
           05 FILLER                  PIC X(01).
           05 WRK-SORT-PERCENTUAL     PIC 9(03)V99.
       FD  RELATORIO-FILE
           LABEL RECORDS ARE OMITTED.
       01  WRK-LINHA-REL PIC X(080).
       WORKING-STORAGE SECTION.
       77 WRK-FS-EMPLOYEE    PIC X(02) VALUE ZEROS.
       77 WRK-FS-RELATORIO   PIC X(02) VALUE ZEROS.
       77 WRK-FS-RATEIO      PIC X(02) VALUE ZEROS.
       77 WRK-FIM-EMPREGADOS PIC X(01) VALUE 'N'.
           88 FIM-DOS-EMPREGADOS       VALUE 'S'.
      ***************RATEIO DO FUNCIONARIO ENTRE DEPARTAMENTOS
       77 WRK-RATEIO-ACHADO  PIC X(01) VALUE 'N'.
           88 COM-RATEIO               VALUE 'S'.
           88 SEM-RATEIO               VALUE 'N'.
       77 WRK-RTO-IDX        PIC 9(02) VALUE ZERO COMP.
       77 WRK-SALDO-RATEIO   PIC 9(06)V99 VALUE ZERO.
       77 WRK-PERCENTUAL-ED  PIC ZZ9,99.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO           VALUE 'S'.
      ***************EMPRESA A PROCESSAR ('***' = TODAS)
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           SORT WORK-SORT-FILE
               ON ASCENDING KEY WRK-SORT-DEPARTAMENTO
               INPUT PROCEDURE IS 2000-SELECIONAR THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-GERAR-RELATORIO THRU 3000-EXIT.
           STOP RUN.

       1000-EXIT.
           EXIT.

      ***************************************************
      * PROCEDIMENTO DE ENTRADA DO SORT - LE O ARQUIVO
      * MESTRE E LIBERA CADA FUNCIONARIO PARA A ORDENACAO,
      * UMA VEZ POR DEPARTAMENTO DO RATEIO QUANDO HOUVER
      ***************************************************
       2000-SELECIONAR.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WRK-FS-EMPLOYEE NOT = '00'
               DISPLAY 'ERRO AO ABRIR EMPLOYEE-MASTER - FS='
                   WRK-FS-EMPLOYEE
               GO TO 2000-EXIT
           END-IF.
           OPEN INPUT RATEIO-FILE.
           IF WRK-FS-RATEIO NOT = '00' AND WRK-FS-RATEIO NOT = '35'
               DISPLAY 'ERRO AO ABRIR RATEIOFL - FS=' WRK-FS-RATEIO
               CLOSE EMPLOYEE-MASTER-FILE
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-LER-EMPREGADO THRU 2100-EXIT.
           PERFORM 2200-LIBERAR-FUNCIONARIO THRU 2200-EXIT
               UNTIL FIM-DOS-EMPREGADOS.
           CLOSE EMPLOYEE-MASTER-FILE.
           IF WRK-FS-RATEIO NOT = '35'
               CLOSE RATEIO-FILE
           END-IF.
       2000-EXIT.
           EXIT.

       2100-LER-EMPREGADO.
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-EMPREGADOS
           END-READ.
       2100-EXIT.
           EXIT.

      ***************************************************
      * LIBERA O FUNCIONARIO INTEIRO NO SEU DEPARTAMENTO OU,
      * COM RATEIO, UMA LINHA POR DEPARTAMENTO COM A PARCELA
      * DO SALARIO - O ULTIMO LEVA O SALDO DO ARREDONDAMENTO
      ***************************************************
       2200-LIBERAR-FUNCIONARIO.
           SET SEM-RATEIO TO TRUE.
           IF WRK-FS-RATEIO NOT = '35'
               MOVE WRK-FUNC-CPF TO WRK-RTO-CPF
               READ RATEIO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET COM-RATEIO TO TRUE
               END-READ
           END-IF.
           IF SEM-RATEIO
               MOVE WRK-FUNC-REG TO WRK-SORT-REG
               MOVE 100 TO WRK-SORT-PERCENTUAL
               RELEASE WRK-SORT-REG
           ELSE
               MOVE WRK-FUNC-SALARIO TO WRK-SALDO-RATEIO
               PERFORM 2250-LIBERAR-PARCELA THRU 2250-EXIT
                   VARYING WRK-RTO-IDX FROM 1 BY 1
                   UNTIL WRK-RTO-IDX > WRK-RTO-QTD
           END-IF.
           PERFORM 2100-LER-EMPREGADO THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

       2250-LIBERAR-PARCELA.
           MOVE WRK-FUNC-REG TO WRK-SORT-REG.
           MOVE WRK-RTO-DEPTO (WRK-RTO-IDX) TO WRK-SORT-DEPARTAMENTO.
           MOVE WRK-RTO-PERCENTUAL (WRK-RTO-IDX) TO
               WRK-SORT-PERCENTUAL.
           IF WRK-RTO-IDX = WRK-RTO-QTD
               MOVE WRK-SALDO-RATEIO TO WRK-SORT-SALARIO
           ELSE
               COMPUTE WRK-SORT-SALARIO ROUNDED =
                   WRK-FUNC-SALARIO *
                   WRK-RTO-PERCENTUAL (WRK-RTO-IDX) / 100
               SUBTRACT WRK-SORT-SALARIO FROM WRK-SALDO-RATEIO
           END-IF.
           RELEASE WRK-SORT-REG.
       2250-EXIT.
           EXIT.

      ***************************************************
      * PROCEDIMENTO DE SAIDA DO SORT - PERCORRE OS
      * REGISTROS JA ORDENADOS POR DEPARTAMENTO E IMPRIME
      ***************************************************
       3500-IMPRIMIR-DETALHE.
           MOVE SPACES TO WRK-LINHA-REL.
           IF WRK-SORT-PERCENTUAL < 100
               MOVE WRK-SORT-PERCENTUAL TO WRK-PERCENTUAL-ED
               STRING '  ' WRK-SORT-CPF ' ' WRK-SORT-NOME
                   ' SIT ' WRK-SORT-SITUACAO
                   ' RATEIO ' WRK-PERCENTUAL-ED '%'
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
           ELSE
               STRING '  ' WRK-SORT-CPF ' ' WRK-SORT-NOME
                   ' SIT ' WRK-SORT-SITUACAO
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-IF.
           WRITE WRK-LINHA-REL AFTER ADVANCING 1 LINES.
       3500-EXIT.
           EXIT.
