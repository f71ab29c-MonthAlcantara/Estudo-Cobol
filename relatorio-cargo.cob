       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB53.
      ***************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = MONTIVAL JUNIOR
      * OBJETIVO = LER O ARQUIVO MESTRE DE FUNCIONARIOS,
      * ORDENAR POR CARGO E IMPRIMIR, COM QUEBRA DE CONTROLE,
      * O QUADRO (QUANTIDADE DE FUNCIONARIOS NAO DESLIGADOS)
      * E O SALARIO MEDIO DE CADA CARGO, COM A FAIXA SALARIAL
      * DO ARQUIVO DE CARGOS DO PROGCOB52 E QUANTOS ESTAO
      * FORA DELA, E O TOTAL GERAL AO FINAL
      * DATA = 15/10/2026
      * ALTERADO = 15/10/2026 - AJUSTADO O REGISTRO DE
      * ORDENACAO PARA ACOMPANHAR O MOTIVO DO DESLIGAMENTO
      * ACRESCENTADO AO CADASTRO-FUNCIONARIO
      ***************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO "EMPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WRK-FUNC-CPF
               FILE STATUS IS WRK-FS-EMPLOYEE.
           SELECT CARGO-FILE
               ASSIGN TO "CARGOFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-CARGO-CODIGO
               FILE STATUS IS WRK-FS-CARGO.
           SELECT WORK-SORT-FILE
               ASSIGN TO "SORTWORK".
           SELECT RELATORIO-FILE
               ASSIGN TO "RELCARGO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY CADASTRO-FUNCIONARIO.
       FD  CARGO-FILE.
           COPY CADASTRO-CARGO.
       SD  WORK-SORT-FILE.
      ***************LAYOUT IDENTICO AO DO WRK-FUNC-REG, POIS O
      ***************SORT USING COPIA O REGISTRO POSICAO A POSICAO
       01  WRK-SORT-REG.
           05 WRK-SORT-CPF            PIC X(11).
           05 FILLER                  PIC X(14).
           05 WRK-SORT-NOME           PIC X(20).
           05 WRK-SORT-SALARIO        PIC 9(06)V99.
           05 FILLER                  PIC X(35).
           05 WRK-SORT-EMPRESA        PIC X(03).
           05 WRK-SORT-SITUACAO       PIC X(01).
           05 FILLER                  PIC X(08).
           05 WRK-SORT-CARGO          PIC X(04).
           05 FILLER                  PIC X(01).
       FD  RELATORIO-FILE
           LABEL RECORDS ARE OMITTED.
       01  WRK-LINHA-REL PIC X(080).
       WORKING-STORAGE SECTION.
       77 WRK-FS-EMPLOYEE    PIC X(02) VALUE ZEROS.
       77 WRK-FS-CARGO       PIC X(02) VALUE ZEROS.
       77 WRK-FS-RELATORIO   PIC X(02) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO           VALUE 'S'.
      ***************ARQUIVO DE CARGOS DISPONIVEL PARA CONSULTA
       77 WRK-CARGOFIL       PIC X(01) VALUE 'N'.
           88 CARGOFIL-ABERTO          VALUE 'S'.
       77 WRK-CARGO-ACHADO   PIC X(01) VALUE 'N'.
           88 CARGO-CARREGADO          VALUE 'S'.
           88 CARGO-NAO-CARREGADO      VALUE 'N'.
      ***************EMPRESA A PROCESSAR ('***' = TODAS)
       77 WRK-EMPRESA-FILTRO PIC X(03) VALUE SPACES.
      ***************INDICADOR DE FUNCIONARIO SELECIONADO
       77 WRK-SELECIONADO    PIC X(01) VALUE 'N'.
           88 FUNCIONARIO-SELECIONADO VALUE 'S'.
           88 FUNCIONARIO-FORA-EMPRESA VALUE 'N'.
      ***************CONTROLE DE QUEBRA POR CARGO
       77 WRK-CARGO-ANTERIOR PIC X(04) VALUE SPACES.
       77 WRK-1A-QUEBRA      PIC X(01) VALUE 'S'.
           88 PRIMEIRA-QUEBRA          VALUE 'S'.
           88 NAO-PRIMEIRA-QUEBRA      VALUE 'N'.
      ***************ACUMULADORES DO CARGO E DO TOTAL GERAL
       77 WRK-QTD-CARGO      PIC 9(06) VALUE ZERO COMP.
       77 WRK-QTD-FORA-FAIXA PIC 9(06) VALUE ZERO COMP.
       77 WRK-SOMA-CARGO     PIC 9(10)V99 VALUE ZERO.
       77 WRK-QTD-GERAL      PIC 9(06) VALUE ZERO COMP.
       77 WRK-SOMA-GERAL     PIC 9(10)V99 VALUE ZERO.
       77 WRK-MEDIA          PIC 9(08)V99 VALUE ZERO.
       77 WRK-QTD-ED         PIC ZZZ.ZZ9.
       77 WRK-FORA-ED        PIC ZZZ.ZZ9.
       77 WRK-MEDIA-ED       PIC $ZZ.ZZZ.ZZ9,99.
       77 WRK-FAIXA-MIN-ED   PIC ZZZ.ZZ9,99.
       77 WRK-FAIXA-MAX-ED   PIC ZZZ.ZZ9,99.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           SORT WORK-SORT-FILE
               ON ASCENDING KEY WRK-SORT-CARGO
               USING EMPLOYEE-MASTER-FILE
               OUTPUT PROCEDURE IS 3000-GERAR-RELATORIO THRU 3000-EXIT.
           IF CARGOFIL-ABERTO
               CLOSE CARGO-FILE
           END-IF.
           STOP RUN.

      ***************************************************
      * PERGUNTA A EMPRESA A PROCESSAR E ABRE O ARQUIVO DE
      * CARGOS - SEM ELE O RELATORIO SAI SEM DESCRICAO E
      * SEM A CONFERENCIA DA FAIXA
      ***************************************************
       1000-INICIALIZAR.
           DISPLAY 'EMPRESA A PROCESSAR (*** = TODAS): '.
           ACCEPT WRK-EMPRESA-FILTRO FROM CONSOLE.
           OPEN INPUT CARGO-FILE.
           IF WRK-FS-CARGO = '00'
               SET CARGOFIL-ABERTO TO TRUE
           ELSE
               DISPLAY 'SEM ARQUIVO DE CARGOS (FS=' WRK-FS-CARGO
                   ') - RELATORIO SEM A FAIXA DO CARGO'
           END-IF.
       1000-EXIT.
           EXIT.

      ***************************************************
      * PROCEDIMENTO DE SAIDA DO SORT - PERCORRE OS
      * REGISTROS JA ORDENADOS POR CARGO E IMPRIME UMA LINHA
      * POR CARGO COM QUEBRA DE CONTROLE
      ***************************************************
       3000-GERAR-RELATORIO.
           OPEN OUTPUT RELATORIO-FILE.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR RELATORIO - FS='
                   WRK-FS-RELATORIO
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3050-IMPRIMIR-TITULO THRU 3050-EXIT.
           PERFORM 3100-RETORNAR-PROXIMO THRU 3100-EXIT.
           PERFORM 3200-PROCESSAR-REGISTRO THRU 3200-EXIT
               UNTIL FIM-DO-ARQUIVO.
           IF NAO-PRIMEIRA-QUEBRA
               PERFORM 3300-IMPRIMIR-CARGO THRU 3300-EXIT
           END-IF.
           PERFORM 3600-IMPRIMIR-TOTAL-GERAL THRU 3600-EXIT.
           CLOSE RELATORIO-FILE.
       3000-EXIT.
           EXIT.

      ***************************************************
      * IMPRIME O TITULO E O CABECALHO DAS COLUNAS
      ***************************************************
       3050-IMPRIMIR-TITULO.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'QUADRO E SALARIO MEDIO POR CARGO - EMPRESA '
               WRK-EMPRESA-FILTRO
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 1 LINES.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'CARGO DESCRICAO                       QUADRO'
               '  SALARIO MEDIO FORA FAIXA'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 2 LINES.
       3050-EXIT.
           EXIT.

      ***************************************************
      * DEVOLVE O PROXIMO REGISTRO ORDENADO PELO SORT
      ***************************************************
       3100-RETORNAR-PROXIMO.
           RETURN WORK-SORT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-RETURN.
       3100-EXIT.
           EXIT.

      ***************************************************
      * DETECTA A QUEBRA DE CARGO, IMPRIME O CARGO ANTERIOR
      * (QUANDO HOUVER), CARREGA A FAIXA DO NOVO CARGO E
      * ACUMULA O FUNCIONARIO
      ***************************************************
       3200-PROCESSAR-REGISTRO.
           PERFORM 3250-TESTAR-EMPRESA THRU 3250-EXIT.
           IF FUNCIONARIO-SELECIONADO
               IF PRIMEIRA-QUEBRA
                   OR WRK-SORT-CARGO NOT = WRK-CARGO-ANTERIOR
                   IF NAO-PRIMEIRA-QUEBRA
                       PERFORM 3300-IMPRIMIR-CARGO THRU 3300-EXIT
                   END-IF
                   SET NAO-PRIMEIRA-QUEBRA TO TRUE
                   MOVE WRK-SORT-CARGO TO WRK-CARGO-ANTERIOR
                   MOVE ZERO TO WRK-QTD-CARGO
                   MOVE ZERO TO WRK-QTD-FORA-FAIXA
                   MOVE ZERO TO WRK-SOMA-CARGO
                   PERFORM 3400-CARREGAR-CARGO THRU 3400-EXIT
               END-IF
               ADD 1 TO WRK-QTD-CARGO
               ADD WRK-SORT-SALARIO TO WRK-SOMA-CARGO
               ADD 1 TO WRK-QTD-GERAL
               ADD WRK-SORT-SALARIO TO WRK-SOMA-GERAL
               IF CARGO-CARREGADO
                   IF WRK-SORT-SALARIO < WRK-CARGO-SALARIO-MIN
                       OR WRK-SORT-SALARIO > WRK-CARGO-SALARIO-MAX
                       ADD 1 TO WRK-QTD-FORA-FAIXA
                   END-IF
               END-IF
           END-IF.
           PERFORM 3100-RETORNAR-PROXIMO THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

      ***************************************************
      * TESTA SE O FUNCIONARIO PERTENCE A EMPRESA FILTRADA -
      * OS DESLIGADOS FICAM FORA DO QUADRO
      ***************************************************
       3250-TESTAR-EMPRESA.
           IF (WRK-EMPRESA-FILTRO = '***'
               OR WRK-EMPRESA-FILTRO = WRK-SORT-EMPRESA)
               AND WRK-SORT-SITUACAO NOT = 'D'
               SET FUNCIONARIO-SELECIONADO TO TRUE
           ELSE
               SET FUNCIONARIO-FORA-EMPRESA TO TRUE
           END-IF.
       3250-EXIT.
           EXIT.

      ***************************************************
      * IMPRIME A LINHA DO CARGO ANTERIOR COM O QUADRO, O
      * SALARIO MEDIO E OS FORA DA FAIXA, E A FAIXA DO CARGO
      ***************************************************
       3300-IMPRIMIR-CARGO.
           DIVIDE WRK-SOMA-CARGO BY WRK-QTD-CARGO
               GIVING WRK-MEDIA ROUNDED.
           MOVE WRK-QTD-CARGO TO WRK-QTD-ED.
           MOVE WRK-MEDIA TO WRK-MEDIA-ED.
           MOVE WRK-QTD-FORA-FAIXA TO WRK-FORA-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           IF CARGO-CARREGADO
               STRING WRK-CARGO-ANTERIOR '  ' WRK-CARGO-DESCRICAO
                   ' ' WRK-QTD-ED ' ' WRK-MEDIA-ED '    ' WRK-FORA-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
           ELSE
               IF WRK-CARGO-ANTERIOR = SPACES
                   STRING '      (SEM CARGO INFORMADO)          '
                       WRK-QTD-ED ' ' WRK-MEDIA-ED
                       DELIMITED BY SIZE INTO WRK-LINHA-REL
               ELSE
                   STRING WRK-CARGO-ANTERIOR
                       '  (CARGO NAO CADASTRADO)         '
                       WRK-QTD-ED ' ' WRK-MEDIA-ED
                       DELIMITED BY SIZE INTO WRK-LINHA-REL
               END-IF
           END-IF.
           WRITE WRK-LINHA-REL AFTER ADVANCING 1 LINES.
           IF CARGO-CARREGADO
               MOVE WRK-CARGO-SALARIO-MIN TO WRK-FAIXA-MIN-ED
               MOVE WRK-CARGO-SALARIO-MAX TO WRK-FAIXA-MAX-ED
               MOVE SPACES TO WRK-LINHA-REL
               STRING '      CBO ' WRK-CARGO-CBO ' FAIXA '
                   WRK-FAIXA-MIN-ED ' A ' WRK-FAIXA-MAX-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
               WRITE WRK-LINHA-REL AFTER ADVANCING 1 LINES
           END-IF.
       3300-EXIT.
           EXIT.

      ***************************************************
      * LE O CARGO DA QUEBRA NO ARQUIVO DE CARGOS PARA A
      * DESCRICAO E A FAIXA SALARIAL
      ***************************************************
       3400-CARREGAR-CARGO.
           SET CARGO-NAO-CARREGADO TO TRUE.
           IF NOT CARGOFIL-ABERTO
               OR WRK-SORT-CARGO = SPACES
               GO TO 3400-EXIT
           END-IF.
           MOVE WRK-SORT-CARGO TO WRK-CARGO-CODIGO.
           READ CARGO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CARGO-CARREGADO TO TRUE
           END-READ.
       3400-EXIT.
           EXIT.

      ***************************************************
      * IMPRIME O QUADRO TOTAL E O SALARIO MEDIO GERAL
      ***************************************************
       3600-IMPRIMIR-TOTAL-GERAL.
           MOVE ZERO TO WRK-MEDIA.
           IF WRK-QTD-GERAL > ZERO
               DIVIDE WRK-SOMA-GERAL BY WRK-QTD-GERAL
                   GIVING WRK-MEDIA ROUNDED
           END-IF.
           MOVE WRK-QTD-GERAL TO WRK-QTD-ED.
           MOVE WRK-MEDIA TO WRK-MEDIA-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'TOTAL GERAL                          '
               WRK-QTD-ED ' ' WRK-MEDIA-ED
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 3 LINES.
       3600-EXIT.
           EXIT.
