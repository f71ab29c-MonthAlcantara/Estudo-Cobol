       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB46.
      ***************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = MONTIVAL JUNIOR
      * OBJETIVO = GERAR O ARQUIVO MENSAL DE REPASSE DO
      * EMPRESTIMO CONSIGNADO PARA UM BANCO CONVENIADO - LE
      * O CONSIGFL E GRAVA NO REPCONSG, APOS O CABECALHO COM
      * O BANCO E A COMPETENCIA, UMA LINHA POR PARCELA
      * DESCONTADA PELO PROGCOB06 NA COMPETENCIA, UMA LINHA
      * POR CONTRATO DE FUNCIONARIO DESLIGADO NA COMPETENCIA
      * COM O SALDO DEVEDOR APURADO NA RESCISAO (PROGCOB14) E
      * O RODAPE COM A QUANTIDADE E O VALOR TOTAL A REPASSAR -
      * UMA EXECUCAO POR BANCO, NO MOLDE DA REMESSA POR
      * EMPRESA DO PROGCOB18
      * DATA = 15/10/2026
      ***************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSIGNADO-FILE
               ASSIGN TO "CONSIGFL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WRK-CSG-CHAVE
               FILE STATUS IS WRK-FS-CONSIGNADO.
           SELECT REPASSE-FILE
               ASSIGN TO "REPCONSG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPASSE.
       DATA DIVISION.
       FILE SECTION.
       FD  CONSIGNADO-FILE.
           COPY CONTRATO-CONSIGNADO.
       FD  REPASSE-FILE
           LABEL RECORDS ARE OMITTED.
      ***************CABECALHO DO REPASSE (TIPO 0)
       01  WRK-REP-HEADER.
           05 WRK-REP-H-TIPO         PIC X(01).
           05 WRK-REP-H-BANCO        PIC X(03).
           05 WRK-REP-H-COMPETENCIA  PIC 9(06).
           05 WRK-REP-H-DATA         PIC 9(08).
      ***************PARCELA DESCONTADA (TIPO 1) OU SALDO
      ***************DEVEDOR DE CONTRATO RESCINDIDO (TIPO 2)
       01  WRK-REP-DETALHE.
           05 WRK-REP-D-TIPO         PIC X(01).
           05 WRK-REP-D-CPF          PIC X(11).
           05 WRK-REP-D-CONTRATO     PIC X(12).
           05 WRK-REP-D-NOME         PIC X(20).
           05 WRK-REP-D-PARCELA      PIC 9(03).
           05 WRK-REP-D-QTD          PIC 9(03).
           05 WRK-REP-D-VALOR        PIC 9(08)V99.
      ***************RODAPE COM OS TOTAIS DE CONTROLE (TIPO 9)
       01  WRK-REP-TRAILER.
           05 WRK-REP-T-TIPO         PIC X(01).
           05 WRK-REP-T-QTD          PIC 9(06).
           05 WRK-REP-T-VALOR        PIC 9(10)V99.
       WORKING-STORAGE SECTION.
       77 WRK-FS-CONSIGNADO PIC X(02) VALUE ZEROS.
       77 WRK-FS-REPASSE    PIC X(02) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO   PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO          VALUE 'S'.
      ***************COMPETENCIA (MES/ANO) E BANCO DO REPASSE
       77 WRK-COMPETENCIA   PIC 9(06) VALUE ZERO.
       77 WRK-BANCO-FILTRO  PIC X(03) VALUE SPACES.
      ***************TOTAIS DO REPASSE
       77 WRK-QTD-PARCELAS  PIC 9(06) VALUE ZERO.
       77 WRK-QTD-RESCISOES PIC 9(06) VALUE ZERO.
       77 WRK-TOTAL-PARCELAS PIC 9(10)V99 VALUE ZERO.
       77 WRK-TOTAL-RESCISOES PIC 9(10)V99 VALUE ZERO.
      ***************CAMPOS EDITADOS PARA EXIBICAO
       77 WRK-VALOR-ED      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-PROCESSAR THRU 2000-EXIT
               UNTIL FIM-DO-ARQUIVO.
           PERFORM 3000-GRAVAR-RODAPE THRU 3000-EXIT.
           PERFORM 9999-FINALIZAR THRU 9999-EXIT.
           STOP RUN.

      ***************************************************
      * PERGUNTA A COMPETENCIA E O BANCO, ABRE OS ARQUIVOS,
      * GRAVA O CABECALHO E LE O PRIMEIRO CONTRATO
      ***************************************************
       1000-INICIALIZAR.
           DISPLAY 'COMPETENCIA DO REPASSE (AAAAMM): '.
           ACCEPT WRK-COMPETENCIA FROM CONSOLE.
           DISPLAY 'CODIGO DO BANCO (3 POSICOES): '.
           ACCEPT WRK-BANCO-FILTRO FROM CONSOLE.
           OPEN INPUT CONSIGNADO-FILE.
           IF WRK-FS-CONSIGNADO NOT = '00'
               DISPLAY 'ERRO AO ABRIR CONSIGFL - FS='
                   WRK-FS-CONSIGNADO
               GO TO 9999-EXIT
           END-IF.
           OPEN OUTPUT REPASSE-FILE.
           IF WRK-FS-REPASSE NOT = '00'
               DISPLAY 'ERRO AO ABRIR REPCONSG - FS=' WRK-FS-REPASSE
               CLOSE CONSIGNADO-FILE
               GO TO 9999-EXIT
           END-IF.
           MOVE '0' TO WRK-REP-H-TIPO.
           MOVE WRK-BANCO-FILTRO TO WRK-REP-H-BANCO.
           MOVE WRK-COMPETENCIA TO WRK-REP-H-COMPETENCIA.
           ACCEPT WRK-REP-H-DATA FROM DATE YYYYMMDD.
           WRITE WRK-REP-HEADER.
           PERFORM 8000-LER-PROXIMO THRU 8000-EXIT.
       1000-EXIT.
           EXIT.

      ***************************************************
      * GRAVA A LINHA DO CONTRATO DO BANCO QUANDO A PARCELA
      * FOI DESCONTADA NA COMPETENCIA OU QUANDO O
      * FUNCIONARIO FOI DESLIGADO NELA COM SALDO DEVEDOR
      ***************************************************
       2000-PROCESSAR.
           IF WRK-CSG-BANCO NOT = WRK-BANCO-FILTRO
               GO TO 2000-LER
           END-IF.
           IF WRK-CSG-ULTIMA-COMPETENCIA = WRK-COMPETENCIA
               PERFORM 2100-GRAVAR-PARCELA THRU 2100-EXIT
           END-IF.
           IF CSG-RESCINDIDO
               AND WRK-CSG-COMPETENCIA-RESCISAO = WRK-COMPETENCIA
               AND WRK-CSG-SALDO-RESCISAO > ZERO
               PERFORM 2200-GRAVAR-SALDO THRU 2200-EXIT
           END-IF.
       2000-LER.
           PERFORM 8000-LER-PROXIMO THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      ***************************************************
      * GRAVA A PARCELA DESCONTADA NA FOLHA DA COMPETENCIA
      ***************************************************
       2100-GRAVAR-PARCELA.
           MOVE '1' TO WRK-REP-D-TIPO.
           MOVE WRK-CSG-CPF TO WRK-REP-D-CPF.
           MOVE WRK-CSG-CONTRATO TO WRK-REP-D-CONTRATO.
           MOVE WRK-CSG-NOME TO WRK-REP-D-NOME.
           MOVE WRK-CSG-PARCELAS-PAGAS TO WRK-REP-D-PARCELA.
           MOVE WRK-CSG-QTD-PARCELAS TO WRK-REP-D-QTD.
           MOVE WRK-CSG-VALOR-PARCELA TO WRK-REP-D-VALOR.
           WRITE WRK-REP-DETALHE.
           ADD 1 TO WRK-QTD-PARCELAS.
           ADD WRK-CSG-VALOR-PARCELA TO WRK-TOTAL-PARCELAS.
       2100-EXIT.
           EXIT.

      ***************************************************
      * GRAVA O SALDO DEVEDOR DO CONTRATO DE FUNCIONARIO
      * DESLIGADO, PARA O BANCO COBRAR AS PARCELAS RESTANTES
      ***************************************************
       2200-GRAVAR-SALDO.
           MOVE '2' TO WRK-REP-D-TIPO.
           MOVE WRK-CSG-CPF TO WRK-REP-D-CPF.
           MOVE WRK-CSG-CONTRATO TO WRK-REP-D-CONTRATO.
           MOVE WRK-CSG-NOME TO WRK-REP-D-NOME.
           MOVE WRK-CSG-PARCELAS-PAGAS TO WRK-REP-D-PARCELA.
           MOVE WRK-CSG-QTD-PARCELAS TO WRK-REP-D-QTD.
           MOVE WRK-CSG-SALDO-RESCISAO TO WRK-REP-D-VALOR.
           WRITE WRK-REP-DETALHE.
           ADD 1 TO WRK-QTD-RESCISOES.
           ADD WRK-CSG-SALDO-RESCISAO TO WRK-TOTAL-RESCISOES.
       2200-EXIT.
           EXIT.

      ***************************************************
      * GRAVA O RODAPE COM A QUANTIDADE DE LINHAS E O VALOR
      * DAS PARCELAS A REPASSAR E EXIBE O RESUMO - O SALDO
      * DEVEDOR DAS RESCISOES E INFORMATIVO E NAO ENTRA NO
      * VALOR REPASSADO
      ***************************************************
       3000-GRAVAR-RODAPE.
           MOVE '9' TO WRK-REP-T-TIPO.
           COMPUTE WRK-REP-T-QTD =
               WRK-QTD-PARCELAS + WRK-QTD-RESCISOES.
           MOVE WRK-TOTAL-PARCELAS TO WRK-REP-T-VALOR.
           WRITE WRK-REP-TRAILER.
           MOVE WRK-TOTAL-PARCELAS TO WRK-VALOR-ED.
           DISPLAY 'REPASSE DO BANCO ' WRK-BANCO-FILTRO
               ' - COMPETENCIA ' WRK-COMPETENCIA.
           DISPLAY '  PARCELAS DESCONTADAS ' WRK-QTD-PARCELAS
               ' - VALOR ' WRK-VALOR-ED.
           MOVE WRK-TOTAL-RESCISOES TO WRK-VALOR-ED.
           DISPLAY '  CONTRATOS RESCINDIDOS ' WRK-QTD-RESCISOES
               ' - SALDO DEVEDOR ' WRK-VALOR-ED.
       3000-EXIT.
           EXIT.

      ***************************************************
      * LE O PROXIMO CONTRATO DO ARQUIVO DE CONSIGNADOS
      ***************************************************
       8000-LER-PROXIMO.
           READ CONSIGNADO-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.
       8000-EXIT.
           EXIT.

      ***************************************************
      * FECHA OS ARQUIVOS
      ***************************************************
       9999-FINALIZAR.
           CLOSE CONSIGNADO-FILE.
           CLOSE REPASSE-FILE.
       9999-EXIT.
           EXIT.
