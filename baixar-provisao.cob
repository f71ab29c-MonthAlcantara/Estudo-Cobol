       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB44.
      ***************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = MONTIVAL JUNIOR
      * OBJETIVO = SUBROTINA QUE BAIXA O SALDO DE PROVISAO
      * DE FERIAS E/OU DE 13O SALARIO DE UM CPF NO PROVFIL
      * QUANDO A VERBA E EFETIVAMENTE PAGA - CHAMADA PELO
      * PROGCOB12 (13O), PELO PROGCOB16 (FERIAS) E PELO
      * PROGCOB14 (RESCISAO, AMBAS) - ZERA O SALDO PAGO COM
      * SEUS ENCARGOS, MARCA A COMPETENCIA DO PAGAMENTO E
      * DEIXA O VALOR BAIXADO PENDENTE PARA O PROGCOB43
      * LANCAR O ESTORNO DA PROVISAO NO LANCCONT - CPF SEM
      * SALDO PROVISIONADO NAO E ERRO
      * DATA = 15/10/2026
      ***************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROVISAO-FILE
               ASSIGN TO "PROVFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-PROV-CPF
               FILE STATUS IS WRK-FS-PROVISAO.
       DATA DIVISION.
       FILE SECTION.
       FD  PROVISAO-FILE.
           COPY SALDO-PROVISAO.
       WORKING-STORAGE SECTION.
       77 WRK-FS-PROVISAO   PIC X(02) VALUE ZEROS.
       LINKAGE SECTION.
       01  LK-PROV-CPF      PIC X(11).
      ***************VERBA PAGA - F=FERIAS D=13O T=TODAS
       01  LK-PROV-TIPO     PIC X(01).
           88 LK-PROV-FERIAS         VALUE 'F' 'T'.
           88 LK-PROV-DECIMO         VALUE 'D' 'T'.
      ***************COMPETENCIA (AAAAMM) DO PAGAMENTO
       01  LK-PROV-COMPETENCIA PIC 9(06).
       01  LK-PROV-RETORNO  PIC X(01).
           88 LK-PROV-BAIXADO        VALUE 'S'.
           88 LK-PROV-SEM-SALDO      VALUE 'N'.
           88 LK-PROV-ERRO           VALUE 'E'.
       PROCEDURE DIVISION USING LK-PROV-CPF LK-PROV-TIPO
           LK-PROV-COMPETENCIA LK-PROV-RETORNO.
       0000-MAINLINE.
           SET LK-PROV-ERRO TO TRUE.
           OPEN I-O PROVISAO-FILE.
           IF WRK-FS-PROVISAO = '35'
               SET LK-PROV-SEM-SALDO TO TRUE
               GOBACK
           END-IF.
           IF WRK-FS-PROVISAO NOT = '00'
               DISPLAY 'ERRO AO ABRIR PROVFIL - FS=' WRK-FS-PROVISAO
               GOBACK
           END-IF.
           PERFORM 1000-BAIXAR-SALDO THRU 1000-EXIT.
           CLOSE PROVISAO-FILE.
           GOBACK.

      ***************************************************
      * ZERA O SALDO DA VERBA PAGA (ATUAL E ANTERIOR, PARA
      * QUE O REPROCESSAMENTO DA COMPETENCIA NAO O REFACA) E
      * ACUMULA O VALOR BAIXADO NA PENDENCIA CONTABIL - UMA
      * PENDENCIA JA LANCADA PELO PROGCOB43 E DESCARTADA
      * ANTES DE RECEBER A NOVA BAIXA
      ***************************************************
       1000-BAIXAR-SALDO.
           MOVE LK-PROV-CPF TO WRK-PROV-CPF.
           READ PROVISAO-FILE
               INVALID KEY
                   SET LK-PROV-SEM-SALDO TO TRUE
                   GO TO 1000-EXIT
           END-READ.
           IF WRK-PROV-BAIXA-LANCADA NOT = ZERO
               MOVE ZEROS TO WRK-PROV-BAIXA-PENDENTE
               MOVE ZERO TO WRK-PROV-BAIXA-LANCADA
           END-IF.
           IF LK-PROV-FERIAS
               ADD WRK-PROV-FER-VALOR TO WRK-PROV-BX-FER-VALOR
               ADD WRK-PROV-FER-FGTS TO WRK-PROV-BX-FGTS
               ADD WRK-PROV-FER-INSS TO WRK-PROV-BX-INSS
               MOVE ZEROS TO WRK-PROV-FERIAS
               MOVE ZEROS TO WRK-PROV-ANT-FERIAS
               MOVE ZERO TO WRK-PROV-MESES-FERIAS
               MOVE LK-PROV-COMPETENCIA TO WRK-PROV-BAIXA-FERIAS
           END-IF.
           IF LK-PROV-DECIMO
               ADD WRK-PROV-DEC-VALOR TO WRK-PROV-BX-DEC-VALOR
               ADD WRK-PROV-DEC-FGTS TO WRK-PROV-BX-FGTS
               ADD WRK-PROV-DEC-INSS TO WRK-PROV-BX-INSS
               MOVE ZEROS TO WRK-PROV-DECIMO
               MOVE ZEROS TO WRK-PROV-ANT-DECIMO
               MOVE ZERO TO WRK-PROV-MESES-13
               MOVE LK-PROV-COMPETENCIA TO WRK-PROV-BAIXA-13
           END-IF.
           REWRITE WRK-PROV-REG
               INVALID KEY
                   DISPLAY 'ERRO AO BAIXAR PROVFIL - CPF '
                       WRK-PROV-CPF
                   GO TO 1000-EXIT
           END-REWRITE.
           SET LK-PROV-BAIXADO TO TRUE.
       1000-EXIT.
           EXIT.
