       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB54.
      ***************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = MONTIVAL JUNIOR
      * OBJETIVO = INCLUIR, ALTERAR OU EXCLUIR O RATEIO DE UM
      * FUNCIONARIO ENTRE DEPARTAMENTOS NO ARQUIVO RATEIOFL
      * (CHAVE CPF) - DE 2 A 5 DEPARTAMENTOS COM O PERCENTUAL
      * DE CADA UM, VALIDANDO O TITULAR NO ARQUIVO MESTRE E
      * REJEITANDO O RATEIO CUJA SOMA NAO DA 100% - O RATEIO
      * DIVIDE A DESPESA DE SALARIOS NO PROGCOB27 E O
      * ORCAMENTO NO PROGCOB11 - OPERADOR AUTENTICADO PELA
      * PROGCOB32 E MESMA TRILHA DE AUDITORIA DO PROGCOB47
      * DATA = 15/10/2026
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-FUNC-CPF
               FILE STATUS IS WRK-FS-EMPLOYEE.
           SELECT RATEIO-FILE
               ASSIGN TO "RATEIOFL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-RTO-CPF
               FILE STATUS IS WRK-FS-RATEIO.
           SELECT AUDIT-LOG-FILE
               ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY CADASTRO-FUNCIONARIO.
       FD  RATEIO-FILE.
           COPY RATEIO-DEPARTAMENTO.
       FD  AUDIT-LOG-FILE.
           COPY REGISTRO-AUDITORIA.
       WORKING-STORAGE SECTION.
       77 WRK-FS-EMPLOYEE   PIC X(02) VALUE ZEROS.
       77 WRK-FS-RATEIO     PIC X(02) VALUE ZEROS.
       77 WRK-FS-AUDITLOG   PIC X(02) VALUE ZEROS.
       77 WRK-OPERADOR      PIC X(08) VALUE SPACES.
      ***************LOGON DO OPERADOR PELA SUBROTINA PROGCOB32
       77 WRK-NIVEL-OPER    PIC 9(01) VALUE ZERO.
       77 WRK-LOGON-OK      PIC X(01) VALUE 'N'.
           88 LOGON-VALIDO           VALUE 'S'.
      ***************INDICADOR DE CPF ENCONTRADO
       77 WRK-CPF-ACHADO    PIC X(01) VALUE 'N'.
           88 CPF-ENCONTRADO         VALUE 'S'.
           88 CPF-NAO-ENCONTRADO     VALUE 'N'.
      ***************OPCAO DE MANUTENCAO ESCOLHIDA
       77 WRK-OPCAO         PIC X(01) VALUE SPACE.
           88 OPCAO-INCLUIR          VALUE 'I'.
           88 OPCAO-ALTERAR          VALUE 'A'.
           88 OPCAO-EXCLUIR          VALUE 'E'.
           88 OPCAO-VALIDA           VALUE 'I' 'A' 'E'.
      ***************QUANTIDADE, DEPARTAMENTO E PERCENTUAL
      ***************CONSIDERADOS VALIDOS NA DIGITACAO
       77 WRK-QTD-OK        PIC X(01) VALUE 'N'.
           88 QTD-VALIDA             VALUE 'S'.
           88 QTD-INVALIDA           VALUE 'N'.
       77 WRK-DEPTO-OK      PIC X(01) VALUE 'N'.
           88 DEPTO-VALIDO           VALUE 'S'.
           88 DEPTO-INVALIDO         VALUE 'N'.
       77 WRK-PERC-OK       PIC X(01) VALUE 'N'.
           88 PERCENTUAL-VALIDO      VALUE 'S'.
           88 PERCENTUAL-INVALIDO    VALUE 'N'.
      ***************RESULTADO DA CONFERENCIA DA SOMA
       77 WRK-RATEIO-OK     PIC X(01) VALUE 'N'.
           88 RATEIO-VALIDO          VALUE 'S'.
           88 RATEIO-INVALIDO        VALUE 'N'.
       77 WRK-SOMA-PERC     PIC 9(04)V99 VALUE ZERO.
       77 WRK-SOMA-PERC-ED  PIC ZZZ9,99.
       77 WRK-IDX           PIC 9(02) VALUE ZERO COMP.
       77 WRK-IDX2          PIC 9(02) VALUE ZERO COMP.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-LOCALIZAR-TITULAR THRU 2000-EXIT.
           IF CPF-ENCONTRADO
               PERFORM 2500-CAPTURAR-OPCAO THRU 2500-EXIT
                   UNTIL OPCAO-VALIDA
               IF OPCAO-INCLUIR
                   PERFORM 3000-INCLUIR-RATEIO THRU 3000-EXIT
               ELSE
                   IF OPCAO-ALTERAR
                       PERFORM 4000-ALTERAR-RATEIO THRU 4000-EXIT
                   ELSE
                       PERFORM 4500-EXCLUIR-RATEIO THRU 4500-EXIT
                   END-IF
               END-IF
               PERFORM 5000-GRAVAR-AUDITORIA THRU 5000-EXIT
           END-IF.
           PERFORM 9999-FINALIZAR THRU 9999-EXIT.
           STOP RUN.

      ***************************************************
      * IDENTIFICA O OPERADOR E ABRE OS ARQUIVOS
      ***************************************************
       1000-INICIALIZAR.
           CALL 'PROGCOB32' USING WRK-OPERADOR WRK-NIVEL-OPER
               WRK-LOGON-OK.
           IF NOT LOGON-VALIDO
               DISPLAY 'ACESSO NEGADO'
               GO TO 9999-EXIT
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WRK-FS-EMPLOYEE NOT = '00'
               DISPLAY 'ERRO AO ABRIR EMPLOYEE-MASTER - FS='
                   WRK-FS-EMPLOYEE
               GO TO 9999-EXIT
           END-IF.
           OPEN I-O RATEIO-FILE.
           IF WRK-FS-RATEIO = '35'
               OPEN OUTPUT RATEIO-FILE
               CLOSE RATEIO-FILE
               OPEN I-O RATEIO-FILE
           END-IF.
           IF WRK-FS-RATEIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR RATEIOFL - FS=' WRK-FS-RATEIO
               CLOSE EMPLOYEE-MASTER-FILE
               GO TO 9999-EXIT
           END-IF.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WRK-FS-AUDITLOG = '35'
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           IF WRK-FS-AUDITLOG NOT = '00'
               DISPLAY 'ERRO AO ABRIR AUDIT-LOG - FS='
                   WRK-FS-AUDITLOG
           END-IF.
       1000-EXIT.
           EXIT.

      ***************************************************
      * LOCALIZA O FUNCIONARIO TITULAR PELO CPF INFORMADO
      ***************************************************
       2000-LOCALIZAR-TITULAR.
           DISPLAY 'CPF DO FUNCIONARIO: '.
           ACCEPT WRK-FUNC-CPF FROM CONSOLE.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   SET CPF-NAO-ENCONTRADO TO TRUE
                   DISPLAY 'CPF NAO ENCONTRADO NO ARQUIVO MESTRE'
               NOT INVALID KEY
                   SET CPF-ENCONTRADO TO TRUE
                   DISPLAY '  NOME    ' WRK-FUNC-NOME
                   DISPLAY '  DEPTO   ' WRK-FUNC-DEPARTAMENTO
           END-READ.
       2000-EXIT.
           EXIT.

      ***************************************************
      * ACEITA A OPCAO DE MANUTENCAO (INCLUIR/ALTERAR/
      * EXCLUIR)
      ***************************************************
       2500-CAPTURAR-OPCAO.
           DISPLAY 'OPCAO (I=INCLUIR / A=ALTERAR / E=EXCLUIR): '.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           IF NOT OPCAO-VALIDA
               DISPLAY 'OPCAO INVALIDA - REDIGITE'
           END-IF.
       2500-EXIT.
           EXIT.

      ***************************************************
      * CAPTURA O RATEIO E GRAVA O REGISTRO NOVO, SE A SOMA
      * DOS PERCENTUAIS FECHAR EM 100%
      ***************************************************
       3000-INCLUIR-RATEIO.
           MOVE WRK-FUNC-CPF TO WRK-RTO-CPF.
           PERFORM 3500-CAPTURAR-RATEIO THRU 3500-EXIT.
           IF RATEIO-INVALIDO
               GO TO 3000-EXIT
           END-IF.
           WRITE WRK-RTO-REG
               INVALID KEY
                   DISPLAY 'ERRO - RATEIO JA CADASTRADO PARA O CPF '
                       WRK-RTO-CPF ' - USE A OPCAO A'
           END-WRITE.
       3000-EXIT.
           EXIT.

      ***************************************************
      * CAPTURA A QUANTIDADE DE DEPARTAMENTOS E CADA PAR
      * DEPARTAMENTO/PERCENTUAL, E CONFERE A SOMA
      ***************************************************
       3500-CAPTURAR-RATEIO.
           SET QTD-INVALIDA TO TRUE.
           PERFORM 3550-CAPTURAR-QTD THRU 3550-EXIT
               UNTIL QTD-VALIDA.
           PERFORM 3560-LIMPAR-ITEM THRU 3560-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > 5.
           PERFORM 3600-CAPTURAR-ITEM THRU 3600-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-RTO-QTD.
           PERFORM 3800-CONFERIR-SOMA THRU 3800-EXIT.
       3500-EXIT.
           EXIT.

       3550-CAPTURAR-QTD.
           DISPLAY 'QUANTIDADE DE DEPARTAMENTOS DO RATEIO (2-5): '.
           ACCEPT WRK-RTO-QTD FROM CONSOLE.
           IF WRK-RTO-QTD >= 2 AND WRK-RTO-QTD <= 5
               SET QTD-VALIDA TO TRUE
           ELSE
               SET QTD-INVALIDA TO TRUE
               DISPLAY 'QUANTIDADE INVALIDA - REDIGITE'
           END-IF.
       3550-EXIT.
           EXIT.

       3560-LIMPAR-ITEM.
           MOVE SPACES TO WRK-RTO-DEPTO (WRK-IDX).
           MOVE ZERO TO WRK-RTO-PERCENTUAL (WRK-IDX).
       3560-EXIT.
           EXIT.

      ***************************************************
      * CAPTURA O DEPARTAMENTO E O PERCENTUAL DE UM ITEM DO
      * RATEIO, COM REDIGITACAO DE DEPARTAMENTO EM BRANCO OU
      * REPETIDO E DE PERCENTUAL ZERADO OU ACIMA DE 100
      ***************************************************
       3600-CAPTURAR-ITEM.
           SET DEPTO-INVALIDO TO TRUE.
           PERFORM 3650-CAPTURAR-DEPTO THRU 3650-EXIT
               UNTIL DEPTO-VALIDO.
           SET PERCENTUAL-INVALIDO TO TRUE.
           PERFORM 3700-CAPTURAR-PERCENTUAL THRU 3700-EXIT
               UNTIL PERCENTUAL-VALIDO.
       3600-EXIT.
           EXIT.

       3650-CAPTURAR-DEPTO.
           DISPLAY 'DEPARTAMENTO ' WRK-IDX ': '.
           ACCEPT WRK-RTO-DEPTO (WRK-IDX) FROM CONSOLE.
           SET DEPTO-VALIDO TO TRUE.
           IF WRK-RTO-DEPTO (WRK-IDX) = SPACES
               SET DEPTO-INVALIDO TO TRUE
               DISPLAY 'DEPARTAMENTO EM BRANCO - REDIGITE'
               GO TO 3650-EXIT
           END-IF.
           PERFORM 3660-TESTAR-REPETIDO THRU 3660-EXIT
               VARYING WRK-IDX2 FROM 1 BY 1
               UNTIL WRK-IDX2 >= WRK-IDX.
           IF DEPTO-INVALIDO
               DISPLAY 'DEPARTAMENTO JA INFORMADO NO RATEIO - '
                   'REDIGITE'
           END-IF.
       3650-EXIT.
           EXIT.

       3660-TESTAR-REPETIDO.
           IF WRK-RTO-DEPTO (WRK-IDX2) = WRK-RTO-DEPTO (WRK-IDX)
               SET DEPTO-INVALIDO TO TRUE
           END-IF.
       3660-EXIT.
           EXIT.

       3700-CAPTURAR-PERCENTUAL.
           DISPLAY 'PERCENTUAL DO DEPARTAMENTO '
               WRK-RTO-DEPTO (WRK-IDX) ': '.
           ACCEPT WRK-RTO-PERCENTUAL (WRK-IDX) FROM CONSOLE.
           IF WRK-RTO-PERCENTUAL (WRK-IDX) > ZERO
               AND WRK-RTO-PERCENTUAL (WRK-IDX) < 100
               SET PERCENTUAL-VALIDO TO TRUE
           ELSE
               SET PERCENTUAL-INVALIDO TO TRUE
               DISPLAY 'PERCENTUAL INVALIDO - REDIGITE'
           END-IF.
       3700-EXIT.
           EXIT.

      ***************************************************
      * SOMA OS PERCENTUAIS DIGITADOS E REJEITA O RATEIO QUE
      * NAO FECHA EXATAMENTE EM 100%
      ***************************************************
       3800-CONFERIR-SOMA.
           MOVE ZERO TO WRK-SOMA-PERC.
           PERFORM 3850-SOMAR-PERCENTUAL THRU 3850-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-RTO-QTD.
           IF WRK-SOMA-PERC = 100
               SET RATEIO-VALIDO TO TRUE
           ELSE
               SET RATEIO-INVALIDO TO TRUE
               MOVE WRK-SOMA-PERC TO WRK-SOMA-PERC-ED
               DISPLAY 'RATEIO REJEITADO - SOMA DOS PERCENTUAIS '
                   WRK-SOMA-PERC-ED '% DIFERENTE DE 100% - '
                   'NADA FOI GRAVADO'
           END-IF.
       3800-EXIT.
           EXIT.

       3850-SOMAR-PERCENTUAL.
           ADD WRK-RTO-PERCENTUAL (WRK-IDX) TO WRK-SOMA-PERC.
       3850-EXIT.
           EXIT.

      ***************************************************
      * LOCALIZA O RATEIO DO CPF, CAPTURA O NOVO RATEIO
      * COMPLETO E REGRAVA O REGISTRO SE A SOMA FECHAR
      ***************************************************
       4000-ALTERAR-RATEIO.
           MOVE WRK-FUNC-CPF TO WRK-RTO-CPF.
           READ RATEIO-FILE
               INVALID KEY
                   DISPLAY 'RATEIO NAO ENCONTRADO PARA O CPF '
                       WRK-RTO-CPF
                   SET RATEIO-INVALIDO TO TRUE
                   GO TO 4000-EXIT
           END-READ.
           PERFORM 4100-MOSTRAR-ITEM THRU 4100-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-RTO-QTD.
           PERFORM 3500-CAPTURAR-RATEIO THRU 3500-EXIT.
           IF RATEIO-INVALIDO
               GO TO 4000-EXIT
           END-IF.
           REWRITE WRK-RTO-REG
               INVALID KEY
                   DISPLAY 'ERRO AO ALTERAR RATEIO - CPF '
                       WRK-RTO-CPF
           END-REWRITE.
       4000-EXIT.
           EXIT.

       4100-MOSTRAR-ITEM.
           DISPLAY '  ATUAL ' WRK-RTO-DEPTO (WRK-IDX) ' '
               WRK-RTO-PERCENTUAL (WRK-IDX) '%'.
       4100-EXIT.
           EXIT.

      ***************************************************
      * EXCLUI O RATEIO DO CPF - O FUNCIONARIO VOLTA A PESAR
      * INTEIRO NO SEU DEPARTAMENTO
      ***************************************************
       4500-EXCLUIR-RATEIO.
           MOVE WRK-FUNC-CPF TO WRK-RTO-CPF.
           MOVE ZERO TO WRK-RTO-QTD.
           MOVE ZERO TO WRK-SOMA-PERC.
           DELETE RATEIO-FILE
               INVALID KEY
                   DISPLAY 'RATEIO NAO ENCONTRADO PARA O CPF '
                       WRK-RTO-CPF
           END-DELETE.
       4500-EXIT.
           EXIT.

      ***************************************************
      * GRAVA UMA LINHA DE AUDITORIA COM DATA, HORA,
      * OPERADOR E O RATEIO INCLUIDO/ALTERADO/EXCLUIDO
      ***************************************************
       5000-GRAVAR-AUDITORIA.
           MOVE SPACES TO WRK-AUDIT-REG.
           ACCEPT WRK-AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-AUDIT-HORA FROM TIME.
           MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR.
           MOVE 'PROGCOB54' TO WRK-AUDIT-PROGRAMA.
           MOVE WRK-FUNC-CPF TO WRK-AUDIT-CPF.
           STRING WRK-OPCAO ' RATEIO ' WRK-RTO-QTD ' DEPTOS'
               DELIMITED BY SIZE INTO WRK-AUDIT-NOME.
           MOVE WRK-SOMA-PERC TO WRK-AUDIT-SALARIO.
           WRITE WRK-AUDIT-REG.
       5000-EXIT.
           EXIT.

      ***************************************************
      * FECHA OS ARQUIVOS
      ***************************************************
       9999-FINALIZAR.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE RATEIO-FILE.
           CLOSE AUDIT-LOG-FILE.
       9999-EXIT.
           EXIT.
