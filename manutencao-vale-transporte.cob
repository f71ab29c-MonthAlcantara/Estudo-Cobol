       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB47.
      ***************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = MONTIVAL JUNIOR
      * OBJETIVO = INCLUIR, ALTERAR OU EXCLUIR UM TRAJETO DE
      * VALE-TRANSPORTE DE FUNCIONARIO NO ARQUIVO VTFILE
      * (CHAVE CPF MAIS SEQUENCIA DO TRAJETO), COM A LINHA,
      * A TARIFA E AS VIAGENS POR DIA, VALIDANDO O TITULAR NO
      * ARQUIVO MESTRE - OS TRAJETOS ALIMENTAM O PEDIDO A
      * OPERADORA E O DESCONTO DO PROGCOB48 - OPERADOR
      * AUTENTICADO PELA PROGCOB32 E MESMA TRILHA DE
      * AUDITORIA DO PROGCOB28
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
           SELECT VALE-TRANSPORTE-FILE
               ASSIGN TO "VTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-VT-CHAVE
               FILE STATUS IS WRK-FS-VT.
           SELECT AUDIT-LOG-FILE
               ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY CADASTRO-FUNCIONARIO.
       FD  VALE-TRANSPORTE-FILE.
           COPY VALE-TRANSPORTE.
       FD  AUDIT-LOG-FILE.
           COPY REGISTRO-AUDITORIA.
       WORKING-STORAGE SECTION.
       77 WRK-FS-EMPLOYEE   PIC X(02) VALUE ZEROS.
       77 WRK-FS-VT         PIC X(02) VALUE ZEROS.
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
      ***************TARIFA E VIAGENS CONSIDERADAS VALIDAS
       77 WRK-TARIFA-OK     PIC X(01) VALUE 'N'.
           88 TARIFA-VALIDA          VALUE 'S'.
           88 TARIFA-INVALIDA        VALUE 'N'.
       77 WRK-VIAGENS-OK    PIC X(01) VALUE 'N'.
           88 VIAGENS-VALIDAS        VALUE 'S'.
           88 VIAGENS-INVALIDAS      VALUE 'N'.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-LOCALIZAR-TITULAR THRU 2000-EXIT.
           IF CPF-ENCONTRADO
               PERFORM 2500-CAPTURAR-OPCAO THRU 2500-EXIT
                   UNTIL OPCAO-VALIDA
               IF OPCAO-INCLUIR
                   PERFORM 3000-INCLUIR-TRAJETO THRU 3000-EXIT
               ELSE
                   IF OPCAO-ALTERAR
                       PERFORM 4000-ALTERAR-TRAJETO THRU 4000-EXIT
                   ELSE
                       PERFORM 4500-EXCLUIR-TRAJETO THRU 4500-EXIT
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
           OPEN I-O VALE-TRANSPORTE-FILE.
           IF WRK-FS-VT = '35'
               OPEN OUTPUT VALE-TRANSPORTE-FILE
               CLOSE VALE-TRANSPORTE-FILE
               OPEN I-O VALE-TRANSPORTE-FILE
           END-IF.
           IF WRK-FS-VT NOT = '00'
               DISPLAY 'ERRO AO ABRIR VTFILE - FS=' WRK-FS-VT
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
      * CAPTURA OS DADOS E GRAVA UM TRAJETO NOVO DO
      * FUNCIONARIO
      ***************************************************
       3000-INCLUIR-TRAJETO.
           MOVE WRK-FUNC-CPF TO WRK-VT-CPF.
           DISPLAY 'SEQUENCIA DO TRAJETO (01-99): '.
           ACCEPT WRK-VT-SEQUENCIA FROM CONSOLE.
           PERFORM 3500-CAPTURAR-DADOS THRU 3500-EXIT.
           WRITE WRK-VT-REG
               INVALID KEY
                   DISPLAY 'ERRO - TRAJETO JA CADASTRADO - '
                       'SEQUENCIA ' WRK-VT-SEQUENCIA
           END-WRITE.
       3000-EXIT.
           EXIT.

      ***************************************************
      * CAPTURA A LINHA, A TARIFA E AS VIAGENS POR DIA DO
      * TRAJETO, COM REDIGITACAO DOS VALORES INVALIDOS
      ***************************************************
       3500-CAPTURAR-DADOS.
           DISPLAY 'LINHA / TRAJETO: '.
           ACCEPT WRK-VT-LINHA FROM CONSOLE.
           SET TARIFA-INVALIDA TO TRUE.
           PERFORM 3600-CAPTURAR-TARIFA THRU 3600-EXIT
               UNTIL TARIFA-VALIDA.
           SET VIAGENS-INVALIDAS TO TRUE.
           PERFORM 3700-CAPTURAR-VIAGENS THRU 3700-EXIT
               UNTIL VIAGENS-VALIDAS.
       3500-EXIT.
           EXIT.

       3600-CAPTURAR-TARIFA.
           DISPLAY 'TARIFA POR VIAGEM (MAIOR QUE ZERO): '.
           ACCEPT WRK-VT-TARIFA FROM CONSOLE.
           IF WRK-VT-TARIFA > ZERO
               SET TARIFA-VALIDA TO TRUE
           ELSE
               SET TARIFA-INVALIDA TO TRUE
               DISPLAY 'TARIFA INVALIDA - REDIGITE'
           END-IF.
       3600-EXIT.
           EXIT.

       3700-CAPTURAR-VIAGENS.
           DISPLAY 'VIAGENS POR DIA UTIL (1-9): '.
           ACCEPT WRK-VT-VIAGENS-DIA FROM CONSOLE.
           IF WRK-VT-VIAGENS-DIA > ZERO
               SET VIAGENS-VALIDAS TO TRUE
           ELSE
               SET VIAGENS-INVALIDAS TO TRUE
               DISPLAY 'QUANTIDADE DE VIAGENS INVALIDA - REDIGITE'
           END-IF.
       3700-EXIT.
           EXIT.

      ***************************************************
      * LOCALIZA O TRAJETO PELA SEQUENCIA, CAPTURA OS NOVOS
      * DADOS E REGRAVA O REGISTRO
      ***************************************************
       4000-ALTERAR-TRAJETO.
           MOVE WRK-FUNC-CPF TO WRK-VT-CPF.
           DISPLAY 'SEQUENCIA DO TRAJETO (01-99): '.
           ACCEPT WRK-VT-SEQUENCIA FROM CONSOLE.
           READ VALE-TRANSPORTE-FILE
               INVALID KEY
                   DISPLAY 'TRAJETO NAO ENCONTRADO - SEQUENCIA '
                       WRK-VT-SEQUENCIA
                   GO TO 4000-EXIT
           END-READ.
           DISPLAY '  LINHA ATUAL ' WRK-VT-LINHA
               ' TARIFA ' WRK-VT-TARIFA.
           PERFORM 3500-CAPTURAR-DADOS THRU 3500-EXIT.
           REWRITE WRK-VT-REG
               INVALID KEY
                   DISPLAY 'ERRO AO ALTERAR TRAJETO - SEQUENCIA '
                       WRK-VT-SEQUENCIA
           END-REWRITE.
       4000-EXIT.
           EXIT.

      ***************************************************
      * EXCLUI O TRAJETO DA SEQUENCIA INFORMADA
      ***************************************************
       4500-EXCLUIR-TRAJETO.
           MOVE WRK-FUNC-CPF TO WRK-VT-CPF.
           DISPLAY 'SEQUENCIA DO TRAJETO (01-99): '.
           ACCEPT WRK-VT-SEQUENCIA FROM CONSOLE.
           DELETE VALE-TRANSPORTE-FILE
               INVALID KEY
                   DISPLAY 'TRAJETO NAO ENCONTRADO - SEQUENCIA '
                       WRK-VT-SEQUENCIA
           END-DELETE.
       4500-EXIT.
           EXIT.

      ***************************************************
      * GRAVA UMA LINHA DE AUDITORIA COM DATA, HORA,
      * OPERADOR E O TRAJETO INCLUIDO/ALTERADO/EXCLUIDO
      ***************************************************
       5000-GRAVAR-AUDITORIA.
           MOVE SPACES TO WRK-AUDIT-REG.
           ACCEPT WRK-AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-AUDIT-HORA FROM TIME.
           MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR.
           MOVE 'PROGCOB47' TO WRK-AUDIT-PROGRAMA.
           MOVE WRK-FUNC-CPF TO WRK-AUDIT-CPF.
           MOVE WRK-VT-LINHA TO WRK-AUDIT-NOME.
           MOVE WRK-VT-TARIFA TO WRK-AUDIT-SALARIO.
           WRITE WRK-AUDIT-REG.
       5000-EXIT.
           EXIT.

      ***************************************************
      * FECHA OS ARQUIVOS
      ***************************************************
       9999-FINALIZAR.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE VALE-TRANSPORTE-FILE.
           CLOSE AUDIT-LOG-FILE.
       9999-EXIT.
           EXIT.
