       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB52.
      ***************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = MONTIVAL JUNIOR
      * OBJETIVO = INCLUIR, ALTERAR OU EXCLUIR UM CARGO NO
      * ARQUIVO MESTRE DE CARGOS (CODIGO, DESCRICAO, CBO E
      * FAIXA SALARIAL MINIMA/MAXIMA) - A FAIXA E CONFERIDA
      * PELO PROGCOB04, PROGCOB08 E PROGCOB17 NA CAPTURA DO
      * SALARIO - OPERADOR AUTENTICADO PELA PROGCOB32 E MESMA
      * TRILHA DE AUDITORIA DO PROGCOB34
      * DATA = 15/10/2026
      ***************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARGO-FILE
               ASSIGN TO "CARGOFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-CARGO-CODIGO
               FILE STATUS IS WRK-FS-CARGO.
           SELECT AUDIT-LOG-FILE
               ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  CARGO-FILE.
           COPY CADASTRO-CARGO.
       FD  AUDIT-LOG-FILE.
           COPY REGISTRO-AUDITORIA.
       WORKING-STORAGE SECTION.
       77 WRK-FS-CARGO      PIC X(02) VALUE ZEROS.
       77 WRK-FS-AUDITLOG   PIC X(02) VALUE ZEROS.
      ***************LOGON DO OPERADOR PELA SUBROTINA PROGCOB32
       77 WRK-OPERADOR      PIC X(08) VALUE SPACES.
       77 WRK-NIVEL-OPER    PIC 9(01) VALUE ZERO.
       77 WRK-LOGON-OK      PIC X(01) VALUE 'N'.
           88 LOGON-VALIDO           VALUE 'S'.
      ***************OPCAO DE MANUTENCAO ESCOLHIDA
       77 WRK-OPCAO         PIC X(01) VALUE SPACE.
           88 OPCAO-INCLUIR          VALUE 'I'.
           88 OPCAO-ALTERAR          VALUE 'A'.
           88 OPCAO-EXCLUIR          VALUE 'E'.
           88 OPCAO-VALIDA           VALUE 'I' 'A' 'E'.
      ***************VALIDACAO DA FAIXA SALARIAL DIGITADA
       77 WRK-FAIXA-OK      PIC X(01) VALUE 'N'.
           88 FAIXA-VALIDA           VALUE 'S'.
           88 FAIXA-INVALIDA         VALUE 'N'.
       77 WRK-SALARIO-MIN-ED PIC ZZZ.ZZ9,99.
       77 WRK-SALARIO-MAX-ED PIC ZZZ.ZZ9,99.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF LOGON-VALIDO
               PERFORM 2000-CAPTURAR-OPCAO THRU 2000-EXIT
                   UNTIL OPCAO-VALIDA
               IF OPCAO-INCLUIR
                   PERFORM 3000-INCLUIR-CARGO THRU 3000-EXIT
               ELSE
                   IF OPCAO-ALTERAR
                       PERFORM 4000-ALTERAR-CARGO THRU 4000-EXIT
                   ELSE
                       PERFORM 4500-EXCLUIR-CARGO THRU 4500-EXIT
                   END-IF
               END-IF
               PERFORM 5000-GRAVAR-AUDITORIA THRU 5000-EXIT
           END-IF.
           PERFORM 9999-FINALIZAR THRU 9999-EXIT.
           STOP RUN.

      ***************************************************
      * AUTENTICA O OPERADOR E ABRE OS ARQUIVOS
      ***************************************************
       1000-INICIALIZAR.
           CALL 'PROGCOB32' USING WRK-OPERADOR WRK-NIVEL-OPER
               WRK-LOGON-OK.
           IF NOT LOGON-VALIDO
               DISPLAY 'ACESSO NEGADO'
               GO TO 9999-EXIT
           END-IF.
           OPEN I-O CARGO-FILE.
           IF WRK-FS-CARGO = '35'
               OPEN OUTPUT CARGO-FILE
               CLOSE CARGO-FILE
               OPEN I-O CARGO-FILE
           END-IF.
           IF WRK-FS-CARGO NOT = '00'
               DISPLAY 'ERRO AO ABRIR CARGOFIL - FS='
                   WRK-FS-CARGO
               MOVE 'N' TO WRK-LOGON-OK
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
      * ACEITA A OPCAO DE MANUTENCAO (INCLUIR/ALTERAR/
      * EXCLUIR)
      ***************************************************
       2000-CAPTURAR-OPCAO.
           DISPLAY 'OPCAO (I=INCLUIR / A=ALTERAR / E=EXCLUIR): '.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           IF NOT OPCAO-VALIDA
               DISPLAY 'OPCAO INVALIDA - REDIGITE'
           END-IF.
       2000-EXIT.
           EXIT.

      ***************************************************
      * CAPTURA OS DADOS E GRAVA UM CARGO NOVO
      ***************************************************
       3000-INCLUIR-CARGO.
           DISPLAY 'CODIGO DO CARGO: '.
           ACCEPT WRK-CARGO-CODIGO FROM CONSOLE.
           IF WRK-CARGO-CODIGO = SPACES
               DISPLAY 'ERRO - CODIGO DO CARGO EM BRANCO'
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3500-CAPTURAR-DADOS THRU 3500-EXIT.
           WRITE WRK-CARGO-REG
               INVALID KEY
                   DISPLAY 'ERRO - CARGO JA CADASTRADO '
                       WRK-CARGO-CODIGO
           END-WRITE.
       3000-EXIT.
           EXIT.

      ***************************************************
      * CAPTURA A DESCRICAO, O CBO E A FAIXA SALARIAL DO
      * CARGO - A FAIXA E REDIGITADA ATE O MINIMO SER MAIOR
      * QUE ZERO E NAO PASSAR DO MAXIMO
      ***************************************************
       3500-CAPTURAR-DADOS.
           DISPLAY 'DESCRICAO DO CARGO: '.
           ACCEPT WRK-CARGO-DESCRICAO FROM CONSOLE.
           DISPLAY 'CODIGO CBO (6 DIGITOS): '.
           ACCEPT WRK-CARGO-CBO FROM CONSOLE.
           SET FAIXA-INVALIDA TO TRUE.
           PERFORM 3600-CAPTURAR-FAIXA THRU 3600-EXIT
               UNTIL FAIXA-VALIDA.
       3500-EXIT.
           EXIT.

      ***************************************************
      * ACEITA O SALARIO MINIMO E O MAXIMO DA FAIXA
      ***************************************************
       3600-CAPTURAR-FAIXA.
           DISPLAY 'SALARIO MINIMO DA FAIXA: '.
           ACCEPT WRK-CARGO-SALARIO-MIN FROM CONSOLE.
           DISPLAY 'SALARIO MAXIMO DA FAIXA: '.
           ACCEPT WRK-CARGO-SALARIO-MAX FROM CONSOLE.
           IF WRK-CARGO-SALARIO-MIN = ZERO
               OR WRK-CARGO-SALARIO-MIN > WRK-CARGO-SALARIO-MAX
               DISPLAY 'FAIXA INVALIDA - MINIMO ZERADO OU MAIOR '
                   'QUE O MAXIMO - REDIGITE'
           ELSE
               SET FAIXA-VALIDA TO TRUE
           END-IF.
       3600-EXIT.
           EXIT.

      ***************************************************
      * LOCALIZA O CARGO PELO CODIGO, CAPTURA OS NOVOS
      * DADOS E REGRAVA O REGISTRO
      ***************************************************
       4000-ALTERAR-CARGO.
           DISPLAY 'CODIGO DO CARGO: '.
           ACCEPT WRK-CARGO-CODIGO FROM CONSOLE.
           READ CARGO-FILE
               INVALID KEY
                   DISPLAY 'CARGO NAO ENCONTRADO '
                       WRK-CARGO-CODIGO
                   GO TO 4000-EXIT
           END-READ.
           MOVE WRK-CARGO-SALARIO-MIN TO WRK-SALARIO-MIN-ED.
           MOVE WRK-CARGO-SALARIO-MAX TO WRK-SALARIO-MAX-ED.
           DISPLAY '  DESCRICAO ATUAL ' WRK-CARGO-DESCRICAO.
           DISPLAY '  FAIXA ATUAL ' WRK-SALARIO-MIN-ED ' A '
               WRK-SALARIO-MAX-ED.
           PERFORM 3500-CAPTURAR-DADOS THRU 3500-EXIT.
           REWRITE WRK-CARGO-REG
               INVALID KEY
                   DISPLAY 'ERRO AO ALTERAR CARGO '
                       WRK-CARGO-CODIGO
           END-REWRITE.
       4000-EXIT.
           EXIT.

      ***************************************************
      * EXCLUI O CARGO DO CODIGO INFORMADO
      ***************************************************
       4500-EXCLUIR-CARGO.
           DISPLAY 'CODIGO DO CARGO: '.
           ACCEPT WRK-CARGO-CODIGO FROM CONSOLE.
           DELETE CARGO-FILE
               INVALID KEY
                   DISPLAY 'CARGO NAO ENCONTRADO '
                       WRK-CARGO-CODIGO
           END-DELETE.
       4500-EXIT.
           EXIT.

      ***************************************************
      * GRAVA UMA LINHA DE AUDITORIA COM DATA, HORA E O
      * CARGO MANTIDO
      ***************************************************
       5000-GRAVAR-AUDITORIA.
           MOVE SPACES TO WRK-AUDIT-REG.
           ACCEPT WRK-AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-AUDIT-HORA FROM TIME.
           MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR.
           MOVE 'PROGCOB52' TO WRK-AUDIT-PROGRAMA.
           MOVE SPACES TO WRK-AUDIT-CPF.
           STRING WRK-OPCAO ' ' WRK-CARGO-CODIGO ' '
               WRK-CARGO-CBO
               DELIMITED BY SIZE INTO WRK-AUDIT-NOME.
           MOVE WRK-CARGO-SALARIO-MAX TO WRK-AUDIT-SALARIO.
           WRITE WRK-AUDIT-REG.
       5000-EXIT.
           EXIT.

      ***************************************************
      * FECHA OS ARQUIVOS
      ***************************************************
       9999-FINALIZAR.
           CLOSE CARGO-FILE.
           CLOSE AUDIT-LOG-FILE.
       9999-EXIT.
           EXIT.
