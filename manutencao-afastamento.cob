       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB50.
      ***************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = MONTIVAL JUNIOR
      * OBJETIVO = INCLUIR, ALTERAR O RETORNO OU EXCLUIR UM
      * PERIODO DE AFASTAMENTO DE FUNCIONARIO NO ARQUIVO
      * AFASTFIL (CHAVE CPF MAIS DATA DE INICIO), COM A DATA
      * PREVISTA DE RETORNO, O TIPO (DOENCA, MATERNIDADE OU
      * ACIDENTE) E O CID/OBSERVACAO, VALIDANDO O TITULAR NO
      * ARQUIVO MESTRE - OS PERIODOS ALIMENTAM A TROCA DE
      * SITUACAO DO PROGCOB51 E O PAGAMENTO PROPORCIONAL DO
      * PROGCOB06 - OPERADOR AUTENTICADO PELA PROGCOB32 E
      * MESMA TRILHA DE AUDITORIA DO PROGCOB28
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
           SELECT AFASTAMENTO-FILE
               ASSIGN TO "AFASTFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-AFT-CHAVE
               FILE STATUS IS WRK-FS-AFASTAMENTO.
           SELECT AUDIT-LOG-FILE
               ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY CADASTRO-FUNCIONARIO.
       FD  AFASTAMENTO-FILE.
           COPY AFASTAMENTO.
       FD  AUDIT-LOG-FILE.
           COPY REGISTRO-AUDITORIA.
       WORKING-STORAGE SECTION.
       77 WRK-FS-EMPLOYEE   PIC X(02) VALUE ZEROS.
       77 WRK-FS-AFASTAMENTO PIC X(02) VALUE ZEROS.
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
      ***************DATAS E TIPO CONSIDERADOS VALIDOS
       77 WRK-INICIO-OK     PIC X(01) VALUE 'N'.
           88 INICIO-VALIDO          VALUE 'S'.
           88 INICIO-INVALIDO        VALUE 'N'.
       77 WRK-RETORNO-OK    PIC X(01) VALUE 'N'.
           88 RETORNO-VALIDO         VALUE 'S'.
           88 RETORNO-INVALIDO       VALUE 'N'.
       77 WRK-TIPO-OK       PIC X(01) VALUE 'N'.
           88 TIPO-VALIDO            VALUE 'S'.
           88 TIPO-INVALIDO          VALUE 'N'.
      ***************DATA DIGITADA EM VALIDACAO (AAAAMMDD)
       01 WRK-DATA-TESTE             PIC 9(08) VALUE ZERO.
       01 WRK-DATA-TESTE-R REDEFINES WRK-DATA-TESTE.
           05 WRK-DATA-TESTE-ANO     PIC 9(04).
           05 WRK-DATA-TESTE-MES     PIC 9(02).
           05 WRK-DATA-TESTE-DIA     PIC 9(02).
       77 WRK-DATA-OK       PIC X(01) VALUE 'N'.
           88 DATA-VALIDA            VALUE 'S'.
           88 DATA-INVALIDA          VALUE 'N'.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-LOCALIZAR-TITULAR THRU 2000-EXIT.
           IF CPF-ENCONTRADO
               PERFORM 2500-CAPTURAR-OPCAO THRU 2500-EXIT
                   UNTIL OPCAO-VALIDA
               IF OPCAO-INCLUIR
                   PERFORM 3000-INCLUIR-AFASTAMENTO THRU 3000-EXIT
               ELSE
                   IF OPCAO-ALTERAR
                       PERFORM 4000-ALTERAR-RETORNO THRU 4000-EXIT
                   ELSE
                       PERFORM 4500-EXCLUIR-AFASTAMENTO
                           THRU 4500-EXIT
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
           OPEN I-O AFASTAMENTO-FILE.
           IF WRK-FS-AFASTAMENTO = '35'
               OPEN OUTPUT AFASTAMENTO-FILE
               CLOSE AFASTAMENTO-FILE
               OPEN I-O AFASTAMENTO-FILE
           END-IF.
           IF WRK-FS-AFASTAMENTO NOT = '00'
               DISPLAY 'ERRO AO ABRIR AFASTFIL - FS='
                   WRK-FS-AFASTAMENTO
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
                   DISPLAY '  NOME     ' WRK-FUNC-NOME
                   DISPLAY '  SITUACAO ' WRK-FUNC-SITUACAO
           END-READ.
           IF CPF-ENCONTRADO AND FUNC-DESLIGADO
               SET CPF-NAO-ENCONTRADO TO TRUE
               DISPLAY 'FUNCIONARIO DESLIGADO - AFASTAMENTO NAO '
                   'PERMITIDO'
           END-IF.
       2000-EXIT.
           EXIT.

      ***************************************************
      * ACEITA A OPCAO DE MANUTENCAO (INCLUIR/ALTERAR O
      * RETORNO/EXCLUIR)
      ***************************************************
       2500-CAPTURAR-OPCAO.
           DISPLAY 'OPCAO (I=INCLUIR / A=ALTERAR RETORNO / '
               'E=EXCLUIR): '.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           IF NOT OPCAO-VALIDA
               DISPLAY 'OPCAO INVALIDA - REDIGITE'
           END-IF.
       2500-EXIT.
           EXIT.

      ***************************************************
      * CAPTURA OS DADOS E GRAVA UM PERIODO NOVO DE
      * AFASTAMENTO DO FUNCIONARIO
      ***************************************************
       3000-INCLUIR-AFASTAMENTO.
           MOVE WRK-FUNC-CPF TO WRK-AFT-CPF.
           SET INICIO-INVALIDO TO TRUE.
           PERFORM 3100-CAPTURAR-INICIO THRU 3100-EXIT
               UNTIL INICIO-VALIDO.
           SET RETORNO-INVALIDO TO TRUE.
           PERFORM 3200-CAPTURAR-RETORNO THRU 3200-EXIT
               UNTIL RETORNO-VALIDO.
           SET TIPO-INVALIDO TO TRUE.
           PERFORM 3300-CAPTURAR-TIPO THRU 3300-EXIT
               UNTIL TIPO-VALIDO.
           DISPLAY 'CID (OPCIONAL): '.
           ACCEPT WRK-AFT-CID FROM CONSOLE.
           DISPLAY 'OBSERVACAO: '.
           ACCEPT WRK-AFT-OBSERVACAO FROM CONSOLE.
           ACCEPT WRK-AFT-DATA-INCLUSAO FROM DATE YYYYMMDD.
           WRITE WRK-AFT-REG
               INVALID KEY
                   DISPLAY 'ERRO - AFASTAMENTO JA CADASTRADO COM '
                       'INICIO EM ' WRK-AFT-INICIO
               NOT INVALID KEY
                   DISPLAY 'AFASTAMENTO INCLUIDO - A SITUACAO SERA '
                       'ATUALIZADA PELO PROGCOB51'
           END-WRITE.
       3000-EXIT.
           EXIT.

       3100-CAPTURAR-INICIO.
           DISPLAY 'DATA DE INICIO DO AFASTAMENTO (AAAAMMDD): '.
           ACCEPT WRK-AFT-INICIO FROM CONSOLE.
           MOVE WRK-AFT-INICIO TO WRK-DATA-TESTE.
           PERFORM 3900-VALIDAR-DATA THRU 3900-EXIT.
           IF DATA-VALIDA
               AND WRK-AFT-INICIO NOT < WRK-FUNC-ADMISSAO
               SET INICIO-VALIDO TO TRUE
           ELSE
               SET INICIO-INVALIDO TO TRUE
               DISPLAY 'DATA DE INICIO INVALIDA OU ANTERIOR A '
                   'ADMISSAO - REDIGITE'
           END-IF.
       3100-EXIT.
           EXIT.

      ***************************************************
      * ACEITA A DATA PREVISTA DE RETORNO - ZERO QUANDO
      * AINDA INDEFINIDA, SENAO POSTERIOR AO INICIO
      ***************************************************
       3200-CAPTURAR-RETORNO.
           DISPLAY 'DATA PREVISTA DE RETORNO (AAAAMMDD, ZERO SE '
               'INDEFINIDA): '.
           ACCEPT WRK-AFT-RETORNO FROM CONSOLE.
           IF WRK-AFT-RETORNO = ZERO
               SET RETORNO-VALIDO TO TRUE
               GO TO 3200-EXIT
           END-IF.
           MOVE WRK-AFT-RETORNO TO WRK-DATA-TESTE.
           PERFORM 3900-VALIDAR-DATA THRU 3900-EXIT.
           IF DATA-VALIDA AND WRK-AFT-RETORNO > WRK-AFT-INICIO
               SET RETORNO-VALIDO TO TRUE
           ELSE
               SET RETORNO-INVALIDO TO TRUE
               DISPLAY 'DATA DE RETORNO INVALIDA OU NAO POSTERIOR '
                   'AO INICIO - REDIGITE'
           END-IF.
       3200-EXIT.
           EXIT.

       3300-CAPTURAR-TIPO.
           DISPLAY 'TIPO (D=DOENCA / M=MATERNIDADE / A=ACIDENTE): '.
           ACCEPT WRK-AFT-TIPO FROM CONSOLE.
           IF AFT-TIPO-VALIDO
               SET TIPO-VALIDO TO TRUE
           ELSE
               SET TIPO-INVALIDO TO TRUE
               DISPLAY 'TIPO INVALIDO - REDIGITE'
           END-IF.
       3300-EXIT.
           EXIT.

      ***************************************************
      * CONFERE MES (01-12) E DIA (01-31) DA DATA DIGITADA
      ***************************************************
       3900-VALIDAR-DATA.
           SET DATA-VALIDA TO TRUE.
           IF WRK-DATA-TESTE-ANO < 1900
               OR WRK-DATA-TESTE-MES < 1 OR WRK-DATA-TESTE-MES > 12
               OR WRK-DATA-TESTE-DIA < 1 OR WRK-DATA-TESTE-DIA > 31
               SET DATA-INVALIDA TO TRUE
           END-IF.
       3900-EXIT.
           EXIT.

      ***************************************************
      * LOCALIZA O PERIODO PELA DATA DE INICIO E REGRAVA COM
      * A NOVA DATA DE RETORNO (PRORROGACAO OU ALTA ANTECIPADA)
      ***************************************************
       4000-ALTERAR-RETORNO.
           MOVE WRK-FUNC-CPF TO WRK-AFT-CPF.
           DISPLAY 'DATA DE INICIO DO AFASTAMENTO (AAAAMMDD): '.
           ACCEPT WRK-AFT-INICIO FROM CONSOLE.
           READ AFASTAMENTO-FILE
               INVALID KEY
                   DISPLAY 'AFASTAMENTO NAO ENCONTRADO - INICIO '
                       WRK-AFT-INICIO
                   GO TO 4000-EXIT
           END-READ.
           DISPLAY '  TIPO ' WRK-AFT-TIPO ' CID ' WRK-AFT-CID
               ' RETORNO ATUAL ' WRK-AFT-RETORNO.
           SET RETORNO-INVALIDO TO TRUE.
           PERFORM 3200-CAPTURAR-RETORNO THRU 3200-EXIT
               UNTIL RETORNO-VALIDO.
           REWRITE WRK-AFT-REG
               INVALID KEY
                   DISPLAY 'ERRO AO ALTERAR AFASTAMENTO - INICIO '
                       WRK-AFT-INICIO
           END-REWRITE.
       4000-EXIT.
           EXIT.

      ***************************************************
      * EXCLUI O PERIODO DA DATA DE INICIO INFORMADA
      ***************************************************
       4500-EXCLUIR-AFASTAMENTO.
           MOVE WRK-FUNC-CPF TO WRK-AFT-CPF.
           DISPLAY 'DATA DE INICIO DO AFASTAMENTO (AAAAMMDD): '.
           ACCEPT WRK-AFT-INICIO FROM CONSOLE.
           DELETE AFASTAMENTO-FILE
               INVALID KEY
                   DISPLAY 'AFASTAMENTO NAO ENCONTRADO - INICIO '
                       WRK-AFT-INICIO
           END-DELETE.
       4500-EXIT.
           EXIT.

      ***************************************************
      * GRAVA UMA LINHA DE AUDITORIA COM DATA, HORA,
      * OPERADOR E O PERIODO INCLUIDO/ALTERADO/EXCLUIDO
      ***************************************************
       5000-GRAVAR-AUDITORIA.
           MOVE SPACES TO WRK-AUDIT-REG.
           ACCEPT WRK-AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-AUDIT-HORA FROM TIME.
           MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR.
           MOVE 'PROGCOB50' TO WRK-AUDIT-PROGRAMA.
           MOVE WRK-FUNC-CPF TO WRK-AUDIT-CPF.
           MOVE WRK-FUNC-NOME TO WRK-AUDIT-NOME.
           MOVE ZERO TO WRK-AUDIT-SALARIO.
           WRITE WRK-AUDIT-REG.
       5000-EXIT.
           EXIT.

      ***************************************************
      * FECHA OS ARQUIVOS
      ***************************************************
       9999-FINALIZAR.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE AFASTAMENTO-FILE.
           CLOSE AUDIT-LOG-FILE.
       9999-EXIT.
           EXIT.
