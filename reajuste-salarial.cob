      * CODIGO LIVRE NO CONSOLE E PASSA A SER AUTENTICADO
      * PELA SUBROTINA DE LOGON PROGCOB32 - O REAJUSTE EM
      * LOTE E FUNCAO DESTRUTIVA E EXIGE NIVEL 5 OU MAIOR
      * ALTERADO = 15/10/2026 - CONFERE O SALARIO REAJUSTADO
      * CONTRA A FAIXA DO CARGO (ARQUIVO DE CARGOS DO
      * PROGCOB52) E LISTA QUEM O REAJUSTE TIROU DA FAIXA -
      * O REAJUSTE DO DISSIDIO E APLICADO ASSIM MESMO, A
      * LISTA SERVE PARA O RH REVER A FAIXA OU O CARGO
      ***************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITLOG.
           SELECT CARGO-FILE
               ASSIGN TO "CARGOFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-CARGO-CODIGO
               FILE STATUS IS WRK-FS-CARGO.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY CADASTRO-FUNCIONARIO.
       FD  AUDIT-LOG-FILE.
           COPY REGISTRO-AUDITORIA.
       FD  CARGO-FILE.
           COPY CADASTRO-CARGO.
       WORKING-STORAGE SECTION.
       77 WRK-FS-EMPLOYEE   PIC X(02) VALUE ZEROS.
       77 WRK-FS-AUDITLOG   PIC X(02) VALUE ZEROS.
       77 WRK-FS-CARGO      PIC X(02) VALUE ZEROS.
      ***************ARQUIVO DE CARGOS DISPONIVEL PARA CONSULTA
       77 WRK-CARGOFIL      PIC X(01) VALUE 'N'.
           88 CARGOFIL-ABERTO        VALUE 'S'.
       77 WRK-FAIXA-MIN-ED  PIC ZZZ.ZZ9,99.
       77 WRK-FAIXA-MAX-ED  PIC ZZZ.ZZ9,99.
       77 WRK-OPERADOR      PIC X(08) VALUE SPACES.
      ***************LOGON DO OPERADOR PELA SUBROTINA PROGCOB32
       77 WRK-NIVEL-OPER    PIC 9(01) VALUE ZERO.
      ***************CONTADORES DO LOTE
       77 WRK-QTD-REAJUSTADOS PIC 9(06) VALUE ZERO.
       77 WRK-QTD-REJEITADOS  PIC 9(06) VALUE ZERO.
       77 WRK-QTD-FORA-CARGO  PIC 9(06) VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
               DISPLAY 'ERRO AO ABRIR AUDIT-LOG - FS='
                   WRK-FS-AUDITLOG
           END-IF.
           OPEN INPUT CARGO-FILE.
           IF WRK-FS-CARGO = '00'
               SET CARGOFIL-ABERTO TO TRUE
           ELSE
               DISPLAY 'SEM ARQUIVO DE CARGOS (FS=' WRK-FS-CARGO
                   ') - A FAIXA DO CARGO NAO SERA CONFERIDA'
           END-IF.
           PERFORM 8000-LER-PROXIMO THRU 8000-EXIT.
       1000-EXIT.
           EXIT.
               END-REWRITE
               ADD 1 TO WRK-QTD-REAJUSTADOS
               PERFORM 5000-GRAVAR-AUDITORIA THRU 5000-EXIT
               PERFORM 3500-CONFERIR-FAIXA-CARGO THRU 3500-EXIT
           ELSE
               DISPLAY 'SALARIO REAJUSTADO FORA DA FAIXA - CPF '
                   WRK-FUNC-CPF
       3000-EXIT.
           EXIT.

      ***************************************************
      * CONFERE O SALARIO JA REAJUSTADO CONTRA A FAIXA DO
      * CARGO DO FUNCIONARIO E LISTA QUEM FICOU FORA DELA -
      * SEM CARGO OU SEM O ARQUIVO DE CARGOS NAO HA CONFERENCIA
      ***************************************************
       3500-CONFERIR-FAIXA-CARGO.
           IF NOT CARGOFIL-ABERTO
               OR WRK-FUNC-CARGO = SPACES
               GO TO 3500-EXIT
           END-IF.
           MOVE WRK-FUNC-CARGO TO WRK-CARGO-CODIGO.
           READ CARGO-FILE
               INVALID KEY
                   DISPLAY 'CARGO ' WRK-FUNC-CARGO
                       ' NAO CADASTRADO - CPF ' WRK-FUNC-CPF
                   GO TO 3500-EXIT
           END-READ.
           IF WRK-FUNC-SALARIO < WRK-CARGO-SALARIO-MIN
               OR WRK-FUNC-SALARIO > WRK-CARGO-SALARIO-MAX
               MOVE WRK-CARGO-SALARIO-MIN TO WRK-FAIXA-MIN-ED
               MOVE WRK-CARGO-SALARIO-MAX TO WRK-FAIXA-MAX-ED
               DISPLAY 'FORA DA FAIXA DO CARGO ' WRK-FUNC-CARGO
                   ' - CPF ' WRK-FUNC-CPF ' ' WRK-FUNC-NOME
               DISPLAY '  NOVO SALARIO ' WRK-FUNC-SALARIO-ED
                   ' FAIXA ' WRK-FAIXA-MIN-ED ' A ' WRK-FAIXA-MAX-ED
               ADD 1 TO WRK-QTD-FORA-CARGO
           END-IF.
       3500-EXIT.
           EXIT.

      ***************************************************
      * GRAVA UMA LINHA DE AUDITORIA COM DATA, HORA,
      * OPERADOR E O NOVO SALARIO DO FUNCIONARIO REAJUSTADO
               WRK-QTD-REAJUSTADOS.
           DISPLAY 'TOTAL DE FUNCIONARIOS REJEITADOS : '
               WRK-QTD-REJEITADOS.
           DISPLAY 'REAJUSTADOS FORA DA FAIXA DO CARGO: '
               WRK-QTD-FORA-CARGO.
       6000-EXIT.
           EXIT.

       9999-FINALIZAR.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE AUDIT-LOG-FILE.
           IF CARGOFIL-ABERTO
               CLOSE CARGO-FILE
           END-IF.
       9999-EXIT.
           EXIT.
