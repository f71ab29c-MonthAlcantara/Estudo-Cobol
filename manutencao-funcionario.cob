      * F=AFASTADO) E A DATA DO DESLIGAMENTO, PARA O
      * AFASTAMENTO PODER SER REGISTRADO SEM PASSAR PELA
      * RESCISAO DO PROGCOB14
      * ALTERADO = 15/10/2026 - A ALTERACAO PASSA A CAPTURAR O
      * CARGO, CONFERIDO NO ARQUIVO DE CARGOS DO PROGCOB52, E
      * O SALARIO FORA DA FAIXA DO CARGO NAO E REGRAVADO -
      * VAI PARA O ARQUIVO DE REJEICOES CONSOLIDADO
      * ALTERADO = 15/10/2026 - NO DESLIGAMENTO MARCADO PELA
      * ALTERACAO CAPTURA TAMBEM O MOTIVO (S/C/P), USADO NO
      * RELATORIO DE ROTATIVIDADE - NAS DEMAIS SITUACOES O
      * MOTIVO FICA EM BRANCO
      * ALTERADO = 15/10/2026 - O MOTIVO DO DESLIGAMENTO
      * INVALIDO PASSA A SER REDIGITADO EM VEZ DE GRAVADO EM
      * BRANCO, E A ALTERACAO COM SALARIO FORA DA FAIXA DO
      * CARGO, QUE NAO E REGRAVADA, NAO GRAVA MAIS AUDITORIA
      ***************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-EMPR-CODIGO
               FILE STATUS IS WRK-FS-EMPRESA.
           SELECT CARGO-FILE
               ASSIGN TO "CARGOFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-CARGO-CODIGO
               FILE STATUS IS WRK-FS-CARGO.
           SELECT REJEICAO-FILE
               ASSIGN TO "REJEITOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REJEICAO.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY REGISTRO-AUDITORIA.
       FD  EMPRESA-FILE.
           COPY CADASTRO-EMPRESA.
       FD  CARGO-FILE.
           COPY CADASTRO-CARGO.
       FD  REJEICAO-FILE.
           COPY REGISTRO-REJEICAO.
       WORKING-STORAGE SECTION.
       77 WRK-FS-EMPLOYEE   PIC X(02) VALUE ZEROS.
       77 WRK-FS-AUDITLOG   PIC X(02) VALUE ZEROS.
       77 WRK-FS-EMPRESA    PIC X(02) VALUE ZEROS.
       77 WRK-FS-CARGO      PIC X(02) VALUE ZEROS.
       77 WRK-FS-REJEICAO   PIC X(02) VALUE ZEROS.
       77 WRK-OPERADOR      PIC X(08) VALUE SPACES.
      ***************EMPRESA DIGITADA CONSIDERADA VALIDA
       77 WRK-EMPRESA-OK    PIC X(01) VALUE 'N'.
           88 EMPRESA-VALIDA         VALUE 'S'.
           88 EMPRESA-INVALIDA       VALUE 'N'.
      ***************CARGO DIGITADO CONSIDERADO VALIDO E
      ***************INDICADOR DE FAIXA DO CARGO CARREGADA
       77 WRK-CARGO-OK      PIC X(01) VALUE 'N'.
           88 CARGO-VALIDO           VALUE 'S'.
           88 CARGO-INVALIDO         VALUE 'N'.
       77 WRK-CARGOFIL      PIC X(01) VALUE 'N'.
           88 CARGOFIL-ABERTO        VALUE 'S'.
       77 WRK-CARGO-ACHADO  PIC X(01) VALUE 'N'.
           88 CARGO-CARREGADO        VALUE 'S'.
           88 CARGO-NAO-CARREGADO    VALUE 'N'.
      ***************SALARIO DENTRO DA FAIXA DO CARGO
       77 WRK-FAIXA-OK      PIC X(01) VALUE 'S'.
           88 SALARIO-NA-FAIXA       VALUE 'S'.
           88 SALARIO-FORA-FAIXA     VALUE 'N'.
       77 WRK-FAIXA-MIN-ED  PIC ZZZ.ZZ9,99.
       77 WRK-FAIXA-MAX-ED  PIC ZZZ.ZZ9,99.
      ***************MOTIVO DA REJEICAO A GRAVAR
       77 WRK-REJEICAO-TXT  PIC X(40) VALUE SPACES.
      ***************SITUACAO DIGITADA CONSIDERADA VALIDA
       77 WRK-SITUACAO-OK   PIC X(01) VALUE 'N'.
           88 SITUACAO-VALIDA        VALUE 'S'.
           88 SITUACAO-INVALIDA      VALUE 'N'.
      ***************MOTIVO DO DESLIGAMENTO CONSIDERADO VALIDO
       77 WRK-MOTIVO-OK     PIC X(01) VALUE 'N'.
           88 MOTIVO-VALIDO          VALUE 'S'.
           88 MOTIVO-INVALIDO        VALUE 'N'.
      ***************LOGON DO OPERADOR PELA SUBROTINA PROGCOB32
       77 WRK-NIVEL-OPER    PIC 9(01) VALUE ZERO.
       77 WRK-LOGON-OK      PIC X(01) VALUE 'N'.
                   UNTIL OPCAO-VALIDA
               IF OPCAO-ALTERAR
                   PERFORM 3000-ALTERAR-FUNCIONARIO THRU 3000-EXIT
                   IF SALARIO-NA-FAIXA
                       PERFORM 5000-GRAVAR-AUDITORIA THRU 5000-EXIT
                   END-IF
               ELSE
                   IF WRK-NIVEL-OPER >= WRK-NIVEL-EXCLUSAO
                       PERFORM 4000-EXCLUIR-FUNCIONARIO THRU 4000-EXIT
                   ') - A EMPRESA NAO PODERA SER VALIDADA - '
                   'CADASTRE PELO PROGCOB34'
           END-IF.
           OPEN INPUT CARGO-FILE.
           IF WRK-FS-CARGO = '00'
               SET CARGOFIL-ABERTO TO TRUE
           ELSE
               DISPLAY 'SEM ARQUIVO DE CARGOS (FS=' WRK-FS-CARGO
                   ') - O CARGO NAO PODERA SER VALIDADO - '
                   'CADASTRE PELO PROGCOB52'
           END-IF.
           OPEN EXTEND REJEICAO-FILE.
           IF WRK-FS-REJEICAO = '35'
               OPEN OUTPUT REJEICAO-FILE
           END-IF.
           IF WRK-FS-REJEICAO NOT = '00'
               DISPLAY 'ERRO AO ABRIR REJEICAO - FS='
                   WRK-FS-REJEICAO
           END-IF.
       1000-EXIT.
           EXIT.

                   DISPLAY '  NOME    ' WRK-FUNC-NOME
                   DISPLAY '  DEPTO   ' WRK-FUNC-DEPARTAMENTO
                   DISPLAY '  SALARIO ' WRK-FUNC-SALARIO-ED
                   DISPLAY '  CARGO   ' WRK-FUNC-CARGO
           END-READ.
       2000-EXIT.
           EXIT.
           SET SITUACAO-INVALIDA TO TRUE.
           PERFORM 3300-CAPTURAR-SITUACAO THRU 3300-EXIT
               UNTIL SITUACAO-VALIDA.
           SET CARGO-INVALIDO TO TRUE.
           PERFORM 3400-CAPTURAR-CARGO THRU 3400-EXIT
               UNTIL CARGO-VALIDO.
           PERFORM 3100-CAPTURAR-SALARIO THRU 3100-EXIT
               UNTIL SALARIO-VALIDO.
           PERFORM 3500-CONFERIR-FAIXA THRU 3500-EXIT.
           IF SALARIO-FORA-FAIXA
               GO TO 3000-EXIT
           END-IF.
           MOVE WRK-FUNC-SALARIO TO WRK-FUNC-SALARIO-ED.
           REWRITE WRK-FUNC-REG
               INVALID KEY
      * ACEITA A SITUACAO DO FUNCIONARIO (A=ATIVO /
      * D=DESLIGADO / F=AFASTADO), PEDINDO REDIGITACAO DE
      * QUALQUER OUTRO VALOR - NO DESLIGAMENTO CAPTURA A
      * DATA E O MOTIVO (REDIGITADO ATE SER VALIDO), NOS
      * DEMAIS A DATA E ZERADA E O MOTIVO FICA EM BRANCO
      ***************************************************
       3300-CAPTURAR-SITUACAO.
           DISPLAY 'SITUACAO (A=ATIVO / D=DESLIGADO / '
           IF FUNC-DESLIGADO
               DISPLAY 'DATA DO DESLIGAMENTO (AAAAMMDD): '
               ACCEPT WRK-FUNC-DESLIGAMENTO FROM CONSOLE
               SET MOTIVO-INVALIDO TO TRUE
               PERFORM 3350-CAPTURAR-MOTIVO THRU 3350-EXIT
                   UNTIL MOTIVO-VALIDO
           ELSE
               MOVE ZERO TO WRK-FUNC-DESLIGAMENTO
               MOVE SPACE TO WRK-FUNC-MOTIVO-DESLIG
           END-IF.
       3300-EXIT.
           EXIT.

      ***************************************************
      * ACEITA O MOTIVO DO DESLIGAMENTO (S=SEM JUSTA CAUSA /
      * C=COM JUSTA CAUSA / P=PEDIDO DE DEMISSAO), PEDINDO
      * REDIGITACAO DE QUALQUER OUTRO VALOR
      ***************************************************
       3350-CAPTURAR-MOTIVO.
           DISPLAY 'MOTIVO (S=SEM JUSTA CAUSA / C=COM JUSTA '
               'CAUSA / P=PEDIDO DE DEMISSAO): '.
           ACCEPT WRK-FUNC-MOTIVO-DESLIG FROM CONSOLE.
           IF DESLIG-SEM-JUSTA-CAUSA OR DESLIG-COM-JUSTA-CAUSA
               OR DESLIG-PEDIDO-DEMISSAO
               SET MOTIVO-VALIDO TO TRUE
           ELSE
               SET MOTIVO-INVALIDO TO TRUE
               DISPLAY 'MOTIVO INVALIDO - REDIGITE'
           END-IF.
       3350-EXIT.
           EXIT.

      ***************************************************
      * ACEITA O NOVO CARGO E CONFERE O CODIGO NO ARQUIVO DE
      * CARGOS, PEDINDO REDIGITACAO QUANDO NAO CADASTRADO -
      * SEM O ARQUIVO DE CARGOS O CODIGO E ACEITO COM AVISO
      * E SO VALE O LIMITE GERAL DE SALARIO
      ***************************************************
       3400-CAPTURAR-CARGO.
           SET CARGO-NAO-CARREGADO TO TRUE.
           DISPLAY 'NOVO CARGO: '.
           ACCEPT WRK-FUNC-CARGO FROM CONSOLE.
           IF NOT CARGOFIL-ABERTO
               SET CARGO-VALIDO TO TRUE
               DISPLAY 'CARGO ACEITO SEM VALIDACAO'
               GO TO 3400-EXIT
           END-IF.
           MOVE WRK-FUNC-CARGO TO WRK-CARGO-CODIGO.
           READ CARGO-FILE
               INVALID KEY
                   SET CARGO-INVALIDO TO TRUE
                   DISPLAY 'CARGO NAO CADASTRADO - REDIGITE'
               NOT INVALID KEY
                   SET CARGO-VALIDO TO TRUE
                   SET CARGO-CARREGADO TO TRUE
                   DISPLAY '  ' WRK-CARGO-DESCRICAO
           END-READ.
       3400-EXIT.
           EXIT.

      ***************************************************
      * CONFERE O NOVO SALARIO CONTRA A FAIXA DO CARGO -
      * FORA DA FAIXA A ALTERACAO NAO E REGRAVADA E VAI PARA
      * A FILA DE REJEICOES DO RH
      ***************************************************
       3500-CONFERIR-FAIXA.
           SET SALARIO-NA-FAIXA TO TRUE.
           IF CARGO-NAO-CARREGADO
               GO TO 3500-EXIT
           END-IF.
           IF WRK-FUNC-SALARIO < WRK-CARGO-SALARIO-MIN
               OR WRK-FUNC-SALARIO > WRK-CARGO-SALARIO-MAX
               SET SALARIO-FORA-FAIXA TO TRUE
               MOVE WRK-CARGO-SALARIO-MIN TO WRK-FAIXA-MIN-ED
               MOVE WRK-CARGO-SALARIO-MAX TO WRK-FAIXA-MAX-ED
               DISPLAY 'SALARIO FORA DA FAIXA DO CARGO '
                   WRK-FUNC-CARGO ' (' WRK-FAIXA-MIN-ED ' A '
                   WRK-FAIXA-MAX-ED ') - ALTERACAO NAO GRAVADA'
               MOVE SPACES TO WRK-REJEICAO-TXT
               STRING 'SALARIO FORA DA FAIXA DO CARGO '
                   WRK-FUNC-CARGO
                   DELIMITED BY SIZE INTO WRK-REJEICAO-TXT
               PERFORM 3900-GRAVAR-REJEICAO THRU 3900-EXIT
           END-IF.
       3500-EXIT.
           EXIT.

      ***************************************************
      * GRAVA UMA LINHA NO ARQUIVO DE REJEICOES CONSOLIDADO
      * COM O CPF, O MOTIVO E O PROGRAMA DE ORIGEM
      ***************************************************
       3900-GRAVAR-REJEICAO.
           MOVE SPACES TO WRK-REJEICAO-REG.
           MOVE WRK-FUNC-CPF TO WRK-REJEICAO-CPF.
           MOVE WRK-REJEICAO-TXT TO WRK-REJEICAO-MOTIVO.
           MOVE 'PROGCOB17' TO WRK-REJEICAO-PROGRAMA.
           ACCEPT WRK-REJEICAO-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-REJEICAO-HORA FROM TIME.
           MOVE 'P' TO WRK-REJEICAO-SITUACAO.
           MOVE ZERO TO WRK-REJEICAO-RESOL-DATA.
           MOVE SPACES TO WRK-REJEICAO-RESOL-OPER.
           WRITE WRK-REJEICAO-REG.
       3900-EXIT.
           EXIT.

      ***************************************************
      * EXCLUI O REGISTRO DO FUNCIONARIO DO ARQUIVO MESTRE
      ***************************************************
           IF WRK-FS-EMPRESA = '00'
               CLOSE EMPRESA-FILE
           END-IF.
           IF CARGOFIL-ABERTO
               CLOSE CARGO-FILE
           END-IF.
           CLOSE REJEICAO-FILE.
       9999-EXIT.
           EXIT.
