      * COM A SITUACAO ATIVO E A DATA DE DESLIGAMENTO ZERADA,
      * CAMPOS ACRESCENTADOS AO CADASTRO-FUNCIONARIO PARA O
      * CONTROLE DE DESLIGADOS DO PROGCOB14
      * ALTERADO = 15/10/2026 - GERA O EVENTO DE ADMISSAO DO
      * ESOCIAL (S-2200) DO FUNCIONARIO GRAVADO, PELA
      * SUBROTINA PROGCOB41, PARA O ENVIO PELO PROGCOB40
      * ALTERADO = 15/10/2026 - CAPTURA O CARGO, CONFERIDO NO
      * ARQUIVO DE CARGOS DO PROGCOB52, E REJEITA PARA O
      * ARQUIVO DE REJEICOES, SEM GRAVAR O FUNCIONARIO, O
      * SALARIO FORA DA FAIXA DO CARGO
      * ALTERADO = 15/10/2026 - GRAVA O FUNCIONARIO NOVO COM O
      * MOTIVO DO DESLIGAMENTO EM BRANCO
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
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY REGISTRO-REJEICAO.
       FD  EMPRESA-FILE.
           COPY CADASTRO-EMPRESA.
       FD  CARGO-FILE.
           COPY CADASTRO-CARGO.
       WORKING-STORAGE SECTION.
       77 WRK-FS-EMPLOYEE   PIC X(02) VALUE ZEROS.
       77 WRK-FS-AUDITLOG   PIC X(02) VALUE ZEROS.
       77 WRK-FS-REJEICAO   PIC X(02) VALUE ZEROS.
       77 WRK-FS-EMPRESA    PIC X(02) VALUE ZEROS.
       77 WRK-FS-CARGO      PIC X(02) VALUE ZEROS.
       77 WRK-OPERADOR      PIC X(08) VALUE SPACES.
      ***************LOGON DO OPERADOR PELA SUBROTINA PROGCOB32
       77 WRK-NIVEL-OPER    PIC 9(01) VALUE ZERO.
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
      ***************FAIXA DE SALARIO CONSIDERADA VALIDA
       77 WRK-SALARIO-MIN   PIC 9(06)V99 VALUE 1,00.
       77 WRK-SALARIO-MAX   PIC 9(06)V99 VALUE 50000,00.
       77 WRK-CPF-DUP       PIC X(01) VALUE 'N'.
           88 CPF-DUPLICADO           VALUE 'S'.
           88 CPF-NAO-DUPLICADO       VALUE 'N'.
      ***************MOTIVO DA REJEICAO A GRAVAR
       77 WRK-REJEICAO-TXT  PIC X(40) VALUE SPACES.
      ***************MOEDA/LOCALE USADO NA IMPRESSAO DO SALARIO
       77 WRK-MOEDA         PIC X(01) VALUE 'B'.
           88 MOEDA-BRL               VALUE 'B'.
           88 MOEDA-USD               VALUE 'U'.
       77 WRK-SALARIO-USD-ED PIC X(015) VALUE SPACES.
      ***************AREA DE CHAMADA DA SUBROTINA PROGCOB41
           COPY EVENTO-ESOCIAL REPLACING LEADING ==WRK-EVT== BY
               ==WRK-CHM== LEADING ==EVT-== BY ==CHM-==.
       77 WRK-CHM-RETORNO   PIC X(01) VALUE SPACE.
           88 CHM-GRAVADO            VALUE 'S'.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-CAPTURAR-DADOS THRU 2000-EXIT.
           IF CPF-NAO-DUPLICADO AND SALARIO-NA-FAIXA
               PERFORM 3000-GRAVAR-FUNCIONARIO THRU 3000-EXIT
               PERFORM 4000-GRAVAR-AUDITORIA THRU 4000-EXIT
           END-IF.
           IF CPF-NAO-DUPLICADO AND SALARIO-NA-FAIXA
      ***************MOSTRA DADOS
               DISPLAY 'NOME ' WRK-FUNC-NOME
               DISPLAY 'DEPARTAMENTO ' WRK-FUNC-DEPARTAMENTO
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
       1000-EXIT.
           EXIT.

           SET EMPRESA-INVALIDA TO TRUE.
           PERFORM 2200-CAPTURAR-EMPRESA THRU 2200-EXIT
               UNTIL EMPRESA-VALIDA.
           SET CARGO-INVALIDO TO TRUE.
           PERFORM 2300-CAPTURAR-CARGO THRU 2300-EXIT
               UNTIL CARGO-VALIDO.
           PERFORM 2100-CAPTURAR-SALARIO THRU 2100-EXIT
               UNTIL SALARIO-VALIDO.
           PERFORM 2400-CONFERIR-FAIXA THRU 2400-EXIT.
           MOVE WRK-FUNC-CPF TO WRK-FUNC-CPF-ED.
           MOVE WRK-FUNC-SALARIO TO WRK-FUNC-SALARIO-ED.
       2000-EXIT.
                   DISPLAY '  NOME    ' WRK-FUNC-NOME
                   DISPLAY '  DEPTO   ' WRK-FUNC-DEPARTAMENTO
                   DISPLAY '  SALARIO ' WRK-FUNC-SALARIO-ED
                   MOVE 'CPF JA CADASTRADO' TO WRK-REJEICAO-TXT
                   PERFORM 2900-GRAVAR-REJEICAO THRU 2900-EXIT
           END-READ.
       2050-EXIT.
       2900-GRAVAR-REJEICAO.
           MOVE SPACES TO WRK-REJEICAO-REG.
           MOVE WRK-FUNC-CPF TO WRK-REJEICAO-CPF.
           MOVE WRK-REJEICAO-TXT TO WRK-REJEICAO-MOTIVO.
           MOVE 'PROGCOB04' TO WRK-REJEICAO-PROGRAMA.
           ACCEPT WRK-REJEICAO-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-REJEICAO-HORA FROM TIME.
       2200-EXIT.
           EXIT.

      ***************************************************
      * ACEITA O CARGO E CONFERE O CODIGO NO ARQUIVO DE
      * CARGOS, PEDINDO REDIGITACAO QUANDO NAO CADASTRADO -
      * SEM O ARQUIVO DE CARGOS O CODIGO E ACEITO COM AVISO
      * E SO VALE O LIMITE GERAL DE SALARIO
      ***************************************************
       2300-CAPTURAR-CARGO.
           SET CARGO-NAO-CARREGADO TO TRUE.
           DISPLAY 'CARGO: '.
           ACCEPT WRK-FUNC-CARGO FROM CONSOLE.
           IF NOT CARGOFIL-ABERTO
               SET CARGO-VALIDO TO TRUE
               DISPLAY 'CARGO ACEITO SEM VALIDACAO'
               GO TO 2300-EXIT
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
       2300-EXIT.
           EXIT.

      ***************************************************
      * CONFERE O SALARIO JA DIGITADO CONTRA A FAIXA DO
      * CARGO - FORA DA FAIXA O FUNCIONARIO NAO E GRAVADO E
      * A DIGITACAO VAI PARA A FILA DE REJEICOES DO RH
      ***************************************************
       2400-CONFERIR-FAIXA.
           SET SALARIO-NA-FAIXA TO TRUE.
           IF CARGO-NAO-CARREGADO
               GO TO 2400-EXIT
           END-IF.
           IF WRK-FUNC-SALARIO < WRK-CARGO-SALARIO-MIN
               OR WRK-FUNC-SALARIO > WRK-CARGO-SALARIO-MAX
               SET SALARIO-FORA-FAIXA TO TRUE
               MOVE WRK-CARGO-SALARIO-MIN TO WRK-FAIXA-MIN-ED
               MOVE WRK-CARGO-SALARIO-MAX TO WRK-FAIXA-MAX-ED
               DISPLAY 'SALARIO FORA DA FAIXA DO CARGO '
                   WRK-FUNC-CARGO ' (' WRK-FAIXA-MIN-ED ' A '
                   WRK-FAIXA-MAX-ED ') - FUNCIONARIO NAO GRAVADO'
               MOVE SPACES TO WRK-REJEICAO-TXT
               STRING 'SALARIO FORA DA FAIXA DO CARGO '
                   WRK-FUNC-CARGO
                   DELIMITED BY SIZE INTO WRK-REJEICAO-TXT
               PERFORM 2900-GRAVAR-REJEICAO THRU 2900-EXIT
           END-IF.
       2400-EXIT.
           EXIT.

      ***************************************************
      * GRAVA O REGISTRO NO ARQUIVO MESTRE, CHAVEADO POR
      * CPF, JA COM A SITUACAO ATIVO E A DATA DE
       3000-GRAVAR-FUNCIONARIO.
           MOVE 'A' TO WRK-FUNC-SITUACAO.
           MOVE ZERO TO WRK-FUNC-DESLIGAMENTO.
           MOVE SPACE TO WRK-FUNC-MOTIVO-DESLIG.
           WRITE WRK-FUNC-REG
               INVALID KEY
                   DISPLAY 'ERRO - CPF JA CADASTRADO ' WRK-FUNC-CPF
               NOT INVALID KEY
                   PERFORM 3500-GERAR-ADMISSAO THRU 3500-EXIT
           END-WRITE.
       3000-EXIT.
           EXIT.

      ***************************************************
      * GERA O EVENTO DE ADMISSAO (S-2200) DO ESOCIAL PARA O
      * FUNCIONARIO RECEM-GRAVADO, NA COMPETENCIA DA ADMISSAO
      ***************************************************
       3500-GERAR-ADMISSAO.
           MOVE SPACES TO WRK-CHM-REG.
           MOVE WRK-FUNC-EMPRESA TO WRK-CHM-EMPRESA.
           DIVIDE WRK-FUNC-ADMISSAO BY 100
               GIVING WRK-CHM-COMPETENCIA.
           SET CHM-ADMISSAO TO TRUE.
           MOVE WRK-FUNC-CPF TO WRK-CHM-CPF.
           MOVE WRK-FUNC-NOME TO WRK-CHM-NOME.
           MOVE WRK-FUNC-ADMISSAO TO WRK-CHM-DATA-FATO.
           MOVE WRK-FUNC-SALARIO TO WRK-CHM-VALOR.
           MOVE ZERO TO WRK-CHM-VALOR-INSS.
           MOVE ZERO TO WRK-CHM-VALOR-IRRF.
           CALL 'PROGCOB41' USING WRK-CHM-REG WRK-CHM-RETORNO.
           IF CHM-GRAVADO
               DISPLAY 'EVENTO S-2200 GERADO - ID ' WRK-CHM-ID
           ELSE
               DISPLAY 'EVENTO S-2200 NAO GERADO - CPF '
                   WRK-FUNC-CPF
           END-IF.
       3500-EXIT.
           EXIT.

      ***************************************************
      * GRAVA UMA LINHA DE AUDITORIA COM DATA, HORA,
      * OPERADOR E OS DADOS DO FUNCIONARIO CAPTURADO
           IF WRK-FS-EMPRESA = '00'
               CLOSE EMPRESA-FILE
           END-IF.
           IF CARGOFIL-ABERTO
               CLOSE CARGO-FILE
           END-IF.
       9999-EXIT.
           EXIT.
