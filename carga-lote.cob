      * EMPRESAS DO PROGCOB34, PARA UM ERRO DE DIGITACAO NAO
      * CRIAR UMA EMPRESA FANTASMA QUE TODOS OS FILTROS
      * DEPOIS DEIXAM DE ENXERGAR
      * ALTERADO = 15/10/2026 - GERA O EVENTO DE ADMISSAO DO
      * ESOCIAL (S-2200) DE CADA FUNCIONARIO GRAVADO, PELA
      * SUBROTINA PROGCOB41, PARA O ENVIO PELO PROGCOB40
      * ALTERADO = 15/10/2026 - TRANSACAO PASSA A TRAZER O
      * CARGO DO FUNCIONARIO - CARGO FORA DO ARQUIVO DE
      * CARGOS DO PROGCOB52 OU SALARIO FORA DA FAIXA DO CARGO
      * SAO REJEITADOS (CARGO EM BRANCO, DAS TRANSACOES NO
      * LAYOUT ANTIGO, SO PASSA PELO LIMITE GERAL DE SALARIO)
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
       FD  TRANSACAO-FILE.
           05 WRK-TRANS-CONTA        PIC X(08).
           05 WRK-TRANS-ADMISSAO     PIC 9(08).
           05 WRK-TRANS-EMPRESA      PIC X(03).
           05 WRK-TRANS-CARGO        PIC X(04).
       FD  EMPLOYEE-MASTER-FILE.
           COPY CADASTRO-FUNCIONARIO.
       FD  CHECKPOINT-FILE.
           COPY REGISTRO-REJEICAO.
       FD  EMPRESA-FILE.
           COPY CADASTRO-EMPRESA.
       FD  CARGO-FILE.
           COPY CADASTRO-CARGO.
       WORKING-STORAGE SECTION.
       77 WRK-FS-TRANSACAO  PIC X(02) VALUE ZEROS.
       77 WRK-FS-EMPLOYEE   PIC X(02) VALUE ZEROS.
       77 WRK-FS-AUDITLOG   PIC X(02) VALUE ZEROS.
       77 WRK-FS-REJEICAO   PIC X(02) VALUE ZEROS.
       77 WRK-FS-EMPRESA    PIC X(02) VALUE ZEROS.
       77 WRK-FS-CARGO      PIC X(02) VALUE ZEROS.
      ***************ARQUIVO DE CARGOS DISPONIVEL PARA CONSULTA
       77 WRK-CARGOFIL      PIC X(01) VALUE 'N'.
           88 CARGOFIL-ABERTO        VALUE 'S'.
      ***************MOTIVO DA REJEICAO DA TRANSACAO ATUAL
       77 WRK-REJEICAO-TXT  PIC X(40) VALUE SPACES.
       77 WRK-FIM-ARQUIVO   PIC X(01) VALUE 'N'.
       77 WRK-QTD-LIDOS     PIC 9(06) VALUE ZERO COMP.
       77 WRK-QTD-GRAVADOS  PIC 9(06) VALUE ZERO COMP.
       77 WRK-QTD-REJEITADOS PIC 9(06) VALUE ZERO COMP.
       77 WRK-QTD-EVENTOS   PIC 9(06) VALUE ZERO COMP.
      ***************CONTROLE DE CHECKPOINT/RESTART
       77 WRK-CKPT-QTD-LIDO PIC 9(06) VALUE ZERO COMP.
       77 WRK-CKPT-POSICAO  PIC 9(06) VALUE ZERO COMP.
       77 WRK-REG-OK     PIC X(01) VALUE 'N'.
           88 REGISTRO-VALIDO        VALUE 'S'.
           88 REGISTRO-INVALIDO      VALUE 'N'.
      ***************AREA DE CHAMADA DA SUBROTINA PROGCOB41
           COPY EVENTO-ESOCIAL REPLACING LEADING ==WRK-EVT== BY
               ==WRK-CHM== LEADING ==EVT-== BY ==CHM-==.
       77 WRK-CHM-RETORNO   PIC X(01) VALUE SPACE.
           88 CHM-GRAVADO            VALUE 'S'.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
                   ') - TODA TRANSACAO TERA A EMPRESA REJEITADA - '
                   'CADASTRE PELO PROGCOB34'
           END-IF.
           OPEN INPUT CARGO-FILE.
           IF WRK-FS-CARGO = '00'
               SET CARGOFIL-ABERTO TO TRUE
           ELSE
               DISPLAY 'SEM ARQUIVO DE CARGOS (FS=' WRK-FS-CARGO
                   ') - TODA TRANSACAO COM CARGO SERA REJEITADA - '
                   'CADASTRE PELO PROGCOB52'
           END-IF.
           PERFORM 1050-RECUPERAR-CHECKPOINT THRU 1050-EXIT.
           PERFORM 1100-PULAR-PROCESSADOS THRU 1100-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               GO TO 2500-EXIT
           END-IF.
           PERFORM 2700-VALIDAR-EMPRESA THRU 2700-EXIT.
           IF REGISTRO-INVALIDO
               GO TO 2500-EXIT
           END-IF.
           PERFORM 2800-VALIDAR-CARGO THRU 2800-EXIT.
       2500-EXIT.
           EXIT.

       2700-EXIT.
           EXIT.

      ***************************************************
      * CONFERE O CARGO DA TRANSACAO NO ARQUIVO DE CARGOS DO
      * PROGCOB52 E O SALARIO CONTRA A FAIXA DO CARGO - O
      * CARGO EM BRANCO SO PASSA PELO LIMITE GERAL
      ***************************************************
       2800-VALIDAR-CARGO.
           IF WRK-TRANS-CARGO = SPACES
               GO TO 2800-EXIT
           END-IF.
           IF NOT CARGOFIL-ABERTO
               SET REGISTRO-INVALIDO TO TRUE
               DISPLAY 'TRANSACAO REJEITADA - SEM ARQUIVO DE '
                   'CARGOS ' WRK-TRANS-CPF
               MOVE 'CARGO NAO CADASTRADO' TO WRK-REJEICAO-TXT
               GO TO 2800-EXIT
           END-IF.
           MOVE WRK-TRANS-CARGO TO WRK-CARGO-CODIGO.
           READ CARGO-FILE
               INVALID KEY
                   SET REGISTRO-INVALIDO TO TRUE
                   DISPLAY 'TRANSACAO REJEITADA - CARGO '
                       WRK-TRANS-CARGO ' NAO CADASTRADO '
                       WRK-TRANS-CPF
                   MOVE 'CARGO NAO CADASTRADO' TO WRK-REJEICAO-TXT
                   GO TO 2800-EXIT
           END-READ.
           IF WRK-TRANS-SALARIO < WRK-CARGO-SALARIO-MIN
               OR WRK-TRANS-SALARIO > WRK-CARGO-SALARIO-MAX
               SET REGISTRO-INVALIDO TO TRUE
               DISPLAY 'TRANSACAO REJEITADA - SALARIO FORA DA FAIXA '
                   'DO CARGO ' WRK-TRANS-CARGO ' ' WRK-TRANS-CPF
               STRING 'SALARIO FORA DA FAIXA DO CARGO '
                   WRK-TRANS-CARGO
                   DELIMITED BY SIZE INTO WRK-REJEICAO-TXT
           END-IF.
       2800-EXIT.
           EXIT.

      ***************************************************
      * GRAVA UMA LINHA NO ARQUIVO DE REJEICOES CONSOLIDADO
      * COM O CPF, O MOTIVO E O PROGRAMA DE ORIGEM
           MOVE WRK-TRANS-CONTA TO WRK-FUNC-CONTA.
           MOVE WRK-TRANS-ADMISSAO TO WRK-FUNC-ADMISSAO.
           MOVE WRK-TRANS-EMPRESA TO WRK-FUNC-EMPRESA.
           MOVE WRK-TRANS-CARGO TO WRK-FUNC-CARGO.
           MOVE 'A' TO WRK-FUNC-SITUACAO.
           MOVE ZERO TO WRK-FUNC-DESLIGAMENTO.
           MOVE SPACE TO WRK-FUNC-MOTIVO-DESLIG.
           MOVE WRK-TRANS-CPF TO WRK-FUNC-CPF-ED.
           MOVE WRK-TRANS-SALARIO TO WRK-FUNC-SALARIO-ED.
           WRITE WRK-FUNC-REG
                   PERFORM 2950-GRAVAR-REJEICAO THRU 2950-EXIT
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-GRAVADOS
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
               ADD 1 TO WRK-QTD-EVENTOS
           END-IF.
       3500-EXIT.
           EXIT.

      ***************************************************
      * LE A PROXIMA TRANSACAO DO ARQUIVO DE ENTRADA
      ***************************************************
           IF WRK-FS-EMPRESA = '00'
               CLOSE EMPRESA-FILE
           END-IF.
           IF CARGOFIL-ABERTO
               CLOSE CARGO-FILE
           END-IF.
           MOVE ZERO TO WRK-CKPT-POSICAO.
           PERFORM 7000-GRAVAR-CHECKPOINT THRU 7000-EXIT.
           DISPLAY 'LOTE PROCESSADO'.
           DISPLAY '  LIDOS     ' WRK-QTD-LIDOS.
           DISPLAY '  GRAVADOS  ' WRK-QTD-GRAVADOS.
           DISPLAY '  REJEITADOS ' WRK-QTD-REJEITADOS.
           DISPLAY '  EVENTOS S-2200 ' WRK-QTD-EVENTOS.
       9999-EXIT.
           EXIT.
