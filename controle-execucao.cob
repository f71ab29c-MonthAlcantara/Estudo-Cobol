       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB55.
      ***************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = MONTIVAL JUNIOR
      * OBJETIVO = SUBROTINA DE CONTROLE DA SEQUENCIA DO
      * FECHAMENTO MENSAL (ARQUIVO CTRLEXEC), CHAMADA PELOS
      * PROGRAMAS DA CADEIA - LANCAMENTOS (PROGCOB37, PROGCOB23,
      * PROGCOB49 E PROGCOB48), FOLHA (PROGCOB06), CONTRACHEQUE
      * (PROGCOB07), REMESSA (PROGCOB18), RETORNO (PROGCOB24),
      * CONTABILIZACAO (PROGCOB27) E FECHAMENTO (PROGCOB26).
      * ACOES: 'I' CONFERE SE TODAS AS ETAPAS ANTERIORES DA
      * EMPRESA/COMPETENCIA TERMINARAM NORMALMENTE E SE
      * NENHUMA ETAPA FOI REPROCESSADA DEPOIS DA SEGUINTE -
      * SE ESTIVER TUDO EM ORDEM GRAVA O INICIO DA EXECUCAO,
      * SENAO DEVOLVE A EXECUCAO BLOQUEADA COM O MOTIVO;
      * 'F' E 'E' GRAVAM O FIM NORMAL OU COM ERRO E AS
      * QUANTIDADES; 'L' REGISTRA UM LANCAMENTO AVULSO (NUNCA
      * BLOQUEADO); 'C' DEVOLVE A EXECUCAO QUE VALE PARA A
      * EMPRESA (A MAIS RECENTE ENTRE A DA PROPRIA EMPRESA E A
      * DE TODAS - '***')
      * DATA = 15/10/2026
      * ALTERADO = 15/10/2026 - INCLUIDO O VALE-TRANSPORTE
      * (PROGCOB48) ENTRE OS LANCAMENTOS DA CADEIA
      ***************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROLE-FILE
               ASSIGN TO "CTRLEXEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-CTL-CHAVE
               FILE STATUS IS WRK-FS-CONTROLE.
           SELECT EMPRESA-FILE
               ASSIGN TO "EMPRFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-EMPR-CODIGO
               FILE STATUS IS WRK-FS-EMPRESA.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROLE-FILE.
           COPY CONTROLE-EXECUCAO.
       FD  EMPRESA-FILE.
           COPY CADASTRO-EMPRESA.
       WORKING-STORAGE SECTION.
       77 WRK-FS-CONTROLE   PIC X(02) VALUE ZEROS.
       77 WRK-FS-EMPRESA    PIC X(02) VALUE ZEROS.
      ***************CADASTRO DE EMPRESAS DISPONIVEL PARA A
      ***************CONFERENCIA DE UMA EXECUCAO PARA TODAS
       77 WRK-EMPRFILE      PIC X(01) VALUE 'N'.
           88 EMPRFILE-ABERTO         VALUE 'S'.
           88 EMPRFILE-FECHADO        VALUE 'N'.
       77 WRK-FIM-EMPRESA   PIC X(01) VALUE 'N'.
           88 FIM-DAS-EMPRESAS        VALUE 'S'.
       77 WRK-QTD-EMPRESAS  PIC 9(03) VALUE ZERO COMP.
      ***************ETAPAS DA CADEIA DO FECHAMENTO MENSAL E A
      ***************POSICAO DE CADA UMA - AS DE POSICAO 1 SAO
      ***************LANCAMENTOS OPCIONAIS, AS DEMAIS SAO
      ***************OBRIGATORIAS E NESTA ORDEM
       01  WRK-TAB-CADEIA-DADOS.
           05 FILLER                PIC X(10) VALUE 'PROGCOB371'.
           05 FILLER                PIC X(10) VALUE 'PROGCOB231'.
           05 FILLER                PIC X(10) VALUE 'PROGCOB491'.
           05 FILLER                PIC X(10) VALUE 'PROGCOB481'.
           05 FILLER                PIC X(10) VALUE 'PROGCOB062'.
           05 FILLER                PIC X(10) VALUE 'PROGCOB073'.
           05 FILLER                PIC X(10) VALUE 'PROGCOB184'.
           05 FILLER                PIC X(10) VALUE 'PROGCOB245'.
           05 FILLER                PIC X(10) VALUE 'PROGCOB276'.
           05 FILLER                PIC X(10) VALUE 'PROGCOB267'.
       01  WRK-TAB-CADEIA REDEFINES WRK-TAB-CADEIA-DADOS.
           05 WRK-CAD-ETAPA OCCURS 10 TIMES.
               10 WRK-CAD-PROGRAMA  PIC X(09).
               10 WRK-CAD-POSICAO   PIC 9(01).
       77 WRK-CAD-QTD       PIC 9(02) VALUE 10 COMP.
       77 WRK-CAD-IDX       PIC 9(02) VALUE ZERO COMP.
      ***************POSICAO DO PROGRAMA CHAMADOR NA CADEIA E
      ***************POSICAO SENDO CONFERIDA
       77 WRK-POS-PROGRAMA  PIC 9(01) VALUE ZERO.
       77 WRK-POS-ATUAL     PIC 9(01) VALUE ZERO.
      ***************EMPRESA E PROGRAMA SENDO CONFERIDOS
       77 WRK-EMPRESA-TESTE PIC X(03) VALUE SPACES.
       77 WRK-PROGRAMA-TESTE PIC X(09) VALUE SPACES.
      ***************RESULTADO DA CONFERENCIA DA CADEIA
       77 WRK-CADEIA        PIC X(01) VALUE 'S'.
           88 CADEIA-LIBERADA         VALUE 'S'.
           88 CADEIA-BLOQUEADA        VALUE 'N'.
      ***************MAIOR FIM (DATA+HORA) DAS ETAPAS DA POSICAO
      ***************ANTERIOR E DA POSICAO SENDO CONFERIDA
       77 WRK-FIM-ANTERIOR  PIC X(16) VALUE ZEROS.
       77 WRK-FIM-GRUPO     PIC X(16) VALUE ZEROS.
      ***************REGISTRO JA EXISTENTE COM A MESMA CHAVE
       77 WRK-CTL-ACHADO    PIC X(01) VALUE 'N'.
           88 REGISTRO-EXISTENTE      VALUE 'S'.
           88 REGISTRO-NOVO           VALUE 'N'.
      ***************EXECUCAO QUE VALE PARA A EMPRESA (A MAIS
      ***************RECENTE ENTRE A DA EMPRESA E A DE TODAS)
       77 WRK-EF-ACHADO     PIC X(01) VALUE 'N'.
           88 EFETIVO-ACHADO          VALUE 'S'.
           88 EFETIVO-AUSENTE         VALUE 'N'.
           COPY CONTROLE-EXECUCAO REPLACING LEADING ==WRK-CTL== BY
               ==WRK-EF== LEADING ==CTL-== BY ==EF-==.
       LINKAGE SECTION.
           COPY CONTROLE-EXECUCAO REPLACING LEADING ==WRK-CTL== BY
               ==LK-CTL== LEADING ==CTL-== BY ==LK-CTL-==.
       01  LK-CTL-ACAO      PIC X(01).
           88 LK-CTL-INICIAR          VALUE 'I'.
           88 LK-CTL-FIM-NORMAL       VALUE 'F'.
           88 LK-CTL-FIM-ERRO         VALUE 'E'.
           88 LK-CTL-LANCAMENTO       VALUE 'L'.
           88 LK-CTL-CONSULTAR        VALUE 'C'.
       01  LK-CTL-RETORNO   PIC X(01).
           88 LK-CTL-LIBERADO         VALUE 'S'.
           88 LK-CTL-BLOQUEADO        VALUE 'N'.
           88 LK-CTL-FALHA            VALUE 'E'.
       01  LK-CTL-MENSAGEM  PIC X(60).
       PROCEDURE DIVISION USING LK-CTL-REG LK-CTL-ACAO
           LK-CTL-RETORNO LK-CTL-MENSAGEM.
       0000-MAINLINE.
           SET LK-CTL-FALHA TO TRUE.
           MOVE SPACES TO LK-CTL-MENSAGEM.
           PERFORM 1000-ABRIR-ARQUIVOS THRU 1000-EXIT.
           IF WRK-FS-CONTROLE NOT = '00'
               MOVE 'ARQUIVO DE CONTROLE CTRLEXEC INDISPONIVEL' TO
                   LK-CTL-MENSAGEM
               GOBACK
           END-IF.
           IF LK-CTL-INICIAR
               PERFORM 2000-INICIAR THRU 2000-EXIT
           ELSE
               IF LK-CTL-FIM-NORMAL OR LK-CTL-FIM-ERRO
                   PERFORM 5000-FINALIZAR THRU 5000-EXIT
               ELSE
                   IF LK-CTL-LANCAMENTO
                       PERFORM 6000-REGISTRAR-LANCAMENTO
                           THRU 6000-EXIT
                   ELSE
                       IF LK-CTL-CONSULTAR
                           PERFORM 7000-CONSULTAR THRU 7000-EXIT
                       ELSE
                           MOVE 'ACAO INVALIDA NO CONTROLE DE EXECUCAO'
                               TO LK-CTL-MENSAGEM
                       END-IF
                   END-IF
               END-IF
           END-IF.
           CLOSE CONTROLE-FILE.
           IF EMPRFILE-ABERTO
               CLOSE EMPRESA-FILE
               SET EMPRFILE-FECHADO TO TRUE
           END-IF.
           GOBACK.

      ***************************************************
      * ABRE O ARQUIVO DE CONTROLE (CRIANDO-O NA PRIMEIRA
      * VEZ) E, NA CONFERENCIA DE UMA EXECUCAO PARA TODAS AS
      * EMPRESAS, O CADASTRO DE EMPRESAS
      ***************************************************
       1000-ABRIR-ARQUIVOS.
           OPEN I-O CONTROLE-FILE.
           IF WRK-FS-CONTROLE = '35'
               OPEN OUTPUT CONTROLE-FILE
               CLOSE CONTROLE-FILE
               OPEN I-O CONTROLE-FILE
           END-IF.
           IF WRK-FS-CONTROLE NOT = '00'
               DISPLAY 'ERRO AO ABRIR CTRLEXEC - FS=' WRK-FS-CONTROLE
               GO TO 1000-EXIT
           END-IF.
           IF LK-CTL-INICIAR AND LK-CTL-EMPRESA = '***'
               OPEN INPUT EMPRESA-FILE
               IF WRK-FS-EMPRESA = '00'
                   SET EMPRFILE-ABERTO TO TRUE
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

      ***************************************************
      * CONFERE A CADEIA ANTES DA EXECUCAO - OS LANCAMENTOS
      * (POSICAO 1) NUNCA SAO BLOQUEADOS - E, SE LIBERADA,
      * GRAVA O INICIO DA EXECUCAO
      ***************************************************
       2000-INICIAR.
           PERFORM 2100-LOCALIZAR-ETAPA THRU 2100-EXIT.
           IF WRK-POS-PROGRAMA = ZERO
               STRING 'PROGRAMA ' LK-CTL-PROGRAMA
                   ' FORA DA CADEIA DO FECHAMENTO'
                   DELIMITED BY SIZE INTO LK-CTL-MENSAGEM
               GO TO 2000-EXIT
           END-IF.
           SET CADEIA-LIBERADA TO TRUE.
           IF WRK-POS-PROGRAMA > 1
               IF LK-CTL-EMPRESA = '***' AND EMPRFILE-ABERTO
                   PERFORM 2300-VERIFICAR-TODAS THRU 2300-EXIT
               ELSE
                   MOVE LK-CTL-EMPRESA TO WRK-EMPRESA-TESTE
                   PERFORM 3000-VERIFICAR-EMPRESA THRU 3000-EXIT
               END-IF
           END-IF.
           IF CADEIA-BLOQUEADA
               SET LK-CTL-BLOQUEADO TO TRUE
               GO TO 2000-EXIT
           END-IF.
           PERFORM 4000-GRAVAR-INICIO THRU 4000-EXIT.
       2000-EXIT.
           EXIT.

      ***************************************************
      * PROCURA O PROGRAMA CHAMADOR NA TABELA DA CADEIA E
      * GUARDA A SUA POSICAO (ZERO SE NAO FIZER PARTE DELA)
      ***************************************************
       2100-LOCALIZAR-ETAPA.
           MOVE ZERO TO WRK-POS-PROGRAMA.
           PERFORM 2150-TESTAR-ETAPA THRU 2150-EXIT
               VARYING WRK-CAD-IDX FROM 1 BY 1
               UNTIL WRK-CAD-IDX > WRK-CAD-QTD
                  OR WRK-POS-PROGRAMA NOT = ZERO.
       2100-EXIT.
           EXIT.

       2150-TESTAR-ETAPA.
           IF WRK-CAD-PROGRAMA (WRK-CAD-IDX) = LK-CTL-PROGRAMA
               MOVE WRK-CAD-POSICAO (WRK-CAD-IDX) TO WRK-POS-PROGRAMA
           END-IF.
       2150-EXIT.
           EXIT.

      ***************************************************
      * EXECUCAO PARA TODAS AS EMPRESAS - CONFERE A CADEIA
      * DE CADA EMPRESA CADASTRADA ATE A PRIMEIRA BLOQUEADA
      * (SEM EMPRESAS CADASTRADAS CONFERE SO A DE TODAS)
      ***************************************************
       2300-VERIFICAR-TODAS.
           MOVE ZERO TO WRK-QTD-EMPRESAS.
           MOVE 'N' TO WRK-FIM-EMPRESA.
           MOVE LOW-VALUES TO WRK-EMPR-CODIGO.
           START EMPRESA-FILE KEY IS NOT LESS THAN WRK-EMPR-CODIGO
               INVALID KEY
                   SET FIM-DAS-EMPRESAS TO TRUE
           END-START.
           PERFORM 2350-VERIFICAR-PROXIMA THRU 2350-EXIT
               UNTIL FIM-DAS-EMPRESAS OR CADEIA-BLOQUEADA.
           IF WRK-QTD-EMPRESAS = ZERO
               MOVE '***' TO WRK-EMPRESA-TESTE
               PERFORM 3000-VERIFICAR-EMPRESA THRU 3000-EXIT
           END-IF.
       2300-EXIT.
           EXIT.

       2350-VERIFICAR-PROXIMA.
           READ EMPRESA-FILE NEXT RECORD
               AT END
                   SET FIM-DAS-EMPRESAS TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-EMPRESAS
                   MOVE WRK-EMPR-CODIGO TO WRK-EMPRESA-TESTE
                   PERFORM 3000-VERIFICAR-EMPRESA THRU 3000-EXIT
           END-READ.
       2350-EXIT.
           EXIT.

      ***************************************************
      * CONFERE, PARA UMA EMPRESA, TODAS AS POSICOES DA
      * CADEIA ANTERIORES A DO PROGRAMA CHAMADOR
      ***************************************************
       3000-VERIFICAR-EMPRESA.
           MOVE ZEROS TO WRK-FIM-ANTERIOR.
           PERFORM 3100-VERIFICAR-POSICAO THRU 3100-EXIT
               VARYING WRK-POS-ATUAL FROM 1 BY 1
               UNTIL WRK-POS-ATUAL NOT < WRK-POS-PROGRAMA
                  OR CADEIA-BLOQUEADA.
       3000-EXIT.
           EXIT.

       3100-VERIFICAR-POSICAO.
           MOVE ZEROS TO WRK-FIM-GRUPO.
           PERFORM 3200-VERIFICAR-ETAPA THRU 3200-EXIT
               VARYING WRK-CAD-IDX FROM 1 BY 1
               UNTIL WRK-CAD-IDX > WRK-CAD-QTD
                  OR CADEIA-BLOQUEADA.
           MOVE WRK-FIM-GRUPO TO WRK-FIM-ANTERIOR.
       3100-EXIT.
           EXIT.

      ***************************************************
      * UMA ETAPA OBRIGATORIA PRECISA TER TERMINADO
      * NORMALMENTE E TER COMECADO DEPOIS DO FIM DE TODAS AS
      * ETAPAS DA POSICAO ANTERIOR - SE ALGUMA DELAS FOI
      * REPROCESSADA DEPOIS, A ETAPA ESTA DESATUALIZADA. UM
      * LANCAMENTO AUSENTE NAO BLOQUEIA
      ***************************************************
       3200-VERIFICAR-ETAPA.
           IF WRK-CAD-POSICAO (WRK-CAD-IDX) NOT = WRK-POS-ATUAL
               GO TO 3200-EXIT
           END-IF.
           MOVE WRK-CAD-PROGRAMA (WRK-CAD-IDX) TO WRK-PROGRAMA-TESTE.
           PERFORM 3500-BUSCAR-EFETIVO THRU 3500-EXIT.
           IF EFETIVO-AUSENTE
               IF WRK-POS-ATUAL > 1
                   SET CADEIA-BLOQUEADA TO TRUE
                   STRING WRK-PROGRAMA-TESTE ' NAO EXECUTADO - '
                       'EMPRESA ' WRK-EMPRESA-TESTE
                       DELIMITED BY SIZE INTO LK-CTL-MENSAGEM
               END-IF
               GO TO 3200-EXIT
           END-IF.
           IF NOT EF-CONCLUIDO
               SET CADEIA-BLOQUEADA TO TRUE
               STRING WRK-PROGRAMA-TESTE ' NAO TERMINOU NORMALMENTE'
                   ' - EMPRESA ' WRK-EMPRESA-TESTE
                   DELIMITED BY SIZE INTO LK-CTL-MENSAGEM
               GO TO 3200-EXIT
           END-IF.
           IF WRK-POS-ATUAL > 1
              AND WRK-EF-INICIO < WRK-FIM-ANTERIOR
               SET CADEIA-BLOQUEADA TO TRUE
               STRING 'ETAPA ANTERIOR REPROCESSADA APOS O '
                   WRK-PROGRAMA-TESTE ' - EMPRESA ' WRK-EMPRESA-TESTE
                   DELIMITED BY SIZE INTO LK-CTL-MENSAGEM
               GO TO 3200-EXIT
           END-IF.
           IF WRK-EF-FIM > WRK-FIM-GRUPO
               MOVE WRK-EF-FIM TO WRK-FIM-GRUPO
           END-IF.
       3200-EXIT.
           EXIT.

      ***************************************************
      * BUSCA A EXECUCAO QUE VALE PARA A EMPRESA NA
      * COMPETENCIA - A DA PROPRIA EMPRESA OU A DE TODAS
      * ('***'), A QUE TIVER COMECADO POR ULTIMO
      ***************************************************
       3500-BUSCAR-EFETIVO.
           SET EFETIVO-AUSENTE TO TRUE.
           MOVE WRK-EMPRESA-TESTE TO WRK-CTL-EMPRESA.
           MOVE LK-CTL-COMPETENCIA TO WRK-CTL-COMPETENCIA.
           MOVE WRK-PROGRAMA-TESTE TO WRK-CTL-PROGRAMA.
           READ CONTROLE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WRK-CTL-REG TO WRK-EF-REG
                   SET EFETIVO-ACHADO TO TRUE
           END-READ.
           IF WRK-EMPRESA-TESTE = '***'
               GO TO 3500-EXIT
           END-IF.
           MOVE '***' TO WRK-CTL-EMPRESA.
           MOVE LK-CTL-COMPETENCIA TO WRK-CTL-COMPETENCIA.
           MOVE WRK-PROGRAMA-TESTE TO WRK-CTL-PROGRAMA.
           READ CONTROLE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EFETIVO-AUSENTE
                      OR WRK-CTL-INICIO > WRK-EF-INICIO
                       MOVE WRK-CTL-REG TO WRK-EF-REG
                       SET EFETIVO-ACHADO TO TRUE
                   END-IF
           END-READ.
       3500-EXIT.
           EXIT.

      ***************************************************
      * GRAVA (OU REGRAVA) O INICIO DA EXECUCAO, COM O FIM
      * ZERADO E A SITUACAO EM EXECUCAO ATE O PROGRAMA
      * CHAMAR O FINAL
      ***************************************************
       4000-GRAVAR-INICIO.
           PERFORM 4500-LER-PROPRIO THRU 4500-EXIT.
           ACCEPT WRK-CTL-INICIO-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-CTL-INICIO-HORA FROM TIME.
           MOVE ZEROS TO WRK-CTL-FIM.
           SET CTL-EM-EXECUCAO TO TRUE.
           MOVE ZERO TO WRK-CTL-QTD-LIDOS.
           MOVE ZERO TO WRK-CTL-QTD-GRAVADOS.
           MOVE LK-CTL-OPERADOR TO WRK-CTL-OPERADOR.
           PERFORM 4800-GRAVAR-REGISTRO THRU 4800-EXIT.
           IF WRK-FS-CONTROLE = '00'
               MOVE WRK-CTL-REG TO LK-CTL-REG
               SET LK-CTL-LIBERADO TO TRUE
           END-IF.
       4000-EXIT.
           EXIT.

      ***************************************************
      * LE O REGISTRO DA PROPRIA CHAVE DO CHAMADOR, MARCANDO
      * SE JA EXISTE, E DEIXA A CHAVE NA AREA DO REGISTRO
      ***************************************************
       4500-LER-PROPRIO.
           MOVE LK-CTL-CHAVE TO WRK-CTL-CHAVE.
           READ CONTROLE-FILE
               INVALID KEY
                   SET REGISTRO-NOVO TO TRUE
                   MOVE SPACES TO WRK-CTL-REG
                   MOVE LK-CTL-CHAVE TO WRK-CTL-CHAVE
                   MOVE ZEROS TO WRK-CTL-INICIO
                   MOVE ZEROS TO WRK-CTL-FIM
                   MOVE ZERO TO WRK-CTL-QTD-LIDOS
                   MOVE ZERO TO WRK-CTL-QTD-GRAVADOS
               NOT INVALID KEY
                   SET REGISTRO-EXISTENTE TO TRUE
           END-READ.
       4500-EXIT.
           EXIT.

       4800-GRAVAR-REGISTRO.
           IF REGISTRO-NOVO
               WRITE WRK-CTL-REG
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR CTRLEXEC - FS='
                           WRK-FS-CONTROLE
               END-WRITE
           ELSE
               REWRITE WRK-CTL-REG
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR CTRLEXEC - FS='
                           WRK-FS-CONTROLE
               END-REWRITE
           END-IF.
           IF WRK-FS-CONTROLE NOT = '00'
               MOVE 'ERRO AO GRAVAR O CONTROLE DE EXECUCAO' TO
                   LK-CTL-MENSAGEM
           END-IF.
       4800-EXIT.
           EXIT.

      ***************************************************
      * GRAVA O FIM DA EXECUCAO (NORMAL OU COM ERRO), COM
      * AS QUANTIDADES INFORMADAS PELO PROGRAMA CHAMADOR -
      * SEM INICIO GRAVADO, O FIM VALE TAMBEM COMO INICIO
      ***************************************************
       5000-FINALIZAR.
           PERFORM 4500-LER-PROPRIO THRU 4500-EXIT.
           ACCEPT WRK-CTL-FIM-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-CTL-FIM-HORA FROM TIME.
           IF REGISTRO-NOVO
               MOVE WRK-CTL-FIM TO WRK-CTL-INICIO
           END-IF.
           IF LK-CTL-FIM-NORMAL
               SET CTL-CONCLUIDO TO TRUE
           ELSE
               SET CTL-COM-ERRO TO TRUE
           END-IF.
           MOVE LK-CTL-QTD-LIDOS TO WRK-CTL-QTD-LIDOS.
           MOVE LK-CTL-QTD-GRAVADOS TO WRK-CTL-QTD-GRAVADOS.
           MOVE LK-CTL-OPERADOR TO WRK-CTL-OPERADOR.
           PERFORM 4800-GRAVAR-REGISTRO THRU 4800-EXIT.
           IF WRK-FS-CONTROLE = '00'
               MOVE WRK-CTL-REG TO LK-CTL-REG
               SET LK-CTL-LIBERADO TO TRUE
           END-IF.
       5000-EXIT.
           EXIT.

      ***************************************************
      * REGISTRA UM LANCAMENTO AVULSO (RUBRICA, HORAS EXTRAS
      * OU LINHA DO PONTO) COMO EXECUCAO CONCLUIDA NO
      * INSTANTE ATUAL, SOMANDO AS QUANTIDADES DO MES
      ***************************************************
       6000-REGISTRAR-LANCAMENTO.
           PERFORM 4500-LER-PROPRIO THRU 4500-EXIT.
           ACCEPT WRK-CTL-INICIO-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-CTL-INICIO-HORA FROM TIME.
           MOVE WRK-CTL-INICIO TO WRK-CTL-FIM.
           SET CTL-CONCLUIDO TO TRUE.
           ADD LK-CTL-QTD-LIDOS TO WRK-CTL-QTD-LIDOS.
           ADD LK-CTL-QTD-GRAVADOS TO WRK-CTL-QTD-GRAVADOS.
           MOVE LK-CTL-OPERADOR TO WRK-CTL-OPERADOR.
           PERFORM 4800-GRAVAR-REGISTRO THRU 4800-EXIT.
           IF WRK-FS-CONTROLE = '00'
               SET LK-CTL-LIBERADO TO TRUE
           END-IF.
       6000-EXIT.
           EXIT.

      ***************************************************
      * DEVOLVE NA AREA DO CHAMADOR A EXECUCAO QUE VALE PARA
      * A EMPRESA, PROGRAMA E COMPETENCIA INFORMADOS (A
      * EMPRESA DEVOLVIDA E '***' QUANDO VALE A DE TODAS)
      ***************************************************
       7000-CONSULTAR.
           MOVE LK-CTL-EMPRESA TO WRK-EMPRESA-TESTE.
           MOVE LK-CTL-PROGRAMA TO WRK-PROGRAMA-TESTE.
           PERFORM 3500-BUSCAR-EFETIVO THRU 3500-EXIT.
           IF EFETIVO-ACHADO
               MOVE WRK-EF-REG TO LK-CTL-REG
               SET LK-CTL-LIBERADO TO TRUE
           ELSE
               SET LK-CTL-BLOQUEADO TO TRUE
           END-IF.
       7000-EXIT.
           EXIT.
