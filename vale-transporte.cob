       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB48.
      ***************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = MONTIVAL JUNIOR
      * OBJETIVO = CALCULAR O VALE-TRANSPORTE DA COMPETENCIA
      * - APURA OS DIAS UTEIS DO MES (SEGUNDA A SEXTA, MENOS
      * OS FERIADOS INFORMADOS), SOMA AS TARIFAS DIARIAS DOS
      * TRAJETOS DE CADA FUNCIONARIO ATIVO NO VTFILE
      * (PROGCOB47), GRAVA O PEDIDO DE CARGA A OPERADORA
      * (PEDIDOVT) E LANCA NO RUBRFIL A RUBRICA DE DESCONTO
      * 'VT ' PARA O PROGCOB06 - O DESCONTO E O MENOR ENTRE
      * O VALOR DO PEDIDO E 6% DO SALARIO BASE. DESLIGADOS E
      * AFASTADOS FICAM FORA DO PEDIDO E A COMPETENCIA
      * FECHADA NO FECHFILE NAO RECEBE RUBRICA
      * DATA = 15/10/2026
      * ALTERADO = 15/10/2026 - DESLIGADO, AFASTADO OU SEM
      * TRAJETO TEM APAGADA A RUBRICA 'VT ' DE UM CALCULO
      * ANTERIOR DA COMPETENCIA, E CADA RUBRICA GRAVADA OU
      * APAGADA E REGISTRADA NO CONTROLE DE EXECUCAO DO
      * FECHAMENTO MENSAL (CTRLEXEC, PELO PROGCOB55)
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WRK-FUNC-CPF
               FILE STATUS IS WRK-FS-EMPLOYEE.
           SELECT VALE-TRANSPORTE-FILE
               ASSIGN TO "VTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-VT-CHAVE
               FILE STATUS IS WRK-FS-VT.
           SELECT RUBRICA-FILE
               ASSIGN TO "RUBRFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-RUBR-CHAVE
               FILE STATUS IS WRK-FS-RUBRICA.
           SELECT FECHAMENTO-FILE
               ASSIGN TO "FECHFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-FECH-CHAVE
               FILE STATUS IS WRK-FS-FECHAMENTO.
           SELECT PEDIDO-VT-FILE
               ASSIGN TO "PEDIDOVT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PEDIDO.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY CADASTRO-FUNCIONARIO.
       FD  VALE-TRANSPORTE-FILE.
           COPY VALE-TRANSPORTE.
       FD  RUBRICA-FILE.
           COPY LANCAMENTO-RUBRICA.
       FD  FECHAMENTO-FILE.
           COPY FECHAMENTO-COMPETENCIA.
       FD  PEDIDO-VT-FILE
           LABEL RECORDS ARE OMITTED.
      ***************CABECALHO DO PEDIDO (TIPO 0)
       01  WRK-PED-HEADER.
           05 WRK-PED-H-TIPO         PIC X(01).
           05 WRK-PED-H-COMPETENCIA  PIC 9(06).
           05 WRK-PED-H-DIAS-UTEIS   PIC 9(02).
           05 WRK-PED-H-DATA         PIC 9(08).
      ***************CARGA DE UM FUNCIONARIO (TIPO 1)
       01  WRK-PED-DETALHE.
           05 WRK-PED-D-TIPO         PIC X(01).
           05 WRK-PED-D-CPF          PIC X(11).
           05 WRK-PED-D-NOME         PIC X(20).
           05 WRK-PED-D-EMPRESA      PIC X(03).
           05 WRK-PED-D-DIAS         PIC 9(02).
           05 WRK-PED-D-VALOR-DIA    PIC 9(04)V99.
           05 WRK-PED-D-VALOR        PIC 9(06)V99.
      ***************RODAPE COM OS TOTAIS DE CONTROLE (TIPO 9)
       01  WRK-PED-TRAILER.
           05 WRK-PED-T-TIPO         PIC X(01).
           05 WRK-PED-T-QTD          PIC 9(06).
           05 WRK-PED-T-VALOR        PIC 9(10)V99.
       WORKING-STORAGE SECTION.
       77 WRK-FS-EMPLOYEE   PIC X(02) VALUE ZEROS.
       77 WRK-FS-VT         PIC X(02) VALUE ZEROS.
       77 WRK-FS-RUBRICA    PIC X(02) VALUE ZEROS.
       77 WRK-FS-FECHAMENTO PIC X(02) VALUE ZEROS.
       77 WRK-FS-PEDIDO     PIC X(02) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO   PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO          VALUE 'S'.
       77 WRK-FIM-TRAJETO   PIC X(01) VALUE 'N'.
           88 FIM-DO-TRAJETO          VALUE 'S'.
      ***************COMPETENCIA (MES/ANO) DO VALE-TRANSPORTE
       01 WRK-COMPETENCIA   PIC 9(06) VALUE ZERO.
       01 WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
           05 WRK-COMP-ANO      PIC 9(04).
           05 WRK-COMP-MES      PIC 9(02).
      ***************EMPRESA A PROCESSAR ('***' = TODAS)
       77 WRK-EMPRESA-FILTRO PIC X(03) VALUE SPACES.
      ***************INDICADOR DE FUNCIONARIO SELECIONADO
       77 WRK-SELECIONADO    PIC X(01) VALUE 'N'.
           88 FUNCIONARIO-SELECIONADO VALUE 'S'.
           88 FUNCIONARIO-FORA-EMPRESA VALUE 'N'.
      ***************INDICADOR DE COMPETENCIA FECHADA (PROGCOB26)
       77 WRK-FECHADA       PIC X(01) VALUE 'N'.
           88 EMPRESA-FECHADA         VALUE 'S'.
           88 EMPRESA-ABERTA          VALUE 'N'.
      ***************PERCENTUAL MAXIMO DE DESCONTO SOBRE O
      ***************SALARIO BASE
       77 WRK-PERC-TETO     PIC 9(02)V99 VALUE 06,00.
      ***************************************************
      * DIAS DE CADA MES DO ANO (FEVEREIRO AJUSTADO NO ANO
      * BISSEXTO)
      ***************************************************
       01 WRK-TAB-MESES-DADOS.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01 WRK-TAB-MESES REDEFINES WRK-TAB-MESES-DADOS.
           05 WRK-DIAS-DO-MES PIC 9(02) OCCURS 12 TIMES.
      ***************APURACAO DOS DIAS UTEIS DA COMPETENCIA
       77 WRK-FERIADOS      PIC 9(02) VALUE ZERO.
       77 WRK-DIAS-MES      PIC 9(02) VALUE ZERO.
       77 WRK-DIAS-UTEIS    PIC 9(02) VALUE ZERO.
       77 WRK-DIA           PIC 9(02) VALUE ZERO COMP.
      ***************DIA DA SEMANA (0=SABADO 1=DOMINGO
      ***************2=SEGUNDA ... 6=SEXTA)
       77 WRK-DIA-SEMANA    PIC 9(01) VALUE ZERO COMP.
           88 FIM-DE-SEMANA           VALUE 0 1.
       77 WRK-ZELLER-MES    PIC 9(02) VALUE ZERO COMP.
       77 WRK-ZELLER-ANO    PIC 9(04) VALUE ZERO COMP.
       77 WRK-ZELLER-SECULO PIC 9(02) VALUE ZERO COMP.
       77 WRK-ZELLER-ANO-SEC PIC 9(02) VALUE ZERO COMP.
       77 WRK-ZELLER-SOMA   PIC 9(05) VALUE ZERO COMP.
       77 WRK-QUOCIENTE     PIC 9(05) VALUE ZERO COMP.
       77 WRK-RESTO         PIC 9(03) VALUE ZERO COMP.
       77 WRK-PARCELA-1     PIC 9(03) VALUE ZERO COMP.
       77 WRK-PARCELA-2     PIC 9(03) VALUE ZERO COMP.
       77 WRK-PARCELA-3     PIC 9(03) VALUE ZERO COMP.
      ***************VALORES DO FUNCIONARIO
       77 WRK-VALOR-DIA     PIC 9(04)V99 VALUE ZERO.
       77 WRK-VALOR-PEDIDO  PIC 9(06)V99 VALUE ZERO.
       77 WRK-VALOR-TETO    PIC 9(06)V99 VALUE ZERO.
       77 WRK-VALOR-DESCONTO PIC 9(06)V99 VALUE ZERO.
      ***************TOTAIS DO PEDIDO
       77 WRK-QTD-PEDIDOS   PIC 9(06) VALUE ZERO.
       77 WRK-QTD-FECHADOS  PIC 9(06) VALUE ZERO.
       77 WRK-TOTAL-PEDIDO  PIC 9(10)V99 VALUE ZERO.
       77 WRK-TOTAL-DESCONTO PIC 9(10)V99 VALUE ZERO.
      ***************CAMPOS EDITADOS PARA EXIBICAO
       77 WRK-VALOR-ED      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      ***************AREA DE CHAMADA DO CONTROLE DE EXECUCAO DO
      ***************FECHAMENTO MENSAL (PROGCOB55)
           COPY CONTROLE-EXECUCAO REPLACING LEADING ==WRK-CTL== BY
               ==WRK-CHX== LEADING ==CTL-== BY ==CHX-==.
       77 WRK-CHX-ACAO      PIC X(01) VALUE SPACE.
       77 WRK-CHX-RETORNO   PIC X(01) VALUE SPACE.
           88 CHX-LIBERADO           VALUE 'S'.
       77 WRK-CHX-MENSAGEM  PIC X(60) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-PROCESSAR THRU 2000-EXIT
               UNTIL FIM-DO-ARQUIVO.
           PERFORM 9000-GRAVAR-RODAPE THRU 9000-EXIT.
           PERFORM 9999-FINALIZAR THRU 9999-EXIT.
           STOP RUN.

      ***************************************************
      * PERGUNTA A COMPETENCIA, A EMPRESA E OS FERIADOS,
      * APURA OS DIAS UTEIS, ABRE OS ARQUIVOS, GRAVA O
      * CABECALHO DO PEDIDO E LE O PRIMEIRO FUNCIONARIO
      ***************************************************
       1000-INICIALIZAR.
           DISPLAY 'COMPETENCIA DO VALE-TRANSPORTE (AAAAMM): '.
           ACCEPT WRK-COMPETENCIA FROM CONSOLE.
           IF WRK-COMP-MES < 1 OR WRK-COMP-MES > 12
               DISPLAY 'COMPETENCIA INVALIDA - ' WRK-COMPETENCIA
               GO TO 9999-EXIT
           END-IF.
           DISPLAY 'EMPRESA A PROCESSAR (*** = TODAS): '.
           ACCEPT WRK-EMPRESA-FILTRO FROM CONSOLE.
           DISPLAY 'FERIADOS EM DIA UTIL NA COMPETENCIA (00-20): '.
           ACCEPT WRK-FERIADOS FROM CONSOLE.
           PERFORM 1100-APURAR-DIAS-UTEIS THRU 1100-EXIT.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WRK-FS-EMPLOYEE NOT = '00'
               DISPLAY 'ERRO AO ABRIR EMPLOYEE-MASTER - FS='
                   WRK-FS-EMPLOYEE
               GO TO 9999-EXIT
           END-IF.
           OPEN INPUT VALE-TRANSPORTE-FILE.
           IF WRK-FS-VT = '35'
               OPEN OUTPUT VALE-TRANSPORTE-FILE
               CLOSE VALE-TRANSPORTE-FILE
               OPEN INPUT VALE-TRANSPORTE-FILE
           END-IF.
           IF WRK-FS-VT NOT = '00'
               DISPLAY 'ERRO AO ABRIR VTFILE - FS=' WRK-FS-VT
               CLOSE EMPLOYEE-MASTER-FILE
               GO TO 9999-EXIT
           END-IF.
           OPEN I-O RUBRICA-FILE.
           IF WRK-FS-RUBRICA = '35'
               OPEN OUTPUT RUBRICA-FILE
               CLOSE RUBRICA-FILE
               OPEN I-O RUBRICA-FILE
           END-IF.
           IF WRK-FS-RUBRICA NOT = '00'
               DISPLAY 'ERRO AO ABRIR RUBRFIL - FS=' WRK-FS-RUBRICA
               CLOSE EMPLOYEE-MASTER-FILE
               CLOSE VALE-TRANSPORTE-FILE
               GO TO 9999-EXIT
           END-IF.
           OPEN INPUT FECHAMENTO-FILE.
           IF WRK-FS-FECHAMENTO = '35'
               OPEN OUTPUT FECHAMENTO-FILE
               CLOSE FECHAMENTO-FILE
               OPEN INPUT FECHAMENTO-FILE
           END-IF.
           IF WRK-FS-FECHAMENTO NOT = '00'
               DISPLAY 'ERRO AO ABRIR FECHFILE - FS='
                   WRK-FS-FECHAMENTO
               CLOSE EMPLOYEE-MASTER-FILE
               CLOSE VALE-TRANSPORTE-FILE
               CLOSE RUBRICA-FILE
               GO TO 9999-EXIT
           END-IF.
           OPEN OUTPUT PEDIDO-VT-FILE.
           IF WRK-FS-PEDIDO NOT = '00'
               DISPLAY 'ERRO AO ABRIR PEDIDOVT - FS=' WRK-FS-PEDIDO
               CLOSE EMPLOYEE-MASTER-FILE
               CLOSE VALE-TRANSPORTE-FILE
               CLOSE RUBRICA-FILE
               CLOSE FECHAMENTO-FILE
               GO TO 9999-EXIT
           END-IF.
           MOVE '0' TO WRK-PED-H-TIPO.
           MOVE WRK-COMPETENCIA TO WRK-PED-H-COMPETENCIA.
           MOVE WRK-DIAS-UTEIS TO WRK-PED-H-DIAS-UTEIS.
           ACCEPT WRK-PED-H-DATA FROM DATE YYYYMMDD.
           WRITE WRK-PED-HEADER.
           PERFORM 8000-LER-PROXIMO THRU 8000-EXIT.
       1000-EXIT.
           EXIT.

      ***************************************************
      * APURA OS DIAS UTEIS DA COMPETENCIA - DIAS DO MES
      * (FEVEREIRO COM 29 NO ANO BISSEXTO), DIA DA SEMANA DO
      * DIA 1 PELA CONGRUENCIA DE ZELLER, CONTAGEM DE
      * SEGUNDA A SEXTA E DESCONTO DOS FERIADOS INFORMADOS
      ***************************************************
       1100-APURAR-DIAS-UTEIS.
           MOVE WRK-DIAS-DO-MES (WRK-COMP-MES) TO WRK-DIAS-MES.
           IF WRK-COMP-MES = 2
               DIVIDE WRK-COMP-ANO BY 4
                   GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO
               IF WRK-RESTO = ZERO
                   MOVE 29 TO WRK-DIAS-MES
                   DIVIDE WRK-COMP-ANO BY 100
                       GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO
                   IF WRK-RESTO = ZERO
                       MOVE 28 TO WRK-DIAS-MES
                       DIVIDE WRK-COMP-ANO BY 400
                           GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO
                       IF WRK-RESTO = ZERO
                           MOVE 29 TO WRK-DIAS-MES
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WRK-COMP-MES < 3
               COMPUTE WRK-ZELLER-MES = WRK-COMP-MES + 12
               COMPUTE WRK-ZELLER-ANO = WRK-COMP-ANO - 1
           ELSE
               MOVE WRK-COMP-MES TO WRK-ZELLER-MES
               MOVE WRK-COMP-ANO TO WRK-ZELLER-ANO
           END-IF.
           DIVIDE WRK-ZELLER-ANO BY 100
               GIVING WRK-ZELLER-SECULO REMAINDER WRK-ZELLER-ANO-SEC.
           COMPUTE WRK-PARCELA-1 = (13 * (WRK-ZELLER-MES + 1)) / 5.
           COMPUTE WRK-PARCELA-2 = WRK-ZELLER-ANO-SEC / 4.
           COMPUTE WRK-PARCELA-3 = WRK-ZELLER-SECULO / 4.
           COMPUTE WRK-ZELLER-SOMA =
               1 + WRK-PARCELA-1 + WRK-ZELLER-ANO-SEC
               + WRK-PARCELA-2 + WRK-PARCELA-3
               + (5 * WRK-ZELLER-SECULO).
           DIVIDE WRK-ZELLER-SOMA BY 7
               GIVING WRK-QUOCIENTE REMAINDER WRK-DIA-SEMANA.
           MOVE ZERO TO WRK-DIAS-UTEIS.
           PERFORM 1150-CONTAR-DIA THRU 1150-EXIT
               VARYING WRK-DIA FROM 1 BY 1
               UNTIL WRK-DIA > WRK-DIAS-MES.
           IF WRK-FERIADOS > WRK-DIAS-UTEIS
               MOVE ZERO TO WRK-DIAS-UTEIS
           ELSE
               SUBTRACT WRK-FERIADOS FROM WRK-DIAS-UTEIS
           END-IF.
           DISPLAY 'DIAS UTEIS NA COMPETENCIA: ' WRK-DIAS-UTEIS.
       1100-EXIT.
           EXIT.

      ***************************************************
      * CONTA O DIA SE NAO FOR SABADO NEM DOMINGO E AVANCA
      * O DIA DA SEMANA
      ***************************************************
       1150-CONTAR-DIA.
           IF NOT FIM-DE-SEMANA
               ADD 1 TO WRK-DIAS-UTEIS
           END-IF.
           IF WRK-DIA-SEMANA = 6
               MOVE ZERO TO WRK-DIA-SEMANA
           ELSE
               ADD 1 TO WRK-DIA-SEMANA
           END-IF.
       1150-EXIT.
           EXIT.

      ***************************************************
      * PARA CADA FUNCIONARIO ATIVO DA EMPRESA, SOMA OS
      * TRAJETOS E, SE HOUVER, GRAVA O PEDIDO E A RUBRICA -
      * DESLIGADO, AFASTADO OU SEM TRAJETO FICA FORA DO
      * PEDIDO E PERDE A RUBRICA DE UM CALCULO ANTERIOR
      ***************************************************
       2000-PROCESSAR.
           PERFORM 2050-TESTAR-EMPRESA THRU 2050-EXIT.
           IF FUNCIONARIO-FORA-EMPRESA
               GO TO 2000-LER
           END-IF.
           IF FUNC-DESLIGADO OR FUNC-AFASTADO
               PERFORM 4500-APAGAR-RUBRICA THRU 4500-EXIT
               GO TO 2000-LER
           END-IF.
           PERFORM 2100-SOMAR-TRAJETOS THRU 2100-EXIT.
           IF WRK-VALOR-DIA = ZERO
               PERFORM 4500-APAGAR-RUBRICA THRU 4500-EXIT
               GO TO 2000-LER
           END-IF.
           COMPUTE WRK-VALOR-PEDIDO = WRK-VALOR-DIA * WRK-DIAS-UTEIS.
           COMPUTE WRK-VALOR-TETO ROUNDED =
               WRK-FUNC-SALARIO * WRK-PERC-TETO / 100.
           IF WRK-VALOR-PEDIDO < WRK-VALOR-TETO
               MOVE WRK-VALOR-PEDIDO TO WRK-VALOR-DESCONTO
           ELSE
               MOVE WRK-VALOR-TETO TO WRK-VALOR-DESCONTO
           END-IF.
           PERFORM 3000-GRAVAR-PEDIDO THRU 3000-EXIT.
           PERFORM 2200-TESTAR-FECHAMENTO THRU 2200-EXIT.
           IF EMPRESA-ABERTA
               PERFORM 4000-GRAVAR-RUBRICA THRU 4000-EXIT
               PERFORM 5000-REGISTRAR-CONTROLE THRU 5000-EXIT
           END-IF.
       2000-LER.
           PERFORM 8000-LER-PROXIMO THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      ***************************************************
      * TESTA SE O FUNCIONARIO PERTENCE A EMPRESA FILTRADA
      ***************************************************
       2050-TESTAR-EMPRESA.
           IF WRK-EMPRESA-FILTRO = '***'
               OR WRK-EMPRESA-FILTRO = WRK-FUNC-EMPRESA
               SET FUNCIONARIO-SELECIONADO TO TRUE
           ELSE
               SET FUNCIONARIO-FORA-EMPRESA TO TRUE
           END-IF.
       2050-EXIT.
           EXIT.

      ***************************************************
      * SOMA O VALOR DIARIO (TARIFA VEZES VIAGENS) DOS
      * TRAJETOS DO FUNCIONARIO, POSICIONANDO NA PRIMEIRA
      * SEQUENCIA DO CPF E LENDO ENQUANTO O CPF NAO MUDAR
      ***************************************************
       2100-SOMAR-TRAJETOS.
           MOVE ZERO TO WRK-VALOR-DIA.
           MOVE 'N' TO WRK-FIM-TRAJETO.
           MOVE WRK-FUNC-CPF TO WRK-VT-CPF.
           MOVE ZERO TO WRK-VT-SEQUENCIA.
           START VALE-TRANSPORTE-FILE KEY NOT < WRK-VT-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-TRAJETO
           END-START.
           PERFORM 2150-LER-TRAJETO THRU 2150-EXIT
               UNTIL FIM-DO-TRAJETO.
       2100-EXIT.
           EXIT.

       2150-LER-TRAJETO.
           READ VALE-TRANSPORTE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-TRAJETO
               NOT AT END
                   IF WRK-VT-CPF = WRK-FUNC-CPF
                       COMPUTE WRK-VALOR-DIA = WRK-VALOR-DIA
                           + (WRK-VT-TARIFA * WRK-VT-VIAGENS-DIA)
                   ELSE
                       MOVE 'S' TO WRK-FIM-TRAJETO
                   END-IF
           END-READ.
       2150-EXIT.
           EXIT.

      ***************************************************
      * CONSULTA O ARQUIVO DE FECHAMENTO - A COMPETENCIA JA
      * FECHADA PARA A EMPRESA NAO RECEBE A RUBRICA (O PEDIDO
      * A OPERADORA SAI ASSIM MESMO)
      ***************************************************
       2200-TESTAR-FECHAMENTO.
           PERFORM 2250-LER-FECHAMENTO THRU 2250-EXIT.
           IF EMPRESA-FECHADA
               ADD 1 TO WRK-QTD-FECHADOS
               DISPLAY 'COMPETENCIA FECHADA PARA A EMPRESA '
                   WRK-FUNC-EMPRESA ' - CPF ' WRK-FUNC-CPF
                   ' SEM RUBRICA DE VALE-TRANSPORTE'
           END-IF.
       2200-EXIT.
           EXIT.

      ***************************************************
      * LE A SITUACAO DA COMPETENCIA DA EMPRESA DO
      * FUNCIONARIO NO ARQUIVO DE FECHAMENTO
      ***************************************************
       2250-LER-FECHAMENTO.
           SET EMPRESA-ABERTA TO TRUE.
           MOVE WRK-FUNC-EMPRESA TO WRK-FECH-EMPRESA.
           MOVE WRK-COMPETENCIA TO WRK-FECH-COMPETENCIA.
           READ FECHAMENTO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF COMPETENCIA-FECHADA
                       SET EMPRESA-FECHADA TO TRUE
                   END-IF
           END-READ.
       2250-EXIT.
           EXIT.

      ***************************************************
      * GRAVA A CARGA DO FUNCIONARIO NO PEDIDO A OPERADORA
      ***************************************************
       3000-GRAVAR-PEDIDO.
           MOVE '1' TO WRK-PED-D-TIPO.
           MOVE WRK-FUNC-CPF TO WRK-PED-D-CPF.
           MOVE WRK-FUNC-NOME TO WRK-PED-D-NOME.
           MOVE WRK-FUNC-EMPRESA TO WRK-PED-D-EMPRESA.
           MOVE WRK-DIAS-UTEIS TO WRK-PED-D-DIAS.
           MOVE WRK-VALOR-DIA TO WRK-PED-D-VALOR-DIA.
           MOVE WRK-VALOR-PEDIDO TO WRK-PED-D-VALOR.
           WRITE WRK-PED-DETALHE.
           ADD 1 TO WRK-QTD-PEDIDOS.
           ADD WRK-VALOR-PEDIDO TO WRK-TOTAL-PEDIDO.
       3000-EXIT.
           EXIT.

      ***************************************************
      * GRAVA (OU REGRAVA NO RECALCULO) A RUBRICA DE
      * DESCONTO DO VALE-TRANSPORTE NA COMPETENCIA
      ***************************************************
       4000-GRAVAR-RUBRICA.
           MOVE WRK-FUNC-CPF TO WRK-RUBR-CPF.
           MOVE WRK-COMPETENCIA TO WRK-RUBR-COMPETENCIA.
           MOVE 'VT ' TO WRK-RUBR-CODIGO.
           MOVE 'VALE-TRANSPORTE 6%' TO WRK-RUBR-DESCRICAO.
           SET RUBRICA-DESCONTO TO TRUE.
           MOVE WRK-VALOR-DESCONTO TO WRK-RUBR-VALOR.
           WRITE WRK-RUBR-REG
               INVALID KEY
                   REWRITE WRK-RUBR-REG
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR RUBRFIL - CPF '
                               WRK-FUNC-CPF
           END-WRITE.
           ADD WRK-VALOR-DESCONTO TO WRK-TOTAL-DESCONTO.
       4000-EXIT.
           EXIT.

      ***************************************************
      * APAGA A RUBRICA DE VALE-TRANSPORTE DE UM CALCULO
      * ANTERIOR DA COMPETENCIA DO FUNCIONARIO QUE FICOU
      * FORA DO PEDIDO - A COMPETENCIA FECHADA NAO E MEXIDA
      ***************************************************
       4500-APAGAR-RUBRICA.
           PERFORM 2250-LER-FECHAMENTO THRU 2250-EXIT.
           IF EMPRESA-FECHADA
               GO TO 4500-EXIT
           END-IF.
           MOVE WRK-FUNC-CPF TO WRK-RUBR-CPF.
           MOVE WRK-COMPETENCIA TO WRK-RUBR-COMPETENCIA.
           MOVE 'VT ' TO WRK-RUBR-CODIGO.
           DELETE RUBRICA-FILE
               INVALID KEY
                   GO TO 4500-EXIT
           END-DELETE.
           PERFORM 5000-REGISTRAR-CONTROLE THRU 5000-EXIT.
       4500-EXIT.
           EXIT.

      ***************************************************
      * REGISTRA O LANCAMENTO NO CONTROLE DE EXECUCAO DO
      * FECHAMENTO MENSAL (PROGCOB55) PARA A EMPRESA DO
      * FUNCIONARIO - AS ETAPAS SEGUINTES DA COMPETENCIA
      * PASSAM A EXIGIR O REPROCESSAMENTO DA FOLHA
      ***************************************************
       5000-REGISTRAR-CONTROLE.
           MOVE SPACES TO WRK-CHX-REG.
           MOVE WRK-FUNC-EMPRESA TO WRK-CHX-EMPRESA.
           MOVE WRK-COMPETENCIA TO WRK-CHX-COMPETENCIA.
           MOVE 'PROGCOB48' TO WRK-CHX-PROGRAMA.
           MOVE 'LOTE' TO WRK-CHX-OPERADOR.
           MOVE 1 TO WRK-CHX-QTD-LIDOS.
           MOVE 1 TO WRK-CHX-QTD-GRAVADOS.
           MOVE 'L' TO WRK-CHX-ACAO.
           CALL 'PROGCOB55' USING WRK-CHX-REG WRK-CHX-ACAO
               WRK-CHX-RETORNO WRK-CHX-MENSAGEM.
           IF NOT CHX-LIBERADO
               DISPLAY 'LANCAMENTO NAO REGISTRADO NO CTRLEXEC - '
                   WRK-CHX-MENSAGEM
           END-IF.
       5000-EXIT.
           EXIT.

      ***************************************************
      * LE O PROXIMO FUNCIONARIO DO ARQUIVO MESTRE
      ***************************************************
       8000-LER-PROXIMO.
           READ EMPLOYEE-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.
       8000-EXIT.
           EXIT.

      ***************************************************
      * GRAVA O RODAPE DO PEDIDO E EXIBE O RESUMO
      ***************************************************
       9000-GRAVAR-RODAPE.
           MOVE '9' TO WRK-PED-T-TIPO.
           MOVE WRK-QTD-PEDIDOS TO WRK-PED-T-QTD.
           MOVE WRK-TOTAL-PEDIDO TO WRK-PED-T-VALOR.
           WRITE WRK-PED-TRAILER.
           MOVE WRK-TOTAL-PEDIDO TO WRK-VALOR-ED.
           DISPLAY 'PEDIDO DE VALE-TRANSPORTE - COMPETENCIA '
               WRK-COMPETENCIA.
           DISPLAY '  FUNCIONARIOS ' WRK-QTD-PEDIDOS
               ' - VALOR DO PEDIDO ' WRK-VALOR-ED.
           MOVE WRK-TOTAL-DESCONTO TO WRK-VALOR-ED.
           DISPLAY '  DESCONTO DOS FUNCIONARIOS ' WRK-VALOR-ED.
           IF WRK-QTD-FECHADOS > ZERO
               DISPLAY '  SEM RUBRICA POR COMPETENCIA FECHADA: '
                   WRK-QTD-FECHADOS
           END-IF.
       9000-EXIT.
           EXIT.

      ***************************************************
      * FECHA OS ARQUIVOS
      ***************************************************
       9999-FINALIZAR.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE VALE-TRANSPORTE-FILE.
           CLOSE RUBRICA-FILE.
           CLOSE FECHAMENTO-FILE.
           CLOSE PEDIDO-VT-FILE.
       9999-EXIT.
           EXIT.
