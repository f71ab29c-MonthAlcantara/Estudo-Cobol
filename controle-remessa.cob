       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB57.
      ***************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = MONTIVAL JUNIOR
      * OBJETIVO = SUBROTINA DE DUPLA CONFERENCIA DAS REMESSAS
      * BANCARIAS (PAGBANCO DO PROGCOB18, PAGAVREM DO PROGCOB25
      * E PAGADIAN DO PROGCOB38) - MANTEM O REGISTRO DE
      * CONTROLE DE CADA REMESSA NO ARQUIVO CTRLREM COM A
      * QUANTIDADE DE FAVORECIDOS, O VALOR TOTAL E O TOTAL DE
      * CONTROLE (HASH) DOS CPFS E DAS AGENCIAS/CONTAS, SEMPRE
      * APURADOS RELENDO O PROPRIO ARQUIVO DA REMESSA.
      * ACOES: 'G' REGISTRA A GERACAO (REMESSA PENDENTE DE
      * APROVACAO); 'C' DEVOLVE O CONTROLE E CONFERE O ARQUIVO
      * COM ELE; 'A' APROVA A REMESSA PENDENTE - RECUSADA SE O
      * APROVADOR FOR QUEM A GEROU OU SE O ARQUIVO NAO BATER
      * COM O CONTROLE; 'R' RECUSA A REMESSA; 'E' LIBERA A
      * REMESSA APROVADA PARA ENVIO, COPIANDO-A PARA O ARQUIVO
      * DE TRANSMISSAO AO BANCO (REMENVIO) - SE O ARQUIVO FOI
      * ALTERADO DEPOIS DA GERACAO A REMESSA FICA BLOQUEADA E
      * SO VOLTA A SER ENVIADA DEPOIS DE GERADA E APROVADA DE
      * NOVO. O NIVEL DO APROVADOR E CONFERIDO PELO CHAMADOR
      * (LOGON DO PROGCOB32)
      * DATA = 15/10/2026
      ***************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROLE-REMESSA-FILE
               ASSIGN TO "CTRLREM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-RCT-ARQUIVO
               FILE STATUS IS WRK-FS-CONTROLE.
           SELECT REMESSA-BANCO-FILE
               ASSIGN TO "PAGBANCO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REMESSA.
           SELECT REMESSA-AVULSA-FILE
               ASSIGN TO "PAGAVREM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REMESSA.
           SELECT REMESSA-ADIANTO-FILE
               ASSIGN TO "PAGADIAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REMESSA.
           SELECT ENVIO-FILE
               ASSIGN TO "REMENVIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ENVIO.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROLE-REMESSA-FILE.
           COPY CONTROLE-REMESSA.
       FD  REMESSA-BANCO-FILE
           LABEL RECORDS ARE OMITTED.
       01  REG-REMESSA-BANCO        PIC X(55).
       FD  REMESSA-AVULSA-FILE
           LABEL RECORDS ARE OMITTED.
       01  REG-REMESSA-AVULSA       PIC X(55).
       FD  REMESSA-ADIANTO-FILE
           LABEL RECORDS ARE OMITTED.
       01  REG-REMESSA-ADIANTO      PIC X(55).
      ***************ARQUIVO LIBERADO PARA TRANSMISSAO AO BANCO
       FD  ENVIO-FILE
           LABEL RECORDS ARE OMITTED.
       01  REG-ENVIO                PIC X(55).
       WORKING-STORAGE SECTION.
       77 WRK-FS-CONTROLE   PIC X(02) VALUE ZEROS.
       77 WRK-FS-REMESSA    PIC X(02) VALUE ZEROS.
       77 WRK-FS-ENVIO      PIC X(02) VALUE ZEROS.
      ***************ARQUIVO DA REMESSA ABERTO PARA LEITURA
       77 WRK-REMESSA       PIC X(01) VALUE 'N'.
           88 REMESSA-ABERTA          VALUE 'S'.
           88 REMESSA-FECHADA         VALUE 'N'.
       77 WRK-FIM-REMESSA   PIC X(01) VALUE 'N'.
           88 FIM-DA-REMESSA          VALUE 'S'.
      ***************PRIMEIRA LINHA DO ARQUIVO (CABECALHO, SE A
      ***************REMESSA FOI GERADA COM ELE)
       77 WRK-PRIMEIRA-LINHA PIC X(01) VALUE 'S'.
           88 PRIMEIRA-LINHA          VALUE 'S'.
       77 WRK-APU-CABECALHO PIC X(01) VALUE 'N'.
           88 APU-COM-CABECALHO       VALUE 'S'.
      ***************LINHA LIDA DA REMESSA - FAVORECIDO NO
      ***************LAYOUT DO PROGCOB18 OU CABECALHO DA EMPRESA
       01  WRK-LIN-REG.
           05 WRK-LIN-AGCONTA.
               10 WRK-LIN-AGENCIA   PIC X(04).
               10 WRK-LIN-CONTA     PIC X(08).
           05 WRK-LIN-CPF           PIC X(11).
           05 WRK-LIN-VALOR         PIC 9(06)V99.
           05 FILLER                PIC X(24).
       01  WRK-LIN-CABECALHO REDEFINES WRK-LIN-REG.
           05 WRK-LIN-TIPO          PIC X(01).
           05 WRK-LIN-CNPJ          PIC X(14).
           05 WRK-LIN-CNPJ-NUM REDEFINES WRK-LIN-CNPJ
                                    PIC 9(14).
           05 FILLER                PIC X(40).
      ***************TOTAIS APURADOS NA LEITURA DO ARQUIVO
       77 WRK-APU-QTD       PIC 9(06) VALUE ZERO.
       77 WRK-APU-VALOR     PIC 9(10)V99 VALUE ZERO.
       77 WRK-APU-HASH      PIC 9(18) VALUE ZERO.
       77 WRK-APU-INVALIDAS PIC 9(06) VALUE ZERO.
      ***************CONVERSAO DOS DIGITOS DO CPF E DA
      ***************AGENCIA/CONTA PARA O TOTAL DE CONTROLE
       77 WRK-CONV-CAMPO    PIC X(12) VALUE SPACES.
       77 WRK-CONV-NUM      PIC 9(12) VALUE ZERO.
       77 WRK-CONV-IDX      PIC 9(02) VALUE ZERO COMP.
       77 WRK-DIG-X         PIC X(01) VALUE SPACE.
       77 WRK-DIG-9 REDEFINES WRK-DIG-X PIC 9(01).
      ***************RESULTADO DA CONFERENCIA ARQUIVO X CONTROLE
       77 WRK-CONFERE       PIC X(01) VALUE 'N'.
           88 ARQUIVO-CONFERE         VALUE 'S'.
           88 ARQUIVO-DIVERGE         VALUE 'N'.
      ***************OPERADOR QUE CHAMOU A ACAO
       77 WRK-OPERADOR      PIC X(08) VALUE SPACES.
      ***************REGISTRO DE CONTROLE JA EXISTENTE
       77 WRK-RCT-ACHADO    PIC X(01) VALUE 'N'.
           88 CONTROLE-EXISTENTE      VALUE 'S'.
           88 CONTROLE-AUSENTE        VALUE 'N'.
       LINKAGE SECTION.
           COPY CONTROLE-REMESSA REPLACING LEADING ==WRK-RCT== BY
               ==LK-RCT== LEADING ==RCT-== BY ==LK-RCT-==.
       01  LK-RCT-ACAO      PIC X(01).
           88 LK-RCT-GERAR            VALUE 'G'.
           88 LK-RCT-CONSULTAR        VALUE 'C'.
           88 LK-RCT-APROVAR          VALUE 'A'.
           88 LK-RCT-RECUSAR          VALUE 'R'.
           88 LK-RCT-ENVIAR           VALUE 'E'.
       01  LK-RCT-RETORNO   PIC X(01).
           88 LK-RCT-LIBERADO         VALUE 'S'.
           88 LK-RCT-BLOQUEADO        VALUE 'N'.
           88 LK-RCT-FALHA            VALUE 'E'.
       01  LK-RCT-MENSAGEM  PIC X(60).
       PROCEDURE DIVISION USING LK-RCT-REG LK-RCT-ACAO
           LK-RCT-RETORNO LK-RCT-MENSAGEM.
       0000-MAINLINE.
           SET LK-RCT-FALHA TO TRUE.
           MOVE SPACES TO LK-RCT-MENSAGEM.
           IF LK-RCT-ARQUIVO NOT = 'PAGBANCO'
               AND LK-RCT-ARQUIVO NOT = 'PAGAVREM'
               AND LK-RCT-ARQUIVO NOT = 'PAGADIAN'
               STRING 'ARQUIVO ' LK-RCT-ARQUIVO
                   ' NAO E UMA REMESSA BANCARIA CONTROLADA'
                   DELIMITED BY SIZE INTO LK-RCT-MENSAGEM
               GOBACK
           END-IF.
           PERFORM 1000-ABRIR-CONTROLE THRU 1000-EXIT.
           IF WRK-FS-CONTROLE NOT = '00'
               MOVE 'ARQUIVO DE CONTROLE CTRLREM INDISPONIVEL' TO
                   LK-RCT-MENSAGEM
               GOBACK
           END-IF.
           IF LK-RCT-GERAR
               PERFORM 2000-REGISTRAR-GERACAO THRU 2000-EXIT
           ELSE
               IF LK-RCT-CONSULTAR
                   PERFORM 4000-CONSULTAR THRU 4000-EXIT
               ELSE
                   IF LK-RCT-APROVAR
                       PERFORM 5000-APROVAR THRU 5000-EXIT
                   ELSE
                       IF LK-RCT-RECUSAR
                           PERFORM 6000-RECUSAR THRU 6000-EXIT
                       ELSE
                           IF LK-RCT-ENVIAR
                               PERFORM 7000-ENVIAR THRU 7000-EXIT
                           ELSE
                               MOVE
                                 'ACAO INVALIDA NO CONTROLE DE REMESSA'
                                   TO LK-RCT-MENSAGEM
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           CLOSE CONTROLE-REMESSA-FILE.
           GOBACK.

      ***************************************************
      * ABRE O ARQUIVO DE CONTROLE DAS REMESSAS, CRIANDO-O
      * NA PRIMEIRA VEZ
      ***************************************************
       1000-ABRIR-CONTROLE.
           OPEN I-O CONTROLE-REMESSA-FILE.
           IF WRK-FS-CONTROLE = '35'
               OPEN OUTPUT CONTROLE-REMESSA-FILE
               CLOSE CONTROLE-REMESSA-FILE
               OPEN I-O CONTROLE-REMESSA-FILE
           END-IF.
           IF WRK-FS-CONTROLE NOT = '00'
               DISPLAY 'ERRO AO ABRIR CTRLREM - FS=' WRK-FS-CONTROLE
           END-IF.
       1000-EXIT.
           EXIT.

      ***************************************************
      * APURA OS TOTAIS DA REMESSA RECEM-GERADA E GRAVA (OU
      * REGRAVA) O CONTROLE PENDENTE DE APROVACAO - UMA NOVA
      * GERACAO DESFAZ A APROVACAO E O ENVIO ANTERIORES
      ***************************************************
       2000-REGISTRAR-GERACAO.
           MOVE LK-RCT-CABECALHO TO WRK-APU-CABECALHO.
           PERFORM 3000-APURAR-ARQUIVO THRU 3000-EXIT.
           IF REMESSA-FECHADA
               GO TO 2000-EXIT
           END-IF.
           MOVE LK-RCT-ARQUIVO TO WRK-RCT-ARQUIVO.
           PERFORM 8000-LER-CONTROLE THRU 8000-EXIT.
           MOVE SPACES TO LK-RCT-MENSAGEM.
           MOVE LK-RCT-REG TO WRK-RCT-REG.
           MOVE WRK-APU-QTD TO WRK-RCT-QTD-REGISTROS.
           MOVE WRK-APU-VALOR TO WRK-RCT-VALOR-TOTAL.
           MOVE WRK-APU-HASH TO WRK-RCT-HASH-TOTAL.
           SET RCT-PENDENTE TO TRUE.
           ACCEPT WRK-RCT-GER-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RCT-GER-HORA FROM TIME.
           MOVE SPACES TO WRK-RCT-APR-OPERADOR.
           MOVE ZERO TO WRK-RCT-APR-DATA WRK-RCT-APR-HORA.
           MOVE SPACES TO WRK-RCT-ENV-OPERADOR.
           MOVE ZERO TO WRK-RCT-ENV-DATA WRK-RCT-ENV-HORA.
           IF WRK-APU-INVALIDAS > ZERO
               SET RCT-BLOQUEADA TO TRUE
           END-IF.
           PERFORM 8500-GRAVAR-CONTROLE THRU 8500-EXIT.
           IF WRK-FS-CONTROLE NOT = '00'
               GO TO 2000-EXIT
           END-IF.
           MOVE WRK-RCT-REG TO LK-RCT-REG.
           IF RCT-BLOQUEADA
               SET LK-RCT-BLOQUEADO TO TRUE
               STRING 'REMESSA COM ' WRK-APU-INVALIDAS
                   ' LINHA(S) DE VALOR INVALIDO - BLOQUEADA'
                   DELIMITED BY SIZE INTO LK-RCT-MENSAGEM
           ELSE
               SET LK-RCT-LIBERADO TO TRUE
               MOVE 'REMESSA PENDENTE DE APROVACAO' TO
                   LK-RCT-MENSAGEM
           END-IF.
       2000-EXIT.
           EXIT.

      ***************************************************
      * RELE O ARQUIVO DA REMESSA E APURA A QUANTIDADE DE
      * FAVORECIDOS, O VALOR TOTAL E O TOTAL DE CONTROLE (SOMA
      * DOS CPFS, DAS AGENCIAS/CONTAS E DO CNPJ DO CABECALHO)
      ***************************************************
       3000-APURAR-ARQUIVO.
           MOVE ZERO TO WRK-APU-QTD WRK-APU-VALOR WRK-APU-HASH
               WRK-APU-INVALIDAS.
           MOVE 'N' TO WRK-FIM-REMESSA.
           MOVE 'S' TO WRK-PRIMEIRA-LINHA.
           PERFORM 3100-ABRIR-REMESSA THRU 3100-EXIT.
           IF REMESSA-FECHADA
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3200-LER-REMESSA THRU 3200-EXIT.
           PERFORM 3300-SOMAR-LINHA THRU 3300-EXIT
               UNTIL FIM-DA-REMESSA.
           PERFORM 3400-FECHAR-REMESSA THRU 3400-EXIT.
       3000-EXIT.
           EXIT.

      ***************************************************
      * ABRE PARA LEITURA O ARQUIVO DA REMESSA INFORMADA
      ***************************************************
       3100-ABRIR-REMESSA.
           SET REMESSA-FECHADA TO TRUE.
           IF LK-RCT-ARQUIVO = 'PAGBANCO'
               OPEN INPUT REMESSA-BANCO-FILE
           ELSE
               IF LK-RCT-ARQUIVO = 'PAGAVREM'
                   OPEN INPUT REMESSA-AVULSA-FILE
               ELSE
                   OPEN INPUT REMESSA-ADIANTO-FILE
               END-IF
           END-IF.
           IF WRK-FS-REMESSA = '00'
               SET REMESSA-ABERTA TO TRUE
           ELSE
               STRING 'ERRO AO ABRIR ' LK-RCT-ARQUIVO ' - FS='
                   WRK-FS-REMESSA
                   DELIMITED BY SIZE INTO LK-RCT-MENSAGEM
           END-IF.
       3100-EXIT.
           EXIT.

      ***************************************************
      * LE A PROXIMA LINHA DO ARQUIVO DA REMESSA
      ***************************************************
       3200-LER-REMESSA.
           MOVE SPACES TO WRK-LIN-REG.
           IF LK-RCT-ARQUIVO = 'PAGBANCO'
               READ REMESSA-BANCO-FILE INTO WRK-LIN-REG
                   AT END
                       MOVE 'S' TO WRK-FIM-REMESSA
               END-READ
           ELSE
               IF LK-RCT-ARQUIVO = 'PAGAVREM'
                   READ REMESSA-AVULSA-FILE INTO WRK-LIN-REG
                       AT END
                           MOVE 'S' TO WRK-FIM-REMESSA
                   END-READ
               ELSE
                   READ REMESSA-ADIANTO-FILE INTO WRK-LIN-REG
                       AT END
                           MOVE 'S' TO WRK-FIM-REMESSA
                   END-READ
               END-IF
           END-IF.
       3200-EXIT.
           EXIT.

      ***************************************************
      * SOMA A LINHA LIDA AOS TOTAIS - A PRIMEIRA LINHA DA
      * REMESSA GERADA COM CABECALHO ENTRA SO COM O CNPJ NO
      * TOTAL DE CONTROLE; VALOR NAO NUMERICO E CONTADO COMO
      * LINHA INVALIDA
      ***************************************************
       3300-SOMAR-LINHA.
           IF PRIMEIRA-LINHA AND APU-COM-CABECALHO
               IF WRK-LIN-CNPJ IS NUMERIC
                   ADD WRK-LIN-CNPJ-NUM TO WRK-APU-HASH
               ELSE
                   ADD 1 TO WRK-APU-INVALIDAS
               END-IF
           ELSE
               ADD 1 TO WRK-APU-QTD
               IF WRK-LIN-VALOR IS NUMERIC
                   ADD WRK-LIN-VALOR TO WRK-APU-VALOR
               ELSE
                   ADD 1 TO WRK-APU-INVALIDAS
               END-IF
               MOVE WRK-LIN-CPF TO WRK-CONV-CAMPO
               PERFORM 3500-CONVERTER-CAMPO THRU 3500-EXIT
               ADD WRK-CONV-NUM TO WRK-APU-HASH
               MOVE WRK-LIN-AGCONTA TO WRK-CONV-CAMPO
               PERFORM 3500-CONVERTER-CAMPO THRU 3500-EXIT
               ADD WRK-CONV-NUM TO WRK-APU-HASH
           END-IF.
           MOVE 'N' TO WRK-PRIMEIRA-LINHA.
           PERFORM 3200-LER-REMESSA THRU 3200-EXIT.
       3300-EXIT.
           EXIT.

      ***************************************************
      * FECHA O ARQUIVO DA REMESSA
      ***************************************************
       3400-FECHAR-REMESSA.
           IF LK-RCT-ARQUIVO = 'PAGBANCO'
               CLOSE REMESSA-BANCO-FILE
           ELSE
               IF LK-RCT-ARQUIVO = 'PAGAVREM'
                   CLOSE REMESSA-AVULSA-FILE
               ELSE
                   CLOSE REMESSA-ADIANTO-FILE
               END-IF
           END-IF.
       3400-EXIT.
           EXIT.

      ***************************************************
      * CONVERTE OS DIGITOS DO CAMPO (CPF OU AGENCIA/CONTA)
      * EM NUMERO, POSICAO A POSICAO - CARACTER QUE NAO E
      * DIGITO VALE ZERO NA SUA POSICAO
      ***************************************************
       3500-CONVERTER-CAMPO.
           MOVE ZERO TO WRK-CONV-NUM.
           PERFORM 3550-CONVERTER-DIGITO THRU 3550-EXIT
               VARYING WRK-CONV-IDX FROM 1 BY 1
               UNTIL WRK-CONV-IDX > 12.
       3500-EXIT.
           EXIT.

       3550-CONVERTER-DIGITO.
           COMPUTE WRK-CONV-NUM = WRK-CONV-NUM * 10.
           MOVE WRK-CONV-CAMPO (WRK-CONV-IDX:1) TO WRK-DIG-X.
           IF WRK-DIG-X IS NUMERIC
               ADD WRK-DIG-9 TO WRK-CONV-NUM
           END-IF.
       3550-EXIT.
           EXIT.

      ***************************************************
      * CONFERE OS TOTAIS APURADOS NO ARQUIVO COM OS DO
      * REGISTRO DE CONTROLE DA GERACAO
      ***************************************************
       3600-CONFERIR-TOTAIS.
           SET ARQUIVO-DIVERGE TO TRUE.
           MOVE WRK-RCT-CABECALHO TO WRK-APU-CABECALHO.
           PERFORM 3000-APURAR-ARQUIVO THRU 3000-EXIT.
           IF REMESSA-FECHADA
               GO TO 3600-EXIT
           END-IF.
           IF WRK-APU-INVALIDAS > ZERO
               STRING LK-RCT-ARQUIVO ' COM LINHA(S) INVALIDA(S) - '
                   'DIFERE DO ARQUIVO GERADO'
                   DELIMITED BY SIZE INTO LK-RCT-MENSAGEM
               GO TO 3600-EXIT
           END-IF.
           IF WRK-APU-QTD NOT = WRK-RCT-QTD-REGISTROS
               STRING LK-RCT-ARQUIVO ' DIFERE DO ARQUIVO GERADO - '
                   'QUANTIDADE DE FAVORECIDOS'
                   DELIMITED BY SIZE INTO LK-RCT-MENSAGEM
               GO TO 3600-EXIT
           END-IF.
           IF WRK-APU-VALOR NOT = WRK-RCT-VALOR-TOTAL
               STRING LK-RCT-ARQUIVO ' DIFERE DO ARQUIVO GERADO - '
                   'VALOR TOTAL'
                   DELIMITED BY SIZE INTO LK-RCT-MENSAGEM
               GO TO 3600-EXIT
           END-IF.
           IF WRK-APU-HASH NOT = WRK-RCT-HASH-TOTAL
               STRING LK-RCT-ARQUIVO ' DIFERE DO ARQUIVO GERADO - '
                   'TOTAL DE CONTROLE DE CPF/CONTA'
                   DELIMITED BY SIZE INTO LK-RCT-MENSAGEM
               GO TO 3600-EXIT
           END-IF.
           SET ARQUIVO-CONFERE TO TRUE.
       3600-EXIT.
           EXIT.

      ***************************************************
      * DEVOLVE O CONTROLE DA REMESSA E CONFERE O ARQUIVO
      * ATUAL COM ELE, SEM MUDAR A SITUACAO
      ***************************************************
       4000-CONSULTAR.
           MOVE LK-RCT-ARQUIVO TO WRK-RCT-ARQUIVO.
           PERFORM 8000-LER-CONTROLE THRU 8000-EXIT.
           IF CONTROLE-AUSENTE
               GO TO 4000-EXIT
           END-IF.
           MOVE WRK-RCT-REG TO LK-RCT-REG.
           PERFORM 3600-CONFERIR-TOTAIS THRU 3600-EXIT.
           IF ARQUIVO-CONFERE
               SET LK-RCT-LIBERADO TO TRUE
               MOVE 'ARQUIVO CONFERE COM O CONTROLE DA GERACAO' TO
                   LK-RCT-MENSAGEM
           ELSE
               SET LK-RCT-BLOQUEADO TO TRUE
           END-IF.
       4000-EXIT.
           EXIT.

      ***************************************************
      * APROVA A REMESSA PENDENTE - O APROVADOR NAO PODE SER
      * QUEM A GEROU E O ARQUIVO TEM DE BATER COM O CONTROLE;
      * SE NAO BATER A REMESSA FICA BLOQUEADA
      ***************************************************
       5000-APROVAR.
           MOVE LK-RCT-APR-OPERADOR TO WRK-OPERADOR.
           MOVE LK-RCT-ARQUIVO TO WRK-RCT-ARQUIVO.
           PERFORM 8000-LER-CONTROLE THRU 8000-EXIT.
           IF CONTROLE-AUSENTE
               GO TO 5000-EXIT
           END-IF.
           MOVE WRK-RCT-REG TO LK-RCT-REG.
           SET LK-RCT-BLOQUEADO TO TRUE.
           IF NOT RCT-PENDENTE
               STRING 'REMESSA NAO ESTA PENDENTE DE APROVACAO - '
                   'SITUACAO ' WRK-RCT-SITUACAO
                   DELIMITED BY SIZE INTO LK-RCT-MENSAGEM
               GO TO 5000-EXIT
           END-IF.
           IF WRK-OPERADOR = WRK-RCT-GER-OPERADOR
               MOVE 'QUEM GEROU A REMESSA NAO PODE APROVA-LA' TO
                   LK-RCT-MENSAGEM
               GO TO 5000-EXIT
           END-IF.
           PERFORM 3600-CONFERIR-TOTAIS THRU 3600-EXIT.
           IF ARQUIVO-DIVERGE
               IF REMESSA-ABERTA
                   SET RCT-BLOQUEADA TO TRUE
                   PERFORM 8500-GRAVAR-CONTROLE THRU 8500-EXIT
                   MOVE WRK-RCT-REG TO LK-RCT-REG
               END-IF
               GO TO 5000-EXIT
           END-IF.
           SET RCT-APROVADA TO TRUE.
           MOVE WRK-OPERADOR TO WRK-RCT-APR-OPERADOR.
           ACCEPT WRK-RCT-APR-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RCT-APR-HORA FROM TIME.
           PERFORM 8500-GRAVAR-CONTROLE THRU 8500-EXIT.
           IF WRK-FS-CONTROLE NOT = '00'
               SET LK-RCT-FALHA TO TRUE
               GO TO 5000-EXIT
           END-IF.
           MOVE WRK-RCT-REG TO LK-RCT-REG.
           SET LK-RCT-LIBERADO TO TRUE.
           MOVE 'REMESSA APROVADA - LIBERADA PARA ENVIO' TO
               LK-RCT-MENSAGEM.
       5000-EXIT.
           EXIT.

      ***************************************************
      * RECUSA A REMESSA PENDENTE OU APROVADA E AINDA NAO
      * ENVIADA - SO SAI DEPOIS DE GERADA DE NOVO
      ***************************************************
       6000-RECUSAR.
           MOVE LK-RCT-APR-OPERADOR TO WRK-OPERADOR.
           MOVE LK-RCT-ARQUIVO TO WRK-RCT-ARQUIVO.
           PERFORM 8000-LER-CONTROLE THRU 8000-EXIT.
           IF CONTROLE-AUSENTE
               GO TO 6000-EXIT
           END-IF.
           MOVE WRK-RCT-REG TO LK-RCT-REG.
           IF NOT RCT-PENDENTE AND NOT RCT-APROVADA
               SET LK-RCT-BLOQUEADO TO TRUE
               STRING 'REMESSA NAO PODE SER RECUSADA - SITUACAO '
                   WRK-RCT-SITUACAO
                   DELIMITED BY SIZE INTO LK-RCT-MENSAGEM
               GO TO 6000-EXIT
           END-IF.
           SET RCT-RECUSADA TO TRUE.
           MOVE WRK-OPERADOR TO WRK-RCT-APR-OPERADOR.
           ACCEPT WRK-RCT-APR-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RCT-APR-HORA FROM TIME.
           PERFORM 8500-GRAVAR-CONTROLE THRU 8500-EXIT.
           IF WRK-FS-CONTROLE NOT = '00'
               GO TO 6000-EXIT
           END-IF.
           MOVE WRK-RCT-REG TO LK-RCT-REG.
           SET LK-RCT-LIBERADO TO TRUE.
           MOVE 'REMESSA RECUSADA - GERE A REMESSA DE NOVO' TO
               LK-RCT-MENSAGEM.
       6000-EXIT.
           EXIT.

      ***************************************************
      * LIBERA A REMESSA APROVADA PARA O BANCO - CONFERE O
      * ARQUIVO DE NOVO E, SE FOI ALTERADO DEPOIS DA
      * APROVACAO, BLOQUEIA O ENVIO; SE NAO, COPIA A REMESSA
      * PARA O ARQUIVO DE TRANSMISSAO (REMENVIO)
      ***************************************************
       7000-ENVIAR.
           MOVE LK-RCT-ENV-OPERADOR TO WRK-OPERADOR.
           MOVE LK-RCT-ARQUIVO TO WRK-RCT-ARQUIVO.
           PERFORM 8000-LER-CONTROLE THRU 8000-EXIT.
           IF CONTROLE-AUSENTE
               GO TO 7000-EXIT
           END-IF.
           MOVE WRK-RCT-REG TO LK-RCT-REG.
           SET LK-RCT-BLOQUEADO TO TRUE.
           IF NOT RCT-APROVADA
               STRING 'REMESSA NAO APROVADA - ENVIO BLOQUEADO - '
                   'SITUACAO ' WRK-RCT-SITUACAO
                   DELIMITED BY SIZE INTO LK-RCT-MENSAGEM
               GO TO 7000-EXIT
           END-IF.
           PERFORM 3600-CONFERIR-TOTAIS THRU 3600-EXIT.
           IF ARQUIVO-DIVERGE
               IF REMESSA-ABERTA
                   SET RCT-BLOQUEADA TO TRUE
                   PERFORM 8500-GRAVAR-CONTROLE THRU 8500-EXIT
                   MOVE WRK-RCT-REG TO LK-RCT-REG
                   MOVE SPACES TO LK-RCT-MENSAGEM
                   STRING LK-RCT-ARQUIVO ' ALTERADO APOS A '
                       'APROVACAO - ENVIO BLOQUEADO'
                       DELIMITED BY SIZE INTO LK-RCT-MENSAGEM
               END-IF
               GO TO 7000-EXIT
           END-IF.
           PERFORM 7100-COPIAR-REMESSA THRU 7100-EXIT.
           IF WRK-FS-ENVIO NOT = '00'
               SET LK-RCT-FALHA TO TRUE
               GO TO 7000-EXIT
           END-IF.
           SET RCT-ENVIADA TO TRUE.
           MOVE WRK-OPERADOR TO WRK-RCT-ENV-OPERADOR.
           ACCEPT WRK-RCT-ENV-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RCT-ENV-HORA FROM TIME.
           PERFORM 8500-GRAVAR-CONTROLE THRU 8500-EXIT.
           IF WRK-FS-CONTROLE NOT = '00'
               SET LK-RCT-FALHA TO TRUE
               GO TO 7000-EXIT
           END-IF.
           MOVE WRK-RCT-REG TO LK-RCT-REG.
           SET LK-RCT-LIBERADO TO TRUE.
           STRING LK-RCT-ARQUIVO ' COPIADO PARA O REMENVIO - '
               'TRANSMITA AO BANCO'
               DELIMITED BY SIZE INTO LK-RCT-MENSAGEM.
       7000-EXIT.
           EXIT.

      ***************************************************
      * COPIA LINHA A LINHA A REMESSA CONFERIDA PARA O
      * ARQUIVO DE TRANSMISSAO AO BANCO
      ***************************************************
       7100-COPIAR-REMESSA.
           OPEN OUTPUT ENVIO-FILE.
           IF WRK-FS-ENVIO NOT = '00'
               STRING 'ERRO AO ABRIR REMENVIO - FS=' WRK-FS-ENVIO
                   DELIMITED BY SIZE INTO LK-RCT-MENSAGEM
               GO TO 7100-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-REMESSA.
           PERFORM 3100-ABRIR-REMESSA THRU 3100-EXIT.
           IF REMESSA-FECHADA
               CLOSE ENVIO-FILE
               MOVE '99' TO WRK-FS-ENVIO
               GO TO 7100-EXIT
           END-IF.
           PERFORM 3200-LER-REMESSA THRU 3200-EXIT.
           PERFORM 7150-COPIAR-LINHA THRU 7150-EXIT
               UNTIL FIM-DA-REMESSA.
           PERFORM 3400-FECHAR-REMESSA THRU 3400-EXIT.
           CLOSE ENVIO-FILE.
       7100-EXIT.
           EXIT.

       7150-COPIAR-LINHA.
           WRITE REG-ENVIO FROM WRK-LIN-REG.
           PERFORM 3200-LER-REMESSA THRU 3200-EXIT.
       7150-EXIT.
           EXIT.

      ***************************************************
      * LE O CONTROLE DA REMESSA PELO NOME DO ARQUIVO
      ***************************************************
       8000-LER-CONTROLE.
           READ CONTROLE-REMESSA-FILE
               INVALID KEY
                   SET CONTROLE-AUSENTE TO TRUE
                   SET LK-RCT-BLOQUEADO TO TRUE
                   STRING 'REMESSA ' LK-RCT-ARQUIVO
                       ' SEM REGISTRO DE CONTROLE - GERE DE NOVO'
                       DELIMITED BY SIZE INTO LK-RCT-MENSAGEM
               NOT INVALID KEY
                   SET CONTROLE-EXISTENTE TO TRUE
           END-READ.
       8000-EXIT.
           EXIT.

      ***************************************************
      * GRAVA O CONTROLE DA REMESSA - REGRAVA SE JA EXISTIR
      ***************************************************
       8500-GRAVAR-CONTROLE.
           IF CONTROLE-EXISTENTE
               REWRITE WRK-RCT-REG
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE WRK-RCT-REG
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           IF WRK-FS-CONTROLE NOT = '00'
               MOVE SPACES TO LK-RCT-MENSAGEM
               STRING 'ERRO AO GRAVAR CTRLREM - FS=' WRK-FS-CONTROLE
                   DELIMITED BY SIZE INTO LK-RCT-MENSAGEM
           END-IF.
       8500-EXIT.
           EXIT.
