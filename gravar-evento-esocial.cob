       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB41.
      ***************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = MONTIVAL JUNIOR
      * OBJETIVO = SUBROTINA QUE GRAVA UM EVENTO DO ESOCIAL
      * NO ARQUIVO ESOCIAL, COMPARTILHADA PELA ADMISSAO
      * (PROGCOB04 E PROGCOB08 - S-2200), PELA RESCISAO
      * (PROGCOB14 - S-2299) E PELA GERACAO DA REMUNERACAO
      * (PROGCOB40 - S-1200) - MONTA O IDENTIFICADOR DO
      * EVENTO COM O CNPJ DA EMPRESA (EMPRFILE), A DATA E A
      * HORA DA GERACAO E UM SEQUENCIAL, E GRAVA O EVENTO
      * COMO GERADO - UM EVENTO AINDA NAO TRANSMITIDO (OU
      * REJEITADO) E SUBSTITUIDO PELA NOVA GERACAO, MAS UM
      * EVENTO JA ENVIADO OU ACEITO NAO E TOCADO
      * DATA = 15/10/2026
      ***************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENTO-FILE
               ASSIGN TO "ESOCIAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-EVT-CHAVE
               FILE STATUS IS WRK-FS-EVENTO.
           SELECT EMPRESA-FILE
               ASSIGN TO "EMPRFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-EMPR-CODIGO
               FILE STATUS IS WRK-FS-EMPRESA.
       DATA DIVISION.
       FILE SECTION.
       FD  EVENTO-FILE.
           COPY EVENTO-ESOCIAL.
       FD  EMPRESA-FILE.
           COPY CADASTRO-EMPRESA.
       WORKING-STORAGE SECTION.
       77 WRK-FS-EVENTO     PIC X(02) VALUE ZEROS.
       77 WRK-FS-EMPRESA    PIC X(02) VALUE ZEROS.
      ***************EVENTO JA EXISTENTE COM A MESMA CHAVE
       77 WRK-EVT-ACHADO    PIC X(01) VALUE 'N'.
           88 EVENTO-EXISTENTE       VALUE 'S'.
           88 EVENTO-NOVO            VALUE 'N'.
      ***************INSTANTE DA GERACAO E SEQUENCIAL DO ID -
      ***************O SEQUENCIAL RECOMECA A CADA NOVO INSTANTE
       01  WRK-INSTANTE.
           05 WRK-INST-DATA         PIC 9(08).
           05 WRK-INST-HORA         PIC 9(08).
           05 WRK-INST-HORA-R REDEFINES WRK-INST-HORA.
               10 WRK-INST-HHMMSS   PIC 9(06).
               10 WRK-INST-CENT     PIC 9(02).
       77 WRK-ULTIMO-INSTANTE PIC X(16) VALUE SPACES.
       77 WRK-SEQ-INSTANTE  PIC 9(03) VALUE ZERO.
      ***************IDENTIFICADOR DO EVENTO (36 POSICOES) -
      ***************'ID' + TIPO DE INSCRICAO (1=CNPJ) + CNPJ +
      ***************AAAAMMDDHHMMSS + SEQUENCIAL DE 5 DIGITOS
       01  WRK-ID-MONTADO.
           05 FILLER                PIC X(02) VALUE 'ID'.
           05 WRK-ID-TP-INSC        PIC X(01) VALUE '1'.
           05 WRK-ID-CNPJ           PIC X(14).
           05 WRK-ID-DATA           PIC 9(08).
           05 WRK-ID-HORA           PIC 9(06).
           05 WRK-ID-SEQ.
               10 WRK-ID-SEQ-CENT   PIC 9(02).
               10 WRK-ID-SEQ-NUM    PIC 9(03).
       LINKAGE SECTION.
           COPY EVENTO-ESOCIAL REPLACING LEADING ==WRK-EVT== BY
               ==LK-EVT== LEADING ==EVT-== BY ==LK-EVT-==.
       01  LK-EVT-RETORNO   PIC X(01).
           88 LK-EVT-GRAVADO         VALUE 'S'.
           88 LK-EVT-JA-ENVIADO      VALUE 'J'.
           88 LK-EVT-ERRO            VALUE 'E'.
       PROCEDURE DIVISION USING LK-EVT-REG LK-EVT-RETORNO.
       0000-MAINLINE.
           SET LK-EVT-ERRO TO TRUE.
           PERFORM 1000-ABRIR-ARQUIVOS THRU 1000-EXIT.
           IF WRK-FS-EVENTO NOT = '00'
               GOBACK
           END-IF.
           PERFORM 2000-BUSCAR-CNPJ THRU 2000-EXIT.
           IF WRK-ID-CNPJ NOT = SPACES
               PERFORM 3000-MONTAR-ID THRU 3000-EXIT
               PERFORM 4000-GRAVAR-EVENTO THRU 4000-EXIT
           END-IF.
           CLOSE EVENTO-FILE.
           IF WRK-FS-EMPRESA = '00'
               CLOSE EMPRESA-FILE
           END-IF.
           GOBACK.

      ***************************************************
      * ABRE O ARQUIVO DE EVENTOS (CRIANDO-O NA PRIMEIRA
      * VEZ) E O CADASTRO DE EMPRESAS
      ***************************************************
       1000-ABRIR-ARQUIVOS.
           OPEN I-O EVENTO-FILE.
           IF WRK-FS-EVENTO = '35'
               OPEN OUTPUT EVENTO-FILE
               CLOSE EVENTO-FILE
               OPEN I-O EVENTO-FILE
           END-IF.
           IF WRK-FS-EVENTO NOT = '00'
               DISPLAY 'ERRO AO ABRIR ESOCIAL - FS=' WRK-FS-EVENTO
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT EMPRESA-FILE.
       1000-EXIT.
           EXIT.

      ***************************************************
      * LOCALIZA O CNPJ DA EMPRESA DO EVENTO - SEM ELE NAO
      * HA COMO IDENTIFICAR O EMPREGADOR PERANTE O ESOCIAL
      ***************************************************
       2000-BUSCAR-CNPJ.
           MOVE SPACES TO WRK-ID-CNPJ.
           IF WRK-FS-EMPRESA NOT = '00'
               DISPLAY 'SEM ARQUIVO DE EMPRESAS (FS=' WRK-FS-EMPRESA
                   ') - EVENTO ' LK-EVT-TIPO ' NAO GERADO - CPF '
                   LK-EVT-CPF
               GO TO 2000-EXIT
           END-IF.
           MOVE LK-EVT-EMPRESA TO WRK-EMPR-CODIGO.
           READ EMPRESA-FILE
               INVALID KEY
                   DISPLAY 'EMPRESA ' LK-EVT-EMPRESA
                       ' NAO CADASTRADA - EVENTO ' LK-EVT-TIPO
                       ' NAO GERADO - CPF ' LK-EVT-CPF
               NOT INVALID KEY
                   MOVE WRK-EMPR-CNPJ TO WRK-ID-CNPJ
           END-READ.
       2000-EXIT.
           EXIT.

      ***************************************************
      * MONTA O IDENTIFICADOR DO EVENTO - DENTRO DO MESMO
      * CENTESIMO DE SEGUNDO O SEQUENCIAL E INCREMENTADO
      * PARA NAO REPETIR O ID EM GERACOES EM LOTE
      ***************************************************
       3000-MONTAR-ID.
           ACCEPT WRK-INST-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-INST-HORA FROM TIME.
           IF WRK-INSTANTE = WRK-ULTIMO-INSTANTE
               ADD 1 TO WRK-SEQ-INSTANTE
           ELSE
               MOVE 1 TO WRK-SEQ-INSTANTE
               MOVE WRK-INSTANTE TO WRK-ULTIMO-INSTANTE
           END-IF.
           MOVE WRK-INST-DATA TO WRK-ID-DATA.
           MOVE WRK-INST-HHMMSS TO WRK-ID-HORA.
           MOVE WRK-INST-CENT TO WRK-ID-SEQ-CENT.
           MOVE WRK-SEQ-INSTANTE TO WRK-ID-SEQ-NUM.
       3000-EXIT.
           EXIT.

      ***************************************************
      * GRAVA O EVENTO COMO GERADO - SE JA EXISTE UM EVENTO
      * COM A MESMA CHAVE, SO O SUBSTITUI ENQUANTO ELE NAO
      * FOI TRANSMITIDO OU SE FOI REJEITADO PELO GOVERNO
      ***************************************************
       4000-GRAVAR-EVENTO.
           MOVE LK-EVT-CHAVE TO WRK-EVT-CHAVE.
           READ EVENTO-FILE
               INVALID KEY
                   SET EVENTO-NOVO TO TRUE
               NOT INVALID KEY
                   SET EVENTO-EXISTENTE TO TRUE
           END-READ.
           IF EVENTO-EXISTENTE
               AND (EVT-ENVIADO OR EVT-ACEITO)
               DISPLAY 'EVENTO ' WRK-EVT-TIPO ' DO CPF ' WRK-EVT-CPF
                   ' JA TRANSMITIDO - ID ' WRK-EVT-ID
               MOVE WRK-EVT-REG TO LK-EVT-REG
               SET LK-EVT-JA-ENVIADO TO TRUE
               GO TO 4000-EXIT
           END-IF.
           MOVE LK-EVT-REG TO WRK-EVT-REG.
           MOVE WRK-ID-MONTADO TO WRK-EVT-ID.
           SET EVT-GERADO TO TRUE.
           MOVE WRK-INST-DATA TO WRK-EVT-DATA-GERACAO.
           MOVE ZERO TO WRK-EVT-DATA-RETORNO.
           MOVE SPACES TO WRK-EVT-RECIBO.
           MOVE SPACES TO WRK-EVT-MENSAGEM.
           IF EVENTO-NOVO
               WRITE WRK-EVT-REG
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR ESOCIAL - '
                           WRK-EVT-CHAVE
                       GO TO 4000-EXIT
               END-WRITE
           ELSE
               REWRITE WRK-EVT-REG
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR ESOCIAL - '
                           WRK-EVT-CHAVE
                       GO TO 4000-EXIT
               END-REWRITE
           END-IF.
           MOVE WRK-EVT-REG TO LK-EVT-REG.
           SET LK-EVT-GRAVADO TO TRUE.
       4000-EXIT.
           EXIT.
