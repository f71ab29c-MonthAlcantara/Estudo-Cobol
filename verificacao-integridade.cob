       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB60.
      ***************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = MONTIVAL JUNIOR
      * OBJETIVO = VERIFICACAO SEMANAL DA INTEGRIDADE ENTRE OS
      * ARQUIVOS INDEXADOS DA FOLHA, RODADA ANTES DA CADEIA DO
      * FECHAMENTO MENSAL - PERCORRE O EMPFILE, O FOLHAFIL, O
      * RUBRFIL, O HORASEXT, O ADIANFIL, O DEPENFIL, O
      * PAGAVULS, O FECHFILE, O OPERFILE E O EMPRFILE E CONFERE
      * CADA VINCULO NO ARQUIVO DE DESTINO PELA CHAVE - CPF SEM
      * CADASTRO NO EMPFILE, EMPRESA SEM CADASTRO NO EMPRFILE,
      * COMPETENCIA ANTERIOR AO MES CORRENTE COM FOLHA MAS SEM
      * REGISTRO NO FECHFILE, FECHAMENTO FEITO POR OPERADOR QUE
      * NAO ESTA NO OPERFILE E CADASTROS DE EMPRESA E DE
      * OPERADOR INCOMPLETOS - LISTA CADA OCORRENCIA NO
      * RELINTEG, TOTALIZA POR TIPO E, SE PEDIDO, GRAVA AS
      * OCORRENCIAS NO ARQUIVO DE REJEICOES PARA O RH TRATAR
      * PELA FILA DO PROGCOB30
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
           SELECT FOLHA-CALCULO-FILE
               ASSIGN TO "FOLHAFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-FOLHA-CHAVE
               FILE STATUS IS WRK-FS-FOLHA.
           SELECT RUBRICA-FILE
               ASSIGN TO "RUBRFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-RUBR-CHAVE
               FILE STATUS IS WRK-FS-RUBRICA.
           SELECT HORAS-EXTRAS-FILE
               ASSIGN TO "HORASEXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-HORAS-CHAVE
               FILE STATUS IS WRK-FS-HORAS.
           SELECT ADIANTAMENTO-FILE
               ASSIGN TO "ADIANFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-ADTO-CHAVE
               FILE STATUS IS WRK-FS-ADIANTAMENTO.
           SELECT DEPENDENTE-FILE
               ASSIGN TO "DEPENFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-DEP-CHAVE
               FILE STATUS IS WRK-FS-DEPENDENTE.
           SELECT PAGAMENTO-AVULSO-FILE
               ASSIGN TO "PAGAVULS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-AVULSO-CHAVE
               FILE STATUS IS WRK-FS-AVULSO.
           SELECT FECHAMENTO-FILE
               ASSIGN TO "FECHFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-FECH-CHAVE
               FILE STATUS IS WRK-FS-FECHAMENTO.
           SELECT EMPRESA-FILE
               ASSIGN TO "EMPRFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-EMPR-CODIGO
               FILE STATUS IS WRK-FS-EMPRESA.
           SELECT OPERADOR-FILE
               ASSIGN TO "OPERFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-OPER-CODIGO
               FILE STATUS IS WRK-FS-OPERADOR.
           SELECT REJEICAO-FILE
               ASSIGN TO "REJEITOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REJEICAO.
           SELECT RELATORIO-FILE
               ASSIGN TO "RELINTEG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY CADASTRO-FUNCIONARIO.
       FD  FOLHA-CALCULO-FILE.
           COPY CALCULO-FOLHA.
       FD  RUBRICA-FILE.
           COPY LANCAMENTO-RUBRICA.
       FD  HORAS-EXTRAS-FILE.
           COPY HORAS-EXTRAS.
       FD  ADIANTAMENTO-FILE.
           COPY ADIANTAMENTO-QUINZENAL.
       FD  DEPENDENTE-FILE.
           COPY CADASTRO-DEPENDENTE.
       FD  PAGAMENTO-AVULSO-FILE.
           COPY PAGAMENTO-AVULSO.
       FD  FECHAMENTO-FILE.
           COPY FECHAMENTO-COMPETENCIA.
       FD  EMPRESA-FILE.
           COPY CADASTRO-EMPRESA.
       FD  OPERADOR-FILE.
           COPY CADASTRO-OPERADOR.
       FD  REJEICAO-FILE.
           COPY REGISTRO-REJEICAO.
       FD  RELATORIO-FILE
           LABEL RECORDS ARE OMITTED.
       01  WRK-LINHA-REL PIC X(080).
       WORKING-STORAGE SECTION.
       77 WRK-FS-EMPLOYEE   PIC X(02) VALUE ZEROS.
       77 WRK-FS-FOLHA      PIC X(02) VALUE ZEROS.
       77 WRK-FS-RUBRICA    PIC X(02) VALUE ZEROS.
       77 WRK-FS-HORAS      PIC X(02) VALUE ZEROS.
       77 WRK-FS-ADIANTAMENTO PIC X(02) VALUE ZEROS.
       77 WRK-FS-DEPENDENTE PIC X(02) VALUE ZEROS.
       77 WRK-FS-AVULSO     PIC X(02) VALUE ZEROS.
       77 WRK-FS-FECHAMENTO PIC X(02) VALUE ZEROS.
       77 WRK-FS-EMPRESA    PIC X(02) VALUE ZEROS.
       77 WRK-FS-OPERADOR   PIC X(02) VALUE ZEROS.
       77 WRK-FS-REJEICAO   PIC X(02) VALUE ZEROS.
       77 WRK-FS-RELATORIO  PIC X(02) VALUE ZEROS.
      ***************ARQUIVOS ABERTOS E VERIFICADOS (O EMPFILE E
      ***************OBRIGATORIO; OS DEMAIS AUSENTES SAO AVISADOS)
       77 WRK-FOLHA-ABERTA  PIC X(01) VALUE 'N'.
           88 FOLHAFIL-ABERTO         VALUE 'S'.
       77 WRK-RUBRICA-ABERTA PIC X(01) VALUE 'N'.
           88 RUBRFIL-ABERTO          VALUE 'S'.
       77 WRK-HORAS-ABERTA  PIC X(01) VALUE 'N'.
           88 HORASEXT-ABERTO         VALUE 'S'.
       77 WRK-ADTO-ABERTA   PIC X(01) VALUE 'N'.
           88 ADIANFIL-ABERTO         VALUE 'S'.
       77 WRK-DEP-ABERTA    PIC X(01) VALUE 'N'.
           88 DEPENFIL-ABERTO         VALUE 'S'.
       77 WRK-AVULSO-ABERTA PIC X(01) VALUE 'N'.
           88 PAGAVULS-ABERTO         VALUE 'S'.
       77 WRK-FECH-ABERTA   PIC X(01) VALUE 'N'.
           88 FECHFILE-ABERTO         VALUE 'S'.
       77 WRK-EMPR-ABERTA   PIC X(01) VALUE 'N'.
           88 EMPRFILE-ABERTO         VALUE 'S'.
       77 WRK-OPER-ABERTA   PIC X(01) VALUE 'N'.
           88 OPERFILE-ABERTO         VALUE 'S'.
       77 WRK-REJ-ABERTA    PIC X(01) VALUE 'N'.
           88 REJEITOS-ABERTO         VALUE 'S'.
       77 WRK-FIM-ARQUIVO   PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO          VALUE 'S'.
      ***************GRAVAR AS OCORRENCIAS NO REJEITOS (S/N)
       77 WRK-GRAVAR-REJ    PIC X(01) VALUE 'N'.
           88 GRAVAR-REJEITOS         VALUE 'S'.
      ***************INDICADOR DE LOCALIZACAO CRUZADA
       77 WRK-ACHADO        PIC X(01) VALUE 'N'.
           88 REGISTRO-ACHADO         VALUE 'S'.
           88 REGISTRO-NAO-ACHADO     VALUE 'N'.
      ***************DATA DE HOJE E COMPETENCIA CORRENTE
       01 WRK-DATA-HOJE     PIC 9(08) VALUE ZERO.
       01 WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           05 WRK-HOJE-ANOMES PIC 9(06).
           05 WRK-HOJE-DIA    PIC 9(02).
       77 WRK-COMP-CORRENTE PIC 9(06) VALUE ZERO.
      ***************OCORRENCIA A REGISTRAR - TIPO, CPF E CHAVE
       77 WRK-OCOR-TIPO     PIC 9(02) VALUE ZERO COMP.
       77 WRK-OCOR-CPF      PIC X(11) VALUE SPACES.
       77 WRK-OCOR-CHAVE    PIC X(10) VALUE SPACES.
      ***************ARQUIVO QUE NAO PODE SER ABERTO E SEU FS
       77 WRK-AUSENTE-ARQ   PIC X(08) VALUE SPACES.
       77 WRK-AUSENTE-FS    PIC X(02) VALUE SPACES.
       77 WRK-QTD-OCORRENCIAS PIC 9(06) VALUE ZERO.
       77 WRK-QTD-ED        PIC ZZZ.ZZ9.
      ***************************************************
      * TABELA DOS TIPOS DE VINCULO QUEBRADO - DESCRICAO
      * (GRAVADA TAMBEM NO MOTIVO DA REJEICAO) E QUANTIDADE
      ***************************************************
       01 WRK-TAB-TIPOS-DADOS.
           05 FILLER PIC X(29) VALUE 'EMPFILE EMPRESA SEM EMPRFILE '.
           05 FILLER PIC X(29) VALUE 'FOLHAFIL CPF SEM EMPFILE     '.
           05 FILLER PIC X(29) VALUE 'FOLHAFIL COMPET. SEM FECHFILE'.
           05 FILLER PIC X(29) VALUE 'RUBRFIL CPF SEM EMPFILE      '.
           05 FILLER PIC X(29) VALUE 'HORASEXT CPF SEM EMPFILE     '.
           05 FILLER PIC X(29) VALUE 'ADIANFIL CPF SEM EMPFILE     '.
           05 FILLER PIC X(29) VALUE 'DEPENFIL CPF SEM EMPFILE     '.
           05 FILLER PIC X(29) VALUE 'PAGAVULS CPF SEM EMPFILE     '.
           05 FILLER PIC X(29) VALUE 'FECHFILE EMPRESA SEM EMPRFILE'.
           05 FILLER PIC X(29) VALUE 'FECHFILE OPER. SEM OPERFILE  '.
           05 FILLER PIC X(29) VALUE 'OPERFILE NIVEL FORA DE 1 A 9 '.
           05 FILLER PIC X(29) VALUE 'EMPRFILE CNPJ INVALIDO       '.
       01 WRK-TAB-TIPOS REDEFINES WRK-TAB-TIPOS-DADOS.
           05 WRK-TIPO-DESCRICAO PIC X(29) OCCURS 12 TIMES.
       01 WRK-TAB-CONTAGEM.
           05 WRK-TIPO-QTD      PIC 9(06) OCCURS 12 TIMES.
       77 WRK-TIPO-MAX      PIC 9(02) VALUE 12.
       77 WRK-IDX           PIC 9(02) VALUE ZERO COMP.
      ***************************************************
      * EMPRESAS E COMPETENCIAS JA APONTADAS COMO SEM
      * FECHAMENTO, PARA LISTAR CADA UMA UMA SO VEZ E NAO UMA
      * POR FUNCIONARIO DO FOLHAFIL
      ***************************************************
       01 WRK-TAB-PENDENCIA.
           05 WRK-PEND-ITEM OCCURS 300 TIMES.
               10 WRK-PEND-EMPRESA     PIC X(03).
               10 WRK-PEND-COMPETENCIA PIC 9(06).
       77 WRK-PEND-QTD      PIC 9(03) VALUE ZERO COMP.
       77 WRK-PEND-MAX      PIC 9(03) VALUE 300.
       77 WRK-PEND-IDX      PIC 9(03) VALUE ZERO COMP.
      ***************CHAVE MONTADA PARA A OCORRENCIA
       01 WRK-CHAVE-EMPR-COMP.
           05 WRK-CEC-EMPRESA      PIC X(03).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WRK-CEC-COMPETENCIA  PIC 9(06).
       01 WRK-CHAVE-COMP-COD.
           05 WRK-CCC-COMPETENCIA  PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WRK-CCC-CODIGO       PIC X(03).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-VERIFICAR-EMPFILE THRU 2000-EXIT.
           PERFORM 3000-VERIFICAR-FOLHA THRU 3000-EXIT.
           PERFORM 3500-VERIFICAR-RUBRICA THRU 3500-EXIT.
           PERFORM 4000-VERIFICAR-HORAS THRU 4000-EXIT.
           PERFORM 4200-VERIFICAR-ADIANTAMENTO THRU 4200-EXIT.
           PERFORM 4400-VERIFICAR-DEPENDENTE THRU 4400-EXIT.
           PERFORM 4600-VERIFICAR-AVULSO THRU 4600-EXIT.
           PERFORM 5000-VERIFICAR-FECHAMENTO THRU 5000-EXIT.
           PERFORM 5500-VERIFICAR-OPERADOR THRU 5500-EXIT.
           PERFORM 5700-VERIFICAR-EMPRESA THRU 5700-EXIT.
           PERFORM 7000-IMPRIMIR-RESUMO THRU 7000-EXIT.
           PERFORM 9999-FINALIZAR THRU 9999-EXIT.
           STOP RUN.

      ***************************************************
      * PERGUNTA SE AS OCORRENCIAS VAO PARA O REJEITOS, ABRE
      * OS ARQUIVOS (SO O EMPFILE E OBRIGATORIO) E IMPRIME O
      * TITULO DO RELATORIO
      ***************************************************
       1000-INICIALIZAR.
           DISPLAY 'GRAVAR AS OCORRENCIAS NO REJEITOS (S/N): '.
           ACCEPT WRK-GRAVAR-REJ FROM CONSOLE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-HOJE-ANOMES TO WRK-COMP-CORRENTE.
           MOVE ZEROS TO WRK-TAB-CONTAGEM.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WRK-FS-EMPLOYEE NOT = '00'
               DISPLAY 'ERRO AO ABRIR EMPLOYEE-MASTER - FS='
                   WRK-FS-EMPLOYEE
               GO TO 9999-EXIT
           END-IF.
           OPEN OUTPUT RELATORIO-FILE.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR RELINTEG - FS='
                   WRK-FS-RELATORIO
               CLOSE EMPLOYEE-MASTER-FILE
               GO TO 9999-EXIT
           END-IF.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'VERIFICACAO DE INTEGRIDADE DOS ARQUIVOS DA FOLHA - '
               WRK-DATA-HOJE
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING PAGE.
           OPEN INPUT FOLHA-CALCULO-FILE.
           IF WRK-FS-FOLHA = '00'
               SET FOLHAFIL-ABERTO TO TRUE
           ELSE
               MOVE 'FOLHAFIL' TO WRK-AUSENTE-ARQ
               MOVE WRK-FS-FOLHA TO WRK-AUSENTE-FS
               PERFORM 1900-AVISAR-AUSENTE THRU 1900-EXIT
           END-IF.
           OPEN INPUT RUBRICA-FILE.
           IF WRK-FS-RUBRICA = '00'
               SET RUBRFIL-ABERTO TO TRUE
           ELSE
               MOVE 'RUBRFIL' TO WRK-AUSENTE-ARQ
               MOVE WRK-FS-RUBRICA TO WRK-AUSENTE-FS
               PERFORM 1900-AVISAR-AUSENTE THRU 1900-EXIT
           END-IF.
           OPEN INPUT HORAS-EXTRAS-FILE.
           IF WRK-FS-HORAS = '00'
               SET HORASEXT-ABERTO TO TRUE
           ELSE
               MOVE 'HORASEXT' TO WRK-AUSENTE-ARQ
               MOVE WRK-FS-HORAS TO WRK-AUSENTE-FS
               PERFORM 1900-AVISAR-AUSENTE THRU 1900-EXIT
           END-IF.
           OPEN INPUT ADIANTAMENTO-FILE.
           IF WRK-FS-ADIANTAMENTO = '00'
               SET ADIANFIL-ABERTO TO TRUE
           ELSE
               MOVE 'ADIANFIL' TO WRK-AUSENTE-ARQ
               MOVE WRK-FS-ADIANTAMENTO TO WRK-AUSENTE-FS
               PERFORM 1900-AVISAR-AUSENTE THRU 1900-EXIT
           END-IF.
           OPEN INPUT DEPENDENTE-FILE.
           IF WRK-FS-DEPENDENTE = '00'
               SET DEPENFIL-ABERTO TO TRUE
           ELSE
               MOVE 'DEPENFIL' TO WRK-AUSENTE-ARQ
               MOVE WRK-FS-DEPENDENTE TO WRK-AUSENTE-FS
               PERFORM 1900-AVISAR-AUSENTE THRU 1900-EXIT
           END-IF.
           OPEN INPUT PAGAMENTO-AVULSO-FILE.
           IF WRK-FS-AVULSO = '00'
               SET PAGAVULS-ABERTO TO TRUE
           ELSE
               MOVE 'PAGAVULS' TO WRK-AUSENTE-ARQ
               MOVE WRK-FS-AVULSO TO WRK-AUSENTE-FS
               PERFORM 1900-AVISAR-AUSENTE THRU 1900-EXIT
           END-IF.
           OPEN INPUT FECHAMENTO-FILE.
           IF WRK-FS-FECHAMENTO = '00'
               SET FECHFILE-ABERTO TO TRUE
           ELSE
               MOVE 'FECHFILE' TO WRK-AUSENTE-ARQ
               MOVE WRK-FS-FECHAMENTO TO WRK-AUSENTE-FS
               PERFORM 1900-AVISAR-AUSENTE THRU 1900-EXIT
           END-IF.
           OPEN INPUT EMPRESA-FILE.
           IF WRK-FS-EMPRESA = '00'
               SET EMPRFILE-ABERTO TO TRUE
           ELSE
               MOVE 'EMPRFILE' TO WRK-AUSENTE-ARQ
               MOVE WRK-FS-EMPRESA TO WRK-AUSENTE-FS
               PERFORM 1900-AVISAR-AUSENTE THRU 1900-EXIT
           END-IF.
           OPEN INPUT OPERADOR-FILE.
           IF WRK-FS-OPERADOR = '00'
               SET OPERFILE-ABERTO TO TRUE
           ELSE
               MOVE 'OPERFILE' TO WRK-AUSENTE-ARQ
               MOVE WRK-FS-OPERADOR TO WRK-AUSENTE-FS
               PERFORM 1900-AVISAR-AUSENTE THRU 1900-EXIT
           END-IF.
           IF GRAVAR-REJEITOS
               OPEN EXTEND REJEICAO-FILE
               IF WRK-FS-REJEICAO = '35'
                   OPEN OUTPUT REJEICAO-FILE
               END-IF
               IF WRK-FS-REJEICAO = '00'
                   SET REJEITOS-ABERTO TO TRUE
               ELSE
                   DISPLAY 'ERRO AO ABRIR REJEICAO - FS='
                       WRK-FS-REJEICAO ' - OCORRENCIAS SO NO RELINTEG'
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

      ***************************************************
      * AVISA NO CONSOLE E NO RELATORIO O ARQUIVO QUE NAO
      * PODE SER ABERTO E FICA FORA DA VERIFICACAO
      ***************************************************
       1900-AVISAR-AUSENTE.
           DISPLAY WRK-AUSENTE-ARQ ' NAO VERIFICADO - FS='
               WRK-AUSENTE-FS.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'ARQUIVO ' WRK-AUSENTE-ARQ ' NAO VERIFICADO - FS='
               WRK-AUSENTE-FS
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 1 LINES.
       1900-EXIT.
           EXIT.

      ***************************************************
      * PERCORRE O EMPFILE E CONFERE A EMPRESA DE CADA
      * FUNCIONARIO NO EMPRFILE
      ***************************************************
       2000-VERIFICAR-EMPFILE.
           IF NOT EMPRFILE-ABERTO
               GO TO 2000-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM 2100-LER-EMPFILE THRU 2100-EXIT.
           PERFORM 2200-TESTAR-EMPRESA THRU 2200-EXIT
               UNTIL FIM-DO-ARQUIVO.
       2000-EXIT.
           EXIT.

       2100-LER-EMPFILE.
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.
       2100-EXIT.
           EXIT.

       2200-TESTAR-EMPRESA.
           MOVE WRK-FUNC-EMPRESA TO WRK-EMPR-CODIGO.
           PERFORM 8200-BUSCAR-EMPRESA THRU 8200-EXIT.
           IF REGISTRO-NAO-ACHADO
               MOVE 1 TO WRK-OCOR-TIPO
               MOVE WRK-FUNC-CPF TO WRK-OCOR-CPF
               MOVE WRK-FUNC-EMPRESA TO WRK-OCOR-CHAVE
               PERFORM 8000-REGISTRAR-OCORRENCIA THRU 8000-EXIT
           END-IF.
           PERFORM 2100-LER-EMPFILE THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      ***************************************************
      * PERCORRE O FOLHAFIL - CPF SEM CADASTRO NO EMPFILE E,
      * PARA O CPF CADASTRADO, COMPETENCIA ANTERIOR AO MES
      * CORRENTE SEM REGISTRO NO FECHFILE PARA A EMPRESA DELE
      ***************************************************
       3000-VERIFICAR-FOLHA.
           IF NOT FOLHAFIL-ABERTO
               GO TO 3000-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM 3100-LER-FOLHA THRU 3100-EXIT.
           PERFORM 3200-TESTAR-FOLHA THRU 3200-EXIT
               UNTIL FIM-DO-ARQUIVO.
       3000-EXIT.
           EXIT.

       3100-LER-FOLHA.
           READ FOLHA-CALCULO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.
       3100-EXIT.
           EXIT.

       3200-TESTAR-FOLHA.
           MOVE WRK-FOLHA-CPF TO WRK-FUNC-CPF.
           PERFORM 8100-BUSCAR-EMPFILE THRU 8100-EXIT.
           IF REGISTRO-NAO-ACHADO
               MOVE 2 TO WRK-OCOR-TIPO
               MOVE WRK-FOLHA-CPF TO WRK-OCOR-CPF
               MOVE WRK-FOLHA-COMPETENCIA TO WRK-OCOR-CHAVE
               PERFORM 8000-REGISTRAR-OCORRENCIA THRU 8000-EXIT
           ELSE
               IF FECHFILE-ABERTO
                   AND WRK-FOLHA-COMPETENCIA < WRK-COMP-CORRENTE
                   PERFORM 3300-TESTAR-FECHAMENTO THRU 3300-EXIT
               END-IF
           END-IF.
           PERFORM 3100-LER-FOLHA THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

      ***************************************************
      * CONFERE SE A EMPRESA DO FUNCIONARIO TEM REGISTRO DE
      * FECHAMENTO NA COMPETENCIA DA FOLHA - CADA EMPRESA E
      * COMPETENCIA PENDENTE E APONTADA UMA SO VEZ
      ***************************************************
       3300-TESTAR-FECHAMENTO.
           MOVE WRK-FUNC-EMPRESA TO WRK-FECH-EMPRESA.
           MOVE WRK-FOLHA-COMPETENCIA TO WRK-FECH-COMPETENCIA.
           READ FECHAMENTO-FILE
               INVALID KEY
                   SET REGISTRO-NAO-ACHADO TO TRUE
               NOT INVALID KEY
                   SET REGISTRO-ACHADO TO TRUE
           END-READ.
           IF REGISTRO-ACHADO
               GO TO 3300-EXIT
           END-IF.
           PERFORM 3350-PROCURAR-PENDENCIA THRU 3350-EXIT
               VARYING WRK-PEND-IDX FROM 1 BY 1
               UNTIL WRK-PEND-IDX > WRK-PEND-QTD
                   OR (WRK-PEND-EMPRESA (WRK-PEND-IDX) =
                       WRK-FUNC-EMPRESA
                   AND WRK-PEND-COMPETENCIA (WRK-PEND-IDX) =
                       WRK-FOLHA-COMPETENCIA).
           IF WRK-PEND-IDX NOT > WRK-PEND-QTD
               GO TO 3300-EXIT
           END-IF.
           IF WRK-PEND-QTD < WRK-PEND-MAX
               ADD 1 TO WRK-PEND-QTD
               MOVE WRK-FUNC-EMPRESA TO
                   WRK-PEND-EMPRESA (WRK-PEND-QTD)
               MOVE WRK-FOLHA-COMPETENCIA TO
                   WRK-PEND-COMPETENCIA (WRK-PEND-QTD)
           END-IF.
           MOVE 3 TO WRK-OCOR-TIPO.
           MOVE SPACES TO WRK-OCOR-CPF.
           MOVE WRK-FUNC-EMPRESA TO WRK-CEC-EMPRESA.
           MOVE WRK-FOLHA-COMPETENCIA TO WRK-CEC-COMPETENCIA.
           MOVE WRK-CHAVE-EMPR-COMP TO WRK-OCOR-CHAVE.
           PERFORM 8000-REGISTRAR-OCORRENCIA THRU 8000-EXIT.
       3300-EXIT.
           EXIT.

       3350-PROCURAR-PENDENCIA.
           CONTINUE.
       3350-EXIT.
           EXIT.

      ***************************************************
      * PERCORRE O RUBRFIL E CONFERE O CPF NO EMPFILE
      ***************************************************
       3500-VERIFICAR-RUBRICA.
           IF NOT RUBRFIL-ABERTO
               GO TO 3500-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM 3600-LER-RUBRICA THRU 3600-EXIT.
           PERFORM 3700-TESTAR-RUBRICA THRU 3700-EXIT
               UNTIL FIM-DO-ARQUIVO.
       3500-EXIT.
           EXIT.

       3600-LER-RUBRICA.
           READ RUBRICA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.
       3600-EXIT.
           EXIT.

       3700-TESTAR-RUBRICA.
           MOVE WRK-RUBR-CPF TO WRK-FUNC-CPF.
           PERFORM 8100-BUSCAR-EMPFILE THRU 8100-EXIT.
           IF REGISTRO-NAO-ACHADO
               MOVE 4 TO WRK-OCOR-TIPO
               MOVE WRK-RUBR-CPF TO WRK-OCOR-CPF
               MOVE WRK-RUBR-COMPETENCIA TO WRK-CCC-COMPETENCIA
               MOVE WRK-RUBR-CODIGO TO WRK-CCC-CODIGO
               MOVE WRK-CHAVE-COMP-COD TO WRK-OCOR-CHAVE
               PERFORM 8000-REGISTRAR-OCORRENCIA THRU 8000-EXIT
           END-IF.
           PERFORM 3600-LER-RUBRICA THRU 3600-EXIT.
       3700-EXIT.
           EXIT.

      ***************************************************
      * PERCORRE O HORASEXT E CONFERE O CPF NO EMPFILE
      ***************************************************
       4000-VERIFICAR-HORAS.
           IF NOT HORASEXT-ABERTO
               GO TO 4000-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM 4050-LER-HORAS THRU 4050-EXIT.
           PERFORM 4100-TESTAR-HORAS THRU 4100-EXIT
               UNTIL FIM-DO-ARQUIVO.
       4000-EXIT.
           EXIT.

       4050-LER-HORAS.
           READ HORAS-EXTRAS-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.
       4050-EXIT.
           EXIT.

       4100-TESTAR-HORAS.
           MOVE WRK-HORAS-CPF TO WRK-FUNC-CPF.
           PERFORM 8100-BUSCAR-EMPFILE THRU 8100-EXIT.
           IF REGISTRO-NAO-ACHADO
               MOVE 5 TO WRK-OCOR-TIPO
               MOVE WRK-HORAS-CPF TO WRK-OCOR-CPF
               MOVE WRK-HORAS-COMPETENCIA TO WRK-OCOR-CHAVE
               PERFORM 8000-REGISTRAR-OCORRENCIA THRU 8000-EXIT
           END-IF.
           PERFORM 4050-LER-HORAS THRU 4050-EXIT.
       4100-EXIT.
           EXIT.

      ***************************************************
      * PERCORRE O ADIANFIL E CONFERE O CPF NO EMPFILE
      ***************************************************
       4200-VERIFICAR-ADIANTAMENTO.
           IF NOT ADIANFIL-ABERTO
               GO TO 4200-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM 4250-LER-ADIANTAMENTO THRU 4250-EXIT.
           PERFORM 4300-TESTAR-ADIANTAMENTO THRU 4300-EXIT
               UNTIL FIM-DO-ARQUIVO.
       4200-EXIT.
           EXIT.

       4250-LER-ADIANTAMENTO.
           READ ADIANTAMENTO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.
       4250-EXIT.
           EXIT.

       4300-TESTAR-ADIANTAMENTO.
           MOVE WRK-ADTO-CPF TO WRK-FUNC-CPF.
           PERFORM 8100-BUSCAR-EMPFILE THRU 8100-EXIT.
           IF REGISTRO-NAO-ACHADO
               MOVE 6 TO WRK-OCOR-TIPO
               MOVE WRK-ADTO-CPF TO WRK-OCOR-CPF
               MOVE WRK-ADTO-COMPETENCIA TO WRK-OCOR-CHAVE
               PERFORM 8000-REGISTRAR-OCORRENCIA THRU 8000-EXIT
           END-IF.
           PERFORM 4250-LER-ADIANTAMENTO THRU 4250-EXIT.
       4300-EXIT.
           EXIT.

      ***************************************************
      * PERCORRE O DEPENFIL E CONFERE O CPF NO EMPFILE
      ***************************************************
       4400-VERIFICAR-DEPENDENTE.
           IF NOT DEPENFIL-ABERTO
               GO TO 4400-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM 4450-LER-DEPENDENTE THRU 4450-EXIT.
           PERFORM 4500-TESTAR-DEPENDENTE THRU 4500-EXIT
               UNTIL FIM-DO-ARQUIVO.
       4400-EXIT.
           EXIT.

       4450-LER-DEPENDENTE.
           READ DEPENDENTE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.
       4450-EXIT.
           EXIT.

       4500-TESTAR-DEPENDENTE.
           MOVE WRK-DEP-CPF TO WRK-FUNC-CPF.
           PERFORM 8100-BUSCAR-EMPFILE THRU 8100-EXIT.
           IF REGISTRO-NAO-ACHADO
               MOVE 7 TO WRK-OCOR-TIPO
               MOVE WRK-DEP-CPF TO WRK-OCOR-CPF
               MOVE WRK-DEP-SEQUENCIA TO WRK-OCOR-CHAVE
               PERFORM 8000-REGISTRAR-OCORRENCIA THRU 8000-EXIT
           END-IF.
           PERFORM 4450-LER-DEPENDENTE THRU 4450-EXIT.
       4500-EXIT.
           EXIT.

      ***************************************************
      * PERCORRE O PAGAVULS E CONFERE O CPF NO EMPFILE
      ***************************************************
       4600-VERIFICAR-AVULSO.
           IF NOT PAGAVULS-ABERTO
               GO TO 4600-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM 4650-LER-AVULSO THRU 4650-EXIT.
           PERFORM 4700-TESTAR-AVULSO THRU 4700-EXIT
               UNTIL FIM-DO-ARQUIVO.
       4600-EXIT.
           EXIT.

       4650-LER-AVULSO.
           READ PAGAMENTO-AVULSO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.
       4650-EXIT.
           EXIT.

       4700-TESTAR-AVULSO.
           MOVE WRK-AVULSO-CPF TO WRK-FUNC-CPF.
           PERFORM 8100-BUSCAR-EMPFILE THRU 8100-EXIT.
           IF REGISTRO-NAO-ACHADO
               MOVE 8 TO WRK-OCOR-TIPO
               MOVE WRK-AVULSO-CPF TO WRK-OCOR-CPF
               MOVE WRK-AVULSO-TIPO TO WRK-OCOR-CHAVE
               PERFORM 8000-REGISTRAR-OCORRENCIA THRU 8000-EXIT
           END-IF.
           PERFORM 4650-LER-AVULSO THRU 4650-EXIT.
       4700-EXIT.
           EXIT.

      ***************************************************
      * PERCORRE O FECHFILE E CONFERE A EMPRESA NO EMPRFILE E
      * O OPERADOR QUE FECHOU (OU REABRIU) NO OPERFILE
      ***************************************************
       5000-VERIFICAR-FECHAMENTO.
           IF NOT FECHFILE-ABERTO
               GO TO 5000-EXIT
           END-IF.
           MOVE LOW-VALUES TO WRK-FECH-CHAVE.
           START FECHAMENTO-FILE KEY NOT < WRK-FECH-CHAVE
               INVALID KEY
                   GO TO 5000-EXIT
           END-START.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM 5050-LER-FECHAMENTO THRU 5050-EXIT.
           PERFORM 5100-TESTAR-FECHAMENTO THRU 5100-EXIT
               UNTIL FIM-DO-ARQUIVO.
       5000-EXIT.
           EXIT.

       5050-LER-FECHAMENTO.
           READ FECHAMENTO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.
       5050-EXIT.
           EXIT.

       5100-TESTAR-FECHAMENTO.
           MOVE WRK-FECH-EMPRESA TO WRK-CEC-EMPRESA.
           MOVE WRK-FECH-COMPETENCIA TO WRK-CEC-COMPETENCIA.
           IF EMPRFILE-ABERTO
               MOVE WRK-FECH-EMPRESA TO WRK-EMPR-CODIGO
               PERFORM 8200-BUSCAR-EMPRESA THRU 8200-EXIT
               IF REGISTRO-NAO-ACHADO
                   MOVE 9 TO WRK-OCOR-TIPO
                   MOVE SPACES TO WRK-OCOR-CPF
                   MOVE WRK-CHAVE-EMPR-COMP TO WRK-OCOR-CHAVE
                   PERFORM 8000-REGISTRAR-OCORRENCIA THRU 8000-EXIT
               END-IF
           END-IF.
           IF OPERFILE-ABERTO
               MOVE WRK-FECH-OPERADOR TO WRK-OPER-CODIGO
               READ OPERADOR-FILE
                   INVALID KEY
                       SET REGISTRO-NAO-ACHADO TO TRUE
                   NOT INVALID KEY
                       SET REGISTRO-ACHADO TO TRUE
               END-READ
               IF REGISTRO-NAO-ACHADO
                   MOVE 10 TO WRK-OCOR-TIPO
                   MOVE SPACES TO WRK-OCOR-CPF
                   MOVE WRK-FECH-OPERADOR TO WRK-OCOR-CHAVE
                   PERFORM 8000-REGISTRAR-OCORRENCIA THRU 8000-EXIT
               END-IF
           END-IF.
           PERFORM 5050-LER-FECHAMENTO THRU 5050-EXIT.
       5100-EXIT.
           EXIT.

      ***************************************************
      * PERCORRE O OPERFILE DO INICIO (DEPOIS DAS LEITURAS
      * PELA CHAVE) E CONFERE O NIVEL DE ACESSO, USADO PELO
      * LOGON (PROGCOB32) NAS LIBERACOES DE NIVEL 5
      ***************************************************
       5500-VERIFICAR-OPERADOR.
           IF NOT OPERFILE-ABERTO
               GO TO 5500-EXIT
           END-IF.
           MOVE LOW-VALUES TO WRK-OPER-CODIGO.
           START OPERADOR-FILE KEY NOT < WRK-OPER-CODIGO
               INVALID KEY
                   GO TO 5500-EXIT
           END-START.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM 5550-LER-OPERADOR THRU 5550-EXIT.
           PERFORM 5600-TESTAR-OPERADOR THRU 5600-EXIT
               UNTIL FIM-DO-ARQUIVO.
       5500-EXIT.
           EXIT.

       5550-LER-OPERADOR.
           READ OPERADOR-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.
       5550-EXIT.
           EXIT.

       5600-TESTAR-OPERADOR.
           IF WRK-OPER-NIVEL NOT NUMERIC
               OR WRK-OPER-NIVEL = ZERO
               MOVE 11 TO WRK-OCOR-TIPO
               MOVE SPACES TO WRK-OCOR-CPF
               MOVE WRK-OPER-CODIGO TO WRK-OCOR-CHAVE
               PERFORM 8000-REGISTRAR-OCORRENCIA THRU 8000-EXIT
           END-IF.
           PERFORM 5550-LER-OPERADOR THRU 5550-EXIT.
       5600-EXIT.
           EXIT.

      ***************************************************
      * PERCORRE O EMPRFILE DO INICIO (DEPOIS DAS LEITURAS
      * PELA CHAVE) E CONFERE O CNPJ, USADO NO CABECALHO DAS
      * REMESSAS E NA IDENTIFICACAO DOS EVENTOS DO ESOCIAL
      ***************************************************
       5700-VERIFICAR-EMPRESA.
           IF NOT EMPRFILE-ABERTO
               GO TO 5700-EXIT
           END-IF.
           MOVE LOW-VALUES TO WRK-EMPR-CODIGO.
           START EMPRESA-FILE KEY NOT < WRK-EMPR-CODIGO
               INVALID KEY
                   GO TO 5700-EXIT
           END-START.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM 5750-LER-EMPRESA THRU 5750-EXIT.
           PERFORM 5800-TESTAR-EMPRESA THRU 5800-EXIT
               UNTIL FIM-DO-ARQUIVO.
       5700-EXIT.
           EXIT.

       5750-LER-EMPRESA.
           READ EMPRESA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.
       5750-EXIT.
           EXIT.

       5800-TESTAR-EMPRESA.
           IF WRK-EMPR-CNPJ NOT NUMERIC
               OR WRK-EMPR-CNPJ = ZEROS
               MOVE 12 TO WRK-OCOR-TIPO
               MOVE SPACES TO WRK-OCOR-CPF
               MOVE WRK-EMPR-CODIGO TO WRK-OCOR-CHAVE
               PERFORM 8000-REGISTRAR-OCORRENCIA THRU 8000-EXIT
           END-IF.
           PERFORM 5750-LER-EMPRESA THRU 5750-EXIT.
       5800-EXIT.
           EXIT.

      ***************************************************
      * IMPRIME O TOTAL DE OCORRENCIAS POR TIPO DE VINCULO
      ***************************************************
       7000-IMPRIMIR-RESUMO.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'RESUMO POR TIPO DE OCORRENCIA'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 3 LINES.
           PERFORM 7100-IMPRIMIR-TIPO THRU 7100-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-TIPO-MAX.
           MOVE WRK-QTD-OCORRENCIAS TO WRK-QTD-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'TOTAL DE OCORRENCIAS            : ' WRK-QTD-ED
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 2 LINES.
           DISPLAY 'VERIFICACAO DE INTEGRIDADE - OCORRENCIAS: '
               WRK-QTD-OCORRENCIAS.
           IF REJEITOS-ABERTO AND WRK-QTD-OCORRENCIAS > ZERO
               DISPLAY 'OCORRENCIAS GRAVADAS NO REJEITOS - TRATAR '
                   'PELO PROGCOB30'
           END-IF.
       7000-EXIT.
           EXIT.

       7100-IMPRIMIR-TIPO.
           MOVE WRK-TIPO-QTD (WRK-IDX) TO WRK-QTD-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING '  ' WRK-TIPO-DESCRICAO (WRK-IDX) ' : ' WRK-QTD-ED
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 1 LINES.
       7100-EXIT.
           EXIT.

      ***************************************************
      * CONTA A OCORRENCIA NO SEU TIPO, LISTA NO RELATORIO
      * E, SE PEDIDO, GRAVA NO REJEITOS COM O MOTIVO FORMADO
      * PELA DESCRICAO DO TIPO E A CHAVE DO REGISTRO
      ***************************************************
       8000-REGISTRAR-OCORRENCIA.
           ADD 1 TO WRK-TIPO-QTD (WRK-OCOR-TIPO).
           ADD 1 TO WRK-QTD-OCORRENCIAS.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING WRK-TIPO-DESCRICAO (WRK-OCOR-TIPO) ' '
               WRK-OCOR-CHAVE ' CPF ' WRK-OCOR-CPF
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 1 LINES.
           IF NOT REJEITOS-ABERTO
               GO TO 8000-EXIT
           END-IF.
           MOVE SPACES TO WRK-REJEICAO-REG.
           MOVE WRK-OCOR-CPF TO WRK-REJEICAO-CPF.
           STRING WRK-TIPO-DESCRICAO (WRK-OCOR-TIPO) ' '
               WRK-OCOR-CHAVE
               DELIMITED BY SIZE INTO WRK-REJEICAO-MOTIVO.
           MOVE 'PROGCOB60' TO WRK-REJEICAO-PROGRAMA.
           ACCEPT WRK-REJEICAO-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-REJEICAO-HORA FROM TIME.
           MOVE 'P' TO WRK-REJEICAO-SITUACAO.
           MOVE ZERO TO WRK-REJEICAO-RESOL-DATA.
           MOVE SPACES TO WRK-REJEICAO-RESOL-OPER.
           WRITE WRK-REJEICAO-REG.
       8000-EXIT.
           EXIT.

      ***************************************************
      * PROCURA NO EMPFILE O CPF MOVIDO PARA WRK-FUNC-CPF
      ***************************************************
       8100-BUSCAR-EMPFILE.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   SET REGISTRO-NAO-ACHADO TO TRUE
               NOT INVALID KEY
                   SET REGISTRO-ACHADO TO TRUE
           END-READ.
       8100-EXIT.
           EXIT.

      ***************************************************
      * PROCURA NO EMPRFILE A EMPRESA MOVIDA PARA
      * WRK-EMPR-CODIGO
      ***************************************************
       8200-BUSCAR-EMPRESA.
           READ EMPRESA-FILE
               INVALID KEY
                   SET REGISTRO-NAO-ACHADO TO TRUE
               NOT INVALID KEY
                   SET REGISTRO-ACHADO TO TRUE
           END-READ.
       8200-EXIT.
           EXIT.

      ***************************************************
      * FECHA OS ARQUIVOS ABERTOS
      ***************************************************
       9999-FINALIZAR.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE RELATORIO-FILE.
           IF FOLHAFIL-ABERTO
               CLOSE FOLHA-CALCULO-FILE
           END-IF.
           IF RUBRFIL-ABERTO
               CLOSE RUBRICA-FILE
           END-IF.
           IF HORASEXT-ABERTO
               CLOSE HORAS-EXTRAS-FILE
           END-IF.
           IF ADIANFIL-ABERTO
               CLOSE ADIANTAMENTO-FILE
           END-IF.
           IF DEPENFIL-ABERTO
               CLOSE DEPENDENTE-FILE
           END-IF.
           IF PAGAVULS-ABERTO
               CLOSE PAGAMENTO-AVULSO-FILE
           END-IF.
           IF FECHFILE-ABERTO
               CLOSE FECHAMENTO-FILE
           END-IF.
           IF EMPRFILE-ABERTO
               CLOSE EMPRESA-FILE
           END-IF.
           IF OPERFILE-ABERTO
               CLOSE OPERADOR-FILE
           END-IF.
           IF REJEITOS-ABERTO
               CLOSE REJEICAO-FILE
           END-IF.
       9999-EXIT.
           EXIT.
