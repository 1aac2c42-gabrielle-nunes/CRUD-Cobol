       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIECASRL.
      **********************************
      *OBJETIVO: RELATORIO MENSAL DOS CASOS DE RECLAMACAO PARA O
      *          PROCON, A PARTIR DO HISTORICO CASOHIST.DAT: CASOS
      *          ABERTOS, FECHADOS E REABERTOS NO MES, TEMPO MEDIO DE
      *          RESOLUCAO EM DIAS (DA ABERTURA AO FECHAMENTO) POR
      *          CATEGORIA E NO TOTAL, E A RELACAO DAS REABERTURAS.
      *          SAIDA EM RELCASRL.TXT
      *AUTHOR: GABRIELLE NUNES
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASOHIST ASSIGN TO WRK-ARQ-CASOHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CASOHIST-STATUS.

               SELECT RELCASRL ASSIGN TO WRK-ARQ-RELCASRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELCASRL-STATUS.

               SELECT PARAMETROS ASSIGN TO 'C:\Cobol\PARAMETROS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CASOHIST.
       01 CASOHIST-REG.
           05 CASOHIST-NUMERO      PIC 9(07).
           05 CASOHIST-DATA        PIC 9(08).
           05 CASOHIST-DATA-X REDEFINES CASOHIST-DATA PIC X(08).
           05 CASOHIST-HORA        PIC 9(08).
           05 CASOHIST-USUARIO     PIC X(08).
           05 CASOHIST-SIT-ANTES   PIC X(01).
           05 CASOHIST-SIT-DEPOIS  PIC X(01).
           05 CASOHIST-CATEGORIA   PIC X(01).
           05 CASOHIST-ABERTURA    PIC 9(08).
           05 CASOHIST-RESPONSAVEL PIC X(08).
           05 FILLER               PIC X(10).


       FD RELCASRL.
       01 RELCASRL-REG.
           05 RELCASRL-DADOS PIC X(130).

       FD PARAMETROS.
       01 PARAMETROS-REG.
           05 PARAMETROS-DIRETORIO       PIC X(40).
           05 PARAMETROS-SENHA-VALIDADE  PIC 9(03).
           05 PARAMETROS-PRAZO-APROVACAO PIC 9(03).
           05 PARAMETROS-DIAS-EXPURGO    PIC 9(05).
           05 PARAMETROS-DIAS-RETENCAO   PIC 9(05).
           05 PARAMETROS-CKP-INTERVALO   PIC 9(05).
           05 PARAMETROS-DUP-NOME-NASC   PIC X(01).
           05 PARAMETROS-DUP-TELEFONE    PIC X(01).
           05 PARAMETROS-DUP-EMAIL       PIC X(01).
           05 PARAMETROS-ALTERACAO-DATA  PIC 9(08).
           05 PARAMETROS-ALTERACAO-HORA  PIC 9(08).
           05 PARAMETROS-ALTERACAO-USU   PIC X(08).
           05 FILLER                     PIC X(52).

       WORKING-STORAGE SECTION.
       77 CASOHIST-STATUS      PIC 9(02).
       77 RELCASRL-STATUS      PIC 9(02).
       77 PARAMETROS-STATUS    PIC 9(02).
       77 WRK-PAR-LIDO         PIC X(01) VALUE 'N'.
           88 PARAMETROS-LIDOS VALUE 'S'.
       77 WRK-ARQ-CASOHIST     PIC X(60).
       77 WRK-ARQ-RELCASRL     PIC X(60).
       77 WRK-DIRETORIO        PIC X(40) VALUE 'C:\Cobol\'.
       77 WRK-FIMARQUIVO       PIC X(01) VALUE 'N'.
           88 FIMARQUIVO       VALUE 'S'.
       77 WRK-LEITURA-OK       PIC X(01) VALUE 'S'.
           88 LEITURA-OK       VALUE 'S'.

       77 WRK-PERIODO          PIC X(06).
       77 WRK-PER-ANO          PIC 9(04).
       77 WRK-PER-MES          PIC 9(02).
       77 WRK-PER-FMT          PIC X(07).

       77 WRK-QTLIDOS          PIC 9(07) VALUE 0.
       77 WRK-QTMES            PIC 9(07) VALUE 0.
       77 WRK-DATA-INT         PIC 9(08) COMP.
       77 WRK-ABER-INT         PIC 9(08) COMP.
       77 WRK-DIAS             PIC 9(05).
       77 WRK-DATA             PIC 9(08).
       77 WRK-DATA-X REDEFINES WRK-DATA PIC X(08).
       77 WRK-DATA-FMT         PIC X(10).
       77 WRK-CAT-ATUAL        PIC X(01).
       77 WRK-CAT-IDX          PIC 9(01) COMP.
       77 WRK-IDX              PIC 9(01) COMP.
       77 WRK-MEDIA            PIC 9(05)V9.
       77 WRK-MEDIA-ED         PIC ZZZZ9.9.
       77 WRK-ED-QTD           PIC ZZZZ9.
       77 WRK-ED-DIAS          PIC ZZZZZZ9.

      *POSICAO 7 = TOTAL GERAL
       01 WRK-CAT-STAT.
           05 WRK-CAT-ENT OCCURS 7 TIMES.
               10 WRK-CAT-ABERTOS    PIC 9(05).
               10 WRK-CAT-FECHADOS   PIC 9(05).
               10 WRK-CAT-DIAS       PIC 9(07).
               10 WRK-CAT-REABERTOS  PIC 9(05).
       01 WRK-CAT-NOMES.
           05 FILLER PIC X(14) VALUE 'CCOBRANCA'.
           05 FILLER PIC X(14) VALUE 'PPRODUTO'.
           05 FILLER PIC X(14) VALUE 'AATENDIMENTO'.
           05 FILLER PIC X(14) VALUE 'EENTREGA'.
           05 FILLER PIC X(14) VALUE 'OOUTROS'.
           05 FILLER PIC X(14) VALUE ' NAO INFORMADA'.
           05 FILLER PIC X(14) VALUE ' TOTAL GERAL'.
       01 WRK-CAT-TABELA REDEFINES WRK-CAT-NOMES.
           05 WRK-CAT-ITEM OCCURS 7 TIMES.
               10 WRK-CAT-CODIGO   PIC X(01).
               10 WRK-CAT-NOME     PIC X(13).

       77 WRK-REL-DATA         PIC 9(08).
       77 WRK-REL-DATA-X REDEFINES WRK-REL-DATA PIC X(08).
       77 WRK-REL-DATA-FMT     PIC X(10).

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR UNTIL FIMARQUIVO.
           PERFORM 5000-EMITIR.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIAR.
           DISPLAY 'CASOS DE RECLAMACAO - RELATORIO MENSAL - INICIO'.
           PERFORM 1050-LERPARAMETROS.
           ACCEPT WRK-REL-DATA FROM DATE YYYYMMDD.
           DISPLAY 'MES DE REFERENCIA (AAAAMM, BRANCO=MES ATUAL): '.
           MOVE SPACES TO WRK-PERIODO.
           ACCEPT WRK-PERIODO.
           IF WRK-PERIODO = SPACES
               MOVE WRK-REL-DATA-X (1:6) TO WRK-PERIODO
           END-IF.
           IF WRK-PERIODO IS NOT NUMERIC
               DISPLAY 'MES DE REFERENCIA INVALIDO'
               DISPLAY 'CASOS DE RECLAMACAO - RELATORIO MENSAL - '
                   'ABORTADO'
               STOP RUN
           END-IF.
           MOVE WRK-PERIODO (1:4) TO WRK-PER-ANO.
           MOVE WRK-PERIODO (5:2) TO WRK-PER-MES.
           IF WRK-PER-MES < 1 OR WRK-PER-MES > 12
              OR WRK-PER-ANO < 1900
               DISPLAY 'MES DE REFERENCIA INVALIDO'
               DISPLAY 'CASOS DE RECLAMACAO - RELATORIO MENSAL - '
                   'ABORTADO'
               STOP RUN
           END-IF.
           MOVE WRK-PERIODO (5:2) TO WRK-PER-FMT (1:2).
           MOVE '/'               TO WRK-PER-FMT (3:1).
           MOVE WRK-PERIODO (1:4) TO WRK-PER-FMT (4:4).
           INITIALIZE WRK-CAT-STAT.
           OPEN INPUT CASOHIST.
           IF CASOHIST-STATUS = 35
               DISPLAY 'CASOHIST.DAT NAO ENCONTRADO, SEM CASOS '
                   'REGISTRADOS'
               MOVE 'S' TO WRK-FIMARQUIVO
           ELSE
               IF CASOHIST-STATUS NOT = 0
                   DISPLAY 'CASOHIST.DAT: FALHA AO ABRIR. STATUS: '
                       CASOHIST-STATUS
                   DISPLAY 'CASOS DE RECLAMACAO - RELATORIO MENSAL - '
                       'ABORTADO'
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT RELCASRL.
           IF RELCASRL-STATUS NOT = 0
               DISPLAY 'RELCASRL.TXT: FALHA AO ABRIR. STATUS: '
                   RELCASRL-STATUS
               DISPLAY 'CASOS DE RECLAMACAO - RELATORIO MENSAL - '
                   'ABORTADO'
               STOP RUN
           END-IF.
           MOVE WRK-REL-DATA-X (7:2) TO WRK-REL-DATA-FMT (1:2).
           MOVE '/'                 TO WRK-REL-DATA-FMT (3:1).
           MOVE WRK-REL-DATA-X (5:2) TO WRK-REL-DATA-FMT (4:2).
           MOVE '/'                 TO WRK-REL-DATA-FMT (6:1).
           MOVE WRK-REL-DATA-X (1:4) TO WRK-REL-DATA-FMT (7:4).
           MOVE SPACES TO RELCASRL-DADOS.
           STRING 'CASOS DE RECLAMACAO - MES ' WRK-PER-FMT
                  ' - EMITIDO EM ' WRK-REL-DATA-FMT
               DELIMITED BY SIZE INTO RELCASRL-DADOS.
           WRITE RELCASRL-REG.
           MOVE ALL '-' TO RELCASRL-DADOS.
           WRITE RELCASRL-REG.
           MOVE 'REABERTURAS NO MES' TO RELCASRL-DADOS.
           WRITE RELCASRL-REG.
           MOVE 'CASO    DATA       OPERADOR CAT ABERTO EM  SITUACAO'
               TO RELCASRL-DADOS.
           WRITE RELCASRL-REG.
           IF NOT FIMARQUIVO
               PERFORM 2500-LER
           END-IF.

       1050-LERPARAMETROS.
           MOVE 'N' TO WRK-PAR-LIDO.
           OPEN INPUT PARAMETROS.
           IF PARAMETROS-STATUS = 0
               READ PARAMETROS
               IF PARAMETROS-STATUS = 0
                   MOVE 'S' TO WRK-PAR-LIDO
                   IF PARAMETROS-DIRETORIO NOT = SPACES
                       MOVE PARAMETROS-DIRETORIO TO WRK-DIRETORIO
                   END-IF
               END-IF
               CLOSE PARAMETROS
           END-IF.
           IF NOT PARAMETROS-LIDOS
               DISPLAY 'PARAMETROS.DAT INDISPONIVEL, VALORES PADRAO'
           END-IF.
           DISPLAY 'DIRETORIO DOS ARQUIVOS.....: ' WRK-DIRETORIO.
           PERFORM 1060-MONTARARQUIVOS.

       1060-MONTARARQUIVOS.
           MOVE SPACES TO WRK-ARQ-CASOHIST.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'CASOHIST.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-CASOHIST.
           MOVE SPACES TO WRK-ARQ-RELCASRL.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'RELCASRL.TXT' DELIMITED BY SIZE
               INTO WRK-ARQ-RELCASRL.

      **********************************
      *HISTORICO: ABERTURA = SITUACAO ANTERIOR EM BRANCO; FECHAMENTO =
      *PASSAGEM PARA F; REABERTURA = SAIDA DE F PARA OUTRA SITUACAO
      **********************************
       2000-PROCESSAR.
           IF CASOHIST-DATA-X (1:6) = WRK-PERIODO
               ADD 1 TO WRK-QTMES
               MOVE CASOHIST-CATEGORIA TO WRK-CAT-ATUAL
               PERFORM 4600-LOCALIZARCATEGORIA
               EVALUATE TRUE
                   WHEN CASOHIST-SIT-ANTES = SPACE
                       ADD 1 TO WRK-CAT-ABERTOS (WRK-CAT-IDX)
                                WRK-CAT-ABERTOS (7)
                   WHEN CASOHIST-SIT-DEPOIS = 'F'
                    AND CASOHIST-SIT-ANTES NOT = 'F'
                       PERFORM 2100-CONTARFECHAMENTO
                   WHEN CASOHIST-SIT-ANTES = 'F'
                    AND CASOHIST-SIT-DEPOIS NOT = 'F'
                       PERFORM 2200-LISTARREABERTURA
               END-EVALUATE
           END-IF.
           PERFORM 2500-LER.

       2100-CONTARFECHAMENTO.
           MOVE 0 TO WRK-DIAS.
           IF CASOHIST-ABERTURA > 16010101
              AND CASOHIST-ABERTURA <= CASOHIST-DATA
               COMPUTE WRK-DATA-INT =
                   FUNCTION INTEGER-OF-DATE (CASOHIST-DATA)
               COMPUTE WRK-ABER-INT =
                   FUNCTION INTEGER-OF-DATE (CASOHIST-ABERTURA)
               COMPUTE WRK-DIAS = WRK-DATA-INT - WRK-ABER-INT
           END-IF.
           ADD 1 TO WRK-CAT-FECHADOS (WRK-CAT-IDX)
                    WRK-CAT-FECHADOS (7).
           ADD WRK-DIAS TO WRK-CAT-DIAS (WRK-CAT-IDX)
                           WRK-CAT-DIAS (7).

       2200-LISTARREABERTURA.
           ADD 1 TO WRK-CAT-REABERTOS (WRK-CAT-IDX)
                    WRK-CAT-REABERTOS (7).
           MOVE SPACES TO RELCASRL-DADOS.
           MOVE CASOHIST-NUMERO      TO RELCASRL-DADOS (1:7).
           MOVE CASOHIST-DATA        TO WRK-DATA.
           PERFORM 4700-FORMATARDATA.
           MOVE WRK-DATA-FMT         TO RELCASRL-DADOS (9:10).
           MOVE CASOHIST-USUARIO     TO RELCASRL-DADOS (20:8).
           MOVE CASOHIST-CATEGORIA   TO RELCASRL-DADOS (30:1).
           MOVE CASOHIST-ABERTURA    TO WRK-DATA.
           PERFORM 4700-FORMATARDATA.
           MOVE WRK-DATA-FMT         TO RELCASRL-DADOS (33:10).
           MOVE CASOHIST-SIT-DEPOIS  TO RELCASRL-DADOS (45:1).
           WRITE RELCASRL-REG.

       2500-LER.
           READ CASOHIST
               AT END
                   MOVE 'S' TO WRK-FIMARQUIVO
           END-READ.
           IF CASOHIST-STATUS NOT = 0 AND CASOHIST-STATUS NOT = 10
               DISPLAY 'CASOHIST.DAT: ERRO DE LEITURA. STATUS: '
                   CASOHIST-STATUS
               MOVE 'N' TO WRK-LEITURA-OK
               MOVE 'S' TO WRK-FIMARQUIVO
           END-IF.
           IF NOT FIMARQUIVO
               ADD 1 TO WRK-QTLIDOS
           END-IF.

       3000-FINALIZAR.
           IF CASOHIST-STATUS NOT = 35
               CLOSE CASOHIST
           END-IF.
           CLOSE RELCASRL.
           DISPLAY 'CASOS DE RECLAMACAO - RELATORIO MENSAL - RESUMO'.
           DISPLAY 'MES DE REFERENCIA....: ' WRK-PER-FMT.
           DISPLAY 'REGISTROS LIDOS......: ' WRK-QTLIDOS.
           DISPLAY 'REGISTROS DO MES.....: ' WRK-QTMES.
           DISPLAY 'CASOS ABERTOS........: ' WRK-CAT-ABERTOS (7).
           DISPLAY 'CASOS FECHADOS.......: ' WRK-CAT-FECHADOS (7).
           DISPLAY 'REABERTURAS..........: ' WRK-CAT-REABERTOS (7).
           DISPLAY 'RELATORIO GRAVADO EM RELCASRL.TXT'.
           IF NOT LEITURA-OK
               DISPLAY 'ATENCAO: RELATORIO INCOMPLETO POR ERRO DE '
                   'LEITURA'
           END-IF.

      *CATEGORIA FORA DA TABELA CAI NA POSICAO 6 (NAO INFORMADA)
       4600-LOCALIZARCATEGORIA.
           MOVE 6 TO WRK-CAT-IDX.
           PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 5
               IF WRK-CAT-CODIGO (WRK-IDX) = WRK-CAT-ATUAL
                   MOVE WRK-IDX TO WRK-CAT-IDX
               END-IF
           END-PERFORM.

       4700-FORMATARDATA.
           MOVE WRK-DATA-X (7:2) TO WRK-DATA-FMT (1:2).
           MOVE '/'              TO WRK-DATA-FMT (3:1).
           MOVE WRK-DATA-X (5:2) TO WRK-DATA-FMT (4:2).
           MOVE '/'              TO WRK-DATA-FMT (6:1).
           MOVE WRK-DATA-X (1:4) TO WRK-DATA-FMT (7:4).

       5000-EMITIR.
           IF WRK-CAT-REABERTOS (7) = 0
               MOVE 'NENHUMA REABERTURA NO MES' TO RELCASRL-DADOS
               WRITE RELCASRL-REG
           END-IF.
           MOVE SPACES TO RELCASRL-DADOS.
           WRITE RELCASRL-REG.
           MOVE ALL '-' TO RELCASRL-DADOS.
           WRITE RELCASRL-REG.
           MOVE 'CATEGORIA        ABERTOS FECHADOS  DIAS TOTAIS  MEDIA '
               TO RELCASRL-DADOS.
           MOVE '(DIAS) REABERTOS' TO RELCASRL-DADOS (56:16).
           WRITE RELCASRL-REG.
           PERFORM VARYING WRK-CAT-IDX FROM 1 BY 1
                   UNTIL WRK-CAT-IDX > 7
               IF WRK-CAT-IDX = 7
                   MOVE ALL '-' TO RELCASRL-DADOS (1:72)
                   WRITE RELCASRL-REG
               END-IF
               IF WRK-CAT-IDX = 7
                  OR WRK-CAT-ABERTOS (WRK-CAT-IDX) > 0
                  OR WRK-CAT-FECHADOS (WRK-CAT-IDX) > 0
                  OR WRK-CAT-REABERTOS (WRK-CAT-IDX) > 0
                   PERFORM 5100-LINHACATEGORIA
               END-IF
           END-PERFORM.
           MOVE SPACES TO RELCASRL-DADOS.
           WRITE RELCASRL-REG.
           MOVE 'MEDIA = DIAS DA ABERTURA AO FECHAMENTO DOS CASOS FECH'
               TO RELCASRL-DADOS.
           MOVE 'ADOS NO MES' TO RELCASRL-DADOS (54:11).
           WRITE RELCASRL-REG.

       5100-LINHACATEGORIA.
           MOVE SPACES TO RELCASRL-DADOS.
           MOVE WRK-CAT-CODIGO (WRK-CAT-IDX) TO RELCASRL-DADOS (1:1).
           MOVE WRK-CAT-NOME (WRK-CAT-IDX)   TO RELCASRL-DADOS (3:13).
           MOVE WRK-CAT-ABERTOS (WRK-CAT-IDX) TO WRK-ED-QTD.
           MOVE WRK-ED-QTD TO RELCASRL-DADOS (20:5).
           MOVE WRK-CAT-FECHADOS (WRK-CAT-IDX) TO WRK-ED-QTD.
           MOVE WRK-ED-QTD TO RELCASRL-DADOS (29:5).
           MOVE WRK-CAT-DIAS (WRK-CAT-IDX) TO WRK-ED-DIAS.
           MOVE WRK-ED-DIAS TO RELCASRL-DADOS (39:7).
           IF WRK-CAT-FECHADOS (WRK-CAT-IDX) = 0
               MOVE 0 TO WRK-MEDIA
           ELSE
               COMPUTE WRK-MEDIA ROUNDED =
                   WRK-CAT-DIAS (WRK-CAT-IDX) /
                   WRK-CAT-FECHADOS (WRK-CAT-IDX)
                   ON SIZE ERROR
                       MOVE 99999.9 TO WRK-MEDIA
               END-COMPUTE
           END-IF.
           MOVE WRK-MEDIA TO WRK-MEDIA-ED.
           MOVE WRK-MEDIA-ED TO RELCASRL-DADOS (51:7).
           MOVE WRK-CAT-REABERTOS (WRK-CAT-IDX) TO WRK-ED-QTD.
           MOVE WRK-ED-QTD TO RELCASRL-DADOS (64:5).
           WRITE RELCASRL-REG.
