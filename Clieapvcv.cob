       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIEAPVCV.
      **********************************
      *OBJETIVO: CONVERSAO DA TRILHA DE AUDITORIA (MOVIMENTO, MES
      *          CORRENTE E PERIODOS FECHADOS) PARA O LAYOUT COM
      *          OPERADOR APROVADOR
      *          (EXECUTAR UMA UNICA VEZ NA IMPLANTACAO)
      *AUTHOR: GABRIELLE NUNES
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDANTIGA ASSIGN TO WRK-ARQ-AUDANTIGA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDANTIGA-STATUS.

               SELECT AUDNOVA ASSIGN TO WRK-ARQ-AUDNOVA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDNOVA-STATUS.

               SELECT MESANTIGO ASSIGN TO WRK-ARQ-MESANTIGO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS MESANTIGO-STATUS
               RECORD KEY IS MESANTIGO-CHAVE.

               SELECT MESNOVO ASSIGN TO WRK-ARQ-MESNOVO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS MESNOVO-STATUS
               RECORD KEY IS MESNOVO-CHAVE.

               SELECT AUDPER ASSIGN TO WRK-ARQ-AUDPER
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDPER-STATUS.

               SELECT PERANTIGO ASSIGN TO WRK-ARQ-PERIODO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PERANTIGO-STATUS.

               SELECT PERNOVO ASSIGN TO WRK-ARQ-CONVERTIDO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PERNOVO-STATUS.

               SELECT PARAMETROS ASSIGN TO 'C:\Cobol\PARAMETROS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDANTIGA.
       01 AUDANTIGA-REG.
           05 AUDANTIGA-DADOS       PIC X(172).

       FD AUDNOVA.
       01 AUDNOVA-REG.
           05 AUDNOVA-DADOS         PIC X(172).
           05 AUDNOVA-APROVADOR     PIC X(08).

       FD MESANTIGO.
       01 MESANTIGO-REG.
           05 MESANTIGO-CHAVE       PIC X(30).
           05 MESANTIGO-DADOS       PIC X(153).

       FD MESNOVO.
       01 MESNOVO-REG.
           05 MESNOVO-CHAVE         PIC X(30).
           05 MESNOVO-DADOS         PIC X(153).
           05 MESNOVO-APROVADOR     PIC X(08).

       FD AUDPER.
       01 AUDPER-REG.
           05 AUDPER-PERIODO PIC 9(06).

       FD PERANTIGO.
       01 PERANTIGO-REG.
           05 PERANTIGO-DADOS       PIC X(172).

       FD PERNOVO.
       01 PERNOVO-REG.
           05 PERNOVO-DADOS         PIC X(172).
           05 PERNOVO-APROVADOR     PIC X(08).

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
       77 AUDANTIGA-STATUS     PIC 9(02).
       77 AUDNOVA-STATUS       PIC 9(02).
       77 MESANTIGO-STATUS     PIC 9(02).
       77 MESNOVO-STATUS       PIC 9(02).
       77 AUDPER-STATUS        PIC 9(02).
       77 PERANTIGO-STATUS     PIC 9(02).
       77 PERNOVO-STATUS       PIC 9(02).
       77 PARAMETROS-STATUS    PIC 9(02).
       77 WRK-PAR-LIDO         PIC X(01) VALUE 'N'.
           88 PARAMETROS-LIDOS VALUE 'S'.
       77 WRK-ARQ-AUDANTIGA    PIC X(60).
       77 WRK-ARQ-AUDNOVA      PIC X(60).
       77 WRK-ARQ-MESANTIGO    PIC X(60).
       77 WRK-ARQ-MESNOVO      PIC X(60).
       77 WRK-ARQ-AUDPER       PIC X(60).
       77 WRK-DIRETORIO        PIC X(40) VALUE 'C:\Cobol\'.
       77 WRK-ARQ-PERIODO      PIC X(60).
       77 WRK-ARQ-CONVERTIDO   PIC X(60).
       77 WRK-PER-X            PIC X(06).
       77 WRK-FIMARQUIVO       PIC X(01) VALUE 'N'.
           88 FIMARQUIVO       VALUE 'S'.
       77 WRK-QTLIDOS          PIC 9(05) VALUE 0.
       77 WRK-QTGRAVADOS       PIC 9(05) VALUE 0.
       77 WRK-QTMESLIDOS       PIC 9(05) VALUE 0.
       77 WRK-QTMESGRAVADOS    PIC 9(05) VALUE 0.
       77 WRK-QTPERLIDOS       PIC 9(05) VALUE 0.
       77 WRK-QTPERGRAVADOS    PIC 9(05) VALUE 0.
       77 WRK-LEITURA-OK       PIC X(01) VALUE 'S'.
           88 LEITURA-OK       VALUE 'S'.

       77 WRK-PER-QTD          PIC 9(03) COMP VALUE 0.
       77 WRK-PER-IDX          PIC 9(03) COMP.
       01 WRK-PER-LISTA.
           05 WRK-PER-ENT OCCURS 120 TIMES PIC 9(06).

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY 'CONVERSAO DA TRILHA P/ APROVADOR - INICIO'.
           PERFORM 1050-LERPARAMETROS.
           PERFORM 5000-CONVERTERMOVIMENTO.
           PERFORM 6000-CONVERTERAUDIMES.
           PERFORM 7000-CONVERTERPERIODOS.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

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
           MOVE SPACES TO WRK-ARQ-AUDANTIGA.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'AUDITORIA.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-AUDANTIGA.
           MOVE SPACES TO WRK-ARQ-AUDNOVA.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'AUDITCNV.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-AUDNOVA.
           MOVE SPACES TO WRK-ARQ-MESANTIGO.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'AUDIMES.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-MESANTIGO.
           MOVE SPACES TO WRK-ARQ-MESNOVO.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'AUDMCNV.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-MESNOVO.
           MOVE SPACES TO WRK-ARQ-AUDPER.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'AUDPER.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-AUDPER.

       3000-FINALIZAR.
           DISPLAY 'CONVERSAO DA TRILHA P/ APROVADOR - RESUMO'.
           DISPLAY 'MOVIMENTO LIDO.......: ' WRK-QTLIDOS.
           DISPLAY 'MOVIMENTO CONVERTIDO.: ' WRK-QTGRAVADOS.
           DISPLAY 'AUDIMES LIDOS........: ' WRK-QTMESLIDOS.
           DISPLAY 'AUDIMES CONVERTIDOS..: ' WRK-QTMESGRAVADOS.
           DISPLAY 'PERIODOS REGISTRADOS.: ' WRK-PER-QTD.
           DISPLAY 'PERIODOS LIDOS.......: ' WRK-QTPERLIDOS.
           DISPLAY 'PERIODOS CONVERTIDOS.: ' WRK-QTPERGRAVADOS.
           IF NOT LEITURA-OK
               DISPLAY 'ATENCAO: CONVERSAO INCOMPLETA POR ERRO DE '
                   'LEITURA, NAO SUBSTITUA OS ARQUIVOS'
           ELSE
               IF WRK-QTLIDOS = WRK-QTGRAVADOS
                  AND WRK-QTMESLIDOS = WRK-QTMESGRAVADOS
                  AND WRK-QTPERLIDOS = WRK-QTPERGRAVADOS
                   DISPLAY 'CONFIRA OS TOTAIS E SUBSTITUA '
                       'AUDITORIA.DAT POR AUDITCNV.DAT,'
                   DISPLAY 'AUDIMES.DAT POR AUDMCNV.DAT E CADA '
                       'AUDAAAAMM.DAT POR CNVAAAAMM.DAT'
               ELSE
                   DISPLAY 'ATENCAO: TOTAIS DIFERENTES, NAO '
                       'SUBSTITUA OS ARQUIVOS'
               END-IF
           END-IF.

       5000-CONVERTERMOVIMENTO.
           OPEN INPUT AUDANTIGA.
           IF AUDANTIGA-STATUS = 35
               DISPLAY 'AUDITORIA.DAT INEXISTENTE, MOVIMENTO PULADO'
           ELSE
           IF AUDANTIGA-STATUS NOT = 0
               DISPLAY 'AUDITORIA.DAT: FALHA AO ABRIR. STATUS: '
                   AUDANTIGA-STATUS
               MOVE 'N' TO WRK-LEITURA-OK
           ELSE
               OPEN OUTPUT AUDNOVA
               IF AUDNOVA-STATUS NOT = 0
                   DISPLAY 'AUDITCNV.DAT: FALHA AO ABRIR. STATUS: '
                       AUDNOVA-STATUS
                   MOVE 'N' TO WRK-LEITURA-OK
                   CLOSE AUDANTIGA
               ELSE
                   MOVE 'N' TO WRK-FIMARQUIVO
                   PERFORM 5500-LERMOVIMENTO
                   PERFORM 5100-CONVERTERREGISTRO UNTIL FIMARQUIVO
                   CLOSE AUDANTIGA
                   CLOSE AUDNOVA
               END-IF
           END-IF
           END-IF.

       5100-CONVERTERREGISTRO.
           ADD 1 TO WRK-QTLIDOS.
           MOVE AUDANTIGA-DADOS TO AUDNOVA-DADOS.
           MOVE SPACES          TO AUDNOVA-APROVADOR.
           WRITE AUDNOVA-REG.
           IF AUDNOVA-STATUS = 0
               ADD 1 TO WRK-QTGRAVADOS
           ELSE
               DISPLAY 'FALHA AO GRAVAR CONVERSAO. STATUS: '
                   AUDNOVA-STATUS
           END-IF.
           PERFORM 5500-LERMOVIMENTO.

       5500-LERMOVIMENTO.
           READ AUDANTIGA
               AT END
                   MOVE 'S' TO WRK-FIMARQUIVO
           END-READ.
           IF AUDANTIGA-STATUS NOT = 0 AND AUDANTIGA-STATUS NOT = 10
               DISPLAY 'AUDITORIA.DAT: ERRO DE LEITURA. STATUS: '
                   AUDANTIGA-STATUS
               MOVE 'N' TO WRK-LEITURA-OK
               MOVE 'S' TO WRK-FIMARQUIVO
           END-IF.

       6000-CONVERTERAUDIMES.
           OPEN INPUT MESANTIGO.
           IF MESANTIGO-STATUS = 35
               DISPLAY 'AUDIMES.DAT INEXISTENTE, MES CORRENTE PULADO'
           ELSE
           IF MESANTIGO-STATUS NOT = 0
               DISPLAY 'AUDIMES.DAT: FALHA AO ABRIR. STATUS: '
                   MESANTIGO-STATUS
               MOVE 'N' TO WRK-LEITURA-OK
           ELSE
               OPEN OUTPUT MESNOVO
               IF MESNOVO-STATUS NOT = 0
                   DISPLAY 'AUDMCNV.DAT: FALHA AO ABRIR. STATUS: '
                       MESNOVO-STATUS
                   MOVE 'N' TO WRK-LEITURA-OK
                   CLOSE MESANTIGO
               ELSE
                   MOVE 'N' TO WRK-FIMARQUIVO
                   MOVE LOW-VALUES TO MESANTIGO-CHAVE
                   START MESANTIGO KEY IS NOT LESS THAN MESANTIGO-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WRK-FIMARQUIVO
                   END-START
                   IF NOT FIMARQUIVO
                       PERFORM 6500-LERAUDIMES
                   END-IF
                   PERFORM 6100-CONVERTERMESREG UNTIL FIMARQUIVO
                   CLOSE MESANTIGO
                   CLOSE MESNOVO
               END-IF
           END-IF
           END-IF.

       6100-CONVERTERMESREG.
           ADD 1 TO WRK-QTMESLIDOS.
           MOVE MESANTIGO-CHAVE TO MESNOVO-CHAVE.
           MOVE MESANTIGO-DADOS TO MESNOVO-DADOS.
           MOVE SPACES          TO MESNOVO-APROVADOR.
           WRITE MESNOVO-REG.
           IF MESNOVO-STATUS = 0
               ADD 1 TO WRK-QTMESGRAVADOS
           ELSE
               DISPLAY 'FALHA AO GRAVAR AUDMCNV. STATUS: '
                   MESNOVO-STATUS
           END-IF.
           PERFORM 6500-LERAUDIMES.

       6500-LERAUDIMES.
           READ MESANTIGO NEXT
               AT END
                   MOVE 'S' TO WRK-FIMARQUIVO
           END-READ.
           IF MESANTIGO-STATUS NOT = 0 AND MESANTIGO-STATUS NOT = 10
               DISPLAY 'AUDIMES.DAT: ERRO DE LEITURA. STATUS: '
                   MESANTIGO-STATUS
               MOVE 'N' TO WRK-LEITURA-OK
               MOVE 'S' TO WRK-FIMARQUIVO
           END-IF.

       7000-CONVERTERPERIODOS.
           MOVE 0 TO WRK-PER-QTD.
           OPEN INPUT AUDPER.
           IF AUDPER-STATUS = 0
               PERFORM UNTIL AUDPER-STATUS NOT = 0
                         OR WRK-PER-QTD = 120
                   READ AUDPER
                       NOT AT END
                           ADD 1 TO WRK-PER-QTD
                           MOVE AUDPER-PERIODO TO
                               WRK-PER-ENT (WRK-PER-QTD)
                   END-READ
               END-PERFORM
               IF AUDPER-STATUS NOT = 0 AND AUDPER-STATUS NOT = 10
                   DISPLAY 'AUDPER.DAT: ERRO DE LEITURA. STATUS: '
                       AUDPER-STATUS
                   MOVE 'N' TO WRK-LEITURA-OK
               END-IF
               CLOSE AUDPER
           ELSE
               IF AUDPER-STATUS NOT = 35
                   DISPLAY 'AUDPER.DAT: FALHA AO ABRIR. STATUS: '
                       AUDPER-STATUS
                   MOVE 'N' TO WRK-LEITURA-OK
               END-IF
           END-IF.
           PERFORM VARYING WRK-PER-IDX FROM 1 BY 1
                   UNTIL WRK-PER-IDX > WRK-PER-QTD
               PERFORM 7100-CONVERTERPERIODO
           END-PERFORM.

       7100-CONVERTERPERIODO.
           MOVE WRK-PER-ENT (WRK-PER-IDX) TO WRK-PER-X.
           MOVE SPACES TO WRK-ARQ-PERIODO WRK-ARQ-CONVERTIDO.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'AUD' WRK-PER-X '.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-PERIODO.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'CNV' WRK-PER-X '.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-CONVERTIDO.
           OPEN INPUT PERANTIGO.
           IF PERANTIGO-STATUS NOT = 0
               DISPLAY 'FALHA AO ABRIR ' WRK-ARQ-PERIODO
                   ' STATUS: ' PERANTIGO-STATUS
               MOVE 'N' TO WRK-LEITURA-OK
           ELSE
               OPEN OUTPUT PERNOVO
               IF PERNOVO-STATUS NOT = 0
                   DISPLAY 'FALHA AO ABRIR ' WRK-ARQ-CONVERTIDO
                       ' STATUS: ' PERNOVO-STATUS
                   MOVE 'N' TO WRK-LEITURA-OK
                   CLOSE PERANTIGO
               ELSE
                   MOVE 'N' TO WRK-FIMARQUIVO
                   PERFORM 7500-LERPERIODO
                   PERFORM 7200-CONVERTERPERREG UNTIL FIMARQUIVO
                   CLOSE PERANTIGO
                   CLOSE PERNOVO
               END-IF
           END-IF.

       7200-CONVERTERPERREG.
           ADD 1 TO WRK-QTPERLIDOS.
           MOVE PERANTIGO-DADOS TO PERNOVO-DADOS.
           MOVE SPACES          TO PERNOVO-APROVADOR.
           WRITE PERNOVO-REG.
           IF PERNOVO-STATUS = 0
               ADD 1 TO WRK-QTPERGRAVADOS
           ELSE
               DISPLAY 'FALHA AO GRAVAR ' WRK-ARQ-CONVERTIDO
                   ' STATUS: ' PERNOVO-STATUS
           END-IF.
           PERFORM 7500-LERPERIODO.

       7500-LERPERIODO.
           READ PERANTIGO
               AT END
                   MOVE 'S' TO WRK-FIMARQUIVO
           END-READ.
           IF PERANTIGO-STATUS NOT = 0 AND PERANTIGO-STATUS NOT = 10
               DISPLAY 'ERRO DE LEITURA EM ' WRK-ARQ-PERIODO
                   ' STATUS: ' PERANTIGO-STATUS
               MOVE 'N' TO WRK-LEITURA-OK
               MOVE 'S' TO WRK-FIMARQUIVO
           END-IF.
