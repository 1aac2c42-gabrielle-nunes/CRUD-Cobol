       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDANTIGA ASSIGN TO WRK-ARQ-AUDANTIGA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDANTIGA-STATUS.

               SELECT AUDNOVA ASSIGN TO WRK-ARQ-AUDNOVA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDNOVA-STATUS.

               SELECT PARAMETROS ASSIGN TO 'C:\Cobol\PARAMETROS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDANTIGA.
           05 AUDNOVA-EMAIL-DEPOIS  PIC X(40).
           05 AUDNOVA-USUARIO       PIC X(08).

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
       77 PARAMETROS-STATUS    PIC 9(02).
       77 WRK-PAR-LIDO         PIC X(01) VALUE 'N'.
           88 PARAMETROS-LIDOS VALUE 'S'.
       77 WRK-ARQ-AUDANTIGA    PIC X(60).
       77 WRK-ARQ-AUDNOVA      PIC X(60).
       77 WRK-DIRETORIO        PIC X(40) VALUE 'C:\Cobol\'.
       77 WRK-FIMARQUIVO       PIC X(01) VALUE 'N'.
           88 FIMARQUIVO       VALUE 'S'.
       77 WRK-QTLIDOS          PIC 9(05) VALUE 0.

       1000-INICIAR.
           DISPLAY 'CONVERSAO DA TRILHA DE AUDITORIA - INICIO'.
           PERFORM 1050-LERPARAMETROS.
           OPEN INPUT AUDANTIGA.
           IF AUDANTIGA-STATUS NOT = 0
               DISPLAY 'AUDITORIA.DAT: FALHA AO ABRIR. STATUS: '
           END-IF.
           PERFORM 2500-LER.

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

       2000-PROCESSAR.
           ADD 1 TO WRK-QTLIDOS.
           MOVE AUDANTIGA-OPERACAO     TO AUDNOVA-OPERACAO.
