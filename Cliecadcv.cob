       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIANTIGO ASSIGN TO WRK-ARQ-CLIANTIGO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLIANTIGO-STATUS
               ALTERNATE RECORD KEY IS CLIANTIGO-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIANTIGO-EMAIL WITH DUPLICATES.

               SELECT CLINOVO ASSIGN TO WRK-ARQ-CLINOVO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLINOVO-STATUS
               ALTERNATE RECORD KEY IS CLINOVO-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLINOVO-EMAIL WITH DUPLICATES.

               SELECT HISANTIGO ASSIGN TO WRK-ARQ-HISANTIGO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HISANTIGO-STATUS.

               SELECT HISNOVO ASSIGN TO WRK-ARQ-HISNOVO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HISNOVO-STATUS.

               SELECT PARAMETROS ASSIGN TO 'C:\Cobol\PARAMETROS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLIANTIGO.
           05 HISNOVO-DATA-EXCLUSAO PIC 9(08).
           05 HISNOVO-CLIENTE       PIC X(188).

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
       77 CLIANTIGO-STATUS     PIC 9(02).
       77 CLINOVO-STATUS       PIC 9(02).
       77 HISANTIGO-STATUS     PIC 9(02).
       77 HISNOVO-STATUS       PIC 9(02).
       77 PARAMETROS-STATUS    PIC 9(02).
       77 WRK-PAR-LIDO         PIC X(01) VALUE 'N'.
           88 PARAMETROS-LIDOS VALUE 'S'.
       77 WRK-ARQ-CLIANTIGO    PIC X(60).
       77 WRK-ARQ-CLINOVO      PIC X(60).
       77 WRK-ARQ-HISANTIGO    PIC X(60).
       77 WRK-ARQ-HISNOVO      PIC X(60).
       77 WRK-DIRETORIO        PIC X(40) VALUE 'C:\Cobol\'.
       77 WRK-FIMARQUIVO       PIC X(01) VALUE 'N'.
           88 FIMARQUIVO       VALUE 'S'.
       77 WRK-QTLIDOS          PIC 9(05) VALUE 0.
       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY 'CONVERSAO DO CADASTRO DE CLIENTES - INICIO'.
           PERFORM 1050-LERPARAMETROS.
           PERFORM 5000-CONVERTERCADASTRO.
           PERFORM 6000-CONVERTERHISTORICO.
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
           MOVE SPACES TO WRK-ARQ-CLIANTIGO.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'CLIENTES.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-CLIANTIGO.
           MOVE SPACES TO WRK-ARQ-CLINOVO.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'CADCNV.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-CLINOVO.
           MOVE SPACES TO WRK-ARQ-HISANTIGO.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'CLIHIST.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-HISANTIGO.
           MOVE SPACES TO WRK-ARQ-HISNOVO.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'HISTCNV.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-HISNOVO.

       3000-FINALIZAR.
           DISPLAY 'CONVERSAO DO CADASTRO DE CLIENTES - RESUMO'.
           DISPLAY 'CLIENTES LIDOS.......: ' WRK-QTLIDOS.
