       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITORIA ASSIGN TO WRK-ARQ-AUDITORIA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDITORIA-STATUS.

               SELECT AUDIMES ASSIGN TO WRK-ARQ-AUDIMES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS AUDIMES-STATUS
               RECORD KEY IS AUDIMES-CHAVE.

               SELECT AUDPER ASSIGN TO WRK-ARQ-AUDPER
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDPER-STATUS.

               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PERIODO-STATUS.

               SELECT RELAUDIT ASSIGN TO WRK-ARQ-RELAUDIT
               ORGANIZATION IS SEQUENTIAL.

               SELECT PARAMETROS ASSIGN TO 'C:\Cobol\PARAMETROS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDITORIA.
           05 AUDITORIA-EMAIL-ANTES   PIC X(40).
           05 AUDITORIA-EMAIL-DEPOIS  PIC X(40).
           05 AUDITORIA-USUARIO       PIC X(08).
           05 AUDITORIA-APROVADOR     PIC X(08).
           05 AUDITORIA-SEQUENCIA     PIC 9(09).
           05 AUDITORIA-RESUMO        PIC 9(09).
           05 AUDITORIA-VERIFICADOR   PIC 9(09).
           05 AUDITORIA-SELO          PIC X(01).
               88 AUDITORIA-ANONIMIZADO VALUE 'L'.

       FD AUDIMES.
       01 AUDIMES-REG.
           05 AUDIMES-EMAIL-ANTES  PIC X(40).
           05 AUDIMES-EMAIL-DEPOIS PIC X(40).
           05 AUDIMES-USUARIO      PIC X(08).
           05 AUDIMES-APROVADOR    PIC X(08).
           05 AUDIMES-SEQUENCIA    PIC 9(09).
           05 AUDIMES-RESUMO       PIC 9(09).
           05 AUDIMES-VERIFICADOR  PIC 9(09).
           05 AUDIMES-SELO         PIC X(01).
               88 AUDIMES-ANONIMIZADO VALUE 'L'.

       FD AUDPER.
       01 AUDPER-REG.
           05 PERIODO-EMAIL-ANTES   PIC X(40).
           05 PERIODO-EMAIL-DEPOIS  PIC X(40).
           05 PERIODO-USUARIO       PIC X(08).
           05 PERIODO-APROVADOR     PIC X(08).
           05 PERIODO-SEQUENCIA     PIC 9(09).
           05 PERIODO-RESUMO        PIC 9(09).
           05 PERIODO-VERIFICADOR   PIC 9(09).
           05 PERIODO-SELO          PIC X(01).
               88 PERIODO-ANONIMIZADO VALUE 'L'.

       FD RELAUDIT.
       01 RELAUDIT-REG.
           05 RELAUDIT-DADOS PIC X(110).

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
       77 WRK-OPCAO            PIC X(01).
       77 WRK-MODULO           PIC X(25).
       77 WRK-OPCAO-RELATO     PIC X(1).
       77 WRK-MSGERRO          PIC X(40).
       77 AUDITORIA-STATUS     PIC 9(02).
       77 PARAMETROS-STATUS    PIC 9(02).
       77 WRK-PAR-LIDO         PIC X(01) VALUE 'N'.
           88 PARAMETROS-LIDOS VALUE 'S'.
       77 WRK-CONTADOR         PIC 9(03) VALUE 0.
       77 WRK-QTREGISTROS      PIC 9(05) VALUE 0.

       77 AUDIMES-STATUS       PIC 9(02).
       77 AUDPER-STATUS        PIC 9(02).
       77 PERIODO-STATUS       PIC 9(02).
       77 WRK-ARQ-PERIODO      PIC X(60).
       77 WRK-ARQ-AUDITORIA    PIC X(60).
       77 WRK-ARQ-AUDIMES      PIC X(60).
       77 WRK-ARQ-AUDPER       PIC X(60).
       77 WRK-ARQ-RELAUDIT     PIC X(60).
       77 WRK-DIRETORIO        PIC X(40) VALUE 'C:\Cobol\'.
       77 WRK-SAIDA            PIC X(01) VALUE 'T'.
           88 SAIDA-TELA       VALUE 'T'.
           88 SAIDA-DISCO      VALUE 'D'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           PERFORM 1050-LERPARAMETROS.
           PERFORM 1100-MONTATELA.
           PERFORM 2000-PROCESSAR UNTIL WRK-OPCAO = 'X'.
           STOP RUN.

      **********************************
      *PARAMETROS DO SISTEMA (CLIEPARAM). SEM O ARQUIVO FICAM OS
      *VALORES PADRAO
      **********************************
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
           PERFORM 1060-MONTARARQUIVOS.

       1060-MONTARARQUIVOS.
           MOVE SPACES TO WRK-ARQ-AUDITORIA.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'AUDITORIA.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-AUDITORIA.
           MOVE SPACES TO WRK-ARQ-AUDIMES.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'AUDIMES.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-AUDIMES.
           MOVE SPACES TO WRK-ARQ-AUDPER.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'AUDPER.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-AUDPER.
           MOVE SPACES TO WRK-ARQ-RELAUDIT.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'RELAUDIT.TXT' DELIMITED BY SIZE
               INTO WRK-ARQ-RELAUDIT.

       1100-MONTATELA.
           MOVE 'MODULO - AUDITORIA' TO WRK-MODULO.
           MOVE 0 TO WRK-QTREGISTROS.
                  ' OPERADOR: '    DELIMITED BY SIZE
                  AUDITORIA-USUARIO DELIMITED BY SIZE
               INTO WRK-LINHA1.
           IF AUDITORIA-APROVADOR NOT = SPACES
               MOVE ' APROVADOR: '      TO WRK-LINHA1 (62:12)
               MOVE AUDITORIA-APROVADOR TO WRK-LINHA1 (74:08)
           END-IF.
           MOVE SPACES TO WRK-LINHA2.
           STRING 'NOME  ANTES: '         DELIMITED BY SIZE
                  AUDITORIA-NOME-ANTES    DELIMITED BY SIZE
       9515-EMITIRUMPERIODO.
           MOVE WRK-PER-ENT (WRK-PER-IDX) TO WRK-PER-X.
           MOVE SPACES TO WRK-ARQ-PERIODO.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'AUD' WRK-PER-X '.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-PERIODO.
           OPEN INPUT PERIODO.
           IF PERIODO-STATUS NOT = 0
               DISPLAY 'FALHA AO ABRIR ' WRK-ARQ-PERIODO
                           MOVE PERIODO-EMAIL-DEPOIS TO
                               AUDITORIA-EMAIL-DEPOIS
                           MOVE PERIODO-USUARIO TO AUDITORIA-USUARIO
                           MOVE PERIODO-APROVADOR TO
                               AUDITORIA-APROVADOR
                           PERFORM 4800-FILTRAR
                           IF EXIBE-REGISTRO
                               PERFORM 9600-SAIDAREGISTRO
                                   AUDITORIA-EMAIL-DEPOIS
                               MOVE AUDIMES-USUARIO TO
                                   AUDITORIA-USUARIO
                               MOVE AUDIMES-APROVADOR TO
                                   AUDITORIA-APROVADOR
                               PERFORM 4800-FILTRAR
                               IF EXIBE-REGISTRO
                                   PERFORM 9600-SAIDAREGISTRO
