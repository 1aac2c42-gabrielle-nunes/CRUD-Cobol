      *          - O MES CORRENTE FICA EM AUDIMES.DAT COM CHAVE
      *            CPF+DATA+HORA+SEQ PARA CONSULTA DIRETA
      *          - AUDITORIA.DAT E ESVAZIADO APOS O CORTE
      *          - SEQUENCIA, RESUMO E VERIFICADOR DO SELO SEGUEM
      *            INALTERADOS PARA O DESTINO, MANTENDO O ENCADEAMENTO
      *AUTHOR: GABRIELLE NUNES
      **********************************
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

               SELECT AUDTMP ASSIGN TO WRK-ARQ-AUDTMP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDTMP-STATUS.

               SELECT ETAPA ASSIGN TO WRK-ARQ-ETAPA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ETAPA-STATUS.

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

       FD AUDTMP.
       01 AUDTMP-REG.
           05 AUDTMP-EMAIL-ANTES  PIC X(40).
           05 AUDTMP-EMAIL-DEPOIS PIC X(40).
           05 AUDTMP-USUARIO      PIC X(08).
           05 AUDTMP-APROVADOR    PIC X(08).
           05 AUDTMP-SEQUENCIA    PIC 9(09).
           05 AUDTMP-RESUMO       PIC 9(09).
           05 AUDTMP-VERIFICADOR  PIC 9(09).
           05 AUDTMP-SELO         PIC X(01).
               88 AUDTMP-ANONIMIZADO VALUE 'L'.

       FD ETAPA.
       01 ETAPA-REG.
           05 ETAPA-PROGRAMA       PIC X(10).
           05 ETAPA-SITUACAO       PIC X(01).
           05 ETAPA-LIDOS          PIC 9(09).
           05 ETAPA-GRAVADOS       PIC 9(09).
           05 ETAPA-MENSAGEM       PIC X(40).

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
       77 AUDITORIA-STATUS     PIC 9(02).
       77 PARAMETROS-STATUS    PIC 9(02).
       77 WRK-PAR-LIDO         PIC X(01) VALUE 'N'.
           88 PARAMETROS-LIDOS VALUE 'S'.
       77 AUDIMES-STATUS       PIC 9(02).
       77 AUDPER-STATUS        PIC 9(02).
       77 PERIODO-STATUS       PIC 9(02).
       77 AUDTMP-STATUS        PIC 9(02).
       77 ETAPA-STATUS         PIC 9(02).
       77 WRK-ARQ-PERIODO      PIC X(60).
       77 WRK-ARQ-AUDITORIA    PIC X(60).
       77 WRK-ARQ-AUDIMES      PIC X(60).
       77 WRK-ARQ-AUDPER       PIC X(60).
       77 WRK-ARQ-AUDTMP       PIC X(60).
       77 WRK-ARQ-ETAPA        PIC X(60).
       77 WRK-DIRETORIO        PIC X(40) VALUE 'C:\Cobol\'.
       77 WRK-FIMARQUIVO       PIC X(01) VALUE 'N'.
           88 FIMARQUIVO       VALUE 'S'.
       77 WRK-LEITURA-OK       PIC X(01) VALUE 'S'.
           PERFORM 6000-CORTARAUDITORIA.
           PERFORM 7000-FECHARPERIODOS.
           PERFORM 3000-FINALIZAR.
           PERFORM 3900-GRAVARETAPA.
           STOP RUN.

       1000-INICIAR.
           DISPLAY 'CORTE MENSAL DA AUDITORIA - INICIO'.
           PERFORM 1050-LERPARAMETROS.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-MES-ATUAL = WRK-HOJE / 100.
           DISPLAY 'MES CORRENTE: ' WRK-MES-ATUAL.
           PERFORM 1100-CARREGARPERIODOS.

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
           IF NOT PARAMETROS-LIDOS
               DISPLAY 'PARAMETROS.DAT INDISPONIVEL, VALORES PADRAO'
           END-IF.
           DISPLAY 'DIRETORIO DOS ARQUIVOS.....: ' WRK-DIRETORIO.
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
           MOVE SPACES TO WRK-ARQ-AUDTMP.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'AUDTMP.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-AUDTMP.
           MOVE SPACES TO WRK-ARQ-ETAPA.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'ETAPA.RET' DELIMITED BY SIZE
               INTO WRK-ARQ-ETAPA.

       1100-CARREGARPERIODOS.
           MOVE 0 TO WRK-PER-QTD.
           OPEN INPUT AUDPER.
               END-IF
               MOVE WRK-PER-DESEJADO TO WRK-PER-X
               MOVE SPACES TO WRK-ARQ-PERIODO
               STRING WRK-DIRETORIO DELIMITED BY SPACE
                      'AUD' WRK-PER-X '.DAT' DELIMITED BY SIZE
                   INTO WRK-ARQ-PERIODO
               OPEN EXTEND PERIODO
                   IF PERIODO-STATUS = 35 THEN
                       OPEN OUTPUT PERIODO
               MOVE AUDIMES-EMAIL-ANTES  TO PERIODO-EMAIL-ANTES
               MOVE AUDIMES-EMAIL-DEPOIS TO PERIODO-EMAIL-DEPOIS
               MOVE AUDIMES-USUARIO      TO PERIODO-USUARIO
               MOVE AUDIMES-APROVADOR    TO PERIODO-APROVADOR
               MOVE AUDIMES-SEQUENCIA    TO PERIODO-SEQUENCIA
               MOVE AUDIMES-RESUMO       TO PERIODO-RESUMO
               MOVE AUDIMES-VERIFICADOR  TO PERIODO-VERIFICADOR
               MOVE AUDIMES-SELO         TO PERIODO-SELO
               PERFORM 2800-GRAVARPERIODO
               ADD 1 TO WRK-QTMESFECHADOS
           ELSE
               MOVE AUDITORIA-EMAIL-ANTES  TO PERIODO-EMAIL-ANTES
               MOVE AUDITORIA-EMAIL-DEPOIS TO PERIODO-EMAIL-DEPOIS
               MOVE AUDITORIA-USUARIO      TO PERIODO-USUARIO
               MOVE AUDITORIA-APROVADOR    TO PERIODO-APROVADOR
               MOVE AUDITORIA-SEQUENCIA    TO PERIODO-SEQUENCIA
               MOVE AUDITORIA-RESUMO       TO PERIODO-RESUMO
               MOVE AUDITORIA-VERIFICADOR  TO PERIODO-VERIFICADOR
               MOVE AUDITORIA-SELO         TO PERIODO-SELO
               PERFORM 2800-GRAVARPERIODO
               ADD 1 TO WRK-QTFECHADOS
           ELSE
               MOVE AUDITORIA-EMAIL-ANTES  TO AUDIMES-EMAIL-ANTES
               MOVE AUDITORIA-EMAIL-DEPOIS TO AUDIMES-EMAIL-DEPOIS
               MOVE AUDITORIA-USUARIO      TO AUDIMES-USUARIO
               MOVE AUDITORIA-APROVADOR    TO AUDIMES-APROVADOR
               MOVE AUDITORIA-SEQUENCIA    TO AUDIMES-SEQUENCIA
               MOVE AUDITORIA-RESUMO       TO AUDIMES-RESUMO
               MOVE AUDITORIA-VERIFICADOR  TO AUDIMES-VERIFICADOR
               MOVE AUDITORIA-SELO         TO AUDIMES-SELO
               PERFORM 2900-GRAVARAUDIMES
               ADD 1 TO WRK-QTCORRENTES
           END-IF.
               DISPLAY 'ATENCAO: CORTE INCOMPLETO, CONFIRA OS '
                   'ARQUIVOS ANTES DE REPETIR'
           END-IF.

       3900-GRAVARETAPA.
           OPEN OUTPUT ETAPA.
           IF ETAPA-STATUS = 0
               MOVE SPACES TO ETAPA-REG
               MOVE 'CLIEAUDRL' TO ETAPA-PROGRAMA
               IF LEITURA-OK AND WRK-QTERROS = 0
                   MOVE 'C' TO ETAPA-SITUACAO
               ELSE
                   MOVE 'I' TO ETAPA-SITUACAO
                   MOVE 'ERRO DE LEITURA OU GRAVACAO NO CORTE'
                       TO ETAPA-MENSAGEM
               END-IF
               MOVE WRK-QTLIDOS TO ETAPA-LIDOS
               COMPUTE ETAPA-GRAVADOS =
                   WRK-QTFECHADOS + WRK-QTCORRENTES
               WRITE ETAPA-REG
               CLOSE ETAPA
           END-IF.
