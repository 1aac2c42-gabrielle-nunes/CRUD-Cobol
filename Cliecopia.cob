       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO WRK-ARQ-CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLIENTES-STATUS
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-EMAIL WITH DUPLICATES.

               SELECT COPIA ASSIGN TO WRK-ARQ-COPIA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS COPIA-STATUS.

               SELECT ETAPA ASSIGN TO WRK-ARQ-ETAPA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ETAPA-STATUS.

               SELECT PARAMETROS ASSIGN TO 'C:\Cobol\PARAMETROS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           05 CLIENTES-CPF-DESTINO PIC 9(11).
           05 CLIENTES-CONTATO     PIC X(01).
               88 CLIENTES-NAO-CONTATAR VALUE 'S'.
           05 CLIENTES-RF-SITUACAO PIC X(01).
               88 CLIENTES-RF-REGULAR   VALUE 'R'.
               88 CLIENTES-RF-SUSPENSO  VALUE 'S'.
               88 CLIENTES-RF-CANCELADO VALUE 'C'.
               88 CLIENTES-RF-NULO      VALUE 'N'.
               88 CLIENTES-RF-FALECIDO  VALUE 'O'.
           05 CLIENTES-RF-DATA     PIC 9(08).
           05 CLIENTES-DEVOLVIDO   PIC X(01).
               88 CLIENTES-END-DEVOLVIDO VALUE 'S'.
           05 FILLER               PIC X(06).

       FD COPIA.
       01 COPIA-REG.
           05 COPIA-CLIENTE     PIC X(200).

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
       77 CLIENTES-STATUS      PIC 9(02).
       77 COPIA-STATUS         PIC 9(02).
       77 ETAPA-STATUS         PIC 9(02).
       77 PARAMETROS-STATUS    PIC 9(02).
       77 WRK-PAR-LIDO         PIC X(01) VALUE 'N'.
           88 PARAMETROS-LIDOS VALUE 'S'.
       77 WRK-ARQ-CLIENTES     PIC X(60).
       77 WRK-ARQ-COPIA        PIC X(60).
       77 WRK-ARQ-ETAPA        PIC X(60).
       77 WRK-DIRETORIO        PIC X(40) VALUE 'C:\Cobol\'.
       77 WRK-MSGERRO          PIC X(40).
       77 WRK-OPCAO            PIC X(01).
       77 WRK-FIMARQUIVO       PIC X(01) VALUE 'N'.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 5000-DESCARREGAR
                   PERFORM 3900-GRAVARETAPA
               WHEN 2
                   PERFORM 6000-RECARREGAR
                   PERFORM 3900-GRAVARETAPA
               WHEN OTHER
                   DISPLAY 'OPCAO INCORRETA.'
           END-EVALUATE.

       1000-INICIAR.
           DISPLAY 'COPIA DE SEGURANCA DE CLIENTES'.
           PERFORM 1050-LERPARAMETROS.
           DISPLAY '1 - DESCARGA (CLIENTES.DAT -> CLIBKP.DAT)'.
           DISPLAY '2 - RECARGA  (CLIBKP.DAT -> CLIENTES.DAT)'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.

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
           MOVE SPACES TO WRK-ARQ-CLIENTES.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'CLIENTES.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-CLIENTES.
           MOVE SPACES TO WRK-ARQ-COPIA.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'CLIBKP.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-COPIA.
           MOVE SPACES TO WRK-ARQ-ETAPA.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'ETAPA.RET' DELIMITED BY SIZE
               INTO WRK-ARQ-ETAPA.

       3900-GRAVARETAPA.
           OPEN OUTPUT ETAPA.
           IF ETAPA-STATUS = 0
               MOVE SPACES TO ETAPA-REG
               MOVE 'CLIECOPIA' TO ETAPA-PROGRAMA
               IF LEITURA-OK AND WRK-QTLIDOS = WRK-QTGRAVADOS
                   MOVE 'C' TO ETAPA-SITUACAO
                   IF WRK-OPCAO = '1'
                       MOVE 'DESCARGA' TO ETAPA-MENSAGEM
                   ELSE
                       MOVE 'RECARGA' TO ETAPA-MENSAGEM
                   END-IF
               ELSE
                   MOVE 'I' TO ETAPA-SITUACAO
                   MOVE 'TOTAIS DIFERENTES OU ERRO DE LEITURA'
                       TO ETAPA-MENSAGEM
               END-IF
               MOVE WRK-QTLIDOS TO ETAPA-LIDOS
               MOVE WRK-QTGRAVADOS TO ETAPA-GRAVADOS
               WRITE ETAPA-REG
               CLOSE ETAPA
           END-IF.

       2500-LERCLIENTES.
           READ CLIENTES NEXT
               AT END
