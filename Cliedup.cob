       PROGRAM-ID. CLIEDUP.
      **********************************
      *OBJETIVO: DETECCAO DE PROVAVEIS DUPLICIDADES ENTRE CPFS
      *          DIFERENTES (MESMO NOME E NASCIMENTO, MESMO TELEFONE
      *          OU MESMO E-MAIL, CONFORME AS REGRAS LIGADAS NOS
      *          PARAMETROS) COM RELATORIO PARA CONFERENCIA
      *AUTHOR: GABRIELLE NUNES
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO WRK-ARQ-CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLIENTES-STATUS
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-EMAIL WITH DUPLICATES.

               SELECT RELDUP ASSIGN TO WRK-ARQ-RELDUP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELDUP-STATUS.

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

       FD RELDUP.
       01 RELDUP-REG.
           05 RELDUP-DADOS PIC X(130).

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
       77 PARAMETROS-STATUS    PIC 9(02).
       77 WRK-PAR-LIDO         PIC X(01) VALUE 'N'.
           88 PARAMETROS-LIDOS VALUE 'S'.
       77 WRK-ARQ-CLIENTES     PIC X(60).
       77 WRK-ARQ-RELDUP       PIC X(60).
       77 WRK-ARQ-ETAPA        PIC X(60).
       77 WRK-DIRETORIO        PIC X(40) VALUE 'C:\Cobol\'.
       77 RELDUP-STATUS        PIC 9(02).
       77 ETAPA-STATUS         PIC 9(02).
       77 WRK-FIMARQUIVO       PIC X(01) VALUE 'N'.
           88 FIMARQUIVO       VALUE 'S'.
       77 WRK-LEITURA-OK       PIC X(01) VALUE 'S'.
               10 WRK-TAB-UF         PIC X(02).

       77 WRK-MOTIVO           PIC X(30).
       77 WRK-DUP-NOME-NASC    PIC X(01) VALUE 'S'.
           88 REGRA-NOME-NASC  VALUE 'S'.
       77 WRK-DUP-TELEFONE     PIC X(01) VALUE 'S'.
           88 REGRA-TELEFONE   VALUE 'S'.
       77 WRK-DUP-EMAIL        PIC X(01) VALUE 'N'.
           88 REGRA-EMAIL      VALUE 'S'.

       77 WRK-REL-DATA         PIC 9(08).
       77 WRK-REL-DATA-X REDEFINES WRK-REL-DATA PIC X(08).
           PERFORM 2000-CARREGAR UNTIL FIMARQUIVO.
           PERFORM 5000-COMPARAR.
           PERFORM 3000-FINALIZAR.
           PERFORM 3900-GRAVARETAPA.
           STOP RUN.

       1000-INICIAR.
           DISPLAY 'DETECCAO DE PROVAVEIS DUPLICIDADES - INICIO'.
           PERFORM 1050-LERPARAMETROS.
           OPEN INPUT CLIENTES.
           IF CLIENTES-STATUS NOT = 0
               DISPLAY 'CLIENTES.DAT: FALHA AO ABRIR. STATUS: '
                  WRK-REL-DATA-FMT
               DELIMITED BY SIZE INTO RELDUP-DADOS.
           WRITE RELDUP-REG.
           MOVE SPACES TO RELDUP-DADOS.
           STRING 'REGRAS: NOME E NASCIMENTO ' WRK-DUP-NOME-NASC
                  ' - TELEFONE ' WRK-DUP-TELEFONE
                  ' - E-MAIL ' WRK-DUP-EMAIL
               DELIMITED BY SIZE INTO RELDUP-DADOS.
           WRITE RELDUP-REG.
           MOVE ALL '-' TO RELDUP-DADOS.
           WRITE RELDUP-REG.
           MOVE 0 TO CLIENTES-CPF.
               PERFORM 2500-LER
           END-IF.

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
                   IF PARAMETROS-DUP-NOME-NASC = 'S' OR 'N'
                       MOVE PARAMETROS-DUP-NOME-NASC TO
                           WRK-DUP-NOME-NASC
                   END-IF
                   IF PARAMETROS-DUP-TELEFONE = 'S' OR 'N'
                       MOVE PARAMETROS-DUP-TELEFONE TO
                           WRK-DUP-TELEFONE
                   END-IF
                   IF PARAMETROS-DUP-EMAIL = 'S' OR 'N'
                       MOVE PARAMETROS-DUP-EMAIL TO WRK-DUP-EMAIL
                   END-IF
               END-IF
               CLOSE PARAMETROS
           END-IF.
           IF NOT PARAMETROS-LIDOS
               DISPLAY 'PARAMETROS.DAT INDISPONIVEL, VALORES PADRAO'
           END-IF.
           DISPLAY 'REGRA NOME E NASCIMENTO....: ' WRK-DUP-NOME-NASC.
           DISPLAY 'REGRA TELEFONE.............: ' WRK-DUP-TELEFONE.
           DISPLAY 'REGRA E-MAIL...............: ' WRK-DUP-EMAIL.
           PERFORM 1060-MONTARARQUIVOS.

       1060-MONTARARQUIVOS.
           MOVE SPACES TO WRK-ARQ-CLIENTES.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'CLIENTES.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-CLIENTES.
           MOVE SPACES TO WRK-ARQ-RELDUP.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'RELDUP.TXT' DELIMITED BY SIZE
               INTO WRK-ARQ-RELDUP.
           MOVE SPACES TO WRK-ARQ-ETAPA.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'ETAPA.RET' DELIMITED BY SIZE
               INTO WRK-ARQ-ETAPA.

       2000-CARREGAR.
           ADD 1 TO WRK-QTLIDOS.
           IF CLIENTES-ATIVO

       5100-EXAMINARPAR.
           MOVE SPACES TO WRK-MOTIVO.
           IF REGRA-NOME-NASC
              AND WRK-TAB-NOME (WRK-IDX-A) NOT = SPACES
              AND WRK-TAB-NASCIMENTO (WRK-IDX-A) NOT = SPACES
              AND WRK-TAB-NOME (WRK-IDX-A) = WRK-TAB-NOME (WRK-IDX-B)
              AND WRK-TAB-NASCIMENTO (WRK-IDX-A) =
                  WRK-TAB-NASCIMENTO (WRK-IDX-B)
               MOVE 'MESMO NOME E NASCIMENTO' TO WRK-MOTIVO
           END-IF.
           IF WRK-MOTIVO = SPACES
              AND REGRA-TELEFONE
              AND WRK-TAB-TELEFONE (WRK-IDX-A) NOT = SPACES
              AND WRK-TAB-TELEFONE (WRK-IDX-A) =
                  WRK-TAB-TELEFONE (WRK-IDX-B)
               MOVE 'MESMO TELEFONE' TO WRK-MOTIVO
           END-IF.
           IF WRK-MOTIVO = SPACES
              AND REGRA-EMAIL
              AND WRK-TAB-EMAIL (WRK-IDX-A) NOT = SPACES
              AND WRK-TAB-EMAIL (WRK-IDX-A) =
                  WRK-TAB-EMAIL (WRK-IDX-B)
               MOVE 'MESMO E-MAIL' TO WRK-MOTIVO
           END-IF.
           IF WRK-MOTIVO NOT = SPACES
               ADD 1 TO WRK-QTPARES
               DISPLAY 'ATENCAO: DETECCAO INCOMPLETA POR ERRO DE '
                   'LEITURA'
           END-IF.

       3900-GRAVARETAPA.
           OPEN OUTPUT ETAPA.
           IF ETAPA-STATUS = 0
               MOVE SPACES TO ETAPA-REG
               MOVE 'CLIEDUP' TO ETAPA-PROGRAMA
               IF LEITURA-OK
                   MOVE 'C' TO ETAPA-SITUACAO
               ELSE
                   MOVE 'I' TO ETAPA-SITUACAO
               END-IF
               MOVE WRK-QTLIDOS TO ETAPA-LIDOS
               MOVE WRK-QTPARES TO ETAPA-GRAVADOS
               IF TABELA-CHEIA
                   MOVE 'TABELA CHEIA, COMPARACAO PARCIAL'
                       TO ETAPA-MENSAGEM
               END-IF
               WRITE ETAPA-REG
               CLOSE ETAPA
           END-IF.
