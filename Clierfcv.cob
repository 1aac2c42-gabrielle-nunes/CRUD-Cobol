       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIERFCV.
      **********************************
      *OBJETIVO: CONVERSAO DO CADASTRO DE CLIENTES E DO HISTORICO
      *          DE EXPURGO PARA O LAYOUT COM A SITUACAO CADASTRAL
      *          NA RECEITA FEDERAL
      *          (EXECUTAR UMA UNICA VEZ NA IMPLANTACAO)
      *AUTHOR: GABRIELLE NUNES
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIANTIGO ASSIGN TO WRK-ARQ-CLIANTIGO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLIANTIGO-STATUS
               RECORD KEY IS CLIANTIGO-CHAVE
               ALTERNATE RECORD KEY IS CLIANTIGO-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIANTIGO-EMAIL WITH DUPLICATES.

               SELECT CLINOVO ASSIGN TO WRK-ARQ-CLINOVO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLINOVO-STATUS
               RECORD KEY IS CLINOVO-CHAVE
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
       01 CLIANTIGO-REG.
           05 CLIANTIGO-CHAVE.
               10 CLIANTIGO-CPF  PIC 9(11).
           05 CLIANTIGO-NOME     PIC X(28).
           05 CLIANTIGO-EMAIL    PIC X(40).
           05 CLIANTIGO-SITUACAO PIC X(01).
           05 CLIANTIGO-TELEFONE    PIC X(15).
           05 CLIANTIGO-NASCIMENTO  PIC X(10).
           05 CLIANTIGO-ENDERECO    PIC X(67).
           05 CLIANTIGO-CPF-DESTINO PIC 9(11).
           05 CLIANTIGO-CONTATO     PIC X(01).
           05 FILLER                PIC X(04).

       FD CLINOVO.
       01 CLINOVO-REG.
           05 CLINOVO-CHAVE.
               10 CLINOVO-CPF  PIC 9(11).
           05 CLINOVO-NOME     PIC X(28).
           05 CLINOVO-EMAIL    PIC X(40).
           05 CLINOVO-SITUACAO PIC X(01).
           05 CLINOVO-TELEFONE    PIC X(15).
           05 CLINOVO-NASCIMENTO  PIC X(10).
           05 CLINOVO-ENDERECO    PIC X(67).
           05 CLINOVO-CPF-DESTINO PIC 9(11).
           05 CLINOVO-CONTATO     PIC X(01).
           05 CLINOVO-RF-SITUACAO PIC X(01).
           05 CLINOVO-RF-DATA     PIC 9(08).
           05 CLINOVO-DEVOLVIDO   PIC X(01).
           05 FILLER              PIC X(06).

       FD HISANTIGO.
       01 HISANTIGO-REG.
           05 HISANTIGO-DATA-EXPURGO  PIC 9(08).
           05 HISANTIGO-DATA-EXCLUSAO PIC 9(08).
           05 HISANTIGO-CLIENTE       PIC X(188).

       FD HISNOVO.
       01 HISNOVO-REG.
           05 HISNOVO-DATA-EXPURGO  PIC 9(08).
           05 HISNOVO-DATA-EXCLUSAO PIC 9(08).
           05 HISNOVO-CLIENTE       PIC X(200).

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
       77 WRK-QTGRAVADOS       PIC 9(05) VALUE 0.
       77 WRK-QTHISLIDOS       PIC 9(05) VALUE 0.
       77 WRK-QTHISGRAVADOS    PIC 9(05) VALUE 0.
       77 WRK-LEITURA-OK       PIC X(01) VALUE 'S'.
           88 LEITURA-OK       VALUE 'S'.

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
           DISPLAY 'CLIENTES CONVERTIDOS.: ' WRK-QTGRAVADOS.
           DISPLAY 'HISTORICO LIDOS......: ' WRK-QTHISLIDOS.
           DISPLAY 'HISTORICO CONVERTIDOS: ' WRK-QTHISGRAVADOS.
           IF NOT LEITURA-OK
               DISPLAY 'ATENCAO: CONVERSAO INCOMPLETA POR ERRO DE '
                   'LEITURA, NAO SUBSTITUA OS ARQUIVOS'
           ELSE
               IF WRK-QTLIDOS = WRK-QTGRAVADOS
                  AND WRK-QTHISLIDOS = WRK-QTHISGRAVADOS
                   DISPLAY 'CONFIRA OS TOTAIS E SUBSTITUA '
                       'CLIENTES.DAT POR CADCNV.DAT'
                   DISPLAY 'E CLIHIST.DAT POR HISTCNV.DAT'
               ELSE
                   DISPLAY 'ATENCAO: TOTAIS DIFERENTES, NAO '
                       'SUBSTITUA OS ARQUIVOS'
               END-IF
           END-IF.

       5000-CONVERTERCADASTRO.
           OPEN INPUT CLIANTIGO.
           IF CLIANTIGO-STATUS NOT = 0
               DISPLAY 'CLIENTES.DAT: FALHA AO ABRIR. STATUS: '
                   CLIANTIGO-STATUS
               DISPLAY 'CONVERSAO - ABORTADA'
               STOP RUN
           END-IF.
           OPEN OUTPUT CLINOVO.
           IF CLINOVO-STATUS NOT = 0
               DISPLAY 'CADCNV.DAT: FALHA AO ABRIR. STATUS: '
                   CLINOVO-STATUS
               DISPLAY 'CONVERSAO - ABORTADA'
               CLOSE CLIANTIGO
               STOP RUN
           END-IF.
           MOVE 'N' TO WRK-FIMARQUIVO.
           MOVE 0 TO CLIANTIGO-CPF.
           START CLIANTIGO KEY IS NOT LESS THAN CLIANTIGO-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIMARQUIVO
           END-START.
           IF NOT FIMARQUIVO
               PERFORM 5500-LERCADASTRO
           END-IF.
           PERFORM 5100-CONVERTERREGISTRO UNTIL FIMARQUIVO.
           CLOSE CLIANTIGO.
           CLOSE CLINOVO.

       5100-CONVERTERREGISTRO.
           ADD 1 TO WRK-QTLIDOS.
           MOVE SPACES               TO CLINOVO-REG.
           MOVE CLIANTIGO-CPF        TO CLINOVO-CPF.
           MOVE CLIANTIGO-NOME       TO CLINOVO-NOME.
           MOVE CLIANTIGO-EMAIL      TO CLINOVO-EMAIL.
           MOVE CLIANTIGO-SITUACAO   TO CLINOVO-SITUACAO.
           MOVE CLIANTIGO-TELEFONE   TO CLINOVO-TELEFONE.
           MOVE CLIANTIGO-NASCIMENTO TO CLINOVO-NASCIMENTO.
           MOVE CLIANTIGO-ENDERECO   TO CLINOVO-ENDERECO.
           MOVE CLIANTIGO-CPF-DESTINO TO CLINOVO-CPF-DESTINO.
           MOVE CLIANTIGO-CONTATO    TO CLINOVO-CONTATO.
           MOVE SPACE                TO CLINOVO-RF-SITUACAO.
           MOVE 0                    TO CLINOVO-RF-DATA.
           MOVE 'N'                  TO CLINOVO-DEVOLVIDO.
           WRITE CLINOVO-REG.
           IF CLINOVO-STATUS = 0 OR CLINOVO-STATUS = 02
               ADD 1 TO WRK-QTGRAVADOS
           ELSE
               DISPLAY 'FALHA AO GRAVAR CONVERSAO. STATUS: '
                   CLINOVO-STATUS
           END-IF.
           PERFORM 5500-LERCADASTRO.

       5500-LERCADASTRO.
           READ CLIANTIGO NEXT
               AT END
                   MOVE 'S' TO WRK-FIMARQUIVO
           END-READ.
           IF CLIANTIGO-STATUS NOT = 0 AND CLIANTIGO-STATUS NOT = 10
               DISPLAY 'CLIENTES.DAT: ERRO DE LEITURA. STATUS: '
                   CLIANTIGO-STATUS
               MOVE 'N' TO WRK-LEITURA-OK
               MOVE 'S' TO WRK-FIMARQUIVO
           END-IF.

       6000-CONVERTERHISTORICO.
           OPEN INPUT HISANTIGO.
           IF HISANTIGO-STATUS = 35
               DISPLAY 'CLIHIST.DAT INEXISTENTE, HISTORICO PULADO'
           ELSE
           IF HISANTIGO-STATUS NOT = 0
               DISPLAY 'CLIHIST.DAT: FALHA AO ABRIR. STATUS: '
                   HISANTIGO-STATUS
               MOVE 'N' TO WRK-LEITURA-OK
           ELSE
               OPEN OUTPUT HISNOVO
               IF HISNOVO-STATUS NOT = 0
                   DISPLAY 'HISTCNV.DAT: FALHA AO ABRIR. STATUS: '
                       HISNOVO-STATUS
                   MOVE 'N' TO WRK-LEITURA-OK
                   CLOSE HISANTIGO
               ELSE
                   MOVE 'N' TO WRK-FIMARQUIVO
                   PERFORM 6500-LERHISTORICO
                   PERFORM 6100-CONVERTERHISREG UNTIL FIMARQUIVO
                   CLOSE HISANTIGO
                   CLOSE HISNOVO
               END-IF
           END-IF
           END-IF.

       6100-CONVERTERHISREG.
           ADD 1 TO WRK-QTHISLIDOS.
           MOVE HISANTIGO-DATA-EXPURGO  TO HISNOVO-DATA-EXPURGO.
           MOVE HISANTIGO-DATA-EXCLUSAO TO HISNOVO-DATA-EXCLUSAO.
           MOVE SPACES                  TO HISNOVO-CLIENTE.
           MOVE HISANTIGO-CLIENTE (1:184) TO HISNOVO-CLIENTE (1:184).
           MOVE '00000000'              TO HISNOVO-CLIENTE (186:8).
           MOVE 'N'                     TO HISNOVO-CLIENTE (194:1).
           WRITE HISNOVO-REG.
           IF HISNOVO-STATUS = 0
               ADD 1 TO WRK-QTHISGRAVADOS
           ELSE
               DISPLAY 'FALHA AO GRAVAR HISTORICO. STATUS: '
                   HISNOVO-STATUS
           END-IF.
           PERFORM 6500-LERHISTORICO.

       6500-LERHISTORICO.
           READ HISANTIGO
               AT END
                   MOVE 'S' TO WRK-FIMARQUIVO
           END-READ.
           IF HISANTIGO-STATUS NOT = 0 AND HISANTIGO-STATUS NOT = 10
               DISPLAY 'CLIHIST.DAT: ERRO DE LEITURA. STATUS: '
                   HISANTIGO-STATUS
               MOVE 'N' TO WRK-LEITURA-OK
               MOVE 'S' TO WRK-FIMARQUIVO
           END-IF.
