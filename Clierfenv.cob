       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIERFENV.
      **********************************
      *OBJETIVO: GERACAO DO ARQUIVO DE ENVIO DOS CPFS DOS CLIENTES
      *          ATIVOS PARA CONSULTA DA SITUACAO CADASTRAL NA
      *          RECEITA FEDERAL (LAYOUT DO BUREAU: HEADER 0,
      *          DETALHE 1 E TRAILER 9 COM A QUANTIDADE)
      *AUTHOR: GABRIELLE NUNES
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO WRK-ARQ-CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLIENTES-STATUS
               RECORD KEY IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-EMAIL WITH DUPLICATES.

               SELECT RFENVIO ASSIGN TO WRK-ARQ-RFENVIO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RFENVIO-STATUS.

               SELECT PARAMETROS ASSIGN TO 'C:\Cobol\PARAMETROS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
       01 CLIENTES-REG.
           05 CLIENTES-CHAVE.
               10 CLIENTES-CPF  PIC 9(11) VALUES ZEROS.
               10 CLIENTES-CPF-DIG REDEFINES CLIENTES-CPF
                   PIC 9(01) OCCURS 11 TIMES.
           05 CLIENTES-NOME     PIC X(28).
           05 CLIENTES-EMAIL    PIC X(40).
           05 CLIENTES-SITUACAO PIC X(01) VALUE 'A'.
               88 CLIENTES-ATIVO   VALUE 'A'.
               88 CLIENTES-INATIVO VALUE 'I'.
           05 CLIENTES-TELEFONE    PIC X(15).
           05 CLIENTES-NASCIMENTO  PIC X(10).
           05 CLIENTES-ENDERECO.
               10 CLIENTES-END-RUA    PIC X(30).
               10 CLIENTES-END-NUMERO PIC X(06).
               10 CLIENTES-END-CIDADE PIC X(20).
               10 CLIENTES-END-UF     PIC X(02).
               10 CLIENTES-END-CEP    PIC X(09).
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

       FD RFENVIO.
       01 RFENVIO-HEADER.
           05 RFENVIO-H-TIPO       PIC X(01).
           05 RFENVIO-H-SISTEMA    PIC X(20).
           05 RFENVIO-H-DATA       PIC 9(08).
           05 FILLER               PIC X(51).
       01 RFENVIO-DETALHE.
           05 RFENVIO-D-TIPO       PIC X(01).
           05 RFENVIO-D-CPF        PIC 9(11).
           05 RFENVIO-D-NOME       PIC X(28).
           05 RFENVIO-D-NASCIMENTO PIC X(10).
           05 FILLER               PIC X(30).
       01 RFENVIO-TRAILER.
           05 RFENVIO-T-TIPO       PIC X(01).
           05 RFENVIO-T-QTD        PIC 9(07).
           05 FILLER               PIC X(72).

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
       77 RFENVIO-STATUS       PIC 9(02).
       77 PARAMETROS-STATUS    PIC 9(02).
       77 WRK-PAR-LIDO         PIC X(01) VALUE 'N'.
           88 PARAMETROS-LIDOS VALUE 'S'.
       77 WRK-ARQ-CLIENTES     PIC X(60).
       77 WRK-ARQ-RFENVIO      PIC X(60).
       77 WRK-DIRETORIO        PIC X(40) VALUE 'C:\Cobol\'.
       77 WRK-FIMARQUIVO       PIC X(01) VALUE 'N'.
           88 FIMARQUIVO       VALUE 'S'.
       77 WRK-LEITURA-OK       PIC X(01) VALUE 'S'.
           88 LEITURA-OK       VALUE 'S'.

       77 WRK-QTLIDOS          PIC 9(05) VALUE 0.
       77 WRK-QTENVIADOS       PIC 9(07) VALUE 0.
       77 WRK-QTERROS          PIC 9(05) VALUE 0.
       77 WRK-REL-DATA         PIC 9(08).

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR UNTIL FIMARQUIVO.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIAR.
           DISPLAY 'ENVIO DE CPFS P/ RECEITA FEDERAL - INICIO'.
           PERFORM 1050-LERPARAMETROS.
           OPEN INPUT CLIENTES.
           IF CLIENTES-STATUS NOT = 0
               DISPLAY 'CLIENTES.DAT: FALHA AO ABRIR. STATUS: '
                   CLIENTES-STATUS
               DISPLAY 'ENVIO DE CPFS P/ RECEITA FEDERAL - ABORTADO'
               STOP RUN
           END-IF.
           OPEN OUTPUT RFENVIO.
           IF RFENVIO-STATUS NOT = 0
               DISPLAY 'RFENVIO.TXT: FALHA AO ABRIR. STATUS: '
                   RFENVIO-STATUS
               DISPLAY 'ENVIO DE CPFS P/ RECEITA FEDERAL - ABORTADO'
               CLOSE CLIENTES
               STOP RUN
           END-IF.
           ACCEPT WRK-REL-DATA FROM DATE YYYYMMDD.
           MOVE SPACES TO RFENVIO-HEADER.
           MOVE '0' TO RFENVIO-H-TIPO.
           MOVE 'SISTEMA DE CLIENTES' TO RFENVIO-H-SISTEMA.
           MOVE WRK-REL-DATA TO RFENVIO-H-DATA.
           WRITE RFENVIO-HEADER.
           MOVE 0 TO CLIENTES-CPF.
           START CLIENTES KEY IS NOT LESS THAN CLIENTES-CPF
               INVALID KEY
                   MOVE 'S' TO WRK-FIMARQUIVO
           END-START.
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
           MOVE SPACES TO WRK-ARQ-CLIENTES.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'CLIENTES.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-CLIENTES.
           MOVE SPACES TO WRK-ARQ-RFENVIO.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'RFENVIO.TXT' DELIMITED BY SIZE
               INTO WRK-ARQ-RFENVIO.

       2000-PROCESSAR.
           ADD 1 TO WRK-QTLIDOS.
           IF CLIENTES-ATIVO
               MOVE SPACES TO RFENVIO-DETALHE
               MOVE '1' TO RFENVIO-D-TIPO
               MOVE CLIENTES-CPF TO RFENVIO-D-CPF
               MOVE CLIENTES-NOME TO RFENVIO-D-NOME
               MOVE CLIENTES-NASCIMENTO TO RFENVIO-D-NASCIMENTO
               WRITE RFENVIO-DETALHE
               IF RFENVIO-STATUS = 0
                   ADD 1 TO WRK-QTENVIADOS
               ELSE
                   ADD 1 TO WRK-QTERROS
                   DISPLAY 'CPF ' CLIENTES-CPF
                       ' NAO ENVIADO. STATUS: ' RFENVIO-STATUS
               END-IF
           END-IF.
           PERFORM 2500-LER.

       2500-LER.
           READ CLIENTES NEXT
               AT END
                   MOVE 'S' TO WRK-FIMARQUIVO
           END-READ.
           IF CLIENTES-STATUS NOT = 0 AND CLIENTES-STATUS NOT = 10
               DISPLAY 'CLIENTES.DAT: ERRO DE LEITURA. STATUS: '
                   CLIENTES-STATUS
               MOVE 'N' TO WRK-LEITURA-OK
               MOVE 'S' TO WRK-FIMARQUIVO
           END-IF.

       3000-FINALIZAR.
           MOVE SPACES TO RFENVIO-TRAILER.
           MOVE '9' TO RFENVIO-T-TIPO.
           MOVE WRK-QTENVIADOS TO RFENVIO-T-QTD.
           WRITE RFENVIO-TRAILER.
           CLOSE RFENVIO.
           CLOSE CLIENTES.
           DISPLAY 'ENVIO DE CPFS P/ RECEITA FEDERAL - RESUMO'.
           DISPLAY 'REGISTROS LIDOS......: ' WRK-QTLIDOS.
           DISPLAY 'CPFS ENVIADOS........: ' WRK-QTENVIADOS.
           DISPLAY 'ERROS DE GRAVACAO....: ' WRK-QTERROS.
           DISPLAY 'ARQUIVO GRAVADO EM RFENVIO.TXT'.
           IF NOT LEITURA-OK
               DISPLAY 'ATENCAO: ENVIO INCOMPLETO POR ERRO DE '
                   'LEITURA, NAO TRANSMITA ESTE ARQUIVO'
           END-IF.
