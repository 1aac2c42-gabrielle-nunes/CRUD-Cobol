       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIEETIQ.
      **********************************
      *OBJETIVO: ARQUIVO DE IMPRESSAO DE ETIQUETAS DE ENDERECAMENTO
      *          (2 OU 3 POR LINHA) DOS CLIENTES ATIVOS, EM ORDEM DE
      *          CEP, COM QUEBRA E CONTAGEM POR FAIXA DE 5 DIGITOS
      *          (EXIGENCIA DO CORREIO P/ DESCONTO DE MALA DIRETA) E
      *          PAGINA DE CONTROLE NO FINAL. OS ENDERECOS INCOMPLETOS
      *          SAO LISTADOS EM RELETQ.TXT PARA CORRECAO. OPCIONAL-
      *          MENTE SAI UMA SO ETIQUETA POR DOMICILIO (DOMICILIO.DAT,
      *          GERADO PELO CLIEDOMIC), EM NOME DO CHEFE QUANDO ELE
      *          PUDER RECEBER CORRESPONDENCIA
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

               SELECT ETIQUETAS ASSIGN TO WRK-ARQ-ETIQUETAS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ETIQUETAS-STATUS.

               SELECT RELETQ ASSIGN TO WRK-ARQ-RELETQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELETQ-STATUS.

               SELECT ORDENACAO ASSIGN TO WRK-ARQ-ORDENACAO.

               SELECT DOMICILIO ASSIGN TO WRK-ARQ-DOMICILIO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS DOMICILIO-STATUS
               RECORD KEY IS DOMICILIO-CPF
               ALTERNATE RECORD KEY IS DOMICILIO-NUMERO
                   WITH DUPLICATES.

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


       FD ETIQUETAS.
       01 ETIQUETAS-REG.
           05 ETIQUETAS-DADOS PIC X(130).

       FD RELETQ.
       01 RELETQ-REG.
           05 RELETQ-DADOS PIC X(130).

       SD ORDENACAO.
       01 ORDENACAO-REG.
           05 ORDENACAO-CEP        PIC 9(08).
           05 ORDENACAO-CEP-X REDEFINES ORDENACAO-CEP.
               10 ORDENACAO-FAIXA  PIC X(05).
               10 FILLER           PIC X(03).
           05 ORDENACAO-DOMICILIO  PIC 9(07).
           05 ORDENACAO-PRIORIDADE PIC X(01).
           05 ORDENACAO-CPF        PIC 9(11).
           05 ORDENACAO-NOME       PIC X(28).
           05 ORDENACAO-RUA        PIC X(30).
           05 ORDENACAO-NUMERO     PIC X(06).
           05 ORDENACAO-CIDADE     PIC X(20).
           05 ORDENACAO-UF         PIC X(02).
           05 ORDENACAO-CEP-FMT    PIC X(09).

       FD DOMICILIO.
       01 DOMICILIO-REG.
           05 DOMICILIO-CPF        PIC 9(11).
           05 DOMICILIO-NUMERO     PIC 9(07).
           05 DOMICILIO-ENDERECO.
               10 DOMICILIO-CEP    PIC X(09).
               10 DOMICILIO-RUA    PIC X(30).
               10 DOMICILIO-NUMEND PIC X(06).
           05 DOMICILIO-CHEFE      PIC X(01).
               88 DOMICILIO-E-CHEFE     VALUE 'S'.
           05 DOMICILIO-ORIGEM     PIC X(01).
               88 DOMICILIO-AUTOMATICO  VALUE 'A'.
               88 DOMICILIO-MANUAL      VALUE 'M'.
           05 DOMICILIO-DATA       PIC 9(08).
           05 DOMICILIO-USUARIO    PIC X(08).
           05 FILLER               PIC X(09).

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
       77 ETIQUETAS-STATUS     PIC 9(02).
       77 RELETQ-STATUS        PIC 9(02).
       77 DOMICILIO-STATUS     PIC 9(02).
       77 PARAMETROS-STATUS    PIC 9(02).
       77 WRK-PAR-LIDO         PIC X(01) VALUE 'N'.
           88 PARAMETROS-LIDOS VALUE 'S'.
       77 WRK-ARQ-CLIENTES     PIC X(60).
       77 WRK-ARQ-ETIQUETAS    PIC X(60).
       77 WRK-ARQ-RELETQ       PIC X(60).
       77 WRK-ARQ-ORDENACAO    PIC X(60).
       77 WRK-ARQ-DOMICILIO    PIC X(60).
       77 WRK-DIRETORIO        PIC X(40) VALUE 'C:\Cobol\'.
       77 WRK-FIMARQUIVO       PIC X(01) VALUE 'N'.
           88 FIMARQUIVO       VALUE 'S'.
       77 WRK-FIMORDENACAO     PIC X(01) VALUE 'N'.
           88 FIMORDENACAO     VALUE 'S'.
       77 WRK-LEITURA-OK       PIC X(01) VALUE 'S'.
           88 LEITURA-OK       VALUE 'S'.

       77 WRK-COLUNAS          PIC X(01) VALUE '3'.
       77 WRK-QTCOLUNAS        PIC 9(01) VALUE 3.
       77 WRK-FIL-UF           PIC X(02) VALUE SPACES.
       77 WRK-FIL-CIDADE       PIC X(20) VALUE SPACES.
       77 WRK-FIL-CEPINI       PIC X(08) VALUE SPACES.
       77 WRK-FIL-CEPFIM       PIC X(08) VALUE SPACES.
       77 WRK-CEP-INI          PIC 9(08) VALUE 0.
       77 WRK-CEP-FIM          PIC 9(08) VALUE 99999999.
       77 WRK-CEP-NUM          PIC 9(08).
       77 WRK-MOTIVO           PIC X(30).
       77 WRK-FIL-DOMICILIO    PIC X(01) VALUE 'N'.
           88 UM-POR-DOMICILIO VALUE 'S'.
       77 WRK-DOM-ANTERIOR     PIC 9(07) VALUE 0.
       77 WRK-CEP-ANTERIOR     PIC 9(08) VALUE 0.

       77 WRK-QTLIDOS          PIC 9(05) VALUE 0.
       77 WRK-QTINATIVOS       PIC 9(05) VALUE 0.
       77 WRK-QTNAOCONTATAR    PIC 9(05) VALUE 0.
       77 WRK-QTFALECIDOS      PIC 9(05) VALUE 0.
       77 WRK-QTDEVOLVIDOS     PIC 9(05) VALUE 0.
       77 WRK-QTFILTRADOS      PIC 9(05) VALUE 0.
       77 WRK-QTINCOMPLETOS    PIC 9(05) VALUE 0.
       77 WRK-QTSEMRUA         PIC 9(05) VALUE 0.
       77 WRK-QTSEMNUMERO      PIC 9(05) VALUE 0.
       77 WRK-QTSEMCIDADE      PIC 9(05) VALUE 0.
       77 WRK-QTCEPINVALIDO    PIC 9(05) VALUE 0.
       77 WRK-QTSELECIONADOS   PIC 9(05) VALUE 0.
       77 WRK-QTETIQUETAS      PIC 9(05) VALUE 0.
       77 WRK-QTFAIXAS         PIC 9(05) VALUE 0.
       77 WRK-QTDOMICILIO      PIC 9(05) VALUE 0.

       77 WRK-FAIXA-ATUAL      PIC X(05) VALUE SPACES.
       77 WRK-QTFAIXA          PIC 9(05) VALUE 0.
       77 WRK-COL              PIC 9(01) VALUE 0.
       77 WRK-POS              PIC 9(03) COMP.
       01 WRK-ETQ-LINHAS.
           05 WRK-ETQ-LINHA OCCURS 4 TIMES PIC X(130).
       77 WRK-ETQ-IDX          PIC 9(01) COMP.

       77 WRK-UFS-QTD          PIC 9(02) COMP VALUE 0.
       77 WRK-UFS-IDX          PIC 9(02) COMP.
       77 WRK-UFS-ACHOU        PIC X(01).
           88 UFS-ACHOU        VALUE 'S'.
       77 WRK-UFS-EXTRA        PIC 9(05) VALUE 0.
       01 WRK-UF-STAT.
           05 WRK-UFS-ENT OCCURS 40 TIMES.
               10 WRK-UFS-SIGLA PIC X(02).
               10 WRK-UFS-TOTAL PIC 9(05).

       77 WRK-REL-DATA         PIC 9(08).
       77 WRK-REL-DATA-X REDEFINES WRK-REL-DATA PIC X(08).
       77 WRK-REL-DATA-FMT     PIC X(10).

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           SORT ORDENACAO
               ON ASCENDING KEY ORDENACAO-CEP ORDENACAO-DOMICILIO
                                ORDENACAO-PRIORIDADE ORDENACAO-CPF
               INPUT PROCEDURE IS 2000-SELECIONAR
               OUTPUT PROCEDURE IS 5000-IMPRIMIR.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIAR.
           DISPLAY 'ETIQUETAS DE ENDERECAMENTO - INICIO'.
           PERFORM 1050-LERPARAMETROS.
           DISPLAY 'ETIQUETAS POR LINHA (2 OU 3): '.
           ACCEPT WRK-COLUNAS.
           IF WRK-COLUNAS = SPACE
               MOVE '3' TO WRK-COLUNAS
           END-IF.
           IF WRK-COLUNAS NOT = '2' AND WRK-COLUNAS NOT = '3'
               DISPLAY 'ETIQUETAS POR LINHA DEVE SER 2 OU 3'
               DISPLAY 'ETIQUETAS DE ENDERECAMENTO - ABORTADO'
               STOP RUN
           END-IF.
           MOVE WRK-COLUNAS TO WRK-QTCOLUNAS.
           DISPLAY 'UF (BRANCO=TODAS): '.
           ACCEPT WRK-FIL-UF.
           DISPLAY 'CIDADE (BRANCO=TODAS): '.
           ACCEPT WRK-FIL-CIDADE.
           DISPLAY 'CEP INICIAL (8 DIGITOS, BRANCO=SEM LIMITE): '.
           ACCEPT WRK-FIL-CEPINI.
           DISPLAY 'CEP FINAL (8 DIGITOS, BRANCO=SEM LIMITE): '.
           ACCEPT WRK-FIL-CEPFIM.
           IF WRK-FIL-CEPINI NOT = SPACES
               IF WRK-FIL-CEPINI IS NOT NUMERIC
                   DISPLAY 'CEP INICIAL INVALIDO'
                   DISPLAY 'ETIQUETAS DE ENDERECAMENTO - ABORTADO'
                   STOP RUN
               END-IF
               MOVE WRK-FIL-CEPINI TO WRK-CEP-INI
           END-IF.
           IF WRK-FIL-CEPFIM NOT = SPACES
               IF WRK-FIL-CEPFIM IS NOT NUMERIC
                   DISPLAY 'CEP FINAL INVALIDO'
                   DISPLAY 'ETIQUETAS DE ENDERECAMENTO - ABORTADO'
                   STOP RUN
               END-IF
               MOVE WRK-FIL-CEPFIM TO WRK-CEP-FIM
           END-IF.
           IF WRK-CEP-INI > WRK-CEP-FIM
               DISPLAY 'CEP INICIAL MAIOR QUE O FINAL'
               DISPLAY 'ETIQUETAS DE ENDERECAMENTO - ABORTADO'
               STOP RUN
           END-IF.
           DISPLAY 'UMA ETIQUETA POR DOMICILIO (S/N): '.
           ACCEPT WRK-FIL-DOMICILIO.
           IF WRK-FIL-DOMICILIO NOT = 'S'
               MOVE 'N' TO WRK-FIL-DOMICILIO
           END-IF.
           IF UM-POR-DOMICILIO
               OPEN INPUT DOMICILIO
               IF DOMICILIO-STATUS NOT = 0
                   DISPLAY 'DOMICILIO.DAT: FALHA AO ABRIR. STATUS: '
                       DOMICILIO-STATUS
                   DISPLAY 'GERE OS DOMICILIOS ANTES (CLIEDOMIC)'
                   DISPLAY 'ETIQUETAS DE ENDERECAMENTO - ABORTADO'
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT CLIENTES.
           IF CLIENTES-STATUS NOT = 0
               DISPLAY 'CLIENTES.DAT: FALHA AO ABRIR. STATUS: '
                   CLIENTES-STATUS
               DISPLAY 'ETIQUETAS DE ENDERECAMENTO - ABORTADO'
               STOP RUN
           END-IF.
           OPEN OUTPUT ETIQUETAS.
           IF ETIQUETAS-STATUS NOT = 0
               DISPLAY 'ETIQUETAS.TXT: FALHA AO ABRIR. STATUS: '
                   ETIQUETAS-STATUS
               DISPLAY 'ETIQUETAS DE ENDERECAMENTO - ABORTADO'
               CLOSE CLIENTES
               STOP RUN
           END-IF.
           OPEN OUTPUT RELETQ.
           IF RELETQ-STATUS NOT = 0
               DISPLAY 'RELETQ.TXT: FALHA AO ABRIR. STATUS: '
                   RELETQ-STATUS
               DISPLAY 'ETIQUETAS DE ENDERECAMENTO - ABORTADO'
               CLOSE CLIENTES
               CLOSE ETIQUETAS
               STOP RUN
           END-IF.
           ACCEPT WRK-REL-DATA FROM DATE YYYYMMDD.
           MOVE WRK-REL-DATA-X (7:2) TO WRK-REL-DATA-FMT (1:2).
           MOVE '/'                 TO WRK-REL-DATA-FMT (3:1).
           MOVE WRK-REL-DATA-X (5:2) TO WRK-REL-DATA-FMT (4:2).
           MOVE '/'                 TO WRK-REL-DATA-FMT (6:1).
           MOVE WRK-REL-DATA-X (1:4) TO WRK-REL-DATA-FMT (7:4).
           MOVE SPACES TO RELETQ-DADOS.
           STRING 'ETIQUETAS - ENDERECOS INCOMPLETOS - EMITIDO EM '
                  WRK-REL-DATA-FMT
               DELIMITED BY SIZE INTO RELETQ-DADOS.
           WRITE RELETQ-REG.
           MOVE ALL '-' TO RELETQ-DADOS.
           WRITE RELETQ-REG.
           MOVE 'CPF         NOME                         MOTIVO'
               TO RELETQ-DADOS.
           WRITE RELETQ-REG.
           MOVE ALL '-' TO RELETQ-DADOS.
           WRITE RELETQ-REG.
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
           MOVE SPACES TO WRK-ARQ-ETIQUETAS.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'ETIQUETAS.TXT' DELIMITED BY SIZE
               INTO WRK-ARQ-ETIQUETAS.
           MOVE SPACES TO WRK-ARQ-RELETQ.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'RELETQ.TXT' DELIMITED BY SIZE
               INTO WRK-ARQ-RELETQ.
           MOVE SPACES TO WRK-ARQ-ORDENACAO.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'ETQSORT.TMP' DELIMITED BY SIZE
               INTO WRK-ARQ-ORDENACAO.
           MOVE SPACES TO WRK-ARQ-DOMICILIO.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'DOMICILIO.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-DOMICILIO.

      **********************************
      *PROCEDIMENTO DE ENTRADA DO SORT: SELECIONA OS CLIENTES E
      *ENTREGA UM REGISTRO POR ETIQUETA COM O CEP NUMERICO NA CHAVE
      **********************************
       2000-SELECIONAR.
           PERFORM 2100-AVALIAR UNTIL FIMARQUIVO.

       2100-AVALIAR.
           ADD 1 TO WRK-QTLIDOS.
           EVALUATE TRUE
               WHEN NOT CLIENTES-ATIVO
                   ADD 1 TO WRK-QTINATIVOS
               WHEN CLIENTES-NAO-CONTATAR
                   ADD 1 TO WRK-QTNAOCONTATAR
               WHEN CLIENTES-RF-FALECIDO
                   ADD 1 TO WRK-QTFALECIDOS
               WHEN CLIENTES-END-DEVOLVIDO
                   ADD 1 TO WRK-QTDEVOLVIDOS
               WHEN WRK-FIL-UF NOT = SPACES
                AND CLIENTES-END-UF NOT = WRK-FIL-UF
                   ADD 1 TO WRK-QTFILTRADOS
               WHEN WRK-FIL-CIDADE NOT = SPACES
                AND CLIENTES-END-CIDADE NOT = WRK-FIL-CIDADE
                   ADD 1 TO WRK-QTFILTRADOS
               WHEN OTHER
                   PERFORM 2200-CONFERIRENDERECO
           END-EVALUATE.
           PERFORM 2500-LER.

       2200-CONFERIRENDERECO.
           MOVE SPACES TO WRK-MOTIVO.
           EVALUATE TRUE
               WHEN CLIENTES-END-RUA = SPACES
                   ADD 1 TO WRK-QTSEMRUA
                   MOVE 'SEM RUA' TO WRK-MOTIVO
               WHEN CLIENTES-END-NUMERO = SPACES
                   ADD 1 TO WRK-QTSEMNUMERO
                   MOVE 'SEM NUMERO' TO WRK-MOTIVO
               WHEN CLIENTES-END-CIDADE = SPACES
                 OR CLIENTES-END-UF = SPACES
                   ADD 1 TO WRK-QTSEMCIDADE
                   MOVE 'SEM CIDADE/UF' TO WRK-MOTIVO
               WHEN CLIENTES-END-CEP (1:5) IS NOT NUMERIC
                 OR CLIENTES-END-CEP (6:1) NOT = '-'
                 OR CLIENTES-END-CEP (7:3) IS NOT NUMERIC
                   ADD 1 TO WRK-QTCEPINVALIDO
                   MOVE 'CEP AUSENTE OU FORA DO FORMATO' TO WRK-MOTIVO
           END-EVALUATE.
           IF WRK-MOTIVO NOT = SPACES
               ADD 1 TO WRK-QTINCOMPLETOS
               MOVE SPACES TO RELETQ-DADOS
               STRING CLIENTES-CPF  DELIMITED BY SIZE
                      ' '           DELIMITED BY SIZE
                      CLIENTES-NOME DELIMITED BY SIZE
                      ' '           DELIMITED BY SIZE
                      WRK-MOTIVO    DELIMITED BY SIZE
                   INTO RELETQ-DADOS
               WRITE RELETQ-REG
           ELSE
               MOVE CLIENTES-END-CEP (1:5) TO WRK-CEP-NUM (1:5)
               MOVE CLIENTES-END-CEP (7:3) TO WRK-CEP-NUM (6:3)
               IF WRK-CEP-NUM < WRK-CEP-INI
                  OR WRK-CEP-NUM > WRK-CEP-FIM
                   ADD 1 TO WRK-QTFILTRADOS
               ELSE
                   PERFORM 2300-LIBERAR
               END-IF
           END-IF.

       2300-LIBERAR.
           MOVE WRK-CEP-NUM          TO ORDENACAO-CEP.
           MOVE CLIENTES-CPF         TO ORDENACAO-CPF.
           MOVE CLIENTES-NOME        TO ORDENACAO-NOME.
           MOVE CLIENTES-END-RUA     TO ORDENACAO-RUA.
           MOVE CLIENTES-END-NUMERO  TO ORDENACAO-NUMERO.
           MOVE CLIENTES-END-CIDADE  TO ORDENACAO-CIDADE.
           MOVE CLIENTES-END-UF      TO ORDENACAO-UF.
           MOVE CLIENTES-END-CEP     TO ORDENACAO-CEP-FMT.
           MOVE 0   TO ORDENACAO-DOMICILIO.
           MOVE '0' TO ORDENACAO-PRIORIDADE.
      *NO MODO UM POR DOMICILIO OS MEMBROS FICAM JUNTOS NA ORDENACAO,
      *O CHEFE NA FRENTE; SEM DOMICILIO O NUMERO ZERO NAO AGRUPA
           IF UM-POR-DOMICILIO
               MOVE CLIENTES-CPF TO DOMICILIO-CPF
               READ DOMICILIO
               IF DOMICILIO-STATUS = 0
                   MOVE DOMICILIO-NUMERO TO ORDENACAO-DOMICILIO
                   IF NOT DOMICILIO-E-CHEFE
                       MOVE '1' TO ORDENACAO-PRIORIDADE
                   END-IF
               END-IF
           END-IF.
           RELEASE ORDENACAO-REG.
           ADD 1 TO WRK-QTSELECIONADOS.

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
           CLOSE CLIENTES.
           IF UM-POR-DOMICILIO
               CLOSE DOMICILIO
           END-IF.
           PERFORM 6000-PAGINACONTROLE.
           MOVE ALL '-' TO RELETQ-DADOS.
           WRITE RELETQ-REG.
           MOVE SPACES TO RELETQ-DADOS.
           STRING 'ENDERECOS INCOMPLETOS: ' WRK-QTINCOMPLETOS
               DELIMITED BY SIZE INTO RELETQ-DADOS.
           WRITE RELETQ-REG.
           CLOSE RELETQ.
           CLOSE ETIQUETAS.
           DISPLAY 'ETIQUETAS DE ENDERECAMENTO - RESUMO'.
           DISPLAY 'REGISTROS LIDOS......: ' WRK-QTLIDOS.
           DISPLAY 'ETIQUETAS IMPRESSAS..: ' WRK-QTETIQUETAS.
           DISPLAY 'FAIXAS DE CEP........: ' WRK-QTFAIXAS.
           IF UM-POR-DOMICILIO
               DISPLAY 'MESMO DOMICILIO......: ' WRK-QTDOMICILIO
           END-IF.
           DISPLAY 'ENDERECOS INCOMPLETOS: ' WRK-QTINCOMPLETOS.
           DISPLAY 'ETIQUETAS GRAVADAS EM ETIQUETAS.TXT'.
           DISPLAY 'ENDERECOS INCOMPLETOS EM RELETQ.TXT'.
           IF NOT LEITURA-OK
               DISPLAY 'ATENCAO: ETIQUETAS INCOMPLETAS POR ERRO DE '
                   'LEITURA, NAO ENVIE ESTE LOTE AO CORREIO'
           END-IF.

      **********************************
      *PROCEDIMENTO DE SAIDA DO SORT: MONTA AS ETIQUETAS LADO A LADO
      *E FECHA CADA FAIXA DE CEP COM A SUA CONTAGEM
      **********************************
       5000-IMPRIMIR.
           MOVE SPACES TO WRK-ETQ-LINHAS.
           MOVE 0 TO WRK-COL.
           PERFORM 5500-RETORNAR.
           PERFORM 5100-ETIQUETA UNTIL FIMORDENACAO.
           IF WRK-FAIXA-ATUAL NOT = SPACES
               PERFORM 5300-FECHARFAIXA
           END-IF.

      *DOMICILIO SO E PULADO DENTRO DO MESMO CEP
       5100-ETIQUETA.
           IF ORDENACAO-DOMICILIO NOT = 0
              AND ORDENACAO-DOMICILIO = WRK-DOM-ANTERIOR
              AND ORDENACAO-CEP = WRK-CEP-ANTERIOR
               ADD 1 TO WRK-QTDOMICILIO
           ELSE
               MOVE ORDENACAO-DOMICILIO TO WRK-DOM-ANTERIOR
               MOVE ORDENACAO-CEP TO WRK-CEP-ANTERIOR
               PERFORM 5150-MONTARETIQUETA
           END-IF.
           PERFORM 5500-RETORNAR.

       5150-MONTARETIQUETA.
           IF ORDENACAO-FAIXA NOT = WRK-FAIXA-ATUAL
               IF WRK-FAIXA-ATUAL NOT = SPACES
                   PERFORM 5300-FECHARFAIXA
               END-IF
               MOVE ORDENACAO-FAIXA TO WRK-FAIXA-ATUAL
               MOVE 0 TO WRK-QTFAIXA
               ADD 1 TO WRK-QTFAIXAS
           END-IF.
           COMPUTE WRK-POS = WRK-COL * 43 + 1.
           MOVE ORDENACAO-NOME TO WRK-ETQ-LINHA (1) (WRK-POS:28).
           STRING ORDENACAO-RUA    DELIMITED BY SIZE
                  ', '             DELIMITED BY SIZE
                  ORDENACAO-NUMERO DELIMITED BY SIZE
               INTO WRK-ETQ-LINHA (2) (WRK-POS:38).
           STRING ORDENACAO-CIDADE DELIMITED BY SIZE
                  ' - '            DELIMITED BY SIZE
                  ORDENACAO-UF     DELIMITED BY SIZE
               INTO WRK-ETQ-LINHA (3) (WRK-POS:25).
           STRING 'CEP '            DELIMITED BY SIZE
                  ORDENACAO-CEP-FMT DELIMITED BY SIZE
               INTO WRK-ETQ-LINHA (4) (WRK-POS:13).
           ADD 1 TO WRK-COL.
           ADD 1 TO WRK-QTFAIXA.
           ADD 1 TO WRK-QTETIQUETAS.
           PERFORM 5400-CONTARUF.
           IF WRK-COL = WRK-QTCOLUNAS
               PERFORM 5200-DESCARREGARLINHA
           END-IF.

       5200-DESCARREGARLINHA.
           PERFORM VARYING WRK-ETQ-IDX FROM 1 BY 1
                   UNTIL WRK-ETQ-IDX > 4
               MOVE WRK-ETQ-LINHA (WRK-ETQ-IDX) TO ETIQUETAS-DADOS
               WRITE ETIQUETAS-REG
           END-PERFORM.
           MOVE SPACES TO ETIQUETAS-DADOS.
           WRITE ETIQUETAS-REG.
           MOVE SPACES TO WRK-ETQ-LINHAS.
           MOVE 0 TO WRK-COL.

       5300-FECHARFAIXA.
           IF WRK-COL > 0
               PERFORM 5200-DESCARREGARLINHA
           END-IF.
           MOVE SPACES TO ETIQUETAS-DADOS.
           STRING '*** FAIXA DE CEP ' WRK-FAIXA-ATUAL
                  ' - ' WRK-QTFAIXA ' ETIQUETA(S) ***'
               DELIMITED BY SIZE INTO ETIQUETAS-DADOS.
           WRITE ETIQUETAS-REG.
           MOVE SPACES TO ETIQUETAS-DADOS.
           WRITE ETIQUETAS-REG.

       5400-CONTARUF.
           MOVE 'N' TO WRK-UFS-ACHOU.
           PERFORM VARYING WRK-UFS-IDX FROM 1 BY 1
                   UNTIL WRK-UFS-IDX > WRK-UFS-QTD OR UFS-ACHOU
               IF WRK-UFS-SIGLA (WRK-UFS-IDX) = ORDENACAO-UF
                   MOVE 'S' TO WRK-UFS-ACHOU
                   ADD 1 TO WRK-UFS-TOTAL (WRK-UFS-IDX)
               END-IF
           END-PERFORM.
           IF NOT UFS-ACHOU
               IF WRK-UFS-QTD < 40
                   ADD 1 TO WRK-UFS-QTD
                   MOVE ORDENACAO-UF TO WRK-UFS-SIGLA (WRK-UFS-QTD)
                   MOVE 1 TO WRK-UFS-TOTAL (WRK-UFS-QTD)
               ELSE
                   ADD 1 TO WRK-UFS-EXTRA
               END-IF
           END-IF.

       5500-RETORNAR.
           RETURN ORDENACAO
               AT END
                   MOVE 'S' TO WRK-FIMORDENACAO
           END-RETURN.

      **********************************
      *PAGINA DE CONTROLE NO FINAL DO ARQUIVO DE ETIQUETAS
      **********************************
       6000-PAGINACONTROLE.
           MOVE ALL '=' TO ETIQUETAS-DADOS.
           WRITE ETIQUETAS-REG.
           MOVE SPACES TO ETIQUETAS-DADOS.
           STRING 'ETIQUETAS DE ENDERECAMENTO - PAGINA DE CONTROLE - '
                  'EMITIDO EM ' WRK-REL-DATA-FMT
               DELIMITED BY SIZE INTO ETIQUETAS-DADOS.
           WRITE ETIQUETAS-REG.
           MOVE ALL '-' TO ETIQUETAS-DADOS.
           WRITE ETIQUETAS-REG.
           MOVE SPACES TO ETIQUETAS-DADOS.
           STRING 'FILTROS: UF ' WRK-FIL-UF
                  ' CIDADE ' WRK-FIL-CIDADE
                  ' CEP ' WRK-CEP-INI ' A ' WRK-CEP-FIM
                  ' - ' WRK-QTCOLUNAS ' POR LINHA'
               DELIMITED BY SIZE INTO ETIQUETAS-DADOS.
           WRITE ETIQUETAS-REG.
           MOVE SPACES TO ETIQUETAS-DADOS.
           WRITE ETIQUETAS-REG.
           MOVE 'ETIQUETAS POR UF' TO ETIQUETAS-DADOS.
           WRITE ETIQUETAS-REG.
           PERFORM VARYING WRK-UFS-IDX FROM 1 BY 1
                   UNTIL WRK-UFS-IDX > WRK-UFS-QTD
               MOVE SPACES TO ETIQUETAS-DADOS
               MOVE WRK-UFS-SIGLA (WRK-UFS-IDX) TO
                   ETIQUETAS-DADOS (1:2)
               MOVE WRK-UFS-TOTAL (WRK-UFS-IDX) TO
                   ETIQUETAS-DADOS (5:5)
               WRITE ETIQUETAS-REG
           END-PERFORM.
           IF WRK-UFS-EXTRA > 0
               MOVE SPACES TO ETIQUETAS-DADOS
               STRING 'UFS ALEM DA TABELA: ' WRK-UFS-EXTRA
                   ' ETIQUETAS'
                   DELIMITED BY SIZE INTO ETIQUETAS-DADOS
               WRITE ETIQUETAS-REG
           END-IF.
           MOVE SPACES TO ETIQUETAS-DADOS.
           STRING 'TOTAL DE ETIQUETAS......: ' WRK-QTETIQUETAS
                  ' EM ' WRK-QTFAIXAS ' FAIXA(S) DE CEP'
               DELIMITED BY SIZE INTO ETIQUETAS-DADOS.
           WRITE ETIQUETAS-REG.
           MOVE SPACES TO ETIQUETAS-DADOS.
           WRITE ETIQUETAS-REG.
           MOVE 'REGISTROS NAO IMPRESSOS' TO ETIQUETAS-DADOS.
           WRITE ETIQUETAS-REG.
           MOVE SPACES TO ETIQUETAS-DADOS.
           STRING 'INATIVOS................: ' WRK-QTINATIVOS
               DELIMITED BY SIZE INTO ETIQUETAS-DADOS.
           WRITE ETIQUETAS-REG.
           MOVE SPACES TO ETIQUETAS-DADOS.
           STRING 'NAO CONTATAR............: ' WRK-QTNAOCONTATAR
               DELIMITED BY SIZE INTO ETIQUETAS-DADOS.
           WRITE ETIQUETAS-REG.
           MOVE SPACES TO ETIQUETAS-DADOS.
           STRING 'FALECIDOS (RECEITA).....: ' WRK-QTFALECIDOS
               DELIMITED BY SIZE INTO ETIQUETAS-DADOS.
           WRITE ETIQUETAS-REG.
           MOVE SPACES TO ETIQUETAS-DADOS.
           STRING 'CORRESPOND. DEVOLVIDA...: ' WRK-QTDEVOLVIDOS
               DELIMITED BY SIZE INTO ETIQUETAS-DADOS.
           WRITE ETIQUETAS-REG.
           MOVE SPACES TO ETIQUETAS-DADOS.
           STRING 'FORA DOS FILTROS........: ' WRK-QTFILTRADOS
               DELIMITED BY SIZE INTO ETIQUETAS-DADOS.
           WRITE ETIQUETAS-REG.
           IF UM-POR-DOMICILIO
               MOVE SPACES TO ETIQUETAS-DADOS
               STRING 'MESMO DOMICILIO.........: ' WRK-QTDOMICILIO
                   DELIMITED BY SIZE INTO ETIQUETAS-DADOS
               WRITE ETIQUETAS-REG
           END-IF.
           MOVE SPACES TO ETIQUETAS-DADOS.
           STRING 'ENDERECO INCOMPLETO.....: ' WRK-QTINCOMPLETOS
               DELIMITED BY SIZE INTO ETIQUETAS-DADOS.
           WRITE ETIQUETAS-REG.
           MOVE SPACES TO ETIQUETAS-DADOS.
           STRING '   SEM RUA..............: ' WRK-QTSEMRUA
               DELIMITED BY SIZE INTO ETIQUETAS-DADOS.
           WRITE ETIQUETAS-REG.
           MOVE SPACES TO ETIQUETAS-DADOS.
           STRING '   SEM NUMERO...........: ' WRK-QTSEMNUMERO
               DELIMITED BY SIZE INTO ETIQUETAS-DADOS.
           WRITE ETIQUETAS-REG.
           MOVE SPACES TO ETIQUETAS-DADOS.
           STRING '   SEM CIDADE/UF........: ' WRK-QTSEMCIDADE
               DELIMITED BY SIZE INTO ETIQUETAS-DADOS.
           WRITE ETIQUETAS-REG.
           MOVE SPACES TO ETIQUETAS-DADOS.
           STRING '   CEP INVALIDO.........: ' WRK-QTCEPINVALIDO
               DELIMITED BY SIZE INTO ETIQUETAS-DADOS.
           WRITE ETIQUETAS-REG.
           MOVE SPACES TO ETIQUETAS-DADOS.
           STRING 'REGISTROS LIDOS.........: ' WRK-QTLIDOS
               DELIMITED BY SIZE INTO ETIQUETAS-DADOS.
           WRITE ETIQUETAS-REG.
           IF NOT LEITURA-OK
               MOVE SPACES TO ETIQUETAS-DADOS
               MOVE 'ATENCAO: LOTE INCOMPLETO POR ERRO DE LEITURA'
                   TO ETIQUETAS-DADOS
               WRITE ETIQUETAS-REG
           END-IF.
