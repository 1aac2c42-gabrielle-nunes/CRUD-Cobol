       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO WRK-ARQ-CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLIENTES-STATUS
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-EMAIL WITH DUPLICATES.

               SELECT EXTRATO ASSIGN TO WRK-ARQ-EXTRATO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EXTRATO-STATUS.

               SELECT AUDITORIA ASSIGN TO WRK-ARQ-AUDITORIA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDITORIA-STATUS.

               SELECT CONTROLE ASSIGN TO WRK-ARQ-CONTROLE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CONTROLE-STATUS.

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

               SELECT DOMICILIO ASSIGN TO WRK-ARQ-DOMICILIO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS DOMICILIO-STATUS
               RECORD KEY IS DOMICILIO-CPF
               ALTERNATE RECORD KEY IS DOMICILIO-NUMERO
                   WITH DUPLICATES.

               SELECT DOMEXT ASSIGN TO WRK-ARQ-DOMEXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS DOMEXT-STATUS
               RECORD KEY IS DOMEXT-NUMERO.

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

       FD EXTRATO.
       01 EXTRATO-REG.
           05 AUDITORIA-EMAIL-ANTES   PIC X(40).
           05 AUDITORIA-EMAIL-DEPOIS  PIC X(40).
           05 AUDITORIA-USUARIO       PIC X(08).
           05 AUDITORIA-APROVADOR     PIC X(08).
           05 AUDITORIA-SEQUENCIA     PIC 9(09).
           05 AUDITORIA-RESUMO        PIC 9(09).
           05 AUDITORIA-VERIFICADOR   PIC 9(09).
           05 AUDITORIA-SELO          PIC X(01).
               88 AUDITORIA-ANONIMIZADO VALUE 'L'.

       FD CONTROLE.
       01 CONTROLE-REG.
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

      *DOMICILIOS JA EXTRAIDOS NO MODO UM POR DOMICILIO
       FD DOMEXT.
       01 DOMEXT-REG.
           05 DOMEXT-NUMERO        PIC 9(07).

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
       77 EXTRATO-STATUS       PIC 9(02).
       77 ETAPA-STATUS         PIC 9(02).
       77 WRK-MSGERRO          PIC X(40).
       77 WRK-FIMARQUIVO       PIC X(01) VALUE 'N'.
           88 FIMARQUIVO       VALUE 'S'.
       77 WRK-QTLIDOS          PIC 9(05) VALUE 0.
       77 WRK-QTEXTRAIDOS      PIC 9(05) VALUE 0.
       77 WRK-QTFALECIDOS      PIC 9(05) VALUE 0.
       77 WRK-QTDEVOLVIDOS     PIC 9(05) VALUE 0.
       77 WRK-QTDOMICILIO      PIC 9(05) VALUE 0.
       77 DOMICILIO-STATUS     PIC 9(02).
       77 DOMEXT-STATUS        PIC 9(02).
       77 WRK-LEITURA-OK       PIC X(01) VALUE 'S'.
           88 LEITURA-OK       VALUE 'S'.

       77 WRK-FIL-SITUACAO     PIC X(01) VALUE 'T'.
       77 WRK-FIL-UF           PIC X(02) VALUE SPACES.
       77 WRK-FIL-CIDADE       PIC X(20) VALUE SPACES.
       77 WRK-FIL-DEVOLVIDO    PIC X(01) VALUE 'N'.
           88 OMITIR-DEVOLVIDOS VALUE 'S'.
       77 WRK-FIL-DOMICILIO    PIC X(01) VALUE 'N'.
           88 UM-POR-DOMICILIO VALUE 'S'.
       77 WRK-EXIBE            PIC X(01).
           88 EXIBE-REGISTRO   VALUE 'S'.

       77 AUDIMES-STATUS       PIC 9(02).
       77 AUDPER-STATUS        PIC 9(02).
       77 PERIODO-STATUS       PIC 9(02).
       77 WRK-ARQ-PERIODO      PIC X(60).
       77 WRK-ARQ-CLIENTES     PIC X(60).
       77 WRK-ARQ-EXTRATO      PIC X(60).
       77 WRK-ARQ-AUDITORIA    PIC X(60).
       77 WRK-ARQ-CONTROLE     PIC X(60).
       77 WRK-ARQ-AUDIMES      PIC X(60).
       77 WRK-ARQ-AUDPER       PIC X(60).
       77 WRK-ARQ-DOMICILIO    PIC X(60).
       77 WRK-ARQ-DOMEXT       PIC X(60).
       77 WRK-ARQ-ETAPA        PIC X(60).
       77 WRK-DIRETORIO        PIC X(40) VALUE 'C:\Cobol\'.
       77 WRK-PER-X            PIC X(06).
       77 WRK-CTL-MES          PIC 9(06).
       77 WRK-FIMPERIODO       PIC X(01).
               PERFORM 2000-PROCESSAR UNTIL FIMARQUIVO
           END-IF.
           PERFORM 3000-FINALIZAR.
           PERFORM 3900-GRAVARETAPA.
           STOP RUN.

       1000-INICIAR.
           DISPLAY 'EXTRACAO DE CLIENTES EM CSV - INICIO'.
           PERFORM 1050-LERPARAMETROS.
           DISPLAY 'TIPO (C=COMPLETA D=DELTA): '.
           ACCEPT WRK-MODO.
           IF WRK-MODO = SPACE
               END-IF
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
           MOVE SPACES TO WRK-ARQ-EXTRATO.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'EXTRATO.CSV' DELIMITED BY SIZE
               INTO WRK-ARQ-EXTRATO.
           MOVE SPACES TO WRK-ARQ-AUDITORIA.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'AUDITORIA.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-AUDITORIA.
           MOVE SPACES TO WRK-ARQ-CONTROLE.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'EXTRCTL.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-CONTROLE.
           MOVE SPACES TO WRK-ARQ-AUDIMES.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'AUDIMES.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-AUDIMES.
           MOVE SPACES TO WRK-ARQ-AUDPER.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'AUDPER.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-AUDPER.
           MOVE SPACES TO WRK-ARQ-DOMICILIO.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'DOMICILIO.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-DOMICILIO.
           MOVE SPACES TO WRK-ARQ-DOMEXT.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'EXTDOM.TMP' DELIMITED BY SIZE
               INTO WRK-ARQ-DOMEXT.
           MOVE SPACES TO WRK-ARQ-ETAPA.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'ETAPA.RET' DELIMITED BY SIZE
               INTO WRK-ARQ-ETAPA.

       1100-FILTROSCOMPLETA.
           DISPLAY 'SITUACAO (A=ATIVOS I=INATIVOS T=TODOS): '.
           ACCEPT WRK-FIL-SITUACAO.
           ACCEPT WRK-FIL-UF.
           DISPLAY 'CIDADE (BRANCO=TODAS): '.
           ACCEPT WRK-FIL-CIDADE.
           DISPLAY 'MALA DIRETA - OMITIR END. DEVOLVIDOS (S/N): '.
           ACCEPT WRK-FIL-DEVOLVIDO.
           IF WRK-FIL-DEVOLVIDO NOT = 'S'
               MOVE 'N' TO WRK-FIL-DEVOLVIDO
           END-IF.
           DISPLAY 'UM REGISTRO POR DOMICILIO (S/N): '.
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
                   DISPLAY 'EXTRACAO DE CLIENTES EM CSV - ABORTADA'
                   STOP RUN
               END-IF
               OPEN OUTPUT DOMEXT
               IF DOMEXT-STATUS = 0
                   CLOSE DOMEXT
                   OPEN I-O DOMEXT
               END-IF
               IF DOMEXT-STATUS NOT = 0
                   DISPLAY 'EXTDOM.TMP: FALHA AO ABRIR. STATUS: '
                       DOMEXT-STATUS
                   DISPLAY 'EXTRACAO DE CLIENTES EM CSV - ABORTADA'
                   STOP RUN
               END-IF
           END-IF.

       1400-LERCONTROLE.
           MOVE 0 TO WRK-CTL-DATA WRK-CTL-HORA.
       1535-VARRERUMPERIODO.
           MOVE WRK-PER-ENT (WRK-PER-IDX) TO WRK-PER-X.
           MOVE SPACES TO WRK-ARQ-PERIODO.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'AUD' WRK-PER-X '.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-PERIODO.
           OPEN INPUT PERIODO.
           IF PERIODO-STATUS NOT = 0
               DISPLAY 'FALHA AO ABRIR ' WRK-ARQ-PERIODO
           DISPLAY 'EXTRACAO DE CLIENTES EM CSV - RESUMO'.
           DISPLAY 'REGISTROS LIDOS......: ' WRK-QTLIDOS.
           DISPLAY 'REGISTROS EXTRAIDOS..: ' WRK-QTEXTRAIDOS.
           DISPLAY 'FALECIDOS OMITIDOS...: ' WRK-QTFALECIDOS.
           DISPLAY 'DEVOLVIDOS OMITIDOS..: ' WRK-QTDEVOLVIDOS.
           IF UM-POR-DOMICILIO
               CLOSE DOMICILIO DOMEXT
               DISPLAY 'MESMO DOMICILIO OMIT.: ' WRK-QTDOMICILIO
           END-IF.
           IF NOT LEITURA-OK
               DISPLAY 'ATENCAO: EXTRACAO INCOMPLETA POR ERRO DE '
                   'LEITURA'
               IF MODO-DELTA
                  OR (WRK-FIL-SITUACAO = 'T'
                      AND WRK-FIL-UF = SPACES
                      AND WRK-FIL-CIDADE = SPACES
                      AND NOT OMITIR-DEVOLVIDOS
                      AND NOT UM-POR-DOMICILIO)
                   PERFORM 3100-GRAVARCONTROLE
               ELSE
                   DISPLAY 'EXTRACAO FILTRADA: CONTROLE DO DELTA '
               END-IF
           END-IF.

       3900-GRAVARETAPA.
           OPEN OUTPUT ETAPA.
           IF ETAPA-STATUS = 0
               MOVE SPACES TO ETAPA-REG
               MOVE 'CLIEEXTRA' TO ETAPA-PROGRAMA
               IF LEITURA-OK
                   MOVE 'C' TO ETAPA-SITUACAO
               ELSE
                   MOVE 'I' TO ETAPA-SITUACAO
               END-IF
               MOVE WRK-QTLIDOS TO ETAPA-LIDOS
               MOVE WRK-QTEXTRAIDOS TO ETAPA-GRAVADOS
               WRITE ETAPA-REG
               CLOSE ETAPA
           END-IF.

       3100-GRAVARCONTROLE.
           OPEN OUTPUT CONTROLE.
           IF CONTROLE-STATUS = 0
               MOVE WRK-DELTA-CPF (WRK-DELTA-IDX) TO CLIENTES-CPF
               READ CLIENTES
               EVALUATE TRUE
                   WHEN CLIENTES-STATUS = 0 AND CLIENTES-RF-FALECIDO
                       ADD 1 TO WRK-QTFALECIDOS
                       MOVE 'E' TO WRK-OP-LINHA
                       PERFORM 2100-GRAVARLINHA
                   WHEN CLIENTES-STATUS = 0
                       PERFORM 2100-GRAVARLINHA
                   WHEN CLIENTES-STATUS = 23
                       MOVE 'I' TO CLIENTES-SITUACAO
                       MOVE 0 TO CLIENTES-CPF-DESTINO
                       MOVE 'N' TO CLIENTES-CONTATO
                       MOVE SPACE TO CLIENTES-RF-SITUACAO
                       MOVE 0 TO CLIENTES-RF-DATA
                       MOVE 'N' TO CLIENTES-DEVOLVIDO
                       MOVE 'E' TO WRK-OP-LINHA
                       PERFORM 2100-GRAVARLINHA
                   WHEN OTHER
              AND CLIENTES-END-CIDADE NOT = WRK-FIL-CIDADE
               MOVE 'N' TO WRK-EXIBE
           END-IF.
           IF CLIENTES-RF-FALECIDO
               MOVE 'N' TO WRK-EXIBE
               ADD 1 TO WRK-QTFALECIDOS
           END-IF.
           IF OMITIR-DEVOLVIDOS AND CLIENTES-END-DEVOLVIDO
              AND EXIBE-REGISTRO
               MOVE 'N' TO WRK-EXIBE
               ADD 1 TO WRK-QTDEVOLVIDOS
           END-IF.
      *NO MODO UM POR DOMICILIO SAI O PRIMEIRO MORADOR QUE PASSOU
      *NOS DEMAIS FILTROS (O CHEFE PODE TER SIDO OMITIDO); CLIENTE
      *AINDA NAO AGRUPADO SAI NORMALMENTE. DOMICILIO JA GRAVADO NO
      *EXTDOM.TMP (STATUS 22) JA TEM REPRESENTANTE NO EXTRATO
           IF UM-POR-DOMICILIO AND EXIBE-REGISTRO
               MOVE CLIENTES-CPF TO DOMICILIO-CPF
               READ DOMICILIO
               IF DOMICILIO-STATUS = 0
                   MOVE DOMICILIO-NUMERO TO DOMEXT-NUMERO
                   WRITE DOMEXT-REG
                   IF DOMEXT-STATUS = 22
                       MOVE 'N' TO WRK-EXIBE
                       ADD 1 TO WRK-QTDOMICILIO
                   END-IF
               END-IF
           END-IF.

       4900-TRADUZSTATUS.
           EVALUATE CLIENTES-STATUS
