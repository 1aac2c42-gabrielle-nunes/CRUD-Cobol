       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIECADEIA.
      **********************************
      *OBJETIVO: CONTROLE DA CADEIA DO LOTE NOTURNO. LE A PROGRAMACAO
      *          DAS ETAPAS EM CADEIA.TXT, EXECUTA CADA ETAPA NA ORDEM,
      *          RECUSA A ETAPA CUJO PRE-REQUISITO NAO TERMINOU BEM,
      *          GRAVA O LOG DE EXECUCAO EM CADEIALOG.DAT E EMITE O
      *          RESUMO DA MANHA EM RELCADEIA.TXT.
      *          CADEIA.TXT, UMA ETAPA POR LINHA (LINHA QUE NAO COMECA
      *          COM A ORDEM NUMERICA E COMENTARIO):
      *            COL 01-02 ORDEM (CRESCENTE)
      *            COL 04-13 ETAPA (PROGRAM-ID DO PROGRAMA)
      *            COL 15-24, 26-35, 37-46 ATE 3 PRE-REQUISITOS, QUE
      *                      DEVEM SER ETAPAS ANTERIORES DA PROGRAMACAO
      *            COL 48-147 COMANDO DE EXECUCAO DA ETAPA (AS
      *                      RESPOSTAS DOS PROGRAMAS QUE PERGUNTAM
      *                      OPCOES VEM DE UM ARQUIVO DE RESPOSTAS)
      *          PROGRAMACAO PADRAO:
      *            01 CLIEAUDRL
      *            02 CLIEPURGA  CLIEAUDRL
      *            03 CLIECARGA  CLIEPURGA
      *            04 CLIEEXTRA  CLIECARGA
      *            05 CLIECEP    CLIECARGA
      *            06 CLIEDUP    CLIECARGA
      *            07 CLIESTAT   CLIECARGA
      *            08 CLIECOPIA  CLIEPURGA  CLIECARGA
      *            09 CLIECASAG
      *          CADA ETAPA, AO TERMINAR NORMALMENTE, GRAVA EM ETAPA.RET
      *          A SITUACAO E OS TOTAIS. ETAPA SEM ESSE REGISTRO, COM
      *          SITUACAO INCOMPLETA OU COM RETORNO DIFERENTE DE ZERO
      *          E DADA COMO FALHA.
      *          SE O ULTIMO CICLO DO LOG NAO TERMINOU, O CICLO E
      *          RETOMADO: AS ETAPAS JA CONCLUIDAS NAO SAO REPETIDAS E
      *          A EXECUCAO RECOMECA NA ETAPA QUE FALHOU.
      *          SITUACOES NO LOG: C CONCLUIDA, F FALHOU, P PULADA
      *          (PRE-REQUISITO NAO CONCLUIDO), J JA CONCLUIDA NO CICLO.
      *AUTHOR: GABRIELLE NUNES
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADEIA ASSIGN TO WRK-ARQ-CADEIA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CADEIA-STATUS.

               SELECT CADLOG ASSIGN TO WRK-ARQ-CADLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CADLOG-STATUS.

               SELECT ETAPA ASSIGN TO WRK-ARQ-ETAPA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ETAPA-STATUS.

               SELECT RELCAD ASSIGN TO WRK-ARQ-RELCAD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELCAD-STATUS.

               SELECT PARAMETROS ASSIGN TO 'C:\Cobol\PARAMETROS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CADEIA.
       01 CADEIA-REG.
           05 CADEIA-ORDEM         PIC X(02).
           05 CADEIA-ORDEM-N REDEFINES CADEIA-ORDEM PIC 9(02).
           05 FILLER               PIC X(01).
           05 CADEIA-ETAPA         PIC X(10).
           05 FILLER               PIC X(01).
           05 CADEIA-PREREQS OCCURS 3 TIMES.
               10 CADEIA-PREREQ    PIC X(10).
               10 FILLER           PIC X(01).
           05 CADEIA-COMANDO       PIC X(100).

       FD CADLOG.
       01 CADLOG-REG.
           05 CADLOG-CICLO         PIC 9(06).
           05 CADLOG-ORDEM         PIC 9(02).
           05 CADLOG-ETAPA         PIC X(10).
           05 CADLOG-INICIO-DATA   PIC 9(08).
           05 CADLOG-INICIO-HORA   PIC 9(08).
           05 CADLOG-FIM-DATA      PIC 9(08).
           05 CADLOG-FIM-HORA      PIC 9(08).
           05 CADLOG-SITUACAO      PIC X(01).
               88 CADLOG-CONCLUIDA     VALUE 'C'.
               88 CADLOG-FALHOU        VALUE 'F'.
               88 CADLOG-PULADA        VALUE 'P'.
               88 CADLOG-JA-CONCLUIDA  VALUE 'J'.
           05 CADLOG-RETORNO       PIC S9(04)
                                   SIGN IS LEADING SEPARATE.
           05 CADLOG-LIDOS         PIC 9(09).
           05 CADLOG-GRAVADOS      PIC 9(09).
           05 CADLOG-MENSAGEM      PIC X(40).

       FD ETAPA.
       01 ETAPA-REG.
           05 ETAPA-PROGRAMA       PIC X(10).
           05 ETAPA-SITUACAO       PIC X(01).
           05 ETAPA-LIDOS          PIC 9(09).
           05 ETAPA-GRAVADOS       PIC 9(09).
           05 ETAPA-MENSAGEM       PIC X(40).

       FD RELCAD.
       01 RELCAD-REG.
           05 RELCAD-DADOS PIC X(130).

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
       77 CADEIA-STATUS        PIC 9(02).
       77 CADLOG-STATUS        PIC 9(02).
       77 ETAPA-STATUS         PIC 9(02).
       77 RELCAD-STATUS        PIC 9(02).
       77 PARAMETROS-STATUS    PIC 9(02).
       77 WRK-PAR-LIDO         PIC X(01) VALUE 'N'.
           88 PARAMETROS-LIDOS VALUE 'S'.
       77 WRK-ARQ-CADEIA       PIC X(60).
       77 WRK-ARQ-CADLOG       PIC X(60).
       77 WRK-ARQ-ETAPA        PIC X(60).
       77 WRK-ARQ-RELCAD       PIC X(60).
       77 WRK-DIRETORIO        PIC X(40) VALUE 'C:\Cobol\'.
       77 WRK-FIMARQUIVO       PIC X(01) VALUE 'N'.
           88 FIMARQUIVO       VALUE 'S'.
       77 WRK-RESPOSTA         PIC X(01).

       77 WRK-CICLO            PIC 9(06) VALUE 0.
       77 WRK-CICLO-RETOMADO   PIC X(01) VALUE 'N'.
           88 CICLO-RETOMADO   VALUE 'S'.
       77 WRK-CICLO-ABERTO     PIC X(01).
           88 CICLO-ABERTO     VALUE 'S'.

       77 WRK-ETP-QTD          PIC 9(02) COMP VALUE 0.
       77 WRK-ETP-IDX          PIC 9(02) COMP.
       77 WRK-ETP-BUSCA        PIC 9(02) COMP.
       77 WRK-ETP-ACHOU        PIC 9(02) COMP.
       77 WRK-PRE-IDX          PIC 9(02) COMP.
       77 WRK-ORDEM-ANT        PIC 9(02) VALUE 0.
       77 WRK-NOME-BUSCA       PIC X(10).
       01 WRK-ETP-TABELA.
           05 WRK-ETP-ENT OCCURS 20 TIMES.
               10 WRK-ETP-ORDEM      PIC 9(02).
               10 WRK-ETP-NOME       PIC X(10).
               10 WRK-ETP-PRE        PIC 9(02) COMP OCCURS 3 TIMES.
               10 WRK-ETP-COMANDO    PIC X(100).
               10 WRK-ETP-SITUACAO   PIC X(01).
                   88 ETP-TERMINOU-BEM VALUE 'C' 'J'.
               10 WRK-ETP-INICIO-DATA PIC 9(08).
               10 WRK-ETP-INICIO-HORA PIC 9(08).
               10 WRK-ETP-FIM-DATA   PIC 9(08).
               10 WRK-ETP-FIM-HORA   PIC 9(08).
               10 WRK-ETP-RETORNO    PIC S9(04).
               10 WRK-ETP-LIDOS      PIC 9(09).
               10 WRK-ETP-GRAVADOS   PIC 9(09).
               10 WRK-ETP-MENSAGEM   PIC X(40).

       77 WRK-COMANDO          PIC X(101).
       77 WRK-RETORNO          PIC S9(04).
       77 WRK-RETORNO-ED       PIC -9(04).

       77 WRK-QTEXECUTADAS     PIC 9(02) VALUE 0.
       77 WRK-QTFALHAS         PIC 9(02) VALUE 0.
       77 WRK-QTPULADAS        PIC 9(02) VALUE 0.
       77 WRK-QTJACONCLUIDAS   PIC 9(02) VALUE 0.
       77 WRK-QTLISTADAS       PIC 9(02).
       77 WRK-FILTRO           PIC X(01).

       77 WRK-DATA-ED          PIC 9(08).
       77 WRK-DATA-ED-X REDEFINES WRK-DATA-ED PIC X(08).
       77 WRK-HORA-ED          PIC 9(08).
       77 WRK-HORA-ED-X REDEFINES WRK-HORA-ED PIC X(08).
       77 WRK-MOMENTO          PIC X(19).

       77 WRK-REL-DATA         PIC 9(08).
       77 WRK-REL-DATA-X REDEFINES WRK-REL-DATA PIC X(08).
       77 WRK-REL-DATA-FMT     PIC X(10).

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           PERFORM 2000-EXECUTARETAPA
               VARYING WRK-ETP-IDX FROM 1 BY 1
               UNTIL WRK-ETP-IDX > WRK-ETP-QTD.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIAR.
           DISPLAY 'CADEIA DO LOTE NOTURNO - INICIO'.
           PERFORM 1050-LERPARAMETROS.
           PERFORM 1100-CARREGARPROGRAMACAO.
           PERFORM 1200-LERLOG.
           IF WRK-CICLO = 0
               MOVE 1 TO WRK-CICLO
           ELSE
               IF CICLO-ABERTO
                   DISPLAY 'CICLO ' WRK-CICLO ' NAO TERMINOU.'
                   DISPLAY 'RETOMAR A PARTIR DA ETAPA QUE FALHOU (S)'
                       ' OU INICIAR NOVO CICLO (N)? '
                   ACCEPT WRK-RESPOSTA
                   IF WRK-RESPOSTA = 'N' OR 'n'
                       PERFORM 1250-LIMPARSITUACOES
                       ADD 1 TO WRK-CICLO
                   ELSE
                       MOVE 'S' TO WRK-CICLO-RETOMADO
                   END-IF
               ELSE
                   PERFORM 1250-LIMPARSITUACOES
                   ADD 1 TO WRK-CICLO
               END-IF
           END-IF.
           IF CICLO-RETOMADO
               DISPLAY 'CICLO ' WRK-CICLO ' RETOMADO'
           ELSE
               DISPLAY 'CICLO ' WRK-CICLO ' INICIADO'
           END-IF.
           OPEN OUTPUT RELCAD.
           IF RELCAD-STATUS NOT = 0
               DISPLAY 'RELCADEIA.TXT: FALHA AO ABRIR. STATUS: '
                   RELCAD-STATUS
               DISPLAY 'CADEIA DO LOTE NOTURNO - ABORTADO'
               STOP RUN
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
           MOVE SPACES TO WRK-ARQ-CADEIA.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'CADEIA.TXT' DELIMITED BY SIZE
               INTO WRK-ARQ-CADEIA.
           MOVE SPACES TO WRK-ARQ-CADLOG.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'CADEIALOG.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-CADLOG.
           MOVE SPACES TO WRK-ARQ-ETAPA.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'ETAPA.RET' DELIMITED BY SIZE
               INTO WRK-ARQ-ETAPA.
           MOVE SPACES TO WRK-ARQ-RELCAD.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'RELCADEIA.TXT' DELIMITED BY SIZE
               INTO WRK-ARQ-RELCAD.

      **********************************
      *CARGA DA PROGRAMACAO. A ORDEM DEVE SER CRESCENTE E TODO
      *PRE-REQUISITO DEVE SER UMA ETAPA ANTERIOR, SENAO A CADEIA NAO
      *E INICIADA
      **********************************
       1100-CARREGARPROGRAMACAO.
           OPEN INPUT CADEIA.
           IF CADEIA-STATUS NOT = 0
               DISPLAY 'CADEIA.TXT: FALHA AO ABRIR. STATUS: '
                   CADEIA-STATUS
               DISPLAY 'CADEIA DO LOTE NOTURNO - ABORTADO'
               STOP RUN
           END-IF.
           MOVE 'N' TO WRK-FIMARQUIVO.
           PERFORM 1110-LERPROGRAMACAO.
           PERFORM 1120-ANOTARETAPA UNTIL FIMARQUIVO.
           CLOSE CADEIA.
           IF WRK-ETP-QTD = 0
               DISPLAY 'CADEIA.TXT: NENHUMA ETAPA PROGRAMADA'
               DISPLAY 'CADEIA DO LOTE NOTURNO - ABORTADO'
               STOP RUN
           END-IF.

       1110-LERPROGRAMACAO.
           READ CADEIA
               AT END
                   MOVE 'S' TO WRK-FIMARQUIVO
           END-READ.
           IF CADEIA-STATUS NOT = 0 AND CADEIA-STATUS NOT = 10
               DISPLAY 'CADEIA.TXT: ERRO DE LEITURA. STATUS: '
                   CADEIA-STATUS
               DISPLAY 'CADEIA DO LOTE NOTURNO - ABORTADO'
               STOP RUN
           END-IF.

       1120-ANOTARETAPA.
           IF CADEIA-ORDEM IS NUMERIC
               IF CADEIA-ORDEM-N NOT > WRK-ORDEM-ANT
                   DISPLAY 'CADEIA.TXT: ORDEM ' CADEIA-ORDEM
                       ' FORA DE SEQUENCIA'
                   DISPLAY 'CADEIA DO LOTE NOTURNO - ABORTADO'
                   STOP RUN
               END-IF
               IF CADEIA-ETAPA = SPACES
                   DISPLAY 'CADEIA.TXT: ORDEM ' CADEIA-ORDEM
                       ' SEM NOME DE ETAPA'
                   DISPLAY 'CADEIA DO LOTE NOTURNO - ABORTADO'
                   STOP RUN
               END-IF
               IF WRK-ETP-QTD = 20
                   DISPLAY 'CADEIA.TXT: MAIS DE 20 ETAPAS'
                   DISPLAY 'CADEIA DO LOTE NOTURNO - ABORTADO'
                   STOP RUN
               END-IF
               MOVE CADEIA-ORDEM-N TO WRK-ORDEM-ANT
               ADD 1 TO WRK-ETP-QTD
               MOVE WRK-ETP-QTD TO WRK-ETP-IDX
               INITIALIZE WRK-ETP-ENT (WRK-ETP-IDX)
               MOVE CADEIA-ORDEM-N TO WRK-ETP-ORDEM (WRK-ETP-IDX)
               MOVE CADEIA-ETAPA TO WRK-ETP-NOME (WRK-ETP-IDX)
               MOVE CADEIA-COMANDO TO WRK-ETP-COMANDO (WRK-ETP-IDX)
               MOVE SPACES TO WRK-ETP-SITUACAO (WRK-ETP-IDX)
               PERFORM VARYING WRK-PRE-IDX FROM 1 BY 1
                       UNTIL WRK-PRE-IDX > 3
                   MOVE 0 TO WRK-ETP-PRE (WRK-ETP-IDX, WRK-PRE-IDX)
                   IF CADEIA-PREREQ (WRK-PRE-IDX) NOT = SPACES
                       PERFORM 1130-RESOLVERPREREQ
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM 1110-LERPROGRAMACAO.

       1130-RESOLVERPREREQ.
           MOVE CADEIA-PREREQ (WRK-PRE-IDX) TO WRK-NOME-BUSCA.
           COMPUTE WRK-ETP-BUSCA = WRK-ETP-QTD - 1.
           PERFORM 1140-BUSCARETAPA.
           IF WRK-ETP-ACHOU = 0
               DISPLAY 'CADEIA.TXT: ETAPA ' CADEIA-ETAPA
                   ' DEPENDE DE ' WRK-NOME-BUSCA
               DISPLAY '    QUE NAO E ETAPA ANTERIOR DA PROGRAMACAO'
               DISPLAY 'CADEIA DO LOTE NOTURNO - ABORTADO'
               STOP RUN
           END-IF.
           MOVE WRK-ETP-ACHOU TO WRK-ETP-PRE (WRK-ETP-IDX, WRK-PRE-IDX).

      *PROCURA WRK-NOME-BUSCA ENTRE AS ETAPAS 1 A WRK-ETP-BUSCA
       1140-BUSCARETAPA.
           MOVE 0 TO WRK-ETP-ACHOU.
           PERFORM VARYING WRK-ETP-IDX FROM 1 BY 1
                   UNTIL WRK-ETP-IDX > WRK-ETP-BUSCA
                      OR WRK-ETP-ACHOU > 0
               IF WRK-ETP-NOME (WRK-ETP-IDX) = WRK-NOME-BUSCA
                   MOVE WRK-ETP-IDX TO WRK-ETP-ACHOU
               END-IF
           END-PERFORM.
           MOVE WRK-ETP-QTD TO WRK-ETP-IDX.

      **********************************
      *LEITURA DO LOG. FICA A SITUACAO MAIS RECENTE DE CADA ETAPA NO
      *ULTIMO CICLO; O CICLO ESTA ABERTO SE ALGUMA ETAPA PROGRAMADA
      *NAO TERMINOU BEM NELE
      **********************************
       1200-LERLOG.
           MOVE 0 TO WRK-CICLO.
           MOVE 'N' TO WRK-CICLO-ABERTO.
           OPEN INPUT CADLOG.
           IF CADLOG-STATUS NOT = 0 AND CADLOG-STATUS NOT = 35
               DISPLAY 'CADEIALOG.DAT: FALHA AO ABRIR. STATUS: '
                   CADLOG-STATUS
               DISPLAY 'CADEIA DO LOTE NOTURNO - ABORTADO'
               STOP RUN
           END-IF.
           IF CADLOG-STATUS = 0
               MOVE 'N' TO WRK-FIMARQUIVO
               PERFORM 1210-LERREGISTROLOG
               PERFORM 1220-ANOTARLOG UNTIL FIMARQUIVO
               CLOSE CADLOG
           END-IF.
           IF WRK-CICLO > 0
               PERFORM VARYING WRK-ETP-IDX FROM 1 BY 1
                       UNTIL WRK-ETP-IDX > WRK-ETP-QTD
                   IF NOT ETP-TERMINOU-BEM (WRK-ETP-IDX)
                       MOVE 'S' TO WRK-CICLO-ABERTO
                   END-IF
               END-PERFORM
           END-IF.

       1210-LERREGISTROLOG.
           READ CADLOG
               AT END
                   MOVE 'S' TO WRK-FIMARQUIVO
           END-READ.
           IF CADLOG-STATUS NOT = 0 AND CADLOG-STATUS NOT = 10
               DISPLAY 'CADEIALOG.DAT: ERRO DE LEITURA. STATUS: '
                   CADLOG-STATUS
               DISPLAY 'CADEIA DO LOTE NOTURNO - ABORTADO'
               STOP RUN
           END-IF.

       1220-ANOTARLOG.
           IF CADLOG-CICLO > WRK-CICLO
               MOVE CADLOG-CICLO TO WRK-CICLO
               PERFORM 1250-LIMPARSITUACOES
           END-IF.
           IF CADLOG-CICLO = WRK-CICLO
               MOVE CADLOG-ETAPA TO WRK-NOME-BUSCA
               MOVE WRK-ETP-QTD TO WRK-ETP-BUSCA
               PERFORM 1140-BUSCARETAPA
               IF WRK-ETP-ACHOU > 0
                   MOVE WRK-ETP-ACHOU TO WRK-ETP-IDX
                   PERFORM 1230-COPIARLOG
               END-IF
           END-IF.
           PERFORM 1210-LERREGISTROLOG.

      *A ETAPA JA CONCLUIDA GUARDA OS TOTAIS DA EXECUCAO QUE CONCLUIU
       1230-COPIARLOG.
           IF NOT CADLOG-JA-CONCLUIDA
              OR NOT ETP-TERMINOU-BEM (WRK-ETP-IDX)
               PERFORM 1240-COPIARSITUACAO
           END-IF.

       1240-COPIARSITUACAO.
           MOVE CADLOG-SITUACAO TO WRK-ETP-SITUACAO (WRK-ETP-IDX).
           MOVE CADLOG-INICIO-DATA TO WRK-ETP-INICIO-DATA (WRK-ETP-IDX).
           MOVE CADLOG-INICIO-HORA TO WRK-ETP-INICIO-HORA (WRK-ETP-IDX).
           MOVE CADLOG-FIM-DATA TO WRK-ETP-FIM-DATA (WRK-ETP-IDX).
           MOVE CADLOG-FIM-HORA TO WRK-ETP-FIM-HORA (WRK-ETP-IDX).
           MOVE CADLOG-RETORNO TO WRK-ETP-RETORNO (WRK-ETP-IDX).
           MOVE CADLOG-LIDOS TO WRK-ETP-LIDOS (WRK-ETP-IDX).
           MOVE CADLOG-GRAVADOS TO WRK-ETP-GRAVADOS (WRK-ETP-IDX).
           MOVE CADLOG-MENSAGEM TO WRK-ETP-MENSAGEM (WRK-ETP-IDX).

       1250-LIMPARSITUACOES.
           PERFORM VARYING WRK-ETP-IDX FROM 1 BY 1
                   UNTIL WRK-ETP-IDX > WRK-ETP-QTD
               MOVE SPACES TO WRK-ETP-SITUACAO (WRK-ETP-IDX)
           END-PERFORM.

      **********************************
      *EXECUCAO DE UMA ETAPA DA PROGRAMACAO
      **********************************
       2000-EXECUTARETAPA.
           IF ETP-TERMINOU-BEM (WRK-ETP-IDX)
               MOVE 'J' TO WRK-ETP-SITUACAO (WRK-ETP-IDX)
               ADD 1 TO WRK-QTJACONCLUIDAS
               DISPLAY WRK-ETP-NOME (WRK-ETP-IDX)
                   ': JA CONCLUIDA NO CICLO, NAO SERA REPETIDA'
           ELSE
               PERFORM 2100-CONFERIRPREREQS
               IF WRK-ETP-SITUACAO (WRK-ETP-IDX) = 'P'
                   ADD 1 TO WRK-QTPULADAS
                   DISPLAY WRK-ETP-NOME (WRK-ETP-IDX) ': PULADA - '
                       WRK-ETP-MENSAGEM (WRK-ETP-IDX)
               ELSE
                   PERFORM 2200-RODARETAPA
                   PERFORM 2300-AVALIARRETORNO
                   IF WRK-ETP-SITUACAO (WRK-ETP-IDX) = 'C'
                       ADD 1 TO WRK-QTEXECUTADAS
                       DISPLAY WRK-ETP-NOME (WRK-ETP-IDX) ': CONCLUIDA'
                   ELSE
                       ADD 1 TO WRK-QTFALHAS
                       DISPLAY WRK-ETP-NOME (WRK-ETP-IDX) ': FALHOU - '
                           WRK-ETP-MENSAGEM (WRK-ETP-IDX)
                   END-IF
               END-IF
           END-IF.
           PERFORM 2900-GRAVARLOG.

       2100-CONFERIRPREREQS.
           MOVE SPACES TO WRK-ETP-SITUACAO (WRK-ETP-IDX).
           MOVE SPACES TO WRK-ETP-MENSAGEM (WRK-ETP-IDX).
           MOVE 0 TO WRK-ETP-INICIO-DATA (WRK-ETP-IDX)
                     WRK-ETP-INICIO-HORA (WRK-ETP-IDX)
                     WRK-ETP-FIM-DATA (WRK-ETP-IDX)
                     WRK-ETP-FIM-HORA (WRK-ETP-IDX)
                     WRK-ETP-RETORNO (WRK-ETP-IDX)
                     WRK-ETP-LIDOS (WRK-ETP-IDX)
                     WRK-ETP-GRAVADOS (WRK-ETP-IDX).
           PERFORM VARYING WRK-PRE-IDX FROM 1 BY 1
                   UNTIL WRK-PRE-IDX > 3
               MOVE WRK-ETP-PRE (WRK-ETP-IDX, WRK-PRE-IDX)
                   TO WRK-ETP-BUSCA
               IF WRK-ETP-BUSCA > 0
                  AND WRK-ETP-SITUACAO (WRK-ETP-IDX) = SPACES
                  AND NOT ETP-TERMINOU-BEM (WRK-ETP-BUSCA)
                   MOVE 'P' TO WRK-ETP-SITUACAO (WRK-ETP-IDX)
                   STRING 'PRE-REQUISITO ' DELIMITED BY SIZE
                       WRK-ETP-NOME (WRK-ETP-BUSCA) DELIMITED BY ' '
                       ' NAO CONCLUIDO' DELIMITED BY SIZE
                       INTO WRK-ETP-MENSAGEM (WRK-ETP-IDX)
                   END-STRING
               END-IF
           END-PERFORM.

      *O RETORNO DA ETAPA E ESVAZIADO ANTES, PARA QUE UM REGISTRO DE
      *EXECUCAO ANTERIOR NAO SEJA TOMADO COMO CONCLUSAO DESTA
       2200-RODARETAPA.
           OPEN OUTPUT ETAPA.
           IF ETAPA-STATUS NOT = 0
               DISPLAY 'ETAPA.RET: FALHA AO ESVAZIAR. STATUS: '
                   ETAPA-STATUS
               DISPLAY 'CADEIA DO LOTE NOTURNO - ABORTADO'
               CLOSE RELCAD
               STOP RUN
           END-IF.
           CLOSE ETAPA.
           DISPLAY WRK-ETP-NOME (WRK-ETP-IDX) ': INICIO'.
           ACCEPT WRK-ETP-INICIO-DATA (WRK-ETP-IDX) FROM DATE YYYYMMDD.
           ACCEPT WRK-ETP-INICIO-HORA (WRK-ETP-IDX) FROM TIME.
           MOVE WRK-ETP-COMANDO (WRK-ETP-IDX) TO WRK-COMANDO.
           MOVE 0 TO RETURN-CODE.
           CALL 'SYSTEM' USING WRK-COMANDO.
           MOVE RETURN-CODE TO WRK-RETORNO.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WRK-ETP-FIM-DATA (WRK-ETP-IDX) FROM DATE YYYYMMDD.
           ACCEPT WRK-ETP-FIM-HORA (WRK-ETP-IDX) FROM TIME.
           MOVE WRK-RETORNO TO WRK-ETP-RETORNO (WRK-ETP-IDX).

       2300-AVALIARRETORNO.
           MOVE 'F' TO WRK-ETP-SITUACAO (WRK-ETP-IDX).
           IF WRK-RETORNO NOT = 0
               MOVE WRK-RETORNO TO WRK-RETORNO-ED
               STRING 'RETORNO ' DELIMITED BY SIZE
                   WRK-RETORNO-ED DELIMITED BY SIZE
                   ' NA EXECUCAO' DELIMITED BY SIZE
                   INTO WRK-ETP-MENSAGEM (WRK-ETP-IDX)
               END-STRING
           ELSE
               OPEN INPUT ETAPA
               IF ETAPA-STATUS NOT = 0
                   MOVE 'SEM RETORNO DA ETAPA'
                       TO WRK-ETP-MENSAGEM (WRK-ETP-IDX)
               ELSE
                   READ ETAPA
                       AT END
                           MOVE 'ETAPA NAO TERMINOU (ABORTADA)'
                               TO WRK-ETP-MENSAGEM (WRK-ETP-IDX)
                       NOT AT END
                           PERFORM 2350-ANOTARRETORNO
                   END-READ
                   CLOSE ETAPA
               END-IF
           END-IF.

       2350-ANOTARRETORNO.
           MOVE ETAPA-LIDOS TO WRK-ETP-LIDOS (WRK-ETP-IDX).
           MOVE ETAPA-GRAVADOS TO WRK-ETP-GRAVADOS (WRK-ETP-IDX).
           MOVE ETAPA-MENSAGEM TO WRK-ETP-MENSAGEM (WRK-ETP-IDX).
           EVALUATE TRUE
               WHEN ETAPA-PROGRAMA NOT = WRK-ETP-NOME (WRK-ETP-IDX)
                   MOVE SPACES TO WRK-ETP-MENSAGEM (WRK-ETP-IDX)
                   STRING 'RETORNO VEIO DE ' DELIMITED BY SIZE
                       ETAPA-PROGRAMA DELIMITED BY ' '
                       INTO WRK-ETP-MENSAGEM (WRK-ETP-IDX)
                   END-STRING
               WHEN ETAPA-SITUACAO = 'C'
                   MOVE 'C' TO WRK-ETP-SITUACAO (WRK-ETP-IDX)
               WHEN ETAPA-MENSAGEM = SPACES
                   MOVE 'ETAPA INCOMPLETA POR ERRO DE LEITURA'
                       TO WRK-ETP-MENSAGEM (WRK-ETP-IDX)
           END-EVALUATE.

      *O LOG E ABERTO E FECHADO A CADA REGISTRO PARA QUE UMA QUEDA DA
      *CADEIA NAO PERCA AS ETAPAS JA EXECUTADAS
       2900-GRAVARLOG.
           OPEN EXTEND CADLOG
               IF CADLOG-STATUS = 35 THEN
                   OPEN OUTPUT CADLOG
                   CLOSE CADLOG
                   OPEN EXTEND CADLOG
               END-IF.
           IF CADLOG-STATUS NOT = 0
               DISPLAY 'CADEIALOG.DAT: FALHA AO ABRIR. STATUS: '
                   CADLOG-STATUS
               DISPLAY 'CADEIA DO LOTE NOTURNO - ABORTADO'
               CLOSE RELCAD
               STOP RUN
           END-IF.
           MOVE SPACES TO CADLOG-REG.
           MOVE WRK-CICLO TO CADLOG-CICLO.
           MOVE WRK-ETP-ORDEM (WRK-ETP-IDX) TO CADLOG-ORDEM.
           MOVE WRK-ETP-NOME (WRK-ETP-IDX) TO CADLOG-ETAPA.
           MOVE WRK-ETP-SITUACAO (WRK-ETP-IDX) TO CADLOG-SITUACAO.
           IF CADLOG-JA-CONCLUIDA OR CADLOG-PULADA
               ACCEPT CADLOG-INICIO-DATA FROM DATE YYYYMMDD
               ACCEPT CADLOG-INICIO-HORA FROM TIME
               MOVE CADLOG-INICIO-DATA TO CADLOG-FIM-DATA
               MOVE CADLOG-INICIO-HORA TO CADLOG-FIM-HORA
           ELSE
               MOVE WRK-ETP-INICIO-DATA (WRK-ETP-IDX)
                   TO CADLOG-INICIO-DATA
               MOVE WRK-ETP-INICIO-HORA (WRK-ETP-IDX)
                   TO CADLOG-INICIO-HORA
               MOVE WRK-ETP-FIM-DATA (WRK-ETP-IDX) TO CADLOG-FIM-DATA
               MOVE WRK-ETP-FIM-HORA (WRK-ETP-IDX) TO CADLOG-FIM-HORA
           END-IF.
           MOVE WRK-ETP-RETORNO (WRK-ETP-IDX) TO CADLOG-RETORNO.
           MOVE WRK-ETP-LIDOS (WRK-ETP-IDX) TO CADLOG-LIDOS.
           MOVE WRK-ETP-GRAVADOS (WRK-ETP-IDX) TO CADLOG-GRAVADOS.
           MOVE WRK-ETP-MENSAGEM (WRK-ETP-IDX) TO CADLOG-MENSAGEM.
           WRITE CADLOG-REG.
           IF CADLOG-STATUS NOT = 0
               DISPLAY 'CADEIALOG.DAT: FALHA AO GRAVAR. STATUS: '
                   CADLOG-STATUS
           END-IF.
           CLOSE CADLOG.

      **********************************
      *RESUMO DA MANHA PARA O SUPERVISOR
      **********************************
       3000-FINALIZAR.
           ACCEPT WRK-REL-DATA FROM DATE YYYYMMDD.
           MOVE WRK-REL-DATA-X (7:2) TO WRK-REL-DATA-FMT (1:2).
           MOVE '/'                 TO WRK-REL-DATA-FMT (3:1).
           MOVE WRK-REL-DATA-X (5:2) TO WRK-REL-DATA-FMT (4:2).
           MOVE '/'                 TO WRK-REL-DATA-FMT (6:1).
           MOVE WRK-REL-DATA-X (1:4) TO WRK-REL-DATA-FMT (7:4).
           MOVE SPACES TO RELCAD-DADOS.
           STRING 'RESUMO DO LOTE NOTURNO - EMITIDO EM '
               DELIMITED BY SIZE
               WRK-REL-DATA-FMT DELIMITED BY SIZE
               INTO RELCAD-DADOS
           END-STRING.
           WRITE RELCAD-REG.
           MOVE SPACES TO RELCAD-DADOS.
           MOVE 'CICLO' TO RELCAD-DADOS (1:5).
           MOVE WRK-CICLO TO RELCAD-DADOS (7:6).
           IF CICLO-RETOMADO
               MOVE '(RETOMADO)' TO RELCAD-DADOS (14:10)
           END-IF.
           WRITE RELCAD-REG.
           MOVE ALL '-' TO RELCAD-DADOS.
           WRITE RELCAD-REG.

           MOVE 'C' TO WRK-FILTRO.
           MOVE 'ETAPAS EXECUTADAS COM SUCESSO' TO RELCAD-DADOS.
           PERFORM 3100-LISTARSITUACAO.
           MOVE 'F' TO WRK-FILTRO.
           MOVE 'ETAPAS QUE FALHARAM' TO RELCAD-DADOS.
           PERFORM 3100-LISTARSITUACAO.
           MOVE 'P' TO WRK-FILTRO.
           MOVE 'ETAPAS PULADAS POR PRE-REQUISITO' TO RELCAD-DADOS.
           PERFORM 3100-LISTARSITUACAO.
           MOVE 'J' TO WRK-FILTRO.
           MOVE 'ETAPAS JA CONCLUIDAS NO CICLO (NAO REPETIDAS)'
               TO RELCAD-DADOS.
           PERFORM 3100-LISTARSITUACAO.

           MOVE ALL '-' TO RELCAD-DADOS.
           WRITE RELCAD-REG.
           MOVE SPACES TO RELCAD-DADOS.
           MOVE 'EXECUTADAS ' TO RELCAD-DADOS (1:11).
           MOVE WRK-QTEXECUTADAS TO RELCAD-DADOS (12:2).
           MOVE 'FALHARAM ' TO RELCAD-DADOS (16:9).
           MOVE WRK-QTFALHAS TO RELCAD-DADOS (25:2).
           MOVE 'PULADAS ' TO RELCAD-DADOS (29:8).
           MOVE WRK-QTPULADAS TO RELCAD-DADOS (37:2).
           MOVE 'JA CONCLUIDAS ' TO RELCAD-DADOS (41:14).
           MOVE WRK-QTJACONCLUIDAS TO RELCAD-DADOS (55:2).
           WRITE RELCAD-REG.
           MOVE SPACES TO RELCAD-DADOS.
           IF WRK-QTFALHAS = 0 AND WRK-QTPULADAS = 0
               MOVE 'RESULTADO: CICLO CONCLUIDO' TO RELCAD-DADOS
           ELSE
               MOVE 'RESULTADO: CICLO INCOMPLETO,' TO RELCAD-DADOS
               MOVE 'EXECUTE DE NOVO PARA RETOMAR'
                   TO RELCAD-DADOS (30:28)
           END-IF.
           WRITE RELCAD-REG.
           CLOSE RELCAD.
           DISPLAY 'CADEIA DO LOTE NOTURNO - RESUMO'.
           DISPLAY 'CICLO................: ' WRK-CICLO.
           DISPLAY 'ETAPAS EXECUTADAS....: ' WRK-QTEXECUTADAS.
           DISPLAY 'ETAPAS COM FALHA.....: ' WRK-QTFALHAS.
           DISPLAY 'ETAPAS PULADAS.......: ' WRK-QTPULADAS.
           DISPLAY 'JA CONCLUIDAS........: ' WRK-QTJACONCLUIDAS.
           DISPLAY 'RESUMO GRAVADO EM RELCADEIA.TXT'.

      *LISTA AS ETAPAS NA SITUACAO WRK-FILTRO, SOB O TITULO JA MONTADO
      *EM RELCAD-DADOS
       3100-LISTARSITUACAO.
           WRITE RELCAD-REG.
           MOVE 0 TO WRK-QTLISTADAS.
           MOVE SPACES TO RELCAD-DADOS.
           MOVE 'OR ETAPA      INICIO              FIM' TO RELCAD-DADOS.
           MOVE 'RETORNO     LIDOS  GRAVADOS MENSAGEM'
               TO RELCAD-DADOS (54:36).
           WRITE RELCAD-REG.
           PERFORM VARYING WRK-ETP-IDX FROM 1 BY 1
                   UNTIL WRK-ETP-IDX > WRK-ETP-QTD
               IF WRK-ETP-SITUACAO (WRK-ETP-IDX) = WRK-FILTRO
                   PERFORM 3200-LINHAETAPA
               END-IF
           END-PERFORM.
           IF WRK-QTLISTADAS = 0
               MOVE SPACES TO RELCAD-DADOS
               MOVE '   NENHUMA' TO RELCAD-DADOS
               WRITE RELCAD-REG
           END-IF.
           MOVE SPACES TO RELCAD-DADOS.
           WRITE RELCAD-REG.

       3200-LINHAETAPA.
           ADD 1 TO WRK-QTLISTADAS.
           MOVE SPACES TO RELCAD-DADOS.
           MOVE WRK-ETP-ORDEM (WRK-ETP-IDX) TO RELCAD-DADOS (1:2).
           MOVE WRK-ETP-NOME (WRK-ETP-IDX) TO RELCAD-DADOS (4:10).
           IF WRK-ETP-INICIO-DATA (WRK-ETP-IDX) > 0
               MOVE WRK-ETP-INICIO-DATA (WRK-ETP-IDX) TO WRK-DATA-ED
               MOVE WRK-ETP-INICIO-HORA (WRK-ETP-IDX) TO WRK-HORA-ED
               PERFORM 3300-FORMATARMOMENTO
               MOVE WRK-MOMENTO TO RELCAD-DADOS (15:19)
               MOVE WRK-ETP-FIM-DATA (WRK-ETP-IDX) TO WRK-DATA-ED
               MOVE WRK-ETP-FIM-HORA (WRK-ETP-IDX) TO WRK-HORA-ED
               PERFORM 3300-FORMATARMOMENTO
               MOVE WRK-MOMENTO TO RELCAD-DADOS (35:19)
               MOVE WRK-ETP-RETORNO (WRK-ETP-IDX) TO WRK-RETORNO-ED
               MOVE WRK-RETORNO-ED TO RELCAD-DADOS (56:5)
               MOVE WRK-ETP-LIDOS (WRK-ETP-IDX) TO RELCAD-DADOS (62:9)
               MOVE WRK-ETP-GRAVADOS (WRK-ETP-IDX)
                   TO RELCAD-DADOS (72:9)
           END-IF.
           MOVE WRK-ETP-MENSAGEM (WRK-ETP-IDX) TO RELCAD-DADOS (82:40).
           WRITE RELCAD-REG.

       3300-FORMATARMOMENTO.
           MOVE SPACES TO WRK-MOMENTO.
           MOVE WRK-DATA-ED-X (7:2) TO WRK-MOMENTO (1:2).
           MOVE '/'                TO WRK-MOMENTO (3:1).
           MOVE WRK-DATA-ED-X (5:2) TO WRK-MOMENTO (4:2).
           MOVE '/'                TO WRK-MOMENTO (6:1).
           MOVE WRK-DATA-ED-X (1:4) TO WRK-MOMENTO (7:4).
           MOVE WRK-HORA-ED-X (1:2) TO WRK-MOMENTO (12:2).
           MOVE ':'                TO WRK-MOMENTO (14:1).
           MOVE WRK-HORA-ED-X (3:2) TO WRK-MOMENTO (15:2).
           MOVE ':'                TO WRK-MOMENTO (17:1).
           MOVE WRK-HORA-ED-X (5:2) TO WRK-MOMENTO (18:2).
