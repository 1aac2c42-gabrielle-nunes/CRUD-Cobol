       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIESELCV.
      **********************************
      *OBJETIVO: CONVERSAO DA TRILHA DE AUDITORIA (MOVIMENTO, MES
      *          CORRENTE E PERIODOS FECHADOS) PARA O LAYOUT COM
      *          SEQUENCIA, RESUMO E VERIFICADOR ENCADEADO. A TRILHA
      *          EXISTENTE E SELADA EM ORDEM CRONOLOGICA E O ULTIMO
      *          SELO E GRAVADO NO CONTROLE AUDCTL.DAT
      *          (EXECUTAR UMA UNICA VEZ NA IMPLANTACAO, COM O SISTEMA
      *          PARADO)
      *AUTHOR: GABRIELLE NUNES
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDANTIGA ASSIGN TO WRK-ARQ-AUDANTIGA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDANTIGA-STATUS.

               SELECT AUDNOVA ASSIGN TO WRK-ARQ-AUDNOVA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDNOVA-STATUS.

               SELECT MESANTIGO ASSIGN TO WRK-ARQ-MESANTIGO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS MESANTIGO-STATUS
               RECORD KEY IS MESANTIGO-CHAVE.

               SELECT MESNOVO ASSIGN TO WRK-ARQ-MESNOVO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS MESNOVO-STATUS
               RECORD KEY IS MESNOVO-CHAVE.

               SELECT AUDPER ASSIGN TO WRK-ARQ-AUDPER
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDPER-STATUS.

               SELECT PERANTIGO ASSIGN TO WRK-ARQ-PERIODO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PERANTIGO-STATUS.

               SELECT PERNOVO ASSIGN TO WRK-ARQ-CONVERTIDO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PERNOVO-STATUS.

               SELECT AUDCTL ASSIGN TO WRK-ARQ-AUDCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS AUDCTL-STATUS
               RECORD KEY IS AUDCTL-CHAVE.

               SELECT ORDENACAO ASSIGN TO WRK-ARQ-ORDENACAO.

               SELECT PARAMETROS ASSIGN TO 'C:\Cobol\PARAMETROS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDANTIGA.
       01 AUDANTIGA-REG.
           05 AUDANTIGA-DADOS       PIC X(180).

       FD AUDNOVA.
       01 AUDNOVA-REG.
           05 AUDNOVA-DADOS         PIC X(180).
           05 AUDNOVA-SEQUENCIA     PIC 9(09).
           05 AUDNOVA-RESUMO        PIC 9(09).
           05 AUDNOVA-VERIFICADOR   PIC 9(09).
           05 AUDNOVA-SELO          PIC X(01).

       FD MESANTIGO.
       01 MESANTIGO-REG.
           05 MESANTIGO-CHAVE.
               10 MESANTIGO-CPF     PIC 9(11).
               10 MESANTIGO-DATA    PIC 9(08).
               10 MESANTIGO-HORA    PIC 9(08).
               10 MESANTIGO-SEQ     PIC 9(03).
           05 MESANTIGO-OPERACAO    PIC X(01).
           05 MESANTIGO-PESSOAL     PIC X(136).
           05 MESANTIGO-USUARIO     PIC X(08).
           05 MESANTIGO-APROVADOR   PIC X(08).

       FD MESNOVO.
       01 MESNOVO-REG.
           05 MESNOVO-CHAVE.
               10 MESNOVO-CPF       PIC 9(11).
               10 MESNOVO-DATA      PIC 9(08).
               10 MESNOVO-HORA      PIC 9(08).
               10 MESNOVO-SEQ       PIC 9(03).
           05 MESNOVO-OPERACAO      PIC X(01).
           05 MESNOVO-PESSOAL       PIC X(136).
           05 MESNOVO-USUARIO       PIC X(08).
           05 MESNOVO-APROVADOR     PIC X(08).
           05 MESNOVO-SEQUENCIA     PIC 9(09).
           05 MESNOVO-RESUMO        PIC 9(09).
           05 MESNOVO-VERIFICADOR   PIC 9(09).
           05 MESNOVO-SELO          PIC X(01).

       FD AUDPER.
       01 AUDPER-REG.
           05 AUDPER-PERIODO PIC 9(06).

       FD PERANTIGO.
       01 PERANTIGO-REG.
           05 PERANTIGO-DADOS       PIC X(180).

       FD PERNOVO.
       01 PERNOVO-REG.
           05 PERNOVO-DADOS         PIC X(180).
           05 PERNOVO-SEQUENCIA     PIC 9(09).
           05 PERNOVO-RESUMO        PIC 9(09).
           05 PERNOVO-VERIFICADOR   PIC 9(09).
           05 PERNOVO-SELO          PIC X(01).

       FD AUDCTL.
       01 AUDCTL-REG.
           05 AUDCTL-CHAVE        PIC 9(01).
           05 AUDCTL-SEQUENCIA    PIC 9(09).
           05 AUDCTL-VERIFICADOR  PIC 9(09).
           05 AUDCTL-DATA         PIC 9(08).
           05 AUDCTL-HORA         PIC 9(08).
           05 FILLER              PIC X(15).

       SD ORDENACAO.
       01 ORDENACAO-REG.
           05 ORDENACAO-DATA        PIC 9(08).
           05 ORDENACAO-HORA        PIC 9(08).
           05 ORDENACAO-ORIGEM      PIC 9(01).
               88 ORDENACAO-DE-PERIODO  VALUE 1.
               88 ORDENACAO-DE-AUDIMES  VALUE 2.
               88 ORDENACAO-DE-MOVIMENTO VALUE 3.
           05 ORDENACAO-ORDEM       PIC 9(07).
           05 ORDENACAO-PERIDX      PIC 9(03).
           05 ORDENACAO-MESSEQ      PIC 9(03).
           05 ORDENACAO-DADOS       PIC X(180).

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
       77 AUDANTIGA-STATUS     PIC 9(02).
       77 AUDNOVA-STATUS       PIC 9(02).
       77 MESANTIGO-STATUS     PIC 9(02).
       77 MESNOVO-STATUS       PIC 9(02).
       77 AUDPER-STATUS        PIC 9(02).
       77 PERANTIGO-STATUS     PIC 9(02).
       77 PERNOVO-STATUS       PIC 9(02).
       77 AUDCTL-STATUS        PIC 9(02).
       77 PARAMETROS-STATUS    PIC 9(02).
       77 WRK-PAR-LIDO         PIC X(01) VALUE 'N'.
           88 PARAMETROS-LIDOS VALUE 'S'.
       77 WRK-ARQ-AUDANTIGA    PIC X(60).
       77 WRK-ARQ-AUDNOVA      PIC X(60).
       77 WRK-ARQ-MESANTIGO    PIC X(60).
       77 WRK-ARQ-MESNOVO      PIC X(60).
       77 WRK-ARQ-AUDPER       PIC X(60).
       77 WRK-ARQ-AUDCTL       PIC X(60).
       77 WRK-ARQ-ORDENACAO    PIC X(60).
       77 WRK-DIRETORIO        PIC X(40) VALUE 'C:\Cobol\'.
       77 WRK-ARQ-PERIODO      PIC X(60).
       77 WRK-ARQ-CONVERTIDO   PIC X(60).
       77 WRK-PER-X            PIC X(06).
       77 WRK-FIMARQUIVO       PIC X(01) VALUE 'N'.
           88 FIMARQUIVO       VALUE 'S'.
       77 WRK-FIMORDENACAO     PIC X(01) VALUE 'N'.
           88 FIMORDENACAO     VALUE 'S'.
       77 WRK-QTLIDOS          PIC 9(07) VALUE 0.
       77 WRK-QTGRAVADOS       PIC 9(07) VALUE 0.
       77 WRK-QTMESLIDOS       PIC 9(07) VALUE 0.
       77 WRK-QTMESGRAVADOS    PIC 9(07) VALUE 0.
       77 WRK-QTPERLIDOS       PIC 9(07) VALUE 0.
       77 WRK-QTPERGRAVADOS    PIC 9(07) VALUE 0.
       77 WRK-QTORDEM          PIC 9(07) VALUE 0.
       77 WRK-LEITURA-OK       PIC X(01) VALUE 'S'.
           88 LEITURA-OK       VALUE 'S'.
       77 WRK-MOVNOVO-ABERTO   PIC X(01) VALUE 'N'.
           88 MOVNOVO-ABERTO   VALUE 'S'.
       77 WRK-MESNOVO-ABERTO   PIC X(01) VALUE 'N'.
           88 MESNOVO-ABERTO   VALUE 'S'.

       77 WRK-PER-QTD          PIC 9(03) COMP VALUE 0.
       77 WRK-PER-IDX          PIC 9(03) COMP.
       77 WRK-PER-ATUAL        PIC 9(03) COMP VALUE 0.
       01 WRK-PER-LISTA.
           05 WRK-PER-ENT OCCURS 120 TIMES PIC 9(06).
       01 WRK-PER-SITUACAO.
           05 WRK-PER-USADO OCCURS 120 TIMES PIC X(01).

       01 WRK-CNV-REG.
           05 WRK-CNV-OPERACAO      PIC X(01).
           05 WRK-CNV-DATA          PIC 9(08).
           05 WRK-CNV-HORA          PIC 9(08).
           05 WRK-CNV-CPF           PIC 9(11).
           05 WRK-CNV-PESSOAL       PIC X(136).
           05 WRK-CNV-USUARIO       PIC X(08).
           05 WRK-CNV-APROVADOR     PIC X(08).

       77 WRK-SEL-SEQUENCIA    PIC 9(09) VALUE 0.
       77 WRK-SEL-RESUMO       PIC 9(09).
       77 WRK-SEL-VERIFICADOR  PIC 9(09) VALUE 0.
       77 WRK-SEL-DATA         PIC 9(08) VALUE 0.
       77 WRK-SEL-HORA         PIC 9(08) VALUE 0.

       77 WRK-TRL-IDX          PIC 9(03) COMP.
       77 WRK-TRL-TAM          PIC 9(03) COMP.
       77 WRK-TRL-VALOR        PIC 9(12) COMP.
       77 WRK-TRL-QUOC         PIC 9(12) COMP.
       77 WRK-TRL-RESTO        PIC 9(09) COMP.
       77 WRK-TRL-TEXTO        PIC X(136).
       01 WRK-TRL-BLOCO.
           05 WRK-TRL-B-OPERACAO     PIC X(01).
           05 WRK-TRL-B-DATA         PIC 9(08).
           05 WRK-TRL-B-HORA         PIC 9(08).
           05 WRK-TRL-B-CPF          PIC 9(11).
           05 WRK-TRL-B-USUARIO      PIC X(08).
           05 WRK-TRL-B-APROVADOR    PIC X(08).
           05 WRK-TRL-B-SEQUENCIA    PIC 9(09).
           05 WRK-TRL-B-RESUMO       PIC 9(09).

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY 'CONVERSAO DA TRILHA P/ SELO ENCADEADO - INICIO'.
           PERFORM 1050-LERPARAMETROS.
           PERFORM 7000-CARREGARPERIODOS.
           SORT ORDENACAO
               ON ASCENDING KEY ORDENACAO-DATA ORDENACAO-HORA
                                ORDENACAO-ORIGEM ORDENACAO-ORDEM
               INPUT PROCEDURE IS 2000-LERTRILHA
               OUTPUT PROCEDURE IS 4000-SELARTRILHA.
           PERFORM 8000-GRAVARCONTROLE.
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
           MOVE SPACES TO WRK-ARQ-AUDANTIGA.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'AUDITORIA.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-AUDANTIGA.
           MOVE SPACES TO WRK-ARQ-AUDNOVA.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'AUDITCNV.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-AUDNOVA.
           MOVE SPACES TO WRK-ARQ-MESANTIGO.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'AUDIMES.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-MESANTIGO.
           MOVE SPACES TO WRK-ARQ-MESNOVO.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'AUDMCNV.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-MESNOVO.
           MOVE SPACES TO WRK-ARQ-AUDPER.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'AUDPER.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-AUDPER.
           MOVE SPACES TO WRK-ARQ-AUDCTL.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'AUDCTL.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-AUDCTL.
           MOVE SPACES TO WRK-ARQ-ORDENACAO.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'SELSORT.TMP' DELIMITED BY SIZE
               INTO WRK-ARQ-ORDENACAO.

       3000-FINALIZAR.
           DISPLAY 'CONVERSAO DA TRILHA P/ SELO ENCADEADO - RESUMO'.
           DISPLAY 'MOVIMENTO LIDO.......: ' WRK-QTLIDOS.
           DISPLAY 'MOVIMENTO CONVERTIDO.: ' WRK-QTGRAVADOS.
           DISPLAY 'AUDIMES LIDOS........: ' WRK-QTMESLIDOS.
           DISPLAY 'AUDIMES CONVERTIDOS..: ' WRK-QTMESGRAVADOS.
           DISPLAY 'PERIODOS REGISTRADOS.: ' WRK-PER-QTD.
           DISPLAY 'PERIODOS LIDOS.......: ' WRK-QTPERLIDOS.
           DISPLAY 'PERIODOS CONVERTIDOS.: ' WRK-QTPERGRAVADOS.
           DISPLAY 'ULTIMA SEQUENCIA.....: ' WRK-SEL-SEQUENCIA.
           IF NOT LEITURA-OK
               DISPLAY 'ATENCAO: CONVERSAO INCOMPLETA POR ERRO DE '
                   'LEITURA, NAO SUBSTITUA OS ARQUIVOS'
           ELSE
               IF WRK-QTLIDOS = WRK-QTGRAVADOS
                  AND WRK-QTMESLIDOS = WRK-QTMESGRAVADOS
                  AND WRK-QTPERLIDOS = WRK-QTPERGRAVADOS
                   DISPLAY 'CONFIRA OS TOTAIS E SUBSTITUA '
                       'AUDITORIA.DAT POR AUDITCNV.DAT,'
                   DISPLAY 'AUDIMES.DAT POR AUDMCNV.DAT E CADA '
                       'AUDAAAAMM.DAT POR CNVAAAAMM.DAT'
                   DISPLAY 'AUDCTL.DAT GRAVADO COM O ULTIMO SELO; '
                       'RODE O CLIEVERIF APOS A SUBSTITUICAO'
               ELSE
                   DISPLAY 'ATENCAO: TOTAIS DIFERENTES, NAO '
                       'SUBSTITUA OS ARQUIVOS'
               END-IF
           END-IF.

      **********************************
      *ENTRADA DO SORT: TODA A TRILHA ANTIGA, DE TODOS OS ARQUIVOS,
      *PARA SER SELADA NA ORDEM EM QUE OS FATOS ACONTECERAM
      **********************************
       2000-LERTRILHA.
           PERFORM VARYING WRK-PER-IDX FROM 1 BY 1
                   UNTIL WRK-PER-IDX > WRK-PER-QTD
               PERFORM 2100-LERPERIODO
           END-PERFORM.
           PERFORM 2200-LERAUDIMES.
           PERFORM 2300-LERMOVIMENTO.

       2100-LERPERIODO.
           MOVE WRK-PER-ENT (WRK-PER-IDX) TO WRK-PER-X.
           MOVE SPACES TO WRK-ARQ-PERIODO.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'AUD' WRK-PER-X '.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-PERIODO.
           OPEN INPUT PERANTIGO.
           IF PERANTIGO-STATUS NOT = 0
               DISPLAY 'FALHA AO ABRIR ' WRK-ARQ-PERIODO
                   ' STATUS: ' PERANTIGO-STATUS
               MOVE 'N' TO WRK-LEITURA-OK
           ELSE
               MOVE 'N' TO WRK-FIMARQUIVO
               PERFORM 7500-LERPERIODO
               PERFORM UNTIL FIMARQUIVO
                   ADD 1 TO WRK-QTPERLIDOS
                   MOVE PERANTIGO-DADOS TO WRK-CNV-REG
                   MOVE 1 TO ORDENACAO-ORIGEM
                   MOVE WRK-PER-IDX TO ORDENACAO-PERIDX
                   MOVE 0 TO ORDENACAO-MESSEQ
                   PERFORM 2500-LIBERAR
                   PERFORM 7500-LERPERIODO
               END-PERFORM
               CLOSE PERANTIGO
           END-IF.

       2200-LERAUDIMES.
           OPEN INPUT MESANTIGO.
           IF MESANTIGO-STATUS = 35
               DISPLAY 'AUDIMES.DAT INEXISTENTE, MES CORRENTE PULADO'
           ELSE
           IF MESANTIGO-STATUS NOT = 0
               DISPLAY 'AUDIMES.DAT: FALHA AO ABRIR. STATUS: '
                   MESANTIGO-STATUS
               MOVE 'N' TO WRK-LEITURA-OK
           ELSE
               MOVE 'N' TO WRK-FIMARQUIVO
               MOVE LOW-VALUES TO MESANTIGO-CHAVE
               START MESANTIGO KEY IS NOT LESS THAN MESANTIGO-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIMARQUIVO
               END-START
               IF NOT FIMARQUIVO
                   PERFORM 6500-LERAUDIMES
               END-IF
               PERFORM UNTIL FIMARQUIVO
                   ADD 1 TO WRK-QTMESLIDOS
                   MOVE MESANTIGO-OPERACAO  TO WRK-CNV-OPERACAO
                   MOVE MESANTIGO-DATA      TO WRK-CNV-DATA
                   MOVE MESANTIGO-HORA      TO WRK-CNV-HORA
                   MOVE MESANTIGO-CPF       TO WRK-CNV-CPF
                   MOVE MESANTIGO-PESSOAL   TO WRK-CNV-PESSOAL
                   MOVE MESANTIGO-USUARIO   TO WRK-CNV-USUARIO
                   MOVE MESANTIGO-APROVADOR TO WRK-CNV-APROVADOR
                   MOVE 2 TO ORDENACAO-ORIGEM
                   MOVE 0 TO ORDENACAO-PERIDX
                   MOVE MESANTIGO-SEQ TO ORDENACAO-MESSEQ
                   PERFORM 2500-LIBERAR
                   PERFORM 6500-LERAUDIMES
               END-PERFORM
               CLOSE MESANTIGO
           END-IF
           END-IF.

       2300-LERMOVIMENTO.
           OPEN INPUT AUDANTIGA.
           IF AUDANTIGA-STATUS = 35
               DISPLAY 'AUDITORIA.DAT INEXISTENTE, MOVIMENTO PULADO'
           ELSE
           IF AUDANTIGA-STATUS NOT = 0
               DISPLAY 'AUDITORIA.DAT: FALHA AO ABRIR. STATUS: '
                   AUDANTIGA-STATUS
               MOVE 'N' TO WRK-LEITURA-OK
           ELSE
               MOVE 'N' TO WRK-FIMARQUIVO
               PERFORM 5500-LERMOVIMENTO
               PERFORM UNTIL FIMARQUIVO
                   ADD 1 TO WRK-QTLIDOS
                   MOVE AUDANTIGA-DADOS TO WRK-CNV-REG
                   MOVE 3 TO ORDENACAO-ORIGEM
                   MOVE 0 TO ORDENACAO-PERIDX
                   MOVE 0 TO ORDENACAO-MESSEQ
                   PERFORM 2500-LIBERAR
                   PERFORM 5500-LERMOVIMENTO
               END-PERFORM
               CLOSE AUDANTIGA
           END-IF
           END-IF.

       2500-LIBERAR.
           ADD 1 TO WRK-QTORDEM.
           MOVE WRK-QTORDEM  TO ORDENACAO-ORDEM.
           MOVE WRK-CNV-DATA TO ORDENACAO-DATA.
           MOVE WRK-CNV-HORA TO ORDENACAO-HORA.
           MOVE WRK-CNV-REG  TO ORDENACAO-DADOS.
           RELEASE ORDENACAO-REG.

      **********************************
      *SAIDA DO SORT: NUMERA, SELA E DEVOLVE CADA REGISTRO AO SEU
      *ARQUIVO DE ORIGEM, JA NO LAYOUT NOVO
      **********************************
       4000-SELARTRILHA.
           OPEN OUTPUT AUDNOVA.
           IF AUDNOVA-STATUS NOT = 0
               DISPLAY 'AUDITCNV.DAT: FALHA AO ABRIR. STATUS: '
                   AUDNOVA-STATUS
               MOVE 'N' TO WRK-LEITURA-OK
           ELSE
               MOVE 'S' TO WRK-MOVNOVO-ABERTO
           END-IF.
           OPEN OUTPUT MESNOVO.
           IF MESNOVO-STATUS NOT = 0
               DISPLAY 'AUDMCNV.DAT: FALHA AO ABRIR. STATUS: '
                   MESNOVO-STATUS
               MOVE 'N' TO WRK-LEITURA-OK
           ELSE
               MOVE 'S' TO WRK-MESNOVO-ABERTO
           END-IF.
           PERFORM 4500-RETORNAR.
           PERFORM 4100-SELARREGISTRO UNTIL FIMORDENACAO.
           IF WRK-PER-ATUAL NOT = 0
               CLOSE PERNOVO
           END-IF.
      *PERIODO SEM NENHUM REGISTRO TAMBEM PRECISA DO ARQUIVO NOVO
           PERFORM VARYING WRK-PER-IDX FROM 1 BY 1
                   UNTIL WRK-PER-IDX > WRK-PER-QTD
               IF WRK-PER-USADO (WRK-PER-IDX) NOT = 'S'
                   MOVE WRK-PER-IDX TO WRK-PER-ATUAL
                   PERFORM 4300-ABRIRPERNOVO
                   IF PERNOVO-STATUS = 0
                       CLOSE PERNOVO
                   END-IF
               END-IF
           END-PERFORM.
           IF MOVNOVO-ABERTO
               CLOSE AUDNOVA
           END-IF.
           IF MESNOVO-ABERTO
               CLOSE MESNOVO
           END-IF.

       4100-SELARREGISTRO.
           MOVE ORDENACAO-DADOS TO WRK-CNV-REG.
           PERFORM 4200-CALCULARSELO.
           EVALUATE TRUE
               WHEN ORDENACAO-DE-PERIODO
                   IF ORDENACAO-PERIDX NOT = WRK-PER-ATUAL
                       IF WRK-PER-ATUAL NOT = 0
                           CLOSE PERNOVO
                       END-IF
                       MOVE ORDENACAO-PERIDX TO WRK-PER-ATUAL
                       PERFORM 4300-ABRIRPERNOVO
                   END-IF
                   MOVE WRK-CNV-REG         TO PERNOVO-DADOS
                   MOVE WRK-SEL-SEQUENCIA   TO PERNOVO-SEQUENCIA
                   MOVE WRK-SEL-RESUMO      TO PERNOVO-RESUMO
                   MOVE WRK-SEL-VERIFICADOR TO PERNOVO-VERIFICADOR
                   MOVE SPACES              TO PERNOVO-SELO
                   WRITE PERNOVO-REG
                   IF PERNOVO-STATUS = 0
                       ADD 1 TO WRK-QTPERGRAVADOS
                   ELSE
                       DISPLAY 'FALHA AO GRAVAR ' WRK-ARQ-CONVERTIDO
                           ' STATUS: ' PERNOVO-STATUS
                   END-IF
               WHEN ORDENACAO-DE-AUDIMES
                   MOVE WRK-CNV-CPF         TO MESNOVO-CPF
                   MOVE WRK-CNV-DATA        TO MESNOVO-DATA
                   MOVE WRK-CNV-HORA        TO MESNOVO-HORA
                   MOVE ORDENACAO-MESSEQ    TO MESNOVO-SEQ
                   MOVE WRK-CNV-OPERACAO    TO MESNOVO-OPERACAO
                   MOVE WRK-CNV-PESSOAL     TO MESNOVO-PESSOAL
                   MOVE WRK-CNV-USUARIO     TO MESNOVO-USUARIO
                   MOVE WRK-CNV-APROVADOR   TO MESNOVO-APROVADOR
                   MOVE WRK-SEL-SEQUENCIA   TO MESNOVO-SEQUENCIA
                   MOVE WRK-SEL-RESUMO      TO MESNOVO-RESUMO
                   MOVE WRK-SEL-VERIFICADOR TO MESNOVO-VERIFICADOR
                   MOVE SPACES              TO MESNOVO-SELO
                   WRITE MESNOVO-REG
                   IF MESNOVO-STATUS = 0
                       ADD 1 TO WRK-QTMESGRAVADOS
                   ELSE
                       DISPLAY 'FALHA AO GRAVAR AUDMCNV. STATUS: '
                           MESNOVO-STATUS
                   END-IF
               WHEN OTHER
                   MOVE WRK-CNV-REG         TO AUDNOVA-DADOS
                   MOVE WRK-SEL-SEQUENCIA   TO AUDNOVA-SEQUENCIA
                   MOVE WRK-SEL-RESUMO      TO AUDNOVA-RESUMO
                   MOVE WRK-SEL-VERIFICADOR TO AUDNOVA-VERIFICADOR
                   MOVE SPACES              TO AUDNOVA-SELO
                   WRITE AUDNOVA-REG
                   IF AUDNOVA-STATUS = 0
                       ADD 1 TO WRK-QTGRAVADOS
                   ELSE
                       DISPLAY 'FALHA AO GRAVAR CONVERSAO. STATUS: '
                           AUDNOVA-STATUS
                   END-IF
           END-EVALUATE.
           PERFORM 4500-RETORNAR.

      *MESMO CALCULO DOS PROGRAMAS QUE GRAVAM A TRILHA: RESUMO DOS
      *DADOS PESSOAIS E VERIFICADOR ENCADEADO AO ANTERIOR
       4200-CALCULARSELO.
           ADD 1 TO WRK-SEL-SEQUENCIA.
           MOVE WRK-CNV-PESSOAL TO WRK-TRL-TEXTO.
           MOVE 136 TO WRK-TRL-TAM.
           MOVE 0 TO WRK-TRL-VALOR.
           PERFORM 4480-CALCULARSELO.
           MOVE WRK-TRL-VALOR TO WRK-SEL-RESUMO.
           MOVE WRK-CNV-OPERACAO  TO WRK-TRL-B-OPERACAO.
           MOVE WRK-CNV-DATA      TO WRK-TRL-B-DATA.
           MOVE WRK-CNV-HORA      TO WRK-TRL-B-HORA.
           MOVE WRK-CNV-CPF       TO WRK-TRL-B-CPF.
           MOVE WRK-CNV-USUARIO   TO WRK-TRL-B-USUARIO.
           MOVE WRK-CNV-APROVADOR TO WRK-TRL-B-APROVADOR.
           MOVE WRK-SEL-SEQUENCIA TO WRK-TRL-B-SEQUENCIA.
           MOVE WRK-SEL-RESUMO    TO WRK-TRL-B-RESUMO.
           MOVE WRK-TRL-BLOCO TO WRK-TRL-TEXTO.
           MOVE 62 TO WRK-TRL-TAM.
           MOVE WRK-SEL-VERIFICADOR TO WRK-TRL-VALOR.
           PERFORM 4480-CALCULARSELO.
           MOVE WRK-TRL-VALOR TO WRK-SEL-VERIFICADOR.
           MOVE WRK-CNV-DATA TO WRK-SEL-DATA.
           MOVE WRK-CNV-HORA TO WRK-SEL-HORA.

       4300-ABRIRPERNOVO.
           MOVE WRK-PER-ENT (WRK-PER-ATUAL) TO WRK-PER-X.
           MOVE SPACES TO WRK-ARQ-CONVERTIDO.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'CNV' WRK-PER-X '.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-CONVERTIDO.
           IF WRK-PER-USADO (WRK-PER-ATUAL) = 'S'
               OPEN EXTEND PERNOVO
           ELSE
               OPEN OUTPUT PERNOVO
               MOVE 'S' TO WRK-PER-USADO (WRK-PER-ATUAL)
           END-IF.
           IF PERNOVO-STATUS NOT = 0
               DISPLAY 'FALHA AO ABRIR ' WRK-ARQ-CONVERTIDO
                   ' STATUS: ' PERNOVO-STATUS
               MOVE 'N' TO WRK-LEITURA-OK
           END-IF.

       4480-CALCULARSELO.
           PERFORM VARYING WRK-TRL-IDX FROM 1 BY 1
                   UNTIL WRK-TRL-IDX > WRK-TRL-TAM
               COMPUTE WRK-TRL-VALOR = WRK-TRL-VALOR * 131
                   + FUNCTION ORD (WRK-TRL-TEXTO (WRK-TRL-IDX:1))
               DIVIDE WRK-TRL-VALOR BY 999999937
                   GIVING WRK-TRL-QUOC REMAINDER WRK-TRL-RESTO
               MOVE WRK-TRL-RESTO TO WRK-TRL-VALOR
           END-PERFORM.

       4500-RETORNAR.
           RETURN ORDENACAO
               AT END
                   MOVE 'S' TO WRK-FIMORDENACAO
           END-RETURN.

       5500-LERMOVIMENTO.
           READ AUDANTIGA
               AT END
                   MOVE 'S' TO WRK-FIMARQUIVO
           END-READ.
           IF AUDANTIGA-STATUS NOT = 0 AND AUDANTIGA-STATUS NOT = 10
               DISPLAY 'AUDITORIA.DAT: ERRO DE LEITURA. STATUS: '
                   AUDANTIGA-STATUS
               MOVE 'N' TO WRK-LEITURA-OK
               MOVE 'S' TO WRK-FIMARQUIVO
           END-IF.

       6500-LERAUDIMES.
           READ MESANTIGO NEXT
               AT END
                   MOVE 'S' TO WRK-FIMARQUIVO
           END-READ.
           IF MESANTIGO-STATUS NOT = 0 AND MESANTIGO-STATUS NOT = 10
               DISPLAY 'AUDIMES.DAT: ERRO DE LEITURA. STATUS: '
                   MESANTIGO-STATUS
               MOVE 'N' TO WRK-LEITURA-OK
               MOVE 'S' TO WRK-FIMARQUIVO
           END-IF.

       7000-CARREGARPERIODOS.
           MOVE 0 TO WRK-PER-QTD.
           MOVE SPACES TO WRK-PER-SITUACAO.
           OPEN INPUT AUDPER.
           IF AUDPER-STATUS = 0
               PERFORM UNTIL AUDPER-STATUS NOT = 0
                         OR WRK-PER-QTD = 120
                   READ AUDPER
                       NOT AT END
                           ADD 1 TO WRK-PER-QTD
                           MOVE AUDPER-PERIODO TO
                               WRK-PER-ENT (WRK-PER-QTD)
                   END-READ
               END-PERFORM
               IF AUDPER-STATUS NOT = 0 AND AUDPER-STATUS NOT = 10
                   DISPLAY 'AUDPER.DAT: ERRO DE LEITURA. STATUS: '
                       AUDPER-STATUS
                   MOVE 'N' TO WRK-LEITURA-OK
               END-IF
               CLOSE AUDPER
           ELSE
               IF AUDPER-STATUS NOT = 35
                   DISPLAY 'AUDPER.DAT: FALHA AO ABRIR. STATUS: '
                       AUDPER-STATUS
                   MOVE 'N' TO WRK-LEITURA-OK
               END-IF
           END-IF.

       7500-LERPERIODO.
           READ PERANTIGO
               AT END
                   MOVE 'S' TO WRK-FIMARQUIVO
           END-READ.
           IF PERANTIGO-STATUS NOT = 0 AND PERANTIGO-STATUS NOT = 10
               DISPLAY 'ERRO DE LEITURA EM ' WRK-ARQ-PERIODO
                   ' STATUS: ' PERANTIGO-STATUS
               MOVE 'N' TO WRK-LEITURA-OK
               MOVE 'S' TO WRK-FIMARQUIVO
           END-IF.

      *O CONTROLE SO E GRAVADO SE TODA A TRILHA FOI CONVERTIDA; ELE
      *PASSA A SER O PONTO DE PARTIDA DOS PROXIMOS SELOS
       8000-GRAVARCONTROLE.
           IF LEITURA-OK
              AND WRK-QTLIDOS = WRK-QTGRAVADOS
              AND WRK-QTMESLIDOS = WRK-QTMESGRAVADOS
              AND WRK-QTPERLIDOS = WRK-QTPERGRAVADOS
               OPEN OUTPUT AUDCTL
               IF AUDCTL-STATUS NOT = 0
                   DISPLAY 'AUDCTL.DAT: FALHA AO ABRIR. STATUS: '
                       AUDCTL-STATUS
                   MOVE 'N' TO WRK-LEITURA-OK
               ELSE
                   MOVE SPACES TO AUDCTL-REG
                   MOVE 1                   TO AUDCTL-CHAVE
                   MOVE WRK-SEL-SEQUENCIA   TO AUDCTL-SEQUENCIA
                   MOVE WRK-SEL-VERIFICADOR TO AUDCTL-VERIFICADOR
                   MOVE WRK-SEL-DATA        TO AUDCTL-DATA
                   MOVE WRK-SEL-HORA        TO AUDCTL-HORA
                   WRITE AUDCTL-REG
                   IF AUDCTL-STATUS NOT = 0
                       DISPLAY 'AUDCTL.DAT: FALHA AO GRAVAR. STATUS: '
                           AUDCTL-STATUS
                       MOVE 'N' TO WRK-LEITURA-OK
                   END-IF
                   CLOSE AUDCTL
               END-IF
           END-IF.
