       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIEVERIF.
      **********************************
      *OBJETIVO: VERIFICACAO DA INTEGRIDADE DA TRILHA DE AUDITORIA
      *          (PERIODOS FECHADOS DE AUDPER.DAT, AUDIMES.DAT E
      *          AUDITORIA.DAT) NA ORDEM DA SEQUENCIA GERAL:
      *          - LACUNAS E DUPLICIDADES NA SEQUENCIA
      *          - REGISTROS SEM SELO
      *          - DADOS ALTERADOS (RESUMO NAO CONFERE)
      *          - ENCADEAMENTO QUEBRADO (VERIFICADOR NAO CONFERE)
      *          - DATA/HORA FORA DE ORDEM
      *          - FINAL DA TRILHA CONTRA O CONTROLE AUDCTL.DAT
      *          REGISTROS ANONIMIZADOS PELO CLIELGPD (SELO 'L') SAO
      *          ACEITOS QUANDO TRAZEM A MASCARA DA ANONIMIZACAO E SAO
      *          ANTERIORES AO CORTE DE UMA EXECUCAO REGISTRADA
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

               SELECT PERIODO ASSIGN TO WRK-ARQ-PERIODO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PERIODO-STATUS.

               SELECT AUDCTL ASSIGN TO WRK-ARQ-AUDCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS AUDCTL-STATUS
               RECORD KEY IS AUDCTL-CHAVE.

               SELECT RELTRILHA ASSIGN TO WRK-ARQ-RELTRILHA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELTRILHA-STATUS.

               SELECT ORDENACAO ASSIGN TO WRK-ARQ-ORDENACAO.

               SELECT PARAMETROS ASSIGN TO 'C:\Cobol\PARAMETROS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDITORIA.
       01 AUDITORIA-REG.
           05 AUDITORIA-OPERACAO      PIC X(01).
           05 AUDITORIA-DATA          PIC 9(08).
           05 AUDITORIA-HORA          PIC 9(08).
           05 AUDITORIA-CPF           PIC 9(11).
           05 AUDITORIA-NOME-ANTES    PIC X(28).
           05 AUDITORIA-NOME-DEPOIS   PIC X(28).
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
           05 AUDIMES-CHAVE.
               10 AUDIMES-CPF  PIC 9(11).
               10 AUDIMES-DATA PIC 9(08).
               10 AUDIMES-HORA PIC 9(08).
               10 AUDIMES-SEQ  PIC 9(03).
           05 AUDIMES-OPERACAO     PIC X(01).
           05 AUDIMES-NOME-ANTES   PIC X(28).
           05 AUDIMES-NOME-DEPOIS  PIC X(28).
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
           05 AUDPER-PERIODO PIC 9(06).

       FD PERIODO.
       01 PERIODO-REG.
           05 PERIODO-OPERACAO      PIC X(01).
           05 PERIODO-DATA          PIC 9(08).
           05 PERIODO-HORA          PIC 9(08).
           05 PERIODO-CPF           PIC 9(11).
           05 PERIODO-NOME-ANTES    PIC X(28).
           05 PERIODO-NOME-DEPOIS   PIC X(28).
           05 PERIODO-EMAIL-ANTES   PIC X(40).
           05 PERIODO-EMAIL-DEPOIS  PIC X(40).
           05 PERIODO-USUARIO       PIC X(08).
           05 PERIODO-APROVADOR     PIC X(08).
           05 PERIODO-SEQUENCIA     PIC 9(09).
           05 PERIODO-RESUMO        PIC 9(09).
           05 PERIODO-VERIFICADOR   PIC 9(09).
           05 PERIODO-SELO          PIC X(01).
               88 PERIODO-ANONIMIZADO VALUE 'L'.

       FD AUDCTL.
       01 AUDCTL-REG.
           05 AUDCTL-CHAVE        PIC 9(01).
           05 AUDCTL-SEQUENCIA    PIC 9(09).
           05 AUDCTL-VERIFICADOR  PIC 9(09).
           05 AUDCTL-DATA         PIC 9(08).
           05 AUDCTL-HORA         PIC 9(08).
           05 FILLER              PIC X(15).

       FD RELTRILHA.
       01 RELTRILHA-REG.
           05 RELTRILHA-DADOS PIC X(130).

       SD ORDENACAO.
       01 ORDENACAO-REG.
           05 ORDENACAO-SEQUENCIA    PIC 9(09).
           05 ORDENACAO-ORIGEM       PIC X(09).
           05 ORDENACAO-OPERACAO     PIC X(01).
           05 ORDENACAO-DATA         PIC 9(08).
           05 ORDENACAO-HORA         PIC 9(08).
           05 ORDENACAO-CPF          PIC 9(11).
           05 ORDENACAO-PESSOAL.
               10 ORDENACAO-NOME-ANTES   PIC X(28).
               10 ORDENACAO-NOME-DEPOIS  PIC X(28).
               10 ORDENACAO-EMAIL-ANTES  PIC X(40).
               10 ORDENACAO-EMAIL-DEPOIS PIC X(40).
           05 ORDENACAO-USUARIO      PIC X(08).
           05 ORDENACAO-APROVADOR    PIC X(08).
           05 ORDENACAO-RESUMO       PIC 9(09).
           05 ORDENACAO-VERIFICADOR  PIC 9(09).
           05 ORDENACAO-SELO         PIC X(01).
               88 ORDENACAO-ANONIMIZADO VALUE 'L'.

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
       77 AUDCTL-STATUS        PIC 9(02).
       77 RELTRILHA-STATUS     PIC 9(02).
       77 WRK-ARQ-PERIODO      PIC X(60).
       77 WRK-ARQ-AUDITORIA    PIC X(60).
       77 WRK-ARQ-AUDIMES      PIC X(60).
       77 WRK-ARQ-AUDPER       PIC X(60).
       77 WRK-ARQ-AUDCTL       PIC X(60).
       77 WRK-ARQ-RELTRILHA    PIC X(60).
       77 WRK-ARQ-ORDENACAO    PIC X(60).
       77 WRK-DIRETORIO        PIC X(40) VALUE 'C:\Cobol\'.
       77 WRK-PER-X            PIC X(06).
       77 WRK-FIMARQUIVO       PIC X(01) VALUE 'N'.
           88 FIMARQUIVO       VALUE 'S'.
       77 WRK-FIMORDENACAO     PIC X(01) VALUE 'N'.
           88 FIMORDENACAO     VALUE 'S'.
       77 WRK-LEITURA-OK       PIC X(01) VALUE 'S'.
           88 LEITURA-OK       VALUE 'S'.
       77 WRK-ANONIMO          PIC X(28) VALUE 'ANONIMIZADO'.
       77 WRK-LGPD-CORTE       PIC 9(08) VALUE 0.

       77 WRK-PER-QTD          PIC 9(03) COMP VALUE 0.
       77 WRK-PER-IDX          PIC 9(03) COMP.
       01 WRK-PER-LISTA.
           05 WRK-PER-ENT OCCURS 120 TIMES PIC 9(06).

       77 WRK-QTPERIODOS       PIC 9(07) VALUE 0.
       77 WRK-QTAUDIMES        PIC 9(07) VALUE 0.
       77 WRK-QTMOVIMENTO      PIC 9(07) VALUE 0.
       77 WRK-QTVERIFICADOS    PIC 9(07) VALUE 0.
       77 WRK-QTAPROVADOS      PIC 9(07) VALUE 0.
       77 WRK-QTREPROVADOS     PIC 9(07) VALUE 0.
       77 WRK-QTSEMSELO        PIC 9(07) VALUE 0.
       77 WRK-QTLACUNAS        PIC 9(07) VALUE 0.
       77 WRK-QTFALTANTES      PIC 9(09) VALUE 0.
       77 WRK-QTDUPLICADOS     PIC 9(07) VALUE 0.
       77 WRK-QTALTERADOS      PIC 9(07) VALUE 0.
       77 WRK-QTQUEBRAS        PIC 9(07) VALUE 0.
       77 WRK-QTFORAORDEM      PIC 9(07) VALUE 0.
       77 WRK-QTANONIMIZADOS   PIC 9(07) VALUE 0.
       77 WRK-QTANONINVALIDOS  PIC 9(07) VALUE 0.
       77 WRK-QTCONTROLE       PIC 9(07) VALUE 0.

       77 WRK-ANT-SEQUENCIA    PIC 9(09) VALUE 0.
       77 WRK-ANT-VERIFICADOR  PIC 9(09) VALUE 0.
       77 WRK-ANT-DATAHORA     PIC 9(16) VALUE 0.
       77 WRK-DATAHORA         PIC 9(16).
       77 WRK-FALTAM           PIC 9(09).
       77 WRK-REG-OK           PIC X(01).
           88 REGISTRO-OK      VALUE 'S'.
       77 WRK-MOTIVO           PIC X(40).

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

       77 WRK-REL-DATA         PIC 9(08).
       77 WRK-REL-DATA-X REDEFINES WRK-REL-DATA PIC X(08).
       77 WRK-REL-DATA-FMT     PIC X(10).

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           SORT ORDENACAO
               ON ASCENDING KEY ORDENACAO-SEQUENCIA ORDENACAO-DATA
                                ORDENACAO-HORA
               INPUT PROCEDURE IS 2000-CARREGAR
               OUTPUT PROCEDURE IS 5000-VERIFICAR.
           PERFORM 6000-CONFERIRCONTROLE.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIAR.
           DISPLAY 'VERIFICACAO DA TRILHA DE AUDITORIA - INICIO'.
           PERFORM 1050-LERPARAMETROS.
           OPEN OUTPUT RELTRILHA.
           IF RELTRILHA-STATUS NOT = 0
               DISPLAY 'RELTRILHA.TXT: FALHA AO ABRIR. STATUS: '
                   RELTRILHA-STATUS
               DISPLAY 'VERIFICACAO DA TRILHA DE AUDITORIA - ABORTADA'
               STOP RUN
           END-IF.
           ACCEPT WRK-REL-DATA FROM DATE YYYYMMDD.
           MOVE WRK-REL-DATA-X (7:2) TO WRK-REL-DATA-FMT (1:2).
           MOVE '/'                 TO WRK-REL-DATA-FMT (3:1).
           MOVE WRK-REL-DATA-X (5:2) TO WRK-REL-DATA-FMT (4:2).
           MOVE '/'                 TO WRK-REL-DATA-FMT (6:1).
           MOVE WRK-REL-DATA-X (1:4) TO WRK-REL-DATA-FMT (7:4).
           MOVE SPACES TO RELTRILHA-DADOS.
           STRING 'VERIFICACAO DA TRILHA DE AUDITORIA - EMITIDO EM '
                  WRK-REL-DATA-FMT
               DELIMITED BY SIZE INTO RELTRILHA-DADOS.
           WRITE RELTRILHA-REG.
           MOVE SPACES TO RELTRILHA-DADOS.
           STRING 'DIRETORIO DOS ARQUIVOS: ' WRK-DIRETORIO
               DELIMITED BY SIZE INTO RELTRILHA-DADOS.
           WRITE RELTRILHA-REG.
           MOVE ALL '-' TO RELTRILHA-DADOS.
           WRITE RELTRILHA-REG.
           MOVE 'SEQUENCIA ORIGEM    DATA     HORA     CPF         OP '
               TO RELTRILHA-DADOS.
           MOVE 'OCORRENCIA' TO RELTRILHA-DADOS (56:10).
           WRITE RELTRILHA-REG.
           MOVE ALL '-' TO RELTRILHA-DADOS.
           WRITE RELTRILHA-REG.
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
           MOVE SPACES TO WRK-ARQ-AUDCTL.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'AUDCTL.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-AUDCTL.
           MOVE SPACES TO WRK-ARQ-RELTRILHA.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'RELTRILHA.TXT' DELIMITED BY SIZE
               INTO WRK-ARQ-RELTRILHA.
           MOVE SPACES TO WRK-ARQ-ORDENACAO.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'TRLSORT.TMP' DELIMITED BY SIZE
               INTO WRK-ARQ-ORDENACAO.

       1100-CARREGARPERIODOS.
           MOVE 0 TO WRK-PER-QTD.
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

      **********************************
      *PROCEDIMENTO DE ENTRADA DO SORT: TODA A TRILHA, DE TODOS OS
      *ARQUIVOS, NUM SO FLUXO ORDENADO PELA SEQUENCIA GERAL
      **********************************
       2000-CARREGAR.
           PERFORM VARYING WRK-PER-IDX FROM 1 BY 1
                   UNTIL WRK-PER-IDX > WRK-PER-QTD
               PERFORM 2100-CARREGARPERIODO
           END-PERFORM.
           PERFORM 2200-CARREGARAUDIMES.
           PERFORM 2300-CARREGARMOVIMENTO.

       2100-CARREGARPERIODO.
           MOVE WRK-PER-ENT (WRK-PER-IDX) TO WRK-PER-X.
           MOVE SPACES TO WRK-ARQ-PERIODO.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'AUD' WRK-PER-X '.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-PERIODO.
           OPEN INPUT PERIODO.
           IF PERIODO-STATUS NOT = 0
               DISPLAY 'FALHA AO ABRIR ' WRK-ARQ-PERIODO
                   ' STATUS: ' PERIODO-STATUS
               MOVE 'N' TO WRK-LEITURA-OK
           ELSE
               MOVE 'N' TO WRK-FIMARQUIVO
               PERFORM UNTIL FIMARQUIVO
                   READ PERIODO
                       AT END
                           MOVE 'S' TO WRK-FIMARQUIVO
                       NOT AT END
                           ADD 1 TO WRK-QTPERIODOS
                           MOVE SPACES TO ORDENACAO-ORIGEM
                           STRING 'AUD' WRK-PER-X
                               DELIMITED BY SIZE INTO ORDENACAO-ORIGEM
                           MOVE PERIODO-OPERACAO     TO
                               ORDENACAO-OPERACAO
                           MOVE PERIODO-DATA         TO ORDENACAO-DATA
                           MOVE PERIODO-HORA         TO ORDENACAO-HORA
                           MOVE PERIODO-CPF          TO ORDENACAO-CPF
                           MOVE PERIODO-NOME-ANTES   TO
                               ORDENACAO-NOME-ANTES
                           MOVE PERIODO-NOME-DEPOIS  TO
                               ORDENACAO-NOME-DEPOIS
                           MOVE PERIODO-EMAIL-ANTES  TO
                               ORDENACAO-EMAIL-ANTES
                           MOVE PERIODO-EMAIL-DEPOIS TO
                               ORDENACAO-EMAIL-DEPOIS
                           MOVE PERIODO-USUARIO      TO
                               ORDENACAO-USUARIO
                           MOVE PERIODO-APROVADOR    TO
                               ORDENACAO-APROVADOR
                           MOVE PERIODO-SEQUENCIA    TO
                               ORDENACAO-SEQUENCIA
                           MOVE PERIODO-RESUMO       TO
                               ORDENACAO-RESUMO
                           MOVE PERIODO-VERIFICADOR  TO
                               ORDENACAO-VERIFICADOR
                           MOVE PERIODO-SELO         TO ORDENACAO-SELO
                           PERFORM 2500-LIBERAR
                   END-READ
                   IF PERIODO-STATUS NOT = 0 AND PERIODO-STATUS NOT = 10
                       DISPLAY 'ERRO DE LEITURA EM ' WRK-ARQ-PERIODO
                           ' STATUS: ' PERIODO-STATUS
                       MOVE 'N' TO WRK-LEITURA-OK
                       MOVE 'S' TO WRK-FIMARQUIVO
                   END-IF
               END-PERFORM
               CLOSE PERIODO
           END-IF.

       2200-CARREGARAUDIMES.
           OPEN INPUT AUDIMES.
           IF AUDIMES-STATUS NOT = 0
               IF AUDIMES-STATUS NOT = 35
                   DISPLAY 'AUDIMES.DAT: FALHA AO ABRIR. STATUS: '
                       AUDIMES-STATUS
                   MOVE 'N' TO WRK-LEITURA-OK
               END-IF
           ELSE
               MOVE 'N' TO WRK-FIMARQUIVO
               MOVE ZEROS TO AUDIMES-CHAVE
               START AUDIMES KEY IS NOT LESS THAN AUDIMES-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIMARQUIVO
               END-START
               PERFORM UNTIL FIMARQUIVO
                   READ AUDIMES NEXT
                       AT END
                           MOVE 'S' TO WRK-FIMARQUIVO
                       NOT AT END
                           ADD 1 TO WRK-QTAUDIMES
                           MOVE 'AUDIMES' TO ORDENACAO-ORIGEM
                           MOVE AUDIMES-OPERACAO     TO
                               ORDENACAO-OPERACAO
                           MOVE AUDIMES-DATA         TO ORDENACAO-DATA
                           MOVE AUDIMES-HORA         TO ORDENACAO-HORA
                           MOVE AUDIMES-CPF          TO ORDENACAO-CPF
                           MOVE AUDIMES-NOME-ANTES   TO
                               ORDENACAO-NOME-ANTES
                           MOVE AUDIMES-NOME-DEPOIS  TO
                               ORDENACAO-NOME-DEPOIS
                           MOVE AUDIMES-EMAIL-ANTES  TO
                               ORDENACAO-EMAIL-ANTES
                           MOVE AUDIMES-EMAIL-DEPOIS TO
                               ORDENACAO-EMAIL-DEPOIS
                           MOVE AUDIMES-USUARIO      TO
                               ORDENACAO-USUARIO
                           MOVE AUDIMES-APROVADOR    TO
                               ORDENACAO-APROVADOR
                           MOVE AUDIMES-SEQUENCIA    TO
                               ORDENACAO-SEQUENCIA
                           MOVE AUDIMES-RESUMO       TO
                               ORDENACAO-RESUMO
                           MOVE AUDIMES-VERIFICADOR  TO
                               ORDENACAO-VERIFICADOR
                           MOVE AUDIMES-SELO         TO ORDENACAO-SELO
                           PERFORM 2500-LIBERAR
                   END-READ
                   IF AUDIMES-STATUS NOT = 0 AND AUDIMES-STATUS NOT = 10
                       DISPLAY 'AUDIMES.DAT: ERRO DE LEITURA. STATUS: '
                           AUDIMES-STATUS
                       MOVE 'N' TO WRK-LEITURA-OK
                       MOVE 'S' TO WRK-FIMARQUIVO
                   END-IF
               END-PERFORM
               CLOSE AUDIMES
           END-IF.

       2300-CARREGARMOVIMENTO.
           OPEN INPUT AUDITORIA.
           IF AUDITORIA-STATUS NOT = 0
               IF AUDITORIA-STATUS NOT = 35
                   DISPLAY 'AUDITORIA.DAT: FALHA AO ABRIR. STATUS: '
                       AUDITORIA-STATUS
                   MOVE 'N' TO WRK-LEITURA-OK
               END-IF
           ELSE
               MOVE 'N' TO WRK-FIMARQUIVO
               PERFORM UNTIL FIMARQUIVO
                   READ AUDITORIA
                       AT END
                           MOVE 'S' TO WRK-FIMARQUIVO
                       NOT AT END
                           ADD 1 TO WRK-QTMOVIMENTO
                           MOVE 'AUDITORIA' TO ORDENACAO-ORIGEM
                           MOVE AUDITORIA-OPERACAO     TO
                               ORDENACAO-OPERACAO
                           MOVE AUDITORIA-DATA         TO
                               ORDENACAO-DATA
                           MOVE AUDITORIA-HORA         TO
                               ORDENACAO-HORA
                           MOVE AUDITORIA-CPF          TO
                               ORDENACAO-CPF
                           MOVE AUDITORIA-NOME-ANTES   TO
                               ORDENACAO-NOME-ANTES
                           MOVE AUDITORIA-NOME-DEPOIS  TO
                               ORDENACAO-NOME-DEPOIS
                           MOVE AUDITORIA-EMAIL-ANTES  TO
                               ORDENACAO-EMAIL-ANTES
                           MOVE AUDITORIA-EMAIL-DEPOIS TO
                               ORDENACAO-EMAIL-DEPOIS
                           MOVE AUDITORIA-USUARIO      TO
                               ORDENACAO-USUARIO
                           MOVE AUDITORIA-APROVADOR    TO
                               ORDENACAO-APROVADOR
                           MOVE AUDITORIA-SEQUENCIA    TO
                               ORDENACAO-SEQUENCIA
                           MOVE AUDITORIA-RESUMO       TO
                               ORDENACAO-RESUMO
                           MOVE AUDITORIA-VERIFICADOR  TO
                               ORDENACAO-VERIFICADOR
                           MOVE AUDITORIA-SELO         TO
                               ORDENACAO-SELO
                           PERFORM 2500-LIBERAR
                   END-READ
                   IF AUDITORIA-STATUS NOT = 0
                      AND AUDITORIA-STATUS NOT = 10
                       DISPLAY 'AUDITORIA.DAT: ERRO DE LEITURA. '
                           'STATUS: ' AUDITORIA-STATUS
                       MOVE 'N' TO WRK-LEITURA-OK
                       MOVE 'S' TO WRK-FIMARQUIVO
                   END-IF
               END-PERFORM
               CLOSE AUDITORIA
           END-IF.

      *AS EXECUCOES DA ANONIMIZACAO FICAM NA PROPRIA TRILHA COM A
      *DATA DE CORTE USADA; VALE O CORTE MAIS RECENTE
       2500-LIBERAR.
           IF ORDENACAO-OPERACAO = 'U'
              AND ORDENACAO-NOME-ANTES = 'ANONIMIZACAO LGPD'
              AND ORDENACAO-NOME-DEPOIS (1:8) IS NUMERIC
               IF ORDENACAO-NOME-DEPOIS (1:8) > WRK-LGPD-CORTE
                   MOVE ORDENACAO-NOME-DEPOIS (1:8) TO WRK-LGPD-CORTE
               END-IF
           END-IF.
           RELEASE ORDENACAO-REG.

      **********************************
      *PROCEDIMENTO DE SAIDA DO SORT: REFAZ O SELO DE CADA REGISTRO
      *A PARTIR DO ANTERIOR E CONFERE COM O GRAVADO
      **********************************
       5000-VERIFICAR.
           PERFORM 5500-RETORNAR.
           PERFORM 5100-CONFERIR UNTIL FIMORDENACAO.

       5100-CONFERIR.
           ADD 1 TO WRK-QTVERIFICADOS.
           MOVE 'S' TO WRK-REG-OK.
           COMPUTE WRK-DATAHORA = ORDENACAO-DATA * 100000000
                                + ORDENACAO-HORA.
           EVALUATE TRUE
               WHEN ORDENACAO-SEQUENCIA = 0
                   ADD 1 TO WRK-QTSEMSELO
                   MOVE 'REGISTRO SEM SELO' TO WRK-MOTIVO
                   PERFORM 5900-OCORRENCIA
               WHEN ORDENACAO-SEQUENCIA = WRK-ANT-SEQUENCIA
                   ADD 1 TO WRK-QTDUPLICADOS
                   MOVE 'SEQUENCIA DUPLICADA' TO WRK-MOTIVO
                   PERFORM 5900-OCORRENCIA
               WHEN ORDENACAO-SEQUENCIA > WRK-ANT-SEQUENCIA + 1
                   COMPUTE WRK-FALTAM = ORDENACAO-SEQUENCIA
                                      - WRK-ANT-SEQUENCIA - 1
                   ADD 1 TO WRK-QTLACUNAS
                   ADD WRK-FALTAM TO WRK-QTFALTANTES
                   MOVE SPACES TO WRK-MOTIVO
                   STRING 'LACUNA: FALTAM ' WRK-FALTAM ' ANTES'
                       DELIMITED BY SIZE INTO WRK-MOTIVO
                   PERFORM 5900-OCORRENCIA
                   PERFORM 5200-CONFERIRRESUMO
                   PERFORM 5400-CONFERIRORDEM
               WHEN OTHER
                   PERFORM 5200-CONFERIRRESUMO
                   PERFORM 5300-CONFERIRENCADEAMENTO
                   PERFORM 5400-CONFERIRORDEM
           END-EVALUATE.
           IF ORDENACAO-SEQUENCIA NOT = 0
              AND ORDENACAO-SEQUENCIA NOT = WRK-ANT-SEQUENCIA
               MOVE ORDENACAO-SEQUENCIA   TO WRK-ANT-SEQUENCIA
               MOVE ORDENACAO-VERIFICADOR TO WRK-ANT-VERIFICADOR
               MOVE WRK-DATAHORA          TO WRK-ANT-DATAHORA
           END-IF.
           IF REGISTRO-OK
               ADD 1 TO WRK-QTAPROVADOS
           ELSE
               ADD 1 TO WRK-QTREPROVADOS
           END-IF.
           PERFORM 5500-RETORNAR.

      *O RESUMO COBRE OS DADOS PESSOAIS; NO REGISTRO ANONIMIZADO VALE
      *O RESUMO GRAVADO ORIGINALMENTE, DESDE QUE A ANONIMIZACAO SEJA
      *RECONHECIDA
       5200-CONFERIRRESUMO.
           IF ORDENACAO-ANONIMIZADO
               IF ORDENACAO-NOME-ANTES = WRK-ANONIMO
                  AND ORDENACAO-NOME-DEPOIS = WRK-ANONIMO
                  AND ORDENACAO-EMAIL-ANTES = SPACES
                  AND ORDENACAO-EMAIL-DEPOIS = SPACES
                  AND ORDENACAO-DATA < WRK-LGPD-CORTE
                   ADD 1 TO WRK-QTANONIMIZADOS
               ELSE
                   ADD 1 TO WRK-QTANONINVALIDOS
                   MOVE 'ANONIMIZACAO NAO RECONHECIDA' TO WRK-MOTIVO
                   PERFORM 5900-OCORRENCIA
               END-IF
           ELSE
               MOVE ORDENACAO-PESSOAL TO WRK-TRL-TEXTO
               MOVE 136 TO WRK-TRL-TAM
               MOVE 0 TO WRK-TRL-VALOR
               PERFORM 4480-CALCULARSELO
               IF WRK-TRL-VALOR NOT = ORDENACAO-RESUMO
                   ADD 1 TO WRK-QTALTERADOS
                   MOVE 'DADOS ALTERADOS (RESUMO NAO CONFERE)' TO
                       WRK-MOTIVO
                   PERFORM 5900-OCORRENCIA
               END-IF
           END-IF.

       5300-CONFERIRENCADEAMENTO.
           MOVE ORDENACAO-OPERACAO    TO WRK-TRL-B-OPERACAO.
           MOVE ORDENACAO-DATA        TO WRK-TRL-B-DATA.
           MOVE ORDENACAO-HORA        TO WRK-TRL-B-HORA.
           MOVE ORDENACAO-CPF         TO WRK-TRL-B-CPF.
           MOVE ORDENACAO-USUARIO     TO WRK-TRL-B-USUARIO.
           MOVE ORDENACAO-APROVADOR   TO WRK-TRL-B-APROVADOR.
           MOVE ORDENACAO-SEQUENCIA   TO WRK-TRL-B-SEQUENCIA.
           MOVE ORDENACAO-RESUMO      TO WRK-TRL-B-RESUMO.
           MOVE WRK-TRL-BLOCO TO WRK-TRL-TEXTO.
           MOVE 62 TO WRK-TRL-TAM.
           MOVE WRK-ANT-VERIFICADOR TO WRK-TRL-VALOR.
           PERFORM 4480-CALCULARSELO.
           IF WRK-TRL-VALOR NOT = ORDENACAO-VERIFICADOR
               ADD 1 TO WRK-QTQUEBRAS
               MOVE 'ENCADEAMENTO QUEBRADO' TO WRK-MOTIVO
               PERFORM 5900-OCORRENCIA
           END-IF.

       5400-CONFERIRORDEM.
           IF WRK-DATAHORA < WRK-ANT-DATAHORA
               ADD 1 TO WRK-QTFORAORDEM
               MOVE 'DATA/HORA ANTERIOR AO REGISTRO PRECEDENTE' TO
                   WRK-MOTIVO
               PERFORM 5900-OCORRENCIA
           END-IF.

       5500-RETORNAR.
           RETURN ORDENACAO
               AT END
                   MOVE 'S' TO WRK-FIMORDENACAO
           END-RETURN.

       5900-OCORRENCIA.
           MOVE 'N' TO WRK-REG-OK.
           MOVE SPACES TO RELTRILHA-DADOS.
           STRING ORDENACAO-SEQUENCIA ' ' ORDENACAO-ORIGEM ' '
                  ORDENACAO-DATA ' ' ORDENACAO-HORA ' '
                  ORDENACAO-CPF ' ' ORDENACAO-OPERACAO '  '
                  WRK-MOTIVO
               DELIMITED BY SIZE INTO RELTRILHA-DADOS.
           WRITE RELTRILHA-REG.

      *O ULTIMO SELO DA TRILHA TEM QUE SER O QUE O CONTROLE GUARDOU;
      *SE O CONTROLE ESTA A FRENTE, SUMIRAM REGISTROS DO FINAL
       6000-CONFERIRCONTROLE.
           OPEN INPUT AUDCTL.
           IF AUDCTL-STATUS NOT = 0
               ADD 1 TO WRK-QTCONTROLE
               MOVE SPACES TO RELTRILHA-DADOS
               STRING 'AUDCTL.DAT INDISPONIVEL. STATUS: ' AUDCTL-STATUS
                   DELIMITED BY SIZE INTO RELTRILHA-DADOS
               WRITE RELTRILHA-REG
           ELSE
               MOVE 1 TO AUDCTL-CHAVE
               READ AUDCTL
               IF AUDCTL-STATUS NOT = 0
                   ADD 1 TO WRK-QTCONTROLE
                   MOVE 'AUDCTL.DAT SEM REGISTRO DE CONTROLE' TO
                       RELTRILHA-DADOS
                   WRITE RELTRILHA-REG
               ELSE
                   IF AUDCTL-SEQUENCIA > WRK-ANT-SEQUENCIA
                       ADD 1 TO WRK-QTCONTROLE
                       COMPUTE WRK-FALTAM = AUDCTL-SEQUENCIA
                                          - WRK-ANT-SEQUENCIA
                       ADD WRK-FALTAM TO WRK-QTFALTANTES
                       MOVE SPACES TO RELTRILHA-DADOS
                       STRING 'FINAL DA TRILHA: FALTAM ' WRK-FALTAM
                              ' REGISTRO(S) ATE A SEQUENCIA '
                              AUDCTL-SEQUENCIA ' DO CONTROLE'
                           DELIMITED BY SIZE INTO RELTRILHA-DADOS
                       WRITE RELTRILHA-REG
                   END-IF
                   IF AUDCTL-SEQUENCIA < WRK-ANT-SEQUENCIA
                       ADD 1 TO WRK-QTCONTROLE
                       MOVE SPACES TO RELTRILHA-DADOS
                       STRING 'TRILHA ALEM DO CONTROLE: SEQUENCIA '
                              WRK-ANT-SEQUENCIA ' CONTROLE '
                              AUDCTL-SEQUENCIA
                           DELIMITED BY SIZE INTO RELTRILHA-DADOS
                       WRITE RELTRILHA-REG
                   END-IF
                   IF AUDCTL-SEQUENCIA = WRK-ANT-SEQUENCIA
                      AND AUDCTL-VERIFICADOR NOT = WRK-ANT-VERIFICADOR
                       ADD 1 TO WRK-QTCONTROLE
                       MOVE 'ULTIMO VERIFICADOR DIFERENTE DO CONTROLE'
                           TO RELTRILHA-DADOS
                       WRITE RELTRILHA-REG
                   END-IF
               END-IF
               CLOSE AUDCTL
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

       3000-FINALIZAR.
           MOVE ALL '-' TO RELTRILHA-DADOS.
           WRITE RELTRILHA-REG.
           MOVE SPACES TO RELTRILHA-DADOS.
           STRING 'LIDOS: PERIODOS ' WRK-QTPERIODOS
                  '  AUDIMES ' WRK-QTAUDIMES
                  '  MOVIMENTO ' WRK-QTMOVIMENTO
               DELIMITED BY SIZE INTO RELTRILHA-DADOS.
           WRITE RELTRILHA-REG.
           MOVE SPACES TO RELTRILHA-DADOS.
           STRING 'REGISTROS VERIFICADOS...: ' WRK-QTVERIFICADOS
               DELIMITED BY SIZE INTO RELTRILHA-DADOS.
           WRITE RELTRILHA-REG.
           MOVE SPACES TO RELTRILHA-DADOS.
           STRING 'APROVADOS...............: ' WRK-QTAPROVADOS
               DELIMITED BY SIZE INTO RELTRILHA-DADOS.
           WRITE RELTRILHA-REG.
           MOVE SPACES TO RELTRILHA-DADOS.
           STRING 'REPROVADOS..............: ' WRK-QTREPROVADOS
               DELIMITED BY SIZE INTO RELTRILHA-DADOS.
           WRITE RELTRILHA-REG.
           MOVE SPACES TO RELTRILHA-DADOS.
           STRING '   SEM SELO.............: ' WRK-QTSEMSELO
               DELIMITED BY SIZE INTO RELTRILHA-DADOS.
           WRITE RELTRILHA-REG.
           MOVE SPACES TO RELTRILHA-DADOS.
           STRING '   SEQUENCIA DUPLICADA..: ' WRK-QTDUPLICADOS
               DELIMITED BY SIZE INTO RELTRILHA-DADOS.
           WRITE RELTRILHA-REG.
           MOVE SPACES TO RELTRILHA-DADOS.
           STRING '   DADOS ALTERADOS......: ' WRK-QTALTERADOS
               DELIMITED BY SIZE INTO RELTRILHA-DADOS.
           WRITE RELTRILHA-REG.
           MOVE SPACES TO RELTRILHA-DADOS.
           STRING '   ENCADEAMENTO QUEBRADO: ' WRK-QTQUEBRAS
               DELIMITED BY SIZE INTO RELTRILHA-DADOS.
           WRITE RELTRILHA-REG.
           MOVE SPACES TO RELTRILHA-DADOS.
           STRING '   DATA/HORA FORA ORDEM.: ' WRK-QTFORAORDEM
               DELIMITED BY SIZE INTO RELTRILHA-DADOS.
           WRITE RELTRILHA-REG.
           MOVE SPACES TO RELTRILHA-DADOS.
           STRING '   ANONIMIZ. NAO RECONH.: ' WRK-QTANONINVALIDOS
               DELIMITED BY SIZE INTO RELTRILHA-DADOS.
           WRITE RELTRILHA-REG.
           MOVE SPACES TO RELTRILHA-DADOS.
           STRING 'LACUNAS NA SEQUENCIA....: ' WRK-QTLACUNAS
                  '  REGISTROS FALTANTES: ' WRK-QTFALTANTES
               DELIMITED BY SIZE INTO RELTRILHA-DADOS.
           WRITE RELTRILHA-REG.
           MOVE SPACES TO RELTRILHA-DADOS.
           STRING 'DIVERGENCIAS NO CONTROLE: ' WRK-QTCONTROLE
               DELIMITED BY SIZE INTO RELTRILHA-DADOS.
           WRITE RELTRILHA-REG.
           MOVE SPACES TO RELTRILHA-DADOS.
           STRING 'ANONIMIZADOS (LGPD).....: ' WRK-QTANONIMIZADOS
                  '  CORTE MAIS RECENTE: ' WRK-LGPD-CORTE
               DELIMITED BY SIZE INTO RELTRILHA-DADOS.
           WRITE RELTRILHA-REG.
           MOVE SPACES TO RELTRILHA-DADOS.
           IF NOT LEITURA-OK
               MOVE 'RESULTADO: VERIFICACAO INCOMPLETA POR ERRO DE '
                   TO RELTRILHA-DADOS
               MOVE 'LEITURA' TO RELTRILHA-DADOS (48:7)
           ELSE
               IF WRK-QTREPROVADOS = 0 AND WRK-QTLACUNAS = 0
                  AND WRK-QTCONTROLE = 0
                   MOVE 'RESULTADO: TRILHA INTEGRA' TO RELTRILHA-DADOS
               ELSE
                   MOVE 'RESULTADO: TRILHA COM FALHAS' TO
                       RELTRILHA-DADOS
               END-IF
           END-IF.
           WRITE RELTRILHA-REG.
           DISPLAY RELTRILHA-DADOS.
           CLOSE RELTRILHA.
           DISPLAY 'VERIFICACAO DA TRILHA DE AUDITORIA - RESUMO'.
           DISPLAY 'REGISTROS VERIFICADOS: ' WRK-QTVERIFICADOS.
           DISPLAY 'APROVADOS............: ' WRK-QTAPROVADOS.
           DISPLAY 'REPROVADOS...........: ' WRK-QTREPROVADOS.
           DISPLAY 'LACUNAS..............: ' WRK-QTLACUNAS.
           DISPLAY 'REGISTROS FALTANTES..: ' WRK-QTFALTANTES.
           DISPLAY 'DIVERGENCIAS CONTROLE: ' WRK-QTCONTROLE.
           DISPLAY 'RELATORIO GRAVADO EM RELTRILHA.TXT'.
