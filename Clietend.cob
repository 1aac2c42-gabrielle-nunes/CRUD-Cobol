       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIETEND.
      **********************************
      *OBJETIVO: RELATORIO DE TENDENCIA DA BASE DE CLIENTES: OS 12
      *          ULTIMOS FECHAMENTOS MENSAIS (FECHAMES.DAT, GRAVADO
      *          PELO CLIEFECHA) LADO A LADO, COM A VARIACAO SOBRE O
      *          MES ANTERIOR E O CRESCIMENTO PERCENTUAL DOS ATIVOS NO
      *          TOTAL E POR UF, O MOVIMENTO DE CADA MES E AS FAIXAS
      *          ETARIAS. MES QUE NAO FECHA E DESTACADO: FECHAMENTO
      *          ANTERIOR + MOVIMENTO DO MES DIFERENTE DO NOVO
      *          FECHAMENTO (NOS ATIVOS OU NO TOTAL DA BASE).
      *          SAIDA EM RELTEND.TXT
      *AUTHOR: GABRIELLE NUNES
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FECHAMES ASSIGN TO WRK-ARQ-FECHAMES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FECHAMES-STATUS
               RECORD KEY IS FECHAMES-MES.

               SELECT RELTEND ASSIGN TO WRK-ARQ-RELTEND
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELTEND-STATUS.

               SELECT PARAMETROS ASSIGN TO 'C:\Cobol\PARAMETROS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FECHAMES.
       01 FECHAMES-REG.
           05 FECHAMES-MES            PIC 9(06).
           05 FECHAMES-DATA           PIC 9(08).
           05 FECHAMES-HORA           PIC 9(08).
           05 FECHAMES-ATIVOS         PIC 9(07).
           05 FECHAMES-INATIVOS       PIC 9(07).
           05 FECHAMES-NAO-CONTATAR   PIC 9(07).
           05 FECHAMES-INCLUSOES      PIC 9(07).
           05 FECHAMES-EXCLUSOES      PIC 9(07).
           05 FECHAMES-REATIVACOES    PIC 9(07).
           05 FECHAMES-RESTAURACOES   PIC 9(07).
           05 FECHAMES-TRANSFERENCIAS PIC 9(07).
           05 FECHAMES-TRANSF-NOVOS   PIC 9(07).
           05 FECHAMES-EXPURGOS       PIC 9(07).
      *FAIXAS ETARIAS DOS ATIVOS: ATE 17, 18-25, 26-35, 36-50, 51-65,
      *ACIMA DE 65 E SEM DATA VALIDA
           05 FECHAMES-FAIXA          PIC 9(07) OCCURS 7 TIMES.
      *ATIVOS POR UF, NA ORDEM DA TABELA DE SIGLAS (28 = OUTRAS)
           05 FECHAMES-UF             PIC 9(07) OCCURS 28 TIMES.
           05 FECHAMES-LEITURA        PIC X(01).
               88 FECHAMES-COMPLETO   VALUE 'C'.
           05 FILLER                  PIC X(30).

       FD RELTEND.
       01 RELTEND-REG.
           05 RELTEND-DADOS PIC X(130).

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
       77 FECHAMES-STATUS      PIC 9(02).
       77 RELTEND-STATUS       PIC 9(02).
       77 PARAMETROS-STATUS    PIC 9(02).
       77 WRK-PAR-LIDO         PIC X(01) VALUE 'N'.
           88 PARAMETROS-LIDOS VALUE 'S'.
       77 WRK-ARQ-FECHAMES     PIC X(60).
       77 WRK-ARQ-RELTEND      PIC X(60).
       77 WRK-DIRETORIO        PIC X(40) VALUE 'C:\Cobol\'.
       77 WRK-FIMARQUIVO       PIC X(01) VALUE 'N'.
           88 FIMARQUIVO       VALUE 'S'.
       77 WRK-LEITURA-OK       PIC X(01) VALUE 'S'.
           88 LEITURA-OK       VALUE 'S'.

       77 WRK-FINAL            PIC X(06).
       77 WRK-FINAL-N REDEFINES WRK-FINAL PIC 9(06).
       77 WRK-MES-FINAL        PIC 9(06).
       77 WRK-PER-ANO          PIC 9(04).
       77 WRK-PER-MES          PIC 9(02).
       77 WRK-MES              PIC 9(06).
       77 WRK-MES-X REDEFINES WRK-MES PIC X(06).
       77 WRK-MES-FMT          PIC X(07).
       77 WRK-MES-PREV         PIC 9(06).

       77 WRK-QTLIDOS          PIC 9(05) VALUE 0.
       77 WRK-QTMESES          PIC 9(02) COMP VALUE 0.
       77 WRK-QTNAOCONFERE     PIC 9(02) VALUE 0.
       77 WRK-INI              PIC 9(02) COMP.
       77 WRK-IDX              PIC 9(02) COMP.
       77 WRK-ANT-IDX          PIC 9(02) COMP.
       77 WRK-OBT-IDX          PIC 9(02) COMP.
       77 WRK-COL              PIC 9(02) COMP.
       77 WRK-POS              PIC 9(03) COMP.
       77 WRK-ITEM             PIC 9(02).
       77 WRK-SUB              PIC 9(02) COMP.
       77 WRK-TEM-ANT          PIC X(01).
           88 TEM-ANTERIOR     VALUE 'S'.
       77 WRK-UF-USADA         PIC X(01).
           88 UF-USADA         VALUE 'S'.

       77 WRK-VALOR            PIC S9(08).
       77 WRK-VALOR-ANT        PIC S9(08).
       77 WRK-DIF              PIC S9(08).
       77 WRK-PCT              PIC S9(05)V9.
       77 WRK-ED-VALOR         PIC Z(07)9.
       77 WRK-ED-DIF           PIC -(07)9.
       77 WRK-ED-PCT           PIC -(05)9.9.
       77 WRK-ROTULO           PIC X(22).

      *UM FECHAMENTO POR POSICAO, EM ORDEM DE MES (A 13 SO SERVE DE
      *BASE DE COMPARACAO PARA O PRIMEIRO DOS 12 MESES IMPRESSOS)
       01 WRK-TABELA.
           05 WRK-TAB OCCURS 13 TIMES.
               10 WRK-TAB-MES            PIC 9(06).
               10 WRK-TAB-DATA           PIC 9(08).
               10 WRK-TAB-HORA           PIC 9(08).
               10 WRK-TAB-ATIVOS         PIC 9(07).
               10 WRK-TAB-INATIVOS       PIC 9(07).
               10 WRK-TAB-NAO-CONTATAR   PIC 9(07).
               10 WRK-TAB-INCLUSOES      PIC 9(07).
               10 WRK-TAB-EXCLUSOES      PIC 9(07).
               10 WRK-TAB-REATIVACOES    PIC 9(07).
               10 WRK-TAB-RESTAURACOES   PIC 9(07).
               10 WRK-TAB-TRANSFERENCIAS PIC 9(07).
               10 WRK-TAB-TRANSF-NOVOS   PIC 9(07).
               10 WRK-TAB-EXPURGOS       PIC 9(07).
               10 WRK-TAB-FAIXA          PIC 9(07) OCCURS 7 TIMES.
               10 WRK-TAB-UF             PIC 9(07) OCCURS 28 TIMES.
               10 WRK-TAB-LEITURA        PIC X(01).
               10 FILLER                 PIC X(30).

      *CONFERENCIA: S FECHA, N NAO FECHA, BRANCO SEM MES ANTERIOR
       01 WRK-CONFERENCIA.
           05 WRK-CNF OCCURS 13 TIMES.
               10 WRK-CNF-SIT            PIC X(01).
               10 WRK-CNF-ESP-ATIVOS     PIC S9(08).
               10 WRK-CNF-DIF-ATIVOS     PIC S9(08).
               10 WRK-CNF-ESP-TOTAL      PIC S9(08).
               10 WRK-CNF-DIF-TOTAL      PIC S9(08).

       01 WRK-UF-SIGLAS.
           05 FILLER PIC X(20) VALUE 'ACALAPAMBACEDFESGOMA'.
           05 FILLER PIC X(20) VALUE 'MTMSMGPAPBPRPEPIRJRN'.
           05 FILLER PIC X(16) VALUE 'RSRORRSCSPSETO**'.
       01 WRK-UF-TABELA REDEFINES WRK-UF-SIGLAS.
           05 WRK-UF-SIGLA OCCURS 28 TIMES PIC X(02).

       01 WRK-FAIXA-NOMES.
           05 FILLER PIC X(22) VALUE 'ATE 17 ANOS'.
           05 FILLER PIC X(22) VALUE 'DE 18 A 25 ANOS'.
           05 FILLER PIC X(22) VALUE 'DE 26 A 35 ANOS'.
           05 FILLER PIC X(22) VALUE 'DE 36 A 50 ANOS'.
           05 FILLER PIC X(22) VALUE 'DE 51 A 65 ANOS'.
           05 FILLER PIC X(22) VALUE 'ACIMA DE 65 ANOS'.
           05 FILLER PIC X(22) VALUE 'SEM DATA VALIDA'.
       01 WRK-FAIXA-TABELA REDEFINES WRK-FAIXA-NOMES.
           05 WRK-FAIXA-DESC OCCURS 7 TIMES PIC X(22).

       77 WRK-REL-DATA         PIC 9(08).
       77 WRK-REL-DATA-X REDEFINES WRK-REL-DATA PIC X(08).
       77 WRK-REL-DATA-FMT     PIC X(10).

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           PERFORM 2000-CARREGAR UNTIL FIMARQUIVO.
           PERFORM 4000-CONFERIR.
           PERFORM 5000-EMITIR.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIAR.
           DISPLAY 'TENDENCIA DA BASE DE CLIENTES - INICIO'.
           PERFORM 1050-LERPARAMETROS.
           ACCEPT WRK-REL-DATA FROM DATE YYYYMMDD.
           DISPLAY 'MES FINAL (AAAAMM, BRANCO=ULTIMO FECHAMENTO): '.
           MOVE SPACES TO WRK-FINAL.
           ACCEPT WRK-FINAL.
           IF WRK-FINAL = SPACES
               MOVE 999999 TO WRK-MES-FINAL
           ELSE
               IF WRK-FINAL IS NOT NUMERIC
                   DISPLAY 'MES FINAL INVALIDO'
                   DISPLAY 'TENDENCIA DA BASE - ABORTADA'
                   STOP RUN
               END-IF
               MOVE WRK-FINAL (1:4) TO WRK-PER-ANO
               MOVE WRK-FINAL (5:2) TO WRK-PER-MES
               IF WRK-PER-MES < 1 OR WRK-PER-MES > 12
                  OR WRK-PER-ANO < 1900
                   DISPLAY 'MES FINAL INVALIDO'
                   DISPLAY 'TENDENCIA DA BASE - ABORTADA'
                   STOP RUN
               END-IF
               MOVE WRK-FINAL-N TO WRK-MES-FINAL
           END-IF.
           INITIALIZE WRK-TABELA WRK-CONFERENCIA.
           OPEN INPUT FECHAMES.
           IF FECHAMES-STATUS = 35
               DISPLAY 'FECHAMES.DAT NAO ENCONTRADO, NENHUM MES FECHADO'
               MOVE 'S' TO WRK-FIMARQUIVO
           ELSE
               IF FECHAMES-STATUS NOT = 0
                   DISPLAY 'FECHAMES.DAT: FALHA AO ABRIR. STATUS: '
                       FECHAMES-STATUS
                   DISPLAY 'TENDENCIA DA BASE - ABORTADA'
                   STOP RUN
               END-IF
               MOVE 0 TO FECHAMES-MES
               START FECHAMES KEY IS NOT LESS THAN FECHAMES-MES
                   INVALID KEY
                       MOVE 'S' TO WRK-FIMARQUIVO
               END-START
           END-IF.
           OPEN OUTPUT RELTEND.
           IF RELTEND-STATUS NOT = 0
               DISPLAY 'RELTEND.TXT: FALHA AO ABRIR. STATUS: '
                   RELTEND-STATUS
               DISPLAY 'TENDENCIA DA BASE - ABORTADA'
               STOP RUN
           END-IF.
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
           MOVE SPACES TO WRK-ARQ-FECHAMES.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'FECHAMES.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-FECHAMES.
           MOVE SPACES TO WRK-ARQ-RELTEND.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'RELTEND.TXT' DELIMITED BY SIZE
               INTO WRK-ARQ-RELTEND.

      **********************************
      *GUARDA OS 13 ULTIMOS FECHAMENTOS ATE O MES FINAL
      **********************************
       2000-CARREGAR.
           IF FECHAMES-MES > WRK-MES-FINAL
               MOVE 'S' TO WRK-FIMARQUIVO
           ELSE
               ADD 1 TO WRK-QTLIDOS
               IF WRK-QTMESES = 13
                   PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > 12
                       MOVE WRK-TAB (WRK-IDX + 1) TO WRK-TAB (WRK-IDX)
                   END-PERFORM
               ELSE
                   ADD 1 TO WRK-QTMESES
               END-IF
               MOVE FECHAMES-REG TO WRK-TAB (WRK-QTMESES)
               PERFORM 2500-LER
           END-IF.

       2500-LER.
           READ FECHAMES NEXT
               AT END
                   MOVE 'S' TO WRK-FIMARQUIVO
           END-READ.
           IF FECHAMES-STATUS NOT = 0 AND FECHAMES-STATUS NOT = 02
              AND FECHAMES-STATUS NOT = 10
               DISPLAY 'FECHAMES.DAT: ERRO DE LEITURA. STATUS: '
                   FECHAMES-STATUS
               MOVE 'N' TO WRK-LEITURA-OK
               MOVE 'S' TO WRK-FIMARQUIVO
           END-IF.

       3000-FINALIZAR.
           IF FECHAMES-STATUS NOT = 35
               CLOSE FECHAMES
           END-IF.
           CLOSE RELTEND.
           DISPLAY 'TENDENCIA DA BASE DE CLIENTES - RESUMO'.
           DISPLAY 'FECHAMENTOS LIDOS....: ' WRK-QTLIDOS.
           DISPLAY 'MESES NO RELATORIO...: ' WRK-COL.
           DISPLAY 'MESES QUE NAO FECHAM.: ' WRK-QTNAOCONFERE.
           DISPLAY 'RELATORIO GRAVADO EM RELTEND.TXT'.
           IF NOT LEITURA-OK
               DISPLAY 'ATENCAO: RELATORIO INCOMPLETO POR ERRO DE '
                   'LEITURA'
           END-IF.

      **********************************
      *CONFERENCIA DE CADA MES COM O FECHAMENTO DO MES ANTERIOR:
      *ATIVOS = ATIVOS ANTERIORES + INCLUSOES + REATIVACOES +
      *         RESTAURACOES + DESTINOS INCLUIDOS - EXCLUSOES -
      *         TRANSFERENCIAS
      *TOTAL  = TOTAL ANTERIOR + INCLUSOES + RESTAURACOES + DESTINOS
      *         INCLUIDOS - EXPURGOS
      **********************************
       4000-CONFERIR.
           IF WRK-QTMESES > 12
               MOVE 2 TO WRK-INI
           ELSE
               MOVE 1 TO WRK-INI
           END-IF.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTMESES
               PERFORM 4100-ANTERIOR
               IF TEM-ANTERIOR
                   PERFORM 4200-CONFERIRMES
               END-IF
           END-PERFORM.

      *O MES ANTERIOR SO VALE SE FOR O MES IMEDIATAMENTE ANTERIOR
       4100-ANTERIOR.
           MOVE 'N' TO WRK-TEM-ANT.
           IF WRK-IDX > 1
               MOVE WRK-TAB-MES (WRK-IDX) TO WRK-MES
               MOVE WRK-MES-X (1:4) TO WRK-PER-ANO
               MOVE WRK-MES-X (5:2) TO WRK-PER-MES
               IF WRK-PER-MES = 1
                   COMPUTE WRK-MES-PREV = (WRK-PER-ANO - 1) * 100 + 12
               ELSE
                   COMPUTE WRK-MES-PREV = WRK-MES - 1
               END-IF
               IF WRK-TAB-MES (WRK-IDX - 1) = WRK-MES-PREV
                   MOVE 'S' TO WRK-TEM-ANT
                   COMPUTE WRK-ANT-IDX = WRK-IDX - 1
               END-IF
           END-IF.

       4200-CONFERIRMES.
           COMPUTE WRK-CNF-ESP-ATIVOS (WRK-IDX) =
               WRK-TAB-ATIVOS (WRK-ANT-IDX)
               + WRK-TAB-INCLUSOES (WRK-IDX)
               + WRK-TAB-REATIVACOES (WRK-IDX)
               + WRK-TAB-RESTAURACOES (WRK-IDX)
               + WRK-TAB-TRANSF-NOVOS (WRK-IDX)
               - WRK-TAB-EXCLUSOES (WRK-IDX)
               - WRK-TAB-TRANSFERENCIAS (WRK-IDX).
           COMPUTE WRK-CNF-DIF-ATIVOS (WRK-IDX) =
               WRK-TAB-ATIVOS (WRK-IDX) - WRK-CNF-ESP-ATIVOS (WRK-IDX).
           COMPUTE WRK-CNF-ESP-TOTAL (WRK-IDX) =
               WRK-TAB-ATIVOS (WRK-ANT-IDX)
               + WRK-TAB-INATIVOS (WRK-ANT-IDX)
               + WRK-TAB-INCLUSOES (WRK-IDX)
               + WRK-TAB-RESTAURACOES (WRK-IDX)
               + WRK-TAB-TRANSF-NOVOS (WRK-IDX)
               - WRK-TAB-EXPURGOS (WRK-IDX).
           COMPUTE WRK-CNF-DIF-TOTAL (WRK-IDX) =
               WRK-TAB-ATIVOS (WRK-IDX) + WRK-TAB-INATIVOS (WRK-IDX)
               - WRK-CNF-ESP-TOTAL (WRK-IDX).
           IF WRK-CNF-DIF-ATIVOS (WRK-IDX) = 0
              AND WRK-CNF-DIF-TOTAL (WRK-IDX) = 0
               MOVE 'S' TO WRK-CNF-SIT (WRK-IDX)
           ELSE
               MOVE 'N' TO WRK-CNF-SIT (WRK-IDX)
               IF WRK-IDX >= WRK-INI
                   ADD 1 TO WRK-QTNAOCONFERE
               END-IF
           END-IF.

       4700-FORMATARMES.
           MOVE WRK-MES-X (5:2) TO WRK-MES-FMT (1:2).
           MOVE '/'             TO WRK-MES-FMT (3:1).
           MOVE WRK-MES-X (1:4) TO WRK-MES-FMT (4:4).

      **********************************
      *IMPRESSAO: ROTULO NAS POSICOES 1-22 E UM MES A CADA 9 POSICOES
      **********************************
       5000-EMITIR.
           MOVE WRK-REL-DATA-X (7:2) TO WRK-REL-DATA-FMT (1:2).
           MOVE '/'                 TO WRK-REL-DATA-FMT (3:1).
           MOVE WRK-REL-DATA-X (5:2) TO WRK-REL-DATA-FMT (4:2).
           MOVE '/'                 TO WRK-REL-DATA-FMT (6:1).
           MOVE WRK-REL-DATA-X (1:4) TO WRK-REL-DATA-FMT (7:4).
           MOVE 0 TO WRK-COL.
           MOVE SPACES TO RELTEND-DADOS.
           IF WRK-QTMESES = 0
               STRING 'TENDENCIA DA BASE DE CLIENTES - EMITIDO EM '
                      WRK-REL-DATA-FMT
                   DELIMITED BY SIZE INTO RELTEND-DADOS
               WRITE RELTEND-REG
               MOVE ALL '-' TO RELTEND-DADOS
               WRITE RELTEND-REG
               MOVE 'NENHUM FECHAMENTO MENSAL ATE O MES INFORMADO' TO
                   RELTEND-DADOS
               WRITE RELTEND-REG
           ELSE
               COMPUTE WRK-COL = WRK-QTMESES - WRK-INI + 1
               MOVE WRK-TAB-MES (WRK-QTMESES) TO WRK-MES
               PERFORM 4700-FORMATARMES
               STRING 'TENDENCIA DA BASE DE CLIENTES - ULTIMOS 12 '
                      'MESES ATE ' WRK-MES-FMT
                      ' - EMITIDO EM ' WRK-REL-DATA-FMT
                   DELIMITED BY SIZE INTO RELTEND-DADOS
               WRITE RELTEND-REG
               MOVE ALL '-' TO RELTEND-DADOS
               WRITE RELTEND-REG
               PERFORM 5010-EMITIRQUADROS
           END-IF.

       5010-EMITIRQUADROS.
           PERFORM 5050-CABECALHOMESES.
           MOVE 'BASE DE CLIENTES' TO RELTEND-DADOS.
           WRITE RELTEND-REG.
           MOVE 1 TO WRK-ITEM.
           MOVE 'ATIVOS' TO WRK-ROTULO.
           PERFORM 5100-LINHAVALOR.
           MOVE '  VARIACAO NO MES' TO WRK-ROTULO.
           PERFORM 5150-LINHAVARIACAO.
           MOVE '  CRESCIMENTO %' TO WRK-ROTULO.
           PERFORM 5160-LINHAPERCENTUAL.
           MOVE 2 TO WRK-ITEM.
           MOVE 'INATIVOS' TO WRK-ROTULO.
           PERFORM 5100-LINHAVALOR.
           MOVE 3 TO WRK-ITEM.
           MOVE 'TOTAL DA BASE' TO WRK-ROTULO.
           PERFORM 5100-LINHAVALOR.
           MOVE 4 TO WRK-ITEM.
           MOVE 'ATIVOS SEM CONTATO' TO WRK-ROTULO.
           PERFORM 5100-LINHAVALOR.

           MOVE SPACES TO RELTEND-DADOS.
           WRITE RELTEND-REG.
           MOVE 'MOVIMENTO DO MES' TO RELTEND-DADOS.
           WRITE RELTEND-REG.
           MOVE 5 TO WRK-ITEM.
           MOVE 'INCLUSOES' TO WRK-ROTULO.
           PERFORM 5100-LINHAVALOR.
           MOVE 6 TO WRK-ITEM.
           MOVE 'EXCLUSOES' TO WRK-ROTULO.
           PERFORM 5100-LINHAVALOR.
           MOVE 7 TO WRK-ITEM.
           MOVE 'REATIVACOES' TO WRK-ROTULO.
           PERFORM 5100-LINHAVALOR.
           MOVE 8 TO WRK-ITEM.
           MOVE 'RESTAURACOES' TO WRK-ROTULO.
           PERFORM 5100-LINHAVALOR.
           MOVE 9 TO WRK-ITEM.
           MOVE 'TRANSFERENCIAS' TO WRK-ROTULO.
           PERFORM 5100-LINHAVALOR.
           MOVE 10 TO WRK-ITEM.
           MOVE 'DESTINOS INCLUIDOS' TO WRK-ROTULO.
           PERFORM 5100-LINHAVALOR.
           MOVE 11 TO WRK-ITEM.
           MOVE 'EXPURGOS' TO WRK-ROTULO.
           PERFORM 5100-LINHAVALOR.

           MOVE SPACES TO RELTEND-DADOS.
           WRITE RELTEND-REG.
           MOVE 'CONFERENCIA COM O MES ANTERIOR' TO RELTEND-DADOS.
           WRITE RELTEND-REG.
           PERFORM VARYING WRK-ITEM FROM 1 BY 1 UNTIL WRK-ITEM > 6
               PERFORM 5170-LINHACONFERENCIA
           END-PERFORM.

           MOVE SPACES TO RELTEND-DADOS.
           WRITE RELTEND-REG.
           MOVE 'ATIVOS POR UF' TO RELTEND-DADOS.
           WRITE RELTEND-REG.
           PERFORM VARYING WRK-SUB FROM 1 BY 1 UNTIL WRK-SUB > 28
               PERFORM 5200-LINHASUF
           END-PERFORM.

           MOVE SPACES TO RELTEND-DADOS.
           WRITE RELTEND-REG.
           MOVE 'ATIVOS POR FAIXA ETARIA' TO RELTEND-DADOS.
           WRITE RELTEND-REG.
           MOVE 12 TO WRK-ITEM.
           PERFORM VARYING WRK-SUB FROM 1 BY 1 UNTIL WRK-SUB > 7
               MOVE WRK-FAIXA-DESC (WRK-SUB) TO WRK-ROTULO
               PERFORM 5100-LINHAVALOR
           END-PERFORM.

           MOVE ALL '-' TO RELTEND-DADOS.
           WRITE RELTEND-REG.
           PERFORM 5400-MESESNAOCONFEREM.

       5050-CABECALHOMESES.
           MOVE SPACES TO RELTEND-DADOS.
           MOVE 'MES' TO RELTEND-DADOS (1:22).
           PERFORM VARYING WRK-IDX FROM WRK-INI BY 1
                   UNTIL WRK-IDX > WRK-QTMESES
               COMPUTE WRK-POS = 25 + (WRK-IDX - WRK-INI) * 9
               MOVE WRK-TAB-MES (WRK-IDX) TO WRK-MES
               PERFORM 4700-FORMATARMES
               MOVE WRK-MES-FMT TO RELTEND-DADOS (WRK-POS:7)
           END-PERFORM.
           WRITE RELTEND-REG.
           MOVE ALL '-' TO RELTEND-DADOS.
           WRITE RELTEND-REG.

       5100-LINHAVALOR.
           MOVE SPACES TO RELTEND-DADOS.
           MOVE WRK-ROTULO TO RELTEND-DADOS (1:22).
           PERFORM VARYING WRK-IDX FROM WRK-INI BY 1
                   UNTIL WRK-IDX > WRK-QTMESES
               COMPUTE WRK-POS = 24 + (WRK-IDX - WRK-INI) * 9
               MOVE WRK-IDX TO WRK-OBT-IDX
               PERFORM 5300-OBTERVALOR
               MOVE WRK-VALOR TO WRK-ED-VALOR
               MOVE WRK-ED-VALOR TO RELTEND-DADOS (WRK-POS:8)
           END-PERFORM.
           WRITE RELTEND-REG.

       5150-LINHAVARIACAO.
           MOVE SPACES TO RELTEND-DADOS.
           MOVE WRK-ROTULO TO RELTEND-DADOS (1:22).
           PERFORM VARYING WRK-IDX FROM WRK-INI BY 1
                   UNTIL WRK-IDX > WRK-QTMESES
               COMPUTE WRK-POS = 24 + (WRK-IDX - WRK-INI) * 9
               PERFORM 4100-ANTERIOR
               IF TEM-ANTERIOR
                   PERFORM 5350-OBTERDIFERENCA
                   MOVE WRK-DIF TO WRK-ED-DIF
                   MOVE WRK-ED-DIF TO RELTEND-DADOS (WRK-POS:8)
               ELSE
                   MOVE '   S/ANT' TO RELTEND-DADOS (WRK-POS:8)
               END-IF
           END-PERFORM.
           WRITE RELTEND-REG.

       5160-LINHAPERCENTUAL.
           MOVE SPACES TO RELTEND-DADOS.
           MOVE WRK-ROTULO TO RELTEND-DADOS (1:22).
           PERFORM VARYING WRK-IDX FROM WRK-INI BY 1
                   UNTIL WRK-IDX > WRK-QTMESES
               COMPUTE WRK-POS = 24 + (WRK-IDX - WRK-INI) * 9
               PERFORM 4100-ANTERIOR
               IF TEM-ANTERIOR
                   PERFORM 5350-OBTERDIFERENCA
               END-IF
               IF TEM-ANTERIOR AND WRK-VALOR-ANT > 0
                   COMPUTE WRK-PCT ROUNDED =
                       WRK-DIF * 100 / WRK-VALOR-ANT
                       ON SIZE ERROR
                           MOVE 99999.9 TO WRK-PCT
                   END-COMPUTE
                   MOVE WRK-PCT TO WRK-ED-PCT
                   MOVE WRK-ED-PCT TO RELTEND-DADOS (WRK-POS:8)
               ELSE
                   MOVE '     N/D' TO RELTEND-DADOS (WRK-POS:8)
               END-IF
           END-PERFORM.
           WRITE RELTEND-REG.

       5170-LINHACONFERENCIA.
           MOVE SPACES TO RELTEND-DADOS.
           EVALUATE WRK-ITEM
               WHEN 1
                   MOVE 'ATIVOS ESPERADOS' TO RELTEND-DADOS (1:22)
               WHEN 2
                   MOVE 'DIFERENCA ATIVOS' TO RELTEND-DADOS (1:22)
               WHEN 3
                   MOVE 'TOTAL ESPERADO' TO RELTEND-DADOS (1:22)
               WHEN 4
                   MOVE 'DIFERENCA TOTAL' TO RELTEND-DADOS (1:22)
               WHEN 5
                   MOVE 'MES FECHA' TO RELTEND-DADOS (1:22)
               WHEN 6
                   MOVE 'TRILHA LIDA' TO RELTEND-DADOS (1:22)
           END-EVALUATE.
           PERFORM VARYING WRK-IDX FROM WRK-INI BY 1
                   UNTIL WRK-IDX > WRK-QTMESES
               COMPUTE WRK-POS = 24 + (WRK-IDX - WRK-INI) * 9
               EVALUATE TRUE
                   WHEN WRK-ITEM = 6
                       IF WRK-TAB-LEITURA (WRK-IDX) = 'C'
                           MOVE 'COMPLETA' TO RELTEND-DADOS (WRK-POS:8)
                       ELSE
                           MOVE ' INCOMPL' TO RELTEND-DADOS (WRK-POS:8)
                       END-IF
                   WHEN WRK-CNF-SIT (WRK-IDX) = SPACE
                       MOVE '   S/ANT' TO RELTEND-DADOS (WRK-POS:8)
                   WHEN WRK-ITEM = 1
                       MOVE WRK-CNF-ESP-ATIVOS (WRK-IDX) TO WRK-ED-DIF
                       MOVE WRK-ED-DIF TO RELTEND-DADOS (WRK-POS:8)
                   WHEN WRK-ITEM = 2
                       MOVE WRK-CNF-DIF-ATIVOS (WRK-IDX) TO WRK-ED-DIF
                       MOVE WRK-ED-DIF TO RELTEND-DADOS (WRK-POS:8)
                   WHEN WRK-ITEM = 3
                       MOVE WRK-CNF-ESP-TOTAL (WRK-IDX) TO WRK-ED-DIF
                       MOVE WRK-ED-DIF TO RELTEND-DADOS (WRK-POS:8)
                   WHEN WRK-ITEM = 4
                       MOVE WRK-CNF-DIF-TOTAL (WRK-IDX) TO WRK-ED-DIF
                       MOVE WRK-ED-DIF TO RELTEND-DADOS (WRK-POS:8)
                   WHEN WRK-CNF-SIT (WRK-IDX) = 'S'
                       MOVE '      OK' TO RELTEND-DADOS (WRK-POS:8)
                   WHEN OTHER
                       MOVE ' ***NAO*' TO RELTEND-DADOS (WRK-POS:8)
               END-EVALUATE
           END-PERFORM.
           WRITE RELTEND-REG.

      *SO AS UFS COM ATIVOS EM ALGUM DOS MESES; 28 = OUTRAS/EM BRANCO
       5200-LINHASUF.
           MOVE 'N' TO WRK-UF-USADA.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTMESES
               IF WRK-TAB-UF (WRK-IDX, WRK-SUB) > 0
                   MOVE 'S' TO WRK-UF-USADA
               END-IF
           END-PERFORM.
           IF UF-USADA
               MOVE 13 TO WRK-ITEM
               MOVE SPACES TO WRK-ROTULO
               IF WRK-SUB = 28
                   MOVE 'OUTRAS' TO WRK-ROTULO
               ELSE
                   MOVE WRK-UF-SIGLA (WRK-SUB) TO WRK-ROTULO
               END-IF
               PERFORM 5100-LINHAVALOR
               MOVE '  VARIACAO NO MES' TO WRK-ROTULO
               PERFORM 5150-LINHAVARIACAO
               MOVE '  CRESCIMENTO %' TO WRK-ROTULO
               PERFORM 5160-LINHAPERCENTUAL
           END-IF.

      **********************************
      *VALOR DO ITEM WRK-ITEM (WRK-SUB = FAIXA OU UF) NO MES WRK-OBT-IDX
      **********************************
       5300-OBTERVALOR.
           EVALUATE WRK-ITEM
               WHEN 1
                   MOVE WRK-TAB-ATIVOS (WRK-OBT-IDX) TO WRK-VALOR
               WHEN 2
                   MOVE WRK-TAB-INATIVOS (WRK-OBT-IDX) TO WRK-VALOR
               WHEN 3
                   COMPUTE WRK-VALOR = WRK-TAB-ATIVOS (WRK-OBT-IDX)
                       + WRK-TAB-INATIVOS (WRK-OBT-IDX)
               WHEN 4
                   MOVE WRK-TAB-NAO-CONTATAR (WRK-OBT-IDX) TO WRK-VALOR
               WHEN 5
                   MOVE WRK-TAB-INCLUSOES (WRK-OBT-IDX) TO WRK-VALOR
               WHEN 6
                   MOVE WRK-TAB-EXCLUSOES (WRK-OBT-IDX) TO WRK-VALOR
               WHEN 7
                   MOVE WRK-TAB-REATIVACOES (WRK-OBT-IDX) TO WRK-VALOR
               WHEN 8
                   MOVE WRK-TAB-RESTAURACOES (WRK-OBT-IDX) TO WRK-VALOR
               WHEN 9
                   MOVE WRK-TAB-TRANSFERENCIAS (WRK-OBT-IDX) TO
                       WRK-VALOR
               WHEN 10
                   MOVE WRK-TAB-TRANSF-NOVOS (WRK-OBT-IDX) TO WRK-VALOR
               WHEN 11
                   MOVE WRK-TAB-EXPURGOS (WRK-OBT-IDX) TO WRK-VALOR
               WHEN 12
                   MOVE WRK-TAB-FAIXA (WRK-OBT-IDX, WRK-SUB) TO
                       WRK-VALOR
               WHEN OTHER
                   MOVE WRK-TAB-UF (WRK-OBT-IDX, WRK-SUB) TO WRK-VALOR
           END-EVALUATE.

      *VARIACAO DO ITEM ENTRE O MES WRK-IDX E O ANTERIOR WRK-ANT-IDX
       5350-OBTERDIFERENCA.
           MOVE WRK-ANT-IDX TO WRK-OBT-IDX.
           PERFORM 5300-OBTERVALOR.
           MOVE WRK-VALOR TO WRK-VALOR-ANT.
           MOVE WRK-IDX TO WRK-OBT-IDX.
           PERFORM 5300-OBTERVALOR.
           COMPUTE WRK-DIF = WRK-VALOR - WRK-VALOR-ANT.

       5400-MESESNAOCONFEREM.
           IF WRK-QTNAOCONFERE = 0
               MOVE 'TODOS OS MESES COM MES ANTERIOR FECHAM' TO
                   RELTEND-DADOS
               WRITE RELTEND-REG
           ELSE
               MOVE 'MESES QUE NAO FECHAM (ANTERIOR + MOVIMENTO DIFERE'
                   TO RELTEND-DADOS
               MOVE ' DO FECHAMENTO):' TO RELTEND-DADOS (50:16)
               WRITE RELTEND-REG
               PERFORM VARYING WRK-IDX FROM WRK-INI BY 1
                       UNTIL WRK-IDX > WRK-QTMESES
                   IF WRK-CNF-SIT (WRK-IDX) = 'N'
                       PERFORM 5450-LISTARMES
                   END-IF
               END-PERFORM
           END-IF.

       5450-LISTARMES.
           MOVE WRK-TAB-MES (WRK-IDX) TO WRK-MES.
           PERFORM 4700-FORMATARMES.
           MOVE SPACES TO RELTEND-DADOS.
           STRING '*** ' WRK-MES-FMT ': ATIVOS ' DELIMITED BY SIZE
               INTO RELTEND-DADOS.
           MOVE WRK-TAB-ATIVOS (WRK-IDX) TO WRK-ED-VALOR.
           MOVE WRK-ED-VALOR TO RELTEND-DADOS (21:8).
           MOVE 'ESPERADOS' TO RELTEND-DADOS (30:9).
           MOVE WRK-CNF-ESP-ATIVOS (WRK-IDX) TO WRK-ED-DIF.
           MOVE WRK-ED-DIF TO RELTEND-DADOS (39:8).
           MOVE 'TOTAL' TO RELTEND-DADOS (49:5).
           COMPUTE WRK-VALOR = WRK-TAB-ATIVOS (WRK-IDX)
               + WRK-TAB-INATIVOS (WRK-IDX).
           MOVE WRK-VALOR TO WRK-ED-VALOR.
           MOVE WRK-ED-VALOR TO RELTEND-DADOS (54:8).
           MOVE 'ESPERADO' TO RELTEND-DADOS (63:8).
           MOVE WRK-CNF-ESP-TOTAL (WRK-IDX) TO WRK-ED-DIF.
           MOVE WRK-ED-DIF TO RELTEND-DADOS (71:8).
           IF WRK-TAB-LEITURA (WRK-IDX) NOT = 'C'
               MOVE '(TRILHA INCOMPLETA NO FECHAMENTO)' TO
                   RELTEND-DADOS (81:33)
           END-IF.
           WRITE RELTEND-REG.
