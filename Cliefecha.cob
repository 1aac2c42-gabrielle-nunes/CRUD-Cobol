       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIEFECHA.
      **********************************
      *OBJETIVO: FECHAMENTO MENSAL DA BASE DE CLIENTES. GRAVA EM
      *          FECHAMES.DAT (UM REGISTRO POR MES, CHAVE AAAAMM) A
      *          FOTOGRAFIA DA BASE: ATIVOS, INATIVOS, ATIVOS QUE NAO
      *          QUEREM CONTATO, ATIVOS POR UF E POR FAIXA ETARIA, E O
      *          MOVIMENTO DO MES TIRADO DA TRILHA DE AUDITORIA
      *          (INCLUSOES, EXCLUSOES, REATIVACOES, RESTAURACOES DO
      *          HISTORICO, TRANSFERENCIAS E DESTINOS INCLUIDOS POR
      *          TRANSFERENCIA) E DOS EXPURGOS DE CLIHIST.DAT.
      *          RODAR NO FIM DO ULTIMO DIA DO MES, OU NO DIA 1 ANTES
      *          DO EXPEDIENTE INFORMANDO O MES ANTERIOR. O RELATORIO
      *          DE TENDENCIA (CLIETEND) CONFERE CADA MES COM O
      *          FECHAMENTO ANTERIOR
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

               SELECT HISTORICO ASSIGN TO WRK-ARQ-HISTORICO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HISTORICO-STATUS.

               SELECT FECHAMES ASSIGN TO WRK-ARQ-FECHAMES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FECHAMES-STATUS
               RECORD KEY IS FECHAMES-MES.

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

       FD HISTORICO.
       01 HISTORICO-REG.
           05 HISTORICO-DATA-EXPURGO  PIC 9(08).
           05 HISTORICO-DATA-EXP-X REDEFINES HISTORICO-DATA-EXPURGO
                                      PIC X(08).
           05 HISTORICO-DATA-EXCLUSAO PIC 9(08).
           05 HISTORICO-CLIENTE       PIC X(200).

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
       77 AUDITORIA-STATUS     PIC 9(02).
       77 AUDIMES-STATUS       PIC 9(02).
       77 AUDPER-STATUS        PIC 9(02).
       77 PERIODO-STATUS       PIC 9(02).
       77 HISTORICO-STATUS     PIC 9(02).
       77 FECHAMES-STATUS      PIC 9(02).
       77 PARAMETROS-STATUS    PIC 9(02).
       77 WRK-PAR-LIDO         PIC X(01) VALUE 'N'.
           88 PARAMETROS-LIDOS VALUE 'S'.
       77 WRK-ARQ-PERIODO      PIC X(60).
       77 WRK-ARQ-CLIENTES     PIC X(60).
       77 WRK-ARQ-AUDITORIA    PIC X(60).
       77 WRK-ARQ-AUDIMES      PIC X(60).
       77 WRK-ARQ-AUDPER       PIC X(60).
       77 WRK-ARQ-HISTORICO    PIC X(60).
       77 WRK-ARQ-FECHAMES     PIC X(60).
       77 WRK-DIRETORIO        PIC X(40) VALUE 'C:\Cobol\'.
       77 WRK-PER-X            PIC X(06).
       77 WRK-LEITURA-OK       PIC X(01) VALUE 'S'.
           88 LEITURA-OK       VALUE 'S'.
       77 WRK-FIMARQUIVO       PIC X(01).
           88 FIMARQUIVO       VALUE 'S'.
       77 WRK-FIMPERIODO       PIC X(01).
           88 FIMPERIODO       VALUE 'S'.
       77 WRK-FIMAUDIMES       PIC X(01).
           88 FIMAUDIMES       VALUE 'S'.
       77 WRK-EXISTE           PIC X(01) VALUE 'N'.
           88 FECHAMENTO-EXISTE VALUE 'S'.
       77 WRK-TECLA            PIC X(01).

       77 WRK-PERIODO          PIC X(06).
       77 WRK-PERIODO-N REDEFINES WRK-PERIODO PIC 9(06).
       77 WRK-PER-ANO          PIC 9(04).
       77 WRK-PER-MES          PIC 9(02).
       77 WRK-PER-FMT          PIC X(07).
       77 WRK-MES-ATUAL        PIC 9(06).
       77 WRK-MES-ANTERIOR     PIC 9(06).
       77 WRK-MES-FECHADO      PIC 9(06).
       77 WRK-MES-MOV          PIC 9(06).

       77 WRK-PER-QTD          PIC 9(03) COMP VALUE 0.
       77 WRK-PER-IDX          PIC 9(03) COMP.
       01 WRK-PER-LISTA.
           05 WRK-PER-ENT OCCURS 120 TIMES PIC 9(06).

       77 WRK-OP               PIC X(01).
       77 WRK-DATA-MOV         PIC 9(08).
       77 WRK-NOME-ANTES       PIC X(28).
       77 WRK-NOME-DEPOIS      PIC X(28).

       77 WRK-QTLIDOS          PIC 9(07) VALUE 0.
       77 WRK-QTATIVOS         PIC 9(07) VALUE 0.
       77 WRK-QTINATIVOS       PIC 9(07) VALUE 0.
       77 WRK-QTNAOCONTATAR    PIC 9(07) VALUE 0.
       77 WRK-QTINCLUSOES      PIC 9(07) VALUE 0.
       77 WRK-QTEXCLUSOES      PIC 9(07) VALUE 0.
       77 WRK-QTREATIVACOES    PIC 9(07) VALUE 0.
       77 WRK-QTRESTAURACOES   PIC 9(07) VALUE 0.
       77 WRK-QTTRANSF         PIC 9(07) VALUE 0.
       77 WRK-QTTRANSFNOVOS    PIC 9(07) VALUE 0.
       77 WRK-QTEXPURGOS       PIC 9(07) VALUE 0.
       77 WRK-QTPOSTERIORES    PIC 9(07) VALUE 0.
       77 WRK-ESPERADO         PIC S9(08).
       77 WRK-ESPERADO-ED      PIC -(08)9.

       01 WRK-FAIXAS.
           05 WRK-FAIXA        PIC 9(07) OCCURS 7 TIMES.
       77 WRK-FX-IDX           PIC 9(01) COMP.
       01 WRK-UFS.
           05 WRK-UF-ATIVOS    PIC 9(07) OCCURS 28 TIMES.
       77 WRK-UF-IDX           PIC 9(02) COMP.
       77 WRK-UF-ACHOU         PIC X(01).
           88 UF-ACHOU         VALUE 'S'.
       01 WRK-UF-SIGLAS.
           05 FILLER PIC X(20) VALUE 'ACALAPAMBACEDFESGOMA'.
           05 FILLER PIC X(20) VALUE 'MTMSMGPAPBPRPEPIRJRN'.
           05 FILLER PIC X(16) VALUE 'RSRORRSCSPSETO**'.
       01 WRK-UF-TABELA REDEFINES WRK-UF-SIGLAS.
           05 WRK-UF-SIGLA OCCURS 28 TIMES PIC X(02).

       77 WRK-NASC-DIA         PIC 9(02).
       77 WRK-NASC-MES         PIC 9(02).
       77 WRK-NASC-ANO         PIC 9(04).
       77 WRK-NASC-OK          PIC X(01).
           88 NASC-OK          VALUE 'S'.
       77 WRK-NASC-DIAS-MES    PIC 9(02).
       77 WRK-ANO-RESTO        PIC 9(04).
       77 WRK-ANO-QUOC         PIC 9(04).
       77 WRK-IDADE            PIC 9(03).
       77 WRK-HOJE             PIC 9(08).
       77 WRK-HOJE-X REDEFINES WRK-HOJE PIC X(08).
       77 WRK-HOJE-DIA         PIC 9(02).
       77 WRK-HOJE-MES         PIC 9(02).
       77 WRK-HOJE-ANO         PIC 9(04).

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR UNTIL FIMARQUIVO.
           CLOSE CLIENTES.
           PERFORM 5000-COLETAR.
           PERFORM 5400-VARREREXPURGOS.
           PERFORM 6000-GRAVARFECHAMENTO.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIAR.
           DISPLAY 'FECHAMENTO MENSAL DA BASE - INICIO'.
           PERFORM 1050-LERPARAMETROS.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-HOJE-X (1:4) TO WRK-HOJE-ANO.
           MOVE WRK-HOJE-X (5:2) TO WRK-HOJE-MES.
           MOVE WRK-HOJE-X (7:2) TO WRK-HOJE-DIA.
           MOVE WRK-HOJE-X (1:6) TO WRK-MES-ATUAL.
           IF WRK-HOJE-MES = 1
               COMPUTE WRK-MES-ANTERIOR = (WRK-HOJE-ANO - 1) * 100 + 12
           ELSE
               COMPUTE WRK-MES-ANTERIOR = WRK-MES-ATUAL - 1
           END-IF.
           DISPLAY 'MES DE REFERENCIA (AAAAMM, BRANCO=MES ATUAL): '.
           MOVE SPACES TO WRK-PERIODO.
           ACCEPT WRK-PERIODO.
           IF WRK-PERIODO = SPACES
               MOVE WRK-HOJE-X (1:6) TO WRK-PERIODO
           END-IF.
           IF WRK-PERIODO IS NOT NUMERIC
               DISPLAY 'MES DE REFERENCIA INVALIDO'
               DISPLAY 'FECHAMENTO MENSAL - ABORTADO'
               STOP RUN
           END-IF.
      *A BASE E LIDA COMO ESTA AGORA: SO O MES CORRENTE OU O ANTERIOR
           IF WRK-PERIODO-N NOT = WRK-MES-ATUAL
              AND WRK-PERIODO-N NOT = WRK-MES-ANTERIOR
               DISPLAY 'FECHAMENTO SO DO MES ATUAL OU DO ANTERIOR'
               DISPLAY 'FECHAMENTO MENSAL - ABORTADO'
               STOP RUN
           END-IF.
           MOVE WRK-PERIODO-N TO WRK-MES-FECHADO.
           MOVE WRK-PERIODO (1:4) TO WRK-PER-ANO.
           MOVE WRK-PERIODO (5:2) TO WRK-PER-MES.
           MOVE WRK-PERIODO (5:2) TO WRK-PER-FMT (1:2).
           MOVE '/'               TO WRK-PER-FMT (3:1).
           MOVE WRK-PERIODO (1:4) TO WRK-PER-FMT (4:4).
           DISPLAY 'MES DE REFERENCIA..........: ' WRK-PER-FMT.
           PERFORM 1100-ABRIRFECHAMES.
           INITIALIZE WRK-FAIXAS WRK-UFS.
           OPEN INPUT CLIENTES.
           IF CLIENTES-STATUS NOT = 0
               DISPLAY 'CLIENTES.DAT: FALHA AO ABRIR. STATUS: '
                   CLIENTES-STATUS
               DISPLAY 'FECHAMENTO MENSAL - ABORTADO'
               CLOSE FECHAMES
               STOP RUN
           END-IF.
           MOVE 'N' TO WRK-FIMARQUIVO.
           MOVE 0 TO CLIENTES-CPF.
           START CLIENTES KEY IS NOT LESS THAN CLIENTES-CPF
               INVALID KEY
                   MOVE 'S' TO WRK-FIMARQUIVO
           END-START.
           IF NOT FIMARQUIVO
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
           MOVE SPACES TO WRK-ARQ-HISTORICO.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'CLIHIST.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-HISTORICO.
           MOVE SPACES TO WRK-ARQ-FECHAMES.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'FECHAMES.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-FECHAMES.

      *FECHAMENTO JA GRAVADO PARA O MES SO E SUBSTITUIDO COM CONFIRMACAO
       1100-ABRIRFECHAMES.
           OPEN I-O FECHAMES
               IF FECHAMES-STATUS = 35 THEN
                   OPEN OUTPUT FECHAMES
                   CLOSE FECHAMES
                   OPEN I-O FECHAMES
               END-IF.
           IF FECHAMES-STATUS NOT = 0
               DISPLAY 'FECHAMES.DAT: FALHA AO ABRIR. STATUS: '
                   FECHAMES-STATUS
               DISPLAY 'FECHAMENTO MENSAL - ABORTADO'
               STOP RUN
           END-IF.
           MOVE WRK-MES-FECHADO TO FECHAMES-MES.
           READ FECHAMES
               INVALID KEY
                   MOVE 'N' TO WRK-EXISTE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-EXISTE
           END-READ.
           IF FECHAMENTO-EXISTE
               DISPLAY 'FECHAMENTO DE ' WRK-PER-FMT ' JA GRAVADO EM '
                   FECHAMES-DATA '. SUBSTITUIR? (S/N): '
               MOVE SPACE TO WRK-TECLA
               ACCEPT WRK-TECLA
               IF WRK-TECLA NOT = 'S' AND WRK-TECLA NOT = 's'
                   DISPLAY 'FECHAMENTO MANTIDO'
                   DISPLAY 'FECHAMENTO MENSAL - ABORTADO'
                   CLOSE FECHAMES
                   STOP RUN
               END-IF
           END-IF.

       2000-PROCESSAR.
           ADD 1 TO WRK-QTLIDOS.
           IF CLIENTES-ATIVO
               ADD 1 TO WRK-QTATIVOS
               IF CLIENTES-NAO-CONTATAR
                   ADD 1 TO WRK-QTNAOCONTATAR
               END-IF
               PERFORM 2100-ACUMULARUF
               PERFORM 2300-ACUMULARFAIXA
           ELSE
               ADD 1 TO WRK-QTINATIVOS
           END-IF.
           PERFORM 2500-LER.

      *UF FORA DA TABELA (OU EM BRANCO) CONTA NA POSICAO 28 (OUTRAS)
       2100-ACUMULARUF.
           MOVE 'N' TO WRK-UF-ACHOU.
           PERFORM VARYING WRK-UF-IDX FROM 1 BY 1
                   UNTIL WRK-UF-IDX > 27 OR UF-ACHOU
               IF WRK-UF-SIGLA (WRK-UF-IDX) = CLIENTES-END-UF
                   MOVE 'S' TO WRK-UF-ACHOU
                   ADD 1 TO WRK-UF-ATIVOS (WRK-UF-IDX)
               END-IF
           END-PERFORM.
           IF NOT UF-ACHOU
               ADD 1 TO WRK-UF-ATIVOS (28)
           END-IF.

       2300-ACUMULARFAIXA.
           PERFORM 2350-EXTRAIRNASCIMENTO.
           IF NOT NASC-OK
               MOVE 7 TO WRK-FX-IDX
           ELSE
               COMPUTE WRK-IDADE = WRK-HOJE-ANO - WRK-NASC-ANO
               IF WRK-NASC-MES > WRK-HOJE-MES
                  OR (WRK-NASC-MES = WRK-HOJE-MES
                      AND WRK-NASC-DIA > WRK-HOJE-DIA)
                   IF WRK-IDADE > 0
                       SUBTRACT 1 FROM WRK-IDADE
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN WRK-IDADE < 18
                       MOVE 1 TO WRK-FX-IDX
                   WHEN WRK-IDADE <= 25
                       MOVE 2 TO WRK-FX-IDX
                   WHEN WRK-IDADE <= 35
                       MOVE 3 TO WRK-FX-IDX
                   WHEN WRK-IDADE <= 50
                       MOVE 4 TO WRK-FX-IDX
                   WHEN WRK-IDADE <= 65
                       MOVE 5 TO WRK-FX-IDX
                   WHEN OTHER
                       MOVE 6 TO WRK-FX-IDX
               END-EVALUATE
           END-IF.
           ADD 1 TO WRK-FAIXA (WRK-FX-IDX).

       2350-EXTRAIRNASCIMENTO.
           MOVE 'N' TO WRK-NASC-OK.
           IF CLIENTES-NASCIMENTO (1:2) IS NUMERIC
              AND CLIENTES-NASCIMENTO (3:1) = '/'
              AND CLIENTES-NASCIMENTO (4:2) IS NUMERIC
              AND CLIENTES-NASCIMENTO (6:1) = '/'
              AND CLIENTES-NASCIMENTO (7:4) IS NUMERIC
               MOVE CLIENTES-NASCIMENTO (1:2) TO WRK-NASC-DIA
               MOVE CLIENTES-NASCIMENTO (4:2) TO WRK-NASC-MES
               MOVE CLIENTES-NASCIMENTO (7:4) TO WRK-NASC-ANO
               IF WRK-NASC-DIA >= 1
                  AND WRK-NASC-MES >= 1 AND WRK-NASC-MES <= 12
               EVALUATE WRK-NASC-MES
                   WHEN 1
                   WHEN 3
                   WHEN 5
                   WHEN 7
                   WHEN 8
                   WHEN 10
                   WHEN 12
                       MOVE 31 TO WRK-NASC-DIAS-MES
                   WHEN 4
                   WHEN 6
                   WHEN 9
                   WHEN 11
                       MOVE 30 TO WRK-NASC-DIAS-MES
                   WHEN 2
                       MOVE 28 TO WRK-NASC-DIAS-MES
                       DIVIDE WRK-NASC-ANO BY 4
                           GIVING WRK-ANO-QUOC
                           REMAINDER WRK-ANO-RESTO
                       IF WRK-ANO-RESTO = 0
                           MOVE 29 TO WRK-NASC-DIAS-MES
                           DIVIDE WRK-NASC-ANO BY 100
                               GIVING WRK-ANO-QUOC
                               REMAINDER WRK-ANO-RESTO
                           IF WRK-ANO-RESTO = 0
                               DIVIDE WRK-NASC-ANO BY 400
                                   GIVING WRK-ANO-QUOC
                                   REMAINDER WRK-ANO-RESTO
                               IF WRK-ANO-RESTO NOT = 0
                                   MOVE 28 TO WRK-NASC-DIAS-MES
                               END-IF
                           END-IF
                       END-IF
               END-EVALUATE
                   IF WRK-NASC-DIA <= WRK-NASC-DIAS-MES
                       MOVE 'S' TO WRK-NASC-OK
                   END-IF
               END-IF
           END-IF.

       2500-LER.
           READ CLIENTES NEXT
               AT END
                   MOVE 'S' TO WRK-FIMARQUIVO
           END-READ.
           IF CLIENTES-STATUS NOT = 0 AND CLIENTES-STATUS NOT = 02
              AND CLIENTES-STATUS NOT = 10
               DISPLAY 'CLIENTES.DAT: ERRO DE LEITURA. STATUS: '
                   CLIENTES-STATUS
               MOVE 'N' TO WRK-LEITURA-OK
               MOVE 'S' TO WRK-FIMARQUIVO
           END-IF.

       3000-FINALIZAR.
           DISPLAY 'FECHAMENTO MENSAL DA BASE - RESUMO'.
           DISPLAY 'MES DE REFERENCIA....: ' WRK-PER-FMT.
           DISPLAY 'CLIENTES LIDOS.......: ' WRK-QTLIDOS.
           DISPLAY 'ATIVOS...............: ' WRK-QTATIVOS.
           DISPLAY 'INATIVOS.............: ' WRK-QTINATIVOS.
           DISPLAY 'ATIVOS SEM CONTATO...: ' WRK-QTNAOCONTATAR.
           DISPLAY 'INCLUSOES............: ' WRK-QTINCLUSOES.
           DISPLAY 'EXCLUSOES............: ' WRK-QTEXCLUSOES.
           DISPLAY 'REATIVACOES..........: ' WRK-QTREATIVACOES.
           DISPLAY 'RESTAURACOES.........: ' WRK-QTRESTAURACOES.
           DISPLAY 'TRANSFERENCIAS.......: ' WRK-QTTRANSF.
           DISPLAY 'DESTINOS INCLUIDOS...: ' WRK-QTTRANSFNOVOS.
           DISPLAY 'EXPURGOS.............: ' WRK-QTEXPURGOS.
           PERFORM 3100-CONFERIRANTERIOR.
           IF WRK-QTPOSTERIORES > 0
               DISPLAY 'ATENCAO: ' WRK-QTPOSTERIORES
                   ' MOVIMENTOS APOS O MES DE REFERENCIA JA ESTAO NA '
                   'BASE; O MES PODE NAO CONFERIR'
           END-IF.
           IF NOT LEITURA-OK
               DISPLAY 'ATENCAO: FECHAMENTO GRAVADO COMO INCOMPLETO '
                   'POR ERRO DE LEITURA'
           END-IF.
           CLOSE FECHAMES.

      **********************************
      *CONFERENCIA COM O FECHAMENTO DO MES ANTERIOR: ATIVOS ANTERIORES
      *+ INCLUSOES + REATIVACOES + RESTAURACOES + DESTINOS INCLUIDOS
      *- EXCLUSOES - TRANSFERENCIAS = ATIVOS DO MES
      **********************************
       3100-CONFERIRANTERIOR.
           IF WRK-PER-MES = 1
               COMPUTE FECHAMES-MES = (WRK-PER-ANO - 1) * 100 + 12
           ELSE
               COMPUTE FECHAMES-MES = WRK-MES-FECHADO - 1
           END-IF.
           READ FECHAMES
               INVALID KEY
                   DISPLAY 'SEM FECHAMENTO DO MES ANTERIOR PARA '
                       'CONFERENCIA'
               NOT INVALID KEY
                   COMPUTE WRK-ESPERADO = FECHAMES-ATIVOS
                       + WRK-QTINCLUSOES + WRK-QTREATIVACOES
                       + WRK-QTRESTAURACOES + WRK-QTTRANSFNOVOS
                       - WRK-QTEXCLUSOES - WRK-QTTRANSF
                   MOVE WRK-ESPERADO TO WRK-ESPERADO-ED
                   DISPLAY 'ATIVOS ESPERADOS.....: ' WRK-ESPERADO-ED
                   IF WRK-ESPERADO = WRK-QTATIVOS
                       DISPLAY 'MES CONFERE COM O FECHAMENTO ANTERIOR'
                   ELSE
                       DISPLAY 'ATENCAO: MES NAO CONFERE COM O '
                           'FECHAMENTO ANTERIOR'
                   END-IF
           END-READ.

       5000-COLETAR.
           PERFORM 5100-VARRERPERIODOS.
           PERFORM 5200-VARRERAUDIMES.
           PERFORM 5300-VARRERAUDITORIA.

       5100-VARRERPERIODOS.
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
           PERFORM VARYING WRK-PER-IDX FROM 1 BY 1
                   UNTIL WRK-PER-IDX > WRK-PER-QTD
               IF WRK-PER-ENT (WRK-PER-IDX) >= WRK-MES-FECHADO
                   PERFORM 5150-VARRERUMPERIODO
               END-IF
           END-PERFORM.

       5150-VARRERUMPERIODO.
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
               MOVE 'N' TO WRK-FIMPERIODO
               PERFORM UNTIL FIMPERIODO
                   READ PERIODO
                       AT END
                           MOVE 'S' TO WRK-FIMPERIODO
                       NOT AT END
                           MOVE PERIODO-OPERACAO    TO WRK-OP
                           MOVE PERIODO-DATA        TO WRK-DATA-MOV
                           MOVE PERIODO-NOME-ANTES  TO WRK-NOME-ANTES
                           MOVE PERIODO-NOME-DEPOIS TO WRK-NOME-DEPOIS
                           PERFORM 5500-CONTABILIZAR
                   END-READ
                   IF PERIODO-STATUS NOT = 0 AND PERIODO-STATUS NOT = 10
                       DISPLAY 'ERRO DE LEITURA EM ' WRK-ARQ-PERIODO
                       MOVE 'N' TO WRK-LEITURA-OK
                       MOVE 'S' TO WRK-FIMPERIODO
                   END-IF
               END-PERFORM
               CLOSE PERIODO
           END-IF.

       5200-VARRERAUDIMES.
           OPEN INPUT AUDIMES.
           IF AUDIMES-STATUS NOT = 0
               CONTINUE
           ELSE
               MOVE ZEROS TO AUDIMES-CHAVE
               MOVE 'N' TO WRK-FIMAUDIMES
               START AUDIMES KEY IS NOT LESS THAN AUDIMES-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIMAUDIMES
               END-START
               PERFORM UNTIL FIMAUDIMES
                   READ AUDIMES NEXT
                       AT END
                           MOVE 'S' TO WRK-FIMAUDIMES
                       NOT AT END
                           MOVE AUDIMES-OPERACAO    TO WRK-OP
                           MOVE AUDIMES-DATA        TO WRK-DATA-MOV
                           MOVE AUDIMES-NOME-ANTES  TO WRK-NOME-ANTES
                           MOVE AUDIMES-NOME-DEPOIS TO WRK-NOME-DEPOIS
                           PERFORM 5500-CONTABILIZAR
                   END-READ
                   IF AUDIMES-STATUS NOT = 0 AND AUDIMES-STATUS NOT = 10
                       DISPLAY 'AUDIMES.DAT: ERRO DE LEITURA. STATUS: '
                           AUDIMES-STATUS
                       MOVE 'N' TO WRK-LEITURA-OK
                       MOVE 'S' TO WRK-FIMAUDIMES
                   END-IF
               END-PERFORM
               CLOSE AUDIMES
           END-IF.

       5300-VARRERAUDITORIA.
           OPEN INPUT AUDITORIA.
           IF AUDITORIA-STATUS NOT = 0
               CONTINUE
           ELSE
               MOVE 'N' TO WRK-FIMARQUIVO
               PERFORM UNTIL FIMARQUIVO
                   READ AUDITORIA
                       AT END
                           MOVE 'S' TO WRK-FIMARQUIVO
                       NOT AT END
                           MOVE AUDITORIA-OPERACAO    TO WRK-OP
                           MOVE AUDITORIA-DATA        TO WRK-DATA-MOV
                           MOVE AUDITORIA-NOME-ANTES  TO WRK-NOME-ANTES
                           MOVE AUDITORIA-NOME-DEPOIS TO
                               WRK-NOME-DEPOIS
                           PERFORM 5500-CONTABILIZAR
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

      **********************************
      *EXPURGOS DO MES: CLIENTES ARQUIVADOS EM CLIHIST PELO CLIEPURGA
      **********************************
       5400-VARREREXPURGOS.
           OPEN INPUT HISTORICO.
           IF HISTORICO-STATUS NOT = 0
               IF HISTORICO-STATUS NOT = 35
                   DISPLAY 'CLIHIST.DAT: FALHA AO ABRIR. STATUS: '
                       HISTORICO-STATUS
                   MOVE 'N' TO WRK-LEITURA-OK
               END-IF
           ELSE
               MOVE 'N' TO WRK-FIMARQUIVO
               PERFORM UNTIL FIMARQUIVO
                   READ HISTORICO
                       AT END
                           MOVE 'S' TO WRK-FIMARQUIVO
                       NOT AT END
                           IF HISTORICO-DATA-EXP-X (1:6) = WRK-PERIODO
                               ADD 1 TO WRK-QTEXPURGOS
                           END-IF
                           IF HISTORICO-DATA-EXP-X (1:6) > WRK-PERIODO
                               ADD 1 TO WRK-QTPOSTERIORES
                           END-IF
                   END-READ
                   IF HISTORICO-STATUS NOT = 0
                      AND HISTORICO-STATUS NOT = 10
                       DISPLAY 'CLIHIST.DAT: ERRO DE LEITURA. STATUS: '
                           HISTORICO-STATUS
                       MOVE 'N' TO WRK-LEITURA-OK
                       MOVE 'S' TO WRK-FIMARQUIVO
                   END-IF
               END-PERFORM
               CLOSE HISTORICO
           END-IF.

      **********************************
      *MOVIMENTO DO MES. REATIVACAO SEM NOME ANTERIOR E A RESTAURACAO
      *DO HISTORICO (CLIEHIST). A TRANSFERENCIA GRAVA UM REGISTRO NA
      *ORIGEM ('CPF DESTINO ...') E OUTRO NO DESTINO ('CPF ORIGEM ...',
      *COM 'NOVO' QUANDO O DESTINO FOI INCLUIDO PELA TRANSFERENCIA)
      **********************************
       5500-CONTABILIZAR.
           COMPUTE WRK-MES-MOV = WRK-DATA-MOV / 100.
           IF WRK-MES-MOV > WRK-MES-FECHADO
               IF WRK-OP = 'I' OR 'E' OR 'R' OR 'T'
                   ADD 1 TO WRK-QTPOSTERIORES
               END-IF
           END-IF.
           IF WRK-MES-MOV = WRK-MES-FECHADO
               EVALUATE WRK-OP
                   WHEN 'I'
                       ADD 1 TO WRK-QTINCLUSOES
                   WHEN 'E'
                       ADD 1 TO WRK-QTEXCLUSOES
                   WHEN 'R'
                       IF WRK-NOME-ANTES = SPACES
                           ADD 1 TO WRK-QTRESTAURACOES
                       ELSE
                           ADD 1 TO WRK-QTREATIVACOES
                       END-IF
                   WHEN 'T'
                       IF WRK-NOME-DEPOIS (1:12) = 'CPF DESTINO '
                           ADD 1 TO WRK-QTTRANSF
                       END-IF
                       IF WRK-NOME-ANTES (1:11) = 'CPF ORIGEM '
                          AND WRK-NOME-ANTES (24:4) = 'NOVO'
                           ADD 1 TO WRK-QTTRANSFNOVOS
                       END-IF
               END-EVALUATE
           END-IF.

       6000-GRAVARFECHAMENTO.
           MOVE SPACES                TO FECHAMES-REG.
           MOVE WRK-MES-FECHADO       TO FECHAMES-MES.
           MOVE WRK-HOJE              TO FECHAMES-DATA.
           ACCEPT FECHAMES-HORA FROM TIME.
           MOVE WRK-QTATIVOS          TO FECHAMES-ATIVOS.
           MOVE WRK-QTINATIVOS        TO FECHAMES-INATIVOS.
           MOVE WRK-QTNAOCONTATAR     TO FECHAMES-NAO-CONTATAR.
           MOVE WRK-QTINCLUSOES       TO FECHAMES-INCLUSOES.
           MOVE WRK-QTEXCLUSOES       TO FECHAMES-EXCLUSOES.
           MOVE WRK-QTREATIVACOES     TO FECHAMES-REATIVACOES.
           MOVE WRK-QTRESTAURACOES    TO FECHAMES-RESTAURACOES.
           MOVE WRK-QTTRANSF          TO FECHAMES-TRANSFERENCIAS.
           MOVE WRK-QTTRANSFNOVOS     TO FECHAMES-TRANSF-NOVOS.
           MOVE WRK-QTEXPURGOS        TO FECHAMES-EXPURGOS.
           PERFORM VARYING WRK-FX-IDX FROM 1 BY 1 UNTIL WRK-FX-IDX > 7
               MOVE WRK-FAIXA (WRK-FX-IDX) TO
                   FECHAMES-FAIXA (WRK-FX-IDX)
           END-PERFORM.
           PERFORM VARYING WRK-UF-IDX FROM 1 BY 1 UNTIL WRK-UF-IDX > 28
               MOVE WRK-UF-ATIVOS (WRK-UF-IDX) TO
                   FECHAMES-UF (WRK-UF-IDX)
           END-PERFORM.
           IF LEITURA-OK
               MOVE 'C' TO FECHAMES-LEITURA
           ELSE
               MOVE 'I' TO FECHAMES-LEITURA
           END-IF.
           IF FECHAMENTO-EXISTE
               REWRITE FECHAMES-REG
           ELSE
               WRITE FECHAMES-REG
           END-IF.
           IF FECHAMES-STATUS NOT = 0 AND FECHAMES-STATUS NOT = 02
               DISPLAY 'FECHAMES.DAT: FALHA AO GRAVAR. STATUS: '
                   FECHAMES-STATUS
               DISPLAY 'FECHAMENTO MENSAL - ABORTADO'
               CLOSE FECHAMES
               STOP RUN
           END-IF.
           DISPLAY 'FECHAMENTO GRAVADO EM FECHAMES.DAT'.
