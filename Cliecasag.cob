       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIECASAG.
      **********************************
      *OBJETIVO: RELATORIO DIARIO DOS CASOS DE RECLAMACAO EM ABERTO
      *          (CASOS.DAT) POR OPERADOR RESPONSAVEL E CATEGORIA, DO
      *          PRAZO MAIS ANTIGO PARA O MAIS NOVO, COM A IDADE DE
      *          CADA CASO, O ATRASO EM DIAS E OS VENCIDOS DESTACADOS.
      *          TOTAIS POR CATEGORIA, POR OPERADOR E GERAL, COM AS
      *          FAIXAS DE IDADE ATE 7, 8 A 15, 16 A 30 E ACIMA DE 30
      *          DIAS. SAIDA EM RELCASAG.TXT
      *AUTHOR: GABRIELLE NUNES
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASOS ASSIGN TO WRK-ARQ-CASOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CASOS-STATUS
               RECORD KEY IS CASOS-NUMERO
               ALTERNATE RECORD KEY IS CASOS-CPF WITH DUPLICATES.

               SELECT CLIENTES ASSIGN TO WRK-ARQ-CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLIENTES-STATUS
               RECORD KEY IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-EMAIL WITH DUPLICATES.

               SELECT RELCASAG ASSIGN TO WRK-ARQ-RELCASAG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELCASAG-STATUS.

               SELECT ORDENACAO ASSIGN TO WRK-ARQ-ORDENACAO.

               SELECT ETAPA ASSIGN TO WRK-ARQ-ETAPA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ETAPA-STATUS.

               SELECT PARAMETROS ASSIGN TO 'C:\Cobol\PARAMETROS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CASOS.
       01 CASOS-REG.
           05 CASOS-NUMERO         PIC 9(07).
           05 CASOS-CPF            PIC 9(11).
           05 CASOS-CONTATO.
               10 CASOS-CTT-DATA   PIC 9(08).
               10 CASOS-CTT-HORA   PIC 9(08).
               10 CASOS-CTT-SEQ    PIC 9(03).
           05 CASOS-CATEGORIA      PIC X(01).
               88 CASO-COBRANCA       VALUE 'C'.
               88 CASO-PRODUTO        VALUE 'P'.
               88 CASO-ATENDIMENTO    VALUE 'A'.
               88 CASO-ENTREGA        VALUE 'E'.
               88 CASO-OUTROS         VALUE 'O'.
           05 CASOS-PRIORIDADE     PIC X(01).
               88 CASO-PRIOR-ALTA     VALUE 'A'.
               88 CASO-PRIOR-MEDIA    VALUE 'M'.
               88 CASO-PRIOR-BAIXA    VALUE 'B'.
           05 CASOS-SITUACAO       PIC X(01).
               88 CASO-ABERTO         VALUE 'A'.
               88 CASO-ANDAMENTO      VALUE 'E'.
               88 CASO-AGUARDANDO     VALUE 'G'.
               88 CASO-FECHADO        VALUE 'F'.
           05 CASOS-RESPONSAVEL    PIC X(08).
           05 CASOS-ABERTURA-DATA  PIC 9(08).
           05 CASOS-ABERTURA-HORA  PIC 9(08).
           05 CASOS-ABERTURA-USU   PIC X(08).
           05 CASOS-PRAZO          PIC 9(08).
           05 CASOS-FECHAMENTO     PIC 9(08).
           05 CASOS-REABERTURAS    PIC 9(03).
           05 CASOS-ALTERACAO-DATA PIC 9(08).
           05 CASOS-ALTERACAO-USU  PIC X(08).
           05 CASOS-ASSUNTO        PIC X(60).
           05 CASOS-RESOLUCAO      PIC X(60).
           05 FILLER               PIC X(13).
      *REGISTRO DE CONTROLE (CASO 0000000): ULTIMO NUMERO ATRIBUIDO
       01 CASOS-CTL-REG.
           05 CASOS-CTL-CHAVE      PIC 9(07).
           05 CASOS-CTL-ULTIMO     PIC 9(07).
           05 FILLER               PIC X(226).

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

       FD RELCASAG.
       01 RELCASAG-REG.
           05 RELCASAG-DADOS PIC X(130).

       SD ORDENACAO.
       01 ORDENACAO-REG.
           05 ORDENACAO-RESPONSAVEL PIC X(08).
           05 ORDENACAO-CATEGORIA   PIC X(01).
           05 ORDENACAO-PRAZO       PIC 9(08).
           05 ORDENACAO-NUMERO      PIC 9(07).
           05 ORDENACAO-CPF         PIC 9(11).
           05 ORDENACAO-PRIORIDADE  PIC X(01).
           05 ORDENACAO-SITUACAO    PIC X(01).
           05 ORDENACAO-ABERTURA    PIC 9(08).
           05 ORDENACAO-IDADE       PIC 9(05).
           05 ORDENACAO-ATRASO      PIC 9(05).
           05 ORDENACAO-REABERTURAS PIC 9(03).

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
       77 CASOS-STATUS         PIC 9(02).
       77 CLIENTES-STATUS      PIC 9(02).
       77 RELCASAG-STATUS      PIC 9(02).
       77 ETAPA-STATUS         PIC 9(02).
       77 PARAMETROS-STATUS    PIC 9(02).
       77 WRK-PAR-LIDO         PIC X(01) VALUE 'N'.
           88 PARAMETROS-LIDOS VALUE 'S'.
       77 WRK-ARQ-CASOS        PIC X(60).
       77 WRK-ARQ-CLIENTES     PIC X(60).
       77 WRK-ARQ-RELCASAG     PIC X(60).
       77 WRK-ARQ-ORDENACAO    PIC X(60).
       77 WRK-ARQ-ETAPA        PIC X(60).
       77 WRK-DIRETORIO        PIC X(40) VALUE 'C:\Cobol\'.
       77 WRK-FIMARQUIVO       PIC X(01) VALUE 'N'.
           88 FIMARQUIVO       VALUE 'S'.
       77 WRK-FIMORDENACAO     PIC X(01) VALUE 'N'.
           88 FIMORDENACAO     VALUE 'S'.
       77 WRK-LEITURA-OK       PIC X(01) VALUE 'S'.
           88 LEITURA-OK       VALUE 'S'.
       77 WRK-PRIMEIRO         PIC X(01) VALUE 'S'.
           88 PRIMEIRO-CASO    VALUE 'S'.

       77 WRK-QTLIDOS          PIC 9(07) VALUE 0.
       77 WRK-QTFECHADOS       PIC 9(07) VALUE 0.
       77 WRK-QTABERTOS        PIC 9(07) VALUE 0.

       77 WRK-HOJE             PIC 9(08).
       77 WRK-HOJE-INT         PIC 9(08) COMP.
       77 WRK-DATA-INT         PIC 9(08) COMP.
       77 WRK-DATA             PIC 9(08).
       77 WRK-DATA-X REDEFINES WRK-DATA PIC X(08).
       77 WRK-DATA-FMT         PIC X(10).
       77 WRK-RESP-ATUAL       PIC X(08).
       77 WRK-CAT-ATUAL        PIC X(01).
       77 WRK-CAT-DESC         PIC X(13).
       77 WRK-SIT-DESC         PIC X(18).
       77 WRK-NIVEL            PIC 9(01) COMP.
       77 WRK-FX-IDX           PIC 9(01) COMP.
       77 WRK-CAT-IDX          PIC 9(01) COMP.
       77 WRK-ED-QTD           PIC ZZZZ9.

      *TOTAIS: 1 = CATEGORIA, 2 = OPERADOR, 3 = GERAL. FAIXAS DE
      *IDADE: 1 ATE 7 DIAS, 2 DE 8 A 15, 3 DE 16 A 30, 4 ACIMA DE 30
       01 WRK-TOTAIS.
           05 WRK-TOT OCCURS 3 TIMES.
               10 WRK-TOT-QTD      PIC 9(05).
               10 WRK-TOT-VENCIDOS PIC 9(05).
               10 WRK-TOT-FAIXA    PIC 9(05) OCCURS 4 TIMES.

       01 WRK-CAT-RESUMO.
           05 WRK-CAT-ENT OCCURS 6 TIMES.
               10 WRK-CAT-QTD      PIC 9(05).
               10 WRK-CAT-VENCIDOS PIC 9(05).
       01 WRK-CAT-NOMES.
           05 FILLER PIC X(14) VALUE 'CCOBRANCA'.
           05 FILLER PIC X(14) VALUE 'PPRODUTO'.
           05 FILLER PIC X(14) VALUE 'AATENDIMENTO'.
           05 FILLER PIC X(14) VALUE 'EENTREGA'.
           05 FILLER PIC X(14) VALUE 'OOUTROS'.
           05 FILLER PIC X(14) VALUE ' NAO INFORMADA'.
       01 WRK-CAT-TABELA REDEFINES WRK-CAT-NOMES.
           05 WRK-CAT-ITEM OCCURS 6 TIMES.
               10 WRK-CAT-CODIGO   PIC X(01).
               10 WRK-CAT-NOME     PIC X(13).

       77 WRK-REL-DATA         PIC 9(08).
       77 WRK-REL-DATA-X REDEFINES WRK-REL-DATA PIC X(08).
       77 WRK-REL-DATA-FMT     PIC X(10).

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           SORT ORDENACAO
               ON ASCENDING KEY ORDENACAO-RESPONSAVEL
                                ORDENACAO-CATEGORIA
                                ORDENACAO-PRAZO ORDENACAO-NUMERO
               INPUT PROCEDURE IS 2000-SELECIONAR
               OUTPUT PROCEDURE IS 5000-IMPRIMIR.
           PERFORM 3000-FINALIZAR.
           PERFORM 3900-GRAVARETAPA.
           STOP RUN.

       1000-INICIAR.
           DISPLAY 'CASOS EM ABERTO POR ANTIGUIDADE - INICIO'.
           PERFORM 1050-LERPARAMETROS.
           OPEN INPUT CASOS.
           IF CASOS-STATUS = 35
               DISPLAY 'CASOS.DAT NAO ENCONTRADO, NENHUM CASO ABERTO'
               MOVE 'S' TO WRK-FIMARQUIVO
           ELSE
               IF CASOS-STATUS NOT = 0
                   DISPLAY 'CASOS.DAT: FALHA AO ABRIR. STATUS: '
                       CASOS-STATUS
                   DISPLAY 'CASOS EM ABERTO - ABORTADO'
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT CLIENTES.
           IF CLIENTES-STATUS NOT = 0
               DISPLAY 'CLIENTES.DAT: FALHA AO ABRIR. STATUS: '
                   CLIENTES-STATUS
               DISPLAY 'CASOS EM ABERTO - ABORTADO'
               STOP RUN
           END-IF.
           OPEN OUTPUT RELCASAG.
           IF RELCASAG-STATUS NOT = 0
               DISPLAY 'RELCASAG.TXT: FALHA AO ABRIR. STATUS: '
                   RELCASAG-STATUS
               DISPLAY 'CASOS EM ABERTO - ABORTADO'
               CLOSE CLIENTES
               STOP RUN
           END-IF.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-HOJE-INT = FUNCTION INTEGER-OF-DATE (WRK-HOJE).
           INITIALIZE WRK-TOTAIS WRK-CAT-RESUMO.
           MOVE WRK-HOJE TO WRK-REL-DATA.
           MOVE WRK-REL-DATA-X (7:2) TO WRK-REL-DATA-FMT (1:2).
           MOVE '/'                 TO WRK-REL-DATA-FMT (3:1).
           MOVE WRK-REL-DATA-X (5:2) TO WRK-REL-DATA-FMT (4:2).
           MOVE '/'                 TO WRK-REL-DATA-FMT (6:1).
           MOVE WRK-REL-DATA-X (1:4) TO WRK-REL-DATA-FMT (7:4).
           MOVE SPACES TO RELCASAG-DADOS.
           STRING 'CASOS DE RECLAMACAO EM ABERTO POR ANTIGUIDADE - '
                  'EMITIDO EM ' WRK-REL-DATA-FMT
               DELIMITED BY SIZE INTO RELCASAG-DADOS.
           WRITE RELCASAG-REG.
           MOVE ALL '-' TO RELCASAG-DADOS.
           WRITE RELCASAG-REG.
           IF NOT FIMARQUIVO
      *O CASO 0000000 E O REGISTRO DE CONTROLE DA NUMERACAO
               MOVE 1 TO CASOS-NUMERO
               START CASOS KEY IS NOT LESS THAN CASOS-NUMERO
                   INVALID KEY
                       MOVE 'S' TO WRK-FIMARQUIVO
               END-START
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
           MOVE SPACES TO WRK-ARQ-CASOS.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'CASOS.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-CASOS.
           MOVE SPACES TO WRK-ARQ-CLIENTES.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'CLIENTES.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-CLIENTES.
           MOVE SPACES TO WRK-ARQ-RELCASAG.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'RELCASAG.TXT' DELIMITED BY SIZE
               INTO WRK-ARQ-RELCASAG.
           MOVE SPACES TO WRK-ARQ-ORDENACAO.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'CASSORT.TMP' DELIMITED BY SIZE
               INTO WRK-ARQ-ORDENACAO.
           MOVE SPACES TO WRK-ARQ-ETAPA.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'ETAPA.RET' DELIMITED BY SIZE
               INTO WRK-ARQ-ETAPA.

      **********************************
      *SELECAO: SO CASOS NAO FECHADOS, COM IDADE E ATRASO EM DIAS
      **********************************
       2000-SELECIONAR.
           IF NOT FIMARQUIVO
               PERFORM 2500-LER
           END-IF.
           PERFORM UNTIL FIMARQUIVO
               ADD 1 TO WRK-QTLIDOS
               IF CASO-FECHADO
                   ADD 1 TO WRK-QTFECHADOS
               ELSE
                   PERFORM 2100-LIBERAR
               END-IF
               PERFORM 2500-LER
           END-PERFORM.

       2100-LIBERAR.
           MOVE CASOS-RESPONSAVEL    TO ORDENACAO-RESPONSAVEL.
           MOVE CASOS-CATEGORIA      TO ORDENACAO-CATEGORIA.
           MOVE CASOS-PRAZO          TO ORDENACAO-PRAZO.
           MOVE CASOS-NUMERO         TO ORDENACAO-NUMERO.
           MOVE CASOS-CPF            TO ORDENACAO-CPF.
           MOVE CASOS-PRIORIDADE     TO ORDENACAO-PRIORIDADE.
           MOVE CASOS-SITUACAO       TO ORDENACAO-SITUACAO.
           MOVE CASOS-ABERTURA-DATA  TO ORDENACAO-ABERTURA.
           MOVE CASOS-REABERTURAS    TO ORDENACAO-REABERTURAS.
           MOVE 0 TO ORDENACAO-IDADE ORDENACAO-ATRASO.
           IF CASOS-ABERTURA-DATA > 16010101
              AND CASOS-ABERTURA-DATA <= WRK-HOJE
               COMPUTE WRK-DATA-INT =
                   FUNCTION INTEGER-OF-DATE (CASOS-ABERTURA-DATA)
               COMPUTE ORDENACAO-IDADE = WRK-HOJE-INT - WRK-DATA-INT
           END-IF.
           IF CASOS-PRAZO > 16010101 AND CASOS-PRAZO < WRK-HOJE
               COMPUTE WRK-DATA-INT =
                   FUNCTION INTEGER-OF-DATE (CASOS-PRAZO)
               COMPUTE ORDENACAO-ATRASO = WRK-HOJE-INT - WRK-DATA-INT
           END-IF.
           RELEASE ORDENACAO-REG.
           ADD 1 TO WRK-QTABERTOS.

       2500-LER.
           READ CASOS NEXT
               AT END
                   MOVE 'S' TO WRK-FIMARQUIVO
           END-READ.
           IF CASOS-STATUS NOT = 0 AND CASOS-STATUS NOT = 02
              AND CASOS-STATUS NOT = 10
               DISPLAY 'CASOS.DAT: ERRO DE LEITURA. STATUS: '
                   CASOS-STATUS
               MOVE 'N' TO WRK-LEITURA-OK
               MOVE 'S' TO WRK-FIMARQUIVO
           END-IF.

       3000-FINALIZAR.
           IF CASOS-STATUS NOT = 35
               CLOSE CASOS
           END-IF.
           CLOSE CLIENTES.
           CLOSE RELCASAG.
           DISPLAY 'CASOS EM ABERTO POR ANTIGUIDADE - RESUMO'.
           DISPLAY 'CASOS LIDOS..........: ' WRK-QTLIDOS.
           DISPLAY 'CASOS FECHADOS.......: ' WRK-QTFECHADOS.
           DISPLAY 'CASOS EM ABERTO......: ' WRK-QTABERTOS.
           DISPLAY 'CASOS VENCIDOS.......: ' WRK-TOT-VENCIDOS (3).
           DISPLAY 'RELATORIO GRAVADO EM RELCASAG.TXT'.
           IF NOT LEITURA-OK
               DISPLAY 'ATENCAO: RELATORIO INCOMPLETO POR ERRO DE '
                   'LEITURA'
           END-IF.

       3900-GRAVARETAPA.
           OPEN OUTPUT ETAPA.
           IF ETAPA-STATUS = 0
               MOVE SPACES TO ETAPA-REG
               MOVE 'CLIECASAG' TO ETAPA-PROGRAMA
               IF LEITURA-OK
                   MOVE 'C' TO ETAPA-SITUACAO
               ELSE
                   MOVE 'I' TO ETAPA-SITUACAO
               END-IF
               MOVE WRK-QTLIDOS   TO ETAPA-LIDOS
               MOVE WRK-QTABERTOS TO ETAPA-GRAVADOS
               IF WRK-TOT-VENCIDOS (3) > 0
                   MOVE WRK-TOT-VENCIDOS (3) TO WRK-ED-QTD
                   STRING 'CASOS VENCIDOS: ' WRK-ED-QTD
                       DELIMITED BY SIZE INTO ETAPA-MENSAGEM
               END-IF
               WRITE ETAPA-REG
               CLOSE ETAPA
           END-IF.

      **********************************
      *IMPRESSAO COM QUEBRA POR OPERADOR E, DENTRO DELE, POR CATEGORIA
      **********************************
       5000-IMPRIMIR.
           PERFORM 5500-RETORNAR.
           PERFORM UNTIL FIMORDENACAO
               EVALUATE TRUE
                   WHEN PRIMEIRO-CASO
                       MOVE 'N' TO WRK-PRIMEIRO
                       PERFORM 5100-CABECALHOOPERADOR
                       PERFORM 5150-CABECALHOCATEGORIA
                   WHEN ORDENACAO-RESPONSAVEL NOT = WRK-RESP-ATUAL
                       PERFORM 5300-TOTALCATEGORIA
                       PERFORM 5400-TOTALOPERADOR
                       PERFORM 5100-CABECALHOOPERADOR
                       PERFORM 5150-CABECALHOCATEGORIA
                   WHEN ORDENACAO-CATEGORIA NOT = WRK-CAT-ATUAL
                       PERFORM 5300-TOTALCATEGORIA
                       PERFORM 5150-CABECALHOCATEGORIA
               END-EVALUATE
               PERFORM 5200-DETALHE
               PERFORM 5500-RETORNAR
           END-PERFORM.
           IF PRIMEIRO-CASO
               MOVE 'NENHUM CASO EM ABERTO' TO RELCASAG-DADOS
               WRITE RELCASAG-REG
           ELSE
               PERFORM 5300-TOTALCATEGORIA
               PERFORM 5400-TOTALOPERADOR
           END-IF.
           PERFORM 5600-RESUMO.

       5100-CABECALHOOPERADOR.
           MOVE ORDENACAO-RESPONSAVEL TO WRK-RESP-ATUAL.
           MOVE SPACES TO RELCASAG-DADOS.
           WRITE RELCASAG-REG.
           MOVE SPACES TO RELCASAG-DADOS.
           IF WRK-RESP-ATUAL = SPACES
               MOVE 'RESPONSAVEL: (SEM RESPONSAVEL)' TO RELCASAG-DADOS
           ELSE
               STRING 'RESPONSAVEL: ' WRK-RESP-ATUAL
                   DELIMITED BY SIZE INTO RELCASAG-DADOS
           END-IF.
           WRITE RELCASAG-REG.
           MOVE ALL '=' TO RELCASAG-DADOS (1:60).
           WRITE RELCASAG-REG.

       5150-CABECALHOCATEGORIA.
           MOVE ORDENACAO-CATEGORIA TO WRK-CAT-ATUAL.
           PERFORM 4600-LOCALIZARCATEGORIA.
           MOVE SPACES TO RELCASAG-DADOS.
           STRING '  CATEGORIA: ' WRK-CAT-ATUAL ' - ' WRK-CAT-DESC
               DELIMITED BY SIZE INTO RELCASAG-DADOS.
           WRITE RELCASAG-REG.
           MOVE '  CASO    CPF         NOME                         PR'
               TO RELCASAG-DADOS.
           MOVE 'I SITUACAO           ABERTURA   IDADE PRAZO      ATR'
               TO RELCASAG-DADOS (54:53).
           MOVE 'ASO REAB' TO RELCASAG-DADOS (107:8).
           WRITE RELCASAG-REG.

       5200-DETALHE.
           MOVE ORDENACAO-CPF TO CLIENTES-CPF.
           READ CLIENTES
               INVALID KEY
                   MOVE '(CLIENTE NAO ENCONTRADO)' TO CLIENTES-NOME
           END-READ.
           EVALUATE ORDENACAO-SITUACAO
               WHEN 'A'
                   MOVE 'ABERTO'             TO WRK-SIT-DESC
               WHEN 'E'
                   MOVE 'EM ANDAMENTO'       TO WRK-SIT-DESC
               WHEN 'G'
                   MOVE 'AGUARDANDO CLIENTE' TO WRK-SIT-DESC
               WHEN OTHER
                   MOVE ORDENACAO-SITUACAO   TO WRK-SIT-DESC
           END-EVALUATE.
           MOVE SPACES TO RELCASAG-DADOS.
           MOVE ORDENACAO-NUMERO      TO RELCASAG-DADOS (3:7).
           MOVE ORDENACAO-CPF         TO RELCASAG-DADOS (11:11).
           MOVE CLIENTES-NOME         TO RELCASAG-DADOS (23:28).
           MOVE ORDENACAO-PRIORIDADE  TO RELCASAG-DADOS (53:1).
           MOVE WRK-SIT-DESC          TO RELCASAG-DADOS (56:18).
           MOVE ORDENACAO-ABERTURA    TO WRK-DATA.
           PERFORM 4700-FORMATARDATA.
           MOVE WRK-DATA-FMT          TO RELCASAG-DADOS (75:10).
           MOVE ORDENACAO-IDADE       TO RELCASAG-DADOS (86:5).
           MOVE ORDENACAO-PRAZO       TO WRK-DATA.
           PERFORM 4700-FORMATARDATA.
           MOVE WRK-DATA-FMT          TO RELCASAG-DADOS (92:10).
           MOVE ORDENACAO-REABERTURAS TO RELCASAG-DADOS (112:3).
           IF ORDENACAO-ATRASO > 0
               MOVE ORDENACAO-ATRASO  TO RELCASAG-DADOS (103:5)
               MOVE '*** VENCIDO'     TO RELCASAG-DADOS (117:11)
           END-IF.
           WRITE RELCASAG-REG.
           EVALUATE TRUE
               WHEN ORDENACAO-IDADE <= 7
                   MOVE 1 TO WRK-FX-IDX
               WHEN ORDENACAO-IDADE <= 15
                   MOVE 2 TO WRK-FX-IDX
               WHEN ORDENACAO-IDADE <= 30
                   MOVE 3 TO WRK-FX-IDX
               WHEN OTHER
                   MOVE 4 TO WRK-FX-IDX
           END-EVALUATE.
           PERFORM VARYING WRK-NIVEL FROM 1 BY 1 UNTIL WRK-NIVEL > 3
               ADD 1 TO WRK-TOT-QTD (WRK-NIVEL)
               ADD 1 TO WRK-TOT-FAIXA (WRK-NIVEL, WRK-FX-IDX)
               IF ORDENACAO-ATRASO > 0
                   ADD 1 TO WRK-TOT-VENCIDOS (WRK-NIVEL)
               END-IF
           END-PERFORM.
           ADD 1 TO WRK-CAT-QTD (WRK-CAT-IDX).
           IF ORDENACAO-ATRASO > 0
               ADD 1 TO WRK-CAT-VENCIDOS (WRK-CAT-IDX)
           END-IF.

       5300-TOTALCATEGORIA.
           MOVE 1 TO WRK-NIVEL.
           MOVE SPACES TO RELCASAG-DADOS.
           MOVE '  TOTAL DA CATEGORIA' TO RELCASAG-DADOS (1:22).
           PERFORM 5450-LINHATOTAL.
           MOVE 0 TO WRK-TOT-QTD (1) WRK-TOT-VENCIDOS (1)
                     WRK-TOT-FAIXA (1, 1) WRK-TOT-FAIXA (1, 2)
                     WRK-TOT-FAIXA (1, 3) WRK-TOT-FAIXA (1, 4).

       5400-TOTALOPERADOR.
           MOVE 2 TO WRK-NIVEL.
           MOVE SPACES TO RELCASAG-DADOS.
           MOVE 'TOTAL DO OPERADOR' TO RELCASAG-DADOS (1:22).
           PERFORM 5450-LINHATOTAL.
           MOVE 0 TO WRK-TOT-QTD (2) WRK-TOT-VENCIDOS (2)
                     WRK-TOT-FAIXA (2, 1) WRK-TOT-FAIXA (2, 2)
                     WRK-TOT-FAIXA (2, 3) WRK-TOT-FAIXA (2, 4).

       5450-LINHATOTAL.
           MOVE WRK-TOT-QTD (WRK-NIVEL) TO WRK-ED-QTD.
           STRING ': ' WRK-ED-QTD ' CASOS  VENCIDOS '
               DELIMITED BY SIZE INTO RELCASAG-DADOS (23:40).
           MOVE WRK-TOT-VENCIDOS (WRK-NIVEL) TO WRK-ED-QTD.
           MOVE WRK-ED-QTD TO RELCASAG-DADOS (48:5).
           MOVE 'ATE 7 D' TO RELCASAG-DADOS (56:7).
           MOVE WRK-TOT-FAIXA (WRK-NIVEL, 1) TO WRK-ED-QTD.
           MOVE WRK-ED-QTD TO RELCASAG-DADOS (64:5).
           MOVE '8-15 D' TO RELCASAG-DADOS (71:6).
           MOVE WRK-TOT-FAIXA (WRK-NIVEL, 2) TO WRK-ED-QTD.
           MOVE WRK-ED-QTD TO RELCASAG-DADOS (78:5).
           MOVE '16-30 D' TO RELCASAG-DADOS (85:7).
           MOVE WRK-TOT-FAIXA (WRK-NIVEL, 3) TO WRK-ED-QTD.
           MOVE WRK-ED-QTD TO RELCASAG-DADOS (93:5).
           MOVE '+30 D' TO RELCASAG-DADOS (100:5).
           MOVE WRK-TOT-FAIXA (WRK-NIVEL, 4) TO WRK-ED-QTD.
           MOVE WRK-ED-QTD TO RELCASAG-DADOS (106:5).
           WRITE RELCASAG-REG.

       5500-RETORNAR.
           RETURN ORDENACAO
               AT END
                   MOVE 'S' TO WRK-FIMORDENACAO
           END-RETURN.

       5600-RESUMO.
           MOVE SPACES TO RELCASAG-DADOS.
           WRITE RELCASAG-REG.
           MOVE ALL '-' TO RELCASAG-DADOS.
           WRITE RELCASAG-REG.
           MOVE 'RESUMO POR CATEGORIA      EM ABERTO  VENCIDOS'
               TO RELCASAG-DADOS.
           WRITE RELCASAG-REG.
           PERFORM VARYING WRK-CAT-IDX FROM 1 BY 1
                   UNTIL WRK-CAT-IDX > 6
               IF WRK-CAT-QTD (WRK-CAT-IDX) > 0
                   MOVE SPACES TO RELCASAG-DADOS
                   MOVE WRK-CAT-CODIGO (WRK-CAT-IDX) TO
                       RELCASAG-DADOS (1:1)
                   MOVE WRK-CAT-NOME (WRK-CAT-IDX) TO
                       RELCASAG-DADOS (5:13)
                   MOVE WRK-CAT-QTD (WRK-CAT-IDX) TO WRK-ED-QTD
                   MOVE WRK-ED-QTD TO RELCASAG-DADOS (30:5)
                   MOVE WRK-CAT-VENCIDOS (WRK-CAT-IDX) TO WRK-ED-QTD
                   MOVE WRK-ED-QTD TO RELCASAG-DADOS (41:5)
                   WRITE RELCASAG-REG
               END-IF
           END-PERFORM.
           MOVE 3 TO WRK-NIVEL.
           MOVE SPACES TO RELCASAG-DADOS.
           MOVE 'TOTAL GERAL' TO RELCASAG-DADOS (1:22).
           PERFORM 5450-LINHATOTAL.
           MOVE ALL '-' TO RELCASAG-DADOS.
           WRITE RELCASAG-REG.

      *CATEGORIA FORA DA TABELA CAI NA ULTIMA POSICAO (NAO INFORMADA)
       4600-LOCALIZARCATEGORIA.
           MOVE 6 TO WRK-CAT-IDX.
           PERFORM VARYING WRK-FX-IDX FROM 1 BY 1 UNTIL WRK-FX-IDX > 5
               IF WRK-CAT-CODIGO (WRK-FX-IDX) = WRK-CAT-ATUAL
                   MOVE WRK-FX-IDX TO WRK-CAT-IDX
               END-IF
           END-PERFORM.
           MOVE WRK-CAT-NOME (WRK-CAT-IDX) TO WRK-CAT-DESC.

       4700-FORMATARDATA.
           MOVE WRK-DATA-X (7:2) TO WRK-DATA-FMT (1:2).
           MOVE '/'              TO WRK-DATA-FMT (3:1).
           MOVE WRK-DATA-X (5:2) TO WRK-DATA-FMT (4:2).
           MOVE '/'              TO WRK-DATA-FMT (6:1).
           MOVE WRK-DATA-X (1:4) TO WRK-DATA-FMT (7:4).
