       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIEDEVRL.
      **********************************
      *OBJETIVO: RELATORIO MENSAL DA TAXA DE CORRESPONDENCIA
      *          DEVOLVIDA POR UF E POR FAIXA DE CEP (5 PRIMEIROS
      *          DIGITOS): DEVOLUCOES DO MES EM DEVHIST.DAT SOBRE OS
      *          CLIENTES ATIVOS DA MESMA UF OU FAIXA
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

               SELECT DEVHIST ASSIGN TO WRK-ARQ-DEVHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DEVHIST-STATUS.

               SELECT RELDEVRL ASSIGN TO WRK-ARQ-RELDEVRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELDEVRL-STATUS.

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


       FD DEVHIST.
       01 DEVHIST-REG.
           05 DEVHIST-CPF          PIC 9(11).
           05 DEVHIST-DATA         PIC 9(08).
           05 DEVHIST-DATA-X REDEFINES DEVHIST-DATA PIC X(08).
           05 DEVHIST-MOTIVO       PIC X(02).
           05 DEVHIST-UF           PIC X(02).
           05 DEVHIST-CEP          PIC X(09).
           05 DEVHIST-PROCESSADO   PIC 9(08).
           05 DEVHIST-USUARIO      PIC X(08).
           05 FILLER               PIC X(12).

       FD RELDEVRL.
       01 RELDEVRL-REG.
           05 RELDEVRL-DADOS PIC X(130).

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
       77 DEVHIST-STATUS       PIC 9(02).
       77 RELDEVRL-STATUS      PIC 9(02).
       77 PARAMETROS-STATUS    PIC 9(02).
       77 WRK-PAR-LIDO         PIC X(01) VALUE 'N'.
           88 PARAMETROS-LIDOS VALUE 'S'.
       77 WRK-ARQ-CLIENTES     PIC X(60).
       77 WRK-ARQ-DEVHIST      PIC X(60).
       77 WRK-ARQ-RELDEVRL     PIC X(60).
       77 WRK-DIRETORIO        PIC X(40) VALUE 'C:\Cobol\'.
       77 WRK-FIMARQUIVO       PIC X(01) VALUE 'N'.
           88 FIMARQUIVO       VALUE 'S'.
       77 WRK-LEITURA-OK       PIC X(01) VALUE 'S'.
           88 LEITURA-OK       VALUE 'S'.

       77 WRK-PERIODO          PIC X(06).
       77 WRK-PER-ANO          PIC 9(04).
       77 WRK-PER-MES          PIC 9(02).
       77 WRK-PER-FMT          PIC X(07).
       77 WRK-UF-ATUAL         PIC X(02).
       77 WRK-CEP-ATUAL        PIC X(05).

       77 WRK-QTLIDOS          PIC 9(05) VALUE 0.
       77 WRK-QTATIVOS         PIC 9(05) VALUE 0.
       77 WRK-QTHIST           PIC 9(07) VALUE 0.
       77 WRK-QTDEVOLVIDOS     PIC 9(05) VALUE 0.
       77 WRK-QTSINALIZADOS    PIC 9(05) VALUE 0.
       77 WRK-TAXA             PIC 9(03)V99.
       77 WRK-TAXA-ED          PIC ZZ9.99.

       77 WRK-UFS-QTD          PIC 9(02) COMP VALUE 0.
       77 WRK-UFS-IDX          PIC 9(02) COMP.
       77 WRK-UFS-IDY          PIC 9(02) COMP.
       77 WRK-UFS-ACHOU        PIC X(01).
           88 UFS-ACHOU        VALUE 'S'.
       77 WRK-UFS-EXTRA        PIC 9(05) VALUE 0.
       01 WRK-UF-STAT.
           05 WRK-UFS-ENT OCCURS 40 TIMES.
               10 WRK-UFS-SIGLA      PIC X(02).
               10 WRK-UFS-ATIVOS     PIC 9(05).
               10 WRK-UFS-DEVOLVIDOS PIC 9(05).
       01 WRK-UFS-TROCA.
           05 WRK-UTR-SIGLA      PIC X(02).
           05 WRK-UTR-ATIVOS     PIC 9(05).
           05 WRK-UTR-DEVOLVIDOS PIC 9(05).

       77 WRK-CEP-QTD          PIC 9(03) COMP VALUE 0.
       77 WRK-CEP-IDX          PIC 9(03) COMP.
       77 WRK-CEP-IDY          PIC 9(03) COMP.
       77 WRK-CEP-ACHOU        PIC X(01).
           88 CEP-ACHOU        VALUE 'S'.
       77 WRK-CEP-EXTRA        PIC 9(05) VALUE 0.
       01 WRK-CEP-STAT.
           05 WRK-CEP-ENT OCCURS 500 TIMES.
               10 WRK-CEP-FAIXA      PIC X(05).
               10 WRK-CEP-ATIVOS     PIC 9(05).
               10 WRK-CEP-DEVOLVIDOS PIC 9(05).
       01 WRK-CEP-TROCA.
           05 WRK-CTR-FAIXA      PIC X(05).
           05 WRK-CTR-ATIVOS     PIC 9(05).
           05 WRK-CTR-DEVOLVIDOS PIC 9(05).

       77 WRK-MOT-IDX          PIC 9(02) COMP.
       01 WRK-MOT-STAT.
           05 WRK-MOT-QTD OCCURS 10 TIMES PIC 9(05).
       01 WRK-MOT-NOMES.
           05 FILLER PIC X(22) VALUE 'MUDOU-SE'.
           05 FILLER PIC X(22) VALUE 'DESCONHECIDO'.
           05 FILLER PIC X(22) VALUE 'ENDERECO INSUFICIENTE'.
           05 FILLER PIC X(22) VALUE 'NUMERO INEXISTENTE'.
           05 FILLER PIC X(22) VALUE 'RECUSADO'.
           05 FILLER PIC X(22) VALUE 'AUSENTE'.
           05 FILLER PIC X(22) VALUE 'NAO PROCURADO'.
           05 FILLER PIC X(22) VALUE 'FALECIDO'.
           05 FILLER PIC X(22) VALUE 'OUTROS'.
           05 FILLER PIC X(22) VALUE 'MOTIVO INVALIDO'.
       01 WRK-MOT-TABELA REDEFINES WRK-MOT-NOMES.
           05 WRK-MOT-DESC OCCURS 10 TIMES PIC X(22).

       77 WRK-REL-DATA         PIC 9(08).
       77 WRK-REL-DATA-X REDEFINES WRK-REL-DATA PIC X(08).
       77 WRK-REL-DATA-FMT     PIC X(10).

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSARDEVOLUCAO UNTIL FIMARQUIVO.
           CLOSE DEVHIST.
           PERFORM 1500-POSICIONARCLIENTES.
           PERFORM 2200-PROCESSARCLIENTE UNTIL FIMARQUIVO.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIAR.
           DISPLAY 'TAXA DE CORRESPONDENCIA DEVOLVIDA - INICIO'.
           PERFORM 1050-LERPARAMETROS.
           ACCEPT WRK-REL-DATA FROM DATE YYYYMMDD.
           DISPLAY 'MES DE REFERENCIA (AAAAMM, BRANCO=MES ATUAL): '.
           MOVE SPACES TO WRK-PERIODO.
           ACCEPT WRK-PERIODO.
           IF WRK-PERIODO = SPACES
               MOVE WRK-REL-DATA-X (1:6) TO WRK-PERIODO
           END-IF.
           IF WRK-PERIODO IS NOT NUMERIC
               DISPLAY 'MES DE REFERENCIA INVALIDO'
               DISPLAY 'TAXA DE CORRESPONDENCIA DEVOLVIDA - ABORTADA'
               STOP RUN
           END-IF.
           MOVE WRK-PERIODO (1:4) TO WRK-PER-ANO.
           MOVE WRK-PERIODO (5:2) TO WRK-PER-MES.
           IF WRK-PER-MES < 1 OR WRK-PER-MES > 12
              OR WRK-PER-ANO < 1900
               DISPLAY 'MES DE REFERENCIA INVALIDO'
               DISPLAY 'TAXA DE CORRESPONDENCIA DEVOLVIDA - ABORTADA'
               STOP RUN
           END-IF.
           MOVE WRK-PERIODO (5:2) TO WRK-PER-FMT (1:2).
           MOVE '/'               TO WRK-PER-FMT (3:1).
           MOVE WRK-PERIODO (1:4) TO WRK-PER-FMT (4:4).
           INITIALIZE WRK-MOT-STAT.
           OPEN INPUT DEVHIST.
           IF DEVHIST-STATUS = 35
               DISPLAY 'DEVHIST.DAT NAO ENCONTRADO, SEM DEVOLUCOES '
                   'REGISTRADAS'
               MOVE 'S' TO WRK-FIMARQUIVO
           ELSE
               IF DEVHIST-STATUS NOT = 0
                   DISPLAY 'DEVHIST.DAT: FALHA AO ABRIR. STATUS: '
                       DEVHIST-STATUS
                   DISPLAY 'TAXA DE CORRESPONDENCIA DEVOLVIDA - '
                       'ABORTADA'
                   STOP RUN
               END-IF
               PERFORM 2500-LERDEVOLUCAO
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
           MOVE SPACES TO WRK-ARQ-DEVHIST.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'DEVHIST.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-DEVHIST.
           MOVE SPACES TO WRK-ARQ-RELDEVRL.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'RELDEVRL.TXT' DELIMITED BY SIZE
               INTO WRK-ARQ-RELDEVRL.

       1500-POSICIONARCLIENTES.
           OPEN INPUT CLIENTES.
           IF CLIENTES-STATUS NOT = 0
               DISPLAY 'CLIENTES.DAT: FALHA AO ABRIR. STATUS: '
                   CLIENTES-STATUS
               DISPLAY 'TAXA DE CORRESPONDENCIA DEVOLVIDA - ABORTADA'
               STOP RUN
           END-IF.
           MOVE 'N' TO WRK-FIMARQUIVO.
           MOVE 0 TO CLIENTES-CPF.
           START CLIENTES KEY IS NOT LESS THAN CLIENTES-CPF
               INVALID KEY
                   MOVE 'S' TO WRK-FIMARQUIVO
           END-START.
           IF NOT FIMARQUIVO
               PERFORM 2600-LERCLIENTE
           END-IF.

       2000-PROCESSARDEVOLUCAO.
           ADD 1 TO WRK-QTHIST.
           IF DEVHIST-DATA-X (1:6) = WRK-PERIODO
               ADD 1 TO WRK-QTDEVOLVIDOS
               IF DEVHIST-MOTIVO IS NUMERIC
                  AND DEVHIST-MOTIVO > '00' AND DEVHIST-MOTIVO < '10'
                   MOVE DEVHIST-MOTIVO TO WRK-MOT-IDX
               ELSE
                   MOVE 10 TO WRK-MOT-IDX
               END-IF
               ADD 1 TO WRK-MOT-QTD (WRK-MOT-IDX)
               MOVE DEVHIST-UF TO WRK-UF-ATUAL
               PERFORM 2100-LOCALIZARUF
               IF UFS-ACHOU
                   ADD 1 TO WRK-UFS-DEVOLVIDOS (WRK-UFS-IDX)
               END-IF
               MOVE DEVHIST-CEP (1:5) TO WRK-CEP-ATUAL
               PERFORM 2150-LOCALIZARCEP
               IF NOT CEP-ACHOU
                   IF WRK-CEP-QTD < 500
                       ADD 1 TO WRK-CEP-QTD
                       MOVE WRK-CEP-QTD TO WRK-CEP-IDX
                       MOVE WRK-CEP-ATUAL TO WRK-CEP-FAIXA (WRK-CEP-IDX)
                       MOVE 0 TO WRK-CEP-ATIVOS (WRK-CEP-IDX)
                       MOVE 0 TO WRK-CEP-DEVOLVIDOS (WRK-CEP-IDX)
                       MOVE 'S' TO WRK-CEP-ACHOU
                   ELSE
                       ADD 1 TO WRK-CEP-EXTRA
                   END-IF
               END-IF
               IF CEP-ACHOU
                   ADD 1 TO WRK-CEP-DEVOLVIDOS (WRK-CEP-IDX)
               END-IF
           END-IF.
           PERFORM 2500-LERDEVOLUCAO.

      *PROCURA A UF NA TABELA E A INCLUI SE AINDA HOUVER ESPACO
       2100-LOCALIZARUF.
           MOVE 'N' TO WRK-UFS-ACHOU.
           PERFORM VARYING WRK-UFS-IDY FROM 1 BY 1
                   UNTIL WRK-UFS-IDY > WRK-UFS-QTD OR UFS-ACHOU
               IF WRK-UFS-SIGLA (WRK-UFS-IDY) = WRK-UF-ATUAL
                   MOVE 'S' TO WRK-UFS-ACHOU
                   MOVE WRK-UFS-IDY TO WRK-UFS-IDX
               END-IF
           END-PERFORM.
           IF NOT UFS-ACHOU
               IF WRK-UFS-QTD < 40
                   ADD 1 TO WRK-UFS-QTD
                   MOVE WRK-UFS-QTD TO WRK-UFS-IDX
                   MOVE WRK-UF-ATUAL TO WRK-UFS-SIGLA (WRK-UFS-IDX)
                   MOVE 0 TO WRK-UFS-ATIVOS (WRK-UFS-IDX)
                   MOVE 0 TO WRK-UFS-DEVOLVIDOS (WRK-UFS-IDX)
                   MOVE 'S' TO WRK-UFS-ACHOU
               ELSE
                   ADD 1 TO WRK-UFS-EXTRA
               END-IF
           END-IF.

      *SO PROCURA: FAIXAS SEM DEVOLUCAO NO MES NAO ENTRAM NA TABELA
       2150-LOCALIZARCEP.
           MOVE 'N' TO WRK-CEP-ACHOU.
           PERFORM VARYING WRK-CEP-IDY FROM 1 BY 1
                   UNTIL WRK-CEP-IDY > WRK-CEP-QTD OR CEP-ACHOU
               IF WRK-CEP-FAIXA (WRK-CEP-IDY) = WRK-CEP-ATUAL
                   MOVE 'S' TO WRK-CEP-ACHOU
                   MOVE WRK-CEP-IDY TO WRK-CEP-IDX
               END-IF
           END-PERFORM.

       2200-PROCESSARCLIENTE.
           ADD 1 TO WRK-QTLIDOS.
           IF CLIENTES-ATIVO
               ADD 1 TO WRK-QTATIVOS
               IF CLIENTES-END-DEVOLVIDO
                   ADD 1 TO WRK-QTSINALIZADOS
               END-IF
               MOVE CLIENTES-END-UF TO WRK-UF-ATUAL
               PERFORM 2100-LOCALIZARUF
               IF UFS-ACHOU
                   ADD 1 TO WRK-UFS-ATIVOS (WRK-UFS-IDX)
               END-IF
               MOVE CLIENTES-END-CEP (1:5) TO WRK-CEP-ATUAL
               PERFORM 2150-LOCALIZARCEP
               IF CEP-ACHOU
                   ADD 1 TO WRK-CEP-ATIVOS (WRK-CEP-IDX)
               END-IF
           END-IF.
           PERFORM 2600-LERCLIENTE.

       2500-LERDEVOLUCAO.
           READ DEVHIST
               AT END
                   MOVE 'S' TO WRK-FIMARQUIVO
           END-READ.
           IF DEVHIST-STATUS NOT = 0 AND DEVHIST-STATUS NOT = 10
               DISPLAY 'DEVHIST.DAT: ERRO DE LEITURA. STATUS: '
                   DEVHIST-STATUS
               MOVE 'N' TO WRK-LEITURA-OK
               MOVE 'S' TO WRK-FIMARQUIVO
           END-IF.

       2600-LERCLIENTE.
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
           OPEN OUTPUT RELDEVRL.
           IF RELDEVRL-STATUS NOT = 0
               DISPLAY 'RELDEVRL.TXT: FALHA AO ABRIR. STATUS: '
                   RELDEVRL-STATUS
               DISPLAY 'TAXA DE CORRESPONDENCIA DEVOLVIDA - ABORTADA'
               STOP RUN
           END-IF.
           PERFORM 3100-ORDENAR.
           PERFORM 5000-EMITIR.
           CLOSE RELDEVRL.
           DISPLAY 'TAXA DE CORRESPONDENCIA DEVOLVIDA - RESUMO'.
           DISPLAY 'MES DE REFERENCIA....: ' WRK-PER-FMT.
           DISPLAY 'CLIENTES LIDOS.......: ' WRK-QTLIDOS.
           DISPLAY 'CLIENTES ATIVOS......: ' WRK-QTATIVOS.
           DISPLAY 'DEVOLUCOES NO MES....: ' WRK-QTDEVOLVIDOS.
           DISPLAY 'RELATORIO GRAVADO EM RELDEVRL.TXT'.
           IF NOT LEITURA-OK
               DISPLAY 'ATENCAO: RELATORIO INCOMPLETO POR ERRO DE '
                   'LEITURA'
           END-IF.

       3100-ORDENAR.
           IF WRK-UFS-QTD > 1
               PERFORM VARYING WRK-UFS-IDX FROM 1 BY 1
                       UNTIL WRK-UFS-IDX >= WRK-UFS-QTD
                   PERFORM VARYING WRK-UFS-IDY FROM 1 BY 1
                           UNTIL WRK-UFS-IDY >= WRK-UFS-QTD
                       IF WRK-UFS-SIGLA (WRK-UFS-IDY) >
                          WRK-UFS-SIGLA (WRK-UFS-IDY + 1)
                           MOVE WRK-UFS-ENT (WRK-UFS-IDY) TO
                               WRK-UFS-TROCA
                           MOVE WRK-UFS-ENT (WRK-UFS-IDY + 1) TO
                               WRK-UFS-ENT (WRK-UFS-IDY)
                           MOVE WRK-UFS-TROCA TO
                               WRK-UFS-ENT (WRK-UFS-IDY + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.
           IF WRK-CEP-QTD > 1
               PERFORM VARYING WRK-CEP-IDX FROM 1 BY 1
                       UNTIL WRK-CEP-IDX >= WRK-CEP-QTD
                   PERFORM VARYING WRK-CEP-IDY FROM 1 BY 1
                           UNTIL WRK-CEP-IDY >= WRK-CEP-QTD
                       IF WRK-CEP-FAIXA (WRK-CEP-IDY) >
                          WRK-CEP-FAIXA (WRK-CEP-IDY + 1)
                           MOVE WRK-CEP-ENT (WRK-CEP-IDY) TO
                               WRK-CEP-TROCA
                           MOVE WRK-CEP-ENT (WRK-CEP-IDY + 1) TO
                               WRK-CEP-ENT (WRK-CEP-IDY)
                           MOVE WRK-CEP-TROCA TO
                               WRK-CEP-ENT (WRK-CEP-IDY + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       4600-CALCULARTAXA.
           IF WRK-UTR-ATIVOS = 0
               MOVE 0 TO WRK-TAXA
           ELSE
               COMPUTE WRK-TAXA ROUNDED =
                   WRK-UTR-DEVOLVIDOS * 100 / WRK-UTR-ATIVOS
                   ON SIZE ERROR
                       MOVE 999.99 TO WRK-TAXA
               END-COMPUTE
           END-IF.
           MOVE WRK-TAXA TO WRK-TAXA-ED.

       5000-EMITIR.
           MOVE WRK-REL-DATA-X (7:2) TO WRK-REL-DATA-FMT (1:2).
           MOVE '/'                 TO WRK-REL-DATA-FMT (3:1).
           MOVE WRK-REL-DATA-X (5:2) TO WRK-REL-DATA-FMT (4:2).
           MOVE '/'                 TO WRK-REL-DATA-FMT (6:1).
           MOVE WRK-REL-DATA-X (1:4) TO WRK-REL-DATA-FMT (7:4).
           MOVE SPACES TO RELDEVRL-DADOS.
           STRING 'TAXA DE CORRESPONDENCIA DEVOLVIDA - MES '
                  WRK-PER-FMT ' - EMITIDO EM ' WRK-REL-DATA-FMT
               DELIMITED BY SIZE INTO RELDEVRL-DADOS.
           WRITE RELDEVRL-REG.
           MOVE ALL '-' TO RELDEVRL-DADOS.
           WRITE RELDEVRL-REG.
           MOVE SPACES TO RELDEVRL-DADOS.
           STRING 'CLIENTES ATIVOS.......: ' WRK-QTATIVOS
               DELIMITED BY SIZE INTO RELDEVRL-DADOS.
           WRITE RELDEVRL-REG.
           MOVE SPACES TO RELDEVRL-DADOS.
           STRING 'DEVOLUCOES NO MES.....: ' WRK-QTDEVOLVIDOS
               DELIMITED BY SIZE INTO RELDEVRL-DADOS.
           WRITE RELDEVRL-REG.
           MOVE SPACES TO RELDEVRL-DADOS.
           STRING 'ATIVOS C/ END. DEVOLV.: ' WRK-QTSINALIZADOS
               DELIMITED BY SIZE INTO RELDEVRL-DADOS.
           WRITE RELDEVRL-REG.
           MOVE WRK-QTATIVOS     TO WRK-UTR-ATIVOS.
           MOVE WRK-QTDEVOLVIDOS TO WRK-UTR-DEVOLVIDOS.
           PERFORM 4600-CALCULARTAXA.
           MOVE SPACES TO RELDEVRL-DADOS.
           STRING 'TAXA GERAL DE DEVOLUCAO (%): ' WRK-TAXA-ED
               DELIMITED BY SIZE INTO RELDEVRL-DADOS.
           WRITE RELDEVRL-REG.
           PERFORM 5100-EMITIRMOTIVOS.
           PERFORM 5200-EMITIRPORUF.
           PERFORM 5300-EMITIRPORCEP.
           MOVE ALL '-' TO RELDEVRL-DADOS.
           WRITE RELDEVRL-REG.

       5100-EMITIRMOTIVOS.
           MOVE SPACES TO RELDEVRL-DADOS.
           WRITE RELDEVRL-REG.
           MOVE 'DEVOLUCOES POR MOTIVO' TO RELDEVRL-DADOS.
           WRITE RELDEVRL-REG.
           PERFORM VARYING WRK-MOT-IDX FROM 1 BY 1
                   UNTIL WRK-MOT-IDX > 10
               IF WRK-MOT-QTD (WRK-MOT-IDX) > 0
                   MOVE SPACES TO RELDEVRL-DADOS
                   MOVE WRK-MOT-DESC (WRK-MOT-IDX) TO
                       RELDEVRL-DADOS (1:22)
                   MOVE WRK-MOT-QTD (WRK-MOT-IDX) TO
                       RELDEVRL-DADOS (25:5)
                   WRITE RELDEVRL-REG
               END-IF
           END-PERFORM.

       5200-EMITIRPORUF.
           MOVE SPACES TO RELDEVRL-DADOS.
           WRITE RELDEVRL-REG.
           MOVE 'TAXA POR UF' TO RELDEVRL-DADOS.
           WRITE RELDEVRL-REG.
           MOVE 'UF  ATIVOS DEVOLV.  TAXA %' TO RELDEVRL-DADOS.
           WRITE RELDEVRL-REG.
           PERFORM VARYING WRK-UFS-IDX FROM 1 BY 1
                   UNTIL WRK-UFS-IDX > WRK-UFS-QTD
               MOVE WRK-UFS-ENT (WRK-UFS-IDX) TO WRK-UFS-TROCA
               PERFORM 4600-CALCULARTAXA
               MOVE SPACES TO RELDEVRL-DADOS
               IF WRK-UTR-SIGLA = SPACES
                   MOVE '--' TO RELDEVRL-DADOS (1:2)
               ELSE
                   MOVE WRK-UTR-SIGLA TO RELDEVRL-DADOS (1:2)
               END-IF
               MOVE WRK-UTR-ATIVOS     TO RELDEVRL-DADOS (5:5)
               MOVE WRK-UTR-DEVOLVIDOS TO RELDEVRL-DADOS (12:5)
               IF WRK-UTR-ATIVOS = 0
                   MOVE '     -' TO RELDEVRL-DADOS (20:6)
               ELSE
                   MOVE WRK-TAXA-ED TO RELDEVRL-DADOS (20:6)
               END-IF
               WRITE RELDEVRL-REG
           END-PERFORM.
           IF WRK-UFS-EXTRA > 0
               MOVE SPACES TO RELDEVRL-DADOS
               STRING 'UFS ALEM DA TABELA: ' WRK-UFS-EXTRA
                   ' REGISTROS'
                   DELIMITED BY SIZE INTO RELDEVRL-DADOS
               WRITE RELDEVRL-REG
           END-IF.

       5300-EMITIRPORCEP.
           MOVE SPACES TO RELDEVRL-DADOS.
           WRITE RELDEVRL-REG.
           MOVE 'TAXA POR FAIXA DE CEP (SOMENTE FAIXAS COM DEVOLUCAO)'
               TO RELDEVRL-DADOS.
           WRITE RELDEVRL-REG.
           MOVE 'FAIXA  ATIVOS DEVOLV.  TAXA %' TO RELDEVRL-DADOS.
           WRITE RELDEVRL-REG.
           PERFORM VARYING WRK-CEP-IDX FROM 1 BY 1
                   UNTIL WRK-CEP-IDX > WRK-CEP-QTD
               MOVE WRK-CEP-ATIVOS (WRK-CEP-IDX) TO WRK-UTR-ATIVOS
               MOVE WRK-CEP-DEVOLVIDOS (WRK-CEP-IDX) TO
                   WRK-UTR-DEVOLVIDOS
               PERFORM 4600-CALCULARTAXA
               MOVE SPACES TO RELDEVRL-DADOS
               MOVE WRK-CEP-FAIXA (WRK-CEP-IDX) TO RELDEVRL-DADOS (1:5)
               MOVE WRK-UTR-ATIVOS     TO RELDEVRL-DADOS (8:5)
               MOVE WRK-UTR-DEVOLVIDOS TO RELDEVRL-DADOS (15:5)
               IF WRK-UTR-ATIVOS = 0
                   MOVE '     -' TO RELDEVRL-DADOS (23:6)
               ELSE
                   MOVE WRK-TAXA-ED TO RELDEVRL-DADOS (23:6)
               END-IF
               WRITE RELDEVRL-REG
           END-PERFORM.
           IF WRK-CEP-EXTRA > 0
               MOVE SPACES TO RELDEVRL-DADOS
               STRING 'TABELA DE FAIXAS CHEIA: ' WRK-CEP-EXTRA
                   ' DEVOLUCOES NAO CLASSIFICADAS'
                   DELIMITED BY SIZE INTO RELDEVRL-DADOS
               WRITE RELDEVRL-REG
           END-IF.
