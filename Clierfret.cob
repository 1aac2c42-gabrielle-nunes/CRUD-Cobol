       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIERFRET.
      **********************************
      *OBJETIVO: PROCESSAMENTO DO ARQUIVO DE RETORNO DA RECEITA
      *          FEDERAL: GRAVA NO CLIENTE A SITUACAO CADASTRAL DO
      *          CPF E A DATA DA CONSULTA E EMITE O RELATORIO DE
      *          EXCECOES (CPFS NAO REGULARES) EM RELRF.TXT
      *          CODIGOS DO BUREAU: 0 REGULAR, 2 SUSPENSA,
      *          3 TITULAR FALECIDO, 5 E 9 CANCELADA, 8 NULA
      *AUTHOR: GABRIELLE NUNES
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO WRK-ARQ-CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS CLIENTES-STATUS
               RECORD KEY IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-EMAIL WITH DUPLICATES.

               SELECT RETORNO ASSIGN TO WRK-ARQ-RETORNO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RETORNO-STATUS.

               SELECT RELRF ASSIGN TO WRK-ARQ-RELRF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELRF-STATUS.

               SELECT AUDITORIA ASSIGN TO WRK-ARQ-AUDITORIA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDITORIA-STATUS.

               SELECT AUDCTL ASSIGN TO WRK-ARQ-AUDCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS AUDCTL-STATUS
               RECORD KEY IS AUDCTL-CHAVE.

               SELECT USUARIOS ASSIGN TO WRK-ARQ-USUARIOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS USUARIOS-STATUS
               RECORD KEY IS USUARIOS-ID.

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

       FD RETORNO.
       01 RETORNO-REG.
           05 RETORNO-TIPO         PIC X(01).
               88 RETORNO-HEADER   VALUE '0'.
               88 RETORNO-DETALHE  VALUE '1'.
               88 RETORNO-TRAILER  VALUE '9'.
           05 RETORNO-DADOS        PIC X(79).
           05 RETORNO-DETALHE-R REDEFINES RETORNO-DADOS.
               10 RETORNO-CPF      PIC 9(11).
               10 RETORNO-CODIGO   PIC X(01).
               10 RETORNO-DATA     PIC 9(08).
               10 FILLER           PIC X(59).
           05 RETORNO-TRAILER-R REDEFINES RETORNO-DADOS.
               10 RETORNO-QTD      PIC 9(07).
               10 FILLER           PIC X(72).

       FD RELRF.
       01 RELRF-REG.
           05 RELRF-DADOS PIC X(130).

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

       FD AUDCTL.
       01 AUDCTL-REG.
           05 AUDCTL-CHAVE        PIC 9(01).
           05 AUDCTL-SEQUENCIA    PIC 9(09).
           05 AUDCTL-VERIFICADOR  PIC 9(09).
           05 AUDCTL-DATA         PIC 9(08).
           05 AUDCTL-HORA         PIC 9(08).
           05 FILLER              PIC X(15).

       FD USUARIOS.
       01 USUARIOS-REG.
           05 USUARIOS-ID    PIC X(08).
           05 USUARIOS-SENHA PIC X(08).
           05 USUARIOS-NIVEL PIC X(01).
               88 USUARIO-CONSULTA VALUE 'C'.
               88 USUARIO-TOTAL    VALUE 'T'.
           05 USUARIOS-NOME  PIC X(28).
           05 USUARIOS-SITUACAO PIC X(01).
               88 USUARIO-ATIVO     VALUE 'A'.
               88 USUARIO-INATIVO   VALUE 'I'.
               88 USUARIO-BLOQUEADO VALUE 'B'.
           05 USUARIOS-SENHA-DATA PIC 9(08).
           05 USUARIOS-TENTATIVAS PIC 9(01).

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
       77 WRK-ARQ-CLIENTES     PIC X(60).
       77 WRK-ARQ-RETORNO      PIC X(60).
       77 WRK-ARQ-RELRF        PIC X(60).
       77 WRK-ARQ-AUDITORIA    PIC X(60).
       77 WRK-ARQ-AUDCTL       PIC X(60).
       77 WRK-ARQ-USUARIOS     PIC X(60).
       77 WRK-DIRETORIO        PIC X(40) VALUE 'C:\Cobol\'.
       77 RETORNO-STATUS       PIC 9(02).
       77 RELRF-STATUS         PIC 9(02).
       77 AUDITORIA-STATUS     PIC 9(02).
       77 AUDCTL-STATUS        PIC 9(02).
       77 WRK-TRL-TENTATIVAS   PIC 9(04) COMP.
       77 WRK-TRL-IDX          PIC 9(03) COMP.
       77 WRK-TRL-TAM          PIC 9(03) COMP.
       77 WRK-TRL-VALOR        PIC 9(12) COMP.
       77 WRK-TRL-QUOC         PIC 9(12) COMP.
       77 WRK-TRL-RESTO        PIC 9(09) COMP.
       77 WRK-TRL-TEXTO        PIC X(136).
       01 WRK-TRL-PESSOAL.
           05 WRK-TRL-P-NOME-ANTES   PIC X(28).
           05 WRK-TRL-P-NOME-DEPOIS  PIC X(28).
           05 WRK-TRL-P-EMAIL-ANTES  PIC X(40).
           05 WRK-TRL-P-EMAIL-DEPOIS PIC X(40).
       01 WRK-TRL-BLOCO.
           05 WRK-TRL-B-OPERACAO     PIC X(01).
           05 WRK-TRL-B-DATA         PIC 9(08).
           05 WRK-TRL-B-HORA         PIC 9(08).
           05 WRK-TRL-B-CPF          PIC 9(11).
           05 WRK-TRL-B-USUARIO      PIC X(08).
           05 WRK-TRL-B-APROVADOR    PIC X(08).
           05 WRK-TRL-B-SEQUENCIA    PIC 9(09).
           05 WRK-TRL-B-RESUMO       PIC 9(09).
       77 USUARIOS-STATUS      PIC 9(02).
       77 WRK-MSGERRO          PIC X(40).
       77 WRK-OPERADOR         PIC X(08).
       77 WRK-SENHA            PIC X(08).
       77 WRK-TENTATIVAS       PIC 9(01) VALUE 0.
       77 WRK-LOGIN-OK         PIC X(01) VALUE 'N'.
           88 LOGIN-OK         VALUE 'S'.
       77 WRK-SENHA-VALIDADE   PIC 9(03) VALUE 90.
       77 WRK-SENHA-NOVA1      PIC X(08).
       77 WRK-SENHA-NOVA2      PIC X(08).
       77 WRK-HOJE             PIC 9(08).
       77 WRK-HOJE-INT         PIC 9(08) COMP.
       77 WRK-SENHA-INT        PIC 9(08) COMP.
       77 WRK-SENHA-IDADE      PIC S9(08) COMP.
       77 WRK-USU-ACAO         PIC X(28).
       77 WRK-USU-ALVO         PIC X(08).
       77 WRK-AUD-OK           PIC X(01) VALUE 'N'.
           88 AUDITORIA-PRONTA VALUE 'S'.

       77 WRK-FIMARQUIVO       PIC X(01) VALUE 'N'.
           88 FIMARQUIVO       VALUE 'S'.
       77 WRK-LEITURA-OK       PIC X(01) VALUE 'S'.
           88 LEITURA-OK       VALUE 'S'.
       77 WRK-TRAILER-LIDO     PIC X(01) VALUE 'N'.
           88 TRAILER-LIDO     VALUE 'S'.
       77 WRK-QTLIDOS          PIC 9(05) VALUE 0.
       77 WRK-QTDETALHES       PIC 9(07) VALUE 0.
       77 WRK-QTTRAILER        PIC 9(07) VALUE 0.
       77 WRK-QTATUALIZADOS    PIC 9(05) VALUE 0.
       77 WRK-QTALTERADOS      PIC 9(05) VALUE 0.
       77 WRK-QTNAOACHADOS     PIC 9(05) VALUE 0.
       77 WRK-QTINVALIDOS      PIC 9(05) VALUE 0.
       77 WRK-QTERROS          PIC 9(05) VALUE 0.
       77 WRK-QTREGULAR        PIC 9(05) VALUE 0.
       77 WRK-QTSUSPENSO       PIC 9(05) VALUE 0.
       77 WRK-QTCANCELADO      PIC 9(05) VALUE 0.
       77 WRK-QTNULO           PIC 9(05) VALUE 0.
       77 WRK-QTFALECIDO       PIC 9(05) VALUE 0.

       77 WRK-RF-NOVA          PIC X(01).
           88 RF-NOVA-REGULAR  VALUE 'R'.
           88 RF-NOVA-VALIDA   VALUE 'R' 'S' 'C' 'N' 'O'.
       77 WRK-RF-ANTERIOR      PIC X(01).
       77 WRK-RF-CONSULTA      PIC 9(08).
       77 WRK-RF-DESC          PIC X(10).
       77 WRK-SITUACAO-DESC    PIC X(08).
       77 WRK-OCORRENCIA       PIC X(30).

       77 WRK-AUD-NOME-ANTES   PIC X(28).
       77 WRK-AUD-EMAIL-ANTES  PIC X(40).

       77 WRK-REL-DATA         PIC 9(08).
       77 WRK-REL-DATA-X REDEFINES WRK-REL-DATA PIC X(08).
       77 WRK-REL-DATA-FMT     PIC X(10).

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR UNTIL FIMARQUIVO.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIAR.
           DISPLAY 'RETORNO DA RECEITA FEDERAL - INICIO'.
           PERFORM 1050-LERPARAMETROS.
           PERFORM 1300-IDENTIFICAROPERADOR.
           OPEN INPUT RETORNO.
           IF RETORNO-STATUS NOT = 0
               DISPLAY 'RFRETORNO.TXT: FALHA AO ABRIR. STATUS: '
                   RETORNO-STATUS
               DISPLAY 'RETORNO DA RECEITA FEDERAL - ABORTADO'
               STOP RUN
           END-IF.
           OPEN I-O CLIENTES.
           IF CLIENTES-STATUS NOT = 0
               DISPLAY 'CLIENTES.DAT: FALHA AO ABRIR. STATUS: '
                   CLIENTES-STATUS
               DISPLAY 'RETORNO DA RECEITA FEDERAL - ABORTADO'
               CLOSE RETORNO
               STOP RUN
           END-IF.
           OPEN OUTPUT RELRF.
           IF RELRF-STATUS NOT = 0
               DISPLAY 'RELRF.TXT: FALHA AO ABRIR. STATUS: '
                   RELRF-STATUS
               DISPLAY 'RETORNO DA RECEITA FEDERAL - ABORTADO'
               CLOSE RETORNO
               CLOSE CLIENTES
               STOP RUN
           END-IF.
           ACCEPT WRK-REL-DATA FROM DATE YYYYMMDD.
           MOVE WRK-REL-DATA-X (7:2) TO WRK-REL-DATA-FMT (1:2).
           MOVE '/'                 TO WRK-REL-DATA-FMT (3:1).
           MOVE WRK-REL-DATA-X (5:2) TO WRK-REL-DATA-FMT (4:2).
           MOVE '/'                 TO WRK-REL-DATA-FMT (6:1).
           MOVE WRK-REL-DATA-X (1:4) TO WRK-REL-DATA-FMT (7:4).
           MOVE SPACES TO RELRF-DADOS.
           STRING 'SITUACAO CADASTRAL NA RECEITA FEDERAL - EXCECOES - '
                  'EMITIDO EM ' WRK-REL-DATA-FMT
               DELIMITED BY SIZE INTO RELRF-DADOS.
           WRITE RELRF-REG.
           MOVE ALL '-' TO RELRF-DADOS.
           WRITE RELRF-REG.
           MOVE 'CPF         NOME                         CLIENTE  '
               TO RELRF-DADOS.
           MOVE 'SIT. RF    CONSULTA   OCORRENCIA' TO
               RELRF-DADOS (51:32).
           WRITE RELRF-REG.
           MOVE ALL '-' TO RELRF-DADOS.
           WRITE RELRF-REG.
           PERFORM 2500-LER.

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
                   IF PARAMETROS-SENHA-VALIDADE > 0
                       MOVE PARAMETROS-SENHA-VALIDADE TO
                           WRK-SENHA-VALIDADE
                   END-IF
               END-IF
               CLOSE PARAMETROS
           END-IF.
           PERFORM 1060-MONTARARQUIVOS.

       1060-MONTARARQUIVOS.
           MOVE SPACES TO WRK-ARQ-CLIENTES.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'CLIENTES.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-CLIENTES.
           MOVE SPACES TO WRK-ARQ-RETORNO.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'RFRETORNO.TXT' DELIMITED BY SIZE
               INTO WRK-ARQ-RETORNO.
           MOVE SPACES TO WRK-ARQ-RELRF.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'RELRF.TXT' DELIMITED BY SIZE
               INTO WRK-ARQ-RELRF.
           MOVE SPACES TO WRK-ARQ-AUDITORIA.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'AUDITORIA.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-AUDITORIA.
           MOVE SPACES TO WRK-ARQ-AUDCTL.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'AUDCTL.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-AUDCTL.
           MOVE SPACES TO WRK-ARQ-USUARIOS.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'USUARIOS.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-USUARIOS.

       1300-IDENTIFICAROPERADOR.
           OPEN I-O USUARIOS.
           IF USUARIOS-STATUS NOT = 0
               DISPLAY 'USUARIOS.DAT: FALHA AO ABRIR. STATUS: '
                   USUARIOS-STATUS
               DISPLAY 'RETORNO DA RECEITA FEDERAL - ABORTADO'
               STOP RUN
           END-IF.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-HOJE-INT = FUNCTION INTEGER-OF-DATE (WRK-HOJE).
           MOVE 0 TO WRK-TENTATIVAS.
           MOVE 'N' TO WRK-LOGIN-OK.
           PERFORM UNTIL LOGIN-OK OR WRK-TENTATIVAS = 3
               MOVE SPACES TO WRK-OPERADOR WRK-SENHA
               DISPLAY 'OPERADOR: '
               ACCEPT WRK-OPERADOR
               DISPLAY 'SENHA: '
               ACCEPT WRK-SENHA
               MOVE WRK-OPERADOR TO USUARIOS-ID
               READ USUARIOS
               EVALUATE TRUE
                   WHEN USUARIOS-STATUS NOT = 0
                       ADD 1 TO WRK-TENTATIVAS
                       DISPLAY 'OPERADOR OU SENHA INVALIDOS'
                   WHEN USUARIO-BLOQUEADO
                       ADD 1 TO WRK-TENTATIVAS
                       DISPLAY 'OPERADOR BLOQUEADO, PROCURE O ADMIN'
                   WHEN USUARIO-INATIVO
                       ADD 1 TO WRK-TENTATIVAS
                       DISPLAY 'OPERADOR DESATIVADO'
                   WHEN USUARIOS-SENHA NOT = WRK-SENHA
                       ADD 1 TO WRK-TENTATIVAS
                       PERFORM 1350-CONTARFALHA
                   WHEN OTHER
                       PERFORM 1360-ACEITAROPERADOR
               END-EVALUATE
           END-PERFORM.
           IF LOGIN-OK AND NOT USUARIO-TOTAL
               DISPLAY 'RETORNO EXIGE OPERADOR DE NIVEL TOTAL'
               DISPLAY 'RETORNO DA RECEITA FEDERAL - ABORTADO'
               CLOSE USUARIOS
               STOP RUN
           END-IF.
           CLOSE USUARIOS.
           IF NOT LOGIN-OK
               DISPLAY 'ACESSO NEGADO'
               DISPLAY 'RETORNO DA RECEITA FEDERAL - ABORTADO'
               STOP RUN
           END-IF.

       1350-CONTARFALHA.
           ADD 1 TO USUARIOS-TENTATIVAS.
           IF USUARIOS-TENTATIVAS >= 3
               MOVE 'B' TO USUARIOS-SITUACAO
               REWRITE USUARIOS-REG
               DISPLAY 'OPERADOR BLOQUEADO POR TENTATIVAS'
               MOVE 'BLOQUEIO POR TENTATIVAS' TO WRK-USU-ACAO
               MOVE USUARIOS-ID TO WRK-USU-ALVO
               PERFORM 4550-GRAVARAUDITUSUARIO
           ELSE
               REWRITE USUARIOS-REG
               DISPLAY 'OPERADOR OU SENHA INVALIDOS'
           END-IF.

       1360-ACEITAROPERADOR.
           IF USUARIOS-TENTATIVAS NOT = 0
               MOVE 0 TO USUARIOS-TENTATIVAS
               REWRITE USUARIOS-REG
           END-IF.
           MOVE 0 TO WRK-SENHA-IDADE.
           IF USUARIOS-SENHA-DATA NOT = 0
               COMPUTE WRK-SENHA-INT =
                   FUNCTION INTEGER-OF-DATE (USUARIOS-SENHA-DATA)
               COMPUTE WRK-SENHA-IDADE = WRK-HOJE-INT - WRK-SENHA-INT
           END-IF.
           IF USUARIOS-SENHA-DATA = 0
              OR WRK-SENHA-IDADE > WRK-SENHA-VALIDADE
               PERFORM 1370-TROCARSENHA
           ELSE
               MOVE 'S' TO WRK-LOGIN-OK
           END-IF.

       1370-TROCARSENHA.
           DISPLAY 'SENHA EXPIRADA, INFORME NOVA SENHA'.
           MOVE SPACES TO WRK-SENHA-NOVA1 WRK-SENHA-NOVA2.
           DISPLAY 'NOVA SENHA: '.
           ACCEPT WRK-SENHA-NOVA1.
           DISPLAY 'CONFIRMACAO: '.
           ACCEPT WRK-SENHA-NOVA2.
           EVALUATE TRUE
               WHEN WRK-SENHA-NOVA1 = SPACES
                   ADD 1 TO WRK-TENTATIVAS
                   DISPLAY 'SENHA NAO PODE SER BRANCA'
               WHEN WRK-SENHA-NOVA1 NOT = WRK-SENHA-NOVA2
                   ADD 1 TO WRK-TENTATIVAS
                   DISPLAY 'CONFIRMACAO NAO CONFERE'
               WHEN WRK-SENHA-NOVA1 = USUARIOS-SENHA
                   ADD 1 TO WRK-TENTATIVAS
                   DISPLAY 'NOVA SENHA IGUAL A ANTERIOR'
               WHEN OTHER
                   MOVE WRK-SENHA-NOVA1 TO USUARIOS-SENHA
                   MOVE WRK-HOJE TO USUARIOS-SENHA-DATA
                   REWRITE USUARIOS-REG
                   MOVE 'TROCA DE SENHA' TO WRK-USU-ACAO
                   MOVE USUARIOS-ID TO WRK-USU-ALVO
                   PERFORM 4550-GRAVARAUDITUSUARIO
                   MOVE 'S' TO WRK-LOGIN-OK
           END-EVALUATE.


       2000-PROCESSAR.
           ADD 1 TO WRK-QTLIDOS.
           EVALUATE TRUE
               WHEN RETORNO-HEADER
                   CONTINUE
               WHEN RETORNO-TRAILER
                   MOVE 'S' TO WRK-TRAILER-LIDO
                   IF RETORNO-QTD IS NUMERIC
                       MOVE RETORNO-QTD TO WRK-QTTRAILER
                   END-IF
               WHEN RETORNO-DETALHE
                   ADD 1 TO WRK-QTDETALHES
                   PERFORM 2100-TRATARDETALHE
               WHEN OTHER
                   ADD 1 TO WRK-QTINVALIDOS
                   DISPLAY 'LINHA ' WRK-QTLIDOS
                       ' IGNORADA: TIPO DE REGISTRO INVALIDO'
           END-EVALUATE.
           PERFORM 2500-LER.

       2100-TRATARDETALHE.
           EVALUATE RETORNO-CODIGO
               WHEN '0'
                   MOVE 'R' TO WRK-RF-NOVA
               WHEN '2'
                   MOVE 'S' TO WRK-RF-NOVA
               WHEN '3'
                   MOVE 'O' TO WRK-RF-NOVA
               WHEN '5'
               WHEN '9'
                   MOVE 'C' TO WRK-RF-NOVA
               WHEN '8'
                   MOVE 'N' TO WRK-RF-NOVA
               WHEN OTHER
                   MOVE SPACE TO WRK-RF-NOVA
           END-EVALUATE.
           IF RETORNO-DATA IS NUMERIC AND RETORNO-DATA NOT = 0
               MOVE RETORNO-DATA TO WRK-RF-CONSULTA
           ELSE
               MOVE WRK-REL-DATA TO WRK-RF-CONSULTA
           END-IF.
           EVALUATE TRUE
               WHEN RETORNO-CPF IS NOT NUMERIC
                   ADD 1 TO WRK-QTINVALIDOS
                   DISPLAY 'LINHA ' WRK-QTLIDOS
                       ' IGNORADA: CPF NAO NUMERICO'
               WHEN NOT RF-NOVA-VALIDA
                   ADD 1 TO WRK-QTINVALIDOS
                   MOVE RETORNO-CPF TO CLIENTES-CPF
                   MOVE SPACES TO CLIENTES-NOME
                   MOVE SPACES TO WRK-SITUACAO-DESC WRK-RF-DESC
                   MOVE 'CODIGO DE SITUACAO INVALIDO' TO
                       WRK-OCORRENCIA
                   PERFORM 2400-GRAVAREXCECAO
               WHEN OTHER
                   MOVE RETORNO-CPF TO CLIENTES-CPF
                   READ CLIENTES
                   EVALUATE TRUE
                       WHEN CLIENTES-STATUS = 0
                           PERFORM 2200-ATUALIZARCLIENTE
                       WHEN CLIENTES-STATUS = 23
                           ADD 1 TO WRK-QTNAOACHADOS
                           MOVE SPACES TO CLIENTES-NOME
                           MOVE SPACES TO WRK-SITUACAO-DESC
                           PERFORM 4600-TRADUZRF
                           MOVE 'CPF NAO CADASTRADO' TO WRK-OCORRENCIA
                           PERFORM 2400-GRAVAREXCECAO
                       WHEN OTHER
                           ADD 1 TO WRK-QTERROS
                           DISPLAY 'CPF ' RETORNO-CPF
                               ' NAO LIDO. STATUS: ' CLIENTES-STATUS
                   END-EVALUATE
           END-EVALUATE.

       2200-ATUALIZARCLIENTE.
           MOVE CLIENTES-RF-SITUACAO TO WRK-RF-ANTERIOR.
           MOVE CLIENTES-NOME  TO WRK-AUD-NOME-ANTES.
           MOVE CLIENTES-EMAIL TO WRK-AUD-EMAIL-ANTES.
           MOVE WRK-RF-NOVA     TO CLIENTES-RF-SITUACAO.
           MOVE WRK-RF-CONSULTA TO CLIENTES-RF-DATA.
           REWRITE CLIENTES-REG.
           IF CLIENTES-STATUS = 0 OR CLIENTES-STATUS = 02
               ADD 1 TO WRK-QTATUALIZADOS
               PERFORM 2250-CONTARSITUACAO
               IF WRK-RF-ANTERIOR NOT = WRK-RF-NOVA
                   ADD 1 TO WRK-QTALTERADOS
                   PERFORM 2300-GRAVARAUDITORIA
               END-IF
               IF NOT RF-NOVA-REGULAR
                   IF CLIENTES-ATIVO
                       MOVE 'ATIVO'   TO WRK-SITUACAO-DESC
                   ELSE
                       MOVE 'INATIVO' TO WRK-SITUACAO-DESC
                   END-IF
                   PERFORM 4600-TRADUZRF
                   IF WRK-RF-ANTERIOR = WRK-RF-NOVA
                       MOVE 'SITUACAO MANTIDA' TO WRK-OCORRENCIA
                   ELSE
                       MOVE 'SITUACAO ALTERADA' TO WRK-OCORRENCIA
                   END-IF
                   PERFORM 2400-GRAVAREXCECAO
               END-IF
           ELSE
               ADD 1 TO WRK-QTERROS
               DISPLAY 'CPF ' CLIENTES-CPF
                   ' NAO ATUALIZADO. STATUS: ' CLIENTES-STATUS
               UNLOCK CLIENTES
           END-IF.

       2250-CONTARSITUACAO.
           EVALUATE TRUE
               WHEN CLIENTES-RF-REGULAR
                   ADD 1 TO WRK-QTREGULAR
               WHEN CLIENTES-RF-SUSPENSO
                   ADD 1 TO WRK-QTSUSPENSO
               WHEN CLIENTES-RF-CANCELADO
                   ADD 1 TO WRK-QTCANCELADO
               WHEN CLIENTES-RF-NULO
                   ADD 1 TO WRK-QTNULO
               WHEN CLIENTES-RF-FALECIDO
                   ADD 1 TO WRK-QTFALECIDO
           END-EVALUATE.

       2300-GRAVARAUDITORIA.
           PERFORM 4450-ABRIRAUDITORIA.
           IF NOT AUDITORIA-PRONTA
               DISPLAY 'FALHA AO GRAVAR TRILHA DE AUDITORIA'
           ELSE
               MOVE 'A'                TO AUDITORIA-OPERACAO
               MOVE CLIENTES-CPF       TO AUDITORIA-CPF
               MOVE WRK-AUD-NOME-ANTES TO AUDITORIA-NOME-ANTES
               MOVE CLIENTES-NOME      TO AUDITORIA-NOME-DEPOIS
               MOVE WRK-AUD-EMAIL-ANTES TO AUDITORIA-EMAIL-ANTES
               MOVE CLIENTES-EMAIL     TO AUDITORIA-EMAIL-DEPOIS
               MOVE WRK-OPERADOR       TO AUDITORIA-USUARIO
               MOVE SPACES             TO AUDITORIA-APROVADOR
               ACCEPT AUDITORIA-DATA FROM DATE YYYYMMDD
               ACCEPT AUDITORIA-HORA FROM TIME
               PERFORM 4470-GRAVARTRILHA
               IF AUDITORIA-STATUS NOT = 0
                   DISPLAY 'FALHA AO GRAVAR TRILHA DE AUDITORIA'
               END-IF
               PERFORM 4460-FECHARAUDITORIA
           END-IF.

       2400-GRAVAREXCECAO.
           MOVE WRK-RF-CONSULTA TO WRK-REL-DATA.
           MOVE WRK-REL-DATA-X (7:2) TO WRK-REL-DATA-FMT (1:2).
           MOVE '/'                 TO WRK-REL-DATA-FMT (3:1).
           MOVE WRK-REL-DATA-X (5:2) TO WRK-REL-DATA-FMT (4:2).
           MOVE '/'                 TO WRK-REL-DATA-FMT (6:1).
           MOVE WRK-REL-DATA-X (1:4) TO WRK-REL-DATA-FMT (7:4).
           ACCEPT WRK-REL-DATA FROM DATE YYYYMMDD.
           MOVE SPACES TO RELRF-DADOS.
           STRING RETORNO-CPF       DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  CLIENTES-NOME     DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WRK-SITUACAO-DESC DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WRK-RF-DESC       DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WRK-REL-DATA-FMT  DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WRK-OCORRENCIA    DELIMITED BY SIZE
               INTO RELRF-DADOS.
           WRITE RELRF-REG.

       2500-LER.
           READ RETORNO
               AT END
                   MOVE 'S' TO WRK-FIMARQUIVO
           END-READ.
           IF RETORNO-STATUS NOT = 0 AND RETORNO-STATUS NOT = 10
               DISPLAY 'RFRETORNO.TXT: ERRO DE LEITURA. STATUS: '
                   RETORNO-STATUS
               MOVE 'N' TO WRK-LEITURA-OK
               MOVE 'S' TO WRK-FIMARQUIVO
           END-IF.

       3000-FINALIZAR.
           MOVE ALL '-' TO RELRF-DADOS.
           WRITE RELRF-REG.
           MOVE SPACES TO RELRF-DADOS.
           MOVE 'SUSPENSAS ' TO RELRF-DADOS.
           MOVE WRK-QTSUSPENSO TO RELRF-DADOS (12:05).
           MOVE 'CANCELADAS ' TO RELRF-DADOS (20:11).
           MOVE WRK-QTCANCELADO TO RELRF-DADOS (32:05).
           MOVE 'NULAS ' TO RELRF-DADOS (40:06).
           MOVE WRK-QTNULO TO RELRF-DADOS (47:05).
           MOVE 'FALECIDOS ' TO RELRF-DADOS (55:10).
           MOVE WRK-QTFALECIDO TO RELRF-DADOS (66:05).
           MOVE 'NAO CADASTRADOS ' TO RELRF-DADOS (74:16).
           MOVE WRK-QTNAOACHADOS TO RELRF-DADOS (91:05).
           WRITE RELRF-REG.
           IF NOT TRAILER-LIDO OR WRK-QTTRAILER NOT = WRK-QTDETALHES
               MOVE SPACES TO RELRF-DADOS
               STRING 'ATENCAO: TRAILER NAO CONFERE COM OS DETALHES '
                      'LIDOS (' WRK-QTDETALHES ' LIDOS, '
                      WRK-QTTRAILER ' NO TRAILER)'
                   DELIMITED BY SIZE INTO RELRF-DADOS
               WRITE RELRF-REG
           END-IF.
           CLOSE RELRF.
           CLOSE CLIENTES.
           CLOSE RETORNO.
           DISPLAY 'RETORNO DA RECEITA FEDERAL - RESUMO'.
           DISPLAY 'LINHAS LIDAS.........: ' WRK-QTLIDOS.
           DISPLAY 'CPFS NO RETORNO......: ' WRK-QTDETALHES.
           DISPLAY 'CLIENTES ATUALIZADOS.: ' WRK-QTATUALIZADOS.
           DISPLAY 'SITUACAO ALTERADA....: ' WRK-QTALTERADOS.
           DISPLAY 'REGULARES............: ' WRK-QTREGULAR.
           DISPLAY 'SUSPENSAS............: ' WRK-QTSUSPENSO.
           DISPLAY 'CANCELADAS...........: ' WRK-QTCANCELADO.
           DISPLAY 'NULAS................: ' WRK-QTNULO.
           DISPLAY 'FALECIDOS............: ' WRK-QTFALECIDO.
           DISPLAY 'NAO CADASTRADOS......: ' WRK-QTNAOACHADOS.
           DISPLAY 'LINHAS INVALIDAS.....: ' WRK-QTINVALIDOS.
           DISPLAY 'ERROS DE GRAVACAO....: ' WRK-QTERROS.
           DISPLAY 'EXCECOES GRAVADAS EM RELRF.TXT'.
           IF NOT TRAILER-LIDO OR WRK-QTTRAILER NOT = WRK-QTDETALHES
               DISPLAY 'ATENCAO: TRAILER NAO CONFERE, ARQUIVO DE '
                   'RETORNO PODE ESTAR INCOMPLETO'
           END-IF.
           IF NOT LEITURA-OK
               DISPLAY 'ATENCAO: RETORNO INCOMPLETO POR ERRO DE '
                   'LEITURA'
           END-IF.

       4450-ABRIRAUDITORIA.
           MOVE 'N' TO WRK-AUD-OK.
           OPEN EXTEND AUDITORIA
               IF AUDITORIA-STATUS = 35 THEN
                   OPEN OUTPUT AUDITORIA
                   CLOSE AUDITORIA
                   OPEN EXTEND AUDITORIA
               END-IF.
           IF AUDITORIA-STATUS = 0
               MOVE 'S' TO WRK-AUD-OK
               PERFORM 4455-ABRIRSELO
           END-IF.

      **********************************
      *SELO DA TRILHA: CADA REGISTRO RECEBE O PROXIMO NUMERO DA
      *SEQUENCIA GERAL, O RESUMO DOS DADOS PESSOAIS E O VERIFICADOR
      *ENCADEADO AO DO REGISTRO ANTERIOR. AUDCTL.DAT GUARDA O ULTIMO
      *SELO E FICA TRAVADO ENQUANTO O REGISTRO E GRAVADO
      **********************************
       4455-ABRIRSELO.
           OPEN I-O AUDCTL
               IF AUDCTL-STATUS = 35 THEN
                   OPEN OUTPUT AUDCTL
                   MOVE SPACES TO AUDCTL-REG
                   MOVE 1 TO AUDCTL-CHAVE
                   MOVE 0 TO AUDCTL-SEQUENCIA AUDCTL-VERIFICADOR
                             AUDCTL-DATA AUDCTL-HORA
                   WRITE AUDCTL-REG
                   CLOSE AUDCTL
                   OPEN I-O AUDCTL
               END-IF.

       4470-GRAVARTRILHA.
           MOVE 1 TO AUDCTL-CHAVE.
           MOVE 0 TO WRK-TRL-TENTATIVAS.
           READ AUDCTL.
           PERFORM UNTIL (AUDCTL-STATUS NOT = 51
                          AND AUDCTL-STATUS NOT = 99)
                      OR WRK-TRL-TENTATIVAS = 9999
               ADD 1 TO WRK-TRL-TENTATIVAS
               READ AUDCTL
           END-PERFORM.
           MOVE SPACE TO AUDITORIA-SELO.
           IF AUDCTL-STATUS = 0
               ACCEPT AUDITORIA-DATA FROM DATE YYYYMMDD
               ACCEPT AUDITORIA-HORA FROM TIME
               ADD 1 TO AUDCTL-SEQUENCIA
               MOVE AUDCTL-SEQUENCIA       TO AUDITORIA-SEQUENCIA
               MOVE AUDITORIA-NOME-ANTES   TO WRK-TRL-P-NOME-ANTES
               MOVE AUDITORIA-NOME-DEPOIS  TO WRK-TRL-P-NOME-DEPOIS
               MOVE AUDITORIA-EMAIL-ANTES  TO WRK-TRL-P-EMAIL-ANTES
               MOVE AUDITORIA-EMAIL-DEPOIS TO WRK-TRL-P-EMAIL-DEPOIS
               MOVE WRK-TRL-PESSOAL TO WRK-TRL-TEXTO
               MOVE 136 TO WRK-TRL-TAM
               MOVE 0 TO WRK-TRL-VALOR
               PERFORM 4480-CALCULARSELO
               MOVE WRK-TRL-VALOR          TO AUDITORIA-RESUMO
               MOVE AUDITORIA-OPERACAO     TO WRK-TRL-B-OPERACAO
               MOVE AUDITORIA-DATA         TO WRK-TRL-B-DATA
               MOVE AUDITORIA-HORA         TO WRK-TRL-B-HORA
               MOVE AUDITORIA-CPF          TO WRK-TRL-B-CPF
               MOVE AUDITORIA-USUARIO      TO WRK-TRL-B-USUARIO
               MOVE AUDITORIA-APROVADOR    TO WRK-TRL-B-APROVADOR
               MOVE AUDITORIA-SEQUENCIA    TO WRK-TRL-B-SEQUENCIA
               MOVE AUDITORIA-RESUMO       TO WRK-TRL-B-RESUMO
               MOVE WRK-TRL-BLOCO TO WRK-TRL-TEXTO
               MOVE 62 TO WRK-TRL-TAM
               MOVE AUDCTL-VERIFICADOR TO WRK-TRL-VALOR
               PERFORM 4480-CALCULARSELO
               MOVE WRK-TRL-VALOR  TO AUDITORIA-VERIFICADOR
                                      AUDCTL-VERIFICADOR
               MOVE AUDITORIA-DATA TO AUDCTL-DATA
               MOVE AUDITORIA-HORA TO AUDCTL-HORA
               WRITE AUDITORIA-REG
               IF AUDITORIA-STATUS = 0
                   REWRITE AUDCTL-REG
               ELSE
                   UNLOCK AUDCTL
               END-IF
           ELSE
      *SEM O CONTROLE O REGISTRO E GRAVADO SEM SELO (SEQUENCIA ZERO)
      *PARA NAO PERDER O FATO; A VERIFICACAO APONTA A FALTA DO SELO
               MOVE 0 TO AUDITORIA-SEQUENCIA AUDITORIA-RESUMO
                         AUDITORIA-VERIFICADOR
               WRITE AUDITORIA-REG
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

       4460-FECHARAUDITORIA.
           CLOSE AUDITORIA.
           CLOSE AUDCTL.

       4550-GRAVARAUDITUSUARIO.
           PERFORM 4450-ABRIRAUDITORIA.
           IF AUDITORIA-PRONTA
               MOVE 'U'            TO AUDITORIA-OPERACAO
               MOVE 0              TO AUDITORIA-CPF
               MOVE WRK-USU-ACAO   TO AUDITORIA-NOME-ANTES
               MOVE WRK-USU-ALVO   TO AUDITORIA-NOME-DEPOIS
               MOVE SPACES         TO AUDITORIA-EMAIL-ANTES
                                      AUDITORIA-EMAIL-DEPOIS
               MOVE WRK-OPERADOR   TO AUDITORIA-USUARIO
               MOVE SPACES         TO AUDITORIA-APROVADOR
               ACCEPT AUDITORIA-DATA FROM DATE YYYYMMDD
               ACCEPT AUDITORIA-HORA FROM TIME
               PERFORM 4470-GRAVARTRILHA
               PERFORM 4460-FECHARAUDITORIA
           END-IF.

       4600-TRADUZRF.
           EVALUATE WRK-RF-NOVA
               WHEN 'R'
                   MOVE 'REGULAR'    TO WRK-RF-DESC
               WHEN 'S'
                   MOVE 'SUSPENSA'   TO WRK-RF-DESC
               WHEN 'C'
                   MOVE 'CANCELADA'  TO WRK-RF-DESC
               WHEN 'N'
                   MOVE 'NULA'       TO WRK-RF-DESC
               WHEN 'O'
                   MOVE 'FALECIDO'   TO WRK-RF-DESC
               WHEN OTHER
                   MOVE SPACES       TO WRK-RF-DESC
           END-EVALUATE.
