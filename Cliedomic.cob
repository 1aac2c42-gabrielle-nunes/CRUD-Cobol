       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIEDOMIC.
      **********************************
      *OBJETIVO: AGRUPAMENTO DOS CLIENTES ATIVOS POR DOMICILIO
      *          (MESMO CEP, RUA E NUMERO) EM DOMICILIO.DAT, COM UM
      *          CHEFE POR DOMICILIO, E MANUTENCAO MANUAL DOS GRUPOS:
      *          G - GERAR/ATUALIZAR OS DOMICILIOS (RELDOMIC.TXT)
      *          S - SEPARAR UM CLIENTE EM DOMICILIO PROPRIO
      *          U - UNIR DOIS DOMICILIOS
      *          C - DEFINIR O CHEFE DO DOMICILIO
      *          GRUPOS ALTERADOS A MAO FICAM MARCADOS COMO MANUAIS E
      *          SAO RESPEITADOS PELA GERACAO ENQUANTO O ENDERECO DO
      *          CLIENTE NAO MUDAR
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

               SELECT DOMICILIO ASSIGN TO WRK-ARQ-DOMICILIO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS DOMICILIO-STATUS
               RECORD KEY IS DOMICILIO-CPF
               ALTERNATE RECORD KEY IS DOMICILIO-NUMERO
                   WITH DUPLICATES.

               SELECT RELDOMIC ASSIGN TO WRK-ARQ-RELDOMIC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELDOMIC-STATUS.

               SELECT ORDENACAO ASSIGN TO WRK-ARQ-ORDENACAO.

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

       FD RELDOMIC.
       01 RELDOMIC-REG.
           05 RELDOMIC-DADOS PIC X(130).

       SD ORDENACAO.
       01 ORDENACAO-REG.
           05 ORDENACAO-ENDERECO   PIC X(45).
           05 ORDENACAO-ANTERIOR   PIC 9(07).
           05 ORDENACAO-CHEFE-ANT  PIC X(01).
           05 ORDENACAO-PRIORIDADE PIC X(01).
           05 ORDENACAO-CPF        PIC 9(11).
           05 ORDENACAO-EXISTE     PIC X(01).

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
       77 WRK-ARQ-DOMICILIO    PIC X(60).
       77 WRK-ARQ-RELDOMIC     PIC X(60).
       77 WRK-ARQ-ORDENACAO    PIC X(60).
       77 WRK-ARQ-AUDITORIA    PIC X(60).
       77 WRK-ARQ-AUDCTL       PIC X(60).
       77 WRK-ARQ-USUARIOS     PIC X(60).
       77 WRK-DIRETORIO        PIC X(40) VALUE 'C:\Cobol\'.
       77 DOMICILIO-STATUS     PIC 9(02).
       77 RELDOMIC-STATUS      PIC 9(02).
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

       77 WRK-OPCAO            PIC X(01).
           88 OPCAO-GERAR      VALUE 'G'.
           88 OPCAO-SEPARAR    VALUE 'S'.
           88 OPCAO-UNIR       VALUE 'U'.
           88 OPCAO-CHEFE      VALUE 'C'.
       77 WRK-FIMARQUIVO       PIC X(01) VALUE 'N'.
           88 FIMARQUIVO       VALUE 'S'.
       77 WRK-FIMORDENACAO     PIC X(01) VALUE 'N'.
           88 FIMORDENACAO     VALUE 'S'.
       77 WRK-FIMDOMICILIO     PIC X(01) VALUE 'N'.
           88 FIMDOMICILIO     VALUE 'S'.
       77 WRK-LEITURA-OK       PIC X(01) VALUE 'S'.
           88 LEITURA-OK       VALUE 'S'.

       77 WRK-QTLIDOS          PIC 9(05) VALUE 0.
       77 WRK-QTAGRUPADOS      PIC 9(05) VALUE 0.
       77 WRK-QTMANTIDOS       PIC 9(05) VALUE 0.
       77 WRK-QTNOVOS          PIC 9(05) VALUE 0.
       77 WRK-QTMUDARAM        PIC 9(05) VALUE 0.
       77 WRK-QTREMOVIDOS      PIC 9(05) VALUE 0.
       77 WRK-QTSEMENDERECO    PIC 9(05) VALUE 0.
       77 WRK-QTDOMICILIOS     PIC 9(05) VALUE 0.
       77 WRK-QTCOMPARTILHADOS PIC 9(05) VALUE 0.
       77 WRK-QTCHEFES         PIC 9(05) VALUE 0.
       77 WRK-QTERROS          PIC 9(05) VALUE 0.

       77 WRK-ULTIMO-NUMERO    PIC 9(07) VALUE 0.
       77 WRK-GRP-ENDERECO     PIC X(45).
       77 WRK-GRP-NUMERO       PIC 9(07) VALUE 0.
       77 WRK-GRP-CHEFE        PIC X(01).
           88 GRUPO-TEM-CHEFE  VALUE 'S'.
       77 WRK-GRP-CHEFE-MAN    PIC 9(07) VALUE 0.
       77 WRK-END-ATUAL        PIC X(45).
       77 WRK-NUMERO-ATUAL     PIC 9(07).

       77 WRK-CPF-A            PIC 9(11) VALUE 0.
       77 WRK-CPF-B            PIC 9(11) VALUE 0.
       77 WRK-NUMERO-A         PIC 9(07).
       77 WRK-NUMERO-B         PIC 9(07).
       77 WRK-ERA-CHEFE        PIC X(01).

       77 WRK-MBR-QTD          PIC 9(03) COMP VALUE 0.
       77 WRK-MBR-IDX          PIC 9(03) COMP.
       77 WRK-MBR-CHEFES       PIC 9(03) COMP.
       77 WRK-MBR-EXTRA        PIC 9(05) VALUE 0.
       77 WRK-CHF-CPF          PIC 9(11).
       77 WRK-CHF-ORIGEM       PIC X(01).
       77 WRK-CHF-IDX          PIC 9(03) COMP.
       01 WRK-MBR-TABELA.
           05 WRK-MBR-ENT OCCURS 200 TIMES.
               10 WRK-MBR-CPF   PIC 9(11).
               10 WRK-MBR-CHEFE PIC X(01).

       77 WRK-SCH-QTD          PIC 9(03) COMP VALUE 0.
       77 WRK-SCH-IDX          PIC 9(03) COMP.
       77 WRK-SCH-EXTRA        PIC 9(05) VALUE 0.
       01 WRK-SCH-TABELA.
           05 WRK-SCH-CPF OCCURS 500 TIMES PIC 9(11).

       77 WRK-RBX-QTD          PIC 9(03) COMP VALUE 0.
       77 WRK-RBX-IDX          PIC 9(03) COMP.
       77 WRK-RBX-EXTRA        PIC 9(05) VALUE 0.
       01 WRK-RBX-TABELA.
           05 WRK-RBX-CPF OCCURS 500 TIMES PIC 9(11).

       77 WRK-REL-DATA         PIC 9(08).
       77 WRK-REL-DATA-X REDEFINES WRK-REL-DATA PIC X(08).
       77 WRK-REL-DATA-FMT     PIC X(10).

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           EVALUATE TRUE
               WHEN OPCAO-GERAR
                   PERFORM 2000-GERAR
               WHEN OPCAO-SEPARAR
                   PERFORM 6000-SEPARAR
               WHEN OPCAO-UNIR
                   PERFORM 7000-UNIR
               WHEN OPCAO-CHEFE
                   PERFORM 8000-DEFINIRCHEFE
           END-EVALUATE.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIAR.
           DISPLAY 'DOMICILIOS DE CLIENTES - INICIO'.
           PERFORM 1050-LERPARAMETROS.
           DISPLAY 'G - GERAR/ATUALIZAR DOMICILIOS'.
           DISPLAY 'S - SEPARAR CLIENTE DO DOMICILIO'.
           DISPLAY 'U - UNIR DOIS DOMICILIOS'.
           DISPLAY 'C - DEFINIR CHEFE DO DOMICILIO'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
           IF WRK-OPCAO = 'g' OR WRK-OPCAO = 's' OR WRK-OPCAO = 'u'
              OR WRK-OPCAO = 'c'
               INSPECT WRK-OPCAO CONVERTING 'gsuc' TO 'GSUC'
           END-IF.
           IF NOT OPCAO-GERAR AND NOT OPCAO-SEPARAR
              AND NOT OPCAO-UNIR AND NOT OPCAO-CHEFE
               DISPLAY 'OPCAO INCORRETA.'
               DISPLAY 'DOMICILIOS DE CLIENTES - ABORTADO'
               STOP RUN
           END-IF.
           PERFORM 1300-IDENTIFICAROPERADOR.
           OPEN INPUT CLIENTES.
           IF CLIENTES-STATUS NOT = 0
               DISPLAY 'CLIENTES.DAT: FALHA AO ABRIR. STATUS: '
                   CLIENTES-STATUS
               DISPLAY 'DOMICILIOS DE CLIENTES - ABORTADO'
               STOP RUN
           END-IF.
           OPEN I-O DOMICILIO
               IF DOMICILIO-STATUS = 35 THEN
                   OPEN OUTPUT DOMICILIO
                   CLOSE DOMICILIO
                   OPEN I-O DOMICILIO
               END-IF.
           IF DOMICILIO-STATUS NOT = 0
               DISPLAY 'DOMICILIO.DAT: FALHA AO ABRIR. STATUS: '
                   DOMICILIO-STATUS
               DISPLAY 'DOMICILIOS DE CLIENTES - ABORTADO'
               CLOSE CLIENTES
               STOP RUN
           END-IF.
           ACCEPT WRK-REL-DATA FROM DATE YYYYMMDD.
           MOVE WRK-REL-DATA-X (7:2) TO WRK-REL-DATA-FMT (1:2).
           MOVE '/'                 TO WRK-REL-DATA-FMT (3:1).
           MOVE WRK-REL-DATA-X (5:2) TO WRK-REL-DATA-FMT (4:2).
           MOVE '/'                 TO WRK-REL-DATA-FMT (6:1).
           MOVE WRK-REL-DATA-X (1:4) TO WRK-REL-DATA-FMT (7:4).

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
           MOVE SPACES TO WRK-ARQ-DOMICILIO.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'DOMICILIO.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-DOMICILIO.
           MOVE SPACES TO WRK-ARQ-RELDOMIC.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'RELDOMIC.TXT' DELIMITED BY SIZE
               INTO WRK-ARQ-RELDOMIC.
           MOVE SPACES TO WRK-ARQ-ORDENACAO.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'DOMSORT.TMP' DELIMITED BY SIZE
               INTO WRK-ARQ-ORDENACAO.
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
               DISPLAY 'DOMICILIOS DE CLIENTES - ABORTADO'
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
               DISPLAY 'DOMICILIOS EXIGE OPERADOR DE NIVEL TOTAL'
               DISPLAY 'DOMICILIOS DE CLIENTES - ABORTADO'
               CLOSE USUARIOS
               STOP RUN
           END-IF.
           CLOSE USUARIOS.
           IF NOT LOGIN-OK
               DISPLAY 'ACESSO NEGADO'
               DISPLAY 'DOMICILIOS DE CLIENTES - ABORTADO'
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

      **********************************
      *GERACAO: DEPURA O ARQUIVO, ORDENA OS CLIENTES ATIVOS POR
      *ENDERECO E NUMERA OS GRUPOS; DEPOIS REVISA OS CHEFES E
      *EMITE A RELACAO DOS DOMICILIOS COM MAIS DE UM CLIENTE
      **********************************
       2000-GERAR.
           OPEN OUTPUT RELDOMIC.
           IF RELDOMIC-STATUS NOT = 0
               DISPLAY 'RELDOMIC.TXT: FALHA AO ABRIR. STATUS: '
                   RELDOMIC-STATUS
               DISPLAY 'DOMICILIOS DE CLIENTES - ABORTADO'
               CLOSE CLIENTES
               CLOSE DOMICILIO
               STOP RUN
           END-IF.
           PERFORM 2100-DEPURAR.
           MOVE 'N' TO WRK-FIMARQUIVO.
           MOVE 0 TO CLIENTES-CPF.
           START CLIENTES KEY IS NOT LESS THAN CLIENTES-CPF
               INVALID KEY
                   MOVE 'S' TO WRK-FIMARQUIVO
           END-START.
           IF NOT FIMARQUIVO
               PERFORM 2500-LERCLIENTE
           END-IF.
           SORT ORDENACAO
               ON ASCENDING KEY ORDENACAO-ENDERECO ORDENACAO-ANTERIOR
                                ORDENACAO-CHEFE-ANT
                                ORDENACAO-PRIORIDADE ORDENACAO-CPF
               INPUT PROCEDURE IS 2200-SELECIONAR
               OUTPUT PROCEDURE IS 2400-NUMERAR.
           PERFORM 2700-REVISAR.
           CLOSE RELDOMIC.

      *REMOVE CLIENTES QUE NAO ESTAO MAIS ATIVOS E APURA O ULTIMO
      *NUMERO DE DOMICILIO JA USADO
       2100-DEPURAR.
           MOVE 0 TO WRK-ULTIMO-NUMERO.
           MOVE 'N' TO WRK-FIMDOMICILIO.
           MOVE 0 TO DOMICILIO-CPF.
           START DOMICILIO KEY IS NOT LESS THAN DOMICILIO-CPF
               INVALID KEY
                   MOVE 'S' TO WRK-FIMDOMICILIO
           END-START.
           PERFORM UNTIL FIMDOMICILIO
               READ DOMICILIO NEXT
                   AT END
                       MOVE 'S' TO WRK-FIMDOMICILIO
                   NOT AT END
                       IF DOMICILIO-NUMERO > WRK-ULTIMO-NUMERO
                           MOVE DOMICILIO-NUMERO TO WRK-ULTIMO-NUMERO
                       END-IF
                       MOVE DOMICILIO-CPF TO CLIENTES-CPF
                       READ CLIENTES
                       IF CLIENTES-STATUS NOT = 0
                          OR NOT CLIENTES-ATIVO
                           DELETE DOMICILIO
                           ADD 1 TO WRK-QTREMOVIDOS
                       ELSE
                           UNLOCK DOMICILIO
                       END-IF
               END-READ
               IF DOMICILIO-STATUS NOT = 0
                  AND DOMICILIO-STATUS NOT = 10
                   DISPLAY 'DOMICILIO.DAT: ERRO NA DEPURACAO. STATUS: '
                       DOMICILIO-STATUS
                   MOVE 'N' TO WRK-LEITURA-OK
                   MOVE 'S' TO WRK-FIMDOMICILIO
               END-IF
           END-PERFORM.

      *PROCEDIMENTO DE ENTRADA DO SORT: UM REGISTRO POR CLIENTE ATIVO
      *COM ENDERECO, TRAZENDO O NUMERO ATUAL QUANDO O GRUPO AINDA E
      *O MESMO, PARA QUE OS DOMICILIOS MANTENHAM A NUMERACAO
       2200-SELECIONAR.
           PERFORM 2300-AVALIAR UNTIL FIMARQUIVO.

       2300-AVALIAR.
           ADD 1 TO WRK-QTLIDOS.
           IF CLIENTES-ATIVO
               IF CLIENTES-END-CEP = SPACES
                  OR CLIENTES-END-RUA = SPACES
                   ADD 1 TO WRK-QTSEMENDERECO
                   PERFORM 2350-DESCARTAR
               ELSE
                   PERFORM 2310-LIBERAR
               END-IF
           END-IF.
           PERFORM 2500-LERCLIENTE.

       2310-LIBERAR.
           MOVE CLIENTES-END-CEP    TO WRK-END-ATUAL (1:9).
           MOVE CLIENTES-END-RUA    TO WRK-END-ATUAL (10:30).
           MOVE CLIENTES-END-NUMERO TO WRK-END-ATUAL (40:6).
           MOVE WRK-END-ATUAL TO ORDENACAO-ENDERECO.
           MOVE CLIENTES-CPF  TO ORDENACAO-CPF.
           MOVE 9999999 TO ORDENACAO-ANTERIOR.
           MOVE '1' TO ORDENACAO-CHEFE-ANT.
           MOVE 'N' TO ORDENACAO-EXISTE.
           IF CLIENTES-NAO-CONTATAR OR CLIENTES-END-DEVOLVIDO
              OR CLIENTES-RF-FALECIDO
               MOVE '1' TO ORDENACAO-PRIORIDADE
           ELSE
               MOVE '0' TO ORDENACAO-PRIORIDADE
           END-IF.
           MOVE CLIENTES-CPF TO DOMICILIO-CPF.
           READ DOMICILIO.
           IF DOMICILIO-STATUS = 0
               UNLOCK DOMICILIO
               MOVE 'S' TO ORDENACAO-EXISTE
               IF DOMICILIO-ENDERECO = WRK-END-ATUAL
                   IF DOMICILIO-MANUAL
                       MOVE 'M' TO ORDENACAO-EXISTE
                       IF DOMICILIO-E-CHEFE
                           MOVE DOMICILIO-NUMERO TO ORDENACAO-ANTERIOR
                           MOVE '0' TO ORDENACAO-CHEFE-ANT
                       END-IF
                   ELSE
                       MOVE DOMICILIO-NUMERO TO ORDENACAO-ANTERIOR
                       IF DOMICILIO-E-CHEFE
                           MOVE '0' TO ORDENACAO-CHEFE-ANT
                       END-IF
                   END-IF
               END-IF
           END-IF.
           RELEASE ORDENACAO-REG.

      *ATIVO SEM ENDERECO NAO FORMA DOMICILIO
       2350-DESCARTAR.
           MOVE CLIENTES-CPF TO DOMICILIO-CPF.
           READ DOMICILIO.
           IF DOMICILIO-STATUS = 0
               DELETE DOMICILIO
               ADD 1 TO WRK-QTREMOVIDOS
           END-IF.

      *PROCEDIMENTO DE SAIDA DO SORT: CADA ENDERECO E UM GRUPO. O
      *PRIMEIRO MEMBRO AUTOMATICO DECIDE O NUMERO (O ANTERIOR, SE
      *HOUVER) E E O CHEFE (O ANTERIOR, OU O PRIMEIRO CONTATAVEL).
      *MEMBRO MANUAL NAO E REGRAVADO; SE FOR CHEFE COM O NUMERO DO
      *GRUPO, O GRUPO JA TEM CHEFE. CLIENTE NOVO NUM ENDERECO SO COM
      *DOMICILIO MANUAL ENTRA NESSE DOMICILIO
       2400-NUMERAR.
           MOVE SPACES TO WRK-GRP-ENDERECO.
           PERFORM 2600-RETORNAR.
           PERFORM 2410-MEMBRO UNTIL FIMORDENACAO.

       2410-MEMBRO.
           IF ORDENACAO-ENDERECO NOT = WRK-GRP-ENDERECO
               MOVE ORDENACAO-ENDERECO TO WRK-GRP-ENDERECO
               MOVE 0 TO WRK-GRP-NUMERO WRK-GRP-CHEFE-MAN
               MOVE 'N' TO WRK-GRP-CHEFE
           END-IF.
           IF ORDENACAO-EXISTE = 'M'
               ADD 1 TO WRK-QTMANTIDOS
               IF ORDENACAO-CHEFE-ANT = '0'
                   MOVE ORDENACAO-ANTERIOR TO WRK-GRP-CHEFE-MAN
                   IF ORDENACAO-ANTERIOR = WRK-GRP-NUMERO
                       MOVE 'S' TO WRK-GRP-CHEFE
                   END-IF
               END-IF
           ELSE
               IF WRK-GRP-NUMERO = 0
                   IF ORDENACAO-ANTERIOR NOT = 9999999
                       MOVE ORDENACAO-ANTERIOR TO WRK-GRP-NUMERO
                   ELSE
                       IF WRK-GRP-CHEFE-MAN NOT = 0
                           MOVE WRK-GRP-CHEFE-MAN TO WRK-GRP-NUMERO
                       ELSE
                           ADD 1 TO WRK-ULTIMO-NUMERO
                           MOVE WRK-ULTIMO-NUMERO TO WRK-GRP-NUMERO
                       END-IF
                   END-IF
                   IF WRK-GRP-NUMERO = WRK-GRP-CHEFE-MAN
                       MOVE 'S' TO WRK-GRP-CHEFE
                   END-IF
               END-IF
               PERFORM 2420-GRAVARMEMBRO
           END-IF.
           PERFORM 2600-RETORNAR.

       2420-GRAVARMEMBRO.
           MOVE ORDENACAO-CPF TO DOMICILIO-CPF.
           IF ORDENACAO-EXISTE = 'S'
               READ DOMICILIO
               IF DOMICILIO-STATUS NOT = 0
                   MOVE 'N' TO ORDENACAO-EXISTE
               END-IF
           END-IF.
           IF ORDENACAO-EXISTE = 'S'
              AND DOMICILIO-NUMERO NOT = WRK-GRP-NUMERO
               ADD 1 TO WRK-QTMUDARAM
           END-IF.
           MOVE ORDENACAO-CPF    TO DOMICILIO-CPF.
           MOVE WRK-GRP-NUMERO   TO DOMICILIO-NUMERO.
           MOVE WRK-GRP-ENDERECO TO DOMICILIO-ENDERECO.
           MOVE 'A'              TO DOMICILIO-ORIGEM.
           MOVE WRK-HOJE         TO DOMICILIO-DATA.
           MOVE WRK-OPERADOR     TO DOMICILIO-USUARIO.
           IF GRUPO-TEM-CHEFE
               MOVE 'N' TO DOMICILIO-CHEFE
           ELSE
               MOVE 'S' TO DOMICILIO-CHEFE
               MOVE 'S' TO WRK-GRP-CHEFE
           END-IF.
           IF ORDENACAO-EXISTE = 'S'
               REWRITE DOMICILIO-REG
           ELSE
               WRITE DOMICILIO-REG
               IF DOMICILIO-STATUS = 0
                   ADD 1 TO WRK-QTNOVOS
               END-IF
           END-IF.
           IF DOMICILIO-STATUS = 0
               ADD 1 TO WRK-QTAGRUPADOS
           ELSE
               ADD 1 TO WRK-QTERROS
               DISPLAY 'CPF ' ORDENACAO-CPF
                   ' NAO GRAVADO. STATUS: ' DOMICILIO-STATUS
               UNLOCK DOMICILIO
           END-IF.

       2500-LERCLIENTE.
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

       2600-RETORNAR.
           RETURN ORDENACAO
               AT END
                   MOVE 'S' TO WRK-FIMORDENACAO
           END-RETURN.

      *PERCORRE OS DOMICILIOS PELO NUMERO: DEIXA UM SO CHEFE EM CADA
      *UM, PREFERINDO O ESCOLHIDO A MAO (OS SEM CHEFE E O CHEFE
      *AUTOMATICO SUPERADO POR UM MANUAL SAO ACERTADOS NO FINAL, POR
      *LEITURA DIRETA) E LISTA OS QUE TEM MAIS DE UM CLIENTE
       2700-REVISAR.
           MOVE SPACES TO RELDOMIC-DADOS.
           STRING 'DOMICILIOS COM MAIS DE UM CLIENTE - EMITIDO EM '
                  WRK-REL-DATA-FMT
               DELIMITED BY SIZE INTO RELDOMIC-DADOS.
           WRITE RELDOMIC-REG.
           MOVE ALL '-' TO RELDOMIC-DADOS.
           WRITE RELDOMIC-REG.
           MOVE 0 TO WRK-NUMERO-ATUAL WRK-MBR-QTD WRK-SCH-QTD
                     WRK-RBX-QTD.
           MOVE 'N' TO WRK-FIMDOMICILIO.
           MOVE 0 TO DOMICILIO-NUMERO.
           START DOMICILIO KEY IS NOT LESS THAN DOMICILIO-NUMERO
               INVALID KEY
                   MOVE 'S' TO WRK-FIMDOMICILIO
           END-START.
           PERFORM UNTIL FIMDOMICILIO
               READ DOMICILIO NEXT
                   AT END
                       MOVE 'S' TO WRK-FIMDOMICILIO
                   NOT AT END
                       IF DOMICILIO-NUMERO NOT = WRK-NUMERO-ATUAL
                           PERFORM 2750-FECHARDOMICILIO
                           MOVE DOMICILIO-NUMERO TO WRK-NUMERO-ATUAL
                           MOVE DOMICILIO-ENDERECO TO WRK-END-ATUAL
                       END-IF
                       PERFORM 2710-CONFERIRCHEFE
               END-READ
               IF DOMICILIO-STATUS NOT = 0
                  AND DOMICILIO-STATUS NOT = 02
                  AND DOMICILIO-STATUS NOT = 10
                   DISPLAY 'DOMICILIO.DAT: ERRO NA REVISAO. STATUS: '
                       DOMICILIO-STATUS
                   MOVE 'N' TO WRK-LEITURA-OK
                   MOVE 'S' TO WRK-FIMDOMICILIO
               END-IF
           END-PERFORM.
           PERFORM 2750-FECHARDOMICILIO.
           PERFORM VARYING WRK-SCH-IDX FROM 1 BY 1
                   UNTIL WRK-SCH-IDX > WRK-SCH-QTD
               MOVE WRK-SCH-CPF (WRK-SCH-IDX) TO DOMICILIO-CPF
               READ DOMICILIO
               IF DOMICILIO-STATUS = 0
                   MOVE 'S' TO DOMICILIO-CHEFE
                   REWRITE DOMICILIO-REG
                   ADD 1 TO WRK-QTCHEFES
               END-IF
           END-PERFORM.
           PERFORM VARYING WRK-RBX-IDX FROM 1 BY 1
                   UNTIL WRK-RBX-IDX > WRK-RBX-QTD
               MOVE WRK-RBX-CPF (WRK-RBX-IDX) TO DOMICILIO-CPF
               READ DOMICILIO
               IF DOMICILIO-STATUS = 0
                   MOVE 'N' TO DOMICILIO-CHEFE
                   REWRITE DOMICILIO-REG
               END-IF
           END-PERFORM.
           IF WRK-RBX-EXTRA > 0
               DISPLAY 'DOMICILIOS AINDA COM DOIS CHEFES: '
                   WRK-RBX-EXTRA ', EXECUTE A GERACAO NOVAMENTE'
           END-IF.
           IF WRK-SCH-EXTRA > 0
               DISPLAY 'DOMICILIOS AINDA SEM CHEFE: ' WRK-SCH-EXTRA
                   ', EXECUTE A GERACAO NOVAMENTE'
           END-IF.
           MOVE ALL '-' TO RELDOMIC-DADOS.
           WRITE RELDOMIC-REG.
           MOVE SPACES TO RELDOMIC-DADOS.
           STRING 'DOMICILIOS: ' WRK-QTDOMICILIOS
                  '   COM MAIS DE UM CLIENTE: ' WRK-QTCOMPARTILHADOS
               DELIMITED BY SIZE INTO RELDOMIC-DADOS.
           WRITE RELDOMIC-REG.

       2710-CONFERIRCHEFE.
           IF DOMICILIO-E-CHEFE
               IF WRK-MBR-CHEFES > 0
                   IF DOMICILIO-MANUAL AND WRK-CHF-ORIGEM NOT = 'M'
                       UNLOCK DOMICILIO
                       PERFORM 2720-REBAIXARCHEFE
                   ELSE
                       MOVE 'N' TO DOMICILIO-CHEFE
                       REWRITE DOMICILIO-REG
                   END-IF
               ELSE
                   ADD 1 TO WRK-MBR-CHEFES
                   PERFORM 2715-GUARDARCHEFE
               END-IF
           ELSE
               UNLOCK DOMICILIO
           END-IF.
           IF WRK-MBR-QTD < 200
               ADD 1 TO WRK-MBR-QTD
               MOVE DOMICILIO-CPF   TO WRK-MBR-CPF (WRK-MBR-QTD)
               MOVE DOMICILIO-CHEFE TO WRK-MBR-CHEFE (WRK-MBR-QTD)
           ELSE
               ADD 1 TO WRK-MBR-EXTRA
           END-IF.

       2715-GUARDARCHEFE.
           MOVE DOMICILIO-CPF    TO WRK-CHF-CPF.
           MOVE DOMICILIO-ORIGEM TO WRK-CHF-ORIGEM.
           IF WRK-MBR-QTD < 200
               COMPUTE WRK-CHF-IDX = WRK-MBR-QTD + 1
           ELSE
               MOVE 0 TO WRK-CHF-IDX
           END-IF.

      *O CHEFE AUTOMATICO JA LIDO DEIXA DE SER CHEFE NO FINAL; A
      *RELEITURA AQUI PERDERIA A POSICAO NA CHAVE ALTERNATIVA
       2720-REBAIXARCHEFE.
           IF WRK-RBX-QTD < 500
               ADD 1 TO WRK-RBX-QTD
               MOVE WRK-CHF-CPF TO WRK-RBX-CPF (WRK-RBX-QTD)
           ELSE
               ADD 1 TO WRK-RBX-EXTRA
           END-IF.
           IF WRK-CHF-IDX > 0
               MOVE 'N' TO WRK-MBR-CHEFE (WRK-CHF-IDX)
           END-IF.
           PERFORM 2715-GUARDARCHEFE.

       2750-FECHARDOMICILIO.
           IF WRK-MBR-QTD > 0
               ADD 1 TO WRK-QTDOMICILIOS
               IF WRK-MBR-CHEFES = 0
                   MOVE 'S' TO WRK-MBR-CHEFE (1)
                   IF WRK-SCH-QTD < 500
                       ADD 1 TO WRK-SCH-QTD
                       MOVE WRK-MBR-CPF (1) TO
                           WRK-SCH-CPF (WRK-SCH-QTD)
                   ELSE
                       ADD 1 TO WRK-SCH-EXTRA
                   END-IF
               END-IF
               IF WRK-MBR-QTD + WRK-MBR-EXTRA > 1
                   ADD 1 TO WRK-QTCOMPARTILHADOS
                   PERFORM 2760-LISTARDOMICILIO
               END-IF
           END-IF.
           MOVE 0 TO WRK-MBR-QTD WRK-MBR-CHEFES WRK-MBR-EXTRA.

       2760-LISTARDOMICILIO.
           MOVE SPACES TO RELDOMIC-DADOS.
           STRING 'DOMICILIO ' WRK-NUMERO-ATUAL ' - '
                  WRK-END-ATUAL (10:30) ' ' WRK-END-ATUAL (40:6)
                  ' CEP ' WRK-END-ATUAL (1:9)
               DELIMITED BY SIZE INTO RELDOMIC-DADOS.
           WRITE RELDOMIC-REG.
           PERFORM VARYING WRK-MBR-IDX FROM 1 BY 1
                   UNTIL WRK-MBR-IDX > WRK-MBR-QTD
               MOVE WRK-MBR-CPF (WRK-MBR-IDX) TO CLIENTES-CPF
               READ CLIENTES
               IF CLIENTES-STATUS NOT = 0
                   MOVE SPACES TO CLIENTES-NOME
               END-IF
               MOVE SPACES TO RELDOMIC-DADOS
               MOVE WRK-MBR-CPF (WRK-MBR-IDX) TO RELDOMIC-DADOS (5:11)
               MOVE CLIENTES-NOME TO RELDOMIC-DADOS (17:28)
               IF WRK-MBR-CHEFE (WRK-MBR-IDX) = 'S'
                   MOVE 'CHEFE' TO RELDOMIC-DADOS (46:5)
               END-IF
               WRITE RELDOMIC-REG
           END-PERFORM.
           IF WRK-MBR-EXTRA > 0
               MOVE SPACES TO RELDOMIC-DADOS
               STRING '    E MAIS ' WRK-MBR-EXTRA ' CLIENTE(S)'
                   DELIMITED BY SIZE INTO RELDOMIC-DADOS
               WRITE RELDOMIC-REG
           END-IF.

       3000-FINALIZAR.
           CLOSE DOMICILIO.
           CLOSE CLIENTES.
           DISPLAY 'DOMICILIOS DE CLIENTES - RESUMO'.
           IF OPCAO-GERAR
               DISPLAY 'CLIENTES LIDOS.......: ' WRK-QTLIDOS
               DISPLAY 'CLIENTES AGRUPADOS...: ' WRK-QTAGRUPADOS
               DISPLAY '  NOVOS NO ARQUIVO...: ' WRK-QTNOVOS
               DISPLAY '  MUDARAM DE GRUPO...: ' WRK-QTMUDARAM
               DISPLAY 'GRUPOS MANUAIS MANT..: ' WRK-QTMANTIDOS
               DISPLAY 'ATIVOS SEM ENDERECO..: ' WRK-QTSEMENDERECO
               DISPLAY 'REMOVIDOS DO ARQUIVO.: ' WRK-QTREMOVIDOS
               DISPLAY 'DOMICILIOS...........: ' WRK-QTDOMICILIOS
               DISPLAY 'COM MAIS DE 1 CLIENTE: ' WRK-QTCOMPARTILHADOS
               DISPLAY 'CHEFES DEFINIDOS.....: ' WRK-QTCHEFES
               DISPLAY 'ERROS DE GRAVACAO....: ' WRK-QTERROS
               DISPLAY 'RELACAO GRAVADA EM RELDOMIC.TXT'
               IF NOT LEITURA-OK
                   DISPLAY 'ATENCAO: GERACAO INCOMPLETA POR ERRO DE '
                       'LEITURA, EXECUTE NOVAMENTE'
               END-IF
           ELSE
               DISPLAY WRK-MSGERRO
           END-IF.

      **********************************
      *MANUTENCAO MANUAL DOS DOMICILIOS
      **********************************
       4100-LERMEMBRO.
           MOVE SPACES TO WRK-MSGERRO.
           READ DOMICILIO.
           EVALUATE TRUE
               WHEN DOMICILIO-STATUS = 23
                   MOVE 'CPF SEM DOMICILIO, EXECUTE A GERACAO' TO
                       WRK-MSGERRO
               WHEN DOMICILIO-STATUS = 51 OR DOMICILIO-STATUS = 99
                   MOVE 'DOMICILIO EM USO, TENTE NOVAMENTE' TO
                       WRK-MSGERRO
               WHEN DOMICILIO-STATUS NOT = 0
                   MOVE 'ERRO AO LER DOMICILIO. STATUS: ' TO
                       WRK-MSGERRO
                   MOVE DOMICILIO-STATUS TO WRK-MSGERRO (32:02)
           END-EVALUATE.

      *CARREGA OS MEMBROS DO DOMICILIO WRK-NUMERO-ATUAL NA TABELA
       4200-CARREGARMEMBROS.
           MOVE 0 TO WRK-MBR-QTD WRK-MBR-EXTRA.
           MOVE 'N' TO WRK-FIMDOMICILIO.
           MOVE WRK-NUMERO-ATUAL TO DOMICILIO-NUMERO.
           START DOMICILIO KEY IS EQUAL DOMICILIO-NUMERO
               INVALID KEY
                   MOVE 'S' TO WRK-FIMDOMICILIO
           END-START.
           PERFORM UNTIL FIMDOMICILIO
               READ DOMICILIO NEXT
                   AT END
                       MOVE 'S' TO WRK-FIMDOMICILIO
                   NOT AT END
                       UNLOCK DOMICILIO
                       IF DOMICILIO-NUMERO NOT = WRK-NUMERO-ATUAL
                           MOVE 'S' TO WRK-FIMDOMICILIO
                       ELSE
                           IF WRK-MBR-QTD < 200
                               ADD 1 TO WRK-MBR-QTD
                               MOVE DOMICILIO-CPF TO
                                   WRK-MBR-CPF (WRK-MBR-QTD)
                               MOVE DOMICILIO-CHEFE TO
                                   WRK-MBR-CHEFE (WRK-MBR-QTD)
                           ELSE
                               ADD 1 TO WRK-MBR-EXTRA
                           END-IF
                       END-IF
               END-READ
               IF DOMICILIO-STATUS NOT = 0
                  AND DOMICILIO-STATUS NOT = 02
                  AND DOMICILIO-STATUS NOT = 10
                   MOVE 'S' TO WRK-FIMDOMICILIO
               END-IF
           END-PERFORM.

      *GRAVA O MEMBRO LIDO COMO MANUTENCAO MANUAL
       4300-REGRAVARMANUAL.
           MOVE 'M'          TO DOMICILIO-ORIGEM.
           MOVE WRK-HOJE     TO DOMICILIO-DATA.
           MOVE WRK-OPERADOR TO DOMICILIO-USUARIO.
           REWRITE DOMICILIO-REG.
           IF DOMICILIO-STATUS NOT = 0
               ADD 1 TO WRK-QTERROS
               DISPLAY 'CPF ' DOMICILIO-CPF
                   ' NAO REGRAVADO. STATUS: ' DOMICILIO-STATUS
           END-IF.

      *O DOMICILIO WRK-NUMERO-ATUAL PERDEU O CHEFE: ELEGE O PRIMEIRO
      *MEMBRO QUE RESTOU
       4400-ELEGERCHEFE.
           PERFORM 4200-CARREGARMEMBROS.
           IF WRK-MBR-QTD > 0
               MOVE WRK-MBR-CPF (1) TO DOMICILIO-CPF
               READ DOMICILIO
               IF DOMICILIO-STATUS = 0
                   MOVE 'S' TO DOMICILIO-CHEFE
                   PERFORM 4300-REGRAVARMANUAL
               END-IF
           END-IF.

      *ULTIMO NUMERO JA USADO (O ARQUIVO E PERCORRIDO PELO NUMERO)
       4500-ULTIMONUMERO.
           MOVE 0 TO WRK-ULTIMO-NUMERO.
           MOVE 'N' TO WRK-FIMDOMICILIO.
           MOVE 0 TO DOMICILIO-NUMERO.
           START DOMICILIO KEY IS NOT LESS THAN DOMICILIO-NUMERO
               INVALID KEY
                   MOVE 'S' TO WRK-FIMDOMICILIO
           END-START.
           PERFORM UNTIL FIMDOMICILIO
               READ DOMICILIO NEXT
                   AT END
                       MOVE 'S' TO WRK-FIMDOMICILIO
                   NOT AT END
                       UNLOCK DOMICILIO
                       MOVE DOMICILIO-NUMERO TO WRK-ULTIMO-NUMERO
               END-READ
               IF DOMICILIO-STATUS NOT = 0
                  AND DOMICILIO-STATUS NOT = 02
                  AND DOMICILIO-STATUS NOT = 10
                   MOVE 'S' TO WRK-FIMDOMICILIO
               END-IF
           END-PERFORM.

       6000-SEPARAR.
           DISPLAY 'CPF A SEPARAR: '.
           ACCEPT WRK-CPF-A.
           MOVE WRK-CPF-A TO DOMICILIO-CPF.
           PERFORM 4100-LERMEMBRO.
           IF WRK-MSGERRO = SPACES
               UNLOCK DOMICILIO
               MOVE DOMICILIO-NUMERO TO WRK-NUMERO-ATUAL
               PERFORM 4200-CARREGARMEMBROS
               IF WRK-MBR-QTD + WRK-MBR-EXTRA < 2
                   MOVE 'CLIENTE JA ESTA SOZINHO NO DOMICILIO' TO
                       WRK-MSGERRO
               ELSE
                   PERFORM 4500-ULTIMONUMERO
                   ADD 1 TO WRK-ULTIMO-NUMERO
                   MOVE WRK-CPF-A TO DOMICILIO-CPF
                   PERFORM 4100-LERMEMBRO
               END-IF
           END-IF.
           IF WRK-MSGERRO = SPACES
               MOVE DOMICILIO-CHEFE TO WRK-ERA-CHEFE
               MOVE WRK-ULTIMO-NUMERO TO DOMICILIO-NUMERO
               MOVE 'S' TO DOMICILIO-CHEFE
               PERFORM 4300-REGRAVARMANUAL
               IF DOMICILIO-STATUS = 0
                   IF WRK-ERA-CHEFE = 'S'
                       PERFORM 4400-ELEGERCHEFE
                   END-IF
                   MOVE 'CLIENTE SEPARADO NO DOMICILIO ' TO
                       WRK-MSGERRO
                   MOVE WRK-ULTIMO-NUMERO TO WRK-MSGERRO (31:07)
               ELSE
                   MOVE 'FALHA AO SEPARAR O CLIENTE' TO WRK-MSGERRO
               END-IF
           END-IF.

       7000-UNIR.
           DISPLAY 'CPF DO DOMICILIO A INCORPORAR: '.
           ACCEPT WRK-CPF-A.
           DISPLAY 'CPF DO DOMICILIO QUE PERMANECE: '.
           ACCEPT WRK-CPF-B.
           MOVE WRK-CPF-A TO DOMICILIO-CPF.
           PERFORM 4100-LERMEMBRO.
           IF WRK-MSGERRO = SPACES
               UNLOCK DOMICILIO
               MOVE DOMICILIO-NUMERO TO WRK-NUMERO-A
               MOVE WRK-CPF-B TO DOMICILIO-CPF
               PERFORM 4100-LERMEMBRO
           END-IF.
           IF WRK-MSGERRO = SPACES
               UNLOCK DOMICILIO
               MOVE DOMICILIO-NUMERO TO WRK-NUMERO-B
               IF WRK-NUMERO-A = WRK-NUMERO-B
                   MOVE 'OS DOIS CPFS JA ESTAO NO MESMO DOMICILIO' TO
                       WRK-MSGERRO
               END-IF
           END-IF.
           IF WRK-MSGERRO = SPACES
               MOVE WRK-NUMERO-A TO WRK-NUMERO-ATUAL
               PERFORM 4200-CARREGARMEMBROS
               IF WRK-MBR-EXTRA > 0
                   MOVE 'DOMICILIO GRANDE DEMAIS P/ UNIR' TO
                       WRK-MSGERRO
               END-IF
           END-IF.
           IF WRK-MSGERRO = SPACES
               PERFORM VARYING WRK-MBR-IDX FROM 1 BY 1
                       UNTIL WRK-MBR-IDX > WRK-MBR-QTD
                   MOVE WRK-MBR-CPF (WRK-MBR-IDX) TO DOMICILIO-CPF
                   READ DOMICILIO
                   IF DOMICILIO-STATUS = 0
                       MOVE WRK-NUMERO-B TO DOMICILIO-NUMERO
                       MOVE 'N' TO DOMICILIO-CHEFE
                       PERFORM 4300-REGRAVARMANUAL
                   ELSE
                       ADD 1 TO WRK-QTERROS
                   END-IF
               END-PERFORM
               MOVE WRK-CPF-B TO DOMICILIO-CPF
               READ DOMICILIO
               IF DOMICILIO-STATUS = 0
                   PERFORM 4300-REGRAVARMANUAL
               END-IF
               IF WRK-QTERROS = 0
                   MOVE 'DOMICILIOS UNIDOS NO NUMERO ' TO WRK-MSGERRO
                   MOVE WRK-NUMERO-B TO WRK-MSGERRO (29:07)
               ELSE
                   MOVE 'UNIAO PARCIAL, VERIFIQUE OS ERROS' TO
                       WRK-MSGERRO
               END-IF
           END-IF.

       8000-DEFINIRCHEFE.
           DISPLAY 'CPF DO NOVO CHEFE: '.
           ACCEPT WRK-CPF-A.
           MOVE WRK-CPF-A TO DOMICILIO-CPF.
           PERFORM 4100-LERMEMBRO.
           IF WRK-MSGERRO = SPACES
               UNLOCK DOMICILIO
               IF DOMICILIO-E-CHEFE
                   MOVE 'CLIENTE JA E O CHEFE DO DOMICILIO' TO
                       WRK-MSGERRO
               ELSE
                   MOVE DOMICILIO-NUMERO TO WRK-NUMERO-ATUAL
                   PERFORM 4200-CARREGARMEMBROS
               END-IF
           END-IF.
           IF WRK-MSGERRO = SPACES
               PERFORM VARYING WRK-MBR-IDX FROM 1 BY 1
                       UNTIL WRK-MBR-IDX > WRK-MBR-QTD
                   IF WRK-MBR-CHEFE (WRK-MBR-IDX) = 'S'
                       MOVE WRK-MBR-CPF (WRK-MBR-IDX) TO DOMICILIO-CPF
                       READ DOMICILIO
                       IF DOMICILIO-STATUS = 0
                           MOVE 'N' TO DOMICILIO-CHEFE
                           PERFORM 4300-REGRAVARMANUAL
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WRK-CPF-A TO DOMICILIO-CPF
               READ DOMICILIO
               IF DOMICILIO-STATUS = 0
                   MOVE 'S' TO DOMICILIO-CHEFE
                   PERFORM 4300-REGRAVARMANUAL
               END-IF
               IF DOMICILIO-STATUS = 0
                   MOVE 'CHEFE DO DOMICILIO ALTERADO' TO WRK-MSGERRO
               ELSE
                   MOVE 'FALHA AO ALTERAR O CHEFE' TO WRK-MSGERRO
               END-IF
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
