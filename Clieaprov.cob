       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIEAPROV.
      **********************************
      *OBJETIVO: APROVACAO POR SEGUNDO OPERADOR DAS EXCLUSOES,
      *          REATIVACOES E TRANSFERENCIAS DE CPF SOLICITADAS
      *          - SO OPERADOR DE NIVEL TOTAL, DIFERENTE DO
      *            SOLICITANTE, APROVA OU REJEITA
      *          - SO A APROVACAO ALTERA CLIENTES.DAT E GRAVA A
      *            AUDITORIA COM SOLICITANTE E APROVADOR
      *          - SOLICITACOES PENDENTES HA MAIS DE WRK-PRAZO-
      *            APROVACAO DIAS EXPIRAM E SAO LISTADAS EM
      *            RELAPROV.TXT
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

               SELECT APROVA ASSIGN TO WRK-ARQ-APROVA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS APROVA-STATUS
               RECORD KEY IS APROVA-CHAVE
               ALTERNATE RECORD KEY IS APROVA-CPF WITH DUPLICATES.

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

               SELECT RELAPROV ASSIGN TO WRK-ARQ-RELAPROV
               ORGANIZATION IS SEQUENTIAL.

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

       FD APROVA.
       01 APROVA-REG.
           05 APROVA-CHAVE.
               10 APROVA-DATA PIC 9(08).
               10 APROVA-HORA PIC 9(08).
               10 APROVA-SEQ  PIC 9(03).
           05 APROVA-TIPO          PIC X(01).
               88 APROVA-EXCLUSAO      VALUE 'E'.
               88 APROVA-REATIVACAO    VALUE 'R'.
               88 APROVA-TRANSFERENCIA VALUE 'T'.
           05 APROVA-CPF           PIC 9(11).
           05 APROVA-CPF-DESTINO   PIC 9(11).
           05 APROVA-NOME          PIC X(28).
           05 APROVA-SOLICITANTE   PIC X(08).
           05 APROVA-SITUACAO      PIC X(01).
               88 APROVA-PENDENTE  VALUE 'P'.
               88 APROVA-APROVADA  VALUE 'A'.
               88 APROVA-REJEITADA VALUE 'J'.
               88 APROVA-EXPIRADA  VALUE 'X'.
           05 APROVA-APROVADOR     PIC X(08).
           05 APROVA-DEC-DATA      PIC 9(08).
           05 APROVA-DEC-HORA      PIC 9(08).
           05 APROVA-MOTIVO        PIC X(40).

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

       FD RELAPROV.
       01 RELAPROV-REG.
           05 RELAPROV-DADOS PIC X(130).

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
       77 WRK-OPCAO            PIC X(01).
       77 WRK-MODULO           PIC X(25).
       77 WRK-TECLA            PIC X(01).
       77 WRK-MSGERRO          PIC X(40).
       77 CLIENTES-STATUS      PIC 9(02).
       77 PARAMETROS-STATUS    PIC 9(02).
       77 WRK-PAR-LIDO         PIC X(01) VALUE 'N'.
           88 PARAMETROS-LIDOS VALUE 'S'.
       77 WRK-ARQ-CLIENTES     PIC X(60).
       77 WRK-ARQ-APROVA       PIC X(60).
       77 WRK-ARQ-AUDITORIA    PIC X(60).
       77 WRK-ARQ-AUDCTL       PIC X(60).
       77 WRK-ARQ-USUARIOS     PIC X(60).
       77 WRK-ARQ-RELAPROV     PIC X(60).
       77 WRK-DIRETORIO        PIC X(40) VALUE 'C:\Cobol\'.
       77 APROVA-STATUS        PIC 9(02).
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
       77 WRK-OPERADOR         PIC X(08).
       77 WRK-SENHA            PIC X(08).
       77 WRK-OPERADOR-NIVEL   PIC X(01).
           88 OPERADOR-TOTAL    VALUE 'T'.
           88 OPERADOR-CONSULTA VALUE 'C'.
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
       77 WRK-AUD-OPERACAO     PIC X(01).
       77 WRK-AUD-CPF          PIC 9(11).
       77 WRK-AUD-NOME-ANTES   PIC X(28).
       77 WRK-AUD-NOME-DEPOIS  PIC X(28).
       77 WRK-AUD-EMAIL-ANTES  PIC X(40).
       77 WRK-AUD-EMAIL-DEPOIS PIC X(40).

       77 WRK-PRAZO-APROVACAO  PIC 9(03) VALUE 7.
       77 WRK-SOL-INT          PIC 9(08) COMP.
       77 WRK-SOL-IDADE        PIC S9(08) COMP.
       77 WRK-SOL-VENCIDA      PIC X(01).
           88 SOLICITACAO-VENCIDA VALUE 'S'.
       77 WRK-FIMAPROVA        PIC X(01).
           88 FIMAPROVA        VALUE 'S'.
       77 WRK-EFETIVADA        PIC X(01).
           88 EFETIVADA        VALUE 'S'.
       77 WRK-DESTINO-EXISTE   PIC X(01) VALUE 'N'.
           88 DESTINO-EXISTE   VALUE 'S'.
       77 WRK-TIPO-DESC        PIC X(14).
       77 WRK-DECISAO          PIC X(01).
       77 WRK-MOTIVO           PIC X(40).
       77 WRK-QTPENDENTES      PIC 9(05) VALUE 0.
       77 WRK-QTEXPIRADAS      PIC 9(05) VALUE 0.
       77 WRK-PND-QTD          PIC 9(01) VALUE 0.
       77 WRK-PND-IDX          PIC 9(01).
       77 WRK-PND-ESCOLHA      PIC 9(01) VALUE 0.
       77 WRK-SOL-DATA-X       PIC X(08).
       77 WRK-SOL-DATA-FMT     PIC X(10).

       01 WRK-PND-TABELA.
           05 WRK-PND-ENT OCCURS 9 TIMES.
               10 WRK-PND-CHAVE  PIC X(19).
               10 WRK-PND-LINHA  PIC X(70).

       01 WRK-REG-ORIGEM       PIC X(200).
       01 WRK-REG-ORIGEM-R REDEFINES WRK-REG-ORIGEM.
           05 WRK-ORI-CPF        PIC 9(11).
           05 WRK-ORI-NOME       PIC X(28).
           05 WRK-ORI-EMAIL      PIC X(40).
           05 WRK-ORI-SITUACAO   PIC X(01).
           05 WRK-ORI-TELEFONE   PIC X(15).
           05 WRK-ORI-NASCIMENTO PIC X(10).
           05 WRK-ORI-ENDERECO   PIC X(67).
           05 WRK-ORI-DESTINO    PIC 9(11).
           05 FILLER             PIC X(17).

       77 WRK-REL-DATA         PIC 9(08).
       77 WRK-REL-DATA-X REDEFINES WRK-REL-DATA PIC X(08).
       77 WRK-REL-DATA-FMT     PIC X(10).

       SCREEN SECTION.
       01 TELA.
            05 LIMPA-TELA.
                10 BLANK SCREEN.
                10 LINE 01 COLUMN 01 PIC X(20) ERASE EOL
                   BACKGROUND-COLOR 0.
                10 LINE 01 COLUMN 25 PIC X(20)
                   BACKGROUND-COLOR 0 FOREGROUND-COLOR 2
                      FROM 'SISTEMA DE CLIENTES '.

                10 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
                   BACKGROUND-COLOR 0 FOREGROUND-COLOR 2
                   FROM WRK-MODULO.

       01 MENU-PRINCIPAL.
            05 LINE 07 COLUMN 15 VALUE '1 - APROVAR/REJEITAR PENDENTES'.
            05 LINE 08 COLUMN 15 VALUE '2 - EXPIRAR PENDENTES VENCIDAS'.
            05 LINE 09 COLUMN 15 VALUE 'X - SAIR'.
            05 LINE 18 COLUMN 15 VALUE 'OPCAO.......:'.
            05 LINE 19 COLUMN 29 USING WRK-OPCAO.

       01 TELA-LOGIN.
           05 LINE 10 COLUMN 10 VALUE 'OPERADOR....'.
           05 COLUMN PLUS 2 PIC X(08) USING WRK-OPERADOR.
           05 LINE 11 COLUMN 10 VALUE 'SENHA.......'.
           05 COLUMN PLUS 2 PIC X(08) USING WRK-SENHA SECURE.

       01 TELA-TROCASENHA.
           05 LINE 13 COLUMN 10 VALUE 'NOVA SENHA..'.
           05 COLUMN PLUS 2 PIC X(08) USING WRK-SENHA-NOVA1 SECURE.
           05 LINE 14 COLUMN 10 VALUE 'CONFIRMACAO.'.
           05 COLUMN PLUS 2 PIC X(08) USING WRK-SENHA-NOVA2 SECURE.

       01 TELA-PENDENTES.
           05 LINE 04 COLUMN 05 VALUE 'PENDENTES...'.
           05 COLUMN PLUS 2 PIC 9(05) FROM WRK-QTPENDENTES.
           05 COLUMN PLUS 2 VALUE '(AS 9 MAIS ANTIGAS)'.
           05 LINE 05 COLUMN 05 PIC X(70) FROM WRK-PND-LINHA (1).
           05 LINE 06 COLUMN 05 PIC X(70) FROM WRK-PND-LINHA (2).
           05 LINE 07 COLUMN 05 PIC X(70) FROM WRK-PND-LINHA (3).
           05 LINE 08 COLUMN 05 PIC X(70) FROM WRK-PND-LINHA (4).
           05 LINE 09 COLUMN 05 PIC X(70) FROM WRK-PND-LINHA (5).
           05 LINE 10 COLUMN 05 PIC X(70) FROM WRK-PND-LINHA (6).
           05 LINE 11 COLUMN 05 PIC X(70) FROM WRK-PND-LINHA (7).
           05 LINE 12 COLUMN 05 PIC X(70) FROM WRK-PND-LINHA (8).
           05 LINE 13 COLUMN 05 PIC X(70) FROM WRK-PND-LINHA (9).
           05 LINE 18 COLUMN 05 VALUE 'SOLICITACAO (0=VOLTAR)....'.
           05 COLUMN PLUS 2 PIC 9(01) USING WRK-PND-ESCOLHA.

       01 TELA-SOLICITACAO.
           05 LINE 05 COLUMN 10 VALUE 'OPERACAO......'.
           05 COLUMN PLUS 2 PIC X(14) FROM WRK-TIPO-DESC.
           05 LINE 06 COLUMN 10 VALUE 'CPF...........'.
           05 COLUMN PLUS 2 PIC 9(11) FROM APROVA-CPF.
           05 LINE 07 COLUMN 10 VALUE 'NOME..........'.
           05 COLUMN PLUS 2 PIC X(28) FROM APROVA-NOME.
           05 LINE 08 COLUMN 10 VALUE 'CPF DESTINO...'.
           05 COLUMN PLUS 2 PIC 9(11) FROM APROVA-CPF-DESTINO
               BLANK WHEN ZEROS.
           05 LINE 09 COLUMN 10 VALUE 'SOLICITANTE...'.
           05 COLUMN PLUS 2 PIC X(08) FROM APROVA-SOLICITANTE.
           05 LINE 10 COLUMN 10 VALUE 'SOLICITADO EM.'.
           05 COLUMN PLUS 2 PIC X(10) FROM WRK-SOL-DATA-FMT.
           05 LINE 12 COLUMN 10 VALUE 'DECISAO (A=APROVAR R=REJEITAR)'.
           05 COLUMN PLUS 2 PIC X(01) USING WRK-DECISAO.

       01 TELA-MOTIVO.
           05 LINE 13 COLUMN 10 VALUE 'MOTIVO........'.
           05 COLUMN PLUS 2 PIC X(40) USING WRK-MOTIVO.

       01 MOSTRA-ERRO.
           02 MSG-ERRO.
               10 LINE 16 COLUMN 01 ERASE EOL
                   BACKGROUND-COLOR 0.
               10 LINE 16 COLUMN 10 PIC X(40)
                   BACKGROUND-COLOR 0 FOREGROUND-COLOR 2
                   FROM WRK-MSGERRO.
               10 COLUMN PLUS 2 PIC X(01) USING WRK-TECLA.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           PERFORM 1100-MONTATELA.
           PERFORM 2000-PROCESSAR UNTIL WRK-OPCAO = 'X'.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIAR.
           PERFORM 1050-LERPARAMETROS.
           PERFORM 1300-IDENTIFICAROPERADOR.
           OPEN I-O CLIENTES.
           IF CLIENTES-STATUS NOT = 0
               DISPLAY 'CLIENTES.DAT: FALHA AO ABRIR. STATUS: '
                   CLIENTES-STATUS
               STOP RUN
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
                   IF PARAMETROS-SENHA-VALIDADE > 0
                       MOVE PARAMETROS-SENHA-VALIDADE TO
                           WRK-SENHA-VALIDADE
                   END-IF
                   IF PARAMETROS-PRAZO-APROVACAO > 0
                       MOVE PARAMETROS-PRAZO-APROVACAO TO
                           WRK-PRAZO-APROVACAO
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
           MOVE SPACES TO WRK-ARQ-APROVA.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'APROVA.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-APROVA.
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
           MOVE SPACES TO WRK-ARQ-RELAPROV.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'RELAPROV.TXT' DELIMITED BY SIZE
               INTO WRK-ARQ-RELAPROV.

       1100-MONTATELA.
           MOVE 'MODULO - APROVACOES' TO WRK-MODULO.
           DISPLAY TELA.
           ACCEPT MENU-PRINCIPAL.

       1300-IDENTIFICAROPERADOR.
           OPEN I-O USUARIOS.
           IF USUARIOS-STATUS NOT = 0
               DISPLAY 'USUARIOS.DAT: FALHA AO ABRIR. STATUS: '
                   USUARIOS-STATUS
               STOP RUN
           END-IF.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-HOJE-INT = FUNCTION INTEGER-OF-DATE (WRK-HOJE).
           MOVE 0 TO WRK-TENTATIVAS.
           MOVE 'N' TO WRK-LOGIN-OK.
           PERFORM UNTIL LOGIN-OK OR WRK-TENTATIVAS = 3
               MOVE 'MODULO - IDENTIFICACAO' TO WRK-MODULO
               MOVE SPACES TO WRK-OPERADOR WRK-SENHA WRK-MSGERRO
               DISPLAY TELA
               ACCEPT TELA-LOGIN
               MOVE WRK-OPERADOR TO USUARIOS-ID
               READ USUARIOS
               EVALUATE TRUE
                   WHEN USUARIOS-STATUS NOT = 0
                       ADD 1 TO WRK-TENTATIVAS
                       MOVE 'OPERADOR OU SENHA INVALIDOS' TO
                           WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                   WHEN USUARIO-BLOQUEADO
                       ADD 1 TO WRK-TENTATIVAS
                       MOVE 'OPERADOR BLOQUEADO, PROCURE O ADMIN' TO
                           WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                   WHEN USUARIO-INATIVO
                       ADD 1 TO WRK-TENTATIVAS
                       MOVE 'OPERADOR DESATIVADO' TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                   WHEN USUARIOS-SENHA NOT = WRK-SENHA
                       ADD 1 TO WRK-TENTATIVAS
                       PERFORM 1350-CONTARFALHA
                       ACCEPT MOSTRA-ERRO
                   WHEN OTHER
                       PERFORM 1360-ACEITAROPERADOR
               END-EVALUATE
           END-PERFORM.
           CLOSE USUARIOS.
           IF NOT LOGIN-OK
               DISPLAY 'ACESSO NEGADO'
               STOP RUN
           END-IF.
           IF NOT OPERADOR-TOTAL
               MOVE 'APROVACAO EXIGE OPERADOR DE NIVEL TOTAL' TO
                   WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               STOP RUN
           END-IF.

       1350-CONTARFALHA.
           ADD 1 TO USUARIOS-TENTATIVAS.
           IF USUARIOS-TENTATIVAS >= 3
               MOVE 'B' TO USUARIOS-SITUACAO
               REWRITE USUARIOS-REG
               MOVE 'OPERADOR BLOQUEADO POR TENTATIVAS' TO WRK-MSGERRO
               MOVE 'BLOQUEIO POR TENTATIVAS' TO WRK-USU-ACAO
               MOVE USUARIOS-ID TO WRK-USU-ALVO
               PERFORM 4550-GRAVARAUDITUSUARIO
           ELSE
               REWRITE USUARIOS-REG
               MOVE 'OPERADOR OU SENHA INVALIDOS' TO WRK-MSGERRO
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
               MOVE USUARIOS-NIVEL TO WRK-OPERADOR-NIVEL
           END-IF.

       1370-TROCARSENHA.
           MOVE 'SENHA EXPIRADA, INFORME NOVA SENHA' TO WRK-MSGERRO.
           ACCEPT MOSTRA-ERRO.
           MOVE SPACES TO WRK-SENHA-NOVA1 WRK-SENHA-NOVA2.
           ACCEPT TELA-TROCASENHA.
           EVALUATE TRUE
               WHEN WRK-SENHA-NOVA1 = SPACES
                   ADD 1 TO WRK-TENTATIVAS
                   MOVE 'SENHA NAO PODE SER BRANCA' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
               WHEN WRK-SENHA-NOVA1 NOT = WRK-SENHA-NOVA2
                   ADD 1 TO WRK-TENTATIVAS
                   MOVE 'CONFIRMACAO NAO CONFERE' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
               WHEN WRK-SENHA-NOVA1 = USUARIOS-SENHA
                   ADD 1 TO WRK-TENTATIVAS
                   MOVE 'NOVA SENHA IGUAL A ANTERIOR' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
               WHEN OTHER
                   MOVE WRK-SENHA-NOVA1 TO USUARIOS-SENHA
                   MOVE WRK-HOJE TO USUARIOS-SENHA-DATA
                   REWRITE USUARIOS-REG
                   MOVE 'TROCA DE SENHA' TO WRK-USU-ACAO
                   MOVE USUARIOS-ID TO WRK-USU-ALVO
                   PERFORM 4550-GRAVARAUDITUSUARIO
                   MOVE 'S' TO WRK-LOGIN-OK
                   MOVE USUARIOS-NIVEL TO WRK-OPERADOR-NIVEL
           END-EVALUATE.

       2000-PROCESSAR.
           MOVE SPACES TO WRK-MSGERRO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 5000-ANALISAR
               WHEN 2
                   PERFORM 6000-EXPIRAR
               WHEN OTHER
                   IF WRK-OPCAO NOT EQUAL 'X'
                       DISPLAY 'OPCAO INCORRETA.'
                   END-IF
           END-EVALUATE.
           IF WRK-OPCAO NOT = 'X'
               PERFORM 1100-MONTATELA
           END-IF.

       3000-FINALIZAR.
           CLOSE CLIENTES.
           STOP RUN.

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
           ELSE
               MOVE 'AUDITORIA INDISPONIVEL, TENTE NOVAMENTE' TO
                   WRK-MSGERRO
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

       4500-GRAVARAUDITORIA.
           MOVE WRK-AUD-OPERACAO      TO AUDITORIA-OPERACAO.
           MOVE WRK-AUD-CPF           TO AUDITORIA-CPF.
           MOVE WRK-AUD-NOME-ANTES    TO AUDITORIA-NOME-ANTES.
           MOVE WRK-AUD-NOME-DEPOIS   TO AUDITORIA-NOME-DEPOIS.
           MOVE WRK-AUD-EMAIL-ANTES   TO AUDITORIA-EMAIL-ANTES.
           MOVE WRK-AUD-EMAIL-DEPOIS  TO AUDITORIA-EMAIL-DEPOIS.
           MOVE APROVA-SOLICITANTE    TO AUDITORIA-USUARIO.
           MOVE WRK-OPERADOR          TO AUDITORIA-APROVADOR.
           ACCEPT AUDITORIA-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDITORIA-HORA FROM TIME.
           PERFORM 4470-GRAVARTRILHA.
           IF AUDITORIA-STATUS NOT = 0
               MOVE 'FALHA AO GRAVAR TRILHA DE AUDITORIA' TO
                   WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
           END-IF.

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

       4600-TRADUZTIPO.
           EVALUATE TRUE
               WHEN APROVA-EXCLUSAO
                   MOVE 'EXCLUSAO'       TO WRK-TIPO-DESC
               WHEN APROVA-REATIVACAO
                   MOVE 'REATIVACAO'     TO WRK-TIPO-DESC
               WHEN APROVA-TRANSFERENCIA
                   MOVE 'TRANSFERENCIA'  TO WRK-TIPO-DESC
               WHEN OTHER
                   MOVE APROVA-TIPO      TO WRK-TIPO-DESC
           END-EVALUATE.
           MOVE APROVA-DATA TO WRK-SOL-DATA-X.
           MOVE WRK-SOL-DATA-X (7:2) TO WRK-SOL-DATA-FMT (1:2).
           MOVE '/'                 TO WRK-SOL-DATA-FMT (3:1).
           MOVE WRK-SOL-DATA-X (5:2) TO WRK-SOL-DATA-FMT (4:2).
           MOVE '/'                 TO WRK-SOL-DATA-FMT (6:1).
           MOVE WRK-SOL-DATA-X (1:4) TO WRK-SOL-DATA-FMT (7:4).

       4650-VERIFICARPRAZO.
           MOVE 'N' TO WRK-SOL-VENCIDA.
           COMPUTE WRK-SOL-INT = FUNCTION INTEGER-OF-DATE (APROVA-DATA).
           COMPUTE WRK-SOL-IDADE = WRK-HOJE-INT - WRK-SOL-INT.
           IF WRK-SOL-IDADE > WRK-PRAZO-APROVACAO
               MOVE 'S' TO WRK-SOL-VENCIDA
           END-IF.

       5000-ANALISAR.
           MOVE 'MODULO - APROVACOES' TO WRK-MODULO.
           OPEN I-O APROVA.
           IF APROVA-STATUS = 35
               MOVE 'NENHUMA SOLICITACAO REGISTRADA' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
           ELSE
           IF APROVA-STATUS NOT = 0
               MOVE 'ARQUIVO DE APROVACOES INDISPONIVEL' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
           ELSE
               MOVE 9 TO WRK-PND-ESCOLHA
               PERFORM UNTIL WRK-PND-ESCOLHA = 0
                   PERFORM 5100-CARREGARPENDENTES
                   IF WRK-PND-QTD = 0
                       MOVE 'NENHUMA SOLICITACAO PENDENTE' TO
                           WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                       MOVE 0 TO WRK-PND-ESCOLHA
                   ELSE
                       MOVE 0 TO WRK-PND-ESCOLHA
                       DISPLAY TELA
                       ACCEPT TELA-PENDENTES
                       IF WRK-PND-ESCOLHA > WRK-PND-QTD
                           MOVE 'SOLICITACAO INEXISTENTE NA LISTA' TO
                               WRK-MSGERRO
                           ACCEPT MOSTRA-ERRO
                       ELSE
                           IF WRK-PND-ESCOLHA NOT = 0
                               PERFORM 5200-DECIDIR
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE APROVA
           END-IF
           END-IF.

       5100-CARREGARPENDENTES.
           MOVE 0 TO WRK-PND-QTD WRK-QTPENDENTES.
           MOVE SPACES TO WRK-PND-TABELA.
           MOVE ZEROS TO APROVA-CHAVE.
           MOVE 'N' TO WRK-FIMAPROVA.
           START APROVA KEY IS NOT LESS THAN APROVA-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIMAPROVA
           END-START.
           PERFORM UNTIL FIMAPROVA
               READ APROVA NEXT
                   AT END
                       MOVE 'S' TO WRK-FIMAPROVA
                   NOT AT END
                       IF APROVA-PENDENTE
                           ADD 1 TO WRK-QTPENDENTES
                           IF WRK-PND-QTD < 9
                               PERFORM 5150-MONTARLINHA
                           END-IF
                       END-IF
               END-READ
               IF APROVA-STATUS NOT = 0 AND APROVA-STATUS NOT = 10
                   MOVE 'ERRO AO LER SOLICITACOES, LISTA PARCIAL' TO
                       WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
                   MOVE 'S' TO WRK-FIMAPROVA
               END-IF
           END-PERFORM.
           UNLOCK APROVA.

       5150-MONTARLINHA.
           ADD 1 TO WRK-PND-QTD.
           PERFORM 4600-TRADUZTIPO.
           PERFORM 4650-VERIFICARPRAZO.
           MOVE APROVA-CHAVE TO WRK-PND-CHAVE (WRK-PND-QTD).
           STRING WRK-PND-QTD        DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WRK-SOL-DATA-FMT   DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WRK-TIPO-DESC      DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  APROVA-CPF         DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  APROVA-SOLICITANTE DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  APROVA-NOME (1:20) DELIMITED BY SIZE
               INTO WRK-PND-LINHA (WRK-PND-QTD).
           IF SOLICITACAO-VENCIDA
               MOVE 'VENC' TO WRK-PND-LINHA (WRK-PND-QTD) (67:4)
           END-IF.

       5200-DECIDIR.
           MOVE WRK-PND-CHAVE (WRK-PND-ESCOLHA) TO APROVA-CHAVE.
           READ APROVA.
           EVALUATE TRUE
               WHEN APROVA-STATUS = 51 OR APROVA-STATUS = 99
                   MOVE 'SOLICITACAO EM USO, TENTE NOVAMENTE' TO
                       WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
               WHEN APROVA-STATUS NOT = 0
                   MOVE 'SOLICITACAO NAO ENCONTRADA' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
               WHEN NOT APROVA-PENDENTE
                   MOVE 'DECIDIDA POR OUTRO OPERADOR' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
                   UNLOCK APROVA
               WHEN OTHER
                   PERFORM 5250-EXIBIRSOLICITACAO
           END-EVALUATE.

       5250-EXIBIRSOLICITACAO.
           PERFORM 4600-TRADUZTIPO.
           PERFORM 4650-VERIFICARPRAZO.
           MOVE SPACE TO WRK-DECISAO.
           DISPLAY TELA.
           ACCEPT TELA-SOLICITACAO.
           EVALUATE TRUE
               WHEN WRK-DECISAO NOT = 'A' AND WRK-DECISAO NOT = 'a'
                AND WRK-DECISAO NOT = 'R' AND WRK-DECISAO NOT = 'r'
                   UNLOCK APROVA
               WHEN APROVA-SOLICITANTE = WRK-OPERADOR
                   MOVE 'SOLICITANTE NAO PODE DECIDIR O PROPRIO'
                       TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
                   UNLOCK APROVA
               WHEN SOLICITACAO-VENCIDA
                   MOVE 'SOLICITACAO VENCIDA, EXECUTE A OPCAO 2'
                       TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
                   UNLOCK APROVA
               WHEN WRK-DECISAO = 'R' OR WRK-DECISAO = 'r'
                   PERFORM 5400-REJEITAR
               WHEN OTHER
                   PERFORM 5300-APROVAR
           END-EVALUATE.

       5300-APROVAR.
           MOVE 'N' TO WRK-EFETIVADA.
           PERFORM 4450-ABRIRAUDITORIA.
           IF NOT AUDITORIA-PRONTA
               ACCEPT MOSTRA-ERRO
               UNLOCK APROVA
           ELSE
               EVALUATE TRUE
                   WHEN APROVA-EXCLUSAO
                       PERFORM 5310-EFETIVAREXCLUSAO
                   WHEN APROVA-REATIVACAO
                       PERFORM 5320-EFETIVARREATIVACAO
                   WHEN APROVA-TRANSFERENCIA
                       PERFORM 5330-EFETIVARTRANSFERENCIA
               END-EVALUATE
               PERFORM 4460-FECHARAUDITORIA
               IF EFETIVADA
                   MOVE 'A'    TO APROVA-SITUACAO
                   MOVE SPACES TO APROVA-MOTIVO
                   PERFORM 5500-REGISTRARDECISAO
               ELSE
                   ACCEPT MOSTRA-ERRO
                   UNLOCK APROVA
               END-IF
           END-IF.

       5310-EFETIVAREXCLUSAO.
           MOVE APROVA-CPF TO CLIENTES-CPF.
           READ CLIENTES.
           EVALUATE TRUE
               WHEN CLIENTES-STATUS = 51 OR CLIENTES-STATUS = 99
                   MOVE 'CLIENTE EM USO, TENTE NOVAMENTE' TO
                       WRK-MSGERRO
               WHEN CLIENTES-STATUS NOT = 0
                   MOVE 'CLIENTE NAO ENCONTRADO, REJEITE' TO
                       WRK-MSGERRO
               WHEN CLIENTES-INATIVO
                   UNLOCK CLIENTES
                   MOVE 'CLIENTE JA INATIVO, REJEITE' TO WRK-MSGERRO
               WHEN OTHER
                   MOVE CLIENTES-NOME  TO WRK-AUD-NOME-ANTES
                   MOVE CLIENTES-EMAIL TO WRK-AUD-EMAIL-ANTES
                   MOVE 'I' TO CLIENTES-SITUACAO
                   REWRITE CLIENTES-REG
                   IF CLIENTES-STATUS = 0 OR CLIENTES-STATUS = 02
                       MOVE 'S' TO WRK-EFETIVADA
                       MOVE 'E' TO WRK-AUD-OPERACAO
                       MOVE CLIENTES-CPF   TO WRK-AUD-CPF
                       MOVE CLIENTES-NOME  TO WRK-AUD-NOME-DEPOIS
                       MOVE CLIENTES-EMAIL TO WRK-AUD-EMAIL-DEPOIS
                       PERFORM 4500-GRAVARAUDITORIA
                   ELSE
                       UNLOCK CLIENTES
                       MOVE 'FALHA AO GRAVAR CLIENTE. STATUS: ' TO
                           WRK-MSGERRO
                       MOVE CLIENTES-STATUS TO WRK-MSGERRO (34:02)
                   END-IF
           END-EVALUATE.

       5320-EFETIVARREATIVACAO.
           MOVE APROVA-CPF TO CLIENTES-CPF.
           READ CLIENTES.
           EVALUATE TRUE
               WHEN CLIENTES-STATUS = 51 OR CLIENTES-STATUS = 99
                   MOVE 'CLIENTE EM USO, TENTE NOVAMENTE' TO
                       WRK-MSGERRO
               WHEN CLIENTES-STATUS NOT = 0
                   MOVE 'CLIENTE NAO ENCONTRADO, REJEITE' TO
                       WRK-MSGERRO
               WHEN CLIENTES-ATIVO
                   UNLOCK CLIENTES
                   MOVE 'CLIENTE JA ATIVO, REJEITE' TO WRK-MSGERRO
               WHEN OTHER
                   MOVE CLIENTES-NOME  TO WRK-AUD-NOME-ANTES
                   MOVE CLIENTES-EMAIL TO WRK-AUD-EMAIL-ANTES
                   MOVE 'A' TO CLIENTES-SITUACAO
                   REWRITE CLIENTES-REG
                   IF CLIENTES-STATUS = 0 OR CLIENTES-STATUS = 02
                       MOVE 'S' TO WRK-EFETIVADA
                       MOVE 'R' TO WRK-AUD-OPERACAO
                       MOVE CLIENTES-CPF   TO WRK-AUD-CPF
                       MOVE CLIENTES-NOME  TO WRK-AUD-NOME-DEPOIS
                       MOVE CLIENTES-EMAIL TO WRK-AUD-EMAIL-DEPOIS
                       PERFORM 4500-GRAVARAUDITORIA
                   ELSE
                       UNLOCK CLIENTES
                       MOVE 'FALHA AO GRAVAR CLIENTE. STATUS: ' TO
                           WRK-MSGERRO
                       MOVE CLIENTES-STATUS TO WRK-MSGERRO (34:02)
                   END-IF
           END-EVALUATE.

       5330-EFETIVARTRANSFERENCIA.
           MOVE APROVA-CPF TO CLIENTES-CPF.
           READ CLIENTES.
           EVALUATE TRUE
               WHEN CLIENTES-STATUS = 51 OR CLIENTES-STATUS = 99
                   MOVE 'CLIENTE EM USO, TENTE NOVAMENTE' TO
                       WRK-MSGERRO
               WHEN CLIENTES-STATUS NOT = 0
                   MOVE 'CPF DE ORIGEM NAO ENCONTRADO, REJEITE' TO
                       WRK-MSGERRO
               WHEN CLIENTES-INATIVO
                   UNLOCK CLIENTES
                   MOVE 'ORIGEM INATIVA, REJEITE' TO WRK-MSGERRO
               WHEN CLIENTES-CPF-DESTINO NOT = 0
                   UNLOCK CLIENTES
                   MOVE 'ORIGEM JA TRANSFERIDA, REJEITE' TO
                       WRK-MSGERRO
               WHEN OTHER
                   MOVE CLIENTES-REG TO WRK-REG-ORIGEM
                   UNLOCK CLIENTES
                   PERFORM 5340-GRAVARDESTINO
           END-EVALUATE.

       5340-GRAVARDESTINO.
           MOVE 'N' TO WRK-DESTINO-EXISTE.
           MOVE APROVA-CPF-DESTINO TO CLIENTES-CPF.
           READ CLIENTES.
           IF CLIENTES-STATUS = 0
               MOVE 'S' TO WRK-DESTINO-EXISTE
               UNLOCK CLIENTES
           END-IF.
           IF NOT DESTINO-EXISTE
               MOVE WRK-REG-ORIGEM TO CLIENTES-REG
               MOVE APROVA-CPF-DESTINO TO CLIENTES-CPF
               MOVE 'A' TO CLIENTES-SITUACAO
               MOVE 0 TO CLIENTES-CPF-DESTINO
               MOVE SPACE TO CLIENTES-RF-SITUACAO
               MOVE 0 TO CLIENTES-RF-DATA
               WRITE CLIENTES-REG
           END-IF.
           IF NOT DESTINO-EXISTE
              AND CLIENTES-STATUS NOT = 0 AND CLIENTES-STATUS NOT = 02
               MOVE 'FALHA AO GRAVAR DESTINO. STATUS: ' TO WRK-MSGERRO
               MOVE CLIENTES-STATUS TO WRK-MSGERRO (34:02)
           ELSE
               PERFORM 5350-MARCARORIGEM
           END-IF.

       5350-MARCARORIGEM.
           MOVE APROVA-CPF TO CLIENTES-CPF.
           READ CLIENTES.
           EVALUATE TRUE
               WHEN CLIENTES-STATUS NOT = 0
                   MOVE 'FALHA AO RELER ORIGEM, CONFIRA A BASE' TO
                       WRK-MSGERRO
                   PERFORM 5355-DESFAZERDESTINO
      *ORIGEM ALTERADA POR OUTRO TERMINAL DESDE A PRIMEIRA LEITURA
               WHEN NOT CLIENTES-ATIVO OR CLIENTES-CPF-DESTINO NOT = 0
                   UNLOCK CLIENTES
                   MOVE 'ORIGEM INATIVADA OU TRANSFERIDA, REJEITE' TO
                       WRK-MSGERRO
                   PERFORM 5355-DESFAZERDESTINO
               WHEN OTHER
                   PERFORM 5352-GRAVARORIGEM
           END-EVALUATE.

       5352-GRAVARORIGEM.
           MOVE 'I' TO CLIENTES-SITUACAO.
           MOVE APROVA-CPF-DESTINO TO CLIENTES-CPF-DESTINO.
           REWRITE CLIENTES-REG.
           IF CLIENTES-STATUS NOT = 0 AND CLIENTES-STATUS NOT = 02
               UNLOCK CLIENTES
               MOVE 'FALHA AO MARCAR ORIGEM, CONFIRA A BASE' TO
                   WRK-MSGERRO
           ELSE
               MOVE 'S' TO WRK-EFETIVADA
               PERFORM 5360-AUDITARTRANSFERENCIA
           END-IF.

      *DESTINO CRIADO EM 5340 SEM ORIGEM VALIDA E REMOVIDO
       5355-DESFAZERDESTINO.
           IF NOT DESTINO-EXISTE
               MOVE APROVA-CPF-DESTINO TO CLIENTES-CPF
               READ CLIENTES
               IF CLIENTES-STATUS = 0
                   DELETE CLIENTES RECORD
               END-IF
           END-IF.

       5360-AUDITARTRANSFERENCIA.
           MOVE 'T'                TO WRK-AUD-OPERACAO.
           MOVE APROVA-CPF         TO WRK-AUD-CPF.
           MOVE WRK-ORI-NOME       TO WRK-AUD-NOME-ANTES.
           MOVE SPACES             TO WRK-AUD-NOME-DEPOIS.
           STRING 'CPF DESTINO ' APROVA-CPF-DESTINO
               DELIMITED BY SIZE INTO WRK-AUD-NOME-DEPOIS.
           MOVE WRK-ORI-EMAIL      TO WRK-AUD-EMAIL-ANTES.
           MOVE SPACES             TO WRK-AUD-EMAIL-DEPOIS.
           PERFORM 4500-GRAVARAUDITORIA.

           MOVE 'T'                TO WRK-AUD-OPERACAO.
           MOVE APROVA-CPF-DESTINO TO WRK-AUD-CPF.
           MOVE SPACES             TO WRK-AUD-NOME-ANTES.
           STRING 'CPF ORIGEM ' APROVA-CPF
               DELIMITED BY SIZE INTO WRK-AUD-NOME-ANTES.
      *DESTINO INCLUIDO PELA TRANSFERENCIA (CONTA NO FECHAMENTO MENSAL)
           IF NOT DESTINO-EXISTE
               MOVE 'NOVO' TO WRK-AUD-NOME-ANTES (24:4)
           END-IF.
           MOVE WRK-ORI-NOME       TO WRK-AUD-NOME-DEPOIS.
           MOVE SPACES             TO WRK-AUD-EMAIL-ANTES.
           MOVE WRK-ORI-EMAIL      TO WRK-AUD-EMAIL-DEPOIS.
           PERFORM 4500-GRAVARAUDITORIA.

       5400-REJEITAR.
           MOVE SPACES TO WRK-MOTIVO.
           ACCEPT TELA-MOTIVO.
           IF WRK-MOTIVO = SPACES
               MOVE 'INFORME O MOTIVO DA REJEICAO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               UNLOCK APROVA
           ELSE
               MOVE 'J'        TO APROVA-SITUACAO
               MOVE WRK-MOTIVO TO APROVA-MOTIVO
               PERFORM 5500-REGISTRARDECISAO
           END-IF.

       5500-REGISTRARDECISAO.
           MOVE WRK-OPERADOR TO APROVA-APROVADOR.
           ACCEPT APROVA-DEC-DATA FROM DATE YYYYMMDD.
           ACCEPT APROVA-DEC-HORA FROM TIME.
           REWRITE APROVA-REG.
           IF APROVA-STATUS = 0 OR APROVA-STATUS = 02
               IF APROVA-APROVADA
                   MOVE 'SOLICITACAO APROVADA E EFETIVADA' TO
                       WRK-MSGERRO
               ELSE
                   MOVE 'SOLICITACAO REJEITADA' TO WRK-MSGERRO
               END-IF
           ELSE
               MOVE 'FALHA AO GRAVAR DECISAO. STATUS: ' TO WRK-MSGERRO
               MOVE APROVA-STATUS TO WRK-MSGERRO (34:02)
               UNLOCK APROVA
           END-IF.
           ACCEPT MOSTRA-ERRO.

       6000-EXPIRAR.
           MOVE 'MODULO - EXPIRAR PENDENTES' TO WRK-MODULO.
           DISPLAY TELA.
           MOVE 0 TO WRK-QTEXPIRADAS.
           OPEN I-O APROVA.
           IF APROVA-STATUS = 35
               MOVE 'NENHUMA SOLICITACAO REGISTRADA' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
           ELSE
           IF APROVA-STATUS NOT = 0
               MOVE 'ARQUIVO DE APROVACOES INDISPONIVEL' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
           ELSE
               PERFORM 6100-CABECALHO
               MOVE ZEROS TO APROVA-CHAVE
               MOVE 'N' TO WRK-FIMAPROVA
               START APROVA KEY IS NOT LESS THAN APROVA-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIMAPROVA
               END-START
               PERFORM UNTIL FIMAPROVA
                   READ APROVA NEXT
                       AT END
                           MOVE 'S' TO WRK-FIMAPROVA
                       NOT AT END
                           IF APROVA-PENDENTE
                               PERFORM 4650-VERIFICARPRAZO
                               IF SOLICITACAO-VENCIDA
                                   PERFORM 6200-EXPIRARSOLICITACAO
                               END-IF
                           END-IF
                   END-READ
                   IF APROVA-STATUS NOT = 0 AND APROVA-STATUS NOT = 10
                      AND APROVA-STATUS NOT = 02
                       MOVE SPACES TO RELAPROV-DADOS
                       STRING 'ATENCAO: LISTA INCOMPLETA - ERRO DE '
                              'LEITURA. STATUS: ' APROVA-STATUS
                           DELIMITED BY SIZE INTO RELAPROV-DADOS
                       WRITE RELAPROV-REG
                       MOVE 'S' TO WRK-FIMAPROVA
                   END-IF
               END-PERFORM
               CLOSE APROVA
               MOVE ALL '-' TO RELAPROV-DADOS
               WRITE RELAPROV-REG
               MOVE SPACES TO RELAPROV-DADOS
               MOVE 'SOLICITACOES EXPIRADAS ' TO RELAPROV-DADOS
               MOVE WRK-QTEXPIRADAS TO RELAPROV-DADOS (24:05)
               WRITE RELAPROV-REG
               CLOSE RELAPROV
               MOVE 'EXPIRADAS (RELAPROV.TXT) ' TO WRK-MSGERRO
               MOVE WRK-QTEXPIRADAS TO WRK-MSGERRO (26:05)
               ACCEPT MOSTRA-ERRO
           END-IF
           END-IF.

       6100-CABECALHO.
           OPEN OUTPUT RELAPROV.
           ACCEPT WRK-REL-DATA FROM DATE YYYYMMDD.
           MOVE WRK-REL-DATA-X (7:2) TO WRK-REL-DATA-FMT (1:2).
           MOVE '/'                 TO WRK-REL-DATA-FMT (3:1).
           MOVE WRK-REL-DATA-X (5:2) TO WRK-REL-DATA-FMT (4:2).
           MOVE '/'                 TO WRK-REL-DATA-FMT (6:1).
           MOVE WRK-REL-DATA-X (1:4) TO WRK-REL-DATA-FMT (7:4).
           MOVE SPACES TO RELAPROV-DADOS.
           STRING 'SOLICITACOES EXPIRADAS SEM APROVACAO - EMITIDO EM '
                  WRK-REL-DATA-FMT
                  ' - PRAZO (DIAS): '
                  WRK-PRAZO-APROVACAO
               DELIMITED BY SIZE INTO RELAPROV-DADOS.
           WRITE RELAPROV-REG.
           MOVE ALL '-' TO RELAPROV-DADOS.
           WRITE RELAPROV-REG.
           MOVE 'SOLICITADO OPERACAO       CPF         DESTINO     '
               TO RELAPROV-DADOS.
           MOVE 'SOLICIT.  NOME' TO RELAPROV-DADOS (51:14).
           WRITE RELAPROV-REG.
           MOVE ALL '-' TO RELAPROV-DADOS.
           WRITE RELAPROV-REG.

       6200-EXPIRARSOLICITACAO.
           MOVE 'X' TO APROVA-SITUACAO.
           MOVE SPACES TO APROVA-APROVADOR.
           MOVE 'EXPIRADA POR DECURSO DE PRAZO' TO APROVA-MOTIVO.
           ACCEPT APROVA-DEC-DATA FROM DATE YYYYMMDD.
           ACCEPT APROVA-DEC-HORA FROM TIME.
           REWRITE APROVA-REG.
           IF APROVA-STATUS = 0 OR APROVA-STATUS = 02
               ADD 1 TO WRK-QTEXPIRADAS
               PERFORM 4600-TRADUZTIPO
               MOVE SPACES TO RELAPROV-DADOS
               STRING WRK-SOL-DATA-FMT   DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      WRK-TIPO-DESC      DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      APROVA-CPF         DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      APROVA-CPF-DESTINO DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      APROVA-SOLICITANTE DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      APROVA-NOME        DELIMITED BY SIZE
                   INTO RELAPROV-DADOS
               WRITE RELAPROV-REG
           ELSE
               MOVE SPACES TO RELAPROV-DADOS
               STRING 'FALHA AO EXPIRAR SOLICITACAO DO CPF '
                      APROVA-CPF ' STATUS: ' APROVA-STATUS
                   DELIMITED BY SIZE INTO RELAPROV-DADOS
               WRITE RELAPROV-REG
               UNLOCK APROVA
           END-IF.
