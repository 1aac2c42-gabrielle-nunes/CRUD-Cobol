       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIEPARAM.
      **********************************
      *OBJETIVO: MANUTENCAO DOS PARAMETROS DO SISTEMA (PARAMETROS.DAT)
      *          - SO OPERADOR DE NIVEL TOTAL CONSULTA E ALTERA
      *          - CADA PARAMETRO ALTERADO GERA UM REGISTRO 'U' NA
      *            AUDITORIA COM O VALOR ANTERIOR E O NOVO
      *          - SEM O ARQUIVO ELE E CRIADO COM OS VALORES PADRAO;
      *            DIAS P/ EXPURGO E DIAS DE RETENCAO FICAM ZERADOS
      *            (NAO DEFINIDOS) ATE SEREM INFORMADOS AQUI
      *          - TODOS OS PROGRAMAS LEEM O ARQUIVO NA INICIALIZACAO
      *            E ABREM OS SEUS ARQUIVOS NO DIRETORIO INFORMADO
      *            (SO O PARAMETROS.DAT FICA SEMPRE EM C:\COBOL\).
      *            MUDAR O DIRETORIO NAO MOVE OS ARQUIVOS: COPIE-OS
      *            ANTES DA PROXIMA EXECUCAO
      *AUTHOR: GABRIELLE NUNES
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS ASSIGN TO 'C:\Cobol\PARAMETROS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.

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
       77 WRK-OPCAO            PIC X(01).
       77 WRK-MODULO           PIC X(25).
       77 WRK-TECLA            PIC X(01).
       77 WRK-MSGERRO          PIC X(40).
       77 PARAMETROS-STATUS    PIC 9(02).
       77 WRK-PAR-LIDO         PIC X(01) VALUE 'N'.
           88 PARAMETROS-LIDOS VALUE 'S'.
       77 WRK-ARQ-AUDITORIA    PIC X(60).
       77 WRK-ARQ-AUDCTL       PIC X(60).
       77 WRK-ARQ-USUARIOS     PIC X(60).
       77 WRK-DIRETORIO        PIC X(40) VALUE 'C:\Cobol\'.
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

       01 WRK-PAR-ANTERIOR.
           05 WRK-ANT-DIRETORIO       PIC X(40).
           05 WRK-ANT-SENHA-VALIDADE  PIC 9(03).
           05 WRK-ANT-PRAZO-APROVACAO PIC 9(03).
           05 WRK-ANT-DIAS-EXPURGO    PIC 9(05).
           05 WRK-ANT-DIAS-RETENCAO   PIC 9(05).
           05 WRK-ANT-CKP-INTERVALO   PIC 9(05).
           05 WRK-ANT-DUP-NOME-NASC   PIC X(01).
           05 WRK-ANT-DUP-TELEFONE    PIC X(01).
           05 WRK-ANT-DUP-EMAIL       PIC X(01).
       01 WRK-PAR-NOVO.
           05 WRK-NOV-DIRETORIO       PIC X(40).
           05 WRK-NOV-SENHA-VALIDADE  PIC 9(03).
           05 WRK-NOV-PRAZO-APROVACAO PIC 9(03).
           05 WRK-NOV-DIAS-EXPURGO    PIC 9(05).
           05 WRK-NOV-DIAS-RETENCAO   PIC 9(05).
           05 WRK-NOV-CKP-INTERVALO   PIC 9(05).
           05 WRK-NOV-DUP-NOME-NASC   PIC X(01).
           05 WRK-NOV-DUP-TELEFONE    PIC X(01).
           05 WRK-NOV-DUP-EMAIL       PIC X(01).
       77 WRK-PAR-VALIDO       PIC X(01).
           88 PARAMETROS-VALIDOS VALUE 'S'.
       77 WRK-PAR-NOME         PIC X(28).
       77 WRK-PAR-VALOR-ANT    PIC X(40).
       77 WRK-PAR-VALOR-NOV    PIC X(40).
       77 WRK-DIR-TAM          PIC 9(02).
       77 WRK-ALT-DATA-X       PIC X(08).
       77 WRK-ALT-DATA-FMT     PIC X(10).
       77 WRK-ALT-USU          PIC X(08).

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
            05 LINE 07 COLUMN 15 VALUE '1 - CONSULTAR PARAMETROS'.
            05 LINE 08 COLUMN 15 VALUE '2 - ALTERAR PARAMETROS'.
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

       01 TELA-PARAMETROS.
           05 LINE 04 COLUMN 10 VALUE 'DIRETORIO DOS ARQUIVOS......'.
           05 COLUMN PLUS 2 PIC X(40) USING WRK-NOV-DIRETORIO.
           05 LINE 05 COLUMN 10 VALUE 'VALIDADE DA SENHA (DIAS)....'.
           05 COLUMN PLUS 2 PIC 9(03) USING WRK-NOV-SENHA-VALIDADE.
           05 LINE 06 COLUMN 10 VALUE 'PRAZO DE APROVACAO (DIAS)...'.
           05 COLUMN PLUS 2 PIC 9(03) USING WRK-NOV-PRAZO-APROVACAO.
           05 LINE 07 COLUMN 10 VALUE 'DIAS P/ EXPURGO.............'.
           05 COLUMN PLUS 2 PIC 9(05) USING WRK-NOV-DIAS-EXPURGO.
           05 LINE 08 COLUMN 10 VALUE 'DIAS DE RETENCAO (LGPD).....'.
           05 COLUMN PLUS 2 PIC 9(05) USING WRK-NOV-DIAS-RETENCAO.
           05 LINE 09 COLUMN 10 VALUE 'INTERVALO DE CHECKPOINT.....'.
           05 COLUMN PLUS 2 PIC 9(05) USING WRK-NOV-CKP-INTERVALO.
           05 LINE 10 COLUMN 10 VALUE 'DUPLIC. NOME E NASC. (S/N)..'.
           05 COLUMN PLUS 2 PIC X(01) USING WRK-NOV-DUP-NOME-NASC.
           05 LINE 11 COLUMN 10 VALUE 'DUPLIC. TELEFONE (S/N)......'.
           05 COLUMN PLUS 2 PIC X(01) USING WRK-NOV-DUP-TELEFONE.
           05 LINE 12 COLUMN 10 VALUE 'DUPLIC. E-MAIL (S/N)........'.
           05 COLUMN PLUS 2 PIC X(01) USING WRK-NOV-DUP-EMAIL.

       01 TELA-ULTIMA.
           05 LINE 14 COLUMN 10 VALUE 'ULTIMA ALTERACAO............'.
           05 COLUMN PLUS 2 PIC X(10) FROM WRK-ALT-DATA-FMT.
           05 COLUMN PLUS 2 VALUE 'POR'.
           05 COLUMN PLUS 2 PIC X(08) FROM WRK-ALT-USU.

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
           PERFORM 1200-PREPARARPARAMETROS.

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

       1100-MONTATELA.
           MOVE 'MODULO - PARAMETROS' TO WRK-MODULO.
           DISPLAY TELA.
           ACCEPT MENU-PRINCIPAL.

      **********************************
      *PRIMEIRO USO: CRIA PARAMETROS.DAT COM OS VALORES PADRAO DOS
      *PROGRAMAS E REGISTRA A CRIACAO NA AUDITORIA
      **********************************
       1200-PREPARARPARAMETROS.
           OPEN INPUT PARAMETROS.
           IF PARAMETROS-STATUS = 35
               MOVE SPACES TO PARAMETROS-REG
               MOVE 'C:\Cobol\' TO PARAMETROS-DIRETORIO
               MOVE 90  TO PARAMETROS-SENHA-VALIDADE
               MOVE 7   TO PARAMETROS-PRAZO-APROVACAO
               MOVE 0   TO PARAMETROS-DIAS-EXPURGO
                           PARAMETROS-DIAS-RETENCAO
               MOVE 100 TO PARAMETROS-CKP-INTERVALO
               MOVE 'S' TO PARAMETROS-DUP-NOME-NASC
                           PARAMETROS-DUP-TELEFONE
               MOVE 'N' TO PARAMETROS-DUP-EMAIL
               ACCEPT PARAMETROS-ALTERACAO-DATA FROM DATE YYYYMMDD
               ACCEPT PARAMETROS-ALTERACAO-HORA FROM TIME
               MOVE WRK-OPERADOR TO PARAMETROS-ALTERACAO-USU
               OPEN OUTPUT PARAMETROS
               WRITE PARAMETROS-REG
               CLOSE PARAMETROS
               MOVE 'CRIACAO DOS PARAMETROS' TO WRK-USU-ACAO
               MOVE 'PARAMETR' TO WRK-USU-ALVO
               PERFORM 4550-GRAVARAUDITUSUARIO
           ELSE
               IF PARAMETROS-STATUS NOT = 0
                   DISPLAY 'PARAMETROS.DAT: FALHA AO ABRIR. STATUS: '
                       PARAMETROS-STATUS
                   STOP RUN
               END-IF
               CLOSE PARAMETROS
           END-IF.

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
               MOVE 'PARAMETROS EXIGE OPERADOR DE NIVEL TOTAL' TO
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
                   PERFORM 5000-CONSULTAR
               WHEN 2
                   PERFORM 6000-ALTERAR
               WHEN OTHER
                   IF WRK-OPCAO NOT EQUAL 'X'
                       DISPLAY 'OPCAO INCORRETA.'
                   END-IF
           END-EVALUATE.
           IF WRK-OPCAO NOT = 'X'
               PERFORM 1100-MONTATELA
           END-IF.

       3000-FINALIZAR.
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


      **********************************
      *UM REGISTRO 'U' POR PARAMETRO ALTERADO: NOME-ANTES INDICA A
      *ALTERACAO, NOME-DEPOIS O PARAMETRO E OS CAMPOS DE E-MAIL O
      *VALOR ANTERIOR E O NOVO. A AUDITORIA JA ESTA ABERTA
      **********************************
       4560-GRAVARALTERACAO.
           MOVE 'U'                      TO AUDITORIA-OPERACAO.
           MOVE 0                        TO AUDITORIA-CPF.
           MOVE 'ALTERACAO DE PARAMETRO' TO AUDITORIA-NOME-ANTES.
           MOVE WRK-PAR-NOME             TO AUDITORIA-NOME-DEPOIS.
           MOVE WRK-PAR-VALOR-ANT        TO AUDITORIA-EMAIL-ANTES.
           MOVE WRK-PAR-VALOR-NOV        TO AUDITORIA-EMAIL-DEPOIS.
           MOVE WRK-OPERADOR             TO AUDITORIA-USUARIO.
           MOVE SPACES                   TO AUDITORIA-APROVADOR.
           ACCEPT AUDITORIA-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDITORIA-HORA FROM TIME.
           PERFORM 4470-GRAVARTRILHA.

       4700-CARREGARTELA.
           MOVE PARAMETROS-DIRETORIO       TO WRK-ANT-DIRETORIO.
           MOVE PARAMETROS-SENHA-VALIDADE  TO WRK-ANT-SENHA-VALIDADE.
           MOVE PARAMETROS-PRAZO-APROVACAO TO WRK-ANT-PRAZO-APROVACAO.
           MOVE PARAMETROS-DIAS-EXPURGO    TO WRK-ANT-DIAS-EXPURGO.
           MOVE PARAMETROS-DIAS-RETENCAO   TO WRK-ANT-DIAS-RETENCAO.
           MOVE PARAMETROS-CKP-INTERVALO   TO WRK-ANT-CKP-INTERVALO.
           MOVE PARAMETROS-DUP-NOME-NASC   TO WRK-ANT-DUP-NOME-NASC.
           MOVE PARAMETROS-DUP-TELEFONE    TO WRK-ANT-DUP-TELEFONE.
           MOVE PARAMETROS-DUP-EMAIL       TO WRK-ANT-DUP-EMAIL.
           MOVE WRK-PAR-ANTERIOR TO WRK-PAR-NOVO.
           MOVE PARAMETROS-ALTERACAO-DATA  TO WRK-ALT-DATA-X.
           MOVE WRK-ALT-DATA-X (7:2) TO WRK-ALT-DATA-FMT (1:2).
           MOVE '/'                  TO WRK-ALT-DATA-FMT (3:1).
           MOVE WRK-ALT-DATA-X (5:2) TO WRK-ALT-DATA-FMT (4:2).
           MOVE '/'                  TO WRK-ALT-DATA-FMT (6:1).
           MOVE WRK-ALT-DATA-X (1:4) TO WRK-ALT-DATA-FMT (7:4).
           MOVE PARAMETROS-ALTERACAO-USU   TO WRK-ALT-USU.

       5000-CONSULTAR.
           MOVE 'MODULO - CONSULTAR PARAM.' TO WRK-MODULO.
           OPEN INPUT PARAMETROS.
           IF PARAMETROS-STATUS = 0
               READ PARAMETROS
           END-IF.
           IF PARAMETROS-STATUS NOT = 0
               MOVE 'PARAMETROS.DAT INDISPONIVEL' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
           ELSE
               PERFORM 4700-CARREGARTELA
               DISPLAY TELA
               DISPLAY TELA-PARAMETROS
               DISPLAY TELA-ULTIMA
               MOVE 'TECLE ENTER PARA VOLTAR' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
           END-IF.
           CLOSE PARAMETROS.

       6000-ALTERAR.
           MOVE 'MODULO - ALTERAR PARAM.' TO WRK-MODULO.
           OPEN I-O PARAMETROS.
           IF PARAMETROS-STATUS = 0
               READ PARAMETROS
           END-IF.
           IF PARAMETROS-STATUS NOT = 0
               MOVE 'PARAMETROS.DAT INDISPONIVEL' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
           ELSE
               PERFORM 4700-CARREGARTELA
               DISPLAY TELA
               DISPLAY TELA-ULTIMA
               ACCEPT TELA-PARAMETROS
               PERFORM 6100-VALIDAR
               EVALUATE TRUE
                   WHEN NOT PARAMETROS-VALIDOS
                       ACCEPT MOSTRA-ERRO
                   WHEN WRK-PAR-NOVO = WRK-PAR-ANTERIOR
                       MOVE 'NENHUM PARAMETRO ALTERADO' TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                   WHEN OTHER
                       MOVE 'GRAVAR AS ALTERACOES? (S/N)' TO
                           WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                       IF WRK-TECLA = 'S' OR WRK-TECLA = 's'
                           PERFORM 6200-GRAVAR
                           ACCEPT MOSTRA-ERRO
                       END-IF
               END-EVALUATE
           END-IF.
           CLOSE PARAMETROS.

       6100-VALIDAR.
           MOVE 'N' TO WRK-PAR-VALIDO.
           INSPECT WRK-NOV-DUP-NOME-NASC CONVERTING 'sn' TO 'SN'.
           INSPECT WRK-NOV-DUP-TELEFONE  CONVERTING 'sn' TO 'SN'.
           INSPECT WRK-NOV-DUP-EMAIL     CONVERTING 'sn' TO 'SN'.
           MOVE 0 TO WRK-DIR-TAM.
           INSPECT WRK-NOV-DIRETORIO TALLYING WRK-DIR-TAM
               FOR CHARACTERS BEFORE INITIAL SPACE.
           EVALUATE TRUE
               WHEN WRK-DIR-TAM = 0
                   MOVE 'DIRETORIO NAO PODE SER BRANCO' TO WRK-MSGERRO
               WHEN WRK-DIR-TAM < 40
                AND WRK-NOV-DIRETORIO (WRK-DIR-TAM + 1:) NOT = SPACES
                   MOVE 'DIRETORIO NAO PODE TER ESPACOS' TO WRK-MSGERRO
               WHEN WRK-NOV-DIRETORIO (WRK-DIR-TAM:1) NOT = '\'
                AND WRK-NOV-DIRETORIO (WRK-DIR-TAM:1) NOT = '/'
                   MOVE 'DIRETORIO DEVE TERMINAR COM \ OU /' TO
                       WRK-MSGERRO
               WHEN WRK-NOV-SENHA-VALIDADE = 0
                   MOVE 'VALIDADE DA SENHA DEVE SER MAIOR QUE 0' TO
                       WRK-MSGERRO
               WHEN WRK-NOV-PRAZO-APROVACAO = 0
                   MOVE 'PRAZO DE APROVACAO DEVE SER MAIOR QUE 0' TO
                       WRK-MSGERRO
               WHEN WRK-NOV-DIAS-EXPURGO = 0
                   MOVE 'DIAS P/ EXPURGO DEVE SER MAIOR QUE 0' TO
                       WRK-MSGERRO
               WHEN WRK-NOV-DIAS-RETENCAO = 0
                   MOVE 'DIAS DE RETENCAO DEVE SER MAIOR QUE 0' TO
                       WRK-MSGERRO
               WHEN WRK-NOV-CKP-INTERVALO = 0
                   MOVE 'CHECKPOINT DEVE SER MAIOR QUE 0' TO
                       WRK-MSGERRO
               WHEN (WRK-NOV-DUP-NOME-NASC NOT = 'S'
                     AND WRK-NOV-DUP-NOME-NASC NOT = 'N')
                 OR (WRK-NOV-DUP-TELEFONE NOT = 'S'
                     AND WRK-NOV-DUP-TELEFONE NOT = 'N')
                 OR (WRK-NOV-DUP-EMAIL NOT = 'S'
                     AND WRK-NOV-DUP-EMAIL NOT = 'N')
                   MOVE 'REGRAS DE DUPLICIDADE: INFORME S OU N' TO
                       WRK-MSGERRO
               WHEN WRK-NOV-DUP-NOME-NASC = 'N'
                AND WRK-NOV-DUP-TELEFONE = 'N'
                AND WRK-NOV-DUP-EMAIL = 'N'
                   MOVE 'ATIVE AO MENOS UMA REGRA DE DUPLICIDADE' TO
                       WRK-MSGERRO
               WHEN OTHER
                   MOVE 'S' TO WRK-PAR-VALIDO
           END-EVALUATE.

      **********************************
      *SEM AUDITORIA NAO HA ALTERACAO: O REGISTRO SO E REGRAVADO COM
      *A TRILHA ABERTA E CADA PARAMETRO ALTERADO E AUDITADO EM SEGUIDA
      **********************************
       6200-GRAVAR.
           PERFORM 4450-ABRIRAUDITORIA.
           IF NOT AUDITORIA-PRONTA
               MOVE 'AUDITORIA INDISPONIVEL, NADA ALTERADO' TO
                   WRK-MSGERRO
           ELSE
               MOVE WRK-NOV-DIRETORIO       TO PARAMETROS-DIRETORIO
               MOVE WRK-NOV-SENHA-VALIDADE  TO
                   PARAMETROS-SENHA-VALIDADE
               MOVE WRK-NOV-PRAZO-APROVACAO TO
                   PARAMETROS-PRAZO-APROVACAO
               MOVE WRK-NOV-DIAS-EXPURGO    TO PARAMETROS-DIAS-EXPURGO
               MOVE WRK-NOV-DIAS-RETENCAO   TO
                   PARAMETROS-DIAS-RETENCAO
               MOVE WRK-NOV-CKP-INTERVALO   TO
                   PARAMETROS-CKP-INTERVALO
               MOVE WRK-NOV-DUP-NOME-NASC   TO
                   PARAMETROS-DUP-NOME-NASC
               MOVE WRK-NOV-DUP-TELEFONE    TO PARAMETROS-DUP-TELEFONE
               MOVE WRK-NOV-DUP-EMAIL       TO PARAMETROS-DUP-EMAIL
               ACCEPT PARAMETROS-ALTERACAO-DATA FROM DATE YYYYMMDD
               ACCEPT PARAMETROS-ALTERACAO-HORA FROM TIME
               MOVE WRK-OPERADOR TO PARAMETROS-ALTERACAO-USU
               REWRITE PARAMETROS-REG
               IF PARAMETROS-STATUS NOT = 0
                   MOVE 'FALHA AO GRAVAR PARAMETROS.DAT' TO WRK-MSGERRO
               ELSE
                   PERFORM 6300-AUDITARALTERACOES
                   MOVE 'PARAMETROS ALTERADOS' TO WRK-MSGERRO
               END-IF
               PERFORM 4460-FECHARAUDITORIA
           END-IF.

       6300-AUDITARALTERACOES.
           IF WRK-NOV-DIRETORIO NOT = WRK-ANT-DIRETORIO
               MOVE 'DIRETORIO DOS ARQUIVOS' TO WRK-PAR-NOME
               MOVE WRK-ANT-DIRETORIO TO WRK-PAR-VALOR-ANT
               MOVE WRK-NOV-DIRETORIO TO WRK-PAR-VALOR-NOV
               PERFORM 4560-GRAVARALTERACAO
           END-IF.
           IF WRK-NOV-SENHA-VALIDADE NOT = WRK-ANT-SENHA-VALIDADE
               MOVE 'VALIDADE DA SENHA (DIAS)' TO WRK-PAR-NOME
               MOVE WRK-ANT-SENHA-VALIDADE TO WRK-PAR-VALOR-ANT
               MOVE WRK-NOV-SENHA-VALIDADE TO WRK-PAR-VALOR-NOV
               PERFORM 4560-GRAVARALTERACAO
           END-IF.
           IF WRK-NOV-PRAZO-APROVACAO NOT = WRK-ANT-PRAZO-APROVACAO
               MOVE 'PRAZO DE APROVACAO (DIAS)' TO WRK-PAR-NOME
               MOVE WRK-ANT-PRAZO-APROVACAO TO WRK-PAR-VALOR-ANT
               MOVE WRK-NOV-PRAZO-APROVACAO TO WRK-PAR-VALOR-NOV
               PERFORM 4560-GRAVARALTERACAO
           END-IF.
           IF WRK-NOV-DIAS-EXPURGO NOT = WRK-ANT-DIAS-EXPURGO
               MOVE 'DIAS P/ EXPURGO' TO WRK-PAR-NOME
               MOVE WRK-ANT-DIAS-EXPURGO TO WRK-PAR-VALOR-ANT
               MOVE WRK-NOV-DIAS-EXPURGO TO WRK-PAR-VALOR-NOV
               PERFORM 4560-GRAVARALTERACAO
           END-IF.
           IF WRK-NOV-DIAS-RETENCAO NOT = WRK-ANT-DIAS-RETENCAO
               MOVE 'DIAS DE RETENCAO (LGPD)' TO WRK-PAR-NOME
               MOVE WRK-ANT-DIAS-RETENCAO TO WRK-PAR-VALOR-ANT
               MOVE WRK-NOV-DIAS-RETENCAO TO WRK-PAR-VALOR-NOV
               PERFORM 4560-GRAVARALTERACAO
           END-IF.
           IF WRK-NOV-CKP-INTERVALO NOT = WRK-ANT-CKP-INTERVALO
               MOVE 'INTERVALO DE CHECKPOINT' TO WRK-PAR-NOME
               MOVE WRK-ANT-CKP-INTERVALO TO WRK-PAR-VALOR-ANT
               MOVE WRK-NOV-CKP-INTERVALO TO WRK-PAR-VALOR-NOV
               PERFORM 4560-GRAVARALTERACAO
           END-IF.
           IF WRK-NOV-DUP-NOME-NASC NOT = WRK-ANT-DUP-NOME-NASC
               MOVE 'DUPLIC. NOME E NASCIMENTO' TO WRK-PAR-NOME
               MOVE WRK-ANT-DUP-NOME-NASC TO WRK-PAR-VALOR-ANT
               MOVE WRK-NOV-DUP-NOME-NASC TO WRK-PAR-VALOR-NOV
               PERFORM 4560-GRAVARALTERACAO
           END-IF.
           IF WRK-NOV-DUP-TELEFONE NOT = WRK-ANT-DUP-TELEFONE
               MOVE 'DUPLIC. TELEFONE' TO WRK-PAR-NOME
               MOVE WRK-ANT-DUP-TELEFONE TO WRK-PAR-VALOR-ANT
               MOVE WRK-NOV-DUP-TELEFONE TO WRK-PAR-VALOR-NOV
               PERFORM 4560-GRAVARALTERACAO
           END-IF.
           IF WRK-NOV-DUP-EMAIL NOT = WRK-ANT-DUP-EMAIL
               MOVE 'DUPLIC. E-MAIL' TO WRK-PAR-NOME
               MOVE WRK-ANT-DUP-EMAIL TO WRK-PAR-VALOR-ANT
               MOVE WRK-NOV-DUP-EMAIL TO WRK-PAR-VALOR-NOV
               PERFORM 4560-GRAVARALTERACAO
           END-IF.
