      *OBJETIVO: TRANSFERENCIA DE CLIENTE CADASTRADO COM CPF ERRADO
      *          PARA O CPF CORRETO, MARCANDO O REGISTRO ANTIGO COMO
      *          INATIVO COM PONTEIRO PARA O CPF SOBREVIVENTE
      *          - A TRANSFERENCIA FICA PENDENTE EM APROVA.DAT ATE SER
      *            APROVADA POR OUTRO OPERADOR NO CLIEAPROV
      *AUTHOR: GABRIELLE NUNES
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO WRK-ARQ-CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-EMAIL WITH DUPLICATES.

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

               SELECT APROVA ASSIGN TO WRK-ARQ-APROVA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS APROVA-STATUS
               RECORD KEY IS APROVA-CHAVE
               ALTERNATE RECORD KEY IS APROVA-CPF WITH DUPLICATES.

               SELECT PARAMETROS ASSIGN TO 'C:\Cobol\PARAMETROS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
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
           05 USUARIOS-SENHA-DATA PIC 9(08).
           05 USUARIOS-TENTATIVAS PIC 9(01).

       FD APROVA.
       01 APROVA-REG.
           05 APROVA-CHAVE.
               10 APROVA-DATA PIC 9(08).
               10 APROVA-HORA PIC 9(08).
               10 APROVA-SEQ  PIC 9(03).
           05 APROVA-TIPO          PIC X(01).
           05 APROVA-CPF           PIC 9(11).
           05 APROVA-CPF-DESTINO   PIC 9(11).
           05 APROVA-NOME          PIC X(28).
           05 APROVA-SOLICITANTE   PIC X(08).
           05 APROVA-SITUACAO      PIC X(01).
               88 APROVA-PENDENTE  VALUE 'P'.
           05 APROVA-APROVADOR     PIC X(08).
           05 APROVA-DEC-DATA      PIC 9(08).
           05 APROVA-DEC-HORA      PIC 9(08).
           05 APROVA-MOTIVO        PIC X(40).

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
       77 WRK-ARQ-AUDITORIA    PIC X(60).
       77 WRK-ARQ-AUDCTL       PIC X(60).
       77 WRK-ARQ-USUARIOS     PIC X(60).
       77 WRK-ARQ-APROVA       PIC X(60).
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
       77 APROVA-STATUS        PIC 9(02).
       77 WRK-APV-PENDENTE     PIC X(01).
           88 APROVACAO-PENDENTE VALUE 'S'.
       77 WRK-FIMAPROVA        PIC X(01).
           88 FIMAPROVA        VALUE 'S'.
       77 WRK-MSGERRO          PIC X(40).
       77 WRK-OPERADOR         PIC X(08).
       77 WRK-SENHA            PIC X(08).
       77 WRK-DESTINO-EXISTE   PIC X(01) VALUE 'N'.
           88 DESTINO-EXISTE   VALUE 'S'.

       01 WRK-REG-ORIGEM       PIC X(200).
       01 WRK-REG-ORIGEM-R REDEFINES WRK-REG-ORIGEM.
           05 WRK-ORI-CPF        PIC 9(11).
           05 WRK-ORI-NOME       PIC X(28).
           05 WRK-ORI-NASCIMENTO PIC X(10).
           05 WRK-ORI-ENDERECO   PIC X(67).
           05 WRK-ORI-DESTINO    PIC 9(11).
           05 FILLER             PIC X(17).

       77 WRK-CPF-VALIDO       PIC X(01).
           88 CPF-VALIDO       VALUE 'S'.

       1000-INICIAR.
           DISPLAY 'TRANSFERENCIA DE CPF DE CLIENTE - INICIO'.
           PERFORM 1050-LERPARAMETROS.
           PERFORM 1300-IDENTIFICAROPERADOR.
           OPEN I-O CLIENTES.
           IF CLIENTES-STATUS NOT = 0
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
               END-IF
               CLOSE PARAMETROS
           END-IF.
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
           MOVE SPACES TO WRK-ARQ-AUDCTL.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'AUDCTL.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-AUDCTL.
           MOVE SPACES TO WRK-ARQ-USUARIOS.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'USUARIOS.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-USUARIOS.
           MOVE SPACES TO WRK-ARQ-APROVA.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'APROVA.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-APROVA.

       1300-IDENTIFICAROPERADOR.
           OPEN I-O USUARIOS.
           IF USUARIOS-STATUS NOT = 0
           PERFORM 2100-LERORIGEM.
           PERFORM 2200-VERIFICARDESTINO.
           PERFORM 2300-CONFIRMAR.
           PERFORM 2400-SOLICITARAPROVACAO.

       2100-LERORIGEM.
           MOVE WRK-CPF-ERRADO TO CLIENTES-CPF.
               STOP RUN
           END-IF.

       2400-SOLICITARAPROVACAO.
           OPEN I-O APROVA
               IF APROVA-STATUS = 35 THEN
                   OPEN OUTPUT APROVA
                   CLOSE APROVA
                   OPEN I-O APROVA
               END-IF.
           IF APROVA-STATUS NOT = 0
               DISPLAY 'APROVA.DAT: FALHA AO ABRIR. STATUS: '
                   APROVA-STATUS
               DISPLAY 'TRANSFERENCIA DE CPF - ABORTADA'
               PERFORM 3000-FINALIZAR
               STOP RUN
           END-IF.
           PERFORM 2450-VERIFICARPENDENTE.
           IF APROVACAO-PENDENTE
               DISPLAY 'JA EXISTE SOLICITACAO PENDENTE P/ CPF '
                   WRK-CPF-ERRADO
               DISPLAY 'TRANSFERENCIA DE CPF - ABORTADA'
               CLOSE APROVA
               PERFORM 3000-FINALIZAR
               STOP RUN
           END-IF.
           MOVE 'T'             TO APROVA-TIPO.
           MOVE WRK-CPF-ERRADO  TO APROVA-CPF.
           MOVE WRK-CPF-CORRETO TO APROVA-CPF-DESTINO.
           MOVE WRK-ORI-NOME    TO APROVA-NOME.
           MOVE WRK-OPERADOR    TO APROVA-SOLICITANTE.
           MOVE 'P'             TO APROVA-SITUACAO.
           MOVE SPACES          TO APROVA-APROVADOR APROVA-MOTIVO.
           MOVE 0               TO APROVA-DEC-DATA APROVA-DEC-HORA.
           ACCEPT APROVA-DATA FROM DATE YYYYMMDD.
           ACCEPT APROVA-HORA FROM TIME.
           MOVE 1 TO APROVA-SEQ.
           WRITE APROVA-REG.
           PERFORM UNTIL APROVA-STATUS NOT = 22 OR APROVA-SEQ = 999
               ADD 1 TO APROVA-SEQ
               WRITE APROVA-REG
           END-PERFORM.
           IF APROVA-STATUS NOT = 0 AND APROVA-STATUS NOT = 02
               DISPLAY 'FALHA AO GRAVAR SOLICITACAO. STATUS: '
                   APROVA-STATUS
               DISPLAY 'TRANSFERENCIA DE CPF - ABORTADA'
               CLOSE APROVA
               PERFORM 3000-FINALIZAR
               STOP RUN
           END-IF.
           CLOSE APROVA.
           DISPLAY 'TRANSFERENCIA DE CPF - ENVIADA P/ APROVACAO'.

       2450-VERIFICARPENDENTE.
           MOVE 'N' TO WRK-APV-PENDENTE.
           MOVE 'N' TO WRK-FIMAPROVA.
           MOVE WRK-CPF-ERRADO TO APROVA-CPF.
           START APROVA KEY IS EQUAL TO APROVA-CPF
               INVALID KEY
                   MOVE 'S' TO WRK-FIMAPROVA
           END-START.
           PERFORM UNTIL FIMAPROVA OR APROVACAO-PENDENTE
               READ APROVA NEXT
                   AT END
                       MOVE 'S' TO WRK-FIMAPROVA
                   NOT AT END
                       IF APROVA-CPF NOT = WRK-CPF-ERRADO
                           MOVE 'S' TO WRK-FIMAPROVA
                       ELSE
                           IF APROVA-PENDENTE
                               MOVE 'S' TO WRK-APV-PENDENTE
                           END-IF
                       END-IF
               END-READ
               IF APROVA-STATUS NOT = 0 AND APROVA-STATUS NOT = 02
                  AND APROVA-STATUS NOT = 10
                   MOVE 'S' TO WRK-FIMAPROVA
               END-IF
           END-PERFORM.

       3000-FINALIZAR.
           CLOSE CLIENTES.
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
               MOVE SPACES         TO AUDITORIA-EMAIL-ANTES
                                      AUDITORIA-EMAIL-DEPOIS
               MOVE WRK-OPERADOR   TO AUDITORIA-USUARIO
               MOVE SPACES         TO AUDITORIA-APROVADOR
               ACCEPT AUDITORIA-DATA FROM DATE YYYYMMDD
               ACCEPT AUDITORIA-HORA FROM TIME
               PERFORM 4470-GRAVARTRILHA
               PERFORM 4460-FECHARAUDITORIA
           END-IF.
