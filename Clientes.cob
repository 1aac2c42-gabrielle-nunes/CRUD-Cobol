       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO WRK-ARQ-CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-EMAIL WITH DUPLICATES.

               SELECT RELATO ASSIGN TO WRK-ARQ-RELATO
               ORGANIZATION IS SEQUENTIAL.

               SELECT AUDITORIA ASSIGN TO WRK-ARQ-AUDITORIA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDITORIA-STATUS.

               SELECT AUDCTL ASSIGN TO WRK-ARQ-AUDCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS AUDCTL-STATUS
               RECORD KEY IS AUDCTL-CHAVE.

               SELECT RELANIV ASSIGN TO WRK-ARQ-RELANIV
               ORGANIZATION IS SEQUENTIAL.

               SELECT UFS ASSIGN TO WRK-ARQ-UFS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS UFS-STATUS.

               SELECT CONTATOS ASSIGN TO WRK-ARQ-CONTATOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS CONTATOS-STATUS
               RECORD KEY IS CONTATOS-CHAVE.

               SELECT CEPS ASSIGN TO WRK-ARQ-CEPS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CEPS-STATUS.

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

               SELECT DOMICILIO ASSIGN TO WRK-ARQ-DOMICILIO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS DOMICILIO-STATUS
               RECORD KEY IS DOMICILIO-CPF
               ALTERNATE RECORD KEY IS DOMICILIO-NUMERO
                   WITH DUPLICATES.

               SELECT PARAMETROS ASSIGN TO 'C:\Cobol\PARAMETROS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.

               SELECT CASOS ASSIGN TO WRK-ARQ-CASOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS CASOS-STATUS
               RECORD KEY IS CASOS-NUMERO
               ALTERNATE RECORD KEY IS CASOS-CPF WITH DUPLICATES.

               SELECT CASOHIST ASSIGN TO WRK-ARQ-CASOHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CASOHIST-STATUS.

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

       FD RELATO.
       01 RELATO-REG.
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

       FD RELANIV.
       01 RELANIV-REG.
           05 CONTATOS-OPERADOR PIC X(08).
           05 CONTATOS-TEXTO    PIC X(60).

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

       FD CEPS.
       01 CEPS-REG.
           05 CEPS-CEP-INI PIC 9(08).
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

       FD CASOHIST.
       01 CASOHIST-REG.
           05 CASOHIST-NUMERO      PIC 9(07).
           05 CASOHIST-DATA        PIC 9(08).
           05 CASOHIST-DATA-X REDEFINES CASOHIST-DATA PIC X(08).
           05 CASOHIST-HORA        PIC 9(08).
           05 CASOHIST-USUARIO     PIC X(08).
           05 CASOHIST-SIT-ANTES   PIC X(01).
           05 CASOHIST-SIT-DEPOIS  PIC X(01).
           05 CASOHIST-CATEGORIA   PIC X(01).
           05 CASOHIST-ABERTURA    PIC 9(08).
           05 CASOHIST-RESPONSAVEL PIC X(08).
           05 FILLER               PIC X(10).

       WORKING-STORAGE SECTION.
       77 WRK-OPCAO            PIC X(01).
       77 WRK-MODULO           PIC X(25).
       77 WRK-OPCAO-RELATO     PIC X(1).
       77 WRK-MSGERRO          PIC X(40).
       77 CLIENTES-STATUS      PIC 9(02).
       77 PARAMETROS-STATUS    PIC 9(02).
       77 WRK-PAR-LIDO         PIC X(01) VALUE 'N'.
           88 PARAMETROS-LIDOS VALUE 'S'.
       77 WRK-ARQ-CLIENTES     PIC X(60).
       77 WRK-ARQ-RELATO       PIC X(60).
       77 WRK-ARQ-AUDITORIA    PIC X(60).
       77 WRK-ARQ-AUDCTL       PIC X(60).
       77 WRK-ARQ-RELANIV      PIC X(60).
       77 WRK-ARQ-UFS          PIC X(60).
       77 WRK-ARQ-CONTATOS     PIC X(60).
       77 WRK-ARQ-CEPS         PIC X(60).
       77 WRK-ARQ-USUARIOS     PIC X(60).
       77 WRK-ARQ-APROVA       PIC X(60).
       77 WRK-ARQ-DOMICILIO    PIC X(60).
       77 WRK-ARQ-CASOS        PIC X(60).
       77 WRK-ARQ-CASOHIST     PIC X(60).
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
       77 UFS-STATUS           PIC 9(02).
       77 USUARIOS-STATUS      PIC 9(02).
       77 APROVA-STATUS        PIC 9(02).
       77 WRK-APV-TIPO         PIC X(01).
       77 WRK-APV-PENDENTE     PIC X(01).
           88 APROVACAO-PENDENTE VALUE 'S'.
       77 WRK-FIMAPROVA        PIC X(01).
           88 FIMAPROVA        VALUE 'S'.
       77 WRK-OPERADOR         PIC X(08).
       77 WRK-SENHA            PIC X(08).
       77 WRK-OPERADOR-NIVEL   PIC X(01).
       77 WRK-SENHA-IDADE      PIC S9(08) COMP.
       77 WRK-USU-ACAO         PIC X(28).
       77 WRK-USU-ALVO         PIC X(08).
       01 WRK-REG-ANTES        PIC X(200).
       01 WRK-REG-NOVO         PIC X(200).
       77 WRK-LEITURA-OK       PIC X(01) VALUE 'S'.
           88 LEITURA-OK       VALUE 'S'.
       77 WRK-CONTADOR         PIC 9(03) VALUE 0.
       77 WRK-AUD-NOME-DEPOIS  PIC X(28).
       77 WRK-AUD-EMAIL-ANTES  PIC X(40).
       77 WRK-AUD-EMAIL-DEPOIS PIC X(40).
       77 WRK-END-ANTES        PIC X(67).
       77 WRK-SITUACAO-DESC    PIC X(08).
       77 WRK-RF-DESC          PIC X(10).
       77 WRK-RF-DATA          PIC 9(08).
       77 WRK-RF-DATA-X REDEFINES WRK-RF-DATA PIC X(08).
       77 WRK-RF-DATA-FMT      PIC X(10).
       77 WRK-NOME-BUSCA       PIC X(28).
       77 WRK-NOME-LEN         PIC 9(02) COMP.

       77 WRK-CTT-QTD          PIC 9(03) VALUE 0.
       77 WRK-FIMCONTATOS      PIC X(01).
           88 FIMCONTATOS      VALUE 'S'.
       77 DOMICILIO-STATUS     PIC 9(02).
       77 WRK-DOM-CPF          PIC 9(11).
       77 WRK-DOM-NUMERO       PIC 9(07).
       77 WRK-DOM-QTD          PIC 9(03) VALUE 0.
       77 CEPS-STATUS          PIC 9(02).
       77 WRK-CEP-QTD          PIC 9(03) COMP VALUE 0.
       77 WRK-CEP-IDX          PIC 9(03) COMP.
       77 WRK-CEP-NUM          PIC 9(08).
       77 WRK-CEP-ACHOU        PIC X(01).
           88 CEP-ENCONTRADO   VALUE 'S'.
       77 CASOS-STATUS         PIC 9(02).
       77 CASOHIST-STATUS      PIC 9(02).
       77 WRK-CSO-NUMERO       PIC 9(07).
       77 WRK-CSO-CATEGORIA    PIC X(01).
       77 WRK-CSO-PRIORIDADE   PIC X(01).
       77 WRK-CSO-SITUACAO     PIC X(01).
       77 WRK-CSO-SIT-ANTES    PIC X(01).
       77 WRK-CSO-RESPONSAVEL  PIC X(08).
       77 WRK-CSO-DIAS         PIC 9(03).
       77 WRK-CSO-ASSUNTO      PIC X(60).
       77 WRK-CSO-RESOLUCAO    PIC X(60).
       77 WRK-CSO-PRAZO        PIC 9(08).
       77 WRK-CSO-INT          PIC 9(08) COMP.
       77 WRK-CSO-DATA         PIC 9(08).
       77 WRK-CSO-DATA-X REDEFINES WRK-CSO-DATA PIC X(08).
       77 WRK-CSO-DATA-FMT     PIC X(10).
       77 WRK-CSO-PRAZO-FMT    PIC X(10).
       77 WRK-CSO-ABERTURA-FMT PIC X(10).
       77 WRK-CSO-SIT-DESC     PIC X(20).
       77 WRK-CSO-QTD          PIC 9(03) VALUE 0.
       77 WRK-CSO-TENTATIVAS   PIC 9(04) COMP.
       77 WRK-CSO-VALIDO       PIC X(01).
           88 CASO-VALIDO      VALUE 'S'.
       77 WRK-CSO-NUMERO-OK    PIC X(01).
           88 NUMERO-OBTIDO    VALUE 'S'.
       77 WRK-CSO-CTT-OK       PIC X(01) VALUE 'N'.
           88 CONTATO-GRAVADO  VALUE 'S'.
       77 WRK-CSO-CTT-DATA     PIC 9(08).
       77 WRK-CSO-CTT-HORA     PIC 9(08).
       77 WRK-CSO-CTT-SEQ      PIC 9(03).
      *PRAZO PADRAO EM DIAS CORRIDOS POR PRIORIDADE (ALTA/MEDIA/BAIXA)
       77 WRK-CSO-PRAZO-ALTA   PIC 9(03) VALUE 2.
       77 WRK-CSO-PRAZO-MEDIA  PIC 9(03) VALUE 5.
       77 WRK-CSO-PRAZO-BAIXA  PIC 9(03) VALUE 10.

       01 WRK-CEP-LISTA.
           05 WRK-CEP-ENT OCCURS 200 TIMES.
            05 LINE 14 COLUMN 15 VALUE '8 - REATIVAR CLIENTE'.
            05 LINE 15 COLUMN 15 VALUE '9 - ANIVERSARIANTES'.
            05 LINE 16 COLUMN 15 VALUE 'C - REGISTRAR CONTATO'.
            05 LINE 16 COLUMN 45 VALUE 'R - CASOS DE RECLAMACAO'.
            05 LINE 17 COLUMN 15 VALUE 'X - SAIR'.
            05 LINE 18 COLUMN 15 VALUE 'OPCAO.......:'.
            05 LINE 19 COLUMN 29 USING WRK-OPCAO.
            05 LINE 10 COLUMN 15 VALUE '7 - CONSULTAR POR NOME'.
            05 LINE 11 COLUMN 15 VALUE '9 - ANIVERSARIANTES'.
            05 LINE 12 COLUMN 15 VALUE 'C - REGISTRAR CONTATO'.
            05 LINE 12 COLUMN 45 VALUE 'R - CASOS DE RECLAMACAO'.
            05 LINE 13 COLUMN 15 VALUE 'X - SAIR'.
            05 LINE 18 COLUMN 15 VALUE 'OPCAO.......:'.
            05 LINE 19 COLUMN 29 USING WRK-OPCAO.
               10 COLUMN PLUS 2 PIC X(40) USING CLIENTES-EMAIL.
               10 LINE 13 COLUMN 10 VALUE 'SITUACAO....'.
               10 COLUMN PLUS 2 PIC X(08) FROM WRK-SITUACAO-DESC.
               10 COLUMN PLUS 3 VALUE 'RECEITA....'.
               10 COLUMN PLUS 2 PIC X(10) FROM WRK-RF-DESC.
               10 COLUMN PLUS 1 VALUE 'EM'.
               10 COLUMN PLUS 1 PIC X(10) FROM WRK-RF-DATA-FMT.
               10 LINE 14 COLUMN 10 VALUE 'TELEFONE....'.
               10 COLUMN PLUS 2 PIC X(15) USING CLIENTES-TELEFONE.
               10 LINE 15 COLUMN 10 VALUE 'NASCIMENTO....'.
           05 LINE 20 COLUMN 55 VALUE 'OPCAO......: '.
           05 LINE 21 COLUMN 68 USING WRK-OPCAO-RELATO.

       01 TELA-CASO-NUMERO.
           05 LINE 22 COLUMN 10 VALUE 'CASO (0=ABRIR NOVO)....'.
           05 COLUMN PLUS 2 PIC 9(07) USING WRK-CSO-NUMERO.

       01 TELA-CASO-CLIENTE.
           05 LINE 04 COLUMN 10 VALUE 'CLIENTE................'.
           05 COLUMN PLUS 2 PIC 9(11) FROM CLIENTES-CPF.
           05 COLUMN PLUS 2 PIC X(28) FROM CLIENTES-NOME.

       01 TELA-CASO-ABRIR.
           05 LINE 06 COLUMN 10
               VALUE 'C=COBRANCA P=PRODUTO A=ATENDIMENTO E=ENTREGA'.
           05 COLUMN PLUS 1 VALUE 'O=OUTROS'.
           05 LINE 07 COLUMN 10 VALUE 'CATEGORIA (C/P/A/E/O)..'.
           05 COLUMN PLUS 2 PIC X(01) USING WRK-CSO-CATEGORIA.
           05 LINE 08 COLUMN 10 VALUE 'PRIORIDADE (A/M/B).....'.
           05 COLUMN PLUS 2 PIC X(01) USING WRK-CSO-PRIORIDADE.
           05 LINE 09 COLUMN 10 VALUE 'RESPONSAVEL............'.
           05 COLUMN PLUS 2 PIC X(08) USING WRK-CSO-RESPONSAVEL.
           05 LINE 10 COLUMN 10 VALUE 'PRAZO EM DIAS (0=PADRAO)'.
           05 COLUMN PLUS 1 PIC 9(03) USING WRK-CSO-DIAS.
           05 LINE 12 COLUMN 10 VALUE 'RECLAMACAO:'.
           05 LINE 13 COLUMN 10 PIC X(60) USING WRK-CSO-ASSUNTO.

       01 TELA-CASO-MOSTRA.
           05 LINE 05 COLUMN 10 VALUE 'CASO...................'.
           05 COLUMN PLUS 2 PIC 9(07) FROM WRK-CSO-NUMERO.
           05 COLUMN PLUS 2 VALUE 'ABERTO EM'.
           05 COLUMN PLUS 1 PIC X(10) FROM WRK-CSO-ABERTURA-FMT.
           05 COLUMN PLUS 1 VALUE 'POR'.
           05 COLUMN PLUS 1 PIC X(08) FROM CASOS-ABERTURA-USU.
           05 LINE 06 COLUMN 10 VALUE 'SITUACAO ATUAL.........'.
           05 COLUMN PLUS 2 PIC X(20) FROM WRK-CSO-SIT-DESC.
           05 COLUMN PLUS 1 VALUE 'PRAZO'.
           05 COLUMN PLUS 1 PIC X(10) FROM WRK-CSO-PRAZO-FMT.
           05 LINE 07 COLUMN 10 VALUE 'REABERTURAS............'.
           05 COLUMN PLUS 2 PIC 9(03) FROM CASOS-REABERTURAS.
           05 LINE 08 COLUMN 10 VALUE 'RECLAMACAO:'.
           05 LINE 09 COLUMN 10 PIC X(60) FROM CASOS-ASSUNTO.

       01 TELA-CASO-ATUALIZAR.
           05 LINE 10 COLUMN 10
               VALUE 'C=COBRANCA P=PRODUTO A=ATENDIMENTO E=ENTREGA'.
           05 COLUMN PLUS 1 VALUE 'O=OUTROS'.
           05 LINE 11 COLUMN 10 VALUE 'CATEGORIA (C/P/A/E/O)..'.
           05 COLUMN PLUS 2 PIC X(01) USING WRK-CSO-CATEGORIA.
           05 LINE 12 COLUMN 10 VALUE 'PRIORIDADE (A/M/B).....'.
           05 COLUMN PLUS 2 PIC X(01) USING WRK-CSO-PRIORIDADE.
           05 LINE 13 COLUMN 10 VALUE 'SITUACAO (A/E/G/F).....'.
           05 COLUMN PLUS 2 PIC X(01) USING WRK-CSO-SITUACAO.
           05 COLUMN PLUS 2
               VALUE 'A=ABERTO E=ANDAMENTO G=AGUARD. F=FECHADO'.
           05 LINE 14 COLUMN 10 VALUE 'RESPONSAVEL............'.
           05 COLUMN PLUS 2 PIC X(08) USING WRK-CSO-RESPONSAVEL.
           05 LINE 15 COLUMN 10 VALUE 'NOVO PRAZO (DIAS, 0=MANTER)'.
           05 COLUMN PLUS 1 PIC 9(03) USING WRK-CSO-DIAS.
           05 LINE 17 COLUMN 10 VALUE 'RESOLUCAO:'.
           05 LINE 18 COLUMN 10 PIC X(60) USING WRK-CSO-RESOLUCAO.

       01 MOSTRA-ERRO.
           02 MSG-ERRO.
               10 LINE 16 COLUMN 01 ERASE EOL
           STOP RUN.

       1000-INICIAR.
           PERFORM 1050-LERPARAMETROS.
           OPEN I-O CLIENTES
               IF CLIENTES-STATUS = 35 THEN
                   OPEN OUTPUT CLIENTES
                 ACCEPT MENU-PRINCIPAL
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
           MOVE SPACES TO WRK-ARQ-RELATO.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'RELATO.TXT' DELIMITED BY SIZE
               INTO WRK-ARQ-RELATO.
           MOVE SPACES TO WRK-ARQ-AUDITORIA.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'AUDITORIA.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-AUDITORIA.
           MOVE SPACES TO WRK-ARQ-AUDCTL.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'AUDCTL.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-AUDCTL.
           MOVE SPACES TO WRK-ARQ-RELANIV.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'RELANIV.TXT' DELIMITED BY SIZE
               INTO WRK-ARQ-RELANIV.
           MOVE SPACES TO WRK-ARQ-UFS.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'UFS.TXT' DELIMITED BY SIZE
               INTO WRK-ARQ-UFS.
           MOVE SPACES TO WRK-ARQ-CONTATOS.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'CONTATOS.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-CONTATOS.
           MOVE SPACES TO WRK-ARQ-CEPS.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'CEPS.TXT' DELIMITED BY SIZE
               INTO WRK-ARQ-CEPS.
           MOVE SPACES TO WRK-ARQ-USUARIOS.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'USUARIOS.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-USUARIOS.
           MOVE SPACES TO WRK-ARQ-APROVA.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'APROVA.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-APROVA.
           MOVE SPACES TO WRK-ARQ-DOMICILIO.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'DOMICILIO.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-DOMICILIO.
           MOVE SPACES TO WRK-ARQ-CASOS.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'CASOS.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-CASOS.
           MOVE SPACES TO WRK-ARQ-CASOHIST.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'CASOHIST.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-CASOHIST.

       1200-CARREGARUFS.
           MOVE 0 TO WRK-UF-QTD.
           OPEN INPUT UFS.
               CLIENTES-TELEFONE CLIENTES-NASCIMENTO CLIENTES-ENDERECO.
           MOVE 0 TO CLIENTES-CPF-DESTINO.
           MOVE 'N' TO CLIENTES-CONTATO.
           MOVE SPACE TO CLIENTES-RF-SITUACAO.
           MOVE 0 TO CLIENTES-RF-DATA.
           MOVE 'N' TO CLIENTES-DEVOLVIDO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   IF OPERADOR-TOTAL
               WHEN 'C'
               WHEN 'c'
                   PERFORM 6700-REGISTRARCONTATO
               WHEN 'R'
               WHEN 'r'
                   PERFORM 6900-CASOS
               WHEN OTHER
                   IF WRK-OPCAO NOT EQUAL 'X'
                       DISPLAY 'OPCAO INCORRETA.'
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
           MOVE WRK-AUD-EMAIL-ANTES   TO AUDITORIA-EMAIL-ANTES.
           MOVE WRK-AUD-EMAIL-DEPOIS  TO AUDITORIA-EMAIL-DEPOIS.
           MOVE WRK-OPERADOR          TO AUDITORIA-USUARIO.
           MOVE SPACES                TO AUDITORIA-APROVADOR.
           ACCEPT AUDITORIA-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDITORIA-HORA FROM TIME.
           PERFORM 4470-GRAVARTRILHA.
           IF AUDITORIA-STATUS NOT = 0
               MOVE 'FALHA AO GRAVAR TRILHA DE AUDITORIA' TO
                   WRK-MSGERRO
               MOVE SPACES         TO AUDITORIA-EMAIL-ANTES
                                      AUDITORIA-EMAIL-DEPOIS
               MOVE WRK-OPERADOR   TO AUDITORIA-USUARIO
               MOVE SPACES         TO AUDITORIA-APROVADOR
               ACCEPT AUDITORIA-DATA FROM DATE YYYYMMDD
               ACCEPT AUDITORIA-HORA FROM TIME
               PERFORM 4470-GRAVARTRILHA
               PERFORM 4460-FECHARAUDITORIA
           END-IF.

           ELSE
               MOVE 'INATIVO' TO WRK-SITUACAO-DESC
           END-IF.
           EVALUATE TRUE
               WHEN CLIENTES-RF-REGULAR
                   MOVE 'REGULAR'    TO WRK-RF-DESC
               WHEN CLIENTES-RF-SUSPENSO
                   MOVE 'SUSPENSA'   TO WRK-RF-DESC
               WHEN CLIENTES-RF-CANCELADO
                   MOVE 'CANCELADA'  TO WRK-RF-DESC
               WHEN CLIENTES-RF-NULO
                   MOVE 'NULA'       TO WRK-RF-DESC
               WHEN CLIENTES-RF-FALECIDO
                   MOVE 'FALECIDO'   TO WRK-RF-DESC
               WHEN OTHER
                   MOVE 'NAO VERIF.' TO WRK-RF-DESC
           END-EVALUATE.
           MOVE SPACES TO WRK-RF-DATA-FMT.
           IF CLIENTES-RF-DATA NUMERIC AND CLIENTES-RF-DATA NOT = 0
               MOVE CLIENTES-RF-DATA     TO WRK-RF-DATA
               MOVE WRK-RF-DATA-X (7:2) TO WRK-RF-DATA-FMT (1:2)
               MOVE '/'                 TO WRK-RF-DATA-FMT (3:1)
               MOVE WRK-RF-DATA-X (5:2) TO WRK-RF-DATA-FMT (4:2)
               MOVE '/'                 TO WRK-RF-DATA-FMT (6:1)
               MOVE WRK-RF-DATA-X (1:4) TO WRK-RF-DATA-FMT (7:4)
           END-IF.

       4800-VERIFICAREMAIL.
           MOVE CLIENTES-CPF         TO WRK-INC-CPF.
                               MOVE 'TRANSFERIDO P/ CPF ' TO WRK-MSGERRO
                               MOVE CLIENTES-CPF-DESTINO TO
                                   WRK-MSGERRO (20:11)
                           ELSE
                               IF CLIENTES-END-DEVOLVIDO
                                   MOVE 'CORRESPONDENCIA DEVOLVIDA'
                                       TO WRK-MSGERRO
                               END-IF
                           END-IF
                   END-READ.
                       IF CLIENTES-STATUS = 51 OR CLIENTES-STATUS = 99
                               PERFORM 6800-LISTARCONTATOS
                           END-IF
                           MOVE SPACES TO WRK-MSGERRO
                           PERFORM 6850-LISTARDOMICILIO
                       END-IF.

       6500-CONSULTARPORNOME.
                       MOVE 'INFORME A ANOTACAO' TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                   WHEN OTHER
                       MOVE 'N' TO WRK-CSO-CTT-OK
                       PERFORM 6750-GRAVARCONTATO
                       IF CONTATO-GRAVADO AND WRK-CTT-TIPO = 'R'
                           MOVE 'ABRIR CASO DE RECLAMACAO? (S/N)' TO
                               WRK-MSGERRO
                           ACCEPT MOSTRA-ERRO
                           IF WRK-TECLA = 'S' OR WRK-TECLA = 's'
                               ACCEPT WRK-HOJE FROM DATE YYYYMMDD
                               MOVE WRK-CTT-TEXTO TO WRK-CSO-ASSUNTO
                               PERFORM 6910-ABRIRCASO
                           END-IF
                       END-IF
               END-EVALUATE
               PERFORM 1100-MONTATELA
           END-IF.
               END-WRITE
               IF CONTATOS-STATUS = 0
                   MOVE 'CONTATO REGISTRADO' TO WRK-MSGERRO
                   MOVE 'S' TO WRK-CSO-CTT-OK
                   MOVE CONTATOS-DATA TO WRK-CSO-CTT-DATA
                   MOVE CONTATOS-HORA TO WRK-CSO-CTT-HORA
                   MOVE CONTATOS-SEQ  TO WRK-CSO-CTT-SEQ
               ELSE
                   MOVE 'FALHA AO GRAVAR CONTATO. STATUS: ' TO
                       WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
           END-IF.

      *DEMAIS CLIENTES DO MESMO DOMICILIO (DOMICILIO.DAT E GERADO PELO
      *CLIEDOMIC; SEM ARQUIVO OU SEM OUTROS MEMBROS, NADA E EXIBIDO)
       6850-LISTARDOMICILIO.
           MOVE CLIENTES-CPF TO WRK-DOM-CPF.
           OPEN INPUT DOMICILIO.
           IF DOMICILIO-STATUS = 0
               MOVE WRK-DOM-CPF TO DOMICILIO-CPF
               READ DOMICILIO
               IF DOMICILIO-STATUS = 0
                   MOVE DOMICILIO-NUMERO TO WRK-DOM-NUMERO
                   MOVE 0 TO WRK-DOM-QTD WRK-CONTADOR
                   MOVE 'N' TO WRK-FIMCONTATOS
                   START DOMICILIO KEY IS EQUAL DOMICILIO-NUMERO
                       INVALID KEY
                           MOVE 'S' TO WRK-FIMCONTATOS
                   END-START
                   PERFORM UNTIL FIMCONTATOS
                       READ DOMICILIO NEXT
                           AT END
                               MOVE 'S' TO WRK-FIMCONTATOS
                           NOT AT END
                               IF DOMICILIO-NUMERO NOT = WRK-DOM-NUMERO
                                   MOVE 'S' TO WRK-FIMCONTATOS
                               ELSE
                                   IF DOMICILIO-CPF NOT = WRK-DOM-CPF
                                       PERFORM 6860-MOSTRARMEMBRO
                                   END-IF
                               END-IF
                       END-READ
                       IF DOMICILIO-STATUS NOT = 0
                          AND DOMICILIO-STATUS NOT = 02
                          AND DOMICILIO-STATUS NOT = 10
                           MOVE 'S' TO WRK-FIMCONTATOS
                       END-IF
                   END-PERFORM
                   IF WRK-DOM-QTD > 0
                       MOVE 'OUTROS CLIENTES NO DOMICILIO ' TO
                           WRK-MSGERRO
                       MOVE WRK-DOM-QTD TO WRK-MSGERRO (30:03)
                       ACCEPT MOSTRA-ERRO
                       MOVE SPACES TO WRK-MSGERRO
                   END-IF
               END-IF
               CLOSE DOMICILIO
           END-IF.

       6860-MOSTRARMEMBRO.
           IF WRK-DOM-QTD = 0
               DISPLAY '   DOMICILIO ' WRK-DOM-NUMERO
               DISPLAY '--------------------------'
           END-IF.
           ADD 1 TO WRK-DOM-QTD.
           MOVE DOMICILIO-CPF TO CLIENTES-CPF.
           READ CLIENTES.
           IF CLIENTES-STATUS NOT = 0
               MOVE SPACES TO CLIENTES-NOME
           END-IF.
           UNLOCK CLIENTES.
           IF DOMICILIO-E-CHEFE
               DISPLAY DOMICILIO-CPF ' ' CLIENTES-NOME ' CHEFE'
           ELSE
               DISPLAY DOMICILIO-CPF ' ' CLIENTES-NOME
           END-IF.
           ADD 1 TO WRK-CONTADOR.
           IF WRK-CONTADOR = 5
               MOVE 'PRESSIONE ALGUMA TECLA' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               MOVE SPACES TO WRK-MSGERRO
               MOVE 0 TO WRK-CONTADOR
           END-IF.

      **********************************
      *CASOS DE RECLAMACAO (CASOS.DAT): CADA CASO TEM NUMERO PROPRIO,
      *O CPF E O CONTATO 'R' QUE O ORIGINOU. A SITUACAO PASSA POR
      *ABERTO, EM ANDAMENTO, AGUARDANDO CLIENTE E FECHADO; CADA MUDANCA
      *DE SITUACAO VAI PARA CASOHIST.DAT (BASE DOS RELATORIOS CLIECASAG
      *E CLIECASRL)
      **********************************
       6900-CASOS.
           MOVE 'MODULO - CASOS RECLAMACAO' TO WRK-MODULO.
           DISPLAY TELA.
           DISPLAY TELA-REGISTRO.
           ACCEPT CHAVE.
           READ CLIENTES.
           IF CLIENTES-STATUS NOT = 0
               IF CLIENTES-STATUS = 51 OR CLIENTES-STATUS = 99
                   PERFORM 4900-TRADUZSTATUS
               ELSE
                   MOVE 'NAO ENCONTRADO' TO WRK-MSGERRO
               END-IF
               ACCEPT MOSTRA-ERRO
           ELSE
               PERFORM 4700-MONTASITUACAO
               DISPLAY SS-DADOS
               UNLOCK CLIENTES
               ACCEPT WRK-HOJE FROM DATE YYYYMMDD
               PERFORM 6905-LISTARCASOS
               MOVE 0 TO WRK-CSO-NUMERO
               ACCEPT TELA-CASO-NUMERO
               IF WRK-CSO-NUMERO = 0
                   MOVE 'N' TO WRK-CSO-CTT-OK
                   MOVE SPACES TO WRK-CSO-ASSUNTO
                   PERFORM 6910-ABRIRCASO
               ELSE
                   PERFORM 6920-ATUALIZARCASO
               END-IF
           END-IF.
           PERFORM 1100-MONTATELA.

       6905-LISTARCASOS.
           OPEN INPUT CASOS.
           IF CASOS-STATUS = 0
               MOVE 0 TO WRK-CSO-QTD WRK-CONTADOR
               MOVE CLIENTES-CPF TO CASOS-CPF
               MOVE 'N' TO WRK-FIMCONTATOS
               START CASOS KEY IS EQUAL CASOS-CPF
                   INVALID KEY
                       MOVE 'S' TO WRK-FIMCONTATOS
               END-START
               PERFORM UNTIL FIMCONTATOS
                   READ CASOS NEXT
                       AT END
                           MOVE 'S' TO WRK-FIMCONTATOS
                       NOT AT END
                           IF CASOS-CPF NOT = CLIENTES-CPF
                               MOVE 'S' TO WRK-FIMCONTATOS
                           ELSE
                               PERFORM 6906-MOSTRARCASO
                           END-IF
                   END-READ
                   IF CASOS-STATUS NOT = 0
                      AND CASOS-STATUS NOT = 02
                      AND CASOS-STATUS NOT = 10
                       MOVE 'S' TO WRK-FIMCONTATOS
                   END-IF
               END-PERFORM
               CLOSE CASOS
           END-IF.

       6906-MOSTRARCASO.
           IF WRK-CSO-QTD = 0
               DISPLAY '   CASOS DO CLIENTE '
               DISPLAY '--------------------------'
           END-IF.
           ADD 1 TO WRK-CSO-QTD.
           MOVE CASOS-SITUACAO TO WRK-CSO-SITUACAO.
           PERFORM 6980-DESCREVERSITUACAO.
           MOVE CASOS-PRAZO TO WRK-CSO-DATA.
           PERFORM 6985-FORMATARDATA.
           IF NOT CASO-FECHADO AND CASOS-PRAZO < WRK-HOJE
               DISPLAY CASOS-NUMERO ' ' CASOS-CATEGORIA ' '
                       WRK-CSO-SIT-DESC ' ' WRK-CSO-DATA-FMT ' '
                       CASOS-ASSUNTO (1:30) ' VENCIDO'
           ELSE
               DISPLAY CASOS-NUMERO ' ' CASOS-CATEGORIA ' '
                       WRK-CSO-SIT-DESC ' ' WRK-CSO-DATA-FMT ' '
                       CASOS-ASSUNTO (1:30)
           END-IF.
           ADD 1 TO WRK-CONTADOR.
           IF WRK-CONTADOR = 5
               MOVE 'PRESSIONE ALGUMA TECLA' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               MOVE SPACES TO WRK-MSGERRO
               MOVE 0 TO WRK-CONTADOR
           END-IF.

      *ABERTURA DO CASO. VINDO DO REGISTRO DE CONTATO O CONTATO 'R' JA
      *EXISTE; PELA OPCAO DE CASOS ELE E GRAVADO AQUI COM O TEXTO DA
      *RECLAMACAO
       6910-ABRIRCASO.
           MOVE SPACE TO WRK-CSO-CATEGORIA.
           MOVE 'M' TO WRK-CSO-PRIORIDADE.
           MOVE WRK-OPERADOR TO WRK-CSO-RESPONSAVEL.
           MOVE 0 TO WRK-CSO-DIAS.
           MOVE 'MODULO - ABRIR CASO' TO WRK-MODULO.
           DISPLAY TELA.
           DISPLAY TELA-CASO-CLIENTE.
           ACCEPT TELA-CASO-ABRIR.
           PERFORM 6930-VALIDARCASO.
           IF CASO-VALIDO AND WRK-CSO-ASSUNTO = SPACES
               MOVE 'N' TO WRK-CSO-VALIDO
               MOVE 'INFORME O TEXTO DA RECLAMACAO' TO WRK-MSGERRO
           END-IF.
           IF NOT CASO-VALIDO
               ACCEPT MOSTRA-ERRO
           ELSE
               IF NOT CONTATO-GRAVADO
                   MOVE 'R' TO WRK-CTT-TIPO
                   MOVE WRK-CSO-ASSUNTO TO WRK-CTT-TEXTO
                   PERFORM 6750-GRAVARCONTATO
               END-IF
               IF CONTATO-GRAVADO
                   PERFORM 6940-GRAVARCASO
                   ACCEPT MOSTRA-ERRO
               END-IF
           END-IF.

       6920-ATUALIZARCASO.
           PERFORM 6950-ABRIRCASOS.
           IF CASOS-STATUS NOT = 0
               MOVE 'ARQUIVO DE CASOS INDISPONIVEL' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
           ELSE
               MOVE WRK-CSO-NUMERO TO CASOS-NUMERO
               READ CASOS
               EVALUATE TRUE
                   WHEN CASOS-STATUS = 51 OR CASOS-STATUS = 99
                       MOVE 'CASO EM USO POR OUTRO OPERADOR' TO
                           WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                   WHEN CASOS-STATUS NOT = 0
                       MOVE 'CASO NAO ENCONTRADO' TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                   WHEN CASOS-CPF NOT = CLIENTES-CPF
                       MOVE 'CASO NAO PERTENCE A ESTE CLIENTE' TO
                           WRK-MSGERRO
                       UNLOCK CASOS
                       ACCEPT MOSTRA-ERRO
                   WHEN OTHER
                       PERFORM 6925-EDITARCASO
               END-EVALUATE
               CLOSE CASOS
           END-IF.

       6925-EDITARCASO.
           MOVE CASOS-CATEGORIA     TO WRK-CSO-CATEGORIA.
           MOVE CASOS-PRIORIDADE    TO WRK-CSO-PRIORIDADE.
           MOVE CASOS-SITUACAO      TO WRK-CSO-SITUACAO
                                       WRK-CSO-SIT-ANTES.
           MOVE CASOS-RESPONSAVEL   TO WRK-CSO-RESPONSAVEL.
           MOVE CASOS-RESOLUCAO     TO WRK-CSO-RESOLUCAO.
           MOVE 0 TO WRK-CSO-DIAS.
           PERFORM 6980-DESCREVERSITUACAO.
           MOVE CASOS-PRAZO TO WRK-CSO-DATA.
           PERFORM 6985-FORMATARDATA.
           MOVE WRK-CSO-DATA-FMT TO WRK-CSO-PRAZO-FMT.
           MOVE CASOS-ABERTURA-DATA TO WRK-CSO-DATA.
           PERFORM 6985-FORMATARDATA.
           MOVE WRK-CSO-DATA-FMT TO WRK-CSO-ABERTURA-FMT.
           MOVE 'MODULO - ATUALIZAR CASO' TO WRK-MODULO.
           DISPLAY TELA.
           DISPLAY TELA-CASO-CLIENTE.
           DISPLAY TELA-CASO-MOSTRA.
           ACCEPT TELA-CASO-ATUALIZAR.
           PERFORM 6930-VALIDARCASO.
           INSPECT WRK-CSO-SITUACAO CONVERTING 'aegf' TO 'AEGF'.
           IF CASO-VALIDO
               EVALUATE TRUE
                   WHEN WRK-CSO-SITUACAO NOT = 'A'
                    AND WRK-CSO-SITUACAO NOT = 'E'
                    AND WRK-CSO-SITUACAO NOT = 'G'
                    AND WRK-CSO-SITUACAO NOT = 'F'
                       MOVE 'N' TO WRK-CSO-VALIDO
                       MOVE 'SITUACAO DEVE SER A, E, G OU F' TO
                           WRK-MSGERRO
                   WHEN WRK-CSO-SIT-ANTES = 'F'
                    AND WRK-CSO-SITUACAO = 'F'
                       MOVE 'N' TO WRK-CSO-VALIDO
                       MOVE 'CASO FECHADO: REABRA P/ ALTERAR' TO
                           WRK-MSGERRO
                   WHEN WRK-CSO-SITUACAO = 'F'
                    AND WRK-CSO-RESOLUCAO = SPACES
                       MOVE 'N' TO WRK-CSO-VALIDO
                       MOVE 'INFORME A RESOLUCAO P/ FECHAR' TO
                           WRK-MSGERRO
               END-EVALUATE
           END-IF.
           IF NOT CASO-VALIDO
               UNLOCK CASOS
               ACCEPT MOSTRA-ERRO
           ELSE
               IF WRK-CSO-SIT-ANTES = 'F'
                   ADD 1 TO CASOS-REABERTURAS
                   MOVE 0 TO CASOS-FECHAMENTO
                   PERFORM 6935-CALCULARPRAZO
                   MOVE WRK-CSO-PRAZO TO CASOS-PRAZO
               ELSE
                   IF WRK-CSO-DIAS > 0
                       PERFORM 6935-CALCULARPRAZO
                       MOVE WRK-CSO-PRAZO TO CASOS-PRAZO
                   END-IF
               END-IF
               IF WRK-CSO-SITUACAO = 'F'
                   MOVE WRK-HOJE TO CASOS-FECHAMENTO
               END-IF
               MOVE WRK-CSO-CATEGORIA   TO CASOS-CATEGORIA
               MOVE WRK-CSO-PRIORIDADE  TO CASOS-PRIORIDADE
               MOVE WRK-CSO-SITUACAO    TO CASOS-SITUACAO
               MOVE WRK-CSO-RESPONSAVEL TO CASOS-RESPONSAVEL
               MOVE WRK-CSO-RESOLUCAO   TO CASOS-RESOLUCAO
               MOVE WRK-HOJE            TO CASOS-ALTERACAO-DATA
               MOVE WRK-OPERADOR        TO CASOS-ALTERACAO-USU
               REWRITE CASOS-REG
               IF CASOS-STATUS = 0
                   IF WRK-CSO-SITUACAO NOT = WRK-CSO-SIT-ANTES
                       PERFORM 6970-GRAVARHISTORICO
                   END-IF
                   MOVE 'CASO ATUALIZADO' TO WRK-MSGERRO
               ELSE
                   MOVE 'FALHA AO GRAVAR CASO. STATUS: ' TO
                       WRK-MSGERRO
                   MOVE CASOS-STATUS TO WRK-MSGERRO (31:02)
               END-IF
               ACCEPT MOSTRA-ERRO
           END-IF.

       6930-VALIDARCASO.
           MOVE 'N' TO WRK-CSO-VALIDO.
           INSPECT WRK-CSO-CATEGORIA CONVERTING 'cpaeo' TO 'CPAEO'.
           INSPECT WRK-CSO-PRIORIDADE CONVERTING 'amb' TO 'AMB'.
           EVALUATE TRUE
               WHEN WRK-CSO-CATEGORIA NOT = 'C'
                AND WRK-CSO-CATEGORIA NOT = 'P'
                AND WRK-CSO-CATEGORIA NOT = 'A'
                AND WRK-CSO-CATEGORIA NOT = 'E'
                AND WRK-CSO-CATEGORIA NOT = 'O'
                   MOVE 'CATEGORIA DEVE SER C, P, A, E OU O' TO
                       WRK-MSGERRO
               WHEN WRK-CSO-PRIORIDADE NOT = 'A'
                AND WRK-CSO-PRIORIDADE NOT = 'M'
                AND WRK-CSO-PRIORIDADE NOT = 'B'
                   MOVE 'PRIORIDADE DEVE SER A, M OU B' TO WRK-MSGERRO
               WHEN OTHER
                   PERFORM 6932-VALIDARRESPONSAVEL
           END-EVALUATE.

       6932-VALIDARRESPONSAVEL.
           OPEN INPUT USUARIOS.
           IF USUARIOS-STATUS NOT = 0
               MOVE 'USUARIOS.DAT INDISPONIVEL' TO WRK-MSGERRO
           ELSE
               MOVE WRK-CSO-RESPONSAVEL TO USUARIOS-ID
               READ USUARIOS
               EVALUATE TRUE
                   WHEN USUARIOS-STATUS NOT = 0
                       MOVE 'RESPONSAVEL NAO CADASTRADO' TO WRK-MSGERRO
                   WHEN NOT USUARIO-ATIVO
                       MOVE 'RESPONSAVEL NAO ESTA ATIVO' TO WRK-MSGERRO
                   WHEN OTHER
                       MOVE 'S' TO WRK-CSO-VALIDO
               END-EVALUATE
               CLOSE USUARIOS
           END-IF.

       6935-CALCULARPRAZO.
           IF WRK-CSO-DIAS = 0
               EVALUATE WRK-CSO-PRIORIDADE
                   WHEN 'A'
                       MOVE WRK-CSO-PRAZO-ALTA  TO WRK-CSO-DIAS
                   WHEN 'B'
                       MOVE WRK-CSO-PRAZO-BAIXA TO WRK-CSO-DIAS
                   WHEN OTHER
                       MOVE WRK-CSO-PRAZO-MEDIA TO WRK-CSO-DIAS
               END-EVALUATE
           END-IF.
           COMPUTE WRK-CSO-INT =
               FUNCTION INTEGER-OF-DATE (WRK-HOJE) + WRK-CSO-DIAS.
           COMPUTE WRK-CSO-PRAZO =
               FUNCTION DATE-OF-INTEGER (WRK-CSO-INT).

       6940-GRAVARCASO.
           PERFORM 6950-ABRIRCASOS.
           IF CASOS-STATUS NOT = 0
               MOVE 'ARQUIVO DE CASOS INDISPONIVEL' TO WRK-MSGERRO
           ELSE
               PERFORM 6960-PROXIMONUMERO
               IF NOT NUMERO-OBTIDO
                   MOVE 'NUMERACAO DE CASOS EM USO, TENTE DE NOVO' TO
                       WRK-MSGERRO
               ELSE
                   PERFORM 6935-CALCULARPRAZO
                   MOVE SPACES              TO CASOS-REG
                   MOVE WRK-CSO-NUMERO      TO CASOS-NUMERO
                   MOVE CLIENTES-CPF        TO CASOS-CPF
                   MOVE WRK-CSO-CTT-DATA    TO CASOS-CTT-DATA
                   MOVE WRK-CSO-CTT-HORA    TO CASOS-CTT-HORA
                   MOVE WRK-CSO-CTT-SEQ     TO CASOS-CTT-SEQ
                   MOVE WRK-CSO-CATEGORIA   TO CASOS-CATEGORIA
                   MOVE WRK-CSO-PRIORIDADE  TO CASOS-PRIORIDADE
                   MOVE 'A'                 TO CASOS-SITUACAO
                   MOVE WRK-CSO-RESPONSAVEL TO CASOS-RESPONSAVEL
                   MOVE WRK-HOJE            TO CASOS-ABERTURA-DATA
                   ACCEPT CASOS-ABERTURA-HORA FROM TIME
                   MOVE WRK-OPERADOR        TO CASOS-ABERTURA-USU
                   MOVE WRK-CSO-PRAZO       TO CASOS-PRAZO
                   MOVE 0                   TO CASOS-FECHAMENTO
                                               CASOS-REABERTURAS
                   MOVE WRK-HOJE            TO CASOS-ALTERACAO-DATA
                   MOVE WRK-OPERADOR        TO CASOS-ALTERACAO-USU
                   MOVE WRK-CSO-ASSUNTO     TO CASOS-ASSUNTO
                   WRITE CASOS-REG
                   IF CASOS-STATUS = 0
                       MOVE SPACE TO WRK-CSO-SIT-ANTES
                       MOVE 'A' TO WRK-CSO-SITUACAO
                       PERFORM 6970-GRAVARHISTORICO
                       MOVE 'CASO ABERTO: ' TO WRK-MSGERRO
                       MOVE WRK-CSO-NUMERO TO WRK-MSGERRO (14:07)
                   ELSE
                       MOVE 'FALHA AO GRAVAR CASO. STATUS: ' TO
                           WRK-MSGERRO
                       MOVE CASOS-STATUS TO WRK-MSGERRO (31:02)
                   END-IF
               END-IF
               CLOSE CASOS
           END-IF.

       6950-ABRIRCASOS.
           OPEN I-O CASOS
               IF CASOS-STATUS = 35 THEN
                   OPEN OUTPUT CASOS
                   CLOSE CASOS
                   OPEN I-O CASOS
               END-IF.

      *O REGISTRO DE CONTROLE FICA TRAVADO ENTRE A LEITURA E A
      *REGRAVACAO, O QUE SERIALIZA ABERTURAS SIMULTANEAS
       6960-PROXIMONUMERO.
           MOVE 'N' TO WRK-CSO-NUMERO-OK.
           MOVE 0 TO CASOS-CTL-CHAVE.
           MOVE 0 TO WRK-CSO-TENTATIVAS.
           READ CASOS.
           PERFORM UNTIL (CASOS-STATUS NOT = 51
                          AND CASOS-STATUS NOT = 99)
                      OR WRK-CSO-TENTATIVAS = 9999
               ADD 1 TO WRK-CSO-TENTATIVAS
               READ CASOS
           END-PERFORM.
           EVALUATE CASOS-STATUS
               WHEN 0
                   ADD 1 TO CASOS-CTL-ULTIMO
                   MOVE CASOS-CTL-ULTIMO TO WRK-CSO-NUMERO
                   REWRITE CASOS-CTL-REG
               WHEN 23
                   MOVE SPACES TO CASOS-CTL-REG
                   MOVE 0 TO CASOS-CTL-CHAVE
                   MOVE 1 TO CASOS-CTL-ULTIMO
                   MOVE 1 TO WRK-CSO-NUMERO
                   WRITE CASOS-CTL-REG
           END-EVALUATE.
           IF CASOS-STATUS = 0
               MOVE 'S' TO WRK-CSO-NUMERO-OK
           END-IF.

       6970-GRAVARHISTORICO.
           OPEN EXTEND CASOHIST
               IF CASOHIST-STATUS = 35 THEN
                   OPEN OUTPUT CASOHIST
                   CLOSE CASOHIST
                   OPEN EXTEND CASOHIST
               END-IF.
           IF CASOHIST-STATUS = 0
               MOVE SPACES              TO CASOHIST-REG
               MOVE CASOS-NUMERO        TO CASOHIST-NUMERO
               MOVE WRK-HOJE            TO CASOHIST-DATA
               ACCEPT CASOHIST-HORA FROM TIME
               MOVE WRK-OPERADOR        TO CASOHIST-USUARIO
               MOVE WRK-CSO-SIT-ANTES   TO CASOHIST-SIT-ANTES
               MOVE WRK-CSO-SITUACAO    TO CASOHIST-SIT-DEPOIS
               MOVE CASOS-CATEGORIA     TO CASOHIST-CATEGORIA
               MOVE CASOS-ABERTURA-DATA TO CASOHIST-ABERTURA
               MOVE CASOS-RESPONSAVEL   TO CASOHIST-RESPONSAVEL
               WRITE CASOHIST-REG
               CLOSE CASOHIST
           END-IF.

       6980-DESCREVERSITUACAO.
           EVALUATE WRK-CSO-SITUACAO
               WHEN 'A'
                   MOVE 'ABERTO'              TO WRK-CSO-SIT-DESC
               WHEN 'E'
                   MOVE 'EM ANDAMENTO'        TO WRK-CSO-SIT-DESC
               WHEN 'G'
                   MOVE 'AGUARDANDO CLIENTE'  TO WRK-CSO-SIT-DESC
               WHEN 'F'
                   MOVE 'FECHADO'             TO WRK-CSO-SIT-DESC
               WHEN OTHER
                   MOVE WRK-CSO-SITUACAO      TO WRK-CSO-SIT-DESC
           END-EVALUATE.

       6985-FORMATARDATA.
           MOVE WRK-CSO-DATA-X (7:2) TO WRK-CSO-DATA-FMT (1:2).
           MOVE '/'                 TO WRK-CSO-DATA-FMT (3:1).
           MOVE WRK-CSO-DATA-X (5:2) TO WRK-CSO-DATA-FMT (4:2).
           MOVE '/'                 TO WRK-CSO-DATA-FMT (6:1).
           MOVE WRK-CSO-DATA-X (1:4) TO WRK-CSO-DATA-FMT (7:4).

       7000-ALTERAR.
           MOVE 'MODULO - ALTERAR' TO WRK-MODULO.
           DISPLAY TELA.
                       MOVE CLIENTES-REG   TO WRK-REG-ANTES
                       MOVE CLIENTES-NOME  TO WRK-AUD-NOME-ANTES
                       MOVE CLIENTES-EMAIL TO WRK-AUD-EMAIL-ANTES
                       MOVE CLIENTES-ENDERECO TO WRK-END-ANTES
                       PERFORM 4700-MONTASITUACAO
                       ACCEPT SS-DADOS
                       PERFORM 4000-VALIDARCPF

       7100-REGRAVAR.
           MOVE WRK-REG-NOVO TO CLIENTES-REG.
           IF CLIENTES-ENDERECO NOT = WRK-END-ANTES
               MOVE 'N' TO CLIENTES-DEVOLVIDO
           END-IF.
           REWRITE CLIENTES-REG.
           IF CLIENTES-STATUS = 0 OR CLIENTES-STATUS = 02
               MOVE 'REGISTRO ALTERADO' TO WRK-MSGERRO
                                       ACCEPT MOSTRA-ERRO
                                       UNLOCK CLIENTES
                                   WHEN OTHER
                                       MOVE 'E' TO WRK-APV-TIPO
                                       PERFORM 8700-SOLICITARAPROVACAO
                               END-EVALUATE
                           ELSE
                               UNLOCK CLIENTES
                           END-IF.

       8500-REATIVAR.
           MOVE 'MODULO - REATIVAR CLIENTE' TO WRK-MODULO.
           DISPLAY TELA.
                                       ACCEPT MOSTRA-ERRO
                                       UNLOCK CLIENTES
                                   WHEN OTHER
                                       MOVE 'R' TO WRK-APV-TIPO
                                       PERFORM 8700-SOLICITARAPROVACAO
                               END-EVALUATE
                           ELSE
                               UNLOCK CLIENTES
                           END-IF.

       8700-SOLICITARAPROVACAO.
           OPEN I-O APROVA
               IF APROVA-STATUS = 35 THEN
                   OPEN OUTPUT APROVA
                   CLOSE APROVA
                   OPEN I-O APROVA
               END-IF.
           IF APROVA-STATUS NOT = 0
               MOVE 'ARQUIVO DE APROVACOES INDISPONIVEL' TO WRK-MSGERRO
           ELSE
               PERFORM 8750-VERIFICARPENDENTE
               IF APROVACAO-PENDENTE
                   MOVE 'JA EXISTE SOLICITACAO PENDENTE P/ CPF' TO
                       WRK-MSGERRO
               ELSE
                   MOVE WRK-APV-TIPO   TO APROVA-TIPO
                   MOVE CLIENTES-CPF   TO APROVA-CPF
                   MOVE 0              TO APROVA-CPF-DESTINO
                   MOVE CLIENTES-NOME  TO APROVA-NOME
                   MOVE WRK-OPERADOR   TO APROVA-SOLICITANTE
                   MOVE 'P'            TO APROVA-SITUACAO
                   MOVE SPACES         TO APROVA-APROVADOR
                                          APROVA-MOTIVO
                   MOVE 0              TO APROVA-DEC-DATA
                                          APROVA-DEC-HORA
                   ACCEPT APROVA-DATA FROM DATE YYYYMMDD
                   ACCEPT APROVA-HORA FROM TIME
                   MOVE 1 TO APROVA-SEQ
                   WRITE APROVA-REG
                   PERFORM UNTIL APROVA-STATUS NOT = 22
                              OR APROVA-SEQ = 999
                       ADD 1 TO APROVA-SEQ
                       WRITE APROVA-REG
                   END-PERFORM
                   IF APROVA-STATUS = 0 OR APROVA-STATUS = 02
                       MOVE 'SOLICITACAO ENVIADA P/ APROVACAO' TO
                           WRK-MSGERRO
                   ELSE
                       MOVE 'FALHA AO GRAVAR SOLICITACAO. STATUS: ' TO
                           WRK-MSGERRO
                       MOVE APROVA-STATUS TO WRK-MSGERRO (38:02)
                   END-IF
               END-IF
               CLOSE APROVA
           END-IF.
           UNLOCK CLIENTES.
           ACCEPT MOSTRA-ERRO.

       8750-VERIFICARPENDENTE.
           MOVE 'N' TO WRK-APV-PENDENTE.
           MOVE 'N' TO WRK-FIMAPROVA.
           MOVE CLIENTES-CPF TO APROVA-CPF.
           START APROVA KEY IS EQUAL TO APROVA-CPF
               INVALID KEY
                   MOVE 'S' TO WRK-FIMAPROVA
           END-START.
           PERFORM UNTIL FIMAPROVA OR APROVACAO-PENDENTE
               READ APROVA NEXT
                   AT END
                       MOVE 'S' TO WRK-FIMAPROVA
                   NOT AT END
                       IF APROVA-CPF NOT = CLIENTES-CPF
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

       9000-RELATORIOTELA.
           MOVE 'MODULO - RELATORIO' TO WRK-MODULO.
                   PERFORM UNTIL CLIENTES-STATUS NOT = 0
                       IF CLIENTES-ATIVO
                          AND NOT CLIENTES-NAO-CONTATAR
                          AND NOT CLIENTES-RF-FALECIDO
                           PERFORM 9250-EXTRAIRNASCIMENTO
                           IF NASC-OK
                              AND WRK-NASC-MES = WRK-ANIV-MES
