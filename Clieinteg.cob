       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIEINTEG.
      **********************************
      *OBJETIVO: VERIFICACAO SEMANAL DA INTEGRIDADE ENTRE CLIENTES,
      *          CLIHIST, CONTATOS, TRILHA DE AUDITORIA E USUARIOS
      *          (RODAR DEPOIS DO CLIEPURGA E DO CLIEMERGE).
      *          CODIGOS DAS OCORRENCIAS EM RELINTEG.TXT:
      *          01 CONTATO SEM CLIENTE NEM HISTORICO
      *          02 CPF DESTINO INEXISTENTE
      *          03 CPF DESTINO INATIVO
      *          04 CPF DESTINO EM CICLO
      *          05 CPF DESTINO JA TRANSFERIDO (CORRIGIVEL)
      *          06 CLIENTE ATIVO COM CPF DESTINO (CORRIGIVEL)
      *          07 INATIVO SEM EXCLUSAO/TRANSFERENCIA NA TRILHA
      *          08 ATIVO COM ULTIMO REGISTRO DE EXCLUSAO
      *          09 CPF EM CLIENTES E NO CLIHIST
      *          10 OPERADOR DA TRILHA NAO CADASTRADO
      *          11 OPERADOR DE CONTATO NAO CADASTRADO
      *          MODO R SO RELATA; MODO C (NIVEL TOTAL) CORRIGE OS
      *          CASOS 05 E 06 E GRAVA CADA CORRECAO NA TRILHA
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

               SELECT HISTORICO ASSIGN TO WRK-ARQ-HISTORICO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HISTORICO-STATUS.

               SELECT CONTATOS ASSIGN TO WRK-ARQ-CONTATOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CONTATOS-STATUS
               RECORD KEY IS CONTATOS-CHAVE.

               SELECT AUDITORIA ASSIGN TO WRK-ARQ-AUDITORIA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDITORIA-STATUS.

               SELECT AUDCTL ASSIGN TO WRK-ARQ-AUDCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS AUDCTL-STATUS
               RECORD KEY IS AUDCTL-CHAVE.

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

               SELECT USUARIOS ASSIGN TO WRK-ARQ-USUARIOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS USUARIOS-STATUS
               RECORD KEY IS USUARIOS-ID.

               SELECT CPFTMP ASSIGN TO WRK-ARQ-CPFTMP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CPFTMP-STATUS
               RECORD KEY IS CPFTMP-CPF.

               SELECT RELINTEG ASSIGN TO WRK-ARQ-RELINTEG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELINTEG-STATUS.

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

       FD HISTORICO.
       01 HISTORICO-REG.
           05 HISTORICO-DATA-EXPURGO  PIC 9(08).
           05 HISTORICO-DATA-EXCLUSAO PIC 9(08).
           05 HISTORICO-CLIENTE       PIC X(200).
           05 HISTORICO-CLIENTE-R REDEFINES HISTORICO-CLIENTE.
               10 HISTORICO-CPF        PIC 9(11).
               10 HISTORICO-NOME       PIC X(28).
               10 HISTORICO-EMAIL      PIC X(40).
               10 HISTORICO-SITUACAO   PIC X(01).
               10 HISTORICO-TELEFONE   PIC X(15).
               10 HISTORICO-NASCIMENTO PIC X(10).
               10 HISTORICO-ENDERECO.
                   15 HISTORICO-END-RUA    PIC X(30).
                   15 HISTORICO-END-NUMERO PIC X(06).
                   15 HISTORICO-END-CIDADE PIC X(20).
                   15 HISTORICO-END-UF     PIC X(02).
                   15 HISTORICO-END-CEP    PIC X(09).
               10 HISTORICO-CPF-DESTINO PIC 9(11).
               10 HISTORICO-CONTATO     PIC X(01).
               10 HISTORICO-RF-SITUACAO PIC X(01).
               10 HISTORICO-RF-DATA     PIC 9(08).
               10 HISTORICO-DEVOLVIDO   PIC X(01).
               10 FILLER                PIC X(06).

       FD CONTATOS.
       01 CONTATOS-REG.
           05 CONTATOS-CHAVE.
               10 CONTATOS-CPF  PIC 9(11).
               10 CONTATOS-DATA PIC 9(08).
               10 CONTATOS-HORA PIC 9(08).
               10 CONTATOS-SEQ  PIC 9(03).
           05 CONTATOS-TIPO     PIC X(01).
               88 CONTATO-TELEFONEMA  VALUE 'T'.
               88 CONTATO-RECLAMACAO  VALUE 'R'.
               88 CONTATO-ELOGIO      VALUE 'E'.
               88 CONTATO-INFORMACAO  VALUE 'I'.
               88 CONTATO-OUTRO       VALUE 'O'.
           05 CONTATOS-OPERADOR PIC X(08).
           05 CONTATOS-TEXTO    PIC X(60).

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

       FD CPFTMP.
       01 CPFTMP-REG.
           05 CPFTMP-CPF             PIC 9(11).
           05 CPFTMP-HISTORICO       PIC X(01).
               88 CPFTMP-NO-HISTORICO VALUE 'S'.
           05 CPFTMP-DATA-EXPURGO    PIC 9(08).
           05 CPFTMP-BAIXA           PIC X(01).
               88 CPFTMP-COM-BAIXA   VALUE 'S'.
           05 CPFTMP-ULT-OPERACAO    PIC X(01).
           05 CPFTMP-ULT-DATA        PIC 9(08).
           05 CPFTMP-ULT-HORA        PIC 9(08).
           05 CPFTMP-ULT-SEQUENCIA   PIC 9(09).
           05 CPFTMP-REPARO          PIC X(01).
               88 CPFTMP-SEM-REPARO  VALUE SPACE.
               88 CPFTMP-TROCAR-DESTINO VALUE 'D'.
               88 CPFTMP-LIMPAR-DESTINO VALUE 'L'.
           05 CPFTMP-DESTINO-ATUAL   PIC 9(11).
           05 CPFTMP-DESTINO-NOVO    PIC 9(11).

       FD RELINTEG.
       01 RELINTEG-REG.
           05 RELINTEG-DADOS PIC X(130).

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
       77 HISTORICO-STATUS     PIC 9(02).
       77 CONTATOS-STATUS      PIC 9(02).
       77 AUDIMES-STATUS       PIC 9(02).
       77 AUDPER-STATUS        PIC 9(02).
       77 PERIODO-STATUS       PIC 9(02).
       77 CPFTMP-STATUS        PIC 9(02).
       77 RELINTEG-STATUS      PIC 9(02).
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

       77 WRK-MODO             PIC X(01).
           88 MODO-RELATORIO   VALUE 'R'.
           88 MODO-CORRECAO    VALUE 'C'.
           88 MODO-VALIDO      VALUE 'R' 'C'.
       77 WRK-FIMARQUIVO       PIC X(01) VALUE 'N'.
           88 FIMARQUIVO       VALUE 'S'.
       77 WRK-LEITURA-OK       PIC X(01) VALUE 'S'.
           88 LEITURA-OK       VALUE 'S'.
       77 WRK-ARQ-PERIODO      PIC X(60).
       77 WRK-ARQ-CLIENTES     PIC X(60).
       77 WRK-ARQ-HISTORICO    PIC X(60).
       77 WRK-ARQ-CONTATOS     PIC X(60).
       77 WRK-ARQ-AUDITORIA    PIC X(60).
       77 WRK-ARQ-AUDCTL       PIC X(60).
       77 WRK-ARQ-AUDIMES      PIC X(60).
       77 WRK-ARQ-AUDPER       PIC X(60).
       77 WRK-ARQ-USUARIOS     PIC X(60).
       77 WRK-ARQ-CPFTMP       PIC X(60).
       77 WRK-ARQ-RELINTEG     PIC X(60).
       77 WRK-DIRETORIO        PIC X(40) VALUE 'C:\Cobol\'.
       77 WRK-PER-X            PIC X(06).
       77 WRK-PER-QTD          PIC 9(03) COMP VALUE 0.
       77 WRK-PER-IDX          PIC 9(03) COMP.
       01 WRK-PER-LISTA.
           05 WRK-PER-ENT OCCURS 120 TIMES PIC 9(06).

      *FATO DA TRILHA EM EXAME (QUALQUER DAS FONTES)
       01 WRK-TRL-FATO.
           05 WRK-FATO-OPERACAO    PIC X(01).
           05 WRK-FATO-DATA        PIC 9(08).
           05 WRK-FATO-HORA        PIC 9(08).
           05 WRK-FATO-CPF         PIC 9(11).
           05 WRK-FATO-USUARIO     PIC X(08).
           05 WRK-FATO-APROVADOR   PIC X(08).
           05 WRK-FATO-SEQUENCIA   PIC 9(09).
       77 WRK-FATO-MAIS-NOVO   PIC X(01).
           88 FATO-MAIS-NOVO   VALUE 'S'.

      *OPERADORES NAO CADASTRADOS (POR ORIGEM: T TRILHA, C CONTATO)
       77 WRK-OPD-ID           PIC X(08).
       77 WRK-OPD-ORIGEM       PIC X(01).
       77 WRK-OPD-ULTIMO       PIC X(08) VALUE HIGH-VALUES.
       77 WRK-OPD-ULTIMO-OK    PIC X(01) VALUE 'N'.
       77 WRK-OPD-QTD          PIC 9(03) COMP VALUE 0.
       77 WRK-OPD-IDX          PIC 9(03) COMP.
       77 WRK-OPD-ACHOU        PIC X(01).
           88 OPERADOR-ACHADO  VALUE 'S'.
       77 WRK-OPD-CHEIA        PIC X(01) VALUE 'N'.
           88 OPERADORES-CHEIOS VALUE 'S'.
       01 WRK-OPD-TABELA.
           05 WRK-OPD-ENT OCCURS 200 TIMES.
               10 WRK-OPD-ENT-ID     PIC X(08).
               10 WRK-OPD-ENT-ORIGEM PIC X(01).
               10 WRK-OPD-ENT-QTD    PIC 9(07).

      *CLIENTE EM EXAME E PERCURSO DA CADEIA DE CPF DESTINO
       77 WRK-CLI-CPF          PIC 9(11).
       77 WRK-CLI-SITUACAO     PIC X(01).
       77 WRK-CLI-DESTINO      PIC 9(11).
       77 WRK-TMP-EXISTE       PIC X(01).
           88 TMP-EXISTE       VALUE 'S'.
       77 WRK-DST-CPF          PIC 9(11).
       77 WRK-DST-PASSOS       PIC 9(02) COMP.
       77 WRK-DST-PASSOS-ED    PIC 9(02).
       77 WRK-DST-FIM          PIC X(01).
           88 DESTINO-OK          VALUE 'A'.
           88 DESTINO-INEXISTENTE VALUE 'X'.
           88 DESTINO-INATIVO     VALUE 'I'.
           88 DESTINO-CICLO       VALUE 'C'.
           88 DESTINO-EM-ANDAMENTO VALUE ' '.

      *CODIGOS DE OCORRENCIA E SUAS QUANTIDADES
       77 WRK-COD              PIC 9(02).
       77 WRK-COD-IDX          PIC 9(02) COMP.
       77 WRK-COD-TOTAL        PIC 9(07) VALUE 0.
       01 WRK-COD-STAT.
           05 WRK-COD-QTD OCCURS 11 TIMES PIC 9(07).
       01 WRK-COD-NOMES.
           05 FILLER PIC X(32) VALUE 'CONTATO SEM CLIENTE/HISTORICO'.
           05 FILLER PIC X(32) VALUE 'CPF DESTINO INEXISTENTE'.
           05 FILLER PIC X(32) VALUE 'CPF DESTINO INATIVO'.
           05 FILLER PIC X(32) VALUE 'CPF DESTINO EM CICLO'.
           05 FILLER PIC X(32) VALUE 'CPF DESTINO JA TRANSFERIDO'.
           05 FILLER PIC X(32) VALUE 'CLIENTE ATIVO COM CPF DESTINO'.
           05 FILLER PIC X(32) VALUE 'INATIVO SEM EXCLUSAO NA TRILHA'.
           05 FILLER PIC X(32) VALUE 'ATIVO COM ULTIMA OPERACAO E'.
           05 FILLER PIC X(32) VALUE 'CPF EM CLIENTES E NO CLIHIST'.
           05 FILLER PIC X(32) VALUE 'OPERADOR TRILHA NAO CADASTRADO'.
           05 FILLER PIC X(32) VALUE 'OPERADOR CONTATO NAO CADASTRADO'.
       01 WRK-COD-TABELA REDEFINES WRK-COD-NOMES.
           05 WRK-COD-DESC OCCURS 11 TIMES PIC X(32).
       77 WRK-DETALHE          PIC X(50).

       77 WRK-QTCLIENTES       PIC 9(07) VALUE 0.
       77 WRK-QTHISTORICO      PIC 9(07) VALUE 0.
       77 WRK-QTCONTATOS       PIC 9(07) VALUE 0.
       77 WRK-QTTRILHA         PIC 9(07) VALUE 0.
       77 WRK-QTSEMOPERADOR    PIC 9(07) VALUE 0.
       77 WRK-QTCORRIGIVEIS    PIC 9(07) VALUE 0.
       77 WRK-QTCORRIGIDOS     PIC 9(07) VALUE 0.
       77 WRK-QTNAOCORRIGIDOS  PIC 9(07) VALUE 0.

       77 WRK-AUD-NOME-ANTES   PIC X(28).
       77 WRK-AUD-NOME-DEPOIS  PIC X(28).

       77 WRK-REL-DATA         PIC 9(08).
       77 WRK-REL-DATA-X REDEFINES WRK-REL-DATA PIC X(08).
       77 WRK-REL-DATA-FMT     PIC X(10).

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           PERFORM 2000-CARREGARHISTORICO.
           PERFORM 2100-CARREGARTRILHA.
           PERFORM 4000-VERIFICARCLIENTES.
           PERFORM 5000-VERIFICARCONTATOS.
           IF MODO-CORRECAO
               PERFORM 6000-CORRIGIR
           END-IF.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIAR.
           DISPLAY 'INTEGRIDADE DA BASE DE CLIENTES - INICIO'.
           PERFORM 1050-LERPARAMETROS.
           MOVE SPACES TO WRK-MODO.
           DISPLAY 'MODO (R=SO RELATORIO, C=CORRIGIR): '.
           ACCEPT WRK-MODO.
           IF NOT MODO-VALIDO
               DISPLAY 'MODO INVALIDO'
               DISPLAY 'INTEGRIDADE DA BASE DE CLIENTES - ABORTADO'
               STOP RUN
           END-IF.
           IF MODO-CORRECAO
               PERFORM 1300-IDENTIFICAROPERADOR
           END-IF.
           OPEN INPUT CLIENTES.
           IF CLIENTES-STATUS NOT = 0
               DISPLAY 'CLIENTES.DAT: FALHA AO ABRIR. STATUS: '
                   CLIENTES-STATUS
               DISPLAY 'INTEGRIDADE DA BASE DE CLIENTES - ABORTADO'
               STOP RUN
           END-IF.
           OPEN INPUT USUARIOS.
           IF USUARIOS-STATUS NOT = 0
               DISPLAY 'USUARIOS.DAT: FALHA AO ABRIR. STATUS: '
                   USUARIOS-STATUS
               DISPLAY 'INTEGRIDADE DA BASE DE CLIENTES - ABORTADO'
               CLOSE CLIENTES
               STOP RUN
           END-IF.
           OPEN OUTPUT CPFTMP.
           IF CPFTMP-STATUS = 0
               CLOSE CPFTMP
               OPEN I-O CPFTMP
           END-IF.
           IF CPFTMP-STATUS NOT = 0
               DISPLAY 'INTCPF.TMP: FALHA AO ABRIR. STATUS: '
                   CPFTMP-STATUS
               DISPLAY 'INTEGRIDADE DA BASE DE CLIENTES - ABORTADO'
               CLOSE CLIENTES USUARIOS
               STOP RUN
           END-IF.
           OPEN OUTPUT RELINTEG.
           IF RELINTEG-STATUS NOT = 0
               DISPLAY 'RELINTEG.TXT: FALHA AO ABRIR. STATUS: '
                   RELINTEG-STATUS
               DISPLAY 'INTEGRIDADE DA BASE DE CLIENTES - ABORTADO'
               CLOSE CLIENTES USUARIOS CPFTMP
               STOP RUN
           END-IF.
           MOVE ZEROS TO WRK-COD-STAT.
           ACCEPT WRK-REL-DATA FROM DATE YYYYMMDD.
           MOVE WRK-REL-DATA-X (7:2) TO WRK-REL-DATA-FMT (1:2).
           MOVE '/'                 TO WRK-REL-DATA-FMT (3:1).
           MOVE WRK-REL-DATA-X (5:2) TO WRK-REL-DATA-FMT (4:2).
           MOVE '/'                 TO WRK-REL-DATA-FMT (6:1).
           MOVE WRK-REL-DATA-X (1:4) TO WRK-REL-DATA-FMT (7:4).
           MOVE SPACES TO RELINTEG-DADOS.
           IF MODO-CORRECAO
               STRING 'INTEGRIDADE DA BASE DE CLIENTES - CORRECAO POR '
                      WRK-OPERADOR ' - EMITIDO EM ' WRK-REL-DATA-FMT
                   DELIMITED BY SIZE INTO RELINTEG-DADOS
           ELSE
               STRING 'INTEGRIDADE DA BASE DE CLIENTES - SO RELATORIO'
                      ' - EMITIDO EM ' WRK-REL-DATA-FMT
                   DELIMITED BY SIZE INTO RELINTEG-DADOS
           END-IF.
           WRITE RELINTEG-REG.
           MOVE SPACES TO RELINTEG-DADOS.
           STRING 'DIRETORIO DOS ARQUIVOS: ' WRK-DIRETORIO
               DELIMITED BY SIZE INTO RELINTEG-DADOS.
           WRITE RELINTEG-REG.
           MOVE ALL '-' TO RELINTEG-DADOS.
           WRITE RELINTEG-REG.
           MOVE 'CD CPF/OPERAD. OCORRENCIA' TO RELINTEG-DADOS.
           MOVE 'DETALHE' TO RELINTEG-DADOS (49:7).
           WRITE RELINTEG-REG.
           MOVE ALL '-' TO RELINTEG-DADOS.
           WRITE RELINTEG-REG.

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
                   IF PARAMETROS-SENHA-VALIDADE > 0
                       MOVE PARAMETROS-SENHA-VALIDADE TO
                           WRK-SENHA-VALIDADE
                   END-IF
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
           MOVE SPACES TO WRK-ARQ-HISTORICO.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'CLIHIST.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-HISTORICO.
           MOVE SPACES TO WRK-ARQ-CONTATOS.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'CONTATOS.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-CONTATOS.
           MOVE SPACES TO WRK-ARQ-AUDITORIA.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'AUDITORIA.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-AUDITORIA.
           MOVE SPACES TO WRK-ARQ-AUDCTL.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'AUDCTL.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-AUDCTL.
           MOVE SPACES TO WRK-ARQ-AUDIMES.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'AUDIMES.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-AUDIMES.
           MOVE SPACES TO WRK-ARQ-AUDPER.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'AUDPER.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-AUDPER.
           MOVE SPACES TO WRK-ARQ-USUARIOS.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'USUARIOS.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-USUARIOS.
           MOVE SPACES TO WRK-ARQ-CPFTMP.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'INTCPF.TMP' DELIMITED BY SIZE
               INTO WRK-ARQ-CPFTMP.
           MOVE SPACES TO WRK-ARQ-RELINTEG.
           STRING WRK-DIRETORIO DELIMITED BY SPACE
                  'RELINTEG.TXT' DELIMITED BY SIZE
               INTO WRK-ARQ-RELINTEG.

       1300-IDENTIFICAROPERADOR.
           OPEN I-O USUARIOS.
           IF USUARIOS-STATUS NOT = 0
               DISPLAY 'USUARIOS.DAT: FALHA AO ABRIR. STATUS: '
                   USUARIOS-STATUS
               DISPLAY 'INTEGRIDADE DA BASE DE CLIENTES - ABORTADO'
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
               DISPLAY 'CORRECAO EXIGE OPERADOR DE NIVEL TOTAL'
               DISPLAY 'INTEGRIDADE DA BASE DE CLIENTES - ABORTADO'
               CLOSE USUARIOS
               STOP RUN
           END-IF.
           CLOSE USUARIOS.
           IF NOT LOGIN-OK
               DISPLAY 'ACESSO NEGADO'
               DISPLAY 'INTEGRIDADE DA BASE DE CLIENTES - ABORTADO'
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
      *CPFS ARQUIVADOS NO CLIHIST (COM A DATA DO EXPURGO MAIS RECENTE)
      **********************************
       2000-CARREGARHISTORICO.
           OPEN INPUT HISTORICO.
           IF HISTORICO-STATUS NOT = 0
               IF HISTORICO-STATUS NOT = 35
                   DISPLAY 'CLIHIST.DAT: FALHA AO ABRIR. STATUS: '
                       HISTORICO-STATUS
                   MOVE 'N' TO WRK-LEITURA-OK
               END-IF
           ELSE
               MOVE 'N' TO WRK-FIMARQUIVO
               PERFORM 2050-LERHISTORICO
               PERFORM UNTIL FIMARQUIVO
                   ADD 1 TO WRK-QTHISTORICO
                   MOVE HISTORICO-CPF TO CPFTMP-CPF
                   PERFORM 2700-LERCPFTMP
                   MOVE 'S' TO CPFTMP-HISTORICO
                   IF HISTORICO-DATA-EXPURGO > CPFTMP-DATA-EXPURGO
                       MOVE HISTORICO-DATA-EXPURGO TO
                           CPFTMP-DATA-EXPURGO
                   END-IF
                   PERFORM 2800-GRAVARCPFTMP
                   PERFORM 2050-LERHISTORICO
               END-PERFORM
               CLOSE HISTORICO
           END-IF.

       2050-LERHISTORICO.
           READ HISTORICO
               AT END
                   MOVE 'S' TO WRK-FIMARQUIVO
           END-READ.
           IF HISTORICO-STATUS NOT = 0 AND HISTORICO-STATUS NOT = 10
               DISPLAY 'CLIHIST.DAT: ERRO DE LEITURA. STATUS: '
                   HISTORICO-STATUS
               MOVE 'N' TO WRK-LEITURA-OK
               MOVE 'S' TO WRK-FIMARQUIVO
           END-IF.

      **********************************
      *TRILHA COMPLETA (PERIODOS FECHADOS, MES CORRENTE E MOVIMENTO):
      *ULTIMO REGISTRO E EXISTENCIA DE EXCLUSAO/TRANSFERENCIA POR CPF
      *E OPERADORES QUE ASSINARAM CADA REGISTRO
      **********************************
       2100-CARREGARTRILHA.
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
               PERFORM 2110-LERPERIODO
           END-PERFORM.
           PERFORM 2120-LERAUDIMES.
           PERFORM 2130-LERMOVIMENTO.

       2110-LERPERIODO.
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
               MOVE 'N' TO WRK-FIMARQUIVO
               PERFORM UNTIL FIMARQUIVO
                   READ PERIODO
                       AT END
                           MOVE 'S' TO WRK-FIMARQUIVO
                       NOT AT END
                           MOVE PERIODO-OPERACAO  TO WRK-FATO-OPERACAO
                           MOVE PERIODO-DATA      TO WRK-FATO-DATA
                           MOVE PERIODO-HORA      TO WRK-FATO-HORA
                           MOVE PERIODO-CPF       TO WRK-FATO-CPF
                           MOVE PERIODO-USUARIO   TO WRK-FATO-USUARIO
                           MOVE PERIODO-APROVADOR TO WRK-FATO-APROVADOR
                           MOVE PERIODO-SEQUENCIA TO WRK-FATO-SEQUENCIA
                           PERFORM 2500-ANOTARFATO
                   END-READ
                   IF PERIODO-STATUS NOT = 0 AND PERIODO-STATUS NOT = 10
                       DISPLAY 'ERRO DE LEITURA EM ' WRK-ARQ-PERIODO
                           ' STATUS: ' PERIODO-STATUS
                       MOVE 'N' TO WRK-LEITURA-OK
                       MOVE 'S' TO WRK-FIMARQUIVO
                   END-IF
               END-PERFORM
               CLOSE PERIODO
           END-IF.

       2120-LERAUDIMES.
           OPEN INPUT AUDIMES.
           IF AUDIMES-STATUS NOT = 0
               IF AUDIMES-STATUS NOT = 35
                   DISPLAY 'AUDIMES.DAT: FALHA AO ABRIR. STATUS: '
                       AUDIMES-STATUS
                   MOVE 'N' TO WRK-LEITURA-OK
               END-IF
           ELSE
               MOVE 'N' TO WRK-FIMARQUIVO
               MOVE ZEROS TO AUDIMES-CHAVE
               START AUDIMES KEY IS NOT LESS THAN AUDIMES-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIMARQUIVO
               END-START
               PERFORM UNTIL FIMARQUIVO
                   READ AUDIMES NEXT
                       AT END
                           MOVE 'S' TO WRK-FIMARQUIVO
                       NOT AT END
                           MOVE AUDIMES-OPERACAO  TO WRK-FATO-OPERACAO
                           MOVE AUDIMES-DATA      TO WRK-FATO-DATA
                           MOVE AUDIMES-HORA      TO WRK-FATO-HORA
                           MOVE AUDIMES-CPF       TO WRK-FATO-CPF
                           MOVE AUDIMES-USUARIO   TO WRK-FATO-USUARIO
                           MOVE AUDIMES-APROVADOR TO WRK-FATO-APROVADOR
                           MOVE AUDIMES-SEQUENCIA TO WRK-FATO-SEQUENCIA
                           PERFORM 2500-ANOTARFATO
                   END-READ
                   IF AUDIMES-STATUS NOT = 0 AND AUDIMES-STATUS NOT = 10
                       DISPLAY 'AUDIMES.DAT: ERRO DE LEITURA. STATUS: '
                           AUDIMES-STATUS
                       MOVE 'N' TO WRK-LEITURA-OK
                       MOVE 'S' TO WRK-FIMARQUIVO
                   END-IF
               END-PERFORM
               CLOSE AUDIMES
           END-IF.

       2130-LERMOVIMENTO.
           OPEN INPUT AUDITORIA.
           IF AUDITORIA-STATUS NOT = 0
               IF AUDITORIA-STATUS NOT = 35
                   DISPLAY 'AUDITORIA.DAT: FALHA AO ABRIR. STATUS: '
                       AUDITORIA-STATUS
                   MOVE 'N' TO WRK-LEITURA-OK
               END-IF
           ELSE
               MOVE 'N' TO WRK-FIMARQUIVO
               PERFORM UNTIL FIMARQUIVO
                   READ AUDITORIA
                       AT END
                           MOVE 'S' TO WRK-FIMARQUIVO
                       NOT AT END
                           MOVE AUDITORIA-OPERACAO  TO
                               WRK-FATO-OPERACAO
                           MOVE AUDITORIA-DATA      TO WRK-FATO-DATA
                           MOVE AUDITORIA-HORA      TO WRK-FATO-HORA
                           MOVE AUDITORIA-CPF       TO WRK-FATO-CPF
                           MOVE AUDITORIA-USUARIO   TO
                               WRK-FATO-USUARIO
                           MOVE AUDITORIA-APROVADOR TO
                               WRK-FATO-APROVADOR
                           MOVE AUDITORIA-SEQUENCIA TO
                               WRK-FATO-SEQUENCIA
                           PERFORM 2500-ANOTARFATO
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

       2500-ANOTARFATO.
           ADD 1 TO WRK-QTTRILHA.
           MOVE 'T' TO WRK-OPD-ORIGEM.
           IF WRK-FATO-USUARIO = SPACES
      *REGISTROS ANTERIORES A IDENTIFICACAO DO OPERADOR
               ADD 1 TO WRK-QTSEMOPERADOR
           ELSE
               MOVE WRK-FATO-USUARIO TO WRK-OPD-ID
               PERFORM 2600-CONFERIROPERADOR
           END-IF.
           IF WRK-FATO-APROVADOR NOT = SPACES
               MOVE WRK-FATO-APROVADOR TO WRK-OPD-ID
               PERFORM 2600-CONFERIROPERADOR
           END-IF.
           IF WRK-FATO-CPF NOT = 0
               MOVE WRK-FATO-CPF TO CPFTMP-CPF
               PERFORM 2700-LERCPFTMP
               IF WRK-FATO-OPERACAO = 'E' OR WRK-FATO-OPERACAO = 'T'
                   MOVE 'S' TO CPFTMP-BAIXA
               END-IF
               MOVE 'N' TO WRK-FATO-MAIS-NOVO
               EVALUATE TRUE
                   WHEN WRK-FATO-DATA > CPFTMP-ULT-DATA
                       MOVE 'S' TO WRK-FATO-MAIS-NOVO
                   WHEN WRK-FATO-DATA = CPFTMP-ULT-DATA
                    AND WRK-FATO-HORA > CPFTMP-ULT-HORA
                       MOVE 'S' TO WRK-FATO-MAIS-NOVO
                   WHEN WRK-FATO-DATA = CPFTMP-ULT-DATA
                    AND WRK-FATO-HORA = CPFTMP-ULT-HORA
                    AND WRK-FATO-SEQUENCIA > CPFTMP-ULT-SEQUENCIA
                       MOVE 'S' TO WRK-FATO-MAIS-NOVO
               END-EVALUATE
               IF FATO-MAIS-NOVO
                   MOVE WRK-FATO-OPERACAO  TO CPFTMP-ULT-OPERACAO
                   MOVE WRK-FATO-DATA      TO CPFTMP-ULT-DATA
                   MOVE WRK-FATO-HORA      TO CPFTMP-ULT-HORA
                   MOVE WRK-FATO-SEQUENCIA TO CPFTMP-ULT-SEQUENCIA
               END-IF
               PERFORM 2800-GRAVARCPFTMP
           END-IF.

      *O MESMO OPERADOR COSTUMA ASSINAR REGISTROS SEGUIDOS; O ULTIMO
      *CONFERIDO FICA GUARDADO PARA POUPAR LEITURAS
       2600-CONFERIROPERADOR.
           IF WRK-OPD-ID NOT = WRK-OPD-ULTIMO
               MOVE WRK-OPD-ID TO WRK-OPD-ULTIMO USUARIOS-ID
               READ USUARIOS
               IF USUARIOS-STATUS = 0
                   MOVE 'S' TO WRK-OPD-ULTIMO-OK
               ELSE
                   MOVE 'N' TO WRK-OPD-ULTIMO-OK
               END-IF
           END-IF.
           IF WRK-OPD-ULTIMO-OK NOT = 'S'
               MOVE 'N' TO WRK-OPD-ACHOU
               PERFORM VARYING WRK-OPD-IDX FROM 1 BY 1
                       UNTIL WRK-OPD-IDX > WRK-OPD-QTD
                          OR OPERADOR-ACHADO
                   IF WRK-OPD-ENT-ID (WRK-OPD-IDX) = WRK-OPD-ID
                      AND WRK-OPD-ENT-ORIGEM (WRK-OPD-IDX) =
                          WRK-OPD-ORIGEM
                       MOVE 'S' TO WRK-OPD-ACHOU
                       ADD 1 TO WRK-OPD-ENT-QTD (WRK-OPD-IDX)
                   END-IF
               END-PERFORM
               IF NOT OPERADOR-ACHADO
                   IF WRK-OPD-QTD < 200
                       ADD 1 TO WRK-OPD-QTD
                       MOVE WRK-OPD-ID TO WRK-OPD-ENT-ID (WRK-OPD-QTD)
                       MOVE WRK-OPD-ORIGEM TO
                           WRK-OPD-ENT-ORIGEM (WRK-OPD-QTD)
                       MOVE 1 TO WRK-OPD-ENT-QTD (WRK-OPD-QTD)
                   ELSE
                       MOVE 'S' TO WRK-OPD-CHEIA
                   END-IF
               END-IF
               IF WRK-OPD-ORIGEM = 'T'
                   ADD 1 TO WRK-COD-QTD (10)
               ELSE
                   ADD 1 TO WRK-COD-QTD (11)
               END-IF
           END-IF.

       2700-LERCPFTMP.
           READ CPFTMP.
           IF CPFTMP-STATUS = 0
               MOVE 'S' TO WRK-TMP-EXISTE
           ELSE
               MOVE 'N' TO WRK-TMP-EXISTE
               MOVE SPACES TO CPFTMP-HISTORICO CPFTMP-BAIXA
                              CPFTMP-ULT-OPERACAO CPFTMP-REPARO
               MOVE 0 TO CPFTMP-DATA-EXPURGO CPFTMP-ULT-DATA
                         CPFTMP-ULT-HORA CPFTMP-ULT-SEQUENCIA
                         CPFTMP-DESTINO-ATUAL CPFTMP-DESTINO-NOVO
           END-IF.

       2800-GRAVARCPFTMP.
           IF TMP-EXISTE
               REWRITE CPFTMP-REG
           ELSE
               WRITE CPFTMP-REG
           END-IF.
           IF CPFTMP-STATUS NOT = 0
               DISPLAY 'INTCPF.TMP: FALHA AO GRAVAR. STATUS: '
                   CPFTMP-STATUS
               MOVE 'N' TO WRK-LEITURA-OK
           END-IF.

      **********************************
      *CLIENTES: SITUACAO CONTRA A TRILHA E O CLIHIST E A CADEIA DE
      *CPF DESTINO DAS TRANSFERENCIAS
      **********************************
       4000-VERIFICARCLIENTES.
           MOVE 'N' TO WRK-FIMARQUIVO.
           MOVE 0 TO CLIENTES-CPF.
           START CLIENTES KEY IS NOT LESS THAN CLIENTES-CPF
               INVALID KEY
                   MOVE 'S' TO WRK-FIMARQUIVO
           END-START.
           IF NOT FIMARQUIVO
               PERFORM 4500-LERCLIENTE
           END-IF.
           PERFORM 4100-EXAMINARCLIENTE UNTIL FIMARQUIVO.

       4100-EXAMINARCLIENTE.
           ADD 1 TO WRK-QTCLIENTES.
           MOVE CLIENTES-CPF         TO WRK-CLI-CPF.
           MOVE CLIENTES-SITUACAO    TO WRK-CLI-SITUACAO.
           MOVE CLIENTES-CPF-DESTINO TO WRK-CLI-DESTINO.
           MOVE WRK-CLI-CPF TO CPFTMP-CPF.
           PERFORM 2700-LERCPFTMP.
           IF CPFTMP-NO-HISTORICO
               MOVE 09 TO WRK-COD
               MOVE SPACES TO WRK-DETALHE
               STRING 'EXPURGADO EM ' CPFTMP-DATA-EXPURGO
                      ', ULTIMA OPERACAO ' CPFTMP-ULT-OPERACAO
                   DELIMITED BY SIZE INTO WRK-DETALHE
               MOVE WRK-CLI-CPF TO WRK-DST-CPF
               PERFORM 4900-OCORRENCIA
           END-IF.
           IF WRK-CLI-SITUACAO = 'I' AND NOT CPFTMP-COM-BAIXA
               MOVE 07 TO WRK-COD
               MOVE SPACES TO WRK-DETALHE
               IF CPFTMP-ULT-OPERACAO = SPACE
                   MOVE 'NENHUM REGISTRO NA TRILHA' TO WRK-DETALHE
               ELSE
                   STRING 'ULTIMA OPERACAO ' CPFTMP-ULT-OPERACAO
                          ' EM ' CPFTMP-ULT-DATA
                       DELIMITED BY SIZE INTO WRK-DETALHE
               END-IF
               MOVE WRK-CLI-CPF TO WRK-DST-CPF
               PERFORM 4900-OCORRENCIA
           END-IF.
           IF WRK-CLI-SITUACAO = 'A' AND CPFTMP-ULT-OPERACAO = 'E'
               MOVE 08 TO WRK-COD
               MOVE SPACES TO WRK-DETALHE
               STRING 'EXCLUIDO EM ' CPFTMP-ULT-DATA
                      ' SEM REATIVACAO POSTERIOR'
                   DELIMITED BY SIZE INTO WRK-DETALHE
               MOVE WRK-CLI-CPF TO WRK-DST-CPF
               PERFORM 4900-OCORRENCIA
           END-IF.
           IF WRK-CLI-DESTINO NOT = 0
               PERFORM 4200-CONFERIRDESTINO
      *A CADEIA FOI LIDA NO PROPRIO CLIENTES; VOLTA A LEITURA
      *SEQUENCIAL PARA DEPOIS DO CLIENTE EM EXAME
               MOVE WRK-CLI-CPF TO CLIENTES-CPF
               START CLIENTES KEY IS GREATER THAN CLIENTES-CPF
                   INVALID KEY
                       MOVE 'S' TO WRK-FIMARQUIVO
               END-START
           END-IF.
           IF NOT FIMARQUIVO
               PERFORM 4500-LERCLIENTE
           END-IF.

       4200-CONFERIRDESTINO.
           IF WRK-CLI-SITUACAO = 'A'
               MOVE 06 TO WRK-COD
               MOVE SPACES TO WRK-DETALHE
               STRING 'APONTA PARA ' WRK-CLI-DESTINO
                      ', SERA LIMPO'
                   DELIMITED BY SIZE INTO WRK-DETALHE
               MOVE 'L' TO CPFTMP-REPARO
               MOVE WRK-CLI-DESTINO TO CPFTMP-DESTINO-ATUAL
               MOVE 0 TO CPFTMP-DESTINO-NOVO
               PERFORM 2800-GRAVARCPFTMP
               ADD 1 TO WRK-QTCORRIGIVEIS
               MOVE WRK-CLI-CPF TO WRK-DST-CPF
               PERFORM 4900-OCORRENCIA
           ELSE
               MOVE WRK-CLI-DESTINO TO WRK-DST-CPF
               MOVE 0 TO WRK-DST-PASSOS
               MOVE SPACE TO WRK-DST-FIM
               PERFORM 4300-SEGUIRDESTINO UNTIL NOT DESTINO-EM-ANDAMENTO
               PERFORM 4400-CLASSIFICARDESTINO
           END-IF.

      *CADA PASSO LE O CPF APONTADO; UM INATIVO TRANSFERIDO LEVA AO
      *PROXIMO ELO. VOLTAR AO PROPRIO CLIENTE OU PASSAR DE 20 ELOS E
      *CICLO
       4300-SEGUIRDESTINO.
           ADD 1 TO WRK-DST-PASSOS.
           IF WRK-DST-CPF = WRK-CLI-CPF OR WRK-DST-PASSOS > 20
               MOVE 'C' TO WRK-DST-FIM
           ELSE
               MOVE WRK-DST-CPF TO CLIENTES-CPF
               READ CLIENTES
               EVALUATE TRUE
                   WHEN CLIENTES-STATUS NOT = 0
                       MOVE 'X' TO WRK-DST-FIM
                   WHEN CLIENTES-ATIVO
                       MOVE 'A' TO WRK-DST-FIM
                   WHEN CLIENTES-CPF-DESTINO = 0
                       MOVE 'I' TO WRK-DST-FIM
                   WHEN OTHER
                       MOVE CLIENTES-CPF-DESTINO TO WRK-DST-CPF
               END-EVALUATE
           END-IF.

       4400-CLASSIFICARDESTINO.
           MOVE SPACES TO WRK-DETALHE.
           EVALUATE TRUE
               WHEN DESTINO-OK AND WRK-DST-PASSOS = 1
                   CONTINUE
               WHEN DESTINO-OK
                   MOVE 05 TO WRK-COD
                   STRING 'APONTA PARA ' WRK-CLI-DESTINO
                          ', ATIVO FINAL ' WRK-DST-CPF
                       DELIMITED BY SIZE INTO WRK-DETALHE
                   MOVE 'D' TO CPFTMP-REPARO
                   MOVE WRK-CLI-DESTINO TO CPFTMP-DESTINO-ATUAL
                   MOVE WRK-DST-CPF TO CPFTMP-DESTINO-NOVO
                   PERFORM 2800-GRAVARCPFTMP
                   ADD 1 TO WRK-QTCORRIGIVEIS
               WHEN DESTINO-INEXISTENTE
                   MOVE 02 TO WRK-COD
                   IF WRK-DST-PASSOS = 1
                       STRING 'APONTA PARA ' WRK-CLI-DESTINO
                           DELIMITED BY SIZE INTO WRK-DETALHE
                   ELSE
                       STRING 'APONTA PARA ' WRK-CLI-DESTINO
                              ', FALTA O ELO ' WRK-DST-CPF
                           DELIMITED BY SIZE INTO WRK-DETALHE
                   END-IF
               WHEN DESTINO-INATIVO
                   MOVE 03 TO WRK-COD
                   STRING 'APONTA PARA ' WRK-CLI-DESTINO
                          ', PARA EM ' WRK-DST-CPF
                       DELIMITED BY SIZE INTO WRK-DETALHE
               WHEN OTHER
                   MOVE 04 TO WRK-COD
                   MOVE WRK-DST-PASSOS TO WRK-DST-PASSOS-ED
                   STRING 'APONTA PARA ' WRK-CLI-DESTINO
                          ', ELOS PERCORRIDOS ' WRK-DST-PASSOS-ED
                       DELIMITED BY SIZE INTO WRK-DETALHE
           END-EVALUATE.
           IF WRK-DETALHE NOT = SPACES
               MOVE WRK-CLI-CPF TO WRK-DST-CPF
               PERFORM 4900-OCORRENCIA
           END-IF.

       4500-LERCLIENTE.
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

       4900-OCORRENCIA.
           ADD 1 TO WRK-COD-QTD (WRK-COD).
           MOVE SPACES TO RELINTEG-DADOS.
           STRING WRK-COD ' ' WRK-DST-CPF ' ' WRK-COD-DESC (WRK-COD)
                  ' ' WRK-DETALHE
               DELIMITED BY SIZE INTO RELINTEG-DADOS.
           WRITE RELINTEG-REG.

      **********************************
      *CONTATOS: CPF TEM QUE EXISTIR NO CLIENTES OU NO CLIHIST E O
      *OPERADOR QUE REGISTROU TEM QUE EXISTIR NO USUARIOS
      **********************************
       5000-VERIFICARCONTATOS.
           OPEN INPUT CONTATOS.
           IF CONTATOS-STATUS NOT = 0
               IF CONTATOS-STATUS NOT = 35
                   DISPLAY 'CONTATOS.DAT: FALHA AO ABRIR. STATUS: '
                       CONTATOS-STATUS
                   MOVE 'N' TO WRK-LEITURA-OK
               END-IF
           ELSE
               MOVE 'C' TO WRK-OPD-ORIGEM
               MOVE 'N' TO WRK-FIMARQUIVO
               MOVE ZEROS TO CONTATOS-CHAVE
               START CONTATOS KEY IS NOT LESS THAN CONTATOS-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIMARQUIVO
               END-START
               IF NOT FIMARQUIVO
                   PERFORM 5500-LERCONTATO
               END-IF
               PERFORM 5100-EXAMINARCONTATO UNTIL FIMARQUIVO
               CLOSE CONTATOS
           END-IF.

       5100-EXAMINARCONTATO.
           ADD 1 TO WRK-QTCONTATOS.
           MOVE CONTATOS-CPF TO CLIENTES-CPF.
           READ CLIENTES.
           IF CLIENTES-STATUS NOT = 0
               MOVE CONTATOS-CPF TO CPFTMP-CPF
               PERFORM 2700-LERCPFTMP
               IF NOT CPFTMP-NO-HISTORICO
                   MOVE 01 TO WRK-COD
                   MOVE SPACES TO WRK-DETALHE
                   STRING 'CONTATO DE ' CONTATOS-DATA ' '
                          CONTATOS-HORA ' TIPO ' CONTATOS-TIPO
                       DELIMITED BY SIZE INTO WRK-DETALHE
                   MOVE CONTATOS-CPF TO WRK-DST-CPF
                   PERFORM 4900-OCORRENCIA
               END-IF
           END-IF.
           IF CONTATOS-OPERADOR NOT = SPACES
               MOVE CONTATOS-OPERADOR TO WRK-OPD-ID
               PERFORM 2600-CONFERIROPERADOR
           ELSE
               ADD 1 TO WRK-QTSEMOPERADOR
           END-IF.
           PERFORM 5500-LERCONTATO.

       5500-LERCONTATO.
           READ CONTATOS NEXT
               AT END
                   MOVE 'S' TO WRK-FIMARQUIVO
           END-READ.
           IF CONTATOS-STATUS NOT = 0 AND CONTATOS-STATUS NOT = 10
               DISPLAY 'CONTATOS.DAT: ERRO DE LEITURA. STATUS: '
                   CONTATOS-STATUS
               MOVE 'N' TO WRK-LEITURA-OK
               MOVE 'S' TO WRK-FIMARQUIVO
           END-IF.

      **********************************
      *CORRECAO DOS CASOS SEGUROS (05 E 06). O CLIENTE E RELIDO COM
      *TRAVA E SO E CORRIGIDO SE NADA MUDOU DESDE A VERIFICACAO
      **********************************
       6000-CORRIGIR.
           CLOSE CLIENTES.
           OPEN I-O CLIENTES.
           IF CLIENTES-STATUS NOT = 0
               DISPLAY 'CLIENTES.DAT: FALHA AO ABRIR P/ CORRECAO. '
                   'STATUS: ' CLIENTES-STATUS
               MOVE WRK-QTCORRIGIVEIS TO WRK-QTNAOCORRIGIDOS
           ELSE
               MOVE ALL '-' TO RELINTEG-DADOS
               WRITE RELINTEG-REG
               MOVE 'CORRECOES' TO RELINTEG-DADOS
               WRITE RELINTEG-REG
               MOVE 'N' TO WRK-FIMARQUIVO
               MOVE 0 TO CPFTMP-CPF
               START CPFTMP KEY IS NOT LESS THAN CPFTMP-CPF
                   INVALID KEY
                       MOVE 'S' TO WRK-FIMARQUIVO
               END-START
               PERFORM UNTIL FIMARQUIVO
                   READ CPFTMP NEXT
                       AT END
                           MOVE 'S' TO WRK-FIMARQUIVO
                       NOT AT END
                           IF NOT CPFTMP-SEM-REPARO
                               PERFORM 6100-CORRIGIRDESTINO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       6100-CORRIGIRDESTINO.
           MOVE SPACES TO WRK-DETALHE.
           IF CPFTMP-TROCAR-DESTINO
               MOVE CPFTMP-DESTINO-NOVO TO CLIENTES-CPF
               READ CLIENTES
               IF CLIENTES-STATUS NOT = 0 OR NOT CLIENTES-ATIVO
                   MOVE 'NOVO DESTINO NAO ESTA MAIS ATIVO' TO
                       WRK-DETALHE
               END-IF
               IF CLIENTES-STATUS = 0
                   UNLOCK CLIENTES
               END-IF
           END-IF.
           IF WRK-DETALHE = SPACES
               MOVE CPFTMP-CPF TO CLIENTES-CPF
               READ CLIENTES
               EVALUATE TRUE
                   WHEN CLIENTES-STATUS = 51 OR CLIENTES-STATUS = 99
                       MOVE 'CLIENTE EM USO' TO WRK-DETALHE
                   WHEN CLIENTES-STATUS NOT = 0
                       MOVE 'CLIENTE NAO ENCONTRADO' TO WRK-DETALHE
                   WHEN CLIENTES-CPF-DESTINO NOT = CPFTMP-DESTINO-ATUAL
                       UNLOCK CLIENTES
                       MOVE 'CLIENTE ALTERADO DESDE A VERIFICACAO' TO
                           WRK-DETALHE
                   WHEN CPFTMP-LIMPAR-DESTINO AND NOT CLIENTES-ATIVO
                       UNLOCK CLIENTES
                       MOVE 'CLIENTE ALTERADO DESDE A VERIFICACAO' TO
                           WRK-DETALHE
                   WHEN OTHER
                       MOVE CPFTMP-DESTINO-NOVO TO CLIENTES-CPF-DESTINO
                       REWRITE CLIENTES-REG
                       IF CLIENTES-STATUS = 0 OR CLIENTES-STATUS = 02
                           PERFORM 6200-AUDITARCORRECAO
                       ELSE
                           UNLOCK CLIENTES
                           MOVE 'FALHA AO GRAVAR. STATUS: ' TO
                               WRK-DETALHE
                           MOVE CLIENTES-STATUS TO WRK-DETALHE (26:2)
                       END-IF
               END-EVALUATE
           END-IF.
           MOVE SPACES TO RELINTEG-DADOS.
           IF WRK-DETALHE = SPACES
               ADD 1 TO WRK-QTCORRIGIDOS
               STRING CPFTMP-CPF ' CPF DESTINO DE '
                      CPFTMP-DESTINO-ATUAL ' PARA '
                      CPFTMP-DESTINO-NOVO ' - CORRIGIDO'
                   DELIMITED BY SIZE INTO RELINTEG-DADOS
           ELSE
               ADD 1 TO WRK-QTNAOCORRIGIDOS
               STRING CPFTMP-CPF ' NAO CORRIGIDO: ' WRK-DETALHE
                   DELIMITED BY SIZE INTO RELINTEG-DADOS
           END-IF.
           WRITE RELINTEG-REG.

       6200-AUDITARCORRECAO.
           MOVE SPACES TO WRK-AUD-NOME-ANTES WRK-AUD-NOME-DEPOIS.
           STRING 'CPF DESTINO ' CPFTMP-DESTINO-ATUAL
               DELIMITED BY SIZE INTO WRK-AUD-NOME-ANTES.
           IF CPFTMP-DESTINO-NOVO = 0
               MOVE 'SEM CPF DESTINO' TO WRK-AUD-NOME-DEPOIS
           ELSE
               STRING 'CPF DESTINO ' CPFTMP-DESTINO-NOVO
                   DELIMITED BY SIZE INTO WRK-AUD-NOME-DEPOIS
           END-IF.
           PERFORM 4450-ABRIRAUDITORIA.
           IF NOT AUDITORIA-PRONTA
               DISPLAY 'FALHA AO GRAVAR TRILHA DE AUDITORIA'
           ELSE
               MOVE 'A'                 TO AUDITORIA-OPERACAO
               MOVE CLIENTES-CPF        TO AUDITORIA-CPF
               MOVE WRK-AUD-NOME-ANTES  TO AUDITORIA-NOME-ANTES
               MOVE WRK-AUD-NOME-DEPOIS TO AUDITORIA-NOME-DEPOIS
               MOVE CLIENTES-EMAIL      TO AUDITORIA-EMAIL-ANTES
                                           AUDITORIA-EMAIL-DEPOIS
               MOVE WRK-OPERADOR        TO AUDITORIA-USUARIO
               MOVE SPACES              TO AUDITORIA-APROVADOR
               ACCEPT AUDITORIA-DATA FROM DATE YYYYMMDD
               ACCEPT AUDITORIA-HORA FROM TIME
               PERFORM 4470-GRAVARTRILHA
               IF AUDITORIA-STATUS NOT = 0
                   DISPLAY 'FALHA AO GRAVAR TRILHA DE AUDITORIA'
               END-IF
               PERFORM 4460-FECHARAUDITORIA
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

       7000-LISTAROPERADORES.
           PERFORM VARYING WRK-OPD-IDX FROM 1 BY 1
                   UNTIL WRK-OPD-IDX > WRK-OPD-QTD
               MOVE SPACES TO RELINTEG-DADOS
               IF WRK-OPD-ENT-ORIGEM (WRK-OPD-IDX) = 'T'
                   MOVE 10 TO WRK-COD
               ELSE
                   MOVE 11 TO WRK-COD
               END-IF
               STRING WRK-COD ' ' WRK-OPD-ENT-ID (WRK-OPD-IDX) '    '
                      WRK-COD-DESC (WRK-COD) ' '
                      WRK-OPD-ENT-QTD (WRK-OPD-IDX) ' REGISTRO(S)'
                   DELIMITED BY SIZE INTO RELINTEG-DADOS
               WRITE RELINTEG-REG
           END-PERFORM.
           IF OPERADORES-CHEIOS
               MOVE 'TABELA DE OPERADORES CHEIA, LISTA INCOMPLETA' TO
                   RELINTEG-DADOS
               WRITE RELINTEG-REG
           END-IF.

       3000-FINALIZAR.
           PERFORM 7000-LISTAROPERADORES.
           MOVE ALL '-' TO RELINTEG-DADOS.
           WRITE RELINTEG-REG.
           MOVE 'TOTAIS POR CODIGO' TO RELINTEG-DADOS.
           WRITE RELINTEG-REG.
           MOVE 0 TO WRK-COD-TOTAL.
           PERFORM VARYING WRK-COD-IDX FROM 1 BY 1
                   UNTIL WRK-COD-IDX > 11
               MOVE WRK-COD-IDX TO WRK-COD
               ADD WRK-COD-QTD (WRK-COD-IDX) TO WRK-COD-TOTAL
               MOVE SPACES TO RELINTEG-DADOS
               STRING WRK-COD ' ' WRK-COD-DESC (WRK-COD-IDX) ' '
                      WRK-COD-QTD (WRK-COD-IDX)
                   DELIMITED BY SIZE INTO RELINTEG-DADOS
               WRITE RELINTEG-REG
           END-PERFORM.
           MOVE SPACES TO RELINTEG-DADOS.
           STRING 'TOTAL DE OCORRENCIAS....: ' WRK-COD-TOTAL
               DELIMITED BY SIZE INTO RELINTEG-DADOS.
           WRITE RELINTEG-REG.
           MOVE SPACES TO RELINTEG-DADOS.
           STRING 'CORRIGIVEIS: ' WRK-QTCORRIGIVEIS
                  '  CORRIGIDOS: ' WRK-QTCORRIGIDOS
                  '  NAO CORRIGIDOS: ' WRK-QTNAOCORRIGIDOS
               DELIMITED BY SIZE INTO RELINTEG-DADOS.
           WRITE RELINTEG-REG.
           IF NOT LEITURA-OK
               MOVE 'ATENCAO: VERIFICACAO INCOMPLETA POR ERRO DE '
                   TO RELINTEG-DADOS
               MOVE 'LEITURA' TO RELINTEG-DADOS (45:7)
               WRITE RELINTEG-REG
           END-IF.
           CLOSE RELINTEG.
           CLOSE CLIENTES.
           CLOSE USUARIOS.
           CLOSE CPFTMP.
           DISPLAY 'INTEGRIDADE DA BASE DE CLIENTES - RESUMO'.
           DISPLAY 'CLIENTES LIDOS.......: ' WRK-QTCLIENTES.
           DISPLAY 'HISTORICO LIDO.......: ' WRK-QTHISTORICO.
           DISPLAY 'CONTATOS LIDOS.......: ' WRK-QTCONTATOS.
           DISPLAY 'REGISTROS DA TRILHA..: ' WRK-QTTRILHA.
           DISPLAY 'SEM OPERADOR (ANTIGOS): ' WRK-QTSEMOPERADOR.
           DISPLAY 'OCORRENCIAS..........: ' WRK-COD-TOTAL.
           DISPLAY 'CORRIGIVEIS..........: ' WRK-QTCORRIGIVEIS.
           IF MODO-CORRECAO
               DISPLAY 'CORRIGIDOS...........: ' WRK-QTCORRIGIDOS
               DISPLAY 'NAO CORRIGIDOS.......: ' WRK-QTNAOCORRIGIDOS
           END-IF.
           DISPLAY 'RELATORIO GRAVADO EM RELINTEG.TXT'.
           IF NOT LEITURA-OK
               DISPLAY 'ATENCAO: VERIFICACAO INCOMPLETA POR ERRO DE '
                   'LEITURA'
           END-IF.
