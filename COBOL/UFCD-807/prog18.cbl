       IDENTIFICATION DIVISION.
       PROGRAM-ID. prog18.
       AUTHOR. .
       INSTALLATION.  where.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.
      *----------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - VERSAO INICIAL, MANUTENCAO DOS PARAMETROS DO
      *              PREMIO, DA TABELA DE RETENCAO E DO CALENDARIO
      *              DE TRANCHES COMO VERSOES POR ANO (PARMVERS.DAT)
      *              - AS VERSOES ANTERIORES FICAM GUARDADAS. UM
      *              OPERADOR PROPOE (A PARTIR DA VERSAO ATIVA DO
      *              ANO, DOS FICHEIROS EM USO OU DE UMA PROPOSTA
      *              JA TESTADA NA SIMULACAO DO prog05, PARMPROP.DAT)
      *              E SO UM SUPERVISOR DIFERENTE DE QUEM PROPOS A
      *              PODE APROVAR OU REJEITAR. A PROPOSTA E VALIDADA
      *              (MINIMOS ABAIXO DOS MAXIMOS, ESCALOES POR ORDEM
      *              CRESCENTE, TRANCHES A SOMAR 100) E A APROVACAO
      *              REESCREVE PARMFICH.DAT, TABIRS.DAT E
      *              TRANCAL.DAT. PROPOSTAS, APROVACOES E REJEICOES
      *              FICAM NA AUDITORIA (TIPO 1) COM O VALOR ANTES E
      *              DEPOIS DE CADA CAMPO ALTERADO.
      * 15/10/2026 - O SIGN-ON RECUSA O PERFIL N (OPERADOR DE SERVICO,
      *              SO USADO NA CADEIA NOTURNA), COM A RECUSA NA
      *              AUDITORIA.
      * 15/10/2026 - A APROVACAO SO REESCREVE PARMFICH.DAT E TABIRS.DAT
      *              QUANDO O ANO APROVADO E O QUE JA ESTA EM VIGOR (OU
      *              O PARMFICH.DAT NAO EXISTE); UM ANO POSTERIOR ENTRA
      *              EM VIGOR PELA NOVA OPCAO (T), RESERVADA A
      *              SUPERVISORES E AUDITADA. ERROS DE ABERTURA E
      *              ESCRITA DOS FICHEIROS EM USO FICAM NO ECRA E NA
      *              AUDITORIA. O ANO DE UMA PROPOSTA VINDA DA
      *              SIMULACAO E VALIDADO.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. pc.
       OBJECT-COMPUTER. pc.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERFILE ASSIGN TO "PARMVERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VER-CHAVE
               FILE STATUS IS WS-VER-STATUS.

           SELECT PARMFILE ASSIGN TO "PARMFICH.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT IRSFILE ASSIGN TO "TABIRS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IRS-STATUS.

           SELECT TRCFILE ASSIGN TO "TRANCAL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRC-STATUS.

           SELECT PROPFILE ASSIGN TO "PARMPROP.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROP-STATUS.

           SELECT SIMFILE ASSIGN TO "SIMULACAO.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIM-STATUS.

           SELECT AUDFILE ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT OPEFILE ASSIGN TO "OPERFICH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPE-ID
               FILE STATUS IS WS-OPE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------
      * UMA VERSAO DO ANO - O BLOCO DE PARAMETROS TEM O MESMO
      * FORMATO DO REGISTO DE PARMFICH.DAT, SEGUIDO DOS ESCALOES
      * DA RETENCAO (TABIRS.DAT) E DAS TRANCHES DO ANO
      * (TRANCAL.DAT). ESTADOS: P PROPOSTA, A ATIVA, R REJEITADA,
      * S SUBSTITUIDA. ORIGEM: E ECRA, S SIMULACAO.
      *----------------------------------------------------------
       FD  VERFILE.
       01  VER-REC.
           05 VER-CHAVE.
              10 VER-ANO           PIC 9(4).
              10 VER-NUMERO        PIC 9(3).
           05 VER-ESTADO           PIC X.
              88 VER-PROPOSTA      VALUE "P".
              88 VER-ATIVA         VALUE "A".
              88 VER-REJEITADA     VALUE "R".
              88 VER-SUBSTITUIDA   VALUE "S".
           05 VER-ORIGEM           PIC X.
              88 VER-ORIGEM-SIMULACAO VALUE "S".
           05 VER-PARAMETROS.
              10 VER-ANO-VIGOR          PIC 9(4).
              10 VER-IDADE-MIN          PIC 9(2).
              10 VER-IDADE-MAX          PIC 9(2).
              10 VER-IDADE-LIMITE       PIC 9(2).
              10 VER-IDADE-MULT         PIC 9(2).
              10 VER-ANTIG-MIN          PIC 9(2).
              10 VER-ANTIG-MAX          PIC 9(2).
              10 VER-ANTIG-LIMITE       PIC 9(2).
              10 VER-ANTIG-MULT1        PIC 9(2).
              10 VER-ANTIG-MULT2        PIC 9(2).
              10 VER-ANTIG-BASE         PIC 9(3).
              10 VER-FILHOS-LIMITE      PIC 9(1).
              10 VER-FILHOS-MULT        PIC 9(2).
              10 VER-FILHOS-FLAT        PIC 9(3).
              10 VER-TOLERANCIA-VARIACAO PIC 9(2).
              10 VER-RECUP-PERCENT-MAX  PIC 9(3).
              10 VER-FILHOS-IDADE-MAX   PIC 9(2).
              10 VER-FILHOS-IDADE-ESTUDO PIC 9(2).
              10 VER-CONTA-GASTO        PIC X(10).
              10 VER-CONTA-RETENCAO     PIC X(10).
              10 VER-CONTA-LIQUIDO      PIC X(10).
              10 VER-CONTA-REPOSICAO    PIC X(10).
              10 VER-CONTA-PENHORA      PIC X(10).
              10 VER-CONTA-REENVIO      PIC X(10).
           05 VER-IRS-TOTAL        PIC 9(2).
           05 VER-IRS-ESCALAO      OCCURS 10 TIMES.
              10 VER-IRS-LIMITE    PIC 9(6)V99.
              10 VER-IRS-TAXA      PIC 9(2)V99.
           05 VER-TRC-TOTAL        PIC 9(1).
           05 VER-TRC-TRANCHE      OCCURS 9 TIMES.
              10 VER-TRC-PERCENT   PIC 9(3)V99.
              10 VER-TRC-DATA      PIC 9(8).
           05 VER-PROPOSTO-POR     PIC X(8).
           05 VER-PROPOSTO-EM      PIC X(14).
           05 VER-DECIDIDO-POR     PIC X(8).
           05 VER-DECIDIDO-EM      PIC X(14).
           05 VER-NOTA             PIC X(30).

       FD  PARMFILE.
       01  PARM-REC                PIC X(100).

       FD  IRSFILE.
       01  IRS-REC.
           05 IRS-REG-LIMITE       PIC 9(6)V99.
           05 IRS-REG-TAXA         PIC 9(2)V99.

       FD  TRCFILE.
       01  TRC-REC.
           05 TRC-REG-ANO          PIC 9(4).
           05 TRC-REG-SEQ          PIC 9(1).
           05 TRC-REG-PERCENT      PIC 9(3)V99.
           05 TRC-REG-DATA         PIC 9(8).

       FD  PROPFILE.
       01  PROP-REC                PIC X(100).

       FD  SIMFILE.
       01  SIM-LINHA               PIC X(132).

       FD  AUDFILE.
       01  AUD-LINHA               PIC X(150).

       FD  OPEFILE.
       01  OPE-REC.
           05 OPE-ID               PIC X(8).
           05 OPE-SENHA            PIC X(8).
           05 OPE-PERFIL           PIC X.
              88 OPE-E-SUPERVISOR  VALUE "S".
              88 OPE-E-SERVICO     VALUE "N".
           05 OPE-FALHAS           PIC 9(1).
           05 OPE-BLOQUEADO        PIC X.
              88 OPE-ESTA-BLOQUEADO VALUE "S".

       WORKING-STORAGE SECTION.
       77 WS-VER-STATUS        PIC XX.
       77 WS-PARM-STATUS       PIC XX.
       77 WS-IRS-STATUS        PIC XX.
       77 WS-TRC-STATUS        PIC XX.
       77 WS-PROP-STATUS       PIC XX.
       77 WS-SIM-STATUS        PIC XX.
       77 WS-AUD-STATUS        PIC XX.
       77 WS-OPE-STATUS        PIC XX.

       77 MODO                 PIC X.
       77 REPETIR              PIC A.
       77 TEMP-ANO             PIC X(4).
       77 TEMP-VERSAO          PIC X(3).
       77 TEMP-CAMPO           PIC X(12).
       77 WS-OPERADOR          PIC X(8).
       77 WS-DATA-HORA         PIC X(14).
       77 WS-DETALHE-AUDITORIA PIC X(117).
       77 WS-TIPO-OPERACAO     PIC X.
       77 WS-ANO-ATUAL         PIC 9(4).

      *----------------------------------------------------------
      * PESQUISA DAS VERSOES DE UM ANO - A ATIVA, A PROPOSTA
      * PENDENTE (SO PODE HAVER UMA DE CADA VEZ) E O ULTIMO
      * NUMERO USADO, PARA A VERSAO SEGUINTE.
      *----------------------------------------------------------
       77 WS-ANO-ESCOLHIDO     PIC 9(4).
       77 WS-VERSAO-ESCOLHIDA  PIC 9(3).
       77 WS-VER-ATIVA-NUM     PIC 9(3).
       77 WS-VER-PENDENTE-NUM  PIC 9(3).
       77 WS-VER-ULTIMO-NUM    PIC 9(3).
       77 WS-FIM-VERFILE       PIC X.
           88 FIM-VERFILE VALUE "S".
       77 WS-VERSAO-LIDA       PIC X.
           88 VERSAO-LIDA VALUE "S".
       77 WS-ESTADO-TEXTO      PIC X(11).
       77 WS-ORIGEM-TEXTO      PIC X(9).
       77 WS-LINHA-ECRA        PIC 9(2).
       77 WS-LINHA-TEXTO       PIC X(79).

      *----------------------------------------------------------
      * IMAGENS ANTES E DEPOIS DE UMA VERSAO - PARA A AUDITORIA
      * CAMPO A CAMPO E PARA GUARDAR A VERSAO EM TRABALHO QUANDO
      * E PRECISO LER OUTRA DO MESMO FICHEIRO.
      *----------------------------------------------------------
       01 WS-VER-ANTES.
           05 FILLER                PIC X(9).
           05 WS-ANTES-PARM         PIC X(100).
           05 WS-ANTES-IRS-TOTAL    PIC 9(2).
           05 WS-ANTES-IRS          OCCURS 10 TIMES.
              10 WS-ANTES-IRS-LIMITE PIC 9(6)V99.
              10 WS-ANTES-IRS-TAXA  PIC 9(2)V99.
           05 WS-ANTES-TRC-TOTAL    PIC 9(1).
           05 WS-ANTES-TRC          OCCURS 9 TIMES.
              10 WS-ANTES-TRC-PERCENT PIC 9(3)V99.
              10 WS-ANTES-TRC-DATA  PIC 9(8).
           05 FILLER                PIC X(74).
       01 WS-VER-DEPOIS.
           05 FILLER                PIC X(9).
           05 WS-DEPOIS-PARM        PIC X(100).
           05 WS-DEPOIS-IRS-TOTAL   PIC 9(2).
           05 WS-DEPOIS-IRS         OCCURS 10 TIMES.
              10 WS-DEPOIS-IRS-LIMITE PIC 9(6)V99.
              10 WS-DEPOIS-IRS-TAXA PIC 9(2)V99.
           05 WS-DEPOIS-TRC-TOTAL   PIC 9(1).
           05 WS-DEPOIS-TRC         OCCURS 9 TIMES.
              10 WS-DEPOIS-TRC-PERCENT PIC 9(3)V99.
              10 WS-DEPOIS-TRC-DATA PIC 9(8).
           05 FILLER                PIC X(74).
       77 WS-AUD-PREFIXO       PIC X(30).
       77 WS-AUD-ALTERACOES    PIC 9(3).
       77 WS-ANTES-TEXTO       PIC X(24).
       77 WS-DEPOIS-TEXTO      PIC X(24).

      *----------------------------------------------------------
      * CAMPOS DO BLOCO DE PARAMETROS PARA A AUDITORIA - NOME,
      * POSICAO E COMPRIMENTO DENTRO DO REGISTO DE PARMFICH.DAT
      * (O ANO NAO ENTRA: E A CHAVE DA VERSAO).
      *----------------------------------------------------------
       01 WS-TABELA-CAMPOS.
           05 FILLER PIC X(25) VALUE "IDADE-MIN           00502".
           05 FILLER PIC X(25) VALUE "IDADE-MAX           00702".
           05 FILLER PIC X(25) VALUE "IDADE-LIMITE        00902".
           05 FILLER PIC X(25) VALUE "IDADE-MULT          01102".
           05 FILLER PIC X(25) VALUE "ANTIG-MIN           01302".
           05 FILLER PIC X(25) VALUE "ANTIG-MAX           01502".
           05 FILLER PIC X(25) VALUE "ANTIG-LIMITE        01702".
           05 FILLER PIC X(25) VALUE "ANTIG-MULT1         01902".
           05 FILLER PIC X(25) VALUE "ANTIG-MULT2         02102".
           05 FILLER PIC X(25) VALUE "ANTIG-BASE          02303".
           05 FILLER PIC X(25) VALUE "FILHOS-LIMITE       02601".
           05 FILLER PIC X(25) VALUE "FILHOS-MULT         02702".
           05 FILLER PIC X(25) VALUE "FILHOS-FLAT         02903".
           05 FILLER PIC X(25) VALUE "TOLERANCIA-VARIACAO 03202".
           05 FILLER PIC X(25) VALUE "RECUP-PERCENT-MAX   03403".
           05 FILLER PIC X(25) VALUE "FILHOS-IDADE-MAX    03702".
           05 FILLER PIC X(25) VALUE "FILHOS-IDADE-ESTUDO 03902".
           05 FILLER PIC X(25) VALUE "CONTA-GASTO         04110".
           05 FILLER PIC X(25) VALUE "CONTA-RETENCAO      05110".
           05 FILLER PIC X(25) VALUE "CONTA-LIQUIDO       06110".
           05 FILLER PIC X(25) VALUE "CONTA-REPOSICAO     07110".
           05 FILLER PIC X(25) VALUE "CONTA-PENHORA       08110".
           05 FILLER PIC X(25) VALUE "CONTA-REENVIO       09110".
       01 WS-CAMPOS REDEFINES WS-TABELA-CAMPOS.
           05 WS-CAMPO OCCURS 23 TIMES.
              10 WS-CAMPO-NOME     PIC X(20).
              10 WS-CAMPO-POSICAO  PIC 9(3).
              10 WS-CAMPO-COMPRIMENTO PIC 9(2).
       77 WS-CX                PIC 9(2) COMP.
       77 WS-IX                PIC 9(2) COMP.
       77 WS-IX-ED             PIC 99.

      *----------------------------------------------------------
      * LEITURA DE UM CAMPO NO ECRA - O VALOR ATUAL APARECE ENTRE
      * PARENTESES RETOS E UMA RESPOSTA EM BRANCO MANTEM-NO.
      *----------------------------------------------------------
       77 WS-CAMPO-ROTULO      PIC X(30).
       77 WS-CAMPO-LINHA       PIC 9(2).
       77 WS-CAMPO-INTEIRO     PIC 9(8).
       77 WS-CAMPO-INTEIRO-MAX PIC 9(8).
       77 WS-CAMPO-INTEIRO-ED  PIC Z(7)9.
       77 WS-CAMPO-DECIMAL     PIC 9(6)V99.
       77 WS-CAMPO-DECIMAL-MAX PIC 9(6)V99.
       77 WS-CAMPO-DECIMAL-ED  PIC ZZZZZ9.99.
       77 WS-CAMPO-CONTA       PIC X(10).

      *----------------------------------------------------------
      * VALIDACAO DE UMA VERSAO.
      *----------------------------------------------------------
       77 WS-ERROS             PIC 9(2).
       77 WS-ERRO-TEXTO        PIC X(70).
       77 WS-LINHA-ERRO        PIC 9(2).
       77 WS-SOMA-TRANCHES     PIC 9(4)V99.
       77 WS-SOMA-ED           PIC ZZZ9.99.
       77 WS-LIMITE-ED         PIC ZZZZZ9.99.
       77 WS-TAXA-ED           PIC Z9.99.
       77 WS-PERCENT-ED        PIC ZZ9.99.

      *----------------------------------------------------------
      * REESCRITA DOS FICHEIROS EM USO NA APROVACAO E NA ENTRADA
      * EM VIGOR DE UM ANO - ANOS COM VERSAO ATIVA E TRANCHES DOS
      * ANOS SEM VERSAO, QUE FICAM COMO ESTAVAM EM TRANCAL.DAT.
      *----------------------------------------------------------
       77 WS-ANO-FICHEIRO      PIC 9(4).
       77 WS-ANO-VIGOR-ANTES   PIC 9(4).
       77 WS-ANO-A-ATIVAR      PIC 9(4).
       77 WS-VERSAO-A-ATIVAR   PIC 9(3).
       77 WS-ATIVACAO-EXPLICITA PIC X.
           88 ATIVACAO-EXPLICITA VALUE "S".
       77 WS-ERRO-REESCRITA    PIC X.
           88 ERRO-REESCRITA VALUE "S".
       77 WS-FICHEIRO-ERRO     PIC X(8).
       77 WS-ESTADO-ERRO       PIC XX.
       01 WS-ANOS-ATIVOS.
           05 WS-ATIVO-TOTAL       PIC 9(2) COMP.
           05 WS-ATIVO OCCURS 50 TIMES.
              10 WS-ATIVO-ANO      PIC 9(4).
              10 WS-ATIVO-VERSAO   PIC 9(3).
       77 WS-AX                PIC 9(2) COMP.
       77 WS-ANO-TEM-VERSAO    PIC X.
           88 ANO-TEM-VERSAO VALUE "S".
       01 WS-TRANCHES-GUARDADAS.
           05 WS-TRG-TOTAL         PIC 9(3) COMP.
           05 WS-TRG OCCURS 99 TIMES.
              10 WS-TRG-REGISTO    PIC X(18).
       77 WS-GX                PIC 9(3) COMP.
       77 WS-FIM-TRCFILE       PIC X.
           88 FIM-TRCFILE VALUE "S".
       77 WS-FIM-IRSFILE       PIC X.
           88 FIM-IRSFILE VALUE "S".
       77 WS-FICHEIROS-REESCRITOS PIC X.
           88 FICHEIROS-REESCRITOS VALUE "S".

      *----------------------------------------------------------
      * AREAS DO CONTROLO DE ACESSO DO OPERADOR - COMO NO prog05.
      *----------------------------------------------------------
       77 WS-SENHA             PIC X(8).
       77 WS-PERFIL            PIC X.
           88 OPERADOR-SUPERVISOR VALUE "S".
       77 WS-TENTATIVAS-ECRA   PIC 9(1).
       77 WS-SIGNON-OK         PIC X.
           88 SIGNON-OK VALUE "S".

       SCREEN SECTION.
       01 CLS BLANK SCREEN.

       PROCEDURE DIVISION.
      *----------------------------------------------------------
      * PONTO DE ENTRADA - ENTRADA DO OPERADOR E MENU.
      *----------------------------------------------------------
       MENU-PARAMETROS.
           PERFORM EFETUAR-SIGNON THRU EFETUAR-SIGNON-SAIDA.
           PERFORM ABRIR-FICHEIROS-PARAMETROS.
       MENU-ESCOLHER.
           DISPLAY CLS.
           DISPLAY "PARAMETROS, RETENCAO E TRANCHES POR ANO" AT 0201.
           DISPLAY "(L)ISTAR VERSOES  (P)ROPOR  (C)ARREGAR DA "
               "SIMULACAO  (E)NVIAR PARA SIMULACAO" AT 0401.
           DISPLAY "(A)PROVAR  (R)EJEITAR  (T)ORNAR UM ANO EM VIGOR  "
               "(S)AIR" AT 0501.
           DISPLAY "OPCAO:" AT 0701.
           ACCEPT MODO AT 0708.
           EVALUATE MODO
               WHEN "L"
               WHEN "l"
                   GO TO LISTAR-VERSOES
               WHEN "P"
               WHEN "p"
                   GO TO PROPOR-VERSAO
               WHEN "C"
               WHEN "c"
                   GO TO CARREGAR-SIMULACAO
               WHEN "E"
               WHEN "e"
                   GO TO ENVIAR-SIMULACAO
               WHEN "A"
               WHEN "a"
               WHEN "R"
               WHEN "r"
               WHEN "T"
               WHEN "t"
                   IF NOT OPERADOR-SUPERVISOR
                       DISPLAY "DECISAO RESERVADA A SUPERVISORES."
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 0901
                       MOVE "V" TO WS-TIPO-OPERACAO
                       MOVE "DECISAO SOBRE PARAMETROS NEGADA"
                           TO WS-DETALHE-AUDITORIA
                       PERFORM REGISTAR-AUDITORIA-PARAMETROS
                       ACCEPT OMITTED AT 1001
                       GO TO MENU-ESCOLHER
                   END-IF
                   IF MODO = "A" OR MODO = "a"
                       GO TO APROVAR-VERSAO
                   END-IF
                   IF MODO = "T" OR MODO = "t"
                       GO TO ATIVAR-ANO-VIGOR
                   END-IF
                   GO TO REJEITAR-VERSAO
               WHEN "S"
               WHEN "s"
                   GO TO PARAMETROS-FIM
               WHEN OTHER
                   GO TO MENU-ESCOLHER
           END-EVALUATE.

       ABRIR-FICHEIROS-PARAMETROS.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANO-ATUAL.
           OPEN I-O VERFILE.
           IF WS-VER-STATUS = "35"
               OPEN OUTPUT VERFILE
               CLOSE VERFILE
               OPEN I-O VERFILE
           END-IF.
           IF WS-VER-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR AS VERSOES DE PARAMETROS - "
                   "ESTADO " WS-VER-STATUS
               STOP RUN
           END-IF.
           OPEN EXTEND AUDFILE.
           IF WS-AUD-STATUS = "05" OR WS-AUD-STATUS = "35"
               OPEN OUTPUT AUDFILE
           END-IF.

       PARAMETROS-FIM.
           CLOSE VERFILE.
           CLOSE AUDFILE.
           DISPLAY "OBRIGADO, VOLTE SEMPRE" AT 1501.
           ACCEPT OMITTED AT 1601.
           STOP RUN.

      *----------------------------------------------------------
      * LISTA DAS VERSOES DE UM ANO, COM A CONSULTA DE UMA DELAS.
      *----------------------------------------------------------
       LISTAR-VERSOES.
           DISPLAY CLS.
           DISPLAY "VERSOES DE PARAMETROS" AT 0201.
           PERFORM LER-ANO THRU LER-ANO-SAIDA.
           IF WS-ANO-ESCOLHIDO = 0
               GO TO MENU-ESCOLHER
           END-IF.
           DISPLAY "VERS ESTADO      ORIGEM    PROPOSTA POR/EM"
               "          DECISAO POR/EM" AT 0401.
           MOVE 4 TO WS-LINHA-ECRA.
           MOVE "N" TO WS-FIM-VERFILE.
           MOVE WS-ANO-ESCOLHIDO TO VER-ANO.
           MOVE 0 TO VER-NUMERO.
           START VERFILE KEY IS NOT LESS THAN VER-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-VERFILE
           END-START.
       LISTAR-VERSOES-LER.
           IF FIM-VERFILE
               GO TO LISTAR-VERSOES-ESCOLHER
           END-IF.
           READ VERFILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-VERFILE
                   GO TO LISTAR-VERSOES-LER
           END-READ.
           IF VER-ANO NOT = WS-ANO-ESCOLHIDO
               MOVE "S" TO WS-FIM-VERFILE
               GO TO LISTAR-VERSOES-LER
           END-IF.
           IF WS-LINHA-ECRA < 19
               ADD 1 TO WS-LINHA-ECRA
               PERFORM DESCREVER-VERSAO
               MOVE SPACES TO WS-LINHA-TEXTO
               STRING VER-NUMERO        DELIMITED BY SIZE
                   "  "                 DELIMITED BY SIZE
                   WS-ESTADO-TEXTO      DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   WS-ORIGEM-TEXTO      DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   VER-PROPOSTO-POR     DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   VER-PROPOSTO-EM(1:12) DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   VER-DECIDIDO-POR     DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   VER-DECIDIDO-EM(1:12) DELIMITED BY SIZE
                   INTO WS-LINHA-TEXTO
               END-STRING
               DISPLAY WS-LINHA-TEXTO AT LINE WS-LINHA-ECRA COLUMN 1
           END-IF.
           GO TO LISTAR-VERSOES-LER.
       LISTAR-VERSOES-ESCOLHER.
           IF WS-LINHA-ECRA = 4
               DISPLAY "SEM VERSOES PARA O ANO - EM USO ESTAO OS "
                   "FICHEIROS ATUAIS." AT 0501
           END-IF.
           DISPLAY "CONSULTAR A VERSAO (0 PARA VOLTAR):" AT 2101.
           ACCEPT TEMP-VERSAO AT 2137.
           MOVE FUNCTION NUMVAL(TEMP-VERSAO) TO WS-VERSAO-ESCOLHIDA.
           IF WS-VERSAO-ESCOLHIDA = 0
               GO TO MENU-ESCOLHER
           END-IF.
           PERFORM LER-VERSAO-ESCOLHIDA.
           IF NOT VERSAO-LIDA
               DISPLAY "VERSAO NAO ENCONTRADA."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 2201
               GO TO LISTAR-VERSOES-ESCOLHER
           END-IF.
           PERFORM MOSTRAR-VERSAO.
           ACCEPT OMITTED AT 2301.
           GO TO MENU-ESCOLHER.

       DESCREVER-VERSAO.
           EVALUATE TRUE
               WHEN VER-PROPOSTA
                   MOVE "PROPOSTA"    TO WS-ESTADO-TEXTO
               WHEN VER-ATIVA
                   MOVE "ATIVA"       TO WS-ESTADO-TEXTO
               WHEN VER-REJEITADA
                   MOVE "REJEITADA"   TO WS-ESTADO-TEXTO
               WHEN VER-SUBSTITUIDA
                   MOVE "SUBSTITUIDA" TO WS-ESTADO-TEXTO
               WHEN OTHER
                   MOVE VER-ESTADO    TO WS-ESTADO-TEXTO
           END-EVALUATE.
           IF VER-ORIGEM-SIMULACAO
               MOVE "SIMULACAO" TO WS-ORIGEM-TEXTO
           ELSE
               MOVE "ECRA"      TO WS-ORIGEM-TEXTO
           END-IF.

       LER-ANO.
           MOVE 0 TO WS-ANO-ESCOLHIDO.
           DISPLAY "ANO (0 PARA VOLTAR):" AT 0301.
           ACCEPT TEMP-ANO AT 0322.
           MOVE FUNCTION NUMVAL(TEMP-ANO) TO WS-ANO-ESCOLHIDO.
           IF WS-ANO-ESCOLHIDO = 0
               GO TO LER-ANO-SAIDA
           END-IF.
           IF WS-ANO-ESCOLHIDO < 2000
               DISPLAY "ANO INVALIDO." FOREGROUND-COLOR 4 HIGHLIGHT
                   AT 0330
               GO TO LER-ANO
           END-IF.
           DISPLAY " " ERASE EOL AT 0330.
       LER-ANO-SAIDA.
           EXIT.

       LER-VERSAO-ESCOLHIDA.
           MOVE "N" TO WS-VERSAO-LIDA.
           MOVE WS-ANO-ESCOLHIDO TO VER-ANO.
           MOVE WS-VERSAO-ESCOLHIDA TO VER-NUMERO.
           READ VERFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-VERSAO-LIDA
           END-READ.

      *----------------------------------------------------------
      * CONSULTA DE UMA VERSAO NO ECRA - PARAMETROS, ESCALOES DA
      * RETENCAO (DOIS POR LINHA) E TRANCHES (TRES POR LINHA).
      *----------------------------------------------------------
       MOSTRAR-VERSAO.
           DISPLAY CLS.
           PERFORM DESCREVER-VERSAO.
           MOVE SPACES TO WS-LINHA-TEXTO.
           STRING "ANO " DELIMITED BY SIZE
               VER-ANO          DELIMITED BY SIZE
               " VERSAO "       DELIMITED BY SIZE
               VER-NUMERO       DELIMITED BY SIZE
               " "              DELIMITED BY SIZE
               WS-ESTADO-TEXTO  DELIMITED BY SIZE
               " ORIGEM "       DELIMITED BY SIZE
               WS-ORIGEM-TEXTO  DELIMITED BY SIZE
               " "              DELIMITED BY SIZE
               VER-NOTA         DELIMITED BY SIZE
               INTO WS-LINHA-TEXTO
           END-STRING.
           DISPLAY WS-LINHA-TEXTO AT 0101.
           MOVE SPACES TO WS-LINHA-TEXTO.
           STRING "IDADE MIN/MAX/LIMITE/MULT: " DELIMITED BY SIZE
               VER-IDADE-MIN " " VER-IDADE-MAX " "
               VER-IDADE-LIMITE " " VER-IDADE-MULT
               DELIMITED BY SIZE
               INTO WS-LINHA-TEXTO
           END-STRING.
           DISPLAY WS-LINHA-TEXTO AT 0301.
           MOVE SPACES TO WS-LINHA-TEXTO.
           STRING "ANTIGUIDADE MIN/MAX/LIMITE/MULT1/MULT2/BASE: "
               DELIMITED BY SIZE
               VER-ANTIG-MIN " " VER-ANTIG-MAX " "
               VER-ANTIG-LIMITE " " VER-ANTIG-MULT1 " "
               VER-ANTIG-MULT2 " " VER-ANTIG-BASE
               DELIMITED BY SIZE
               INTO WS-LINHA-TEXTO
           END-STRING.
           DISPLAY WS-LINHA-TEXTO AT 0401.
           MOVE SPACES TO WS-LINHA-TEXTO.
           STRING "FILHOS LIMITE/MULT/FIXO/IDADE MAX/IDADE ESTUDO: "
               DELIMITED BY SIZE
               VER-FILHOS-LIMITE " " VER-FILHOS-MULT " "
               VER-FILHOS-FLAT " " VER-FILHOS-IDADE-MAX " "
               VER-FILHOS-IDADE-ESTUDO
               DELIMITED BY SIZE
               INTO WS-LINHA-TEXTO
           END-STRING.
           DISPLAY WS-LINHA-TEXTO AT 0501.
           MOVE SPACES TO WS-LINHA-TEXTO.
           STRING "TOLERANCIA DE VARIACAO %: " DELIMITED BY SIZE
               VER-TOLERANCIA-VARIACAO DELIMITED BY SIZE
               "   REPOSICAO MAXIMA %: " DELIMITED BY SIZE
               VER-RECUP-PERCENT-MAX DELIMITED BY SIZE
               INTO WS-LINHA-TEXTO
           END-STRING.
           DISPLAY WS-LINHA-TEXTO AT 0601.
           MOVE SPACES TO WS-LINHA-TEXTO.
           STRING "CONTAS GASTO/RETENCAO/LIQUIDO: " DELIMITED BY SIZE
               VER-CONTA-GASTO " " VER-CONTA-RETENCAO " "
               VER-CONTA-LIQUIDO
               DELIMITED BY SIZE
               INTO WS-LINHA-TEXTO
           END-STRING.
           DISPLAY WS-LINHA-TEXTO AT 0701.
           MOVE SPACES TO WS-LINHA-TEXTO.
           STRING "CONTAS REPOSICAO/PENHORA/REENVIO: "
               DELIMITED BY SIZE
               VER-CONTA-REPOSICAO " " VER-CONTA-PENHORA " "
               VER-CONTA-REENVIO
               DELIMITED BY SIZE
               INTO WS-LINHA-TEXTO
           END-STRING.
           DISPLAY WS-LINHA-TEXTO AT 0801.
           DISPLAY "ESCALOES DA RETENCAO (LIMITE / TAXA %):" AT 1001.
           MOVE 10 TO WS-LINHA-ECRA.
           MOVE SPACES TO WS-LINHA-TEXTO.
           MOVE 1 TO WS-IX.
           PERFORM MOSTRAR-ESCALAO
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > VER-IRS-TOTAL OR WS-IX > 10.
           IF WS-LINHA-TEXTO NOT = SPACES
               ADD 1 TO WS-LINHA-ECRA
               DISPLAY WS-LINHA-TEXTO AT LINE WS-LINHA-ECRA COLUMN 1
           END-IF.
           ADD 2 TO WS-LINHA-ECRA.
           IF VER-TRC-TOTAL = 0
               DISPLAY "SEM CALENDARIO - TRANCHE UNICA."
                   AT LINE WS-LINHA-ECRA COLUMN 1
           ELSE
               DISPLAY "TRANCHES (PERCENTAGEM / DATA):"
                   AT LINE WS-LINHA-ECRA COLUMN 1
           END-IF.
           MOVE SPACES TO WS-LINHA-TEXTO.
           PERFORM MOSTRAR-TRANCHE
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > VER-TRC-TOTAL OR WS-IX > 9.
           IF WS-LINHA-TEXTO NOT = SPACES
               ADD 1 TO WS-LINHA-ECRA
               DISPLAY WS-LINHA-TEXTO AT LINE WS-LINHA-ECRA COLUMN 1
           END-IF.

       MOSTRAR-ESCALAO.
           MOVE WS-IX TO WS-IX-ED.
           MOVE VER-IRS-LIMITE(WS-IX) TO WS-LIMITE-ED.
           MOVE VER-IRS-TAXA(WS-IX) TO WS-TAXA-ED.
           IF FUNCTION MOD(WS-IX, 2) = 1
               MOVE SPACES TO WS-LINHA-TEXTO
               STRING WS-IX-ED   DELIMITED BY SIZE
                   ": "          DELIMITED BY SIZE
                   WS-LIMITE-ED  DELIMITED BY SIZE
                   " / "         DELIMITED BY SIZE
                   WS-TAXA-ED    DELIMITED BY SIZE
                   INTO WS-LINHA-TEXTO
               END-STRING
           ELSE
               STRING WS-IX-ED   DELIMITED BY SIZE
                   ": "          DELIMITED BY SIZE
                   WS-LIMITE-ED  DELIMITED BY SIZE
                   " / "         DELIMITED BY SIZE
                   WS-TAXA-ED    DELIMITED BY SIZE
                   INTO WS-LINHA-TEXTO(40:40)
               END-STRING
               ADD 1 TO WS-LINHA-ECRA
               DISPLAY WS-LINHA-TEXTO AT LINE WS-LINHA-ECRA COLUMN 1
               MOVE SPACES TO WS-LINHA-TEXTO
           END-IF.

       MOSTRAR-TRANCHE.
           MOVE WS-IX TO WS-IX-ED.
           MOVE VER-TRC-PERCENT(WS-IX) TO WS-PERCENT-ED.
           EVALUATE FUNCTION MOD(WS-IX, 3)
               WHEN 1
                   MOVE SPACES TO WS-LINHA-TEXTO
                   STRING WS-IX-ED          DELIMITED BY SIZE
                       ": "                 DELIMITED BY SIZE
                       WS-PERCENT-ED        DELIMITED BY SIZE
                       " "                  DELIMITED BY SIZE
                       VER-TRC-DATA(WS-IX)  DELIMITED BY SIZE
                       INTO WS-LINHA-TEXTO
                   END-STRING
               WHEN 2
                   STRING WS-IX-ED          DELIMITED BY SIZE
                       ": "                 DELIMITED BY SIZE
                       WS-PERCENT-ED        DELIMITED BY SIZE
                       " "                  DELIMITED BY SIZE
                       VER-TRC-DATA(WS-IX)  DELIMITED BY SIZE
                       INTO WS-LINHA-TEXTO(27:26)
                   END-STRING
               WHEN OTHER
                   STRING WS-IX-ED          DELIMITED BY SIZE
                       ": "                 DELIMITED BY SIZE
                       WS-PERCENT-ED        DELIMITED BY SIZE
                       " "                  DELIMITED BY SIZE
                       VER-TRC-DATA(WS-IX)  DELIMITED BY SIZE
                       INTO WS-LINHA-TEXTO(53:26)
                   END-STRING
                   ADD 1 TO WS-LINHA-ECRA
                   DISPLAY WS-LINHA-TEXTO
                       AT LINE WS-LINHA-ECRA COLUMN 1
                   MOVE SPACES TO WS-LINHA-TEXTO
           END-EVALUATE.

      *----------------------------------------------------------
      * VERSOES DE UM ANO - A ATIVA, A PROPOSTA PENDENTE E O
      * ULTIMO NUMERO USADO.
      *----------------------------------------------------------
       PESQUISAR-VERSOES-ANO.
           MOVE 0 TO WS-VER-ATIVA-NUM.
           MOVE 0 TO WS-VER-PENDENTE-NUM.
           MOVE 0 TO WS-VER-ULTIMO-NUM.
           MOVE "N" TO WS-FIM-VERFILE.
           MOVE WS-ANO-ESCOLHIDO TO VER-ANO.
           MOVE 0 TO VER-NUMERO.
           START VERFILE KEY IS NOT LESS THAN VER-CHAVE
               INVALID KEY
                   GO TO PESQUISAR-VERSOES-SAIDA
           END-START.
       PESQUISAR-VERSOES-LER.
           READ VERFILE NEXT RECORD
               AT END
                   GO TO PESQUISAR-VERSOES-SAIDA
           END-READ.
           IF VER-ANO NOT = WS-ANO-ESCOLHIDO
               GO TO PESQUISAR-VERSOES-SAIDA
           END-IF.
           MOVE VER-NUMERO TO WS-VER-ULTIMO-NUM.
           IF VER-ATIVA
               MOVE VER-NUMERO TO WS-VER-ATIVA-NUM
           END-IF.
           IF VER-PROPOSTA
               MOVE VER-NUMERO TO WS-VER-PENDENTE-NUM
           END-IF.
           GO TO PESQUISAR-VERSOES-LER.
       PESQUISAR-VERSOES-SAIDA.
           EXIT.

      *----------------------------------------------------------
      * VERSAO EM VIGOR NO ANO ESCOLHIDO, PARA BASE DE UMA
      * PROPOSTA E PARA O "ANTES" DA AUDITORIA: A VERSAO ATIVA
      * DO ANO; SEM ELA, O QUE ESTA NOS FICHEIROS EM USO
      * (PARMFICH.DAT, TABIRS.DAT E AS TRANCHES DO ANO EM
      * TRANCAL.DAT), COMO O prog05 OS LERIA.
      *----------------------------------------------------------
       CARREGAR-VERSAO-BASE.
           PERFORM PESQUISAR-VERSOES-ANO
               THRU PESQUISAR-VERSOES-SAIDA.
           IF WS-VER-ATIVA-NUM > 0
               MOVE WS-ANO-ESCOLHIDO TO VER-ANO
               MOVE WS-VER-ATIVA-NUM TO VER-NUMERO
               READ VERFILE
                   INVALID KEY
                       MOVE 0 TO WS-VER-ATIVA-NUM
               END-READ
           END-IF.
           IF WS-VER-ATIVA-NUM = 0
               PERFORM CONSTRUIR-VERSAO-FICHEIROS
           END-IF.

       CONSTRUIR-VERSAO-FICHEIROS.
           MOVE SPACES TO VER-REC.
           MOVE WS-ANO-ESCOLHIDO TO VER-ANO.
           MOVE 0 TO VER-NUMERO.
           MOVE "N" TO WS-PARM-STATUS.
           OPEN INPUT PARMFILE.
           IF WS-PARM-STATUS = "00"
               READ PARMFILE
               IF WS-PARM-STATUS = "00"
                   MOVE PARM-REC TO VER-PARAMETROS
               END-IF
               CLOSE PARMFILE
           END-IF.
           IF WS-PARM-STATUS NOT = "00"
               PERFORM VALORES-PARAMETROS-DEFEITO
           END-IF.
           MOVE WS-ANO-ESCOLHIDO TO VER-ANO-VIGOR.
           MOVE 0 TO VER-IRS-TOTAL.
           PERFORM LIMPAR-ESCALAO VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > 10.
           OPEN INPUT IRSFILE.
           IF WS-IRS-STATUS = "00"
               MOVE "N" TO WS-FIM-IRSFILE
               PERFORM LER-ESCALAO-FICHEIRO
                   UNTIL FIM-IRSFILE OR VER-IRS-TOTAL = 10
               CLOSE IRSFILE
           END-IF.
           MOVE 0 TO VER-TRC-TOTAL.
           PERFORM LIMPAR-TRANCHE VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > 9.
           OPEN INPUT TRCFILE.
           IF WS-TRC-STATUS = "00"
               MOVE "N" TO WS-FIM-TRCFILE
               PERFORM LER-TRANCHE-FICHEIRO
                   UNTIL FIM-TRCFILE OR VER-TRC-TOTAL = 9
               CLOSE TRCFILE
           END-IF.
           MOVE SPACES TO VER-PROPOSTO-POR.
           MOVE SPACES TO VER-PROPOSTO-EM.
           MOVE SPACES TO VER-DECIDIDO-POR.
           MOVE SPACES TO VER-DECIDIDO-EM.
           MOVE "FICHEIROS EM USO" TO VER-NOTA.

       LIMPAR-ESCALAO.
           MOVE 0 TO VER-IRS-LIMITE(WS-IX).
           MOVE 0 TO VER-IRS-TAXA(WS-IX).

       LIMPAR-TRANCHE.
           MOVE 0 TO VER-TRC-PERCENT(WS-IX).
           MOVE 0 TO VER-TRC-DATA(WS-IX).

       LER-ESCALAO-FICHEIRO.
           READ IRSFILE
               AT END
                   MOVE "S" TO WS-FIM-IRSFILE
               NOT AT END
                   ADD 1 TO VER-IRS-TOTAL
                   MOVE IRS-REG-LIMITE TO VER-IRS-LIMITE(VER-IRS-TOTAL)
                   MOVE IRS-REG-TAXA   TO VER-IRS-TAXA(VER-IRS-TOTAL)
           END-READ.

       LER-TRANCHE-FICHEIRO.
           READ TRCFILE
               AT END
                   MOVE "S" TO WS-FIM-TRCFILE
               NOT AT END
                   IF TRC-REG-ANO = WS-ANO-ESCOLHIDO
                       ADD 1 TO VER-TRC-TOTAL
                       MOVE TRC-REG-PERCENT
                           TO VER-TRC-PERCENT(VER-TRC-TOTAL)
                       MOVE TRC-REG-DATA
                           TO VER-TRC-DATA(VER-TRC-TOTAL)
                   END-IF
           END-READ.

      *----------------------------------------------------------
      * VALORES DE SEMPRE - OS MESMOS DO prog05 QUANDO NAO HA
      * PARMFICH.DAT (AS CONTAS EM BRANCO FICAM COM AS DE SEMPRE).
      *----------------------------------------------------------
       VALORES-PARAMETROS-DEFEITO.
           MOVE SPACES TO VER-PARAMETROS.
           MOVE WS-ANO-ESCOLHIDO TO VER-ANO-VIGOR.
           MOVE 18 TO VER-IDADE-MIN.
           MOVE 66 TO VER-IDADE-MAX.
           MOVE 45 TO VER-IDADE-LIMITE.
           MOVE 5  TO VER-IDADE-MULT.
           MOVE 0  TO VER-ANTIG-MIN.
           MOVE 48 TO VER-ANTIG-MAX.
           MOVE 10 TO VER-ANTIG-LIMITE.
           MOVE 10 TO VER-ANTIG-MULT1.
           MOVE 20 TO VER-ANTIG-MULT2.
           MOVE 100 TO VER-ANTIG-BASE.
           MOVE 3  TO VER-FILHOS-LIMITE.
           MOVE 25 TO VER-FILHOS-MULT.
           MOVE 100 TO VER-FILHOS-FLAT.
           MOVE 30 TO VER-TOLERANCIA-VARIACAO.
           MOVE 50 TO VER-RECUP-PERCENT-MAX.
           MOVE 18 TO VER-FILHOS-IDADE-MAX.
           MOVE 25 TO VER-FILHOS-IDADE-ESTUDO.

      *----------------------------------------------------------
      * NOVA PROPOSTA - PARTE DA VERSAO EM VIGOR NO ANO E E
      * EDITADA EM TRES ECRAS (PARAMETROS, RETENCAO, TRANCHES).
      * SO PODE HAVER UMA PROPOSTA PENDENTE POR ANO.
      *----------------------------------------------------------
       PROPOR-VERSAO.
           DISPLAY CLS.
           DISPLAY "NOVA PROPOSTA DE PARAMETROS" AT 0201.
           PERFORM LER-ANO THRU LER-ANO-SAIDA.
           IF WS-ANO-ESCOLHIDO = 0
               GO TO MENU-ESCOLHER
           END-IF.
           PERFORM CARREGAR-VERSAO-BASE.
           IF WS-VER-PENDENTE-NUM > 0
               DISPLAY "JA HA UMA PROPOSTA PENDENTE PARA O ANO "
                   "(VERSAO " WS-VER-PENDENTE-NUM
                   ") - APROVAR OU REJEITAR PRIMEIRO."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0501
               ACCEPT OMITTED AT 0601
               GO TO MENU-ESCOLHER
           END-IF.
           MOVE VER-REC TO WS-VER-ANTES.
       PROPOR-EDITAR.
           PERFORM EDITAR-PARAMETROS.
           PERFORM EDITAR-CONTAS.
           PERFORM EDITAR-ESCALOES THRU EDITAR-ESCALOES-SAIDA.
           PERFORM EDITAR-TRANCHES THRU EDITAR-TRANCHES-SAIDA.
           PERFORM MOSTRAR-VERSAO.
           MOVE 20 TO WS-LINHA-ERRO.
           PERFORM VALIDAR-VERSAO THRU VALIDAR-VERSAO-SAIDA.
           IF WS-ERROS > 0
               DISPLAY "(C)ORRIGIR OU (A)BANDONAR:" AT 2401
               ACCEPT REPETIR AT 2428
               IF REPETIR = "C" OR REPETIR = "c"
                   GO TO PROPOR-EDITAR
               END-IF
               GO TO MENU-ESCOLHER
           END-IF.
           DISPLAY "GRAVAR A PROPOSTA (S/N):" AT 2301.
           ACCEPT REPETIR AT 2326.
           IF NOT (REPETIR = "S" OR REPETIR = "s")
               GO TO MENU-ESCOLHER
           END-IF.
           MOVE "E" TO VER-ORIGEM.
           PERFORM GRAVAR-PROPOSTA THRU GRAVAR-PROPOSTA-SAIDA.
           ACCEPT OMITTED AT 2401.
           GO TO MENU-ESCOLHER.

      *----------------------------------------------------------
      * GRAVACAO DE UMA PROPOSTA (DO ECRA OU DA SIMULACAO) COM O
      * NUMERO SEGUINTE DO ANO E AUDITORIA DE CADA CAMPO QUE
      * DIFERE DA VERSAO EM VIGOR.
      *----------------------------------------------------------
       GRAVAR-PROPOSTA.
           MOVE WS-ANO-ESCOLHIDO TO VER-ANO.
           COMPUTE VER-NUMERO = WS-VER-ULTIMO-NUM + 1.
           MOVE "P" TO VER-ESTADO.
           MOVE WS-OPERADOR TO VER-PROPOSTO-POR.
           MOVE FUNCTION CURRENT-DATE(1:14) TO VER-PROPOSTO-EM.
           MOVE SPACES TO VER-DECIDIDO-POR.
           MOVE SPACES TO VER-DECIDIDO-EM.
           MOVE SPACES TO VER-NOTA.
           WRITE VER-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A PROPOSTA - ESTADO "
                       WS-VER-STATUS AT 2301
                   GO TO GRAVAR-PROPOSTA-SAIDA
           END-WRITE.
           MOVE VER-REC TO WS-VER-DEPOIS.
           MOVE SPACES TO WS-AUD-PREFIXO.
           STRING "PROPOSTA " DELIMITED BY SIZE
               VER-ANO        DELIMITED BY SIZE
               " V"           DELIMITED BY SIZE
               VER-NUMERO     DELIMITED BY SIZE
               INTO WS-AUD-PREFIXO
           END-STRING.
           PERFORM AUDITAR-DIFERENCAS.
           MOVE SPACES TO WS-DETALHE-AUDITORIA.
           STRING WS-AUD-PREFIXO DELIMITED BY "  "
               " GRAVADA - ORIGEM " DELIMITED BY SIZE
               WS-ORIGEM-TEXTO    DELIMITED BY SIZE
               " ALTERACOES "     DELIMITED BY SIZE
               WS-AUD-ALTERACOES  DELIMITED BY SIZE
               INTO WS-DETALHE-AUDITORIA
           END-STRING.
           MOVE "1" TO WS-TIPO-OPERACAO.
           PERFORM REGISTAR-AUDITORIA-PARAMETROS.
           DISPLAY "PROPOSTA GRAVADA COMO VERSAO " VER-NUMERO
               " - AGUARDA APROVACAO DE OUTRO SUPERVISOR." AT 2301.
       GRAVAR-PROPOSTA-SAIDA.
           EXIT.

      *----------------------------------------------------------
      * EDICAO DOS PARAMETROS - UM CAMPO POR LINHA.
      *----------------------------------------------------------
       EDITAR-PARAMETROS.
           DISPLAY CLS.
           DISPLAY "PARAMETROS DO ANO (EM BRANCO MANTEM O VALOR)"
               AT 0101.
           MOVE 3 TO WS-CAMPO-LINHA.
           MOVE "IDADE MINIMA" TO WS-CAMPO-ROTULO.
           MOVE VER-IDADE-MIN TO WS-CAMPO-INTEIRO.
           MOVE 99 TO WS-CAMPO-INTEIRO-MAX.
           PERFORM LER-CAMPO-INTEIRO THRU LER-CAMPO-INTEIRO-SAIDA.
           MOVE WS-CAMPO-INTEIRO TO VER-IDADE-MIN.
           MOVE "IDADE MAXIMA" TO WS-CAMPO-ROTULO.
           MOVE VER-IDADE-MAX TO WS-CAMPO-INTEIRO.
           PERFORM LER-CAMPO-INTEIRO THRU LER-CAMPO-INTEIRO-SAIDA.
           MOVE WS-CAMPO-INTEIRO TO VER-IDADE-MAX.
           MOVE "IDADE A PARTIR DA QUAL CONTA" TO WS-CAMPO-ROTULO.
           MOVE VER-IDADE-LIMITE TO WS-CAMPO-INTEIRO.
           PERFORM LER-CAMPO-INTEIRO THRU LER-CAMPO-INTEIRO-SAIDA.
           MOVE WS-CAMPO-INTEIRO TO VER-IDADE-LIMITE.
           MOVE "VALOR POR ANO DE IDADE" TO WS-CAMPO-ROTULO.
           MOVE VER-IDADE-MULT TO WS-CAMPO-INTEIRO.
           PERFORM LER-CAMPO-INTEIRO THRU LER-CAMPO-INTEIRO-SAIDA.
           MOVE WS-CAMPO-INTEIRO TO VER-IDADE-MULT.
           MOVE "ANTIGUIDADE MINIMA" TO WS-CAMPO-ROTULO.
           MOVE VER-ANTIG-MIN TO WS-CAMPO-INTEIRO.
           PERFORM LER-CAMPO-INTEIRO THRU LER-CAMPO-INTEIRO-SAIDA.
           MOVE WS-CAMPO-INTEIRO TO VER-ANTIG-MIN.
           MOVE "ANTIGUIDADE MAXIMA" TO WS-CAMPO-ROTULO.
           MOVE VER-ANTIG-MAX TO WS-CAMPO-INTEIRO.
           PERFORM LER-CAMPO-INTEIRO THRU LER-CAMPO-INTEIRO-SAIDA.
           MOVE WS-CAMPO-INTEIRO TO VER-ANTIG-MAX.
           MOVE "ANTIGUIDADE DO 1.O ESCALAO" TO WS-CAMPO-ROTULO.
           MOVE VER-ANTIG-LIMITE TO WS-CAMPO-INTEIRO.
           PERFORM LER-CAMPO-INTEIRO THRU LER-CAMPO-INTEIRO-SAIDA.
           MOVE WS-CAMPO-INTEIRO TO VER-ANTIG-LIMITE.
           MOVE "VALOR POR ANO - 1.O ESCALAO" TO WS-CAMPO-ROTULO.
           MOVE VER-ANTIG-MULT1 TO WS-CAMPO-INTEIRO.
           PERFORM LER-CAMPO-INTEIRO THRU LER-CAMPO-INTEIRO-SAIDA.
           MOVE WS-CAMPO-INTEIRO TO VER-ANTIG-MULT1.
           MOVE "VALOR POR ANO - 2.O ESCALAO" TO WS-CAMPO-ROTULO.
           MOVE VER-ANTIG-MULT2 TO WS-CAMPO-INTEIRO.
           PERFORM LER-CAMPO-INTEIRO THRU LER-CAMPO-INTEIRO-SAIDA.
           MOVE WS-CAMPO-INTEIRO TO VER-ANTIG-MULT2.
           MOVE "BASE DA ANTIGUIDADE" TO WS-CAMPO-ROTULO.
           MOVE VER-ANTIG-BASE TO WS-CAMPO-INTEIRO.
           MOVE 999 TO WS-CAMPO-INTEIRO-MAX.
           PERFORM LER-CAMPO-INTEIRO THRU LER-CAMPO-INTEIRO-SAIDA.
           MOVE WS-CAMPO-INTEIRO TO VER-ANTIG-BASE.
           MOVE "LIMITE DE FILHOS" TO WS-CAMPO-ROTULO.
           MOVE VER-FILHOS-LIMITE TO WS-CAMPO-INTEIRO.
           MOVE 9 TO WS-CAMPO-INTEIRO-MAX.
           PERFORM LER-CAMPO-INTEIRO THRU LER-CAMPO-INTEIRO-SAIDA.
           MOVE WS-CAMPO-INTEIRO TO VER-FILHOS-LIMITE.
           MOVE "VALOR POR FILHO" TO WS-CAMPO-ROTULO.
           MOVE VER-FILHOS-MULT TO WS-CAMPO-INTEIRO.
           MOVE 99 TO WS-CAMPO-INTEIRO-MAX.
           PERFORM LER-CAMPO-INTEIRO THRU LER-CAMPO-INTEIRO-SAIDA.
           MOVE WS-CAMPO-INTEIRO TO VER-FILHOS-MULT.
           MOVE "VALOR FIXO ACIMA DO LIMITE" TO WS-CAMPO-ROTULO.
           MOVE VER-FILHOS-FLAT TO WS-CAMPO-INTEIRO.
           MOVE 999 TO WS-CAMPO-INTEIRO-MAX.
           PERFORM LER-CAMPO-INTEIRO THRU LER-CAMPO-INTEIRO-SAIDA.
           MOVE WS-CAMPO-INTEIRO TO VER-FILHOS-FLAT.
           MOVE "IDADE MAXIMA DO FILHO" TO WS-CAMPO-ROTULO.
           MOVE VER-FILHOS-IDADE-MAX TO WS-CAMPO-INTEIRO.
           MOVE 99 TO WS-CAMPO-INTEIRO-MAX.
           PERFORM LER-CAMPO-INTEIRO THRU LER-CAMPO-INTEIRO-SAIDA.
           MOVE WS-CAMPO-INTEIRO TO VER-FILHOS-IDADE-MAX.
           MOVE "IDADE MAXIMA DO FILHO ESTUDANTE" TO WS-CAMPO-ROTULO.
           MOVE VER-FILHOS-IDADE-ESTUDO TO WS-CAMPO-INTEIRO.
           PERFORM LER-CAMPO-INTEIRO THRU LER-CAMPO-INTEIRO-SAIDA.
           MOVE WS-CAMPO-INTEIRO TO VER-FILHOS-IDADE-ESTUDO.
           MOVE "TOLERANCIA DE VARIACAO %" TO WS-CAMPO-ROTULO.
           MOVE VER-TOLERANCIA-VARIACAO TO WS-CAMPO-INTEIRO.
           PERFORM LER-CAMPO-INTEIRO THRU LER-CAMPO-INTEIRO-SAIDA.
           MOVE WS-CAMPO-INTEIRO TO VER-TOLERANCIA-VARIACAO.
           MOVE "REPOSICAO MAXIMA POR PAGAMENTO %" TO WS-CAMPO-ROTULO.
           MOVE VER-RECUP-PERCENT-MAX TO WS-CAMPO-INTEIRO.
           MOVE 100 TO WS-CAMPO-INTEIRO-MAX.
           PERFORM LER-CAMPO-INTEIRO THRU LER-CAMPO-INTEIRO-SAIDA.
           MOVE WS-CAMPO-INTEIRO TO VER-RECUP-PERCENT-MAX.

       EDITAR-CONTAS.
           DISPLAY CLS.
           DISPLAY "CONTAS DO DIARIO CONTABILISTICO (EM BRANCO MANTEM"
               " O VALOR)" AT 0101.
           MOVE 3 TO WS-CAMPO-LINHA.
           MOVE "CONTA DE GASTO (GERAL)" TO WS-CAMPO-ROTULO.
           MOVE VER-CONTA-GASTO TO WS-CAMPO-CONTA.
           PERFORM LER-CAMPO-CONTA.
           MOVE WS-CAMPO-CONTA TO VER-CONTA-GASTO.
           MOVE "CONTA DA RETENCAO" TO WS-CAMPO-ROTULO.
           MOVE VER-CONTA-RETENCAO TO WS-CAMPO-CONTA.
           PERFORM LER-CAMPO-CONTA.
           MOVE WS-CAMPO-CONTA TO VER-CONTA-RETENCAO.
           MOVE "CONTA DO LIQUIDO A PAGAR" TO WS-CAMPO-ROTULO.
           MOVE VER-CONTA-LIQUIDO TO WS-CAMPO-CONTA.
           PERFORM LER-CAMPO-CONTA.
           MOVE WS-CAMPO-CONTA TO VER-CONTA-LIQUIDO.
           MOVE "CONTA DAS REPOSICOES" TO WS-CAMPO-ROTULO.
           MOVE VER-CONTA-REPOSICAO TO WS-CAMPO-CONTA.
           PERFORM LER-CAMPO-CONTA.
           MOVE WS-CAMPO-CONTA TO VER-CONTA-REPOSICAO.
           MOVE "CONTA DAS PENHORAS" TO WS-CAMPO-ROTULO.
           MOVE VER-CONTA-PENHORA TO WS-CAMPO-CONTA.
           PERFORM LER-CAMPO-CONTA.
           MOVE WS-CAMPO-CONTA TO VER-CONTA-PENHORA.
           MOVE "CONTA DOS REENVIOS" TO WS-CAMPO-ROTULO.
           MOVE VER-CONTA-REENVIO TO WS-CAMPO-CONTA.
           PERFORM LER-CAMPO-CONTA.
           MOVE WS-CAMPO-CONTA TO VER-CONTA-REENVIO.

      *----------------------------------------------------------
      * ESCALOES DA RETENCAO - QUANTOS E, PARA CADA UM, O LIMITE
      * ATE ONDE VALE E A TAXA. OS QUE SOBRAM FICAM A ZERO.
      *----------------------------------------------------------
       EDITAR-ESCALOES.
           DISPLAY CLS.
           DISPLAY "ESCALOES DA RETENCAO (EM BRANCO MANTEM O VALOR)"
               AT 0101.
           MOVE 3 TO WS-CAMPO-LINHA.
           MOVE "NUMERO DE ESCALOES (1 A 10)" TO WS-CAMPO-ROTULO.
           MOVE VER-IRS-TOTAL TO WS-CAMPO-INTEIRO.
           MOVE 10 TO WS-CAMPO-INTEIRO-MAX.
           PERFORM LER-CAMPO-INTEIRO THRU LER-CAMPO-INTEIRO-SAIDA.
           IF WS-CAMPO-INTEIRO = 0
               DISPLAY "TEM DE HAVER PELO MENOS UM ESCALAO."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 2401
               GO TO EDITAR-ESCALOES
           END-IF.
           MOVE WS-CAMPO-INTEIRO TO VER-IRS-TOTAL.
           IF VER-IRS-TOTAL < 10
               COMPUTE WS-CX = VER-IRS-TOTAL + 1
               PERFORM LIMPAR-ESCALAO VARYING WS-IX FROM WS-CX
                   BY 1 UNTIL WS-IX > 10
           END-IF.
           MOVE 1 TO WS-IX.
       EDITAR-ESCALOES-LINHA.
           IF WS-IX > VER-IRS-TOTAL
               GO TO EDITAR-ESCALOES-SAIDA
           END-IF.
           MOVE WS-IX TO WS-IX-ED.
           MOVE SPACES TO WS-CAMPO-ROTULO.
           STRING "ESCALAO " WS-IX-ED " - LIMITE" DELIMITED BY SIZE
               INTO WS-CAMPO-ROTULO
           END-STRING.
           MOVE VER-IRS-LIMITE(WS-IX) TO WS-CAMPO-DECIMAL.
           MOVE 999999.99 TO WS-CAMPO-DECIMAL-MAX.
           PERFORM LER-CAMPO-DECIMAL THRU LER-CAMPO-DECIMAL-SAIDA.
           MOVE WS-CAMPO-DECIMAL TO VER-IRS-LIMITE(WS-IX).
           MOVE SPACES TO WS-CAMPO-ROTULO.
           STRING "ESCALAO " WS-IX-ED " - TAXA %" DELIMITED BY SIZE
               INTO WS-CAMPO-ROTULO
           END-STRING.
           MOVE VER-IRS-TAXA(WS-IX) TO WS-CAMPO-DECIMAL.
           MOVE 99.99 TO WS-CAMPO-DECIMAL-MAX.
           PERFORM LER-CAMPO-DECIMAL THRU LER-CAMPO-DECIMAL-SAIDA.
           MOVE WS-CAMPO-DECIMAL TO VER-IRS-TAXA(WS-IX).
           ADD 1 TO WS-IX.
           GO TO EDITAR-ESCALOES-LINHA.
       EDITAR-ESCALOES-SAIDA.
           EXIT.

      *----------------------------------------------------------
      * CALENDARIO DE TRANCHES - QUANTAS (0 = TRANCHE UNICA, SEM
      * CALENDARIO) E, PARA CADA UMA, A PERCENTAGEM E A DATA.
      *----------------------------------------------------------
       EDITAR-TRANCHES.
           DISPLAY CLS.
           DISPLAY "CALENDARIO DE TRANCHES (EM BRANCO MANTEM O VALOR)"
               AT 0101.
           MOVE 3 TO WS-CAMPO-LINHA.
           MOVE "NUMERO DE TRANCHES (0 A 9)" TO WS-CAMPO-ROTULO.
           MOVE VER-TRC-TOTAL TO WS-CAMPO-INTEIRO.
           MOVE 9 TO WS-CAMPO-INTEIRO-MAX.
           PERFORM LER-CAMPO-INTEIRO THRU LER-CAMPO-INTEIRO-SAIDA.
           MOVE WS-CAMPO-INTEIRO TO VER-TRC-TOTAL.
           IF VER-TRC-TOTAL < 9
               COMPUTE WS-CX = VER-TRC-TOTAL + 1
               PERFORM LIMPAR-TRANCHE VARYING WS-IX FROM WS-CX
                   BY 1 UNTIL WS-IX > 9
           END-IF.
           MOVE 1 TO WS-IX.
       EDITAR-TRANCHES-LINHA.
           IF WS-IX > VER-TRC-TOTAL
               GO TO EDITAR-TRANCHES-SAIDA
           END-IF.
           MOVE WS-IX TO WS-IX-ED.
           MOVE SPACES TO WS-CAMPO-ROTULO.
           STRING "TRANCHE " WS-IX-ED " - PERCENTAGEM"
               DELIMITED BY SIZE INTO WS-CAMPO-ROTULO
           END-STRING.
           MOVE VER-TRC-PERCENT(WS-IX) TO WS-CAMPO-DECIMAL.
           MOVE 100 TO WS-CAMPO-DECIMAL-MAX.
           PERFORM LER-CAMPO-DECIMAL THRU LER-CAMPO-DECIMAL-SAIDA.
           MOVE WS-CAMPO-DECIMAL TO VER-TRC-PERCENT(WS-IX).
           MOVE SPACES TO WS-CAMPO-ROTULO.
           STRING "TRANCHE " WS-IX-ED " - DATA (AAAAMMDD)"
               DELIMITED BY SIZE INTO WS-CAMPO-ROTULO
           END-STRING.
           MOVE VER-TRC-DATA(WS-IX) TO WS-CAMPO-INTEIRO.
           MOVE 99999999 TO WS-CAMPO-INTEIRO-MAX.
           PERFORM LER-CAMPO-INTEIRO THRU LER-CAMPO-INTEIRO-SAIDA.
           MOVE WS-CAMPO-INTEIRO TO VER-TRC-DATA(WS-IX).
           ADD 1 TO WS-IX.
           GO TO EDITAR-TRANCHES-LINHA.
       EDITAR-TRANCHES-SAIDA.
           EXIT.

      *----------------------------------------------------------
      * LEITURA DE UM CAMPO - ROTULO NA COLUNA 1, VALOR ATUAL NA
      * COLUNA 34 E RESPOSTA NA COLUNA 48 DA LINHA DO CAMPO; A
      * LINHA AVANCA UMA POSICAO POR CAMPO.
      *----------------------------------------------------------
       LER-CAMPO-INTEIRO.
           MOVE WS-CAMPO-INTEIRO TO WS-CAMPO-INTEIRO-ED.
           DISPLAY WS-CAMPO-ROTULO AT LINE WS-CAMPO-LINHA COLUMN 1.
           DISPLAY "[" WS-CAMPO-INTEIRO-ED "]"
               AT LINE WS-CAMPO-LINHA COLUMN 34.
       LER-CAMPO-INTEIRO-PEDIR.
           MOVE SPACES TO TEMP-CAMPO.
           ACCEPT TEMP-CAMPO AT LINE WS-CAMPO-LINHA COLUMN 48.
           IF TEMP-CAMPO = SPACES
               GO TO LER-CAMPO-INTEIRO-FIM
           END-IF.
           IF FUNCTION TEST-NUMVAL(TEMP-CAMPO) NOT = 0
              OR FUNCTION NUMVAL(TEMP-CAMPO) < 0
              OR FUNCTION NUMVAL(TEMP-CAMPO) > WS-CAMPO-INTEIRO-MAX
               DISPLAY "VALOR INVALIDO." FOREGROUND-COLOR 4 HIGHLIGHT
                   AT 2401
               GO TO LER-CAMPO-INTEIRO-PEDIR
           END-IF.
           MOVE FUNCTION NUMVAL(TEMP-CAMPO) TO WS-CAMPO-INTEIRO.
       LER-CAMPO-INTEIRO-FIM.
           DISPLAY " " ERASE EOL AT 2401.
           ADD 1 TO WS-CAMPO-LINHA.
       LER-CAMPO-INTEIRO-SAIDA.
           EXIT.

       LER-CAMPO-DECIMAL.
           MOVE WS-CAMPO-DECIMAL TO WS-CAMPO-DECIMAL-ED.
           DISPLAY WS-CAMPO-ROTULO AT LINE WS-CAMPO-LINHA COLUMN 1.
           DISPLAY "[" WS-CAMPO-DECIMAL-ED "]"
               AT LINE WS-CAMPO-LINHA COLUMN 34.
       LER-CAMPO-DECIMAL-PEDIR.
           MOVE SPACES TO TEMP-CAMPO.
           ACCEPT TEMP-CAMPO AT LINE WS-CAMPO-LINHA COLUMN 48.
           IF TEMP-CAMPO = SPACES
               GO TO LER-CAMPO-DECIMAL-FIM
           END-IF.
           IF FUNCTION TEST-NUMVAL(TEMP-CAMPO) NOT = 0
              OR FUNCTION NUMVAL(TEMP-CAMPO) < 0
              OR FUNCTION NUMVAL(TEMP-CAMPO) > WS-CAMPO-DECIMAL-MAX
               DISPLAY "VALOR INVALIDO." FOREGROUND-COLOR 4 HIGHLIGHT
                   AT 2401
               GO TO LER-CAMPO-DECIMAL-PEDIR
           END-IF.
           MOVE FUNCTION NUMVAL(TEMP-CAMPO) TO WS-CAMPO-DECIMAL.
       LER-CAMPO-DECIMAL-FIM.
           DISPLAY " " ERASE EOL AT 2401.
           ADD 1 TO WS-CAMPO-LINHA.
       LER-CAMPO-DECIMAL-SAIDA.
           EXIT.

       LER-CAMPO-CONTA.
           DISPLAY WS-CAMPO-ROTULO AT LINE WS-CAMPO-LINHA COLUMN 1.
           DISPLAY "[" WS-CAMPO-CONTA "]"
               AT LINE WS-CAMPO-LINHA COLUMN 34.
           MOVE SPACES TO TEMP-CAMPO.
           ACCEPT TEMP-CAMPO AT LINE WS-CAMPO-LINHA COLUMN 48.
           IF TEMP-CAMPO NOT = SPACES
               MOVE TEMP-CAMPO TO WS-CAMPO-CONTA
           END-IF.
           ADD 1 TO WS-CAMPO-LINHA.

      *----------------------------------------------------------
      * VALIDACAO DE UMA VERSAO - CADA ERRO SAI NUMA LINHA A
      * PARTIR DE WS-LINHA-ERRO (ATE A 23) E E CONTADO; UMA
      * VERSAO COM ERROS NAO E GRAVADA NEM APROVADA.
      *----------------------------------------------------------
       VALIDAR-VERSAO.
           MOVE 0 TO WS-ERROS.
           IF VER-IDADE-MIN NOT < VER-IDADE-MAX
               MOVE "IDADE MINIMA NAO E INFERIOR A MAXIMA."
                   TO WS-ERRO-TEXTO
               PERFORM ASSINALAR-ERRO
           END-IF.
           IF VER-IDADE-LIMITE < VER-IDADE-MIN
              OR VER-IDADE-LIMITE > VER-IDADE-MAX
               MOVE "IDADE A PARTIR DA QUAL CONTA FORA DO INTERVALO."
                   TO WS-ERRO-TEXTO
               PERFORM ASSINALAR-ERRO
           END-IF.
           IF VER-ANTIG-MIN NOT < VER-ANTIG-MAX
               MOVE "ANTIGUIDADE MINIMA NAO E INFERIOR A MAXIMA."
                   TO WS-ERRO-TEXTO
               PERFORM ASSINALAR-ERRO
           END-IF.
           IF VER-ANTIG-LIMITE < VER-ANTIG-MIN
              OR VER-ANTIG-LIMITE > VER-ANTIG-MAX
               MOVE "ANTIGUIDADE DO 1.O ESCALAO FORA DO INTERVALO."
                   TO WS-ERRO-TEXTO
               PERFORM ASSINALAR-ERRO
           END-IF.
           IF VER-FILHOS-IDADE-MAX > VER-FILHOS-IDADE-ESTUDO
               MOVE "IDADE MAXIMA DO FILHO ACIMA DA DO ESTUDANTE."
                   TO WS-ERRO-TEXTO
               PERFORM ASSINALAR-ERRO
           END-IF.
           IF VER-RECUP-PERCENT-MAX > 100
               MOVE "REPOSICAO MAXIMA ACIMA DE 100%."
                   TO WS-ERRO-TEXTO
               PERFORM ASSINALAR-ERRO
           END-IF.
           IF VER-IRS-TOTAL = 0 OR VER-IRS-TOTAL > 10
               MOVE "TABELA DE RETENCAO SEM ESCALOES."
                   TO WS-ERRO-TEXTO
               PERFORM ASSINALAR-ERRO
           ELSE
               PERFORM VALIDAR-ESCALAO VARYING WS-IX FROM 2 BY 1
                   UNTIL WS-IX > VER-IRS-TOTAL
           END-IF.
           IF VER-TRC-TOTAL > 0
               MOVE 0 TO WS-SOMA-TRANCHES
               PERFORM VALIDAR-TRANCHE VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > VER-TRC-TOTAL
               IF WS-SOMA-TRANCHES NOT = 100
                   MOVE WS-SOMA-TRANCHES TO WS-SOMA-ED
                   MOVE SPACES TO WS-ERRO-TEXTO
                   STRING "AS TRANCHES SOMAM " DELIMITED BY SIZE
                       WS-SOMA-ED     DELIMITED BY SIZE
                       "% E NAO 100%." DELIMITED BY SIZE
                       INTO WS-ERRO-TEXTO
                   END-STRING
                   PERFORM ASSINALAR-ERRO
               END-IF
           END-IF.
           IF WS-ERROS = 0
               DISPLAY "VERSAO VALIDADA." AT LINE WS-LINHA-ERRO
                   COLUMN 1
           END-IF.
       VALIDAR-VERSAO-SAIDA.
           EXIT.

       VALIDAR-ESCALAO.
           IF VER-IRS-LIMITE(WS-IX) NOT > VER-IRS-LIMITE(WS-IX - 1)
               MOVE WS-IX TO WS-IX-ED
               MOVE SPACES TO WS-ERRO-TEXTO
               STRING "ESCALAO " DELIMITED BY SIZE
                   WS-IX-ED      DELIMITED BY SIZE
                   " COM LIMITE NAO SUPERIOR AO ANTERIOR."
                   DELIMITED BY SIZE
                   INTO WS-ERRO-TEXTO
               END-STRING
               PERFORM ASSINALAR-ERRO
           END-IF.

       VALIDAR-TRANCHE.
           ADD VER-TRC-PERCENT(WS-IX) TO WS-SOMA-TRANCHES.
           MOVE WS-IX TO WS-IX-ED.
           IF VER-TRC-PERCENT(WS-IX) = 0
               MOVE SPACES TO WS-ERRO-TEXTO
               STRING "TRANCHE " DELIMITED BY SIZE
                   WS-IX-ED      DELIMITED BY SIZE
                   " SEM PERCENTAGEM." DELIMITED BY SIZE
                   INTO WS-ERRO-TEXTO
               END-STRING
               PERFORM ASSINALAR-ERRO
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(VER-TRC-DATA(WS-IX)) NOT = 0
               MOVE SPACES TO WS-ERRO-TEXTO
               STRING "TRANCHE " DELIMITED BY SIZE
                   WS-IX-ED      DELIMITED BY SIZE
                   " COM DATA INVALIDA." DELIMITED BY SIZE
                   INTO WS-ERRO-TEXTO
               END-STRING
               PERFORM ASSINALAR-ERRO
           ELSE
               IF WS-IX > 1
                  AND VER-TRC-DATA(WS-IX) NOT > VER-TRC-DATA(WS-IX - 1)
                   MOVE SPACES TO WS-ERRO-TEXTO
                   STRING "TRANCHE " DELIMITED BY SIZE
                       WS-IX-ED      DELIMITED BY SIZE
                       " COM DATA NAO POSTERIOR A ANTERIOR."
                       DELIMITED BY SIZE
                       INTO WS-ERRO-TEXTO
                   END-STRING
                   PERFORM ASSINALAR-ERRO
               END-IF
           END-IF.

       ASSINALAR-ERRO.
           ADD 1 TO WS-ERROS.
           IF WS-LINHA-ERRO < 24
               DISPLAY WS-ERRO-TEXTO FOREGROUND-COLOR 4 HIGHLIGHT
                   AT LINE WS-LINHA-ERRO COLUMN 1
               ADD 1 TO WS-LINHA-ERRO
           END-IF.

      *----------------------------------------------------------
      * PROPOSTA A PARTIR DA SIMULACAO - OS PARAMETROS QUE O
      * prog05 TESTOU (PARMPROP.DAT, COM O RELATORIO EM
      * SIMULACAO.LST) PASSAM A PROPOSTA DO SEU ANO SEM SEREM
      * REESCRITOS; A RETENCAO E AS TRANCHES VEM DA VERSAO EM
      * VIGOR. CONTINUA A PRECISAR DA APROVACAO DE OUTRO
      * SUPERVISOR.
      *----------------------------------------------------------
       CARREGAR-SIMULACAO.
           DISPLAY CLS.
           DISPLAY "PROPOSTA A PARTIR DA SIMULACAO" AT 0201.
           OPEN INPUT SIMFILE.
           IF WS-SIM-STATUS NOT = "00"
               DISPLAY "SEM RELATORIO DE SIMULACAO (SIMULACAO.LST) - "
                   "CORRER PRIMEIRO A SIMULACAO NO prog05."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0401
               ACCEPT OMITTED AT 0501
               GO TO MENU-ESCOLHER
           END-IF.
           CLOSE SIMFILE.
           OPEN INPUT PROPFILE.
           IF WS-PROP-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR OS PARAMETROS PROPOSTOS "
                   "(PARMPROP.DAT) - ESTADO " WS-PROP-STATUS
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0401
               ACCEPT OMITTED AT 0501
               GO TO MENU-ESCOLHER
           END-IF.
           READ PROPFILE
               AT END
                   DISPLAY "FICHEIRO DE PARAMETROS PROPOSTOS VAZIO."
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 0401
                   CLOSE PROPFILE
                   ACCEPT OMITTED AT 0501
                   GO TO MENU-ESCOLHER
           END-READ.
           CLOSE PROPFILE.
           MOVE PROP-REC(1:4) TO TEMP-ANO.
      *O ANO DA PROPOSTA PASSA PELAS MESMAS REGRAS DO LER-ANO -
      *UM PARMPROP.DAT DANIFICADO NAO PODE DAR UMA VERSAO DE UM
      *ANO ZERO OU ANTERIOR A 2000.
           IF TEMP-ANO IS NOT NUMERIC
               DISPLAY "ANO DA PROPOSTA INVALIDO (" TEMP-ANO
                   ") - PARMPROP.DAT NAO CARREGADO."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0401
               ACCEPT OMITTED AT 0501
               GO TO MENU-ESCOLHER
           END-IF.
           MOVE FUNCTION NUMVAL(TEMP-ANO) TO WS-ANO-ESCOLHIDO.
           IF WS-ANO-ESCOLHIDO < 2000
               DISPLAY "ANO DA PROPOSTA INVALIDO (" TEMP-ANO
                   ") - PARMPROP.DAT NAO CARREGADO."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0401
               ACCEPT OMITTED AT 0501
               GO TO MENU-ESCOLHER
           END-IF.
           PERFORM CARREGAR-VERSAO-BASE.
           IF WS-VER-PENDENTE-NUM > 0
               DISPLAY "JA HA UMA PROPOSTA PENDENTE PARA O ANO "
                   WS-ANO-ESCOLHIDO " (VERSAO " WS-VER-PENDENTE-NUM
                   ")." FOREGROUND-COLOR 4 HIGHLIGHT AT 0401
               ACCEPT OMITTED AT 0501
               GO TO MENU-ESCOLHER
           END-IF.
           MOVE VER-REC TO WS-VER-ANTES.
           MOVE PROP-REC TO VER-PARAMETROS.
           PERFORM MOSTRAR-VERSAO.
           MOVE 20 TO WS-LINHA-ERRO.
           PERFORM VALIDAR-VERSAO THRU VALIDAR-VERSAO-SAIDA.
           IF WS-ERROS > 0
               DISPLAY "PROPOSTA DA SIMULACAO INVALIDA - NAO GRAVADA."
                   AT 2401
               ACCEPT OMITTED AT 2460
               GO TO MENU-ESCOLHER
           END-IF.
           DISPLAY "GRAVAR COMO PROPOSTA (S/N):" AT 2301.
           ACCEPT REPETIR AT 2329.
           IF NOT (REPETIR = "S" OR REPETIR = "s")
               GO TO MENU-ESCOLHER
           END-IF.
           MOVE "S" TO VER-ORIGEM.
           PERFORM GRAVAR-PROPOSTA THRU GRAVAR-PROPOSTA-SAIDA.
           ACCEPT OMITTED AT 2401.
           GO TO MENU-ESCOLHER.

      *----------------------------------------------------------
      * ENVIO DE UMA PROPOSTA PENDENTE PARA A SIMULACAO - OS
      * PARAMETROS VAO PARA PARMPROP.DAT, ONDE O MODO DE
      * SIMULACAO DO prog05 OS VAI BUSCAR.
      *----------------------------------------------------------
       ENVIAR-SIMULACAO.
           DISPLAY CLS.
           DISPLAY "ENVIAR PROPOSTA PARA A SIMULACAO" AT 0201.
           PERFORM LER-ANO THRU LER-ANO-SAIDA.
           IF WS-ANO-ESCOLHIDO = 0
               GO TO MENU-ESCOLHER
           END-IF.
           PERFORM PESQUISAR-VERSOES-ANO
               THRU PESQUISAR-VERSOES-SAIDA.
           IF WS-VER-PENDENTE-NUM = 0
               DISPLAY "SEM PROPOSTA PENDENTE PARA O ANO."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0501
               ACCEPT OMITTED AT 0601
               GO TO MENU-ESCOLHER
           END-IF.
           MOVE WS-VER-PENDENTE-NUM TO WS-VERSAO-ESCOLHIDA.
           PERFORM LER-VERSAO-ESCOLHIDA.
           OPEN OUTPUT PROPFILE.
           IF WS-PROP-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR PARMPROP.DAT - ESTADO "
                   WS-PROP-STATUS AT 0501
               ACCEPT OMITTED AT 0601
               GO TO MENU-ESCOLHER
           END-IF.
           MOVE VER-PARAMETROS TO PROP-REC.
           WRITE PROP-REC.
           CLOSE PROPFILE.
           MOVE SPACES TO WS-DETALHE-AUDITORIA.
           STRING "PROPOSTA " DELIMITED BY SIZE
               VER-ANO        DELIMITED BY SIZE
               " V"           DELIMITED BY SIZE
               VER-NUMERO     DELIMITED BY SIZE
               " ENVIADA PARA A SIMULACAO (PARMPROP.DAT)"
               DELIMITED BY SIZE
               INTO WS-DETALHE-AUDITORIA
           END-STRING.
           MOVE "1" TO WS-TIPO-OPERACAO.
           PERFORM REGISTAR-AUDITORIA-PARAMETROS.
           DISPLAY "PARAMETROS DA VERSAO " VER-NUMERO
               " GRAVADOS EM PARMPROP.DAT - CORRER A SIMULACAO NO "
               "prog05." AT 0501.
           ACCEPT OMITTED AT 0601.
           GO TO MENU-ESCOLHER.

      *----------------------------------------------------------
      * APROVACAO - SO UM SUPERVISOR QUE NAO SEJA QUEM PROPOS. A
      * VERSAO E VALIDADA OUTRA VEZ; A ATIVA DO ANO PASSA A
      * SUBSTITUIDA, A PROPOSTA A ATIVA E OS FICHEIROS EM USO SAO
      * REESCRITOS. CADA CAMPO ALTERADO FICA NA AUDITORIA COM O
      * VALOR ANTERIOR E O NOVO.
      *----------------------------------------------------------
       APROVAR-VERSAO.
           DISPLAY CLS.
           DISPLAY "APROVACAO DE UMA PROPOSTA" AT 0201.
           PERFORM ESCOLHER-PROPOSTA THRU ESCOLHER-PROPOSTA-SAIDA.
           IF NOT VERSAO-LIDA
               GO TO MENU-ESCOLHER
           END-IF.
           PERFORM MOSTRAR-VERSAO.
           MOVE 20 TO WS-LINHA-ERRO.
           PERFORM VALIDAR-VERSAO THRU VALIDAR-VERSAO-SAIDA.
           IF WS-ERROS > 0
               DISPLAY "PROPOSTA INVALIDA - SO PODE SER REJEITADA."
                   AT 2401
               ACCEPT OMITTED AT 2460
               GO TO MENU-ESCOLHER
           END-IF.
           DISPLAY "APROVAR E ATIVAR ESTA VERSAO (S/N):" AT 2301.
           ACCEPT REPETIR AT 2337.
           IF NOT (REPETIR = "S" OR REPETIR = "s")
               GO TO MENU-ESCOLHER
           END-IF.
           MOVE VER-REC TO WS-VER-DEPOIS.
           PERFORM CARREGAR-VERSAO-BASE.
           MOVE VER-REC TO WS-VER-ANTES.
           IF WS-VER-ATIVA-NUM > 0
               MOVE "S" TO VER-ESTADO
               MOVE SPACES TO VER-NOTA
               STRING "SUBSTITUIDA PELA V" DELIMITED BY SIZE
                   WS-VERSAO-ESCOLHIDA     DELIMITED BY SIZE
                   INTO VER-NOTA
               END-STRING
               REWRITE VER-REC
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A VERSAO ANTERIOR - "
                           "ESTADO " WS-VER-STATUS AT 2401
                       ACCEPT OMITTED AT 2460
                       GO TO MENU-ESCOLHER
               END-REWRITE
           END-IF.
           MOVE WS-VER-DEPOIS TO VER-REC.
           MOVE "A" TO VER-ESTADO.
           MOVE WS-OPERADOR TO VER-DECIDIDO-POR.
           MOVE FUNCTION CURRENT-DATE(1:14) TO VER-DECIDIDO-EM.
           MOVE SPACES TO VER-NOTA.
           REWRITE VER-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A APROVACAO - ESTADO "
                       WS-VER-STATUS AT 2401
                   ACCEPT OMITTED AT 2460
                   GO TO MENU-ESCOLHER
           END-REWRITE.
           MOVE VER-REC TO WS-VER-DEPOIS.
           MOVE SPACES TO WS-AUD-PREFIXO.
           STRING "APROVADA " DELIMITED BY SIZE
               VER-ANO        DELIMITED BY SIZE
               " V"           DELIMITED BY SIZE
               VER-NUMERO     DELIMITED BY SIZE
               INTO WS-AUD-PREFIXO
           END-STRING.
           PERFORM AUDITAR-DIFERENCAS.
           MOVE VER-ANO TO WS-ANO-A-ATIVAR.
           MOVE "N" TO WS-ATIVACAO-EXPLICITA.
           PERFORM REESCREVER-FICHEIROS-EM-USO
               THRU REESCREVER-FICHEIROS-SAIDA.
           MOVE WS-VER-DEPOIS TO VER-REC.
           MOVE SPACES TO WS-DETALHE-AUDITORIA.
           EVALUATE TRUE
               WHEN ERRO-REESCRITA
                   STRING WS-AUD-PREFIXO DELIMITED BY "  "
                       " - PROPOSTA POR "  DELIMITED BY SIZE
                       VER-PROPOSTO-POR    DELIMITED BY SIZE
                       " ATIVA; FALHOU A REESCRITA DOS FICHEIROS"
                       DELIMITED BY SIZE
                       " EM USO"           DELIMITED BY SIZE
                       INTO WS-DETALHE-AUDITORIA
                   END-STRING
               WHEN FICHEIROS-REESCRITOS
                   STRING WS-AUD-PREFIXO DELIMITED BY "  "
                       " - PROPOSTA POR "  DELIMITED BY SIZE
                       VER-PROPOSTO-POR    DELIMITED BY SIZE
                       " ATIVA; PARMFICH/TABIRS/TRANCAL REESCRITOS"
                       DELIMITED BY SIZE
                       INTO WS-DETALHE-AUDITORIA
                   END-STRING
               WHEN OTHER
                   STRING WS-AUD-PREFIXO DELIMITED BY "  "
                       " - PROPOSTA POR "  DELIMITED BY SIZE
                       VER-PROPOSTO-POR    DELIMITED BY SIZE
                       " ATIVA; ANO EM VIGOR " DELIMITED BY SIZE
                       WS-ANO-FICHEIRO     DELIMITED BY SIZE
                       " MANTIDO, TRANCAL REESCRITO" DELIMITED BY SIZE
                       INTO WS-DETALHE-AUDITORIA
                   END-STRING
                   IF WS-ANO-A-ATIVAR > WS-ANO-FICHEIRO
                       DISPLAY "PARA POR " WS-ANO-A-ATIVAR
                           " EM VIGOR USE A OPCAO (T) DO MENU." AT 2201
                   END-IF
           END-EVALUATE.
           MOVE "1" TO WS-TIPO-OPERACAO.
           PERFORM REGISTAR-AUDITORIA-PARAMETROS.
           DISPLAY WS-DETALHE-AUDITORIA(1:79) AT 2401.
           ACCEPT OMITTED AT 2380.
           GO TO MENU-ESCOLHER.

      *----------------------------------------------------------
      * REJEICAO - SUPERVISOR DIFERENTE DE QUEM PROPOS, COM O
      * MOTIVO. A AUDITORIA LEVA O QUE A PROPOSTA TERIA ALTERADO.
      *----------------------------------------------------------
       REJEITAR-VERSAO.
           DISPLAY CLS.
           DISPLAY "REJEICAO DE UMA PROPOSTA" AT 0201.
           PERFORM ESCOLHER-PROPOSTA THRU ESCOLHER-PROPOSTA-SAIDA.
           IF NOT VERSAO-LIDA
               GO TO MENU-ESCOLHER
           END-IF.
           PERFORM MOSTRAR-VERSAO.
       REJEITAR-LER-MOTIVO.
           DISPLAY "MOTIVO DA REJEICAO:" AT 2201.
           MOVE SPACES TO VER-NOTA.
           ACCEPT VER-NOTA AT 2221.
           IF VER-NOTA = SPACES
               DISPLAY "MOTIVO OBRIGATORIO."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 2401
               GO TO REJEITAR-LER-MOTIVO
           END-IF.
           DISPLAY " " ERASE EOL AT 2401.
           DISPLAY "CONFIRMA A REJEICAO (S/N):" AT 2301.
           ACCEPT REPETIR AT 2328.
           IF NOT (REPETIR = "S" OR REPETIR = "s")
               GO TO MENU-ESCOLHER
           END-IF.
           MOVE VER-REC TO WS-VER-DEPOIS.
           PERFORM CARREGAR-VERSAO-BASE.
           MOVE VER-REC TO WS-VER-ANTES.
           MOVE WS-VER-DEPOIS TO VER-REC.
           MOVE "R" TO VER-ESTADO.
           MOVE WS-OPERADOR TO VER-DECIDIDO-POR.
           MOVE FUNCTION CURRENT-DATE(1:14) TO VER-DECIDIDO-EM.
           REWRITE VER-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A REJEICAO - ESTADO "
                       WS-VER-STATUS AT 2401
                   ACCEPT OMITTED AT 2460
                   GO TO MENU-ESCOLHER
           END-REWRITE.
           MOVE VER-REC TO WS-VER-DEPOIS.
           MOVE SPACES TO WS-AUD-PREFIXO.
           STRING "REJEITADA " DELIMITED BY SIZE
               VER-ANO         DELIMITED BY SIZE
               " V"            DELIMITED BY SIZE
               VER-NUMERO      DELIMITED BY SIZE
               INTO WS-AUD-PREFIXO
           END-STRING.
           PERFORM AUDITAR-DIFERENCAS.
           MOVE SPACES TO WS-DETALHE-AUDITORIA.
           STRING WS-AUD-PREFIXO DELIMITED BY "  "
               " - PROPOSTA POR "  DELIMITED BY SIZE
               VER-PROPOSTO-POR    DELIMITED BY SIZE
               " MOTIVO "          DELIMITED BY SIZE
               VER-NOTA            DELIMITED BY SIZE
               INTO WS-DETALHE-AUDITORIA
           END-STRING.
           MOVE "1" TO WS-TIPO-OPERACAO.
           PERFORM REGISTAR-AUDITORIA-PARAMETROS.
           DISPLAY "PROPOSTA REJEITADA." AT 2401.
           ACCEPT OMITTED AT 2460.
           GO TO MENU-ESCOLHER.

      *----------------------------------------------------------
      * ENTRADA EM VIGOR DE UM ANO - SUPERVISOR. PARMFICH.DAT E
      * TABIRS.DAT PASSAM A VERSAO ATIVA DO ANO ESCOLHIDO; NAO SE
      * RECUA PARA UM ANO ANTERIOR AO QUE ESTA EM VIGOR.
      *----------------------------------------------------------
       ATIVAR-ANO-VIGOR.
           DISPLAY CLS.
           DISPLAY "POR UM ANO EM VIGOR NOS FICHEIROS EM USO" AT 0201.
           PERFORM LER-ANO THRU LER-ANO-SAIDA.
           IF WS-ANO-ESCOLHIDO = 0
               GO TO MENU-ESCOLHER
           END-IF.
           PERFORM PESQUISAR-VERSOES-ANO
               THRU PESQUISAR-VERSOES-SAIDA.
           IF WS-VER-ATIVA-NUM = 0
               DISPLAY "O ANO NAO TEM VERSAO ATIVA." AT 0501
               ACCEPT OMITTED AT 0601
               GO TO MENU-ESCOLHER
           END-IF.
           PERFORM LER-ANO-FICHEIRO.
           IF WS-ANO-ESCOLHIDO < WS-ANO-FICHEIRO
               DISPLAY "O ANO EM VIGOR E " WS-ANO-FICHEIRO
                   " - NAO SE RECUA PARA UM ANO ANTERIOR." AT 0501
               ACCEPT OMITTED AT 0601
               GO TO MENU-ESCOLHER
           END-IF.
           DISPLAY "ANO EM VIGOR NOS FICHEIROS:" AT 0501.
           DISPLAY WS-ANO-FICHEIRO AT 0530.
           DISPLAY "ANO A POR EM VIGOR:" AT 0601.
           DISPLAY WS-ANO-ESCOLHIDO AT 0630.
           DISPLAY " V" AT 0634.
           DISPLAY WS-VER-ATIVA-NUM AT 0636.
           DISPLAY "CONFIRMA (S/N):" AT 0801.
           ACCEPT REPETIR AT 0817.
           IF NOT (REPETIR = "S" OR REPETIR = "s")
               GO TO MENU-ESCOLHER
           END-IF.
           MOVE WS-ANO-FICHEIRO TO WS-ANO-VIGOR-ANTES.
           MOVE WS-ANO-ESCOLHIDO TO WS-ANO-A-ATIVAR.
           MOVE "S" TO WS-ATIVACAO-EXPLICITA.
           PERFORM REESCREVER-FICHEIROS-EM-USO
               THRU REESCREVER-FICHEIROS-SAIDA.
           MOVE "N" TO WS-ATIVACAO-EXPLICITA.
           IF NOT FICHEIROS-REESCRITOS
               DISPLAY "O ANO NAO FOI POSTO EM VIGOR - VER A "
                   "AUDITORIA." FOREGROUND-COLOR 4 HIGHLIGHT AT 1001
               ACCEPT OMITTED AT 1101
               GO TO MENU-ESCOLHER
           END-IF.
           MOVE SPACES TO WS-DETALHE-AUDITORIA.
           STRING "ANO "            DELIMITED BY SIZE
               WS-ANO-A-ATIVAR      DELIMITED BY SIZE
               " V"                 DELIMITED BY SIZE
               WS-VERSAO-A-ATIVAR   DELIMITED BY SIZE
               " POSTO EM VIGOR (ANTES " DELIMITED BY SIZE
               WS-ANO-VIGOR-ANTES   DELIMITED BY SIZE
               "); PARMFICH/TABIRS REESCRITOS" DELIMITED BY SIZE
               INTO WS-DETALHE-AUDITORIA
           END-STRING.
           MOVE "1" TO WS-TIPO-OPERACAO.
           PERFORM REGISTAR-AUDITORIA-PARAMETROS.
           DISPLAY WS-DETALHE-AUDITORIA(1:79) AT 1001.
           ACCEPT OMITTED AT 1101.
           GO TO MENU-ESCOLHER.

      *----------------------------------------------------------
      * ESCOLHA DA PROPOSTA A DECIDIR - A PENDENTE DO ANO; QUEM A
      * PROPOS NAO A PODE DECIDIR (A RECUSA FICA NA AUDITORIA).
      *----------------------------------------------------------
       ESCOLHER-PROPOSTA.
           MOVE "N" TO WS-VERSAO-LIDA.
           PERFORM LER-ANO THRU LER-ANO-SAIDA.
           IF WS-ANO-ESCOLHIDO = 0
               GO TO ESCOLHER-PROPOSTA-SAIDA
           END-IF.
           PERFORM PESQUISAR-VERSOES-ANO
               THRU PESQUISAR-VERSOES-SAIDA.
           IF WS-VER-PENDENTE-NUM = 0
               DISPLAY "SEM PROPOSTA PENDENTE PARA O ANO."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0501
               ACCEPT OMITTED AT 0601
               GO TO ESCOLHER-PROPOSTA-SAIDA
           END-IF.
           MOVE WS-VER-PENDENTE-NUM TO WS-VERSAO-ESCOLHIDA.
           PERFORM LER-VERSAO-ESCOLHIDA.
           IF VERSAO-LIDA AND VER-PROPOSTO-POR = WS-OPERADOR
               MOVE "N" TO WS-VERSAO-LIDA
               DISPLAY "A PROPOSTA FOI FEITA POR ESTE OPERADOR - "
                   "TEM DE SER DECIDIDA POR OUTRO SUPERVISOR."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0501
               MOVE "V" TO WS-TIPO-OPERACAO
               MOVE SPACES TO WS-DETALHE-AUDITORIA
               STRING "DECISAO DA PROPRIA PROPOSTA NEGADA "
                   DELIMITED BY SIZE
                   VER-ANO    DELIMITED BY SIZE
                   " V"       DELIMITED BY SIZE
                   VER-NUMERO DELIMITED BY SIZE
                   INTO WS-DETALHE-AUDITORIA
               END-STRING
               PERFORM REGISTAR-AUDITORIA-PARAMETROS
               ACCEPT OMITTED AT 0601
           END-IF.
       ESCOLHER-PROPOSTA-SAIDA.
           EXIT.

      *----------------------------------------------------------
      * AUDITORIA CAMPO A CAMPO - WS-VER-ANTES (VERSAO EM VIGOR)
      * CONTRA WS-VER-DEPOIS (A PROPOSTA), UMA LINHA POR CAMPO,
      * ESCALAO OU TRANCHE QUE DIFERE: "<PREFIXO> <CAMPO> <ANTES>
      * -> <DEPOIS>".
      *----------------------------------------------------------
       AUDITAR-DIFERENCAS.
           MOVE 0 TO WS-AUD-ALTERACOES.
           MOVE "1" TO WS-TIPO-OPERACAO.
           PERFORM AUDITAR-CAMPO VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX > 23.
           IF WS-ANTES-IRS-TOTAL NOT = WS-DEPOIS-IRS-TOTAL
               MOVE WS-ANTES-IRS-TOTAL TO WS-ANTES-TEXTO
               MOVE WS-DEPOIS-IRS-TOTAL TO WS-DEPOIS-TEXTO
               MOVE "NUMERO-ESCALOES" TO WS-LINHA-TEXTO
               PERFORM ESCREVER-DIFERENCA
           END-IF.
           PERFORM AUDITAR-ESCALAO VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > 10.
           IF WS-ANTES-TRC-TOTAL NOT = WS-DEPOIS-TRC-TOTAL
               MOVE WS-ANTES-TRC-TOTAL TO WS-ANTES-TEXTO
               MOVE WS-DEPOIS-TRC-TOTAL TO WS-DEPOIS-TEXTO
               MOVE "NUMERO-TRANCHES" TO WS-LINHA-TEXTO
               PERFORM ESCREVER-DIFERENCA
           END-IF.
           PERFORM AUDITAR-TRANCHE VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > 9.

       AUDITAR-CAMPO.
           IF WS-ANTES-PARM(WS-CAMPO-POSICAO(WS-CX):
                  WS-CAMPO-COMPRIMENTO(WS-CX))
              NOT = WS-DEPOIS-PARM(WS-CAMPO-POSICAO(WS-CX):
                  WS-CAMPO-COMPRIMENTO(WS-CX))
               MOVE SPACES TO WS-ANTES-TEXTO
               MOVE SPACES TO WS-DEPOIS-TEXTO
               MOVE WS-ANTES-PARM(WS-CAMPO-POSICAO(WS-CX):
                  WS-CAMPO-COMPRIMENTO(WS-CX)) TO WS-ANTES-TEXTO
               MOVE WS-DEPOIS-PARM(WS-CAMPO-POSICAO(WS-CX):
                  WS-CAMPO-COMPRIMENTO(WS-CX)) TO WS-DEPOIS-TEXTO
               MOVE WS-CAMPO-NOME(WS-CX) TO WS-LINHA-TEXTO
               PERFORM ESCREVER-DIFERENCA
           END-IF.

       AUDITAR-ESCALAO.
           IF WS-ANTES-IRS(WS-IX) NOT = WS-DEPOIS-IRS(WS-IX)
               MOVE WS-IX TO WS-IX-ED
               MOVE WS-ANTES-IRS-LIMITE(WS-IX) TO WS-LIMITE-ED
               MOVE WS-ANTES-IRS-TAXA(WS-IX) TO WS-TAXA-ED
               MOVE SPACES TO WS-ANTES-TEXTO
               STRING WS-LIMITE-ED "/" WS-TAXA-ED DELIMITED BY SIZE
                   INTO WS-ANTES-TEXTO
               END-STRING
               MOVE WS-DEPOIS-IRS-LIMITE(WS-IX) TO WS-LIMITE-ED
               MOVE WS-DEPOIS-IRS-TAXA(WS-IX) TO WS-TAXA-ED
               MOVE SPACES TO WS-DEPOIS-TEXTO
               STRING WS-LIMITE-ED "/" WS-TAXA-ED DELIMITED BY SIZE
                   INTO WS-DEPOIS-TEXTO
               END-STRING
               MOVE SPACES TO WS-LINHA-TEXTO
               STRING "ESCALAO-" WS-IX-ED DELIMITED BY SIZE
                   INTO WS-LINHA-TEXTO
               END-STRING
               PERFORM ESCREVER-DIFERENCA
           END-IF.

       AUDITAR-TRANCHE.
           IF WS-ANTES-TRC(WS-IX) NOT = WS-DEPOIS-TRC(WS-IX)
               MOVE WS-IX TO WS-IX-ED
               MOVE WS-ANTES-TRC-PERCENT(WS-IX) TO WS-PERCENT-ED
               MOVE SPACES TO WS-ANTES-TEXTO
               STRING WS-PERCENT-ED "/" WS-ANTES-TRC-DATA(WS-IX)
                   DELIMITED BY SIZE INTO WS-ANTES-TEXTO
               END-STRING
               MOVE WS-DEPOIS-TRC-PERCENT(WS-IX) TO WS-PERCENT-ED
               MOVE SPACES TO WS-DEPOIS-TEXTO
               STRING WS-PERCENT-ED "/" WS-DEPOIS-TRC-DATA(WS-IX)
                   DELIMITED BY SIZE INTO WS-DEPOIS-TEXTO
               END-STRING
               MOVE SPACES TO WS-LINHA-TEXTO
               STRING "TRANCHE-" WS-IX-ED DELIMITED BY SIZE
                   INTO WS-LINHA-TEXTO
               END-STRING
               PERFORM ESCREVER-DIFERENCA
           END-IF.

       ESCREVER-DIFERENCA.
           ADD 1 TO WS-AUD-ALTERACOES.
           MOVE SPACES TO WS-DETALHE-AUDITORIA.
           STRING WS-AUD-PREFIXO DELIMITED BY "  "
               " "               DELIMITED BY SIZE
               WS-LINHA-TEXTO    DELIMITED BY " "
               " "               DELIMITED BY SIZE
               WS-ANTES-TEXTO    DELIMITED BY SIZE
               " -> "            DELIMITED BY SIZE
               WS-DEPOIS-TEXTO   DELIMITED BY SIZE
               INTO WS-DETALHE-AUDITORIA
           END-STRING.
           PERFORM REGISTAR-AUDITORIA-PARAMETROS.

      *----------------------------------------------------------
      * REESCRITA DOS FICHEIROS EM USO. PARMFICH.DAT E TABIRS.DAT
      * SO SAO REESCRITOS COM A VERSAO ATIVA DO ANO WS-ANO-A-ATIVAR
      * QUANDO ESSE ANO E O QUE JA ESTA EM VIGOR NO PARMFICH.DAT
      * (OU O FICHEIRO NAO EXISTE); UM ANO POSTERIOR SO ENTRA EM
      * VIGOR PELA OPCAO (T) DO MENU, E UM ANTERIOR NUNCA. NA
      * APROVACAO, TRANCAL.DAT FICA COM AS TRANCHES DE CADA ANO
      * COM VERSAO ATIVA MAIS AS DOS ANOS SEM VERSAO, QUE SE
      * MANTEM COMO ESTAVAM. QUALQUER ERRO DE ABERTURA OU DE
      * ESCRITA FICA NO ECRA E NA AUDITORIA.
      *----------------------------------------------------------
       REESCREVER-FICHEIROS-EM-USO.
           MOVE "N" TO WS-FICHEIROS-REESCRITOS.
           MOVE "N" TO WS-ERRO-REESCRITA.
           PERFORM LER-ANO-FICHEIRO.
           MOVE 0 TO WS-ATIVO-TOTAL.
           MOVE 0 TO WS-VERSAO-A-ATIVAR.
           MOVE LOW-VALUES TO VER-CHAVE.
           START VERFILE KEY IS NOT LESS THAN VER-CHAVE
               INVALID KEY
                   GO TO REESCREVER-TRANCHES
           END-START.
       REESCREVER-PROCURAR-ATIVAS.
           READ VERFILE NEXT RECORD
               AT END
                   GO TO REESCREVER-PARAMETROS
           END-READ.
           IF VER-ATIVA AND WS-ATIVO-TOTAL < 50
               ADD 1 TO WS-ATIVO-TOTAL
               MOVE VER-ANO    TO WS-ATIVO-ANO(WS-ATIVO-TOTAL)
               MOVE VER-NUMERO TO WS-ATIVO-VERSAO(WS-ATIVO-TOTAL)
               IF VER-ANO = WS-ANO-A-ATIVAR
                   MOVE VER-NUMERO TO WS-VERSAO-A-ATIVAR
               END-IF
           END-IF.
           GO TO REESCREVER-PROCURAR-ATIVAS.
       REESCREVER-PARAMETROS.
           IF WS-VERSAO-A-ATIVAR = 0
               GO TO REESCREVER-TRANCHES
           END-IF.
           IF NOT ATIVACAO-EXPLICITA
              AND WS-ANO-FICHEIRO NOT = 0
              AND WS-ANO-A-ATIVAR NOT = WS-ANO-FICHEIRO
               GO TO REESCREVER-TRANCHES
           END-IF.
           MOVE WS-ANO-A-ATIVAR TO VER-ANO.
           MOVE WS-VERSAO-A-ATIVAR TO VER-NUMERO.
           READ VERFILE
               INVALID KEY
                   GO TO REESCREVER-TRANCHES
           END-READ.
           OPEN OUTPUT PARMFILE.
           IF WS-PARM-STATUS NOT = "00"
               MOVE "PARMFICH" TO WS-FICHEIRO-ERRO
               MOVE WS-PARM-STATUS TO WS-ESTADO-ERRO
               PERFORM ASSINALAR-FALHA-REESCRITA
               GO TO REESCREVER-TRANCHES
           END-IF.
           MOVE VER-PARAMETROS TO PARM-REC.
           WRITE PARM-REC.
           IF WS-PARM-STATUS NOT = "00"
               MOVE "PARMFICH" TO WS-FICHEIRO-ERRO
               MOVE WS-PARM-STATUS TO WS-ESTADO-ERRO
               PERFORM ASSINALAR-FALHA-REESCRITA
           END-IF.
           CLOSE PARMFILE.
           IF ERRO-REESCRITA
               GO TO REESCREVER-TRANCHES
           END-IF.
           OPEN OUTPUT IRSFILE.
           IF WS-IRS-STATUS NOT = "00"
               MOVE "TABIRS" TO WS-FICHEIRO-ERRO
               MOVE WS-IRS-STATUS TO WS-ESTADO-ERRO
               PERFORM ASSINALAR-FALHA-REESCRITA
               GO TO REESCREVER-TRANCHES
           END-IF.
           PERFORM ESCREVER-ESCALAO-FICHEIRO VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > VER-IRS-TOTAL OR ERRO-REESCRITA.
           CLOSE IRSFILE.
           IF ERRO-REESCRITA
               GO TO REESCREVER-TRANCHES
           END-IF.
           MOVE WS-ANO-A-ATIVAR TO WS-ANO-FICHEIRO.
           MOVE "S" TO WS-FICHEIROS-REESCRITOS.
       REESCREVER-TRANCHES.
           IF ATIVACAO-EXPLICITA
               GO TO REESCREVER-FICHEIROS-SAIDA
           END-IF.
           MOVE 0 TO WS-TRG-TOTAL.
           OPEN INPUT TRCFILE.
           IF WS-TRC-STATUS = "00"
               MOVE "N" TO WS-FIM-TRCFILE
               PERFORM GUARDAR-TRANCHE-SEM-VERSAO
                   UNTIL FIM-TRCFILE
               CLOSE TRCFILE
           END-IF.
           OPEN OUTPUT TRCFILE.
           IF WS-TRC-STATUS NOT = "00"
               MOVE "TRANCAL" TO WS-FICHEIRO-ERRO
               MOVE WS-TRC-STATUS TO WS-ESTADO-ERRO
               PERFORM ASSINALAR-FALHA-REESCRITA
               GO TO REESCREVER-FICHEIROS-SAIDA
           END-IF.
           PERFORM REPOR-TRANCHE-GUARDADA VARYING WS-GX FROM 1 BY 1
               UNTIL WS-GX > WS-TRG-TOTAL OR ERRO-REESCRITA.
           PERFORM ESCREVER-TRANCHES-ANO VARYING WS-AX FROM 1 BY 1
               UNTIL WS-AX > WS-ATIVO-TOTAL OR ERRO-REESCRITA.
           CLOSE TRCFILE.
       REESCREVER-FICHEIROS-SAIDA.
           EXIT.

       LER-ANO-FICHEIRO.
           MOVE 0 TO WS-ANO-FICHEIRO.
           OPEN INPUT PARMFILE.
           IF WS-PARM-STATUS = "00"
               READ PARMFILE
               IF WS-PARM-STATUS = "00" AND PARM-REC(1:4) IS NUMERIC
                   MOVE PARM-REC(1:4) TO WS-ANO-FICHEIRO
               END-IF
               CLOSE PARMFILE
           END-IF.

       ASSINALAR-FALHA-REESCRITA.
           MOVE "S" TO WS-ERRO-REESCRITA.
           MOVE "N" TO WS-FICHEIROS-REESCRITOS.
           DISPLAY "ERRO AO REESCREVER " WS-FICHEIRO-ERRO
               " - ESTADO " WS-ESTADO-ERRO
               FOREGROUND-COLOR 4 HIGHLIGHT AT 2201.
           MOVE SPACES TO WS-DETALHE-AUDITORIA.
           STRING "ERRO AO REESCREVER " DELIMITED BY SIZE
               WS-FICHEIRO-ERRO    DELIMITED BY SPACE
               " - ESTADO "        DELIMITED BY SIZE
               WS-ESTADO-ERRO      DELIMITED BY SIZE
               " - ANO "           DELIMITED BY SIZE
               WS-ANO-A-ATIVAR     DELIMITED BY SIZE
               INTO WS-DETALHE-AUDITORIA
           END-STRING.
           MOVE "1" TO WS-TIPO-OPERACAO.
           PERFORM REGISTAR-AUDITORIA-PARAMETROS.

       ESCREVER-ESCALAO-FICHEIRO.
           MOVE VER-IRS-LIMITE(WS-IX) TO IRS-REG-LIMITE.
           MOVE VER-IRS-TAXA(WS-IX)   TO IRS-REG-TAXA.
           WRITE IRS-REC.
           IF WS-IRS-STATUS NOT = "00"
               MOVE "TABIRS" TO WS-FICHEIRO-ERRO
               MOVE WS-IRS-STATUS TO WS-ESTADO-ERRO
               PERFORM ASSINALAR-FALHA-REESCRITA
           END-IF.

       GUARDAR-TRANCHE-SEM-VERSAO.
           READ TRCFILE
               AT END
                   MOVE "S" TO WS-FIM-TRCFILE
               NOT AT END
                   MOVE "N" TO WS-ANO-TEM-VERSAO
                   PERFORM VERIFICAR-ANO-ATIVO VARYING WS-AX
                       FROM 1 BY 1 UNTIL WS-AX > WS-ATIVO-TOTAL
                   IF NOT ANO-TEM-VERSAO AND WS-TRG-TOTAL < 99
                       ADD 1 TO WS-TRG-TOTAL
                       MOVE TRC-REC TO WS-TRG-REGISTO(WS-TRG-TOTAL)
                   END-IF
           END-READ.

       VERIFICAR-ANO-ATIVO.
           IF WS-ATIVO-ANO(WS-AX) = TRC-REG-ANO
               MOVE "S" TO WS-ANO-TEM-VERSAO
           END-IF.

       REPOR-TRANCHE-GUARDADA.
           MOVE WS-TRG-REGISTO(WS-GX) TO TRC-REC.
           WRITE TRC-REC.
           IF WS-TRC-STATUS NOT = "00"
               MOVE "TRANCAL" TO WS-FICHEIRO-ERRO
               MOVE WS-TRC-STATUS TO WS-ESTADO-ERRO
               PERFORM ASSINALAR-FALHA-REESCRITA
           END-IF.

       ESCREVER-TRANCHES-ANO.
           MOVE WS-ATIVO-ANO(WS-AX)    TO VER-ANO.
           MOVE WS-ATIVO-VERSAO(WS-AX) TO VER-NUMERO.
           READ VERFILE
               INVALID KEY
                   MOVE 0 TO VER-TRC-TOTAL
           END-READ.
           PERFORM ESCREVER-TRANCHE-FICHEIRO VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > VER-TRC-TOTAL OR ERRO-REESCRITA.

       ESCREVER-TRANCHE-FICHEIRO.
           MOVE VER-ANO              TO TRC-REG-ANO.
           MOVE WS-IX                TO TRC-REG-SEQ.
           MOVE VER-TRC-PERCENT(WS-IX) TO TRC-REG-PERCENT.
           MOVE VER-TRC-DATA(WS-IX)  TO TRC-REG-DATA.
           WRITE TRC-REC.
           IF WS-TRC-STATUS NOT = "00"
               MOVE "TRANCAL" TO WS-FICHEIRO-ERRO
               MOVE WS-TRC-STATUS TO WS-ESTADO-ERRO
               PERFORM ASSINALAR-FALHA-REESCRITA
           END-IF.

      *----------------------------------------------------------
      * REGISTO DE AUDITORIA - MESMO FORMATO DE LINHA DO prog06
      * (OPERADOR|DATA-HORA|TIPO|MATRICULA|DETALHE); OS EVENTOS
      * DE PARAMETROS NAO TEM MATRICULA.
      *----------------------------------------------------------
       REGISTAR-AUDITORIA-PARAMETROS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATA-HORA.
           MOVE SPACES TO AUD-LINHA.
           STRING
               WS-OPERADOR          DELIMITED BY SIZE
               "|"                  DELIMITED BY SIZE
               WS-DATA-HORA         DELIMITED BY SIZE
               "|"                  DELIMITED BY SIZE
               WS-TIPO-OPERACAO     DELIMITED BY SIZE
               "|000000|"           DELIMITED BY SIZE
               WS-DETALHE-AUDITORIA DELIMITED BY SIZE
               INTO AUD-LINHA
           END-STRING.
           WRITE AUD-LINHA.

      *----------------------------------------------------------
      * CONTROLO DE ACESSO - IGUAL AO DO prog05: IDENTIFICACAO E
      * SENHA CONTRA O FICHEIRO MESTRE DE OPERADORES, BLOQUEIO AO
      * FIM DE TRES SENHAS ERRADAS, RECUSAS NA AUDITORIA.
      *----------------------------------------------------------
       EFETUAR-SIGNON.
           PERFORM ABRIR-FICHEIRO-OPERADORES.
           MOVE 0 TO WS-TENTATIVAS-ECRA.
       SIGNON-PEDIR.
           MOVE "N" TO WS-SIGNON-OK.
           DISPLAY CLS.
           DISPLAY "IDENTIFICACAO DO OPERADOR:" AT 0201.
           ACCEPT WS-OPERADOR AT 0228.
           DISPLAY "SENHA:" AT 0301.
           ACCEPT WS-SENHA AT 0308.
           PERFORM VERIFICAR-OPERADOR THRU VERIFICAR-OPERADOR-SAIDA.
           IF SIGNON-OK
               CLOSE OPEFILE
               GO TO EFETUAR-SIGNON-SAIDA
           END-IF.
           ADD 1 TO WS-TENTATIVAS-ECRA.
           IF WS-TENTATIVAS-ECRA >= 3
               DISPLAY "ACESSO RECUSADO." AT 0901
               CLOSE OPEFILE
               STOP RUN
           END-IF.
           GO TO SIGNON-PEDIR.
       EFETUAR-SIGNON-SAIDA.
           EXIT.

       ABRIR-FICHEIRO-OPERADORES.
           OPEN I-O OPEFILE.
           IF WS-OPE-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR O FICHEIRO DE OPERADORES - "
                   "ESTADO " WS-OPE-STATUS
               STOP RUN
           END-IF.

       VERIFICAR-OPERADOR.
           MOVE WS-OPERADOR TO OPE-ID.
           READ OPEFILE
               INVALID KEY
                   MOVE "OPERADOR DESCONHECIDO"
                       TO WS-DETALHE-AUDITORIA
                   PERFORM REGISTAR-ACESSO-NEGADO
                   DISPLAY "OPERADOR OU SENHA INVALIDOS."
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 0501
                   GO TO VERIFICAR-OPERADOR-SAIDA
           END-READ.
           IF OPE-ESTA-BLOQUEADO
               MOVE "OPERADOR BLOQUEADO" TO WS-DETALHE-AUDITORIA
               PERFORM REGISTAR-ACESSO-NEGADO
               DISPLAY "OPERADOR BLOQUEADO - CONTACTAR UM SUPERVISOR."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0501
               GO TO VERIFICAR-OPERADOR-SAIDA
           END-IF.
           IF OPE-E-SERVICO
               MOVE "OPERADOR DE SERVICO NO ECRA"
                   TO WS-DETALHE-AUDITORIA
               PERFORM REGISTAR-ACESSO-NEGADO
               DISPLAY "OPERADOR DE SERVICO - SO NA CADEIA NOTURNA."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0501
               GO TO VERIFICAR-OPERADOR-SAIDA
           END-IF.
           IF OPE-SENHA NOT = WS-SENHA
               IF OPE-FALHAS < 9
                   ADD 1 TO OPE-FALHAS
               END-IF
               MOVE "SENHA ERRADA" TO WS-DETALHE-AUDITORIA
               IF OPE-FALHAS >= 3
                   MOVE "S" TO OPE-BLOQUEADO
                   MOVE "BLOQUEADO POR TENTATIVAS SUCESSIVAS"
                       TO WS-DETALHE-AUDITORIA
               END-IF
               REWRITE OPE-REC
               PERFORM REGISTAR-ACESSO-NEGADO
               DISPLAY "OPERADOR OU SENHA INVALIDOS."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0501
               GO TO VERIFICAR-OPERADOR-SAIDA
           END-IF.
           MOVE 0 TO OPE-FALHAS.
           REWRITE OPE-REC.
           MOVE OPE-PERFIL TO WS-PERFIL.
           MOVE "S" TO WS-SIGNON-OK.
       VERIFICAR-OPERADOR-SAIDA.
           EXIT.

      *----------------------------------------------------------
      * RECUSA DE ACESSO - FICA NA AUDITORIA COM O FICHEIRO A SER
      * ABERTO E FECHADO NA HORA, PORQUE NO SIGN-ON AINDA NENHUM
      * OUTRO FICHEIRO ESTA ABERTO.
      *----------------------------------------------------------
       REGISTAR-ACESSO-NEGADO.
           OPEN EXTEND AUDFILE.
           IF WS-AUD-STATUS = "05" OR WS-AUD-STATUS = "35"
               OPEN OUTPUT AUDFILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATA-HORA.
           MOVE SPACES TO AUD-LINHA.
           STRING
               WS-OPERADOR          DELIMITED BY SIZE
               "|"                  DELIMITED BY SIZE
               WS-DATA-HORA         DELIMITED BY SIZE
               "|V|000000|"         DELIMITED BY SIZE
               WS-DETALHE-AUDITORIA DELIMITED BY SIZE
               INTO AUD-LINHA
           END-STRING.
           WRITE AUD-LINHA.
           CLOSE AUDFILE.

       END PROGRAM prog18.
