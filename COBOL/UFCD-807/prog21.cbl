       IDENTIFICATION DIVISION.
       PROGRAM-ID. prog21.
       AUTHOR. .
       INSTALLATION.  where.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.
      *----------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - VERSAO INICIAL, CONSULTA DE EMPREGADO POR
      *              MATRICULA, SO DE LEITURA E ABERTA A QUALQUER
      *              OPERADOR AUTENTICADO: FICHA (EMPFICH.DAT) COM A
      *              IDADE E A ANTIGUIDADE DERIVADAS PARA O ANO EM
      *              VIGOR, NOME DO DEPARTAMENTO (DEPFICH.DAT), DADOS
      *              BANCARIOS (BANCFICH.DAT) COM O IBAN MASCARADO
      *              PARA QUEM NAO E SUPERVISOR, HISTORICO ANUAL DE
      *              PREMIOS (HISTPREM.DAT) COM AS TRANCHES PAGAS,
      *              PENDENTES DE REENVIO (REJPEND.DAT) E EXCECAO
      *              BANCARIA (BANCEXQ.DAT) EM ABERTO E OS ULTIMOS
      *              EVENTOS DA AUDITORIA DO EMPREGADO, EM PAGINAS
      *              PARA A FRENTE E PARA TRAS. CADA CONSULTA FICA NA
      *              AUDITORIA COM O TIPO "4".
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. pc.
       OBJECT-COMPUTER. pc.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPFILE ASSIGN TO "EMPFICH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-MATRICULA
               FILE STATUS IS WS-EMP-STATUS.

           SELECT DEPFILE ASSIGN TO "DEPFICH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WS-DEP-STATUS.

           SELECT BANFILE ASSIGN TO "BANCFICH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BNC-MATRICULA
               FILE STATUS IS WS-BAN-STATUS.

           SELECT HISTFILE ASSIGN TO "HISTPREM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-HIST-STATUS.

           SELECT REJFILE ASSIGN TO "REJPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REJ-CHAVE
               FILE STATUS IS WS-REJ-STATUS.

           SELECT BXQFILE ASSIGN TO "BANCEXQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BXQ-MATRICULA
               FILE STATUS IS WS-BXQ-STATUS.

           SELECT PARMFILE ASSIGN TO "PARMFICH.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

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
       FD  EMPFILE.
       01  EMP-REC.
           05 EMP-MATRICULA        PIC 9(6).
           05 EMP-NOME             PIC X(30).
           05 EMP-DEPARTAMENTO     PIC X(4).
           05 EMP-IDADE            PIC 9(2).
           05 EMP-ANTIGUIDADE      PIC 9(2).
           05 EMP-FILHOS           PIC 9(2).
           05 EMP-DATA-NASCIMENTO  PIC 9(8).
           05 EMP-DATA-ADMISSAO    PIC 9(8).
           05 EMP-DATA-SAIDA       PIC 9(8).

       FD  DEPFILE.
       01  DEP-REC.
           05 DEP-CODIGO           PIC X(4).
           05 DEP-NOME             PIC X(30).
           05 DEP-RESPONSAVEL      PIC X(30).
           05 DEP-ATIVO            PIC X.
              88 DEP-ESTA-ATIVO    VALUE "S".
           05 DEP-CONTA-GASTO      PIC X(10).

       FD  BANFILE.
       01  BNC-REC.
           05 BNC-MATRICULA        PIC 9(6).
           05 BNC-IBAN             PIC X(25).
           05 BNC-TITULAR          PIC X(30).

       FD  HISTFILE.
       01  HIST-REC.
           05 HIST-CHAVE.
              10 HIST-MATRICULA    PIC 9(6).
              10 HIST-ANO          PIC 9(4).
           05 HIST-PREMIO-TOTAL    PIC 9(6)V99.
           05 HIST-RETENCAO        PIC 9(6)V99.
           05 HIST-TRANCHES-PAGAS  PIC X(9).

       FD  REJFILE.
       01  REJ-REC.
           05 REJ-CHAVE.
              10 REJ-MATRICULA     PIC 9(6).
              10 REJ-ANO           PIC 9(4).
              10 REJ-TRANCHE       PIC 9(1).
           05 REJ-NOME             PIC X(30).
           05 REJ-VALOR            PIC 9(6)V99.
           05 REJ-ESTADO           PIC X.
              88 REJ-ABERTO        VALUE "A".
              88 REJ-RESUBMETIDO   VALUE "R".
              88 REJ-SALDADO       VALUE "C".
           05 REJ-DATA-HORA        PIC X(14).
           05 REJ-CICLOS           PIC 9(2).

       FD  BXQFILE.
       01  BXQ-REC.
           05 BXQ-MATRICULA        PIC 9(6).
           05 BXQ-NOME             PIC X(30).
           05 BXQ-MOTIVO           PIC X(30).
           05 BXQ-ESTADO           PIC X.
              88 BXQ-ABERTO        VALUE "A".
              88 BXQ-CORRIGIDO     VALUE "C".
           05 BXQ-DATA-HORA        PIC X(14).

       FD  PARMFILE.
       01  PARM-REC.
           05 PARM-ANO-VIGOR          PIC 9(4).
           05 PARM-IDADE-MIN          PIC 9(2).
           05 PARM-IDADE-MAX          PIC 9(2).
           05 PARM-IDADE-LIMITE       PIC 9(2).
           05 PARM-IDADE-MULT         PIC 9(2).
           05 PARM-ANTIG-MIN          PIC 9(2).
           05 PARM-ANTIG-MAX          PIC 9(2).
           05 PARM-ANTIG-LIMITE       PIC 9(2).
           05 PARM-ANTIG-MULT1        PIC 9(2).
           05 PARM-ANTIG-MULT2        PIC 9(2).
           05 PARM-ANTIG-BASE         PIC 9(3).
           05 PARM-FILHOS-LIMITE      PIC 9(1).
           05 PARM-FILHOS-MULT        PIC 9(2).
           05 PARM-FILHOS-FLAT        PIC 9(3).
           05 PARM-TOLERANCIA-VARIACAO PIC 9(2).
           05 PARM-RECUP-PERCENT-MAX  PIC 9(3).
           05 PARM-FILHOS-IDADE-MAX   PIC 9(2).
           05 PARM-FILHOS-IDADE-ESTUDO PIC 9(2).
           05 PARM-CONTA-GASTO        PIC X(10).
           05 PARM-CONTA-RETENCAO     PIC X(10).
           05 PARM-CONTA-LIQUIDO      PIC X(10).
           05 PARM-CONTA-REPOSICAO    PIC X(10).
           05 PARM-CONTA-PENHORA      PIC X(10).
           05 PARM-CONTA-REENVIO      PIC X(10).

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
       77 WS-EMP-STATUS        PIC XX.
       77 WS-DEP-STATUS        PIC XX.
       77 WS-BAN-STATUS        PIC XX.
       77 WS-HIST-STATUS       PIC XX.
       77 WS-REJ-STATUS        PIC XX.
       77 WS-BXQ-STATUS        PIC XX.
       77 WS-PARM-STATUS       PIC XX.
       77 WS-AUD-STATUS        PIC XX.
       77 WS-OPE-STATUS        PIC XX.

       77 MODO                 PIC X.
       77 TEMP-MATRICULA       PIC X(6).
       77 WS-MATRICULA         PIC 9(6).
       77 WS-ANO-ATUAL         PIC 9(4).
       77 WS-OPERADOR          PIC X(8).
       77 WS-DATA-HORA         PIC X(14).
       77 WS-DETALHE-AUDITORIA PIC X(70).
       77 WS-TIPO-OPERACAO     PIC X.
       77 WS-MENSAGEM          PIC X(79).

      *----------------------------------------------------------
      * FICHEIROS DE CONSULTA FACULTATIVOS - SEM ELES A CONSULTA
      * CONTINUA E A SECCAO DIZ QUE O FICHEIRO NAO ESTA ACESSIVEL;
      * SO O FICHEIRO DE EMPREGADOS E INDISPENSAVEL.
      *----------------------------------------------------------
       77 WS-DEPFILE-DISPONIVEL PIC X VALUE "N".
           88 DEPFILE-DISPONIVEL VALUE "S".
       77 WS-BANFILE-DISPONIVEL PIC X VALUE "N".
           88 BANFILE-DISPONIVEL VALUE "S".
       77 WS-HISTFILE-DISPONIVEL PIC X VALUE "N".
           88 HISTFILE-DISPONIVEL VALUE "S".
       77 WS-REJFILE-DISPONIVEL PIC X VALUE "N".
           88 REJFILE-DISPONIVEL VALUE "S".
       77 WS-BXQFILE-DISPONIVEL PIC X VALUE "N".
           88 BXQFILE-DISPONIVEL VALUE "S".
       77 WS-ESTADO-FICHEIRO   PIC XX.
       77 WS-FIM-FICHEIRO      PIC X.
           88 FIM-FICHEIRO VALUE "S".

      *----------------------------------------------------------
      * FICHA DO EMPREGADO - IDADE E ANTIGUIDADE DERIVADAS COMO
      * NO LOTE DO prog05 E DATAS EM DD/MM/AAAA.
      *----------------------------------------------------------
       77 IDADE                PIC 9(2).
       77 ANTIGUIDADE          PIC 9(2).
       77 WS-IDADE-DERIVADA    PIC S9(4) COMP.
       77 WS-DATA-TRABALHO     PIC 9(8).
       77 WS-DATA-ED           PIC X(10).

      *----------------------------------------------------------
      * IBAN MOSTRADO - PARA QUEM NAO E SUPERVISOR FICAM A VISTA
      * SO OS QUATRO PRIMEIROS (PAIS E CONTROLO) E OS QUATRO
      * ULTIMOS CARACTERES; O RESTO SAI EM ASTERISCOS.
      *----------------------------------------------------------
       77 WS-IBAN-TRABALHO     PIC X(25).
       77 WS-IBAN-COMPRIMENTO  PIC 9(2) COMP.
       77 WS-IBAN-POS          PIC 9(2) COMP.
       77 WS-IBAN-PRIMEIRA-OCULTA PIC 9(2) COMP.
       77 WS-IBAN-ULTIMA-OCULTA PIC 9(2) COMP.

      *----------------------------------------------------------
      * HISTORICO, PENDENTES E EVENTOS.
      *----------------------------------------------------------
       77 WS-CONT-HIST         PIC 9(3).
       77 WS-CONT-REJ          PIC 9(3).
       77 WS-LIQUIDO           PIC S9(6)V99.
       77 WS-BRUTO-ED          PIC ZZZ,ZZ9.99.
       77 WS-RETENCAO-ED       PIC ZZZ,ZZ9.99.
       77 WS-LIQUIDO-ED        PIC -ZZZ,ZZ9.99.
       77 WS-TRANCHE-IDX       PIC 9(2).
       77 WS-TRANCHE-ED        PIC 9.
       77 WS-CONT-TRANCHES     PIC 9(1).
       77 WS-LISTA-TRANCHES    PIC X(18).
       77 WS-PONTEIRO          PIC 9(3).
       77 WS-ESTADO-TEXTO      PIC X(22).

      *----------------------------------------------------------
      * ULTIMOS EVENTOS DA AUDITORIA - O REGISTO E LIDO DO INICIO
      * AO FIM E AS LINHAS DO EMPREGADO VAO RODANDO NUM QUADRO DE
      * 50, FICANDO AS 50 MAIS RECENTES, QUE SAEM DA MAIS NOVA
      * PARA A MAIS ANTIGA. O IBAN QUE AS ALTERACOES DE DADOS
      * BANCARIOS DEIXAM NO DETALHE SO O SUPERVISOR O VE.
      *----------------------------------------------------------
       01 EVENTOS-AUDITORIA.
           05 EVT-LINHA OCCURS 50 TIMES PIC X(150).
       77 WS-MAX-EVENTOS       PIC 9(2) VALUE 50.
       77 WS-CONT-EVENTOS      PIC 9(7).
       77 WS-EVT-MOSTRADOS     PIC 9(2).
       77 WS-EVT-NUM           PIC 9(2).
       77 WS-EVT-IDX           PIC 9(2).
       77 WS-EVT-DETALHE       PIC X(117).
       77 WS-POS-IBAN          PIC 9(3).

      *----------------------------------------------------------
      * LINHAS DA CONSULTA - MONTADAS TODAS ANTES DE MOSTRAR E
      * PERCORRIDAS EM PAGINAS DE 16 LINHAS. SE O QUADRO ENCHER,
      * A ULTIMA LINHA DIZ QUANTAS FICARAM DE FORA (SAO SEMPRE
      * OS EVENTOS MAIS ANTIGOS, QUE SAO OS ULTIMOS A ENTRAR).
      *----------------------------------------------------------
       01 LINHAS-CONSULTA.
           05 CNS-LINHA OCCURS 200 TIMES PIC X(79).
       77 WS-MAX-LINHAS        PIC 9(3) VALUE 200.
       77 WS-CONT-LINHAS       PIC 9(3).
       77 WS-LINHAS-PERDIDAS   PIC 9(5).
       77 WS-LINHA             PIC X(79).
       77 WS-LINHAS-POR-PAGINA PIC 9(2) VALUE 16.
       77 WS-PAGINA            PIC 9(3).
       77 WS-TOTAL-PAGINAS     PIC 9(3).
       77 WS-LINHA-PAGINA      PIC 9(2).
       77 WS-LINHA-IDX         PIC 9(3).
       77 WS-LINHA-ECRA        PIC 9(2).

      *----------------------------------------------------------
      * AREAS DO CONTROLO DE ACESSO DO OPERADOR - COMO NO prog05;
      * A CONSULTA E LIVRE, O PERFIL SO DECIDE SE O IBAN SAI
      * POR INTEIRO.
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
      * PONTO DE ENTRADA - ENTRADA DO OPERADOR E PEDIDO DA
      * MATRICULA. CADA CONSULTA DEIXA UMA LINHA NA AUDITORIA
      * ANTES DE MOSTRAR QUALQUER DADO, MESMO QUANDO A MATRICULA
      * NAO EXISTE.
      *----------------------------------------------------------
       CONSULTA-EMPREGADO.
           PERFORM CARREGAR-ANO-VIGOR.
           PERFORM EFETUAR-SIGNON THRU EFETUAR-SIGNON-SAIDA.
           PERFORM ABRIR-FICHEIROS-CONSULTA.
       CONSULTA-PEDIR.
           DISPLAY CLS.
           DISPLAY "CONSULTA DE EMPREGADO" AT 0201.
           DISPLAY "MATRICULA (0 PARA SAIR):" AT 0401.
           ACCEPT TEMP-MATRICULA AT 0427.
           MOVE FUNCTION NUMVAL(TEMP-MATRICULA) TO WS-MATRICULA.
           IF WS-MATRICULA = 0
               GO TO CONSULTA-FIM
           END-IF.
           MOVE WS-MATRICULA TO EMP-MATRICULA.
           READ EMPFILE
               INVALID KEY
                   MOVE "4" TO WS-TIPO-OPERACAO
                   MOVE "CONSULTA DE EMPREGADO - MATRICULA INEXISTENTE"
                       TO WS-DETALHE-AUDITORIA
                   PERFORM REGISTAR-AUDITORIA-CONSULTA
                   DISPLAY "EMPREGADO NAO ENCONTRADO."
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 0601
                   ACCEPT OMITTED AT 0701
                   GO TO CONSULTA-PEDIR
           END-READ.
           MOVE "4" TO WS-TIPO-OPERACAO.
           IF OPERADOR-SUPERVISOR
               MOVE "CONSULTA DE EMPREGADO - IBAN VISIVEL"
                   TO WS-DETALHE-AUDITORIA
           ELSE
               MOVE "CONSULTA DE EMPREGADO - IBAN MASCARADO"
                   TO WS-DETALHE-AUDITORIA
           END-IF.
           PERFORM REGISTAR-AUDITORIA-CONSULTA.
           MOVE 0 TO WS-CONT-LINHAS.
           MOVE 0 TO WS-LINHAS-PERDIDAS.
           MOVE SPACES TO WS-LINHA.
           PERFORM MONTAR-FICHA-EMPREGADO.
           PERFORM MONTAR-DADOS-BANCARIOS.
           PERFORM MONTAR-HISTORICO-PREMIOS
               THRU MONTAR-HISTORICO-SAIDA.
           PERFORM MONTAR-PENDENTES-REENVIO
               THRU MONTAR-PENDENTES-SAIDA.
           PERFORM MONTAR-EXCECAO-BANCARIA
               THRU MONTAR-EXCECAO-SAIDA.
           PERFORM MONTAR-EVENTOS-AUDITORIA
               THRU MONTAR-EVENTOS-SAIDA.
           IF WS-LINHAS-PERDIDAS > 0
               MOVE SPACES TO CNS-LINHA(WS-MAX-LINHAS)
               STRING "... MAIS " DELIMITED BY SIZE
                   WS-LINHAS-PERDIDAS  DELIMITED BY SIZE
                   " LINHAS NAO MOSTRADAS" DELIMITED BY SIZE
                   INTO CNS-LINHA(WS-MAX-LINHAS)
               END-STRING
           END-IF.
           COMPUTE WS-TOTAL-PAGINAS = (WS-CONT-LINHAS
               + WS-LINHAS-POR-PAGINA - 1) / WS-LINHAS-POR-PAGINA.
           MOVE 1 TO WS-PAGINA.
       CONSULTA-MOSTRAR-PAGINA.
           DISPLAY CLS.
           MOVE SPACES TO WS-MENSAGEM.
           STRING "CONSULTA DE EMPREGADO " DELIMITED BY SIZE
               EMP-MATRICULA          DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               EMP-NOME               DELIMITED BY SIZE
               " PAGINA "             DELIMITED BY SIZE
               WS-PAGINA              DELIMITED BY SIZE
               " DE "                 DELIMITED BY SIZE
               WS-TOTAL-PAGINAS       DELIMITED BY SIZE
               INTO WS-MENSAGEM
           END-STRING.
           DISPLAY WS-MENSAGEM AT 0201.
           PERFORM MOSTRAR-UMA-LINHA
               VARYING WS-LINHA-PAGINA FROM 1 BY 1
               UNTIL WS-LINHA-PAGINA > WS-LINHAS-POR-PAGINA.
           DISPLAY "(A)VANCAR  (R)ECUAR  (N)OVA MATRICULA  (S)AIR"
               AT 2101.
           DISPLAY "OPCAO:" AT 2201.
           ACCEPT MODO AT 2208.
           EVALUATE MODO
               WHEN "A"
               WHEN "a"
                   IF WS-PAGINA < WS-TOTAL-PAGINAS
                       ADD 1 TO WS-PAGINA
                   END-IF
                   GO TO CONSULTA-MOSTRAR-PAGINA
               WHEN "R"
               WHEN "r"
                   IF WS-PAGINA > 1
                       SUBTRACT 1 FROM WS-PAGINA
                   END-IF
                   GO TO CONSULTA-MOSTRAR-PAGINA
               WHEN "N"
               WHEN "n"
                   GO TO CONSULTA-PEDIR
               WHEN "S"
               WHEN "s"
                   GO TO CONSULTA-FIM
               WHEN OTHER
                   GO TO CONSULTA-MOSTRAR-PAGINA
           END-EVALUATE.

       CONSULTA-FIM.
           CLOSE EMPFILE.
           IF DEPFILE-DISPONIVEL
               CLOSE DEPFILE
           END-IF.
           IF BANFILE-DISPONIVEL
               CLOSE BANFILE
           END-IF.
           IF HISTFILE-DISPONIVEL
               CLOSE HISTFILE
           END-IF.
           IF REJFILE-DISPONIVEL
               CLOSE REJFILE
           END-IF.
           IF BXQFILE-DISPONIVEL
               CLOSE BXQFILE
           END-IF.
           DISPLAY "OBRIGADO, VOLTE SEMPRE" AT 1501.
           ACCEPT OMITTED AT 1601.
           STOP RUN.

       MOSTRAR-UMA-LINHA.
           COMPUTE WS-LINHA-IDX = (WS-PAGINA - 1)
               * WS-LINHAS-POR-PAGINA + WS-LINHA-PAGINA.
           COMPUTE WS-LINHA-ECRA = WS-LINHA-PAGINA + 3.
           IF WS-LINHA-IDX <= WS-CONT-LINHAS
               DISPLAY CNS-LINHA(WS-LINHA-IDX)
                   AT LINE WS-LINHA-ECRA COLUMN 1
           END-IF.

      *----------------------------------------------------------
      * ABERTURA - TUDO EM LEITURA. O AUDITORIA.LOG NAO FICA
      * ABERTO: E ESCRITO NA CONSULTA E LIDO A SEGUIR PARA OS
      * EVENTOS, ABRINDO E FECHANDO DE CADA VEZ.
      *----------------------------------------------------------
       ABRIR-FICHEIROS-CONSULTA.
           OPEN INPUT EMPFILE.
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR O FICHEIRO DE EMPREGADOS - "
                   "ESTADO " WS-EMP-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT DEPFILE.
           IF WS-DEP-STATUS = "00"
               MOVE "S" TO WS-DEPFILE-DISPONIVEL
           END-IF.
           OPEN INPUT BANFILE.
           IF WS-BAN-STATUS = "00"
               MOVE "S" TO WS-BANFILE-DISPONIVEL
           END-IF.
           OPEN INPUT HISTFILE.
           IF WS-HIST-STATUS = "00"
               MOVE "S" TO WS-HISTFILE-DISPONIVEL
           END-IF.
           OPEN INPUT REJFILE.
           IF WS-REJ-STATUS = "00"
               MOVE "S" TO WS-REJFILE-DISPONIVEL
           END-IF.
           OPEN INPUT BXQFILE.
           IF WS-BXQ-STATUS = "00"
               MOVE "S" TO WS-BXQFILE-DISPONIVEL
           END-IF.

       CARREGAR-ANO-VIGOR.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANO-ATUAL.
           OPEN INPUT PARMFILE.
           IF WS-PARM-STATUS NOT = "00"
               MOVE WS-ANO-ATUAL TO PARM-ANO-VIGOR
           ELSE
               READ PARMFILE
               IF WS-PARM-STATUS NOT = "00"
                   MOVE WS-ANO-ATUAL TO PARM-ANO-VIGOR
               END-IF
               CLOSE PARMFILE
           END-IF.

      *----------------------------------------------------------
      * MONTAGEM DAS LINHAS - CADA PARAGRAFO PREENCHE WS-LINHA E
      * ACRESCENTA-A AO QUADRO, QUE A DEIXA EM BRANCO PARA A
      * SEGUINTE.
      *----------------------------------------------------------
       ACRESCENTAR-LINHA.
           IF WS-CONT-LINHAS < WS-MAX-LINHAS
               ADD 1 TO WS-CONT-LINHAS
               MOVE WS-LINHA TO CNS-LINHA(WS-CONT-LINHAS)
           ELSE
               ADD 1 TO WS-LINHAS-PERDIDAS
           END-IF.
           MOVE SPACES TO WS-LINHA.

       ACRESCENTAR-LINHA-BRANCO.
           MOVE SPACES TO WS-LINHA.
           PERFORM ACRESCENTAR-LINHA.

      *----------------------------------------------------------
      * FICHEIRO DE CONSULTA SEM ACESSO - ESTADO 35 E SO O
      * FICHEIRO AINDA NAO EXISTIR, E NESSE CASO NAO HA NADA A
      * MOSTRAR; OUTRO ESTADO DIZ-SE NA SECCAO.
      *----------------------------------------------------------
       MONTAR-FICHEIRO-INDISPONIVEL.
           IF WS-ESTADO-FICHEIRO = "35"
               MOVE "   NENHUM REGISTO." TO WS-LINHA
           ELSE
               STRING "   FICHEIRO INACESSIVEL (ESTADO "
                   DELIMITED BY SIZE
                   WS-ESTADO-FICHEIRO DELIMITED BY SIZE
                   ")"                DELIMITED BY SIZE
                   INTO WS-LINHA
               END-STRING
           END-IF.
           PERFORM ACRESCENTAR-LINHA.

      *----------------------------------------------------------
      * 1. FICHA DO EMPREGADO E DEPARTAMENTO.
      *----------------------------------------------------------
       MONTAR-FICHA-EMPREGADO.
           PERFORM DERIVAR-IDADE-ANTIGUIDADE.
           MOVE "FICHA DO EMPREGADO (EMPFICH.DAT)" TO WS-LINHA.
           PERFORM ACRESCENTAR-LINHA.
           STRING "   MATRICULA: " DELIMITED BY SIZE
               EMP-MATRICULA        DELIMITED BY SIZE
               "   NOME: "          DELIMITED BY SIZE
               EMP-NOME             DELIMITED BY SIZE
               INTO WS-LINHA
           END-STRING.
           PERFORM ACRESCENTAR-LINHA.
           PERFORM MONTAR-DEPARTAMENTO.
           MOVE EMP-DATA-NASCIMENTO TO WS-DATA-TRABALHO.
           PERFORM FORMATAR-DATA.
           STRING "   NASCIMENTO: " DELIMITED BY SIZE
               WS-DATA-ED           DELIMITED BY SIZE
               "   IDADE: "         DELIMITED BY SIZE
               IDADE                DELIMITED BY SIZE
               INTO WS-LINHA
           END-STRING.
           PERFORM ACRESCENTAR-LINHA.
           MOVE EMP-DATA-ADMISSAO TO WS-DATA-TRABALHO.
           PERFORM FORMATAR-DATA.
           STRING "   ADMISSAO:   " DELIMITED BY SIZE
               WS-DATA-ED           DELIMITED BY SIZE
               "   ANTIGUIDADE: "   DELIMITED BY SIZE
               ANTIGUIDADE          DELIMITED BY SIZE
               "   (ANOS EM "       DELIMITED BY SIZE
               PARM-ANO-VIGOR       DELIMITED BY SIZE
               ")"                  DELIMITED BY SIZE
               INTO WS-LINHA
           END-STRING.
           PERFORM ACRESCENTAR-LINHA.
           IF EMP-DATA-SAIDA = 0
               MOVE "   SAIDA:      EM ATIVIDADE" TO WS-LINHA
           ELSE
               MOVE EMP-DATA-SAIDA TO WS-DATA-TRABALHO
               PERFORM FORMATAR-DATA
               STRING "   SAIDA:      " DELIMITED BY SIZE
                   WS-DATA-ED           DELIMITED BY SIZE
                   INTO WS-LINHA
               END-STRING
           END-IF.
           PERFORM ACRESCENTAR-LINHA.
           STRING "   FILHOS: "   DELIMITED BY SIZE
               EMP-FILHOS         DELIMITED BY SIZE
               INTO WS-LINHA
           END-STRING.
           PERFORM ACRESCENTAR-LINHA.
           PERFORM ACRESCENTAR-LINHA-BRANCO.

       MONTAR-DEPARTAMENTO.
           IF NOT DEPFILE-DISPONIVEL
               STRING "   DEPARTAMENTO: " DELIMITED BY SIZE
                   EMP-DEPARTAMENTO       DELIMITED BY SIZE
                   " (FICHEIRO DE DEPARTAMENTOS INACESSIVEL)"
                   DELIMITED BY SIZE
                   INTO WS-LINHA
               END-STRING
               PERFORM ACRESCENTAR-LINHA
           ELSE
               MOVE EMP-DEPARTAMENTO TO DEP-CODIGO
               READ DEPFILE
                   INVALID KEY
                       MOVE "(DEPARTAMENTO DESCONHECIDO)" TO DEP-NOME
                       MOVE "S" TO DEP-ATIVO
               END-READ
               STRING "   DEPARTAMENTO: " DELIMITED BY SIZE
                   EMP-DEPARTAMENTO       DELIMITED BY SIZE
                   " - "                  DELIMITED BY SIZE
                   DEP-NOME               DELIMITED BY SIZE
                   INTO WS-LINHA
               END-STRING
               IF NOT DEP-ESTA-ATIVO
                   MOVE "(INATIVO)" TO WS-LINHA(55:)
               END-IF
               PERFORM ACRESCENTAR-LINHA
           END-IF.

      *----------------------------------------------------------
      * DERIVACAO DA IDADE E DA ANTIGUIDADE FACE AO ANO EM VIGOR
      * - AS MESMAS REGRAS DO LOTE DO prog05: DATAS PREENCHIDAS
      * MANDAM, DATAS A ZERO MANTEM OS CAMPOS GUARDADOS.
      *----------------------------------------------------------
       DERIVAR-IDADE-ANTIGUIDADE.
           IF EMP-DATA-NASCIMENTO = 0
               MOVE EMP-IDADE TO IDADE
           ELSE
               COMPUTE WS-IDADE-DERIVADA = PARM-ANO-VIGOR
                   - FUNCTION NUMVAL(EMP-DATA-NASCIMENTO(1:4))
               PERFORM ENCOSTAR-IDADE-DERIVADA
               MOVE WS-IDADE-DERIVADA TO IDADE
           END-IF.
           IF EMP-DATA-ADMISSAO = 0
               MOVE EMP-ANTIGUIDADE TO ANTIGUIDADE
           ELSE
               COMPUTE WS-IDADE-DERIVADA = PARM-ANO-VIGOR
                   - FUNCTION NUMVAL(EMP-DATA-ADMISSAO(1:4))
               PERFORM ENCOSTAR-IDADE-DERIVADA
               MOVE WS-IDADE-DERIVADA TO ANTIGUIDADE
           END-IF.

       ENCOSTAR-IDADE-DERIVADA.
           IF WS-IDADE-DERIVADA < 0
               MOVE 0 TO WS-IDADE-DERIVADA
           END-IF.
           IF WS-IDADE-DERIVADA > 99
               MOVE 99 TO WS-IDADE-DERIVADA
           END-IF.

       FORMATAR-DATA.
           IF WS-DATA-TRABALHO = 0
               MOVE "--/--/----" TO WS-DATA-ED
           ELSE
               MOVE SPACES TO WS-DATA-ED
               STRING WS-DATA-TRABALHO(7:2) DELIMITED BY SIZE
                   "/"                       DELIMITED BY SIZE
                   WS-DATA-TRABALHO(5:2)     DELIMITED BY SIZE
                   "/"                       DELIMITED BY SIZE
                   WS-DATA-TRABALHO(1:4)     DELIMITED BY SIZE
                   INTO WS-DATA-ED
               END-STRING
           END-IF.

      *----------------------------------------------------------
      * 2. DADOS BANCARIOS - O IBAN SO SAI POR INTEIRO PARA UM
      * SUPERVISOR.
      *----------------------------------------------------------
       MONTAR-DADOS-BANCARIOS.
           MOVE "DADOS BANCARIOS (BANCFICH.DAT)" TO WS-LINHA.
           PERFORM ACRESCENTAR-LINHA.
           IF NOT BANFILE-DISPONIVEL
               MOVE WS-BAN-STATUS TO WS-ESTADO-FICHEIRO
               PERFORM MONTAR-FICHEIRO-INDISPONIVEL
               PERFORM ACRESCENTAR-LINHA-BRANCO
           ELSE
               MOVE EMP-MATRICULA TO BNC-MATRICULA
               READ BANFILE
                   INVALID KEY
                       MOVE "   SEM DADOS BANCARIOS." TO WS-LINHA
                       PERFORM ACRESCENTAR-LINHA
                   NOT INVALID KEY
                       PERFORM MONTAR-IBAN-TITULAR
               END-READ
               PERFORM ACRESCENTAR-LINHA-BRANCO
           END-IF.

       MONTAR-IBAN-TITULAR.
           MOVE BNC-IBAN TO WS-IBAN-TRABALHO.
           IF NOT OPERADOR-SUPERVISOR
               PERFORM MASCARAR-IBAN
           END-IF.
           STRING "   IBAN:    " DELIMITED BY SIZE
               WS-IBAN-TRABALHO   DELIMITED BY SIZE
               INTO WS-LINHA
           END-STRING.
           IF NOT OPERADOR-SUPERVISOR
               MOVE "(MASCARADO)" TO WS-LINHA(40:)
           END-IF.
           PERFORM ACRESCENTAR-LINHA.
           STRING "   TITULAR: " DELIMITED BY SIZE
               BNC-TITULAR        DELIMITED BY SIZE
               INTO WS-LINHA
           END-STRING.
           PERFORM ACRESCENTAR-LINHA.

      *MEDIDA DO IBAN COMO NA VALIDACAO DO prog06; COM OITO
      *CARACTERES OU MENOS NAO HA MEIO A ESCONDER E SAI TODO EM
      *ASTERISCOS.
       MASCARAR-IBAN.
           MOVE 0 TO WS-IBAN-COMPRIMENTO.
           PERFORM MEDIR-IBAN
               VARYING WS-IBAN-POS FROM 25 BY -1
               UNTIL WS-IBAN-POS < 1 OR WS-IBAN-COMPRIMENTO > 0.
           IF WS-IBAN-COMPRIMENTO > 8
               MOVE 5 TO WS-IBAN-PRIMEIRA-OCULTA
               COMPUTE WS-IBAN-ULTIMA-OCULTA = WS-IBAN-COMPRIMENTO - 4
           ELSE
               MOVE 1 TO WS-IBAN-PRIMEIRA-OCULTA
               MOVE WS-IBAN-COMPRIMENTO TO WS-IBAN-ULTIMA-OCULTA
           END-IF.
           PERFORM OCULTAR-POSICAO-IBAN
               VARYING WS-IBAN-POS FROM WS-IBAN-PRIMEIRA-OCULTA BY 1
               UNTIL WS-IBAN-POS > WS-IBAN-ULTIMA-OCULTA.

       MEDIR-IBAN.
           IF WS-IBAN-TRABALHO(WS-IBAN-POS:1) NOT = SPACE
               MOVE WS-IBAN-POS TO WS-IBAN-COMPRIMENTO
           END-IF.

       OCULTAR-POSICAO-IBAN.
           MOVE "*" TO WS-IBAN-TRABALHO(WS-IBAN-POS:1).

      *----------------------------------------------------------
      * 3. HISTORICO DE PREMIOS - UMA LINHA POR ANO, COM O
      * LIQUIDO (ILIQUIDO MENOS RETENCAO, COMO NA DECLARACAO
      * FISCAL DO prog12) E AS TRANCHES JA PAGAS SEGUNDO O MAPA
      * DO HISTORICO.
      *----------------------------------------------------------
       MONTAR-HISTORICO-PREMIOS.
           MOVE "HISTORICO DE PREMIOS (HISTPREM.DAT)" TO WS-LINHA.
           PERFORM ACRESCENTAR-LINHA.
           MOVE 0 TO WS-CONT-HIST.
           IF NOT HISTFILE-DISPONIVEL
               MOVE WS-HIST-STATUS TO WS-ESTADO-FICHEIRO
               PERFORM MONTAR-FICHEIRO-INDISPONIVEL
               GO TO MONTAR-HISTORICO-FIM
           END-IF.
           MOVE "N" TO WS-FIM-FICHEIRO.
           MOVE EMP-MATRICULA TO HIST-MATRICULA.
           MOVE 0 TO HIST-ANO.
           START HISTFILE KEY IS NOT LESS THAN HIST-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-FICHEIRO
           END-START.
       MONTAR-HISTORICO-LER.
           IF FIM-FICHEIRO
               GO TO MONTAR-HISTORICO-FIM
           END-IF.
           READ HISTFILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-FICHEIRO
                   GO TO MONTAR-HISTORICO-LER
           END-READ.
           IF HIST-MATRICULA NOT = EMP-MATRICULA
               MOVE "S" TO WS-FIM-FICHEIRO
               GO TO MONTAR-HISTORICO-LER
           END-IF.
           ADD 1 TO WS-CONT-HIST.
           IF WS-CONT-HIST = 1
               MOVE "   ANO    ILIQUIDO   RETENCAO     LIQUIDO"
                   TO WS-LINHA
               MOVE "TRANCHES PAGAS" TO WS-LINHA(44:)
               PERFORM ACRESCENTAR-LINHA
           END-IF.
           COMPUTE WS-LIQUIDO = HIST-PREMIO-TOTAL - HIST-RETENCAO.
           MOVE HIST-PREMIO-TOTAL TO WS-BRUTO-ED.
           MOVE HIST-RETENCAO TO WS-RETENCAO-ED.
           MOVE WS-LIQUIDO TO WS-LIQUIDO-ED.
           MOVE 0 TO WS-CONT-TRANCHES.
           MOVE SPACES TO WS-LISTA-TRANCHES.
           MOVE 1 TO WS-PONTEIRO.
           PERFORM JUNTAR-TRANCHE-PAGA
               VARYING WS-TRANCHE-IDX FROM 1 BY 1
               UNTIL WS-TRANCHE-IDX > 9.
           IF WS-CONT-TRANCHES = 0
               MOVE "NENHUMA" TO WS-LISTA-TRANCHES
           END-IF.
           STRING "   "         DELIMITED BY SIZE
               HIST-ANO          DELIMITED BY SIZE
               " "               DELIMITED BY SIZE
               WS-BRUTO-ED       DELIMITED BY SIZE
               " "               DELIMITED BY SIZE
               WS-RETENCAO-ED    DELIMITED BY SIZE
               " "               DELIMITED BY SIZE
               WS-LIQUIDO-ED     DELIMITED BY SIZE
               "  "              DELIMITED BY SIZE
               WS-CONT-TRANCHES  DELIMITED BY SIZE
               ": "              DELIMITED BY SIZE
               WS-LISTA-TRANCHES DELIMITED BY SIZE
               INTO WS-LINHA
           END-STRING.
           PERFORM ACRESCENTAR-LINHA.
           GO TO MONTAR-HISTORICO-LER.
       MONTAR-HISTORICO-FIM.
           IF HISTFILE-DISPONIVEL AND WS-CONT-HIST = 0
               MOVE "   SEM PREMIOS NO HISTORICO." TO WS-LINHA
               PERFORM ACRESCENTAR-LINHA
           END-IF.
           PERFORM ACRESCENTAR-LINHA-BRANCO.
       MONTAR-HISTORICO-SAIDA.
           EXIT.

       JUNTAR-TRANCHE-PAGA.
           IF HIST-TRANCHES-PAGAS(WS-TRANCHE-IDX:1) = "S"
               ADD 1 TO WS-CONT-TRANCHES
               MOVE WS-TRANCHE-IDX TO WS-TRANCHE-ED
               STRING WS-TRANCHE-ED " " DELIMITED BY SIZE
                   INTO WS-LISTA-TRANCHES
                   WITH POINTER WS-PONTEIRO
               END-STRING
           END-IF.

      *----------------------------------------------------------
      * 4. PENDENTES EM ABERTO - REJEITADOS POR REENVIAR OU
      * REENVIADOS SEM RETORNO, DE QUALQUER ANO, E A EXCECAO
      * BANCARIA POR CORRIGIR (UMA POR EMPREGADO).
      *----------------------------------------------------------
       MONTAR-PENDENTES-REENVIO.
           MOVE "PENDENTES DE REENVIO EM ABERTO (REJPEND.DAT)"
               TO WS-LINHA.
           PERFORM ACRESCENTAR-LINHA.
           MOVE 0 TO WS-CONT-REJ.
           IF NOT REJFILE-DISPONIVEL
               MOVE WS-REJ-STATUS TO WS-ESTADO-FICHEIRO
               PERFORM MONTAR-FICHEIRO-INDISPONIVEL
               GO TO MONTAR-PENDENTES-FIM
           END-IF.
           MOVE "N" TO WS-FIM-FICHEIRO.
           MOVE EMP-MATRICULA TO REJ-MATRICULA.
           MOVE 0 TO REJ-ANO.
           MOVE 0 TO REJ-TRANCHE.
           START REJFILE KEY IS NOT LESS THAN REJ-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-FICHEIRO
           END-START.
       MONTAR-PENDENTES-LER.
           IF FIM-FICHEIRO
               GO TO MONTAR-PENDENTES-FIM
           END-IF.
           READ REJFILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-FICHEIRO
                   GO TO MONTAR-PENDENTES-LER
           END-READ.
           IF REJ-MATRICULA NOT = EMP-MATRICULA
               MOVE "S" TO WS-FIM-FICHEIRO
               GO TO MONTAR-PENDENTES-LER
           END-IF.
           IF NOT REJ-ABERTO AND NOT REJ-RESUBMETIDO
               GO TO MONTAR-PENDENTES-LER
           END-IF.
           ADD 1 TO WS-CONT-REJ.
           IF WS-CONT-REJ = 1
               MOVE "   ANO  T      VALOR ESTADO" TO WS-LINHA
               MOVE "DESDE" TO WS-LINHA(45:)
               MOVE "CICLOS" TO WS-LINHA(56:)
               PERFORM ACRESCENTAR-LINHA
           END-IF.
           IF REJ-ABERTO
               MOVE "POR REENVIAR" TO WS-ESTADO-TEXTO
           ELSE
               MOVE "REENVIADO SEM RETORNO" TO WS-ESTADO-TEXTO
           END-IF.
           MOVE REJ-VALOR TO WS-BRUTO-ED.
           MOVE REJ-DATA-HORA(1:8) TO WS-DATA-TRABALHO.
           PERFORM FORMATAR-DATA.
           STRING "   "         DELIMITED BY SIZE
               REJ-ANO           DELIMITED BY SIZE
               " "               DELIMITED BY SIZE
               REJ-TRANCHE       DELIMITED BY SIZE
               " "               DELIMITED BY SIZE
               WS-BRUTO-ED       DELIMITED BY SIZE
               " "               DELIMITED BY SIZE
               WS-ESTADO-TEXTO   DELIMITED BY SIZE
               " "               DELIMITED BY SIZE
               WS-DATA-ED        DELIMITED BY SIZE
               " "               DELIMITED BY SIZE
               REJ-CICLOS        DELIMITED BY SIZE
               INTO WS-LINHA
           END-STRING.
           PERFORM ACRESCENTAR-LINHA.
           GO TO MONTAR-PENDENTES-LER.
       MONTAR-PENDENTES-FIM.
           IF REJFILE-DISPONIVEL AND WS-CONT-REJ = 0
               MOVE "   NENHUM." TO WS-LINHA
               PERFORM ACRESCENTAR-LINHA
           END-IF.
           PERFORM ACRESCENTAR-LINHA-BRANCO.
       MONTAR-PENDENTES-SAIDA.
           EXIT.

       MONTAR-EXCECAO-BANCARIA.
           MOVE "EXCECAO BANCARIA EM ABERTO (BANCEXQ.DAT)"
               TO WS-LINHA.
           PERFORM ACRESCENTAR-LINHA.
           IF NOT BXQFILE-DISPONIVEL
               MOVE WS-BXQ-STATUS TO WS-ESTADO-FICHEIRO
               PERFORM MONTAR-FICHEIRO-INDISPONIVEL
               GO TO MONTAR-EXCECAO-FIM
           END-IF.
           MOVE EMP-MATRICULA TO BXQ-MATRICULA.
           READ BXQFILE
               INVALID KEY
                   MOVE "C" TO BXQ-ESTADO
           END-READ.
           IF NOT BXQ-ABERTO
               MOVE "   NENHUMA." TO WS-LINHA
               PERFORM ACRESCENTAR-LINHA
               GO TO MONTAR-EXCECAO-FIM
           END-IF.
           MOVE BXQ-DATA-HORA(1:8) TO WS-DATA-TRABALHO.
           PERFORM FORMATAR-DATA.
           STRING "   "       DELIMITED BY SIZE
               BXQ-MOTIVO      DELIMITED BY SIZE
               " DESDE "       DELIMITED BY SIZE
               WS-DATA-ED      DELIMITED BY SIZE
               INTO WS-LINHA
           END-STRING.
           PERFORM ACRESCENTAR-LINHA.
       MONTAR-EXCECAO-FIM.
           PERFORM ACRESCENTAR-LINHA-BRANCO.
       MONTAR-EXCECAO-SAIDA.
           EXIT.

      *----------------------------------------------------------
      * 5. ULTIMOS EVENTOS DA AUDITORIA - AS LINHAS SAO TODAS DO
      * MESMO FORMATO (OPERADOR|DATA-HORA|TIPO|MATRICULA|DETALHE,
      * CAMPOS DE LARGURA FIXA), POR ISSO A MATRICULA ESTA SEMPRE
      * NAS POSICOES 27 A 32. A PROPRIA CONSULTA, JA REGISTADA,
      * SAI COMO O EVENTO MAIS RECENTE.
      *----------------------------------------------------------
       MONTAR-EVENTOS-AUDITORIA.
           MOVE "ULTIMOS EVENTOS NA AUDITORIA (AUDITORIA.LOG), DO MAIS"
               TO WS-LINHA.
           MOVE "RECENTE" TO WS-LINHA(55:).
           PERFORM ACRESCENTAR-LINHA.
           MOVE 0 TO WS-CONT-EVENTOS.
           OPEN INPUT AUDFILE.
           IF WS-AUD-STATUS NOT = "00"
               MOVE WS-AUD-STATUS TO WS-ESTADO-FICHEIRO
               PERFORM MONTAR-FICHEIRO-INDISPONIVEL
               GO TO MONTAR-EVENTOS-SAIDA
           END-IF.
       MONTAR-EVENTOS-LER.
           READ AUDFILE
               AT END
                   GO TO MONTAR-EVENTOS-FECHAR
           END-READ.
           IF AUD-LINHA(26:1) NOT = "|"
              OR AUD-LINHA(27:6) NOT = EMP-MATRICULA
               GO TO MONTAR-EVENTOS-LER
           END-IF.
           ADD 1 TO WS-CONT-EVENTOS.
           COMPUTE WS-EVT-IDX = FUNCTION MOD(WS-CONT-EVENTOS - 1,
               WS-MAX-EVENTOS) + 1.
           MOVE AUD-LINHA TO EVT-LINHA(WS-EVT-IDX).
           GO TO MONTAR-EVENTOS-LER.
       MONTAR-EVENTOS-FECHAR.
           CLOSE AUDFILE.
           IF WS-CONT-EVENTOS = 0
               MOVE "   NENHUM." TO WS-LINHA
               PERFORM ACRESCENTAR-LINHA
               GO TO MONTAR-EVENTOS-SAIDA
           END-IF.
           IF WS-CONT-EVENTOS > WS-MAX-EVENTOS
               MOVE WS-MAX-EVENTOS TO WS-EVT-MOSTRADOS
               STRING "   (OS " DELIMITED BY SIZE
                   WS-MAX-EVENTOS   DELIMITED BY SIZE
                   " MAIS RECENTES DE " DELIMITED BY SIZE
                   WS-CONT-EVENTOS  DELIMITED BY SIZE
                   ")"              DELIMITED BY SIZE
                   INTO WS-LINHA
               END-STRING
               PERFORM ACRESCENTAR-LINHA
           ELSE
               MOVE WS-CONT-EVENTOS TO WS-EVT-MOSTRADOS
           END-IF.
           PERFORM MONTAR-UM-EVENTO
               VARYING WS-EVT-NUM FROM 1 BY 1
               UNTIL WS-EVT-NUM > WS-EVT-MOSTRADOS.
       MONTAR-EVENTOS-SAIDA.
           EXIT.

      *O EVENTO NUMERO N A CONTAR DO FIM ESTA NA POSICAO DO QUADRO
      *DADA PELO RESTO DE (TOTAL - N) POR 50, MAIS UM.
       MONTAR-UM-EVENTO.
           COMPUTE WS-EVT-IDX = FUNCTION MOD(WS-CONT-EVENTOS
               - WS-EVT-NUM, WS-MAX-EVENTOS) + 1.
           MOVE EVT-LINHA(WS-EVT-IDX)(34:117) TO WS-EVT-DETALHE.
           IF NOT OPERADOR-SUPERVISOR
               MOVE 0 TO WS-POS-IBAN
               INSPECT WS-EVT-DETALHE TALLYING WS-POS-IBAN
                   FOR CHARACTERS BEFORE INITIAL "IBAN"
               IF WS-POS-IBAN < 117
                   MOVE "IBAN (OCULTO)"
                       TO WS-EVT-DETALHE(WS-POS-IBAN + 1:)
               END-IF
           END-IF.
           MOVE EVT-LINHA(WS-EVT-IDX)(10:8) TO WS-DATA-TRABALHO.
           PERFORM FORMATAR-DATA.
           STRING "   "                    DELIMITED BY SIZE
               WS-DATA-ED                   DELIMITED BY SIZE
               " "                          DELIMITED BY SIZE
               EVT-LINHA(WS-EVT-IDX)(18:2)  DELIMITED BY SIZE
               ":"                          DELIMITED BY SIZE
               EVT-LINHA(WS-EVT-IDX)(20:2)  DELIMITED BY SIZE
               " "                          DELIMITED BY SIZE
               EVT-LINHA(WS-EVT-IDX)(1:8)   DELIMITED BY SIZE
               " "                          DELIMITED BY SIZE
               EVT-LINHA(WS-EVT-IDX)(25:1)  DELIMITED BY SIZE
               " "                          DELIMITED BY SIZE
               WS-EVT-DETALHE               DELIMITED BY SIZE
               INTO WS-LINHA
           END-STRING.
           PERFORM ACRESCENTAR-LINHA.

      *----------------------------------------------------------
      * REGISTO DE AUDITORIA - MESMO FORMATO DE LINHA DO prog06
      * (OPERADOR|DATA-HORA|TIPO|MATRICULA|DETALHE). O FICHEIRO E
      * ABERTO E FECHADO NA HORA PARA A LEITURA DOS EVENTOS QUE
      * SE SEGUE JA VER ESTA LINHA.
      *----------------------------------------------------------
       REGISTAR-AUDITORIA-CONSULTA.
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
               "|"                  DELIMITED BY SIZE
               WS-TIPO-OPERACAO     DELIMITED BY SIZE
               "|"                  DELIMITED BY SIZE
               WS-MATRICULA         DELIMITED BY SIZE
               "|"                  DELIMITED BY SIZE
               WS-DETALHE-AUDITORIA DELIMITED BY SIZE
               INTO AUD-LINHA
           END-STRING.
           WRITE AUD-LINHA.
           CLOSE AUDFILE.

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

       END PROGRAM prog21.
