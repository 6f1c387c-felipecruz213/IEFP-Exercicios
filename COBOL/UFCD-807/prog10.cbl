      *              SALDAR O PENDENTE CERTO. FICHEIROS
      *              REJPEND.DAT E FOLHARES.DAT ANTERIORES DEIXAM
      *              DE SER COMPATIVEIS.
      * 15/10/2026 - DIARIO CONTABILISTICO DO REENVIO (DIARIORE.DAT):
      *              DEBITO DA CONTA DE REENVIOS E CREDITO DA CONTA
      *              DE LIQUIDO PELO TOTAL REENVIADO, CONTAS LIDAS
      *              DO PARMFICH.DAT. SO E LIBERTADO SE O TOTAL
      *              BATER COM O HASH DAS TRANSFERENCIAS; RETIDO, A
      *              CORRIDA TERMINA COM CODIGO 8. AUDITORIA TIPO Y.
      * 15/10/2026 - CORRIDA NOTURNA: COM O ARGUMENTO NOTURNO O
      *              OPERADOR DE SERVICO (PERFIL N) VEM DO CARTAO DO
      *              PASSO (PASSONOT.DAT) EM VEZ DO SIGN-ON, E OS
      *              TOTAIS FICAM NO REGISTO DA CADEIA (NOTURNO.LOG). O
      *              PERFIL N E RECUSADO NO ECRA.
      * 15/10/2026 - ANO FECHADO: UM PENDENTE CUJO ANO ESTA FECHADO NO
      *              prog20 (FECHOANO.DAT) SO E REENVIADO SE O FECHO O
      *              TRANSITOU PARA O ANO SEGUINTE; SENAO FICA COMO
      *              ESTA, SAI NO RELATORIO E A RECUSA FICA NA
      *              AUDITORIA (TIPO V).
      * 15/10/2026 - RETIRADO UM PARAGRAFO QUE JA NAO ERA USADO.
      * 15/10/2026 - O DIARIO DOS REENVIOS SO E LIBERTADO DEPOIS DE
      *              RELIDO O EXTRACTO DE REENVIOS E A SUA CONTAGEM E
      *              SOMA BATEREM COM O TRAILER, E DE OS DEBITOS
      *              ESCRITOS BATEREM COM OS CREDITOS; DE OUTRO MODO
      *              FICA VAZIO E RETIDO, COM O MOTIVO NO RESUMO.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT PASFILE ASSIGN TO "PASSONOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAS-STATUS.

           SELECT JOBFILE ASSIGN TO "NOTURNO.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-STATUS.

           SELECT OPEFILE ASSIGN TO "OPERFICH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPE-ID
               FILE STATUS IS WS-OPE-STATUS.

           SELECT PARMFILE ASSIGN TO "PARMFICH.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT DGLFILE ASSIGN TO "DIARIORE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DGL-STATUS.

           SELECT FECFILE ASSIGN TO "FECHOANO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FEC-ANO
               FILE STATUS IS WS-FEC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REJFILE.
       FD  AUDFILE.
       01  AUD-LINHA               PIC X(150).

      *----------------------------------------------------------
      * CARTAO DO PASSO DA CADEIA NOTURNA (ESCRITO PELO prog19) E
      * REGISTO DA CADEIA, ONDE CADA PASSO DEIXA OS SEUS TOTAIS.
      *----------------------------------------------------------
       FD  PASFILE.
       01  PAS-LINHA               PIC X(80).

       FD  JOBFILE.
       01  JOB-LINHA               PIC X(132).

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

       FD  DGLFILE.
       01  DGL-LINHA               PIC X(100).

       FD  FECFILE.
       01  FEC-REC.
           05 FEC-ANO              PIC 9(4).
           05 FEC-ESTADO           PIC X.
              88 FEC-FECHADO       VALUE "F".
              88 FEC-REABERTO      VALUE "R".
           05 FEC-DATA-HORA        PIC X(14).
           05 FEC-OPERADOR         PIC X(8).
           05 FEC-TRANSITADOS      PIC X.
           05 FEC-CONT-REJ         PIC 9(5).
           05 FEC-CONT-BXQ         PIC 9(5).
           05 FEC-BRUTO            PIC 9(9)V99.
           05 FEC-RETENCAO         PIC 9(9)V99.
           05 FEC-LIQUIDO          PIC 9(9)V99.
           05 FEC-EMPREGADOS       PIC 9(5).
           05 FEC-TRANCHES         PIC 9(1).
           05 FEC-REAB-DATA-HORA   PIC X(14).
           05 FEC-REAB-OPERADOR    PIC X(8).
           05 FEC-REAB-MOTIVO      PIC X(40).

       WORKING-STORAGE SECTION.
       77 WS-REJ-STATUS        PIC XX.
       77 WS-BAN-STATUS        PIC XX.
       77 WS-REL-STATUS        PIC XX.
       77 WS-AUD-STATUS        PIC XX.
       77 WS-OPE-STATUS        PIC XX.
       77 WS-PARM-STATUS       PIC XX.
       77 WS-DGL-STATUS        PIC XX.

       77 WS-TIPO-OPERACAO     PIC X.
       77 WS-OPERADOR          PIC X(8).
       77 WS-SIGNON-OK          PIC X.
           88 SIGNON-OK VALUE "S".

      *----------------------------------------------------------
      * AREAS DO DIARIO CONTABILISTICO DO REENVIO (DIARIORE.DAT) -
      * O MESMO FORMATO DOS DIARIOS DO prog05 (H/L/T), ORIGEM R.
      *----------------------------------------------------------
       77 WS-ID-CORRIDA         PIC X(14).
       77 WS-DGL-LINHAS         PIC 9(4) VALUE 0.
       77 WS-DGL-CONTA          PIC X(10).
       77 WS-DGL-DC             PIC X.
       77 WS-DGL-VALOR          PIC 9(9)V99.
       77 WS-DGL-VALOR-ED       PIC 9(9).99.
       77 WS-DGL-CREDITOS-ED    PIC 9(9).99.
       77 WS-DGL-DESCRICAO      PIC X(30).
       77 WS-DGL-DEBITOS        PIC 9(9)V99 VALUE 0.
       77 WS-DGL-CREDITOS       PIC 9(9)V99 VALUE 0.
       77 WS-DGL-LIQUIDO        PIC 9(9)V99 VALUE 0.
       77 WS-DGL-ESTADO         PIC X VALUE "N".
           88 DIARIO-LIBERTADO  VALUE "S".
       77 WS-DGL-MOTIVO         PIC X(60) VALUE SPACES.
      *PROVA DO DIARIO - O EXTRACTO DE REENVIOS RELIDO DO DISCO.
       77 WS-RES-RELIDOS        PIC 9(6) VALUE 0.
       77 WS-RES-SOMA           PIC 9(12)V99 VALUE 0.
       77 WS-DGL-TOTAL-ED       PIC Z,ZZZ,ZZZ,ZZ9.99.

      *----------------------------------------------------------
      * FECHO DO ANO (FECHOANO.DAT, MANTIDO NO prog20) - UM
      * PENDENTE DE UM ANO FECHADO SO SE REENVIA SE O FECHO O
      * TRANSITOU PARA O ANO SEGUINTE.
      *----------------------------------------------------------
       77 WS-FEC-STATUS         PIC XX.
       77 WS-FECFILE-DISPONIVEL PIC X VALUE "N".
           88 FECFILE-DISPONIVEL VALUE "S".
       77 WS-ANO-FECHADO        PIC X.
           88 ANO-FECHADO VALUE "S".
       77 WS-CONT-ANO-FECHADO   PIC 9(5) VALUE 0.

      *----------------------------------------------------------
      * CORRIDA NOTURNA - COM O ARGUMENTO NOTURNO O OPERADOR E AS
      * RESPOSTAS VEM DO CARTAO DO PASSO.
      *----------------------------------------------------------
       77 WS-PAS-STATUS         PIC XX.
       77 WS-JOB-STATUS         PIC XX.
       77 WS-ARGUMENTOS         PIC X(20).
       77 WS-MODO-NOTURNO       PIC X VALUE "N".
           88 MODO-NOTURNO VALUE "S".
       77 WS-JOB-DETALHE        PIC X(100).
       77 WS-JOB-VALOR-ED       PIC Z,ZZZ,ZZZ,ZZ9.99.
       77 WS-JOB-VALOR2-ED      PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-CARTAO-PASSO.
           05 CAR-PASSO             PIC X(2).
           05 FILLER                PIC X.
           05 CAR-PROGRAMA          PIC X(8).
           05 FILLER                PIC X.
           05 CAR-OPERADOR          PIC X(8).
           05 FILLER                PIC X.
           05 CAR-MODO              PIC X.
           05 FILLER                PIC X.
           05 CAR-TRANCHE           PIC X.
           05 FILLER                PIC X.
           05 CAR-FORCAR            PIC X.
           05 FILLER                PIC X.
           05 CAR-ASSUMIR           PIC X.
           05 FILLER                PIC X.
           05 CAR-ANO               PIC X(4).
           05 FILLER                PIC X(47).

       SCREEN SECTION.
       01 CLS BLANK SCREEN.

      * PENDENTES ABERTOS E GERACAO DOS FICHEIROS DE REENVIO.
      *----------------------------------------------------------
       PROCESSAR-REENVIOS.
           PERFORM LER-CARTAO-NOTURNO THRU LER-CARTAO-NOTURNO-SAIDA.
           PERFORM EFETUAR-SIGNON THRU EFETUAR-SIGNON-SAIDA.
           PERFORM ABRIR-FICHEIROS-REENVIO.
           PERFORM ESCREVER-CABECALHO-REENVIO.
           GO TO REENVIO-LER.
       REENVIO-FIM.
           PERFORM ESCREVER-TRAILER-REENVIO.
           PERFORM GERAR-DIARIO-REENVIO THRU GERAR-DIARIO-REENVIO-SAIDA.
           PERFORM FECHAR-FICHEIROS-REENVIO.
           DISPLAY "CORRIDA DE REENVIO TERMINADA - "
               WS-CONT-REENVIADOS " REENVIADOS, "
               WS-CONT-MANTIDOS " AINDA SEM DADOS VALIDOS.".
           IF WS-CONT-ANO-FECHADO > 0
               DISPLAY WS-CONT-ANO-FECHADO " PENDENTES DE ANOS "
                   "FECHADOS NAO REENVIADOS - VER REENVIO.LST."
           END-IF.
           MOVE 0 TO RETURN-CODE.
           IF NOT DIARIO-LIBERTADO
               DISPLAY "DIARIO CONTABILISTICO RETIDO - VER O "
                   "RELATORIO. CODIGO DE RETORNO 8."
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO WS-JOB-DETALHE.
           STRING "PENDENTES LIDOS "  DELIMITED BY SIZE
               WS-CONT-LIDOS          DELIMITED BY SIZE
               " REENVIADOS "         DELIMITED BY SIZE
               WS-CONT-REENVIADOS     DELIMITED BY SIZE
               " MANTIDOS "           DELIMITED BY SIZE
               WS-CONT-MANTIDOS       DELIMITED BY SIZE
               " ANO FECHADO "        DELIMITED BY SIZE
               WS-CONT-ANO-FECHADO    DELIMITED BY SIZE
               INTO WS-JOB-DETALHE
           END-STRING.
           PERFORM ESCREVER-TOTAIS-NOTURNO.
           STOP RUN.

       ABRIR-FICHEIROS-REENVIO.
           PERFORM CARREGAR-CONTAS-DIARIO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ID-CORRIDA.
           OPEN I-O REJFILE.
           IF WS-REJ-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR OS PENDENTES DE REENVIO - "
           IF WS-AUD-STATUS = "05" OR WS-AUD-STATUS = "35"
               OPEN OUTPUT AUDFILE
           END-IF.
           MOVE "N" TO WS-FECFILE-DISPONIVEL.
           OPEN INPUT FECFILE.
           IF WS-FEC-STATUS = "00"
               MOVE "S" TO WS-FECFILE-DISPONIVEL
           ELSE
               IF WS-FEC-STATUS NOT = "35"
                   DISPLAY "ERRO AO ABRIR O FICHEIRO DE FECHOS - "
                       "ESTADO " WS-FEC-STATUS
                   STOP RUN
               END-IF
           END-IF.

       FECHAR-FICHEIROS-REENVIO.
           CLOSE REJFILE.
           IF FECFILE-DISPONIVEL
               CLOSE FECFILE
           END-IF.
           IF BANFILE-DISPONIVEL
               CLOSE BANFILE
           END-IF.
      *----------------------------------------------------------
       REENVIAR-UM-PENDENTE.
           MOVE "N" TO WS-BANCO-ENCONTRADO.
           PERFORM VERIFICAR-ANO-FECHADO
               THRU VERIFICAR-ANO-FECHADO-SAIDA.
           IF ANO-FECHADO
               PERFORM RECUSAR-ANO-FECHADO
               GO TO REENVIAR-PENDENTE-SAIDA
           END-IF.
           IF NOT BANFILE-DISPONIVEL
               MOVE "SEM FICHEIRO BANCARIO" TO WS-MOTIVO
               PERFORM ESCREVER-LINHA-MANTIDO
           MOVE REJ-ANO       TO RES-ANO.
           MOVE REJ-TRANCHE   TO RES-TRANCHE.
           WRITE RES-REC.
           ADD RES-VALOR-LIQUIDO TO WS-DGL-LIQUIDO.
           MOVE "R" TO REJ-ESTADO.
           IF REJ-CICLOS < 99
               ADD 1 TO REJ-CICLOS
           END-STRING.
           WRITE REL-LINHA.

      *----------------------------------------------------------
      * DIARIO CONTABILISTICO DO REENVIO - O LIQUIDO DEVOLVIDO
      * PELO BANCO FICOU NA CONTA DE REENVIOS (LANCAMENTO DA
      * TESOURARIA NA DEVOLUCAO); O REENVIO PASSA-O OUTRA VEZ
      * PARA O LIQUIDO A PAGAR: DEBITO DA CONTA DE REENVIOS E
      * CREDITO DA CONTA DE LIQUIDO, PELO TOTAL REENVIADO. ANTES
      * DE O ESCREVER, O EXTRACTO DE REENVIOS E FECHADO E RELIDO
      * DO DISCO: O NUMERO DE REGISTOS E A SOMA DOS LIQUIDOS TEM
      * DE SER IGUAIS AO CONTADOR E AO HASH DO TRAILER DAS
      * TRANSFERENCIAS E AO TOTAL ACUMULADO NA CORRIDA. DEPOIS DE
      * ESCRITAS AS LINHAS, OS DEBITOS TEM DE SER IGUAIS AOS
      * CREDITOS. FALHANDO UMA DAS PROVAS O DIARIO E RETIDO, O
      * FICHEIRO FICA VAZIO E O MOTIVO SAI NO RELATORIO. SEM
      * REENVIOS SAI SO O CABECALHO E O TRAILER.
      *----------------------------------------------------------
       GERAR-DIARIO-REENVIO.
           PERFORM RELER-EXTRACTO-REENVIO
               THRU RELER-EXTRACTO-REENVIO-SAIDA.
           OPEN OUTPUT DGLFILE.
           IF WS-DGL-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR O DIARIO A LANCAR DIARIORE.DAT"
                   " - ESTADO " WS-DGL-STATUS
               MOVE "ERRO AO ABRIR DIARIORE.DAT" TO WS-DGL-MOTIVO
               GO TO GERAR-DIARIO-REENVIO-RESUMO
           END-IF.
           IF WS-DGL-MOTIVO NOT = SPACES
               CLOSE DGLFILE
               GO TO GERAR-DIARIO-REENVIO-RESUMO
           END-IF.
           IF WS-RES-RELIDOS NOT = WS-TRF-CONTADOR
               MOVE "REGISTOS DO EXTRACTO DIFERENTES DO TRAILER"
                   TO WS-DGL-MOTIVO
               CLOSE DGLFILE
               GO TO GERAR-DIARIO-REENVIO-RESUMO
           END-IF.
           IF WS-RES-SOMA NOT = WS-TRF-HASH
              OR WS-RES-SOMA NOT = WS-DGL-LIQUIDO
               MOVE "SOMA DO EXTRACTO DIFERENTE DO HASH DO TRAILER"
                   TO WS-DGL-MOTIVO
               CLOSE DGLFILE
               GO TO GERAR-DIARIO-REENVIO-RESUMO
           END-IF.
           MOVE SPACES TO DGL-LINHA.
           STRING "HR"           DELIMITED BY SIZE
               WS-ID-CORRIDA     DELIMITED BY SIZE
               PARM-ANO-VIGOR    DELIMITED BY SIZE
               "0"               DELIMITED BY SIZE
               WS-OPERADOR       DELIMITED BY SIZE
               INTO DGL-LINHA
           END-STRING.
           WRITE DGL-LINHA.
           IF WS-DGL-LIQUIDO > 0
               MOVE WS-DGL-LIQUIDO TO WS-DGL-VALOR
               MOVE PARM-CONTA-REENVIO TO WS-DGL-CONTA
               MOVE "D" TO WS-DGL-DC
               MOVE "REENVIO DE PAGAMENTOS DEVOLVID"
                   TO WS-DGL-DESCRICAO
               PERFORM ESCREVER-LINHA-DIARIO
               MOVE PARM-CONTA-LIQUIDO TO WS-DGL-CONTA
               MOVE "C" TO WS-DGL-DC
               MOVE "LIQUIDO A PAGAR - REENVIO"
                   TO WS-DGL-DESCRICAO
               PERFORM ESCREVER-LINHA-DIARIO
           END-IF.
           MOVE WS-DGL-DEBITOS TO WS-DGL-VALOR-ED.
           MOVE WS-DGL-CREDITOS TO WS-DGL-CREDITOS-ED.
           MOVE SPACES TO DGL-LINHA.
           STRING "TR"           DELIMITED BY SIZE
               WS-ID-CORRIDA     DELIMITED BY SIZE
               WS-DGL-LINHAS     DELIMITED BY SIZE
               WS-DGL-VALOR-ED   DELIMITED BY SIZE
               WS-DGL-CREDITOS-ED DELIMITED BY SIZE
               INTO DGL-LINHA
           END-STRING.
           WRITE DGL-LINHA.
           CLOSE DGLFILE.
           IF WS-DGL-DEBITOS NOT = WS-DGL-CREDITOS
               MOVE "DEBITOS DIFERENTES DOS CREDITOS" TO WS-DGL-MOTIVO
               OPEN OUTPUT DGLFILE
               CLOSE DGLFILE
               GO TO GERAR-DIARIO-REENVIO-RESUMO
           END-IF.
           MOVE "S" TO WS-DGL-ESTADO.
       GERAR-DIARIO-REENVIO-RESUMO.
           MOVE WS-DGL-LIQUIDO TO WS-DGL-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "DIARIO CONTABILISTICO DIARIORE.DAT - LINHAS: "
               DELIMITED BY SIZE
               WS-DGL-LINHAS     DELIMITED BY SIZE
               "  VALOR: "       DELIMITED BY SIZE
               WS-DGL-TOTAL-ED   DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE SPACES TO WS-EVENTO-DETALHE.
           IF DIARIO-LIBERTADO
               MOVE "*** DIARIO LIBERTADO PARA A CONTABILIDADE ***"
                   TO REL-LINHA
               STRING "DIARIO LIBERTADO DIARIORE.DAT VALOR "
                   DELIMITED BY SIZE
                   WS-DGL-TOTAL-ED DELIMITED BY SIZE
                   INTO WS-EVENTO-DETALHE
               END-STRING
           ELSE
               STRING "*** DIARIO RETIDO - NAO LANCAR *** "
                   DELIMITED BY SIZE
                   WS-DGL-MOTIVO   DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
               STRING "DIARIO RETIDO DIARIORE.DAT VALOR "
                   DELIMITED BY SIZE
                   WS-DGL-TOTAL-ED DELIMITED BY SIZE
                   INTO WS-EVENTO-DETALHE
               END-STRING
           END-IF.
           WRITE REL-LINHA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATA-HORA.
           MOVE SPACES TO AUD-LINHA.
           STRING
               WS-OPERADOR        DELIMITED BY SIZE
               "|"                DELIMITED BY SIZE
               WS-DATA-HORA       DELIMITED BY SIZE
               "|Y|000000|"       DELIMITED BY SIZE
               WS-EVENTO-DETALHE  DELIMITED BY SIZE
               INTO AUD-LINHA
           END-STRING.
           WRITE AUD-LINHA.
       GERAR-DIARIO-REENVIO-SAIDA.
           EXIT.

      *----------------------------------------------------------
      * RELEITURA DO EXTRACTO DE REENVIOS (FOLHARES.DAT) PARA A
      * PROVA DO DIARIO - CONTA OS REGISTOS E SOMA OS LIQUIDOS
      * COMO FICARAM NO DISCO. FICA ABERTO PARA LEITURA ATE AO
      * FECHO DOS FICHEIROS DA CORRIDA.
      *----------------------------------------------------------
       RELER-EXTRACTO-REENVIO.
           MOVE 0 TO WS-RES-RELIDOS.
           MOVE 0 TO WS-RES-SOMA.
           CLOSE RESFILE.
           OPEN INPUT RESFILE.
           IF WS-RES-STATUS NOT = "00"
               DISPLAY "ERRO AO RELER O EXTRACTO DE REENVIOS - "
                   "ESTADO " WS-RES-STATUS
               MOVE "ERRO AO RELER O EXTRACTO FOLHARES.DAT"
                   TO WS-DGL-MOTIVO
               GO TO RELER-EXTRACTO-REENVIO-SAIDA
           END-IF.
       RELER-EXTRACTO-REENVIO-LER.
           READ RESFILE
               AT END
                   GO TO RELER-EXTRACTO-REENVIO-SAIDA
           END-READ.
           IF WS-RES-STATUS NOT = "00"
               MOVE "ERRO AO RELER O EXTRACTO FOLHARES.DAT"
                   TO WS-DGL-MOTIVO
               GO TO RELER-EXTRACTO-REENVIO-SAIDA
           END-IF.
           ADD 1 TO WS-RES-RELIDOS.
           ADD RES-VALOR-LIQUIDO TO WS-RES-SOMA.
           GO TO RELER-EXTRACTO-REENVIO-LER.
       RELER-EXTRACTO-REENVIO-SAIDA.
           EXIT.

       ESCREVER-LINHA-DIARIO.
           ADD 1 TO WS-DGL-LINHAS.
           MOVE WS-DGL-VALOR TO WS-DGL-VALOR-ED.
           MOVE SPACES TO DGL-LINHA.
           STRING "LR"           DELIMITED BY SIZE
               WS-ID-CORRIDA     DELIMITED BY SIZE
               WS-DGL-LINHAS     DELIMITED BY SIZE
               WS-DGL-CONTA      DELIMITED BY SIZE
               "    "            DELIMITED BY SIZE
               WS-DGL-DC         DELIMITED BY SIZE
               WS-DGL-VALOR-ED   DELIMITED BY SIZE
               WS-DGL-DESCRICAO  DELIMITED BY SIZE
               INTO DGL-LINHA
           END-STRING.
           WRITE DGL-LINHA.
           IF WS-DGL-DC = "D"
               ADD WS-DGL-VALOR TO WS-DGL-DEBITOS
           ELSE
               ADD WS-DGL-VALOR TO WS-DGL-CREDITOS
           END-IF.

      *----------------------------------------------------------
      * CONTAS DO DIARIO - DO PARMFICH.DAT, COM AS CONTAS DE
      * SEMPRE QUANDO O FICHEIRO NAO AS TEM.
      *----------------------------------------------------------
       CARREGAR-CONTAS-DIARIO.
           MOVE SPACES TO PARM-REC.
           MOVE FUNCTION CURRENT-DATE(1:4) TO PARM-ANO-VIGOR.
           OPEN INPUT PARMFILE.
           IF WS-PARM-STATUS = "00"
               READ PARMFILE
               IF WS-PARM-STATUS NOT = "00"
                   MOVE SPACES TO PARM-REC
                   MOVE FUNCTION CURRENT-DATE(1:4) TO PARM-ANO-VIGOR
               END-IF
               CLOSE PARMFILE
           END-IF.
           IF PARM-CONTA-LIQUIDO = SPACES
               MOVE "2311" TO PARM-CONTA-LIQUIDO
           END-IF.
           IF PARM-CONTA-REENVIO = SPACES
               MOVE "2319" TO PARM-CONTA-REENVIO
           END-IF.

      *----------------------------------------------------------
      * LINHA DE AUDITORIA DO REENVIO - MESMO FORMATO DE EVENTO
      * DOS OUTROS PROGRAMAS (OPERADOR|DATA-HORA|TIPO|MATRICULA|
      * FIM DE TRES SENHAS ERRADAS, RECUSAS NA AUDITORIA.
      *----------------------------------------------------------
       EFETUAR-SIGNON.
           IF MODO-NOTURNO
               PERFORM VALIDAR-OPERADOR-SERVICO
               GO TO EFETUAR-SIGNON-SAIDA
           END-IF.
           PERFORM ABRIR-FICHEIRO-OPERADORES.
           MOVE 0 TO WS-TENTATIVAS-ECRA.
       SIGNON-PEDIR.
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0501
               GO TO VERIFICAR-OPERADOR-SAIDA
           END-IF.
           IF OPE-E-SERVICO
               MOVE "V" TO WS-TIPO-OPERACAO
               MOVE "OPERADOR DE SERVICO NO ECRA" TO WS-EVENTO-DETALHE
               PERFORM REGISTAR-ACESSO-NEGADO
               DISPLAY "OPERADOR DE SERVICO - SO NA CADEIA NOTURNA."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0501
               GO TO VERIFICAR-OPERADOR-SAIDA
           END-IF.
           IF OPE-SENHA NOT = WS-SENHA
               IF OPE-FALHAS < 9
                   ADD 1 TO OPE-FALHAS
           WRITE AUD-LINHA.
           CLOSE AUDFILE.

      *----------------------------------------------------------
      * CORRIDA NOTURNA - CHAMADO PELA CADEIA DO prog19 COM O
      * ARGUMENTO NOTURNO, O PROGRAMA LE AS RESPOSTAS DO CARTAO
      * DO PASSO (PASSONOT.DAT) EM VEZ DE AS PEDIR. ATE AO FIM
      * NORMAL DA CORRIDA O CODIGO DE RETORNO FICA EM 8, PARA
      * QUALQUER PARAGEM PELO CAMINHO PARAR A CADEIA.
      *----------------------------------------------------------
       LER-CARTAO-NOTURNO.
           MOVE SPACES TO WS-ARGUMENTOS.
           ACCEPT WS-ARGUMENTOS FROM COMMAND-LINE.
           IF WS-ARGUMENTOS NOT = "NOTURNO"
               GO TO LER-CARTAO-NOTURNO-SAIDA
           END-IF.
           MOVE "S" TO WS-MODO-NOTURNO.
           MOVE 8 TO RETURN-CODE.
           OPEN INPUT PASFILE.
           IF WS-PAS-STATUS NOT = "00"
               DISPLAY "CARTAO DO PASSO INACESSIVEL (PASSONOT.DAT, "
                   "ESTADO " WS-PAS-STATUS ")."
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-CARTAO-PASSO.
           READ PASFILE INTO WS-CARTAO-PASSO
               AT END
                   MOVE SPACES TO WS-CARTAO-PASSO
           END-READ.
           CLOSE PASFILE.
           IF CAR-PROGRAMA NOT = "prog10"
               DISPLAY "CARTAO DO PASSO NAO E DESTE PROGRAMA ("
                   CAR-PROGRAMA ")."
               STOP RUN
           END-IF.
       LER-CARTAO-NOTURNO-SAIDA.
           EXIT.

      *O OPERADOR DO CARTAO TEM DE SER UM OPERADOR DE SERVICO
      *(PERFIL N) ATIVO - SEM SENHA, PORQUE NINGUEM ESTA AO
      *ECRA; AS RESPOSTAS DO CARTAO VALEM COMO DADAS POR ELE.
       VALIDAR-OPERADOR-SERVICO.
           MOVE CAR-OPERADOR TO WS-OPERADOR.
           OPEN INPUT OPEFILE.
           IF WS-OPE-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR O FICHEIRO DE OPERADORES - "
                   "ESTADO " WS-OPE-STATUS
               STOP RUN
           END-IF.
           MOVE CAR-OPERADOR TO OPE-ID.
           READ OPEFILE
               INVALID KEY
                   MOVE SPACES TO OPE-REC
           END-READ.
           CLOSE OPEFILE.
           IF OPE-ID NOT = CAR-OPERADOR OR NOT OPE-E-SERVICO
              OR OPE-ESTA-BLOQUEADO
               MOVE "V" TO WS-TIPO-OPERACAO
               MOVE "OPERADOR DE SERVICO INVALIDO NA CADEIA NOTURNA"
                   TO WS-EVENTO-DETALHE
               PERFORM REGISTAR-ACESSO-NEGADO
               DISPLAY "OPERADOR " CAR-OPERADOR " NAO E UM OPERADOR "
                   "DE SERVICO ATIVO."
               STOP RUN
           END-IF.
           MOVE OPE-PERFIL TO WS-PERFIL.

      *OS TOTAIS DA CORRIDA FICAM NO REGISTO DA CADEIA, ENTRE O
      *INICIO E O FIM DO PASSO QUE O prog19 LA ESCREVE.
       ESCREVER-TOTAIS-NOTURNO.
           IF MODO-NOTURNO
               OPEN EXTEND JOBFILE
               IF WS-JOB-STATUS = "05" OR WS-JOB-STATUS = "35"
                   OPEN OUTPUT JOBFILE
               END-IF
               MOVE SPACES TO JOB-LINHA
               STRING "  PASSO "    DELIMITED BY SIZE
                   CAR-PASSO        DELIMITED BY SIZE
                   " "              DELIMITED BY SIZE
                   CAR-PROGRAMA     DELIMITED BY SIZE
                   " TOTAIS: "      DELIMITED BY SIZE
                   WS-JOB-DETALHE   DELIMITED BY SIZE
                   INTO JOB-LINHA
               END-STRING
               WRITE JOB-LINHA
               CLOSE JOBFILE
           END-IF.

      *----------------------------------------------------------
      * ANO FECHADO - O ANO DE ORIGEM DO PENDENTE ESTA FECHADO NO
      * prog20 E O FECHO NAO TRANSITOU OS PENDENTES: O REENVIO
      * ALTERAVA O ANO, POR ISSO O PENDENTE FICA COMO ESTA ATE UM
      * SUPERVISOR REABRIR O ANO. A RECUSA SAI NO RELATORIO E NA
      * AUDITORIA.
      *----------------------------------------------------------
       VERIFICAR-ANO-FECHADO.
           MOVE "N" TO WS-ANO-FECHADO.
           IF NOT FECFILE-DISPONIVEL
               GO TO VERIFICAR-ANO-FECHADO-SAIDA
           END-IF.
           MOVE REJ-ANO TO FEC-ANO.
           READ FECFILE
               INVALID KEY
                   GO TO VERIFICAR-ANO-FECHADO-SAIDA
           END-READ.
           IF FEC-FECHADO AND FEC-TRANSITADOS NOT = "S"
               MOVE "S" TO WS-ANO-FECHADO
           END-IF.
       VERIFICAR-ANO-FECHADO-SAIDA.
           EXIT.

       RECUSAR-ANO-FECHADO.
           ADD 1 TO WS-CONT-ANO-FECHADO.
           MOVE REJ-VALOR TO WS-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "ANO FECHADO " DELIMITED BY SIZE
               REJ-MATRICULA    DELIMITED BY SIZE
               " "              DELIMITED BY SIZE
               REJ-NOME         DELIMITED BY SIZE
               " VALOR "        DELIMITED BY SIZE
               WS-VALOR-ED      DELIMITED BY SIZE
               " *** ANO "      DELIMITED BY SIZE
               REJ-ANO          DELIMITED BY SIZE
               " FECHADO - REABRIR NO prog20 ***" DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATA-HORA.
           MOVE SPACES TO AUD-LINHA.
           STRING
               WS-OPERADOR      DELIMITED BY SIZE
               "|"              DELIMITED BY SIZE
               WS-DATA-HORA     DELIMITED BY SIZE
               "|V|"            DELIMITED BY SIZE
               REJ-MATRICULA    DELIMITED BY SIZE
               "|REENVIO NEGADO - ANO " DELIMITED BY SIZE
               REJ-ANO          DELIMITED BY SIZE
               " FECHADO TRANCHE " DELIMITED BY SIZE
               REJ-TRANCHE      DELIMITED BY SIZE
               INTO AUD-LINHA
           END-STRING.
           WRITE AUD-LINHA.

       END PROGRAM prog10.
