       IDENTIFICATION DIVISION.
       PROGRAM-ID. prog17.
       AUTHOR. .
       INSTALLATION.  where.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.
      *----------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - VERSAO INICIAL, CONTA CORRENTE DE REPOSICOES
      *              (RECUPER.DAT, ALIMENTADA PELO prog05 E PELAS
      *              REVERSOES DE DEMISSAO DO prog06/prog11): LISTA
      *              AS DIVIDAS EM ABERTO E AS POR APURAR, NO ECRA
      *              E NO FICHEIRO RECUPER.LST, COM O TOTAL EM
      *              DIVIDA, E DEIXA UM SUPERVISOR ANULAR O SALDO
      *              DE UMA DIVIDA QUE NAO VAI SER RECUPERADA, COM
      *              O MOTIVO NA AUDITORIA. A CONSULTA E LIVRE PARA
      *              QUALQUER OPERADOR AUTENTICADO; AS ANULACOES
      *              RECUSADAS FICAM NA AUDITORIA.
      * 15/10/2026 - O SIGN-ON RECUSA O PERFIL N (OPERADOR DE SERVICO,
      *              SO USADO NA CADEIA NOTURNA), COM A RECUSA NA
      *              AUDITORIA.
      * 15/10/2026 - ALARGADO O DETALHE DA AUDITORIA PARA A LINHA DA
      *              DIVIDA ANULADA NAO SER CORTADA.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. pc.
       OBJECT-COMPUTER. pc.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECFILE ASSIGN TO "RECUPER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CHAVE
               FILE STATUS IS WS-REC-STATUS.

           SELECT EMPFILE ASSIGN TO "EMPFICH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-MATRICULA
               FILE STATUS IS WS-EMP-STATUS.

           SELECT LSTFILE ASSIGN TO "RECUPER.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LST-STATUS.

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
       FD  RECFILE.
       01  REC-REC.
           05 REC-CHAVE.
              10 REC-MATRICULA     PIC 9(6).
              10 REC-SEQ           PIC 9(3).
           05 REC-ANO              PIC 9(4).
           05 REC-ORIGEM           PIC X.
              88 REC-ORIGEM-DELTA     VALUE "D".
              88 REC-ORIGEM-CORRECAO  VALUE "C".
              88 REC-ORIGEM-REVERSAO  VALUE "R".
           05 REC-VALOR-ORIGINAL   PIC 9(6)V99.
           05 REC-SALDO            PIC 9(6)V99.
           05 REC-ESTADO           PIC X.
              88 REC-ABERTA        VALUE "A".
              88 REC-POR-APURAR    VALUE "P".
              88 REC-RECUPERADA    VALUE "R".
              88 REC-ANULADA       VALUE "N".
           05 REC-DATA-HORA        PIC X(14).
           05 REC-DATA-MOVIMENTO   PIC X(14).
           05 REC-OPERADOR         PIC X(8).

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

       FD  LSTFILE.
       01  LST-LINHA               PIC X(120).

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
       77 WS-REC-STATUS        PIC XX.
       77 WS-EMP-STATUS        PIC XX.
       77 WS-LST-STATUS        PIC XX.
       77 WS-AUD-STATUS        PIC XX.
       77 WS-OPE-STATUS        PIC XX.

       77 MODO                 PIC X.
       77 REPETIR              PIC A.
       77 TEMP-MATRICULA       PIC X(6).
       77 TEMP-SEQ             PIC X(3).
       77 WS-OPERADOR          PIC X(8).
       77 WS-DATA-HORA         PIC X(14).
       77 WS-DETALHE-AUDITORIA PIC X(117).
       77 WS-TIPO-OPERACAO     PIC X.

      *----------------------------------------------------------
      * AREAS DA LISTAGEM - ATE 14 LINHAS NO ECRA, TODAS NO
      * FICHEIRO RECUPER.LST, COM O TOTAL EM DIVIDA NO FIM.
      *----------------------------------------------------------
       77 WS-FIM-RECFILE       PIC X.
           88 FIM-RECFILE VALUE "S".
       77 WS-LINHA-ECRA        PIC 9(2).
       77 WS-CONT-DIVIDAS      PIC 9(5).
       77 WS-CONT-POR-APURAR   PIC 9(5).
       77 WS-TOTAL-DIVIDA      PIC 9(9)V99.
       77 WS-TOTAL-ED          PIC Z,ZZZ,ZZZ,ZZ9.99.
       77 WS-VALOR-ED          PIC Z,ZZZ,ZZ9.99.
       77 WS-SALDO-ED          PIC Z,ZZZ,ZZ9.99.
       77 WS-NOME-LISTA        PIC X(30).
       77 WS-ESTADO-TEXTO      PIC X(10).
       77 WS-ORIGEM-TEXTO      PIC X(10).
       77 WS-LINHA-DIVIDA      PIC X(120).
       77 WS-MOTIVO-ANULACAO   PIC X(30).

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
      * PONTO DE ENTRADA - ENTRADA DO OPERADOR E MENU DA CONTA.
      *----------------------------------------------------------
       MENU-REPOSICOES.
           PERFORM EFETUAR-SIGNON THRU EFETUAR-SIGNON-SAIDA.
           PERFORM ABRIR-FICHEIROS-REPOSICOES.
       MENU-ESCOLHER.
           DISPLAY CLS.
           DISPLAY "CONTA CORRENTE DE REPOSICOES" AT 0201.
           DISPLAY "(L)ISTAR DIVIDAS  (A)NULAR DIVIDA  (S)AIR"
               AT 0401.
           DISPLAY "OPCAO:" AT 0601.
           ACCEPT MODO AT 0608.
           EVALUATE MODO
               WHEN "L"
               WHEN "l"
                   GO TO LISTAR-DIVIDAS
               WHEN "A"
               WHEN "a"
                   IF NOT OPERADOR-SUPERVISOR
                       DISPLAY "ANULACAO RESERVADA A SUPERVISORES."
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 0801
                       MOVE 0 TO EMP-MATRICULA
                       MOVE "V" TO WS-TIPO-OPERACAO
                       MOVE "ANULACAO DE DIVIDA NEGADA"
                           TO WS-DETALHE-AUDITORIA
                       PERFORM REGISTAR-AUDITORIA-REPOSICOES
                       ACCEPT OMITTED AT 0901
                       GO TO MENU-ESCOLHER
                   END-IF
                   GO TO ANULAR-DIVIDA
               WHEN "S"
               WHEN "s"
                   GO TO REPOSICOES-FIM
               WHEN OTHER
                   GO TO MENU-ESCOLHER
           END-EVALUATE.

       ABRIR-FICHEIROS-REPOSICOES.
           OPEN I-O RECFILE.
           IF WS-REC-STATUS = "35"
               OPEN OUTPUT RECFILE
               CLOSE RECFILE
               OPEN I-O RECFILE
           END-IF.
           IF WS-REC-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR A CONTA DE REPOSICOES - ESTADO "
                   WS-REC-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT EMPFILE.
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR O FICHEIRO DE EMPREGADOS - "
                   "ESTADO " WS-EMP-STATUS
               CLOSE RECFILE
               STOP RUN
           END-IF.
           OPEN EXTEND AUDFILE.
           IF WS-AUD-STATUS = "05" OR WS-AUD-STATUS = "35"
               OPEN OUTPUT AUDFILE
           END-IF.

       REPOSICOES-FIM.
           CLOSE RECFILE.
           CLOSE EMPFILE.
           CLOSE AUDFILE.
           DISPLAY "OBRIGADO, VOLTE SEMPRE" AT 1501.
           ACCEPT OMITTED AT 1601.
           STOP RUN.

      *----------------------------------------------------------
      * LISTAGEM DAS DIVIDAS EM ABERTO E DAS REVERSOES DE
      * DEMISSAO AINDA POR APURAR - ATE 14 NO ECRA; O FICHEIRO
      * RECUPER.LST LEVA TODAS. O TOTAL EM DIVIDA E A SOMA DOS
      * SALDOS EM ABERTO.
      *----------------------------------------------------------
       LISTAR-DIVIDAS.
           DISPLAY CLS.
           DISPLAY "DIVIDAS (MATRIC NOME SEQ ANO ORIGEM ORIGINAL "
               "SALDO ESTADO)" AT 0201.
           OPEN OUTPUT LSTFILE.
           IF WS-LST-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR A LISTAGEM RECUPER.LST - ESTADO "
                   WS-LST-STATUS
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0301
               ACCEPT OMITTED AT 0401
               GO TO MENU-ESCOLHER
           END-IF.
           PERFORM ESCREVER-CABECALHO-LISTAGEM.
           MOVE 0 TO WS-CONT-DIVIDAS.
           MOVE 0 TO WS-CONT-POR-APURAR.
           MOVE 0 TO WS-TOTAL-DIVIDA.
           MOVE 3 TO WS-LINHA-ECRA.
           MOVE "N" TO WS-FIM-RECFILE.
           MOVE LOW-VALUES TO REC-CHAVE.
           START RECFILE KEY IS NOT LESS THAN REC-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-RECFILE
           END-START.
       LISTAR-DIVIDAS-LER.
           IF FIM-RECFILE
               GO TO LISTAR-DIVIDAS-FIM
           END-IF.
           READ RECFILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-RECFILE
                   GO TO LISTAR-DIVIDAS-LER
           END-READ.
           IF NOT REC-ABERTA AND NOT REC-POR-APURAR
               GO TO LISTAR-DIVIDAS-LER
           END-IF.
           IF REC-ABERTA
               ADD 1 TO WS-CONT-DIVIDAS
               ADD REC-SALDO TO WS-TOTAL-DIVIDA
           ELSE
               ADD 1 TO WS-CONT-POR-APURAR
           END-IF.
           PERFORM MONTAR-LINHA-DIVIDA.
           MOVE WS-LINHA-DIVIDA TO LST-LINHA.
           WRITE LST-LINHA.
           IF WS-LINHA-ECRA < 17
               ADD 1 TO WS-LINHA-ECRA
               DISPLAY WS-LINHA-DIVIDA(1:79)
                   AT LINE WS-LINHA-ECRA COLUMN 1
           END-IF.
           GO TO LISTAR-DIVIDAS-LER.
       LISTAR-DIVIDAS-FIM.
           MOVE WS-TOTAL-DIVIDA TO WS-TOTAL-ED.
           MOVE SPACES TO LST-LINHA.
           WRITE LST-LINHA.
           MOVE SPACES TO LST-LINHA.
           STRING "DIVIDAS EM ABERTO: " DELIMITED BY SIZE
               WS-CONT-DIVIDAS          DELIMITED BY SIZE
               "  POR APURAR: "         DELIMITED BY SIZE
               WS-CONT-POR-APURAR       DELIMITED BY SIZE
               "  TOTAL EM DIVIDA: "    DELIMITED BY SIZE
               WS-TOTAL-ED              DELIMITED BY SIZE
               INTO LST-LINHA
           END-STRING.
           WRITE LST-LINHA.
           CLOSE LSTFILE.
           ADD 2 TO WS-LINHA-ECRA.
           DISPLAY LST-LINHA(1:79) AT LINE WS-LINHA-ECRA COLUMN 1.
           ADD 1 TO WS-LINHA-ECRA.
           DISPLAY "LISTAGEM COMPLETA EM RECUPER.LST."
               AT LINE WS-LINHA-ECRA COLUMN 1.
           ADD 1 TO WS-LINHA-ECRA.
           ACCEPT OMITTED AT LINE WS-LINHA-ECRA COLUMN 1.
           GO TO MENU-ESCOLHER.

       ESCREVER-CABECALHO-LISTAGEM.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATA-HORA.
           MOVE SPACES TO LST-LINHA.
           STRING "CONTA CORRENTE DE REPOSICOES - DIVIDAS EM ABERTO "
               DELIMITED BY SIZE
               "E POR APURAR" DELIMITED BY SIZE
               INTO LST-LINHA
           END-STRING.
           WRITE LST-LINHA.
           MOVE SPACES TO LST-LINHA.
           STRING "DATA-HORA: " DELIMITED BY SIZE
               WS-DATA-HORA     DELIMITED BY SIZE
               "  OPERADOR: "   DELIMITED BY SIZE
               WS-OPERADOR      DELIMITED BY SIZE
               INTO LST-LINHA
           END-STRING.
           WRITE LST-LINHA.
           MOVE SPACES TO LST-LINHA.
           WRITE LST-LINHA.

      *----------------------------------------------------------
      * UMA LINHA DA LISTAGEM - O NOME VEM DO FICHEIRO DE
      * EMPREGADOS (UM EMPREGADO JA APAGADO SAI SEM NOME).
      *----------------------------------------------------------
       MONTAR-LINHA-DIVIDA.
           MOVE REC-MATRICULA TO EMP-MATRICULA.
           READ EMPFILE
               INVALID KEY
                   MOVE "(SEM REGISTO DE EMPREGADO)" TO WS-NOME-LISTA
               NOT INVALID KEY
                   MOVE EMP-NOME TO WS-NOME-LISTA
           END-READ.
           PERFORM DESCREVER-DIVIDA.
           MOVE REC-VALOR-ORIGINAL TO WS-VALOR-ED.
           MOVE REC-SALDO          TO WS-SALDO-ED.
           MOVE SPACES TO WS-LINHA-DIVIDA.
           STRING REC-MATRICULA    DELIMITED BY SIZE
               " "                 DELIMITED BY SIZE
               WS-NOME-LISTA(1:20) DELIMITED BY SIZE
               " "                 DELIMITED BY SIZE
               REC-SEQ             DELIMITED BY SIZE
               " "                 DELIMITED BY SIZE
               REC-ANO             DELIMITED BY SIZE
               " "                 DELIMITED BY SIZE
               WS-ORIGEM-TEXTO     DELIMITED BY SIZE
               WS-VALOR-ED         DELIMITED BY SIZE
               WS-SALDO-ED         DELIMITED BY SIZE
               " "                 DELIMITED BY SIZE
               WS-ESTADO-TEXTO     DELIMITED BY SIZE
               INTO WS-LINHA-DIVIDA
           END-STRING.

       DESCREVER-DIVIDA.
           EVALUATE TRUE
               WHEN REC-ORIGEM-DELTA
                   MOVE "RECALCULO" TO WS-ORIGEM-TEXTO
               WHEN REC-ORIGEM-CORRECAO
                   MOVE "CORRECAO"  TO WS-ORIGEM-TEXTO
               WHEN REC-ORIGEM-REVERSAO
                   MOVE "DEMISSAO"  TO WS-ORIGEM-TEXTO
               WHEN OTHER
                   MOVE REC-ORIGEM  TO WS-ORIGEM-TEXTO
           END-EVALUATE.
           EVALUATE TRUE
               WHEN REC-ABERTA
                   MOVE "ABERTA"     TO WS-ESTADO-TEXTO
               WHEN REC-POR-APURAR
                   MOVE "POR APURAR" TO WS-ESTADO-TEXTO
               WHEN REC-RECUPERADA
                   MOVE "RECUPERADA" TO WS-ESTADO-TEXTO
               WHEN REC-ANULADA
                   MOVE "ANULADA"    TO WS-ESTADO-TEXTO
               WHEN OTHER
                   MOVE REC-ESTADO   TO WS-ESTADO-TEXTO
           END-EVALUATE.

      *----------------------------------------------------------
      * ANULACAO DE UMA DIVIDA - SO DIVIDAS EM ABERTO OU POR
      * APURAR. O SALDO PASSA A ZERO E A DIVIDA A ANULADA (O
      * VALOR ORIGINAL FICA, PARA O prog05 NAO A VOLTAR A ABRIR
      * NO MESMO ANO), COM O SALDO ANULADO E O MOTIVO NA
      * AUDITORIA.
      *----------------------------------------------------------
       ANULAR-DIVIDA.
           DISPLAY CLS.
           DISPLAY "ANULACAO DE DIVIDA" AT 0201.
       ANULAR-LER-MATRICULA.
           DISPLAY "MATRICULA (0 PARA SAIR):" AT 0301.
           ACCEPT TEMP-MATRICULA AT 0327.
           MOVE FUNCTION NUMVAL(TEMP-MATRICULA) TO REC-MATRICULA.
           IF REC-MATRICULA = 0
               GO TO MENU-ESCOLHER
           END-IF.
           DISPLAY "SEQUENCIA DA DIVIDA:" AT 0401.
           ACCEPT TEMP-SEQ AT 0422.
           MOVE FUNCTION NUMVAL(TEMP-SEQ) TO REC-SEQ.
           READ RECFILE
               INVALID KEY
                   DISPLAY "DIVIDA NAO ENCONTRADA."
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 0501
                   GO TO ANULAR-LER-MATRICULA
           END-READ.
           IF NOT REC-ABERTA AND NOT REC-POR-APURAR
               DISPLAY "DIVIDA JA RECUPERADA OU ANULADA."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0501
               GO TO ANULAR-LER-MATRICULA
           END-IF.
           DISPLAY " " ERASE EOL AT 0501.
           PERFORM MONTAR-LINHA-DIVIDA.
           DISPLAY WS-LINHA-DIVIDA(1:79) AT 0601.
       ANULAR-LER-MOTIVO.
           DISPLAY "MOTIVO DA ANULACAO:" AT 0801.
           ACCEPT WS-MOTIVO-ANULACAO AT 0821.
           IF WS-MOTIVO-ANULACAO = SPACES
               DISPLAY "MOTIVO OBRIGATORIO."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0901
               GO TO ANULAR-LER-MOTIVO
           END-IF.
           DISPLAY " " ERASE EOL AT 0901.
           DISPLAY "CONFIRMA A ANULACAO (S/N):" AT 1001.
           ACCEPT REPETIR AT 1028.
           IF NOT (REPETIR = "S" OR REPETIR = "s")
               GO TO ANULAR-CONTINUAR
           END-IF.
           MOVE REC-SALDO TO WS-SALDO-ED.
           MOVE 0 TO REC-SALDO.
           MOVE "N" TO REC-ESTADO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO REC-DATA-MOVIMENTO.
           MOVE WS-OPERADOR TO REC-OPERADOR.
           REWRITE REC-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A ANULACAO - ESTADO "
                       WS-REC-STATUS AT 1201
                   GO TO ANULAR-CONTINUAR
           END-REWRITE.
           MOVE REC-MATRICULA TO EMP-MATRICULA.
           MOVE "W" TO WS-TIPO-OPERACAO.
           MOVE SPACES TO WS-DETALHE-AUDITORIA.
           STRING "DIVIDA ANULADA SEQ " DELIMITED BY SIZE
               REC-SEQ             DELIMITED BY SIZE
               " SALDO "           DELIMITED BY SIZE
               WS-SALDO-ED         DELIMITED BY SIZE
               " MOTIVO "          DELIMITED BY SIZE
               WS-MOTIVO-ANULACAO  DELIMITED BY SIZE
               INTO WS-DETALHE-AUDITORIA
           END-STRING.
           PERFORM REGISTAR-AUDITORIA-REPOSICOES.
           DISPLAY "DIVIDA ANULADA." AT 1201.
       ANULAR-CONTINUAR.
           DISPLAY "ANULAR OUTRA DIVIDA (S/N):" AT 1401.
           ACCEPT REPETIR AT 1428.
           IF (REPETIR = "S" OR REPETIR = "s")
               GO TO ANULAR-DIVIDA
           END-IF.
           GO TO MENU-ESCOLHER.

      *----------------------------------------------------------
      * REGISTO DE AUDITORIA - MESMO FORMATO DE LINHA DO prog06
      * (OPERADOR|DATA-HORA|TIPO|MATRICULA|DETALHE).
      *----------------------------------------------------------
       REGISTAR-AUDITORIA-REPOSICOES.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATA-HORA.
           MOVE SPACES TO AUD-LINHA.
           STRING
               WS-OPERADOR          DELIMITED BY SIZE
               "|"                  DELIMITED BY SIZE
               WS-DATA-HORA         DELIMITED BY SIZE
               "|"                  DELIMITED BY SIZE
               WS-TIPO-OPERACAO     DELIMITED BY SIZE
               "|"                  DELIMITED BY SIZE
               EMP-MATRICULA        DELIMITED BY SIZE
               "|"                  DELIMITED BY SIZE
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

       END PROGRAM prog17.
