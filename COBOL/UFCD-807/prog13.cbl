      *              ENTRE OS DOIS ULTIMOS ANOS DO INTERVALO - A
      *              VISTA CONSOLIDADA QUE A DETECCAO DE ANOMALIAS
      *              DO LOTE APONTA MAS NUNCA MOSTRA JUNTA.
      * 15/10/2026 - CONTA DE GASTO (DEP-CONTA-GASTO) NO FIM DO
      *              REGISTO DE DEPFICH.DAT.
      * 15/10/2026 - ORCAMENTO CONTRA REAL (ORCFICH.DAT) NOS ANOS JA
      *              PASSADOS: ORCAMENTO, DESVIO E PERCENTAGEM USADA
      *              POR DEPARTAMENTO E DA EMPRESA.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WS-DEP-STATUS.

           SELECT ORCFILE ASSIGN TO "ORCFICH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORC-CHAVE
               FILE STATUS IS WS-ORC-STATUS.

           SELECT RELFILE ASSIGN TO "GESTANAL.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
           05 DEP-NOME             PIC X(30).
           05 DEP-RESPONSAVEL      PIC X(30).
           05 DEP-ATIVO            PIC X.
           05 DEP-CONTA-GASTO      PIC X(10).

       FD  ORCFILE.
       01  ORC-REC.
           05 ORC-CHAVE.
              10 ORC-ANO           PIC 9(4).
              10 ORC-DEPARTAMENTO  PIC X(4).
           05 ORC-VALOR            PIC 9(9)V99.
           05 ORC-TOLERANCIA       PIC 9(2).
           05 ORC-OPERADOR         PIC X(8).
           05 ORC-DATA-HORA        PIC X(14).

       FD  RELFILE.
       01  REL-LINHA               PIC X(132).
       77 WS-EMP-STATUS        PIC XX.
       77 WS-DEP-STATUS        PIC XX.
       77 WS-REL-STATUS        PIC XX.
       77 WS-ORC-STATUS        PIC XX.

       77 WS-ANO-INICIAL       PIC 9(4).
       77 WS-ANO-FINAL         PIC 9(4).
           88 FIM-HISTFILE VALUE "S".
       77 WS-DEPFILE-DISPONIVEL PIC X VALUE "N".
           88 DEPFILE-DISPONIVEL VALUE "S".
       77 WS-ORCFILE-DISPONIVEL PIC X VALUE "N".
           88 ORCFILE-DISPONIVEL VALUE "S".

      *----------------------------------------------------------
      * AGREGADOS POR DEPARTAMENTO E POR ANO - ATE 50
       77 WS-VARIACAO-ED       PIC -ZZ,ZZ9.99.
       77 WS-DIFERENCA-ED      PIC -Z,ZZZ,ZZ9.99.

      *----------------------------------------------------------
      * ORCAMENTO CONTRA REAL - SO PARA OS ANOS JA FECHADOS NO
      * CALENDARIO (ANTERIORES AO ANO ATUAL), COM O ORCAMENTO DE
      * ORCFICH.DAT. A EMPRESA SOMA OS ORCAMENTOS DO ANO.
      *----------------------------------------------------------
       77 WS-ANO-ATUAL         PIC 9(4).
       77 WS-ORC-ORCAMENTO     PIC 9(9)V99.
       77 WS-ORC-REAL          PIC 9(9)V99.
       77 WS-ORC-DESVIO        PIC S9(9)V99.
       77 WS-ORC-USADO         PIC 9(5)V99.
       77 WS-ORC-ENCONTRADO    PIC X.
           88 ORC-ENCONTRADO VALUE "S".
       77 WS-ORC-DESVIO-ED     PIC -Z,ZZZ,ZZZ,ZZ9.99.
       77 WS-ORC-USADO-ED      PIC ZZZZ9.99.

       PROCEDURE DIVISION.
      *----------------------------------------------------------
      * SEQUENCIA PRINCIPAL - PEDE O INTERVALO, ACUMULA NUMA
           IF DEPFILE-DISPONIVEL
               CLOSE DEPFILE
           END-IF.
           IF ORCFILE-DISPONIVEL
               CLOSE ORCFILE
           END-IF.
           CLOSE RELFILE.
           DISPLAY "ANALISE TERMINADA - RELATORIO EM GESTANAL.LST".
           STOP RUN.
           IF WS-DEP-STATUS = "00"
               MOVE "S" TO WS-DEPFILE-DISPONIVEL
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANO-ATUAL.
           OPEN INPUT ORCFILE.
           IF WS-ORC-STATUS = "00"
               MOVE "S" TO WS-ORCFILE-DISPONIVEL
           END-IF.
           OPEN OUTPUT RELFILE.
           IF WS-REL-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR O RELATORIO - ESTADO "
           WRITE REL-LINHA.
           MOVE DEPT-VALOR(DEPT-IX, WS-ANO-IDX)
               TO WS-VALOR-ANTERIOR.
           IF ORCFILE-DISPONIVEL
              AND WS-ANO-CORRENTE < WS-ANO-ATUAL
               MOVE "N" TO WS-ORC-ENCONTRADO
               MOVE WS-ANO-CORRENTE      TO ORC-ANO
               MOVE DEPT-CODIGO(DEPT-IX) TO ORC-DEPARTAMENTO
               READ ORCFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-ORC-ENCONTRADO
                       MOVE ORC-VALOR TO WS-ORC-ORCAMENTO
               END-READ
               IF ORC-ENCONTRADO
                   MOVE DEPT-VALOR(DEPT-IX, WS-ANO-IDX) TO WS-ORC-REAL
                   PERFORM ESCREVER-ORCAMENTO-REAL
               END-IF
           END-IF.
       ESCREVER-ANO-DEPT-SAIDA.
           EXIT.

           END-IF.
           WRITE REL-LINHA.
           MOVE EMPR-VALOR(WS-ANO-IDX) TO WS-VALOR-ANTERIOR.
           IF ORCFILE-DISPONIVEL
              AND WS-ANO-CORRENTE < WS-ANO-ATUAL
               PERFORM SOMAR-ORCAMENTOS-ANO
                   THRU SOMAR-ORCAMENTOS-SAIDA
               IF ORC-ENCONTRADO
                   MOVE EMPR-VALOR(WS-ANO-IDX) TO WS-ORC-REAL
                   PERFORM ESCREVER-ORCAMENTO-REAL
               END-IF
           END-IF.
       ESCREVER-ANO-EMPRESA-SAIDA.
           EXIT.

      *----------------------------------------------------------
      * SOMA DOS ORCAMENTOS DE TODOS OS DEPARTAMENTOS NUM ANO -
      * OS REGISTOS DE UM ANO SAO CONTIGUOS NA CHAVE.
      *----------------------------------------------------------
       SOMAR-ORCAMENTOS-ANO.
           MOVE "N" TO WS-ORC-ENCONTRADO.
           MOVE 0 TO WS-ORC-ORCAMENTO.
           MOVE WS-ANO-CORRENTE TO ORC-ANO.
           MOVE LOW-VALUES TO ORC-DEPARTAMENTO.
           START ORCFILE KEY IS NOT LESS THAN ORC-CHAVE
               INVALID KEY
                   GO TO SOMAR-ORCAMENTOS-SAIDA
           END-START.
       SOMAR-ORCAMENTOS-LER.
           READ ORCFILE NEXT RECORD
               AT END
                   GO TO SOMAR-ORCAMENTOS-SAIDA
           END-READ.
           IF ORC-ANO NOT = WS-ANO-CORRENTE
               GO TO SOMAR-ORCAMENTOS-SAIDA
           END-IF.
           MOVE "S" TO WS-ORC-ENCONTRADO.
           ADD ORC-VALOR TO WS-ORC-ORCAMENTO.
           GO TO SOMAR-ORCAMENTOS-LER.
       SOMAR-ORCAMENTOS-SAIDA.
           EXIT.

      *----------------------------------------------------------
      * LINHA DE ORCAMENTO CONTRA REAL POR BAIXO DA LINHA DO ANO:
      * ORCAMENTO, REAL PAGO (HISTPREM.DAT), DESVIO E PERCENTAGEM
      * DO ORCAMENTO USADA.
      *----------------------------------------------------------
       ESCREVER-ORCAMENTO-REAL.
           COMPUTE WS-ORC-DESVIO = WS-ORC-REAL - WS-ORC-ORCAMENTO.
           MOVE 0 TO WS-ORC-USADO.
           IF WS-ORC-ORCAMENTO > 0
               COMPUTE WS-ORC-USADO ROUNDED =
                   WS-ORC-REAL * 100 / WS-ORC-ORCAMENTO
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-ORC-USADO
               END-COMPUTE
           END-IF.
           MOVE WS-ORC-ORCAMENTO TO WS-TOTAL-ED.
           MOVE WS-ORC-DESVIO    TO WS-ORC-DESVIO-ED.
           MOVE WS-ORC-USADO     TO WS-ORC-USADO-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "        ORCAMENTO " DELIMITED BY SIZE
               WS-TOTAL-ED       DELIMITED BY SIZE
               "  DESVIO "       DELIMITED BY SIZE
               WS-ORC-DESVIO-ED  DELIMITED BY SIZE
               "  USADO "        DELIMITED BY SIZE
               WS-ORC-USADO-ED   DELIMITED BY SIZE
               " PORCENTO"       DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.

      *----------------------------------------------------------
      * MAIORES SUBIDAS E DESCIDAS ENTRE OS DOIS ULTIMOS ANOS DO
      * INTERVALO.
