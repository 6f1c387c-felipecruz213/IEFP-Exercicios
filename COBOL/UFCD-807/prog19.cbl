       IDENTIFICATION DIVISION.
       PROGRAM-ID. prog19.
       AUTHOR. .
       INSTALLATION.  where.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.
      *----------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - VERSAO INICIAL, CADEIA NOTURNA DO CICLO ANUAL
      *              DOS PREMIOS: LE OS CARTOES DE PASSO DE
      *              NOTURNO.CTL (prog05 LOTE OU DELTA POR TRANCHE,
      *              prog07, prog10, prog09 E prog12), VALIDA O
      *              BARALHO TODO ANTES DE CORRER, PASSA A CADA
      *              PROGRAMA O SEU CARTAO EM PASSONOT.DAT, CORRE-O
      *              COM O ARGUMENTO NOTURNO E REGISTA EM
      *              NOTURNO.LOG O INICIO, O FIM, O CODIGO DE
      *              RETORNO E OS TOTAIS DE CADA PASSO. A CADEIA
      *              PARA NO PRIMEIRO PASSO COM CODIGO DE RETORNO 8
      *              E RECOMECA NESSE PASSO COM "prog19 nn".
      * 15/10/2026 - NOVA COLUNA 35 DO CARTAO - AUTORIZACAO DO LOTE DO
      *              prog05 ACIMA DO ORCAMENTO (S/N), VALIDADA NA
      *              PREPARACAO.
      * 15/10/2026 - O FORCAR E O PASSAR DO ORCAMENTO NO CARTAO SO
      *              VALEM COM UMA AUTORIZACAO PREVIA DE UM SUPERVISOR
      *              EMITIDA NO prog06.
      *----------------------------------------------------------
      * FORMATO DO CARTAO DE PASSO (NOTURNO.CTL, UM POR LINHA,
      * LINHAS EM BRANCO OU COMECADAS POR * SAO COMENTARIO):
      *   COL  1- 2  NUMERO DO PASSO (01-99, POR ORDEM CRESCENTE)
      *   COL  4-11  PROGRAMA (prog05 prog07 prog09 prog10 prog12)
      *   COL 13-20  OPERADOR DE SERVICO (PERFIL N EM OPERFICH.DAT)
      *   COL 22     MODO DO prog05 (B = LOTE, D = DELTA)
      *   COL 24     TRANCHE (prog05 LOTE 1-9; prog07 1-9 OU
      *              BRANCO PARA O EXTRACTO UNICO)
      *   COL 26     FORCAR (S/N) - NOVA CORRIDA COMPLETA NO
      *              prog05, PASSO DO CICLO POR CONCLUIR NO
      *              prog07/prog09; SO VALE COM AUTORIZACAO
      *              PREVIA DE UM SUPERVISOR NO prog06
      *   COL 28     ASSUMIR O BLOQUEIO DE UMA CORRIDA ABATIDA
      *              (S/N) NO prog05
      *   COL 30-33  ANO DA DECLARACAO DO prog12 (BRANCO = ANO EM
      *              VIGOR)
      *   COL 35     AUTORIZAR O LOTE DO prog05 ACIMA DO ORCAMENTO
      *              MAIS TOLERANCIA (S/N) - DECISAO PROPRIA, NAO
      *              DECORRE DO FORCAR; SO VALE COM AUTORIZACAO
      *              PREVIA DE UM SUPERVISOR NO prog06
      * OS PROGRAMAS SAO CHAMADOS PELO NOME, PELO QUE TEM DE
      * ESTAR NO CAMINHO DE EXECUCAO (PATH) DA CONTA DA CADEIA.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. pc.
       OBJECT-COMPUTER. pc.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTLFILE ASSIGN TO "NOTURNO.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT PASFILE ASSIGN TO "PASSONOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAS-STATUS.

           SELECT JOBFILE ASSIGN TO "NOTURNO.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTLFILE.
       01  CTL-LINHA               PIC X(80).

       FD  PASFILE.
       01  PAS-LINHA               PIC X(80).

       FD  JOBFILE.
       01  JOB-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-CTL-STATUS        PIC XX.
       77 WS-PAS-STATUS        PIC XX.
       77 WS-JOB-STATUS        PIC XX.

       77 WS-ARGUMENTOS        PIC X(20).
       77 WS-PASSO-INICIO      PIC 9(2) VALUE 0.
       77 WS-PASSO-ANTERIOR    PIC 9(2) VALUE 0.
       77 WS-DATA-HORA         PIC X(14).
       77 WS-COMANDO           PIC X(80).
       77 WS-RC-PASSO          PIC S9(9) COMP-5.
       77 WS-RC-MAXIMO         PIC 9(2) VALUE 0.
       77 WS-RC-ED             PIC Z9.
       77 WS-CONT-ERROS        PIC 9(3) VALUE 0.
       77 WS-CONT-CORRIDOS     PIC 9(2) VALUE 0.
       77 WS-MENSAGEM          PIC X(60).
       77 WS-RECOMECO-OK       PIC X.
           88 RECOMECO-OK VALUE "S".

      *----------------------------------------------------------
      * BARALHO DE CARTOES - CARREGADO E VALIDADO POR INTEIRO
      * ANTES DE CORRER O PRIMEIRO PASSO, PARA UM ERRO NUM CARTAO
      * DO FIM NAO DEIXAR A CADEIA A MEIO.
      *----------------------------------------------------------
       01 TAB-PASSOS.
           05 TAB-MAXIMO           PIC 9(2) VALUE 30.
           05 TAB-TOTAL            PIC 9(2) VALUE 0.
           05 TAB-CARTAO OCCURS 30 TIMES PIC X(80).
       77 WS-IX                 PIC 9(2) COMP.

       01 WS-CARTAO-PASSO.
           05 CAR-PASSO             PIC X(2).
           05 CAR-PASSO-N REDEFINES CAR-PASSO PIC 9(2).
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
           05 FILLER                PIC X.
           05 CAR-ORCAMENTO         PIC X.
           05 FILLER                PIC X(45).

       PROCEDURE DIVISION.
      *----------------------------------------------------------
      * SEQUENCIA PRINCIPAL - CARREGA E VALIDA O BARALHO, CORRE
      * OS PASSOS POR ORDEM E PARA NO PRIMEIRO CODIGO DE RETORNO
      * 8. O ARGUMENTO OPCIONAL E O PASSO ONDE RECOMECAR.
      *----------------------------------------------------------
       CORRER-CADEIA.
           MOVE SPACES TO WS-ARGUMENTOS.
           ACCEPT WS-ARGUMENTOS FROM COMMAND-LINE.
           PERFORM ABRIR-REGISTO-CADEIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATA-HORA.
           MOVE SPACES TO JOB-LINHA.
           STRING "CADEIA NOTURNA INICIADA " DELIMITED BY SIZE
               WS-DATA-HORA                  DELIMITED BY SIZE
               INTO JOB-LINHA
           END-STRING.
           WRITE JOB-LINHA.
           IF WS-ARGUMENTOS NOT = SPACES
               IF WS-ARGUMENTOS(1:2) IS NUMERIC
                  AND WS-ARGUMENTOS(3:) = SPACES
                   MOVE WS-ARGUMENTOS(1:2) TO WS-PASSO-INICIO
                   MOVE SPACES TO JOB-LINHA
                   STRING "RECOMECO NO PASSO " DELIMITED BY SIZE
                       WS-PASSO-INICIO         DELIMITED BY SIZE
                       INTO JOB-LINHA
                   END-STRING
                   WRITE JOB-LINHA
               ELSE
                   MOVE "ARGUMENTO INVALIDO - INDICAR O PASSO (nn)"
                       TO WS-MENSAGEM
                   PERFORM ESCREVER-ERRO-CADEIA
               END-IF
           END-IF.
           PERFORM CARREGAR-BARALHO THRU CARREGAR-BARALHO-FIM.
           PERFORM VALIDAR-CARTAO VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > TAB-TOTAL.
           IF TAB-TOTAL = 0
               MOVE "NOTURNO.CTL SEM CARTOES DE PASSO" TO WS-MENSAGEM
               PERFORM ESCREVER-ERRO-CADEIA
           END-IF.
           IF WS-PASSO-INICIO NOT = 0
               MOVE "N" TO WS-RECOMECO-OK
               PERFORM PROCURAR-PASSO-RECOMECO VARYING WS-IX
                   FROM 1 BY 1 UNTIL WS-IX > TAB-TOTAL
               IF NOT RECOMECO-OK
                   MOVE "PASSO DE RECOMECO NAO EXISTE NO BARALHO"
                       TO WS-MENSAGEM
                   PERFORM ESCREVER-ERRO-CADEIA
               END-IF
           END-IF.
           IF WS-CONT-ERROS > 0
               MOVE SPACES TO JOB-LINHA
               STRING "CADEIA NAO INICIADA - " DELIMITED BY SIZE
                   WS-CONT-ERROS              DELIMITED BY SIZE
                   " ERROS NO BARALHO. CODIGO DE RETORNO 8."
                                              DELIMITED BY SIZE
                   INTO JOB-LINHA
               END-STRING
               WRITE JOB-LINHA
               CLOSE JOBFILE
               DISPLAY "CADEIA NAO INICIADA - VER NOTURNO.LOG."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE JOBFILE.
           MOVE 1 TO WS-IX.
       CADEIA-PASSO.
           IF WS-IX > TAB-TOTAL
               GO TO CADEIA-FIM
           END-IF.
           MOVE TAB-CARTAO(WS-IX) TO WS-CARTAO-PASSO.
           IF CAR-PASSO-N < WS-PASSO-INICIO
               PERFORM SALTAR-PASSO
           ELSE
               PERFORM CORRER-PASSO
               IF WS-RC-PASSO >= 8
                   GO TO CADEIA-INTERROMPIDA
               END-IF
           END-IF.
           ADD 1 TO WS-IX.
           GO TO CADEIA-PASSO.
       CADEIA-INTERROMPIDA.
           PERFORM ABRIR-REGISTO-CADEIA.
           MOVE SPACES TO JOB-LINHA.
           STRING "CADEIA INTERROMPIDA NO PASSO " DELIMITED BY SIZE
               CAR-PASSO                          DELIMITED BY SIZE
               " - CORRIGIR E RECOMECAR COM: prog19 "
                                                  DELIMITED BY SIZE
               CAR-PASSO                          DELIMITED BY SIZE
               INTO JOB-LINHA
           END-STRING.
           WRITE JOB-LINHA.
           CLOSE JOBFILE.
           DISPLAY "CADEIA INTERROMPIDA NO PASSO " CAR-PASSO
               " - VER NOTURNO.LOG.".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       CADEIA-FIM.
      *O CARTAO DO ULTIMO PASSO NAO FICA PARA TRAS - UM PROGRAMA
      *CHAMADO A MAO COM O ARGUMENTO NOTURNO NAO ENCONTRA NADA.
           OPEN OUTPUT PASFILE.
           CLOSE PASFILE.
           PERFORM ABRIR-REGISTO-CADEIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATA-HORA.
           MOVE WS-RC-MAXIMO TO WS-RC-ED.
           MOVE SPACES TO JOB-LINHA.
           STRING "CADEIA TERMINADA " DELIMITED BY SIZE
               WS-DATA-HORA           DELIMITED BY SIZE
               " - "                  DELIMITED BY SIZE
               WS-CONT-CORRIDOS       DELIMITED BY SIZE
               " PASSOS CORRIDOS, CODIGO DE RETORNO MAIS ALTO "
                                      DELIMITED BY SIZE
               WS-RC-ED               DELIMITED BY SIZE
               INTO JOB-LINHA
           END-STRING.
           WRITE JOB-LINHA.
           CLOSE JOBFILE.
           DISPLAY "CADEIA TERMINADA - " WS-CONT-CORRIDOS
               " PASSOS CORRIDOS.".
           MOVE WS-RC-MAXIMO TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------
      * REGISTO DA CADEIA - ACRESCENTADO A CADA NOITE, PARA O
      * TURNO DA MANHA VER O HISTORICO DAS ULTIMAS CORRIDAS.
      *----------------------------------------------------------
       ABRIR-REGISTO-CADEIA.
           OPEN EXTEND JOBFILE.
           IF WS-JOB-STATUS = "05" OR WS-JOB-STATUS = "35"
               OPEN OUTPUT JOBFILE
           END-IF.
           IF WS-JOB-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR NOTURNO.LOG - ESTADO "
                   WS-JOB-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       ESCREVER-ERRO-CADEIA.
           ADD 1 TO WS-CONT-ERROS.
           MOVE SPACES TO JOB-LINHA.
           STRING "  ERRO: "  DELIMITED BY SIZE
               WS-MENSAGEM    DELIMITED BY SIZE
               INTO JOB-LINHA
           END-STRING.
           WRITE JOB-LINHA.

      *----------------------------------------------------------
      * CARGA DO BARALHO - IGNORA COMENTARIOS E LINHAS EM BRANCO.
      *----------------------------------------------------------
       CARREGAR-BARALHO.
           OPEN INPUT CTLFILE.
           IF WS-CTL-STATUS NOT = "00"
               MOVE SPACES TO WS-MENSAGEM
               STRING "NOTURNO.CTL INACESSIVEL - ESTADO "
                                      DELIMITED BY SIZE
                   WS-CTL-STATUS      DELIMITED BY SIZE
                   INTO WS-MENSAGEM
               END-STRING
               PERFORM ESCREVER-ERRO-CADEIA
               GO TO CARREGAR-BARALHO-FIM
           END-IF.
       CARREGAR-BARALHO-LER.
           READ CTLFILE
               AT END
                   GO TO CARREGAR-BARALHO-FECHAR
           END-READ.
           IF CTL-LINHA = SPACES OR CTL-LINHA(1:1) = "*"
               GO TO CARREGAR-BARALHO-LER
           END-IF.
           IF TAB-TOTAL >= TAB-MAXIMO
               MOVE "MAIS DE 30 CARTOES DE PASSO" TO WS-MENSAGEM
               PERFORM ESCREVER-ERRO-CADEIA
               GO TO CARREGAR-BARALHO-FECHAR
           END-IF.
           ADD 1 TO TAB-TOTAL.
           MOVE CTL-LINHA TO TAB-CARTAO(TAB-TOTAL).
           GO TO CARREGAR-BARALHO-LER.
       CARREGAR-BARALHO-FECHAR.
           CLOSE CTLFILE.
       CARREGAR-BARALHO-FIM.
           EXIT.

      *----------------------------------------------------------
      * VALIDACAO DE UM CARTAO - AS MESMAS RESPOSTAS QUE O
      * PROGRAMA ACEITARIA NO ECRA. OS ERROS FICAM TODOS NO
      * REGISTO, PARA SE CORRIGIR O BARALHO DE UMA SO VEZ.
      *----------------------------------------------------------
       VALIDAR-CARTAO.
           MOVE TAB-CARTAO(WS-IX) TO WS-CARTAO-PASSO.
           IF CAR-PASSO IS NOT NUMERIC
               MOVE "NUMERO DE PASSO INVALIDO" TO WS-MENSAGEM
               PERFORM ESCREVER-ERRO-CARTAO
           ELSE
               IF CAR-PASSO-N = 0 OR CAR-PASSO-N NOT > WS-PASSO-ANTERIOR
                   MOVE "PASSOS FORA DE ORDEM OU REPETIDOS"
                       TO WS-MENSAGEM
                   PERFORM ESCREVER-ERRO-CARTAO
               END-IF
               MOVE CAR-PASSO-N TO WS-PASSO-ANTERIOR
           END-IF.
           IF CAR-OPERADOR = SPACES
               MOVE "SEM OPERADOR DE SERVICO" TO WS-MENSAGEM
               PERFORM ESCREVER-ERRO-CARTAO
           END-IF.
           IF CAR-FORCAR NOT = "S" AND CAR-FORCAR NOT = "N"
              AND CAR-FORCAR NOT = SPACE
               MOVE "FORCAR TEM DE SER S, N OU BRANCO" TO WS-MENSAGEM
               PERFORM ESCREVER-ERRO-CARTAO
           END-IF.
           IF CAR-ASSUMIR NOT = "S" AND CAR-ASSUMIR NOT = "N"
              AND CAR-ASSUMIR NOT = SPACE
               MOVE "ASSUMIR TEM DE SER S, N OU BRANCO"
                   TO WS-MENSAGEM
               PERFORM ESCREVER-ERRO-CARTAO
           END-IF.
           IF CAR-ORCAMENTO NOT = "S" AND CAR-ORCAMENTO NOT = "N"
              AND CAR-ORCAMENTO NOT = SPACE
               MOVE "ORCAMENTO TEM DE SER S, N OU BRANCO"
                   TO WS-MENSAGEM
               PERFORM ESCREVER-ERRO-CARTAO
           END-IF.
           EVALUATE CAR-PROGRAMA
               WHEN "prog05"
                   IF CAR-MODO = "B"
                       IF CAR-TRANCHE < "1" OR CAR-TRANCHE > "9"
                           MOVE "LOTE DO prog05 SEM TRANCHE (1-9)"
                               TO WS-MENSAGEM
                           PERFORM ESCREVER-ERRO-CARTAO
                       END-IF
                   ELSE
                       IF CAR-MODO NOT = "D"
                           MOVE "MODO DO prog05 TEM DE SER B OU D"
                               TO WS-MENSAGEM
                           PERFORM ESCREVER-ERRO-CARTAO
                       END-IF
                   END-IF
               WHEN "prog07"
                   IF CAR-TRANCHE NOT = SPACE
                      AND (CAR-TRANCHE < "1" OR CAR-TRANCHE > "9")
                       MOVE "TRANCHE DO prog07 TEM DE SER 1-9 OU BRANCO"
                           TO WS-MENSAGEM
                       PERFORM ESCREVER-ERRO-CARTAO
                   END-IF
               WHEN "prog09"
                   CONTINUE
               WHEN "prog10"
                   CONTINUE
               WHEN "prog12"
                   IF CAR-ANO NOT = SPACES AND CAR-ANO IS NOT NUMERIC
                       MOVE "ANO DO prog12 INVALIDO" TO WS-MENSAGEM
                       PERFORM ESCREVER-ERRO-CARTAO
                   END-IF
               WHEN OTHER
                   MOVE "PROGRAMA NAO PERMITIDO NA CADEIA"
                       TO WS-MENSAGEM
                   PERFORM ESCREVER-ERRO-CARTAO
           END-EVALUATE.

       ESCREVER-ERRO-CARTAO.
           ADD 1 TO WS-CONT-ERROS.
           MOVE SPACES TO JOB-LINHA.
           STRING "  ERRO NO CARTAO " DELIMITED BY SIZE
               CAR-PASSO              DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               CAR-PROGRAMA           DELIMITED BY SIZE
               ": "                   DELIMITED BY SIZE
               WS-MENSAGEM            DELIMITED BY SIZE
               INTO JOB-LINHA
           END-STRING.
           WRITE JOB-LINHA.

       PROCURAR-PASSO-RECOMECO.
           MOVE TAB-CARTAO(WS-IX) TO WS-CARTAO-PASSO.
           IF CAR-PASSO IS NUMERIC AND CAR-PASSO-N = WS-PASSO-INICIO
               MOVE "S" TO WS-RECOMECO-OK
           END-IF.

      *----------------------------------------------------------
      * PASSOS ANTERIORES AO RECOMECO - JA CORRERAM NUMA NOITE
      * ANTERIOR; FICAM NO REGISTO COMO SALTADOS.
      *----------------------------------------------------------
       SALTAR-PASSO.
           PERFORM ABRIR-REGISTO-CADEIA.
           MOVE SPACES TO JOB-LINHA.
           STRING "PASSO "       DELIMITED BY SIZE
               CAR-PASSO         DELIMITED BY SIZE
               " "               DELIMITED BY SIZE
               CAR-PROGRAMA      DELIMITED BY SIZE
               " SALTADO (RECOMECO)" DELIMITED BY SIZE
               INTO JOB-LINHA
           END-STRING.
           WRITE JOB-LINHA.
           CLOSE JOBFILE.

      *----------------------------------------------------------
      * UM PASSO - O CARTAO VAI PARA PASSONOT.DAT, O PROGRAMA
      * CORRE COM O ARGUMENTO NOTURNO E ACRESCENTA OS SEUS TOTAIS
      * AO REGISTO ENTRE AS LINHAS DE INICIO E FIM. O CODIGO
      * DEVOLVIDO PELO SISTEMA VEM MULTIPLICADO POR 256.
      *----------------------------------------------------------
       CORRER-PASSO.
           OPEN OUTPUT PASFILE.
           IF WS-PAS-STATUS NOT = "00"
               DISPLAY "ERRO AO CRIAR PASSONOT.DAT - ESTADO "
                   WS-PAS-STATUS
               MOVE 8 TO WS-RC-PASSO
           ELSE
               MOVE WS-CARTAO-PASSO TO PAS-LINHA
               WRITE PAS-LINHA
               CLOSE PASFILE
               PERFORM ABRIR-REGISTO-CADEIA
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATA-HORA
               MOVE SPACES TO JOB-LINHA
               STRING "PASSO "       DELIMITED BY SIZE
                   CAR-PASSO         DELIMITED BY SIZE
                   " "               DELIMITED BY SIZE
                   CAR-PROGRAMA      DELIMITED BY SIZE
                   " INICIO "        DELIMITED BY SIZE
                   WS-DATA-HORA      DELIMITED BY SIZE
                   " OPERADOR "      DELIMITED BY SIZE
                   CAR-OPERADOR      DELIMITED BY SIZE
                   INTO JOB-LINHA
               END-STRING
               WRITE JOB-LINHA
               CLOSE JOBFILE
               MOVE SPACES TO WS-COMANDO
               STRING CAR-PROGRAMA DELIMITED BY SPACE
                   " NOTURNO"      DELIMITED BY SIZE
                   INTO WS-COMANDO
               END-STRING
               CALL "SYSTEM" USING WS-COMANDO
               MOVE RETURN-CODE TO WS-RC-PASSO
               IF WS-RC-PASSO > 255
                   COMPUTE WS-RC-PASSO = WS-RC-PASSO / 256
               END-IF
               IF WS-RC-PASSO < 0 OR WS-RC-PASSO > 99
                   MOVE 99 TO WS-RC-PASSO
               END-IF
               ADD 1 TO WS-CONT-CORRIDOS
           END-IF.
           IF WS-RC-PASSO > WS-RC-MAXIMO
               MOVE WS-RC-PASSO TO WS-RC-MAXIMO
           END-IF.
           MOVE WS-RC-PASSO TO WS-RC-ED.
           PERFORM ABRIR-REGISTO-CADEIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATA-HORA.
           MOVE SPACES TO JOB-LINHA.
           STRING "PASSO "       DELIMITED BY SIZE
               CAR-PASSO         DELIMITED BY SIZE
               " "               DELIMITED BY SIZE
               CAR-PROGRAMA      DELIMITED BY SIZE
               " FIM    "        DELIMITED BY SIZE
               WS-DATA-HORA      DELIMITED BY SIZE
               " CODIGO DE RETORNO " DELIMITED BY SIZE
               WS-RC-ED          DELIMITED BY SIZE
               INTO JOB-LINHA
           END-STRING.
           WRITE JOB-LINHA.
           CLOSE JOBFILE.

       END PROGRAM prog19.
