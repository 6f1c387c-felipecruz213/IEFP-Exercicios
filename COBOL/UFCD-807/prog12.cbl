      *              TOTAIS DE CONTROLO NO FIM, NO FICHEIRO
      *              DECFISC.LST PARA ENTREGA A AUTORIDADE
      *              TRIBUTARIA.
      * 15/10/2026 - NOVO CAMPO PARM-RECUP-PERCENT-MAX NO REGISTO DE
      *              PARAMETROS (DESCONTO MAXIMO DAS REPOSICOES NO
      *              prog05). FICHEIROS PARMFICH.DAT ANTERIORES
      *              DEIXAM DE SER COMPATIVEIS.
      * 15/10/2026 - NOVOS CAMPOS PARM-FILHOS-IDADE-MAX E
      *              PARM-FILHOS-IDADE-ESTUDO NO REGISTO DE
      *              PARAMETROS (IDADES LIMITE DOS FILHOS QUE
      *              CONTAM NO prog05). FICHEIROS PARMFICH.DAT
      *              ANTERIORES DEIXAM DE SER COMPATIVEIS.
      * 15/10/2026 - CONTAS DO DIARIO CONTABILISTICO (PARM-CONTA-*)
      *              NO FIM DO REGISTO DE PARMFICH.DAT.
      * 15/10/2026 - CORRIDA NOTURNA: COM O ARGUMENTO NOTURNO O ANO DA
      *              DECLARACAO VEM DO CARTAO DO PASSO (PASSONOT.DAT),
      *              COM O OPERADOR DE SERVICO VALIDADO CONTRA
      *              OPERFICH.DAT E AS RECUSAS NA AUDITORIA, E OS
      *              TOTAIS FICAM NO REGISTO DA CADEIA (NOTURNO.LOG).
      * 15/10/2026 - ANO FECHADO: A DECLARACAO DE UM ANO FECHADO NO
      *              prog20 (FECHOANO.DAT) JA NAO SE REFAZ; A RECUSA
      *              TERMINA COM CODIGO 8 E FICA NA AUDITORIA (TIPO V)
      *              ATE UM SUPERVISOR REABRIR O ANO.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEC-STATUS.

           SELECT OPEFILE ASSIGN TO "OPERFICH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPE-ID
               FILE STATUS IS WS-OPE-STATUS.

           SELECT AUDFILE ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT PASFILE ASSIGN TO "PASSONOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAS-STATUS.

           SELECT JOBFILE ASSIGN TO "NOTURNO.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-STATUS.

           SELECT FECFILE ASSIGN TO "FECHOANO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FEC-ANO
               FILE STATUS IS WS-FEC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTFILE.
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

       FD  DECFILE.
       01  DEC-LINHA                PIC X(120).

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
       77 WS-HIST-STATUS       PIC XX.
       77 WS-EMP-STATUS        PIC XX.
       77 WS-TOTAL-RETENCAO    PIC 9(9)V99 VALUE 0.
       77 WS-TOTAL-LIQUIDO     PIC 9(9)V99 VALUE 0.

      *----------------------------------------------------------
      * OPERADOR E AUDITORIA - SO USADOS NA CADEIA NOTURNA, ONDE
      * O OPERADOR DE SERVICO DO CARTAO E VALIDADO.
      *----------------------------------------------------------
       77 WS-OPE-STATUS        PIC XX.
       77 WS-AUD-STATUS        PIC XX.
       77 WS-OPERADOR          PIC X(8).
       77 WS-TIPO-OPERACAO     PIC X.
       77 WS-EVENTO-DETALHE    PIC X(60).


      *----------------------------------------------------------
      * FECHO DO ANO (FECHOANO.DAT, MANTIDO NO prog20) - A
      * DECLARACAO DE UM ANO FECHADO JA NAO SE REFAZ.
      *----------------------------------------------------------
       77 WS-FEC-STATUS        PIC XX.

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

       PROCEDURE DIVISION.
      *----------------------------------------------------------
      * SEQUENCIA PRINCIPAL - PEDE O ANO, PERCORRE O HISTORICO E
      * EMITE UMA LINHA POR EMPREGADO PAGO NESSE ANO.
      *----------------------------------------------------------
       EMITIR-DECLARACAO.
           PERFORM LER-CARTAO-NOTURNO THRU LER-CARTAO-NOTURNO-SAIDA.
           PERFORM CARREGAR-PARAMETROS.
           IF MODO-NOTURNO
               PERFORM VALIDAR-OPERADOR-SERVICO
           END-IF.
           DISPLAY "ANO DA DECLARACAO (BRANCO = ANO EM VIGOR "
               PARM-ANO-VIGOR "):".
           IF MODO-NOTURNO
               MOVE CAR-ANO TO TEMP-ANO
               DISPLAY TEMP-ANO
           ELSE
               ACCEPT TEMP-ANO
           END-IF.
           IF TEMP-ANO = SPACES
               MOVE PARM-ANO-VIGOR TO WS-ANO-DECLARACAO
           ELSE
               IF MODO-NOTURNO AND TEMP-ANO IS NOT NUMERIC
                   PERFORM RECUSAR-CARTAO-NOTURNO
               END-IF
               MOVE FUNCTION NUMVAL(TEMP-ANO) TO WS-ANO-DECLARACAO
           END-IF.
           PERFORM VERIFICAR-ANO-FECHADO
               THRU VERIFICAR-ANO-FECHADO-SAIDA.
           PERFORM ABRIR-FICHEIROS-DECLARACAO.
           PERFORM ESCREVER-CABECALHO-DECLARACAO.
           MOVE ZEROS TO HIST-CHAVE.
           CLOSE DECFILE.
           DISPLAY "DECLARACAO TERMINADA - " WS-CONT-EMPREGADOS
               " EMPREGADOS EM DECFISC.LST".
           MOVE 0 TO RETURN-CODE.
           MOVE WS-TOTAL-BRUTO    TO WS-JOB-VALOR-ED.
           MOVE WS-TOTAL-RETENCAO TO WS-JOB-VALOR2-ED.
           MOVE SPACES TO WS-JOB-DETALHE.
           STRING "ANO "               DELIMITED BY SIZE
               WS-ANO-DECLARACAO      DELIMITED BY SIZE
               " EMPREGADOS "         DELIMITED BY SIZE
               WS-CONT-EMPREGADOS     DELIMITED BY SIZE
               " BRUTO "              DELIMITED BY SIZE
               WS-JOB-VALOR-ED        DELIMITED BY SIZE
               " RETENCAO "           DELIMITED BY SIZE
               WS-JOB-VALOR2-ED       DELIMITED BY SIZE
               INTO WS-JOB-DETALHE
           END-STRING.
           PERFORM ESCREVER-TOTAIS-NOTURNO.
           STOP RUN.

       CARREGAR-PARAMETROS.
           END-STRING.
           WRITE DEC-LINHA.

      *----------------------------------------------------------
      * LINHA DE AUDITORIA DE EVENTO - NO MESMO FORMATO DOS
      * OUTROS PROGRAMAS, COM O FICHEIRO ABERTO E FECHADO NA
      * HORA.
      *----------------------------------------------------------
       ESCREVER-AUDITORIA-EVENTO.
           OPEN EXTEND AUDFILE.
           IF WS-AUD-STATUS = "05" OR WS-AUD-STATUS = "35"
               OPEN OUTPUT AUDFILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATA-HORA.
           MOVE SPACES TO AUD-LINHA.
           STRING
               WS-OPERADOR       DELIMITED BY SIZE
               "|"               DELIMITED BY SIZE
               WS-DATA-HORA      DELIMITED BY SIZE
               "|"               DELIMITED BY SIZE
               WS-TIPO-OPERACAO  DELIMITED BY SIZE
               "|000000|"        DELIMITED BY SIZE
               WS-EVENTO-DETALHE DELIMITED BY SIZE
               INTO AUD-LINHA
           END-STRING.
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
           IF CAR-PROGRAMA NOT = "prog12"
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
               PERFORM ESCREVER-AUDITORIA-EVENTO
               DISPLAY "OPERADOR " CAR-OPERADOR " NAO E UM OPERADOR "
                   "DE SERVICO ATIVO."
               STOP RUN
           END-IF.

       RECUSAR-CARTAO-NOTURNO.
           DISPLAY "RESPOSTA INVALIDA NO CARTAO DO PASSO " CAR-PASSO
               " - CORRIDA NAO INICIADA.".
           STOP RUN.

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
      * ANO FECHADO - A DECLARACAO DE UM ANO FECHADO NO prog20 E
      * A QUE FOI ENTREGUE COM O FECHO E NAO SE VOLTA A EMITIR POR
      * CIMA; SO UM SUPERVISOR REABRE O ANO, NO prog20, COM MOTIVO
      * NA AUDITORIA. SEM FICHEIRO DE FECHOS NENHUM ANO ESTA
      * FECHADO. A RECUSA FICA NA AUDITORIA.
      *----------------------------------------------------------
       VERIFICAR-ANO-FECHADO.
           OPEN INPUT FECFILE.
           IF WS-FEC-STATUS = "35"
               GO TO VERIFICAR-ANO-FECHADO-SAIDA
           END-IF.
           IF WS-FEC-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR O FICHEIRO DE FECHOS - ESTADO "
                   WS-FEC-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-ANO-DECLARACAO TO FEC-ANO.
           READ FECFILE
               INVALID KEY
                   MOVE SPACES TO FEC-ESTADO
           END-READ.
           CLOSE FECFILE.
           IF NOT FEC-FECHADO
               GO TO VERIFICAR-ANO-FECHADO-SAIDA
           END-IF.
           DISPLAY "O ANO " WS-ANO-DECLARACAO " ESTA FECHADO DESDE "
               FEC-DATA-HORA " (" FEC-OPERADOR ") - DECLARACAO NAO "
               "EMITIDA.".
           DISPLAY "SO UM SUPERVISOR O PODE REABRIR, NO prog20.".
           MOVE "V" TO WS-TIPO-OPERACAO.
           MOVE SPACES TO WS-EVENTO-DETALHE.
           STRING "DECLARACAO NEGADA - ANO " DELIMITED BY SIZE
               WS-ANO-DECLARACAO             DELIMITED BY SIZE
               " FECHADO"                    DELIMITED BY SIZE
               INTO WS-EVENTO-DETALHE
           END-STRING.
           PERFORM ESCREVER-AUDITORIA-EVENTO.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       VERIFICAR-ANO-FECHADO-SAIDA.
           EXIT.

       END PROGRAM prog12.
