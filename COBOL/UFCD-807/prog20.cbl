       IDENTIFICATION DIVISION.
       PROGRAM-ID. prog20.
       AUTHOR. .
       INSTALLATION.  where.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.
      *----------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - VERSAO INICIAL, FECHO DO ANO DE PREMIOS: CONFERE
      *              QUE OS CINCO PASSOS DO CICLO (CICLOFIC.DAT)
      *              ESTAO CONCLUIDOS E QUE CADA TRANCHE DO
      *              CALENDARIO (TRANCAL.DAT) TEM CORRIDA COMPLETA
      *              NO REGISTO DE CORRIDAS (REGCORR.DAT), LISTA OS
      *              PENDENTES DE REENVIO (REJPEND.DAT) E AS EXCECOES
      *              BANCARIAS (BANCEXQ.DAT) AINDA EM ABERTO E SO
      *              FECHA SEM ELES OU COM O SUPERVISOR A TRANSITA-LOS
      *              EXPRESSAMENTE PARA O ANO SEGUINTE. O FECHO FICA
      *              EM FECHOANO.DAT E EMITE O CERTIFICADO FECHO.LST
      *              COM O ILIQUIDO, A RETENCAO, O LIQUIDO, OS
      *              EMPREGADOS E AS TRANCHES DO HISTORICO
      *              (HISTPREM.DAT) CONFRONTADOS COM AS CORRIDAS. UM
      *              ANO FECHADO SO VOLTA A ABRIR POR UM SUPERVISOR,
      *              COM MOTIVO. FECHO E REABERTURA NA AUDITORIA COM O
      *              TIPO "3"; A VERIFICACAO E LIVRE PARA QUALQUER
      *              OPERADOR AUTENTICADO.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. pc.
       OBJECT-COMPUTER. pc.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FECFILE ASSIGN TO "FECHOANO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FEC-ANO
               FILE STATUS IS WS-FEC-STATUS.

           SELECT CICFILE ASSIGN TO "CICLOFIC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CIC-CHAVE
               FILE STATUS IS WS-CIC-STATUS.

           SELECT REGFILE ASSIGN TO "REGCORR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CHAVE
               FILE STATUS IS WS-REG-STATUS.

           SELECT TRCFILE ASSIGN TO "TRANCAL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRC-STATUS.

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

           SELECT HISTFILE ASSIGN TO "HISTPREM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-HIST-STATUS.

           SELECT PARMFILE ASSIGN TO "PARMFICH.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT DECFILE ASSIGN TO "DECFISC.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEC-STATUS.

           SELECT LSTFILE ASSIGN TO "FECHO.LST"
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
      *----------------------------------------------------------
      * UM REGISTO POR ANO FECHADO, COM OS TOTAIS CERTIFICADOS E
      * OS PENDENTES TRANSITADOS. A REABERTURA NAO APAGA O
      * REGISTO: PASSA-O A "R" COM QUEM, QUANDO E PORQUE, E UM
      * NOVO FECHO VOLTA A GRAVA-LO POR CIMA.
      *----------------------------------------------------------
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

       FD  CICFILE.
       01  CIC-REC.
           05 CIC-CHAVE.
              10 CIC-ANO           PIC 9(4).
              10 CIC-PASSO         PIC 9(1).
           05 CIC-ESTADO           PIC X.
              88 CIC-CONCLUIDO     VALUE "C".
           05 CIC-DATA-HORA        PIC X(14).
           05 CIC-OPERADOR         PIC X(8).

       FD  REGFILE.
       01  REG-REC.
           05 REG-CHAVE.
              10 REG-ANO           PIC 9(4).
              10 REG-TRANCHE       PIC 9(1).
           05 REG-DATA-HORA        PIC X(14).
           05 REG-OPERADOR         PIC X(8).
           05 REG-TOTAL            PIC 9(9)V99.
           05 REG-CONTADOR         PIC 9(5).
           05 REG-SUPLEMENTOS      PIC 9(3).

       FD  TRCFILE.
       01  TRC-REC.
           05 TRC-REG-ANO          PIC 9(4).
           05 TRC-REG-SEQ          PIC 9(1).
           05 TRC-REG-PERCENT      PIC 9(3)V99.
           05 TRC-REG-DATA         PIC 9(8).

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

       FD  HISTFILE.
       01  HIST-REC.
           05 HIST-CHAVE.
              10 HIST-MATRICULA    PIC 9(6).
              10 HIST-ANO          PIC 9(4).
           05 HIST-PREMIO-TOTAL    PIC 9(6)V99.
           05 HIST-RETENCAO        PIC 9(6)V99.
           05 HIST-TRANCHES-PAGAS  PIC X(9).

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

       FD  DECFILE.
       01  DEC-LINHA               PIC X(120).

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
       77 WS-FEC-STATUS        PIC XX.
       77 WS-CIC-STATUS        PIC XX.
       77 WS-REG-STATUS        PIC XX.
       77 WS-TRC-STATUS        PIC XX.
       77 WS-REJ-STATUS        PIC XX.
       77 WS-BXQ-STATUS        PIC XX.
       77 WS-HIST-STATUS       PIC XX.
       77 WS-PARM-STATUS       PIC XX.
       77 WS-DEC-STATUS        PIC XX.
       77 WS-LST-STATUS        PIC XX.
       77 WS-AUD-STATUS        PIC XX.
       77 WS-OPE-STATUS        PIC XX.

       77 MODO                 PIC X.
       77 REPETIR              PIC A.
       77 TEMP-ANO             PIC X(4).
       77 WS-ANO-ATUAL         PIC 9(4).
       77 WS-ANO-FECHO         PIC 9(4).
       77 WS-ANO-SEGUINTE      PIC 9(4).
       77 WS-OPERADOR          PIC X(8).
       77 WS-DATA-HORA         PIC X(14).
       77 WS-DETALHE-AUDITORIA PIC X(70).
       77 WS-TIPO-OPERACAO     PIC X.
       77 WS-MENSAGEM          PIC X(79).
       77 WS-MOTIVO-REABERTURA PIC X(40).

      *----------------------------------------------------------
      * ACAO PEDIDA NO MENU - V SO VERIFICA E LISTA, F VERIFICA E
      * FECHA SE O ANO ESTIVER EM CONDICOES.
      *----------------------------------------------------------
       77 WS-ACAO              PIC X.
           88 ACAO-FECHAR VALUE "F".
       77 WS-FEC-EXISTE        PIC X.
           88 FEC-EXISTE VALUE "S".
       77 WS-TRANSITAR         PIC X.
           88 TRANSITAR-PENDENTES VALUE "S".

      *----------------------------------------------------------
      * AREAS DA VERIFICACAO - O QUE IMPEDE O FECHO (PASSOS POR
      * CONCLUIR, TRANCHES SEM CORRIDA, FICHEIROS ILEGIVEIS) E O
      * QUE SO PEDE DECISAO DO SUPERVISOR (PENDENTES EM ABERTO).
      *----------------------------------------------------------
       77 WS-LINHA-ECRA        PIC 9(2).
       77 WS-PASSO             PIC 9(1).
       77 WS-PASSOS-PENDENTES  PIC 9(1).
       77 WS-DATA-PASSO5       PIC X(14).
       77 WS-ULTIMA-CORRIDA    PIC X(14).
       77 WS-CICLO-DESATUALIZADO PIC X.
           88 CICLO-DESATUALIZADO VALUE "S".
       77 WS-TRANCHES-SEM-CORRIDA PIC 9(1).
       77 WS-ERROS-LEITURA     PIC 9(1).
       77 WS-IMPEDIMENTOS      PIC 9(2).
       77 WS-CONT-REJ          PIC 9(5).
       77 WS-CONT-BXQ          PIC 9(5).
       77 WS-VALOR-REJ         PIC 9(9)V99.
       77 WS-FIM-FICHEIRO      PIC X.
           88 FIM-FICHEIRO VALUE "S".
       77 WS-REGFILE-ABERTO    PIC X.
           88 REGFILE-ABERTO VALUE "S".
       77 WS-ESTADO-TEXTO      PIC X(22).
       77 WS-DECLARACAO-EMITIDA PIC X.
           88 DECLARACAO-EMITIDA VALUE "S".

      *----------------------------------------------------------
      * CALENDARIO DE TRANCHES DO ANO - AS MESMAS REGRAS DE CARGA
      * DO prog05 E DO prog09: SEQUENCIAS SEGUIDAS E SOMA 100,
      * SENAO O ANO E DE TRANCHE UNICA.
      *----------------------------------------------------------
       77 WS-FIM-TRCFILE       PIC X.
       77 TRC-TOTAL            PIC 9(1) VALUE 0.
       77 WS-TRC-SOMA          PIC 9(4)V99.
       77 WS-NUM-TRANCHES      PIC 9(1).
       77 WS-TRANCHE-IDX       PIC 9(2).
       77 WS-TRANCHE-ED        PIC 9.

      *----------------------------------------------------------
      * UMA ENTRADA POR TRANCHE: A CORRIDA COMPLETA DO REGISTO DE
      * CORRIDAS E OS EMPREGADOS QUE O HISTORICO DA COMO PAGOS
      * NESSA TRANCHE.
      *----------------------------------------------------------
       01 TRANCHES-FECHO.
           05 TRF-ENTRADA OCCURS 9 TIMES.
              10 TRF-CORRIDA       PIC X.
                 88 TRF-COM-CORRIDA VALUE "S".
              10 TRF-TOTAL         PIC 9(9)V99.
              10 TRF-CONTADOR      PIC 9(5).
              10 TRF-SUPLEMENTOS   PIC 9(3).
              10 TRF-PAGOS         PIC 9(5).

      *----------------------------------------------------------
      * TOTAIS DO ANO - DO HISTORICO DE PREMIOS E DAS CORRIDAS.
      *----------------------------------------------------------
       77 WS-TOTAL-BRUTO       PIC 9(9)V99.
       77 WS-TOTAL-RETENCAO    PIC 9(9)V99.
       77 WS-TOTAL-LIQUIDO     PIC 9(9)V99.
       77 WS-EMPREGADOS        PIC 9(5).
       77 WS-SOMA-CORRIDAS     PIC 9(9)V99.
       77 WS-TOTAL-SUPLEMENTOS PIC 9(4).
       77 WS-DIFERENCA         PIC S9(9)V99.
       77 WS-TRANCHES-DIFERENTES PIC 9(1).
       77 WS-VALOR-ED          PIC Z,ZZZ,ZZZ,ZZ9.99.
       77 WS-DIFERENCA-ED      PIC -Z,ZZZ,ZZZ,ZZ9.99.
       77 WS-REJ-VALOR-ED      PIC Z,ZZZ,ZZ9.99.

      *----------------------------------------------------------
      * NOMES DOS CINCO PASSOS DO CICLO, PELA ORDEM OBRIGATORIA -
      * OS MESMOS DO QUADRO DO prog15.
      *----------------------------------------------------------
       01 NOMES-PASSOS-VALORES.
           05 FILLER PIC X(26) VALUE "CALCULO DO LOTE           ".
           05 FILLER PIC X(26) VALUE "EXPEDICAO TRANSFERENCIAS  ".
           05 FILLER PIC X(26) VALUE "CARGA DO RETORNO          ".
           05 FILLER PIC X(26) VALUE "RECONCILIACAO             ".
           05 FILLER PIC X(26) VALUE "EMISSAO DOS EXTRATOS      ".
       01 NOMES-PASSOS REDEFINES NOMES-PASSOS-VALORES.
           05 NOME-PASSO OCCURS 5 TIMES PIC X(26).

      *----------------------------------------------------------
      * AREAS DO CONTROLO DE ACESSO DO OPERADOR - COMO NO prog05;
      * A VERIFICACAO E LIVRE, FECHAR E REABRIR SO PARA
      * SUPERVISORES.
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
      * PONTO DE ENTRADA - ENTRADA DO OPERADOR E MENU DO FECHO.
      *----------------------------------------------------------
       MENU-FECHO.
           PERFORM CARREGAR-ANO-VIGOR.
           PERFORM EFETUAR-SIGNON THRU EFETUAR-SIGNON-SAIDA.
           PERFORM ABRIR-FICHEIROS-FECHO.
       MENU-ESCOLHER.
           DISPLAY CLS.
           DISPLAY "FECHO DO ANO DE PREMIOS" AT 0201.
           DISPLAY "(V)ERIFICAR  (F)ECHAR  (R)EABRIR  (S)AIR" AT 0401.
           DISPLAY "OPCAO:" AT 0601.
           ACCEPT MODO AT 0608.
           EVALUATE MODO
               WHEN "V"
               WHEN "v"
                   MOVE "V" TO WS-ACAO
                   GO TO VERIFICAR-FECHO
               WHEN "F"
               WHEN "f"
                   IF NOT OPERADOR-SUPERVISOR
                       DISPLAY "FECHO RESERVADO A SUPERVISORES."
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 0801
                       MOVE "V" TO WS-TIPO-OPERACAO
                       MOVE "FECHO DE ANO NEGADO"
                           TO WS-DETALHE-AUDITORIA
                       PERFORM REGISTAR-AUDITORIA-FECHO
                       ACCEPT OMITTED AT 0901
                       GO TO MENU-ESCOLHER
                   END-IF
                   MOVE "F" TO WS-ACAO
                   GO TO VERIFICAR-FECHO
               WHEN "R"
               WHEN "r"
                   IF NOT OPERADOR-SUPERVISOR
                       DISPLAY "REABERTURA RESERVADA A SUPERVISORES."
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 0801
                       MOVE "V" TO WS-TIPO-OPERACAO
                       MOVE "REABERTURA DE ANO NEGADA"
                           TO WS-DETALHE-AUDITORIA
                       PERFORM REGISTAR-AUDITORIA-FECHO
                       ACCEPT OMITTED AT 0901
                       GO TO MENU-ESCOLHER
                   END-IF
                   GO TO REABRIR-ANO
               WHEN "S"
               WHEN "s"
                   GO TO FECHO-FIM
               WHEN OTHER
                   GO TO MENU-ESCOLHER
           END-EVALUATE.

       ABRIR-FICHEIROS-FECHO.
           OPEN I-O FECFILE.
           IF WS-FEC-STATUS = "35"
               OPEN OUTPUT FECFILE
               CLOSE FECFILE
               OPEN I-O FECFILE
           END-IF.
           IF WS-FEC-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR O FICHEIRO DE FECHOS - ESTADO "
                   WS-FEC-STATUS
               STOP RUN
           END-IF.
           OPEN EXTEND AUDFILE.
           IF WS-AUD-STATUS = "05" OR WS-AUD-STATUS = "35"
               OPEN OUTPUT AUDFILE
           END-IF.

       FECHO-FIM.
           CLOSE FECFILE.
           CLOSE AUDFILE.
           DISPLAY "OBRIGADO, VOLTE SEMPRE" AT 1501.
           ACCEPT OMITTED AT 1601.
           STOP RUN.

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
      * VERIFICACAO E FECHO - PEDE O ANO, APURA TUDO PARA O
      * FECHO.LST (NO ECRA SO O RESUMO) E, NO FECHO, DECIDE:
      * CICLO INCOMPLETO RECUSA SEMPRE; PENDENTES EM ABERTO SO
      * FECHAM SE O SUPERVISOR OS TRANSITAR PARA O ANO SEGUINTE,
      * E A TRANSICAO FICA NO CERTIFICADO E NO REGISTO DO FECHO.
      *----------------------------------------------------------
       VERIFICAR-FECHO.
           DISPLAY CLS.
           IF ACAO-FECHAR
               DISPLAY "FECHO DO ANO" AT 0201
           ELSE
               DISPLAY "VERIFICACAO PARA FECHO DO ANO" AT 0201
           END-IF.
           DISPLAY "ANO (BRANCO = ANO EM VIGOR, 0 = SAIR):" AT 0301.
           ACCEPT TEMP-ANO AT 0340.
           IF TEMP-ANO = "0"
               GO TO MENU-ESCOLHER
           END-IF.
           IF TEMP-ANO = SPACES
               MOVE PARM-ANO-VIGOR TO WS-ANO-FECHO
           ELSE
               MOVE FUNCTION NUMVAL(TEMP-ANO) TO WS-ANO-FECHO
           END-IF.
           IF WS-ANO-FECHO < 1900 OR WS-ANO-FECHO > WS-ANO-ATUAL
               DISPLAY "ANO INVALIDO."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0401
               ACCEPT OMITTED AT 0501
               GO TO VERIFICAR-FECHO
           END-IF.
           DISPLAY WS-ANO-FECHO AT 0230.
           MOVE "N" TO WS-FEC-EXISTE.
           MOVE WS-ANO-FECHO TO FEC-ANO.
           READ FECFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-FEC-EXISTE
           END-READ.
           IF ACAO-FECHAR AND FEC-EXISTE AND FEC-FECHADO
               MOVE SPACES TO WS-MENSAGEM
               STRING "ANO JA FECHADO EM " DELIMITED BY SIZE
                   FEC-DATA-HORA          DELIMITED BY SIZE
                   " POR "                DELIMITED BY SIZE
                   FEC-OPERADOR           DELIMITED BY SIZE
                   "."                    DELIMITED BY SIZE
                   INTO WS-MENSAGEM
               END-STRING
               DISPLAY WS-MENSAGEM
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0401
               ACCEPT OMITTED AT 0501
               GO TO MENU-ESCOLHER
           END-IF.
           OPEN OUTPUT LSTFILE.
           IF WS-LST-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR A LISTAGEM FECHO.LST - ESTADO "
                   WS-LST-STATUS
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0401
               ACCEPT OMITTED AT 0501
               GO TO MENU-ESCOLHER
           END-IF.
           MOVE 4 TO WS-LINHA-ECRA.
           MOVE 0 TO WS-ERROS-LEITURA.
           PERFORM ESCREVER-CABECALHO-FECHO.
           PERFORM VERIFICAR-CICLO.
           PERFORM VERIFICAR-CORRIDAS.
           PERFORM LISTAR-PENDENTES-REENVIO
               THRU LISTAR-PENDENTES-SAIDA.
           PERFORM LISTAR-EXCECOES-BANCARIAS
               THRU LISTAR-EXCECOES-SAIDA.
           PERFORM APURAR-TOTAIS-HISTORICO
               THRU APURAR-TOTAIS-SAIDA.
           PERFORM ESCREVER-RECONCILIACAO.
           PERFORM VERIFICAR-DECLARACAO-FISCAL.
           COMPUTE WS-IMPEDIMENTOS = WS-PASSOS-PENDENTES
               + WS-TRANCHES-SEM-CORRIDA + WS-ERROS-LEITURA.
           IF CICLO-DESATUALIZADO
               ADD 1 TO WS-IMPEDIMENTOS
           END-IF.
           PERFORM ESCREVER-LINHA-BRANCO.
           IF WS-IMPEDIMENTOS > 0
               MOVE "RESULTADO: O ANO NAO PODE SER FECHADO - CICLO "
                   TO LST-LINHA
               MOVE "INCOMPLETO OU FICHEIROS ILEGIVEIS (VER ACIMA)."
                   TO LST-LINHA(48:)
               PERFORM ESCREVER-LINHA-RESUMO
               IF ACAO-FECHAR
                   MOVE "FECHO NAO EFETUADO." TO LST-LINHA
                   WRITE LST-LINHA
                   MOVE "3" TO WS-TIPO-OPERACAO
                   MOVE SPACES TO WS-DETALHE-AUDITORIA
                   STRING "FECHO RECUSADO ANO " DELIMITED BY SIZE
                       WS-ANO-FECHO             DELIMITED BY SIZE
                       " - CICLO INCOMPLETO"    DELIMITED BY SIZE
                       INTO WS-DETALHE-AUDITORIA
                   END-STRING
                   PERFORM REGISTAR-AUDITORIA-FECHO
               END-IF
               GO TO VERIFICAR-TERMINAR
           END-IF.
           IF WS-CONT-REJ > 0 OR WS-CONT-BXQ > 0
               MOVE "RESULTADO: CICLO COMPLETO - HA PENDENTES EM "
                   TO LST-LINHA
               MOVE "ABERTO A RESOLVER OU A TRANSITAR."
                   TO LST-LINHA(45:)
           ELSE
               MOVE "RESULTADO: O ANO ESTA EM CONDICOES DE FECHAR."
                   TO LST-LINHA
           END-IF.
           PERFORM ESCREVER-LINHA-RESUMO.
           IF NOT ACAO-FECHAR
               GO TO VERIFICAR-TERMINAR
           END-IF.
           MOVE "N" TO WS-TRANSITAR.
           ADD 1 TO WS-LINHA-ECRA.
           IF WS-CONT-REJ > 0 OR WS-CONT-BXQ > 0
               DISPLAY "TRANSITAR OS PENDENTES PARA O ANO SEGUINTE "
                   "(S) OU RECUSAR O FECHO (N):"
                   AT LINE WS-LINHA-ECRA COLUMN 1
               ACCEPT REPETIR AT LINE WS-LINHA-ECRA COLUMN 72
               ADD 1 TO WS-LINHA-ECRA
               IF NOT (REPETIR = "S" OR REPETIR = "s")
                   PERFORM ESCREVER-LINHA-BRANCO
                   MOVE "FECHO RECUSADO - PENDENTES EM ABERTO NAO "
                       TO LST-LINHA
                   MOVE "TRANSITADOS." TO LST-LINHA(42:)
                   PERFORM ESCREVER-LINHA-RESUMO
                   MOVE "3" TO WS-TIPO-OPERACAO
                   MOVE SPACES TO WS-DETALHE-AUDITORIA
                   STRING "FECHO RECUSADO ANO " DELIMITED BY SIZE
                       WS-ANO-FECHO             DELIMITED BY SIZE
                       " - PENDENTES EM ABERTO" DELIMITED BY SIZE
                       INTO WS-DETALHE-AUDITORIA
                   END-STRING
                   PERFORM REGISTAR-AUDITORIA-FECHO
                   GO TO VERIFICAR-TERMINAR
               END-IF
               MOVE "S" TO WS-TRANSITAR
           END-IF.
           DISPLAY "CONFIRMA O FECHO DO ANO (S/N):"
               AT LINE WS-LINHA-ECRA COLUMN 1.
           ACCEPT REPETIR AT LINE WS-LINHA-ECRA COLUMN 32.
           ADD 1 TO WS-LINHA-ECRA.
           IF NOT (REPETIR = "S" OR REPETIR = "s")
               PERFORM ESCREVER-LINHA-BRANCO
               MOVE "FECHO NAO CONFIRMADO - ANO CONTINUA ABERTO."
                   TO LST-LINHA
               PERFORM ESCREVER-LINHA-RESUMO
               GO TO VERIFICAR-TERMINAR
           END-IF.
           PERFORM GRAVAR-FECHO THRU GRAVAR-FECHO-SAIDA.
       VERIFICAR-TERMINAR.
           CLOSE LSTFILE.
           ADD 1 TO WS-LINHA-ECRA.
           DISPLAY "LISTAGEM COMPLETA EM FECHO.LST."
               AT LINE WS-LINHA-ECRA COLUMN 1.
           ADD 1 TO WS-LINHA-ECRA.
           ACCEPT OMITTED AT LINE WS-LINHA-ECRA COLUMN 1.
           GO TO MENU-ESCOLHER.

      *----------------------------------------------------------
      * LINHAS DA LISTAGEM - TODAS VAO PARA O FECHO.LST; AS DE
      * RESUMO TAMBEM APARECEM NO ECRA. CADA PARAGRAFO DEIXA A
      * LINHA SEGUINTE EM BRANCO.
      *----------------------------------------------------------
       ESCREVER-LINHA.
           WRITE LST-LINHA.
           MOVE SPACES TO LST-LINHA.

       ESCREVER-LINHA-RESUMO.
           IF WS-LINHA-ECRA < 20
               ADD 1 TO WS-LINHA-ECRA
               DISPLAY LST-LINHA(1:79) AT LINE WS-LINHA-ECRA COLUMN 1
           END-IF.
           PERFORM ESCREVER-LINHA.

       ESCREVER-LINHA-BRANCO.
           MOVE SPACES TO LST-LINHA.
           PERFORM ESCREVER-LINHA.

       ESCREVER-CABECALHO-FECHO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATA-HORA.
           MOVE SPACES TO LST-LINHA.
           IF ACAO-FECHAR
               STRING "CERTIFICADO DE FECHO DO ANO DE PREMIOS "
                   DELIMITED BY SIZE
                   WS-ANO-FECHO DELIMITED BY SIZE
                   INTO LST-LINHA
               END-STRING
           ELSE
               STRING "VERIFICACAO PARA FECHO DO ANO DE PREMIOS "
                   DELIMITED BY SIZE
                   WS-ANO-FECHO DELIMITED BY SIZE
                   " (SEM VALOR DE CERTIFICADO)" DELIMITED BY SIZE
                   INTO LST-LINHA
               END-STRING
           END-IF.
           PERFORM ESCREVER-LINHA.
           STRING "DATA-HORA: " DELIMITED BY SIZE
               WS-DATA-HORA     DELIMITED BY SIZE
               "  OPERADOR: "   DELIMITED BY SIZE
               WS-OPERADOR      DELIMITED BY SIZE
               INTO LST-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           IF FEC-EXISTE AND FEC-FECHADO
               STRING "SITUACAO: FECHADO EM " DELIMITED BY SIZE
                   FEC-DATA-HORA DELIMITED BY SIZE
                   " POR "       DELIMITED BY SIZE
                   FEC-OPERADOR  DELIMITED BY SIZE
                   INTO LST-LINHA
               END-STRING
               PERFORM ESCREVER-LINHA-RESUMO
           END-IF.
           IF FEC-EXISTE AND FEC-REABERTO
               STRING "SITUACAO: REABERTO EM " DELIMITED BY SIZE
                   FEC-REAB-DATA-HORA DELIMITED BY SIZE
                   " POR "            DELIMITED BY SIZE
                   FEC-REAB-OPERADOR  DELIMITED BY SIZE
                   " - "              DELIMITED BY SIZE
                   FEC-REAB-MOTIVO    DELIMITED BY SIZE
                   INTO LST-LINHA
               END-STRING
               PERFORM ESCREVER-LINHA-RESUMO
           END-IF.
           PERFORM ESCREVER-LINHA-BRANCO.

      *----------------------------------------------------------
      * 1. CICLO ANUAL - OS CINCO PASSOS TEM DE ESTAR CONCLUIDOS.
      * O QUADRO E POR ANO E CADA CORRIDA COMPLETA DE UMA TRANCHE
      * VOLTA A POR OS PASSOS 2 A 5 PENDENTES, POR ISSO OS
      * EXTRATOS (PASSO 5) TEM DE SER POSTERIORES A ULTIMA
      * CORRIDA COMPLETA DO ANO: SO ASSIM O CICLO FICOU FEITO
      * ATE AO FIM PARA TODAS AS TRANCHES.
      *----------------------------------------------------------
       VERIFICAR-CICLO.
           MOVE "1. CICLO ANUAL DE PAGAMENTO (CICLOFIC.DAT)"
               TO LST-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE 0 TO WS-PASSOS-PENDENTES.
           MOVE SPACES TO WS-DATA-PASSO5.
           OPEN INPUT CICFILE.
           IF WS-CIC-STATUS NOT = "00"
               MOVE 5 TO WS-PASSOS-PENDENTES
               STRING "   QUADRO DO CICLO INACESSIVEL (ESTADO "
                   DELIMITED BY SIZE
                   WS-CIC-STATUS DELIMITED BY SIZE
                   ")"           DELIMITED BY SIZE
                   INTO LST-LINHA
               END-STRING
               PERFORM ESCREVER-LINHA
           ELSE
               PERFORM VERIFICAR-UM-PASSO
                   VARYING WS-PASSO FROM 1 BY 1
                   UNTIL WS-PASSO > 5
               CLOSE CICFILE
           END-IF.
           STRING "CICLO ANUAL: PASSOS POR CONCLUIR "
               DELIMITED BY SIZE
               WS-PASSOS-PENDENTES DELIMITED BY SIZE
               " DE 5"             DELIMITED BY SIZE
               INTO LST-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA-RESUMO.
           PERFORM ESCREVER-LINHA-BRANCO.

       VERIFICAR-UM-PASSO.
           MOVE WS-ANO-FECHO TO CIC-ANO.
           MOVE WS-PASSO TO CIC-PASSO.
           READ CICFILE
               INVALID KEY
                   MOVE SPACES TO CIC-DATA-HORA
                   MOVE SPACES TO CIC-OPERADOR
                   MOVE "P" TO CIC-ESTADO
           END-READ.
           IF CIC-CONCLUIDO
               STRING "   PASSO "     DELIMITED BY SIZE
                   WS-PASSO            DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   NOME-PASSO(WS-PASSO) DELIMITED BY SIZE
                   "CONCLUIDO EM "     DELIMITED BY SIZE
                   CIC-DATA-HORA       DELIMITED BY SIZE
                   " POR "             DELIMITED BY SIZE
                   CIC-OPERADOR        DELIMITED BY SIZE
                   INTO LST-LINHA
               END-STRING
               IF WS-PASSO = 5
                   MOVE CIC-DATA-HORA TO WS-DATA-PASSO5
               END-IF
           ELSE
               ADD 1 TO WS-PASSOS-PENDENTES
               STRING "   PASSO "     DELIMITED BY SIZE
                   WS-PASSO            DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   NOME-PASSO(WS-PASSO) DELIMITED BY SIZE
                   "*** POR CONCLUIR ***" DELIMITED BY SIZE
                   INTO LST-LINHA
               END-STRING
           END-IF.
           PERFORM ESCREVER-LINHA.

      *----------------------------------------------------------
      * 2. TRANCHES - CADA TRANCHE DO CALENDARIO DO ANO (OU A
      * TRANCHE UNICA, SEM CALENDARIO) TEM DE TER CORRIDA
      * COMPLETA REGISTADA. OS TOTAIS DE CADA CORRIDA FICAM NO
      * QUADRO PARA A RECONCILIACAO.
      *----------------------------------------------------------
       VERIFICAR-CORRIDAS.
           MOVE "2. TRANCHES E CORRIDAS COMPLETAS (TRANCAL.DAT, "
               TO LST-LINHA.
           MOVE "REGCORR.DAT)" TO LST-LINHA(48:).
           PERFORM ESCREVER-LINHA.
           PERFORM CARREGAR-CALENDARIO-TRANCHES
               THRU CARREGAR-TRANCHES-FIM.
           IF TRC-TOTAL = 0
               MOVE 1 TO WS-NUM-TRANCHES
               MOVE "   SEM CALENDARIO DE TRANCHES VALIDO - TRANCHE "
                   TO LST-LINHA
               MOVE "UNICA." TO LST-LINHA(48:)
               PERFORM ESCREVER-LINHA
           ELSE
               MOVE TRC-TOTAL TO WS-NUM-TRANCHES
           END-IF.
           MOVE 0 TO WS-TRANCHES-SEM-CORRIDA.
           MOVE 0 TO WS-SOMA-CORRIDAS.
           MOVE 0 TO WS-TOTAL-SUPLEMENTOS.
           MOVE SPACES TO WS-ULTIMA-CORRIDA.
           MOVE "N" TO WS-CICLO-DESATUALIZADO.
           MOVE "N" TO WS-REGFILE-ABERTO.
           OPEN INPUT REGFILE.
           IF WS-REG-STATUS = "00"
               MOVE "S" TO WS-REGFILE-ABERTO
           ELSE
               STRING "   REGISTO DE CORRIDAS INACESSIVEL (ESTADO "
                   DELIMITED BY SIZE
                   WS-REG-STATUS DELIMITED BY SIZE
                   ")"           DELIMITED BY SIZE
                   INTO LST-LINHA
               END-STRING
               PERFORM ESCREVER-LINHA
           END-IF.
           PERFORM VERIFICAR-UMA-TRANCHE
               VARYING WS-TRANCHE-IDX FROM 1 BY 1
               UNTIL WS-TRANCHE-IDX > WS-NUM-TRANCHES.
           IF REGFILE-ABERTO
               CLOSE REGFILE
           END-IF.
           IF WS-DATA-PASSO5 NOT = SPACES
              AND WS-ULTIMA-CORRIDA > WS-DATA-PASSO5
               MOVE "S" TO WS-CICLO-DESATUALIZADO
               MOVE "   *** EXTRATOS (PASSO 5) ANTERIORES A ULTIMA "
                   TO LST-LINHA
               MOVE "CORRIDA COMPLETA ***" TO LST-LINHA(47:)
               PERFORM ESCREVER-LINHA-RESUMO
           END-IF.
           STRING "TRANCHES DO ANO: "   DELIMITED BY SIZE
               WS-NUM-TRANCHES          DELIMITED BY SIZE
               "  SEM CORRIDA COMPLETA: " DELIMITED BY SIZE
               WS-TRANCHES-SEM-CORRIDA  DELIMITED BY SIZE
               INTO LST-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA-RESUMO.
           PERFORM ESCREVER-LINHA-BRANCO.

       VERIFICAR-UMA-TRANCHE.
           MOVE "N" TO TRF-CORRIDA(WS-TRANCHE-IDX).
           MOVE 0 TO TRF-TOTAL(WS-TRANCHE-IDX).
           MOVE 0 TO TRF-CONTADOR(WS-TRANCHE-IDX).
           MOVE 0 TO TRF-SUPLEMENTOS(WS-TRANCHE-IDX).
           MOVE 0 TO TRF-PAGOS(WS-TRANCHE-IDX).
           MOVE WS-TRANCHE-IDX TO WS-TRANCHE-ED.
           IF REGFILE-ABERTO
               MOVE WS-ANO-FECHO TO REG-ANO
               MOVE WS-TRANCHE-IDX TO REG-TRANCHE
               READ REGFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO TRF-CORRIDA(WS-TRANCHE-IDX)
               END-READ
           END-IF.
           IF NOT TRF-COM-CORRIDA(WS-TRANCHE-IDX)
               ADD 1 TO WS-TRANCHES-SEM-CORRIDA
               STRING "   TRANCHE "    DELIMITED BY SIZE
                   WS-TRANCHE-ED        DELIMITED BY SIZE
                   " *** SEM CORRIDA COMPLETA REGISTADA ***"
                                        DELIMITED BY SIZE
                   INTO LST-LINHA
               END-STRING
               PERFORM ESCREVER-LINHA
           ELSE
               MOVE REG-TOTAL TO TRF-TOTAL(WS-TRANCHE-IDX)
               MOVE REG-CONTADOR TO TRF-CONTADOR(WS-TRANCHE-IDX)
               MOVE REG-SUPLEMENTOS
                   TO TRF-SUPLEMENTOS(WS-TRANCHE-IDX)
               ADD REG-TOTAL TO WS-SOMA-CORRIDAS
               ADD REG-SUPLEMENTOS TO WS-TOTAL-SUPLEMENTOS
               IF REG-DATA-HORA > WS-ULTIMA-CORRIDA
                   MOVE REG-DATA-HORA TO WS-ULTIMA-CORRIDA
               END-IF
               MOVE REG-TOTAL TO WS-VALOR-ED
               STRING "   TRANCHE "    DELIMITED BY SIZE
                   WS-TRANCHE-ED        DELIMITED BY SIZE
                   " CORRIDA EM "       DELIMITED BY SIZE
                   REG-DATA-HORA        DELIMITED BY SIZE
                   " POR "              DELIMITED BY SIZE
                   REG-OPERADOR         DELIMITED BY SIZE
                   " EMPREGADOS "       DELIMITED BY SIZE
                   REG-CONTADOR         DELIMITED BY SIZE
                   " TOTAL "            DELIMITED BY SIZE
                   WS-VALOR-ED          DELIMITED BY SIZE
                   " DELTAS "           DELIMITED BY SIZE
                   REG-SUPLEMENTOS      DELIMITED BY SIZE
                   INTO LST-LINHA
               END-STRING
               PERFORM ESCREVER-LINHA
           END-IF.

       CARREGAR-CALENDARIO-TRANCHES.
           MOVE 0 TO TRC-TOTAL.
           MOVE 0 TO WS-TRC-SOMA.
           OPEN INPUT TRCFILE.
           IF WS-TRC-STATUS NOT = "00"
               GO TO CARREGAR-TRANCHES-FIM
           END-IF.
           MOVE "N" TO WS-FIM-TRCFILE.
       CARREGAR-TRANCHES-LER.
           READ TRCFILE
               AT END
                   MOVE "S" TO WS-FIM-TRCFILE
                   GO TO CARREGAR-TRANCHES-FECHAR
           END-READ.
           IF TRC-REG-ANO NOT = WS-ANO-FECHO
               GO TO CARREGAR-TRANCHES-LER
           END-IF.
           IF TRC-REG-SEQ NOT = TRC-TOTAL + 1 OR TRC-REG-SEQ > 9
               MOVE 0 TO TRC-TOTAL
               GO TO CARREGAR-TRANCHES-FECHAR
           END-IF.
           ADD 1 TO TRC-TOTAL.
           ADD TRC-REG-PERCENT TO WS-TRC-SOMA.
           GO TO CARREGAR-TRANCHES-LER.
       CARREGAR-TRANCHES-FECHAR.
           CLOSE TRCFILE.
           IF TRC-TOTAL > 0 AND WS-TRC-SOMA NOT = 100
               MOVE 0 TO TRC-TOTAL
           END-IF.
       CARREGAR-TRANCHES-FIM.
           CONTINUE.

      *----------------------------------------------------------
      * 3. PENDENTES EM ABERTO - OS REJEITADOS DO ANO AINDA POR
      * REENVIAR OU REENVIADOS SEM RETORNO, E AS EXCECOES
      * BANCARIAS POR CORRIGIR (ESTAS NAO TEM ANO: TODAS AS
      * ABERTAS CONTAM). SEM FICHEIRO NAO HA PENDENTES; UM
      * FICHEIRO ILEGIVEL IMPEDE O FECHO.
      *----------------------------------------------------------
       LISTAR-PENDENTES-REENVIO.
           MOVE "3. PENDENTES EM ABERTO (REJPEND.DAT, BANCEXQ.DAT)"
               TO LST-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE 0 TO WS-CONT-REJ.
           MOVE 0 TO WS-VALOR-REJ.
           OPEN INPUT REJFILE.
           IF WS-REJ-STATUS = "35"
               GO TO LISTAR-PENDENTES-RESUMO
           END-IF.
           IF WS-REJ-STATUS NOT = "00"
               ADD 1 TO WS-ERROS-LEITURA
               STRING "   PENDENTES DE REENVIO INACESSIVEIS (ESTADO "
                   DELIMITED BY SIZE
                   WS-REJ-STATUS DELIMITED BY SIZE
                   ")"           DELIMITED BY SIZE
                   INTO LST-LINHA
               END-STRING
               PERFORM ESCREVER-LINHA
               GO TO LISTAR-PENDENTES-RESUMO
           END-IF.
           MOVE "N" TO WS-FIM-FICHEIRO.
           MOVE ZEROS TO REJ-CHAVE.
           START REJFILE KEY IS NOT LESS THAN REJ-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-FICHEIRO
           END-START.
       LISTAR-PENDENTES-LER.
           IF FIM-FICHEIRO
               GO TO LISTAR-PENDENTES-FECHAR
           END-IF.
           READ REJFILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-FICHEIRO
                   GO TO LISTAR-PENDENTES-LER
           END-READ.
           IF REJ-ANO NOT = WS-ANO-FECHO
               GO TO LISTAR-PENDENTES-LER
           END-IF.
           IF NOT REJ-ABERTO AND NOT REJ-RESUBMETIDO
               GO TO LISTAR-PENDENTES-LER
           END-IF.
           ADD 1 TO WS-CONT-REJ.
           ADD REJ-VALOR TO WS-VALOR-REJ.
           IF REJ-ABERTO
               MOVE "POR REENVIAR" TO WS-ESTADO-TEXTO
           ELSE
               MOVE "REENVIADO SEM RETORNO" TO WS-ESTADO-TEXTO
           END-IF.
           MOVE REJ-VALOR TO WS-REJ-VALOR-ED.
           STRING "   REENVIO  "   DELIMITED BY SIZE
               REJ-MATRICULA        DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               REJ-NOME             DELIMITED BY SIZE
               " TRANCHE "          DELIMITED BY SIZE
               REJ-TRANCHE          DELIMITED BY SIZE
               " VALOR "            DELIMITED BY SIZE
               WS-REJ-VALOR-ED      DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               WS-ESTADO-TEXTO      DELIMITED BY SIZE
               " CICLO "            DELIMITED BY SIZE
               REJ-CICLOS           DELIMITED BY SIZE
               INTO LST-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           GO TO LISTAR-PENDENTES-LER.
       LISTAR-PENDENTES-FECHAR.
           CLOSE REJFILE.
       LISTAR-PENDENTES-RESUMO.
           MOVE WS-VALOR-REJ TO WS-VALOR-ED.
           STRING "PENDENTES DE REENVIO EM ABERTO: " DELIMITED BY SIZE
               WS-CONT-REJ          DELIMITED BY SIZE
               "  VALOR "           DELIMITED BY SIZE
               WS-VALOR-ED          DELIMITED BY SIZE
               INTO LST-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA-RESUMO.
       LISTAR-PENDENTES-SAIDA.
           EXIT.

       LISTAR-EXCECOES-BANCARIAS.
           MOVE 0 TO WS-CONT-BXQ.
           OPEN INPUT BXQFILE.
           IF WS-BXQ-STATUS = "35"
               GO TO LISTAR-EXCECOES-RESUMO
           END-IF.
           IF WS-BXQ-STATUS NOT = "00"
               ADD 1 TO WS-ERROS-LEITURA
               STRING "   EXCECOES BANCARIAS INACESSIVEIS (ESTADO "
                   DELIMITED BY SIZE
                   WS-BXQ-STATUS DELIMITED BY SIZE
                   ")"           DELIMITED BY SIZE
                   INTO LST-LINHA
               END-STRING
               PERFORM ESCREVER-LINHA
               GO TO LISTAR-EXCECOES-RESUMO
           END-IF.
           MOVE "N" TO WS-FIM-FICHEIRO.
           MOVE ZEROS TO BXQ-MATRICULA.
           START BXQFILE KEY IS NOT LESS THAN BXQ-MATRICULA
               INVALID KEY
                   MOVE "S" TO WS-FIM-FICHEIRO
           END-START.
       LISTAR-EXCECOES-LER.
           IF FIM-FICHEIRO
               GO TO LISTAR-EXCECOES-FECHAR
           END-IF.
           READ BXQFILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-FICHEIRO
                   GO TO LISTAR-EXCECOES-LER
           END-READ.
           IF NOT BXQ-ABERTO
               GO TO LISTAR-EXCECOES-LER
           END-IF.
           ADD 1 TO WS-CONT-BXQ.
           STRING "   BANCARIA "   DELIMITED BY SIZE
               BXQ-MATRICULA        DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               BXQ-NOME             DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               BXQ-MOTIVO           DELIMITED BY SIZE
               " DESDE "            DELIMITED BY SIZE
               BXQ-DATA-HORA        DELIMITED BY SIZE
               INTO LST-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           GO TO LISTAR-EXCECOES-LER.
       LISTAR-EXCECOES-FECHAR.
           CLOSE BXQFILE.
       LISTAR-EXCECOES-RESUMO.
           STRING "EXCECOES BANCARIAS EM ABERTO: " DELIMITED BY SIZE
               WS-CONT-BXQ          DELIMITED BY SIZE
               INTO LST-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA-RESUMO.
           PERFORM ESCREVER-LINHA-BRANCO.
       LISTAR-EXCECOES-SAIDA.
           EXIT.

      *----------------------------------------------------------
      * 4. TOTAIS DO ANO - O HISTORICO DE PREMIOS DA O ILIQUIDO E
      * A RETENCAO ANUAIS DE CADA EMPREGADO E AS TRANCHES QUE LHE
      * FORAM PAGAS; O LIQUIDO E A DIFERENCA, COMO NA DECLARACAO
      * FISCAL DO prog12.
      *----------------------------------------------------------
       APURAR-TOTAIS-HISTORICO.
           MOVE 0 TO WS-TOTAL-BRUTO.
           MOVE 0 TO WS-TOTAL-RETENCAO.
           MOVE 0 TO WS-EMPREGADOS.
           OPEN INPUT HISTFILE.
           IF WS-HIST-STATUS = "35"
               GO TO APURAR-TOTAIS-FIM
           END-IF.
           IF WS-HIST-STATUS NOT = "00"
               ADD 1 TO WS-ERROS-LEITURA
               STRING "HISTORICO DE PREMIOS INACESSIVEL (ESTADO "
                   DELIMITED BY SIZE
                   WS-HIST-STATUS DELIMITED BY SIZE
                   ")"            DELIMITED BY SIZE
                   INTO LST-LINHA
               END-STRING
               PERFORM ESCREVER-LINHA-RESUMO
               GO TO APURAR-TOTAIS-FIM
           END-IF.
           MOVE "N" TO WS-FIM-FICHEIRO.
           MOVE ZEROS TO HIST-CHAVE.
           START HISTFILE KEY IS NOT LESS THAN HIST-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-FICHEIRO
           END-START.
       APURAR-TOTAIS-LER.
           IF FIM-FICHEIRO
               GO TO APURAR-TOTAIS-FECHAR
           END-IF.
           READ HISTFILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-FICHEIRO
                   GO TO APURAR-TOTAIS-LER
           END-READ.
           IF HIST-ANO NOT = WS-ANO-FECHO
               GO TO APURAR-TOTAIS-LER
           END-IF.
           ADD 1 TO WS-EMPREGADOS.
           ADD HIST-PREMIO-TOTAL TO WS-TOTAL-BRUTO.
           ADD HIST-RETENCAO TO WS-TOTAL-RETENCAO.
           PERFORM CONTAR-TRANCHE-PAGA
               VARYING WS-TRANCHE-IDX FROM 1 BY 1
               UNTIL WS-TRANCHE-IDX > WS-NUM-TRANCHES.
           GO TO APURAR-TOTAIS-LER.
       APURAR-TOTAIS-FECHAR.
           CLOSE HISTFILE.
       APURAR-TOTAIS-FIM.
           COMPUTE WS-TOTAL-LIQUIDO =
               WS-TOTAL-BRUTO - WS-TOTAL-RETENCAO.
       APURAR-TOTAIS-SAIDA.
           EXIT.

       CONTAR-TRANCHE-PAGA.
           IF HIST-TRANCHES-PAGAS(WS-TRANCHE-IDX:1) = "S"
               ADD 1 TO TRF-PAGOS(WS-TRANCHE-IDX)
           END-IF.

      *----------------------------------------------------------
      * RECONCILIACAO - O ILIQUIDO DO HISTORICO CONTRA A SOMA DAS
      * CORRIDAS COMPLETAS E, POR TRANCHE, OS EMPREGADOS DA
      * CORRIDA CONTRA OS QUE O HISTORICO DA COMO PAGOS. AS
      * CORRIDAS DELTA PAGAM SUPLEMENTOS FORA DAS CORRIDAS
      * COMPLETAS E ADMISSOES, SAIDAS OU ALTERACOES ENTRE
      * TRANCHES MUDAM O ANUAL DE QUEM JA RECEBEU, POR ISSO UMA
      * DIFERENCA NAO IMPEDE O FECHO: FICA NO CERTIFICADO, COM
      * AS DELTAS DO ANO, PARA O SUPERVISOR A VER ANTES DE
      * CONFIRMAR.
      *----------------------------------------------------------
       ESCREVER-RECONCILIACAO.
           MOVE "4. TOTAIS DO ANO E RECONCILIACAO (HISTPREM.DAT / "
               TO LST-LINHA.
           MOVE "REGCORR.DAT)" TO LST-LINHA(50:).
           PERFORM ESCREVER-LINHA.
           MOVE WS-TOTAL-BRUTO TO WS-VALOR-ED.
           STRING "   ILIQUIDO ANUAL ..............: " DELIMITED BY SIZE
               WS-VALOR-ED DELIMITED BY SIZE
               INTO LST-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           MOVE WS-TOTAL-RETENCAO TO WS-VALOR-ED.
           STRING "   RETENCAO NA FONTE ...........: " DELIMITED BY SIZE
               WS-VALOR-ED DELIMITED BY SIZE
               INTO LST-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           MOVE WS-TOTAL-LIQUIDO TO WS-VALOR-ED.
           STRING "   LIQUIDO .....................: " DELIMITED BY SIZE
               WS-VALOR-ED DELIMITED BY SIZE
               INTO LST-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           STRING "   EMPREGADOS PAGOS ............: " DELIMITED BY SIZE
               WS-EMPREGADOS DELIMITED BY SIZE
               INTO LST-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           STRING "   TRANCHES ....................: " DELIMITED BY SIZE
               WS-NUM-TRANCHES DELIMITED BY SIZE
               INTO LST-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           MOVE 0 TO WS-TRANCHES-DIFERENTES.
           PERFORM RECONCILIAR-UMA-TRANCHE
               VARYING WS-TRANCHE-IDX FROM 1 BY 1
               UNTIL WS-TRANCHE-IDX > WS-NUM-TRANCHES.
           COMPUTE WS-DIFERENCA = WS-TOTAL-BRUTO - WS-SOMA-CORRIDAS.
           MOVE WS-SOMA-CORRIDAS TO WS-VALOR-ED.
           STRING "   SOMA DAS CORRIDAS COMPLETAS .: " DELIMITED BY SIZE
               WS-VALOR-ED DELIMITED BY SIZE
               INTO LST-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           MOVE WS-DIFERENCA TO WS-DIFERENCA-ED.
           STRING "   DIFERENCA ILIQUIDO-CORRIDAS .:" DELIMITED BY SIZE
               WS-DIFERENCA-ED DELIMITED BY SIZE
               INTO LST-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           STRING "   CORRIDAS DELTA NO ANO .......: " DELIMITED BY SIZE
               WS-TOTAL-SUPLEMENTOS DELIMITED BY SIZE
               INTO LST-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           MOVE WS-TOTAL-BRUTO TO WS-VALOR-ED.
           STRING "ILIQUIDO "          DELIMITED BY SIZE
               WS-VALOR-ED             DELIMITED BY SIZE
               "  EMPREGADOS "         DELIMITED BY SIZE
               WS-EMPREGADOS           DELIMITED BY SIZE
               "  DIFERENCA P/ CORRIDAS" DELIMITED BY SIZE
               WS-DIFERENCA-ED         DELIMITED BY SIZE
               INTO LST-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA-RESUMO.
           IF WS-DIFERENCA = 0 AND WS-TRANCHES-DIFERENTES = 0
               MOVE "RECONCILIACAO: CONFERE." TO LST-LINHA
           ELSE
               IF WS-TOTAL-SUPLEMENTOS > 0
                   MOVE "RECONCILIACAO: DIFERENCAS COM CORRIDAS "
                       TO LST-LINHA
                   MOVE "DELTA NO ANO - VER FECHO.LST."
                       TO LST-LINHA(40:)
               ELSE
                   MOVE "RECONCILIACAO: *** DIFERENCAS SEM CORRIDAS "
                       TO LST-LINHA
                   MOVE "DELTA - VER FECHO.LST ***"
                       TO LST-LINHA(44:)
               END-IF
           END-IF.
           PERFORM ESCREVER-LINHA-RESUMO.
           PERFORM ESCREVER-LINHA-BRANCO.

       RECONCILIAR-UMA-TRANCHE.
           MOVE WS-TRANCHE-IDX TO WS-TRANCHE-ED.
           IF TRF-CONTADOR(WS-TRANCHE-IDX) = TRF-PAGOS(WS-TRANCHE-IDX)
               MOVE "CONFERE" TO WS-ESTADO-TEXTO
           ELSE
               MOVE "*** DIFERENCA ***" TO WS-ESTADO-TEXTO
               ADD 1 TO WS-TRANCHES-DIFERENTES
           END-IF.
           MOVE TRF-TOTAL(WS-TRANCHE-IDX) TO WS-VALOR-ED.
           STRING "   TRANCHE "        DELIMITED BY SIZE
               WS-TRANCHE-ED            DELIMITED BY SIZE
               " CORRIDA "              DELIMITED BY SIZE
               WS-VALOR-ED              DELIMITED BY SIZE
               " EMPREGADOS NA CORRIDA " DELIMITED BY SIZE
               TRF-CONTADOR(WS-TRANCHE-IDX) DELIMITED BY SIZE
               " PAGOS NO HISTORICO "   DELIMITED BY SIZE
               TRF-PAGOS(WS-TRANCHE-IDX) DELIMITED BY SIZE
               " "                      DELIMITED BY SIZE
               WS-ESTADO-TEXTO          DELIMITED BY SIZE
               INTO LST-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.

      *----------------------------------------------------------
      * DECLARACAO FISCAL - DEPOIS DO FECHO O prog12 JA NAO REFAZ
      * A DECLARACAO DO ANO, POR ISSO AVISA-SE SE A ULTIMA
      * EMITIDA (DECFISC.LST) NAO E DESTE ANO. NAO IMPEDE O FECHO.
      *----------------------------------------------------------
       VERIFICAR-DECLARACAO-FISCAL.
           MOVE "N" TO WS-DECLARACAO-EMITIDA.
           OPEN INPUT DECFILE.
           IF WS-DEC-STATUS = "00"
               READ DECFILE
                   AT END
                       MOVE SPACES TO DEC-LINHA
               END-READ
               IF DEC-LINHA(1:41) =
                  "DECLARACAO FISCAL ANUAL DE PREMIOS - ANO "
                  AND DEC-LINHA(42:4) = WS-ANO-FECHO
                   MOVE "S" TO WS-DECLARACAO-EMITIDA
               END-IF
               CLOSE DECFILE
           END-IF.
           IF DECLARACAO-EMITIDA
               MOVE "DECLARACAO FISCAL DO ANO EMITIDA (DECFISC.LST)."
                   TO LST-LINHA
           ELSE
               MOVE "AVISO: DECLARACAO FISCAL DO ANO NAO EMITIDA - "
                   TO LST-LINHA
               MOVE "EMITIR NO prog12 ANTES DE FECHAR."
                   TO LST-LINHA(47:)
           END-IF.
           PERFORM ESCREVER-LINHA-RESUMO.

      *----------------------------------------------------------
      * GRAVACAO DO FECHO - O REGISTO LEVA OS TOTAIS DO
      * CERTIFICADO E OS PENDENTES TRANSITADOS; OS DADOS DE UMA
      * REABERTURA ANTERIOR FICAM. O CERTIFICADO TERMINA COM O
      * FECHO E, HAVENDO, A TRANSICAO DOS PENDENTES.
      *----------------------------------------------------------
       GRAVAR-FECHO.
           IF NOT FEC-EXISTE
               MOVE SPACES TO FEC-REAB-DATA-HORA
               MOVE SPACES TO FEC-REAB-OPERADOR
               MOVE SPACES TO FEC-REAB-MOTIVO
           END-IF.
           MOVE WS-ANO-FECHO TO FEC-ANO.
           MOVE "F" TO FEC-ESTADO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO FEC-DATA-HORA.
           MOVE WS-OPERADOR TO FEC-OPERADOR.
           MOVE WS-TRANSITAR TO FEC-TRANSITADOS.
           MOVE WS-CONT-REJ TO FEC-CONT-REJ.
           MOVE WS-CONT-BXQ TO FEC-CONT-BXQ.
           MOVE WS-TOTAL-BRUTO TO FEC-BRUTO.
           MOVE WS-TOTAL-RETENCAO TO FEC-RETENCAO.
           MOVE WS-TOTAL-LIQUIDO TO FEC-LIQUIDO.
           MOVE WS-EMPREGADOS TO FEC-EMPREGADOS.
           MOVE WS-NUM-TRANCHES TO FEC-TRANCHES.
           IF FEC-EXISTE
               REWRITE FEC-REC
           ELSE
               WRITE FEC-REC
           END-IF.
           IF WS-FEC-STATUS NOT = "00"
               PERFORM ESCREVER-LINHA-BRANCO
               STRING "ERRO AO GRAVAR O FECHO - ESTADO "
                   DELIMITED BY SIZE
                   WS-FEC-STATUS DELIMITED BY SIZE
                   " - ANO CONTINUA ABERTO." DELIMITED BY SIZE
                   INTO LST-LINHA
               END-STRING
               PERFORM ESCREVER-LINHA-RESUMO
               GO TO GRAVAR-FECHO-SAIDA
           END-IF.
           PERFORM ESCREVER-LINHA-BRANCO.
           IF TRANSITAR-PENDENTES
               COMPUTE WS-ANO-SEGUINTE = WS-ANO-FECHO + 1
               STRING "PENDENTES TRANSITADOS PARA " DELIMITED BY SIZE
                   WS-ANO-SEGUINTE    DELIMITED BY SIZE
                   ": REENVIO "       DELIMITED BY SIZE
                   WS-CONT-REJ        DELIMITED BY SIZE
                   "  EXCECOES BANCARIAS " DELIMITED BY SIZE
                   WS-CONT-BXQ        DELIMITED BY SIZE
                   " (LISTADOS NA SECCAO 3)" DELIMITED BY SIZE
                   INTO LST-LINHA
               END-STRING
               PERFORM ESCREVER-LINHA-RESUMO
           END-IF.
           STRING "ANO "            DELIMITED BY SIZE
               WS-ANO-FECHO         DELIMITED BY SIZE
               " FECHADO EM "       DELIMITED BY SIZE
               FEC-DATA-HORA        DELIMITED BY SIZE
               " PELO SUPERVISOR "  DELIMITED BY SIZE
               WS-OPERADOR          DELIMITED BY SIZE
               INTO LST-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA-RESUMO.
           MOVE "3" TO WS-TIPO-OPERACAO.
           MOVE WS-TOTAL-BRUTO TO WS-VALOR-ED.
           MOVE SPACES TO WS-DETALHE-AUDITORIA.
           STRING "ANO "            DELIMITED BY SIZE
               WS-ANO-FECHO         DELIMITED BY SIZE
               " FECHADO BRUTO "    DELIMITED BY SIZE
               WS-VALOR-ED          DELIMITED BY SIZE
               " EMPREG "           DELIMITED BY SIZE
               WS-EMPREGADOS        DELIMITED BY SIZE
               " TRANSITADOS "      DELIMITED BY SIZE
               WS-TRANSITAR         DELIMITED BY SIZE
               INTO WS-DETALHE-AUDITORIA
           END-STRING.
           PERFORM REGISTAR-AUDITORIA-FECHO.
       GRAVAR-FECHO-SAIDA.
           EXIT.

      *----------------------------------------------------------
      * REABERTURA - SO DE UM ANO FECHADO, POR UM SUPERVISOR E
      * COM MOTIVO. O ANO VOLTA A ACEITAR CORRIDAS E REENVIOS ATE
      * NOVO FECHO; O MOTIVO FICA NO REGISTO E NA AUDITORIA.
      *----------------------------------------------------------
       REABRIR-ANO.
           DISPLAY CLS.
           DISPLAY "REABERTURA DE ANO FECHADO" AT 0201.
       REABRIR-LER-ANO.
           DISPLAY "ANO A REABRIR (0 = SAIR):" AT 0301.
           ACCEPT TEMP-ANO AT 0327.
           MOVE FUNCTION NUMVAL(TEMP-ANO) TO WS-ANO-FECHO.
           IF WS-ANO-FECHO = 0
               GO TO MENU-ESCOLHER
           END-IF.
           MOVE WS-ANO-FECHO TO FEC-ANO.
           READ FECFILE
               INVALID KEY
                   MOVE SPACES TO FEC-ESTADO
           END-READ.
           IF NOT FEC-FECHADO
               DISPLAY "ESSE ANO NAO ESTA FECHADO."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0401
               GO TO REABRIR-LER-ANO
           END-IF.
           DISPLAY " " ERASE EOL AT 0401.
           MOVE SPACES TO WS-MENSAGEM.
           STRING "FECHADO EM "  DELIMITED BY SIZE
               FEC-DATA-HORA     DELIMITED BY SIZE
               " POR "           DELIMITED BY SIZE
               FEC-OPERADOR      DELIMITED BY SIZE
               INTO WS-MENSAGEM
           END-STRING.
           DISPLAY WS-MENSAGEM AT 0501.
       REABRIR-LER-MOTIVO.
           DISPLAY "MOTIVO DA REABERTURA:" AT 0701.
           ACCEPT WS-MOTIVO-REABERTURA AT 0723.
           IF WS-MOTIVO-REABERTURA = SPACES
               DISPLAY "MOTIVO OBRIGATORIO."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0801
               GO TO REABRIR-LER-MOTIVO
           END-IF.
           DISPLAY " " ERASE EOL AT 0801.
           DISPLAY "CONFIRMA A REABERTURA (S/N):" AT 0901.
           ACCEPT REPETIR AT 0930.
           IF NOT (REPETIR = "S" OR REPETIR = "s")
               GO TO MENU-ESCOLHER
           END-IF.
           MOVE "R" TO FEC-ESTADO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO FEC-REAB-DATA-HORA.
           MOVE WS-OPERADOR TO FEC-REAB-OPERADOR.
           MOVE WS-MOTIVO-REABERTURA TO FEC-REAB-MOTIVO.
           REWRITE FEC-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A REABERTURA - ESTADO "
                       WS-FEC-STATUS AT 1101
                   ACCEPT OMITTED AT 1201
                   GO TO MENU-ESCOLHER
           END-REWRITE.
           MOVE "3" TO WS-TIPO-OPERACAO.
           MOVE SPACES TO WS-DETALHE-AUDITORIA.
           STRING "ANO "            DELIMITED BY SIZE
               WS-ANO-FECHO         DELIMITED BY SIZE
               " REABERTO MOTIVO "  DELIMITED BY SIZE
               WS-MOTIVO-REABERTURA DELIMITED BY SIZE
               INTO WS-DETALHE-AUDITORIA
           END-STRING.
           PERFORM REGISTAR-AUDITORIA-FECHO.
           DISPLAY "ANO REABERTO." AT 1101.
           ACCEPT OMITTED AT 1201.
           GO TO MENU-ESCOLHER.

      *----------------------------------------------------------
      * REGISTO DE AUDITORIA - MESMO FORMATO DE LINHA DO prog06
      * (OPERADOR|DATA-HORA|TIPO|MATRICULA|DETALHE); O FECHO NAO
      * E DE UM EMPREGADO E LEVA A MATRICULA A ZEROS.
      *----------------------------------------------------------
       REGISTAR-AUDITORIA-FECHO.
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

       END PROGRAM prog20.
