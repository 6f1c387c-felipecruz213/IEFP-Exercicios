      *              MESMO COM SO A PRIMEIRA PAGA - UM EXTRATO
      *              EMITIDO A MEIO DO ANO DEIXA DE SUGERIR QUE O
      *              LIQUIDO ANUAL JA FOI TODO RECEBIDO.
      * 15/10/2026 - NOVO CAMPO PARM-RECUP-PERCENT-MAX NO REGISTO DE
      *              PARAMETROS (DESCONTO MAXIMO DAS REPOSICOES NO
      *              prog05). FICHEIROS PARMFICH.DAT ANTERIORES
      *              DEIXAM DE SER COMPATIVEIS.
      * 15/10/2026 - A PARCELA FILHOS E RECONSTITUIDA COM OS FILHOS
      *              QUE CONTAM NO ANO EM VIGOR NO NOVO FICHEIRO DE
      *              DEPENDENTES (FILHFICH.DAT), COM A REGRA DO
      *              prog05, EM VEZ DE EMP-FILHOS, E O EXTRATO
      *              LISTA ESSES FILHOS. NOVOS CAMPOS
      *              PARM-FILHOS-IDADE-MAX E PARM-FILHOS-IDADE-ESTUDO
      *              NO REGISTO DE PARAMETROS.
      * 15/10/2026 - O EXTRATO APLICA A REDUCAO POR FALTAS E
      *              SANCOES DO LOTE (AUSFICH.DAT/TABREDU.DAT) AO
      *              RECONSTITUIR O PREMIO E EXPLICA O MOTIVO, A
      *              PERCENTAGEM E O VALOR RETIRADO.
      * 15/10/2026 - PENHORAS: O EXTRATO MOSTRA, POR CADA ORDEM COM
      *              DESCONTOS NO ANO EM VIGOR (PENHFICH.DAT), O
      *              PROCESSO, O CREDOR, O VALOR DESCONTADO E O
      *              SALDO EM DIVIDA, E O TOTAL PENHORADO NO ANO.
      * 15/10/2026 - CONTAS DO DIARIO CONTABILISTICO (PARM-CONTA-*)
      *              NO FIM DO REGISTO DE PARMFICH.DAT E CONTA DE
      *              GASTO (DEP-CONTA-GASTO) NO DE DEPFICH.DAT.
      * 15/10/2026 - CORRIDA NOTURNA: COM O ARGUMENTO NOTURNO O
      *              OPERADOR DE SERVICO E O FORCAR DO PASSO VEM DO
      *              CARTAO DO PASSO (PASSONOT.DAT), E OS TOTAIS FICAM
      *              NO REGISTO DA CADEIA (NOTURNO.LOG).
      * 15/10/2026 - CORRIGIDO O COMENTARIO SOBRE O FORCAR DA CADEIA
      *              NOTURNA; RETIRADO UM PARAGRAFO QUE JA NAO ERA
      *              USADO.
      * 15/10/2026 - NA CADEIA NOTURNA O FORCAR DO PASSO 5 EXIGE UMA
      *              AUTORIZACAO PREVIA DE UM SUPERVISOR (AUTNOT.DAT,
      *              prog06), QUE FICA USADA E NA AUDITORIA; SEM ELA O
      *              PASSO NAO ARRANCA.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS CIC-CHAVE
               FILE STATUS IS WS-CIC-STATUS.

           SELECT AUTFILE ASSIGN TO "AUTNOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUT-CHAVE
               FILE STATUS IS WS-AUT-STATUS.

           SELECT OPEFILE ASSIGN TO "OPERFICH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT PASFILE ASSIGN TO "PASSONOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAS-STATUS.

           SELECT JOBFILE ASSIGN TO "NOTURNO.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-STATUS.

           SELECT FILFILE ASSIGN TO "FILHFICH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIL-CHAVE
               FILE STATUS IS WS-FIL-STATUS.

           SELECT AUSFILE ASSIGN TO "AUSFICH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUS-CHAVE
               FILE STATUS IS WS-AUS-STATUS.

           SELECT REDFILE ASSIGN TO "TABREDU.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RED-STATUS.

           SELECT PENFILE ASSIGN TO "PENHFICH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-CHAVE
               ALTERNATE RECORD KEY IS PEN-IBAN WITH DUPLICATES
               FILE STATUS IS WS-PEN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTFILE.
           05 DEP-NOME             PIC X(30).
           05 DEP-RESPONSAVEL      PIC X(30).
           05 DEP-ATIVO            PIC X.
           05 DEP-CONTA-GASTO      PIC X(10).

       FD  PARMFILE.
       01  PARM-REC.
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

       FD  EXTFILE.
       01  EXT-LINHA                PIC X(120).
           05 CIC-DATA-HORA        PIC X(14).
           05 CIC-OPERADOR         PIC X(8).

       FD  AUTFILE.
       01  AUT-REC.
           05 AUT-CHAVE.
              10 AUT-TIPO          PIC X.
              10 AUT-ANO           PIC 9(4).
              10 AUT-REFERENCIA    PIC 9(1).
           05 AUT-SUPERVISOR       PIC X(8).
           05 AUT-DATA-HORA        PIC X(14).
           05 AUT-ESTADO           PIC X.
              88 AUT-PENDENTE      VALUE "P".
           05 AUT-USADA-POR        PIC X(8).
           05 AUT-USADA-EM         PIC X(14).

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

       FD  FILFILE.
       01  FIL-REC.
           05 FIL-CHAVE.
              10 FIL-MATRICULA     PIC 9(6).
              10 FIL-SEQ           PIC 9(2).
           05 FIL-NOME             PIC X(30).
           05 FIL-DATA-NASCIMENTO  PIC 9(8).
           05 FIL-CONDICAO         PIC X.
              88 FIL-DEFICIENTE    VALUE "D".
              88 FIL-ESTUDANTE     VALUE "E".
              88 FIL-SEM-CONDICAO  VALUE "N".

       FD  AUSFILE.
       01  AUS-REC.
           05 AUS-CHAVE.
              10 AUS-MATRICULA     PIC 9(6).
              10 AUS-ANO           PIC 9(4).
           05 AUS-FALTAS           PIC 9(3).
           05 AUS-SANCOES          PIC 9(2).
           05 AUS-PERDA            PIC X.
              88 AUS-PERDA-PREMIO  VALUE "S".
           05 AUS-MOTIVO           PIC X(30).
           05 AUS-DATA-HORA        PIC X(14).
           05 AUS-OPERADOR         PIC X(8).

       FD  REDFILE.
       01  RED-REC.
           05 RED-REG-ANO          PIC 9(4).
           05 RED-REG-TIPO         PIC X.
              88 RED-REG-FALTAS    VALUE "F".
              88 RED-REG-SANCOES   VALUE "S".
           05 RED-REG-LIMITE       PIC 9(3).
           05 RED-REG-PERCENT      PIC 9(3).

       FD  PENFILE.
       01  PEN-REC.
           05 PEN-CHAVE.
              10 PEN-MATRICULA     PIC 9(6).
              10 PEN-PRIORIDADE    PIC 9(2).
           05 PEN-PROCESSO         PIC X(20).
           05 PEN-CREDOR           PIC X(30).
           05 PEN-IBAN             PIC X(25).
           05 PEN-TIPO             PIC X.
              88 PEN-TIPO-FIXO     VALUE "F".
              88 PEN-TIPO-PERCENT  VALUE "P".
           05 PEN-VALOR            PIC 9(6)V99.
           05 PEN-PERCENT          PIC 9(3).
           05 PEN-TOTAL-DEVIDO     PIC 9(7)V99.
           05 PEN-SALDO            PIC 9(7)V99.
           05 PEN-ESTADO           PIC X.
              88 PEN-ATIVA         VALUE "A".
              88 PEN-SUSPENSA      VALUE "S".
              88 PEN-LIQUIDADA     VALUE "L".
           05 PEN-ANO-DESCONTOS    PIC 9(4).
           05 PEN-DESCONTADO-ANO   PIC 9(7)V99.
           05 PEN-ULT-CORRIDA      PIC X(14).
           05 PEN-ULT-VALOR        PIC 9(6)V99.
           05 PEN-DATA-HORA        PIC X(14).
           05 PEN-OPERADOR         PIC X(8).

       WORKING-STORAGE SECTION.
       77 IDADE                PIC 9(2).
       77 ANTIGUIDADE          PIC 9(2).
       77 WS-EMP-ENCONTRADO    PIC X.
           88 EMP-ENCONTRADO VALUE "S".
       77 WS-PRIMEIRA-PAGINA   PIC X VALUE "S".
       77 WS-FIL-STATUS        PIC XX.
       77 WS-FILFILE-DISPONIVEL PIC X VALUE "N".
           88 FILFILE-DISPONIVEL VALUE "S".
       77 WS-FIL-IDADE         PIC S9(4) COMP.
       77 WS-FIL-CONTA         PIC X.
           88 FIL-CONTA VALUE "S".
       77 WS-FIL-NOTA          PIC X(13).

      *----------------------------------------------------------
      * AREAS DAS REDUCOES POR FALTAS E SANCOES - AS MESMAS
      * REGRAS DO LOTE DO prog05 (AUSFICH.DAT E TABREDU.DAT),
      * PARA O EXTRATO EXPLICAR O QUE FOI RETIRADO AO PREMIO.
      *----------------------------------------------------------
       77 WS-AUS-STATUS        PIC XX.
       77 WS-AUSFILE-DISPONIVEL PIC X VALUE "N".
           88 AUSFILE-DISPONIVEL VALUE "S".
       77 WS-RED-STATUS        PIC XX.
       77 WS-FIM-REDFILE       PIC X.
       01 TAB-REDUCOES.
           05 RED-TOTAL-FALTAS     PIC 9(2) VALUE 0.
           05 RED-FALTAS OCCURS 10 TIMES INDEXED BY RED-FX.
              10 RED-FALTAS-LIMITE  PIC 9(3).
              10 RED-FALTAS-PERCENT PIC 9(3).
           05 RED-TOTAL-SANCOES    PIC 9(2) VALUE 0.
           05 RED-SANCOES OCCURS 10 TIMES INDEXED BY RED-SX.
              10 RED-SANCOES-LIMITE  PIC 9(3).
              10 RED-SANCOES-PERCENT PIC 9(3).
       77 WS-RED-PCT-FALTAS    PIC 9(3).
       77 WS-RED-PCT-SANCOES   PIC 9(3).
       77 WS-RED-PERCENT       PIC 9(3) VALUE 0.
       77 WS-RED-VALOR         PIC 9(6)V99 VALUE 0.
       77 WS-RED-VALOR-ED      PIC Z,ZZZ,ZZ9.99.
       77 WS-RED-MOTIVO        PIC X(40) VALUE SPACES.
       77 WS-CONT-EXTRATOS     PIC 9(5) VALUE 0.

      *----------------------------------------------------------
      * AREAS DAS PENHORAS (PENHFICH.DAT) - O EXTRATO MOSTRA O
      * QUE CADA ORDEM DESCONTOU NO ANO EM VIGOR E O SALDO QUE
      * FICA EM DIVIDA, TAL COMO O LOTE DO prog05 OS DEIXOU.
      *----------------------------------------------------------
       77 WS-PEN-STATUS        PIC XX.
       77 WS-PENFILE-DISPONIVEL PIC X VALUE "N".
           88 PENFILE-DISPONIVEL VALUE "S".
       77 WS-PEN-TOTAL-ANO     PIC 9(7)V99.
       77 WS-PEN-CONTA         PIC 9(2).
       77 WS-PEN-VALOR-ED      PIC Z,ZZZ,ZZ9.99.
       77 WS-PEN-SALDO-ED      PIC Z,ZZZ,ZZ9.99.

      *----------------------------------------------------------
      * AREAS DO QUADRO DE PASSOS DO CICLO ANUAL - A EMISSAO E O
      * PASSO 5 E EXIGE O PASSO 4 (RECONCILIACAO) CONCLUIDO,
      * SALVO FORCAR DE SUPERVISOR, AUDITADO.
      *----------------------------------------------------------
       77 WS-CIC-STATUS        PIC XX.
       77 WS-AUT-STATUS        PIC XX.
       77 WS-OPE-STATUS        PIC XX.
       77 WS-AUD-STATUS        PIC XX.
       77 WS-OPERADOR          PIC X(8).
           88 CIC-EXISTE VALUE "S".
       77 WS-PASSO-AUTORIZADO  PIC X.
           88 PASSO-AUTORIZADO VALUE "S".
      *AUTORIZACAO PREVIA DE UM SUPERVISOR PARA FORCAR O PASSO NA
      *CADEIA NOTURNA (AUTNOT.DAT, EMITIDA NO prog06) - TIPO C,
      *ANO E PASSO. SO SERVE UMA VEZ.
       01 WS-AUT-PEDIDA.
           05 WS-AUT-PED-TIPO       PIC X.
           05 WS-AUT-PED-ANO        PIC 9(4).
           05 WS-AUT-PED-REFERENCIA PIC 9(1).
       77 WS-AUT-SUPERVISOR    PIC X(8).
       77 WS-AUT-VALIDA        PIC X.
           88 AUT-VALIDA VALUE "S".

      *----------------------------------------------------------
      * GRUPO DO EMPREGADO EM CURSO - OS ANOS DE HISTPREM.DAT DE
              10 EXT-VALOR         PIC 9(6)V99.
       77 WS-IX                 PIC 9(2) COMP.


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
      * SEQUENCIA PRINCIPAL.
      *----------------------------------------------------------
       EMITIR-EXTRATOS.
           PERFORM LER-CARTAO-NOTURNO THRU LER-CARTAO-NOTURNO-SAIDA.
           PERFORM CARREGAR-PARAMETROS.
           PERFORM CARREGAR-CALENDARIO-TRANCHES
               THRU CARREGAR-TRANCHES-FIM.
           PERFORM CARREGAR-TABELA-REDUCOES
               THRU CARREGAR-REDUCOES-FIM.
           IF MODO-NOTURNO
               PERFORM VALIDAR-OPERADOR-SERVICO
           ELSE
               DISPLAY "IDENTIFICACAO DO OPERADOR:"
               ACCEPT WS-OPERADOR
           END-IF.
           PERFORM VERIFICAR-PASSO-ANTERIOR
               THRU VERIFICAR-PASSO-SAIDA.
           IF NOT PASSO-AUTORIZADO
           IF DEPFILE-DISPONIVEL
               CLOSE DEPFILE
           END-IF.
           IF FILFILE-DISPONIVEL
               CLOSE FILFILE
           END-IF.
           IF AUSFILE-DISPONIVEL
               CLOSE AUSFILE
           END-IF.
           IF PENFILE-DISPONIVEL
               CLOSE PENFILE
           END-IF.
           CLOSE EXTFILE.
           PERFORM MARCAR-PASSO-EXTRATOS
               THRU MARCAR-PASSO-SAIDA.
           DISPLAY "EMISSAO TERMINADA - " WS-CONT-EXTRATOS
               " EXTRATOS EM EXTRATOS.LST".
           MOVE 0 TO RETURN-CODE.
           MOVE SPACES TO WS-JOB-DETALHE.
           STRING "EXTRATOS EMITIDOS "  DELIMITED BY SIZE
               WS-CONT-EXTRATOS         DELIMITED BY SIZE
               " ANO "                  DELIMITED BY SIZE
               PARM-ANO-VIGOR           DELIMITED BY SIZE
               INTO WS-JOB-DETALHE
           END-STRING.
           PERFORM ESCREVER-TOTAIS-NOTURNO.
           STOP RUN.

      *----------------------------------------------------------
               PARM-ANO-VIGOR " NAO ESTA CONCLUIDO NO QUADRO DO "
               "CICLO (prog15).".
           DISPLAY "FORCAR COM CREDENCIAIS DE SUPERVISOR (S/N):".
           IF MODO-NOTURNO
               MOVE CAR-FORCAR TO REPETIR
               DISPLAY REPETIR
           ELSE
               ACCEPT REPETIR
           END-IF.
           IF NOT (REPETIR = "S" OR REPETIR = "s")
               MOVE "V" TO WS-TIPO-OPERACAO
               MOVE "EXTRATOS SEM PASSO 4 - NAO INICIADOS"
               PERFORM ESCREVER-AUDITORIA-EVENTO
               GO TO VERIFICAR-PASSO-SAIDA
           END-IF.
      *NA CADEIA NOTURNA O FORCAR DO CARTAO SO VALE COM A
      *AUTORIZACAO PREVIA DE UM SUPERVISOR PARA ESTE ANO E PASSO;
      *A AUDITORIA LEVA O SUPERVISOR QUE A DEU.
           IF MODO-NOTURNO
               MOVE "C"            TO WS-AUT-PED-TIPO
               MOVE PARM-ANO-VIGOR TO WS-AUT-PED-ANO
               MOVE 5              TO WS-AUT-PED-REFERENCIA
               PERFORM USAR-AUTORIZACAO-NOTURNA
                   THRU USAR-AUTORIZACAO-SAIDA
               IF NOT AUT-VALIDA
                   DISPLAY "SEM AUTORIZACAO PREVIA DE UM SUPERVISOR "
                       "(prog06) PARA FORCAR O PASSO 5."
                   MOVE "V" TO WS-TIPO-OPERACAO
                   MOVE "PASSO 5 FORCADO SEM AUTORIZACAO PREVIA"
                       TO WS-EVENTO-DETALHE
                   PERFORM ESCREVER-AUDITORIA-EVENTO
                   GO TO VERIFICAR-PASSO-SAIDA
               END-IF
               MOVE "P" TO WS-TIPO-OPERACAO
               MOVE SPACES TO WS-EVENTO-DETALHE
               STRING "PASSO 5 FORCADO PELA CADEIA NOTURNA - SUP "
                   DELIMITED BY SIZE
                   WS-AUT-SUPERVISOR DELIMITED BY SIZE
                   INTO WS-EVENTO-DETALHE
               END-STRING
               PERFORM ESCREVER-AUDITORIA-EVENTO
               MOVE "S" TO WS-PASSO-AUTORIZADO
               GO TO VERIFICAR-PASSO-SAIDA
           END-IF.
           DISPLAY "SUPERVISOR:".
           ACCEPT WS-OPERADOR.
           DISPLAY "SENHA:".
       VERIFICAR-PASSO-SAIDA.
           EXIT.

      *----------------------------------------------------------
      * AUTORIZACAO PREVIA PARA A CADEIA NOTURNA - SO VALE A QUE
      * ESTA PENDENTE EM AUTNOT.DAT PARA O TIPO, ANO E PASSO
      * PEDIDOS. FICA LOGO USADA, COM O OPERADOR DE SERVICO E A
      * HORA, PARA NAO SERVIR OUTRA VEZ. SEM FICHEIRO OU SEM
      * REGISTO NAO HA AUTORIZACAO.
      *----------------------------------------------------------
       USAR-AUTORIZACAO-NOTURNA.
           MOVE "N" TO WS-AUT-VALIDA.
           OPEN I-O AUTFILE.
           IF WS-AUT-STATUS NOT = "00"
               GO TO USAR-AUTORIZACAO-SAIDA
           END-IF.
           MOVE WS-AUT-PEDIDA TO AUT-CHAVE.
           READ AUTFILE
               INVALID KEY
                   CLOSE AUTFILE
                   GO TO USAR-AUTORIZACAO-SAIDA
           END-READ.
           IF NOT AUT-PENDENTE
               CLOSE AUTFILE
               GO TO USAR-AUTORIZACAO-SAIDA
           END-IF.
           MOVE "U" TO AUT-ESTADO.
           MOVE WS-OPERADOR TO AUT-USADA-POR.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUT-USADA-EM.
           REWRITE AUT-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A AUTORIZACAO - ESTADO "
                       WS-AUT-STATUS
                   CLOSE AUTFILE
                   GO TO USAR-AUTORIZACAO-SAIDA
           END-REWRITE.
           CLOSE AUTFILE.
           MOVE AUT-SUPERVISOR TO WS-AUT-SUPERVISOR.
           MOVE "S" TO WS-AUT-VALIDA.
       USAR-AUTORIZACAO-SAIDA.
           EXIT.

      *----------------------------------------------------------
      * FIM DO PASSO 5 - A EMISSAO TERMINADA FICA MARCADA NO
      * QUADRO COM DATA E OPERADOR.
           MOVE 25 TO PARM-FILHOS-MULT.
           MOVE 100 TO PARM-FILHOS-FLAT.
           MOVE 30 TO PARM-TOLERANCIA-VARIACAO.
           MOVE 50 TO PARM-RECUP-PERCENT-MAX.
           MOVE 18 TO PARM-FILHOS-IDADE-MAX.
           MOVE 25 TO PARM-FILHOS-IDADE-ESTUDO.

      *----------------------------------------------------------
      * CALENDARIO DE TRANCHES DO ANO EM VIGOR - AS MESMAS REGRAS
       CARREGAR-TRANCHES-FIM.
           CONTINUE.

      *----------------------------------------------------------
      * ESCALOES DE REDUCAO DO ANO EM VIGOR - AS MESMAS REGRAS DE
      * CARGA DO prog05: LIMITES CRESCENTES POR TIPO E
      * PERCENTAGENS ATE 100, SENAO A TABELA E IGNORADA.
      *----------------------------------------------------------
       CARREGAR-TABELA-REDUCOES.
           MOVE 0 TO RED-TOTAL-FALTAS.
           MOVE 0 TO RED-TOTAL-SANCOES.
           OPEN INPUT REDFILE.
           IF WS-RED-STATUS NOT = "00"
               GO TO CARREGAR-REDUCOES-FIM
           END-IF.
           MOVE "N" TO WS-FIM-REDFILE.
       CARREGAR-REDUCOES-LER.
           READ REDFILE
               AT END
                   MOVE "S" TO WS-FIM-REDFILE
                   GO TO CARREGAR-REDUCOES-FECHAR
           END-READ.
           IF RED-REG-ANO NOT = PARM-ANO-VIGOR
               GO TO CARREGAR-REDUCOES-LER
           END-IF.
           IF RED-REG-PERCENT > 100
               GO TO CARREGAR-REDUCOES-INVALIDA
           END-IF.
           IF RED-REG-FALTAS
               IF RED-TOTAL-FALTAS > 0
                   SET RED-FX TO RED-TOTAL-FALTAS
                   IF RED-REG-LIMITE NOT > RED-FALTAS-LIMITE(RED-FX)
                       GO TO CARREGAR-REDUCOES-INVALIDA
                   END-IF
               END-IF
               IF RED-TOTAL-FALTAS < 10
                   ADD 1 TO RED-TOTAL-FALTAS
                   SET RED-FX TO RED-TOTAL-FALTAS
                   MOVE RED-REG-LIMITE  TO RED-FALTAS-LIMITE(RED-FX)
                   MOVE RED-REG-PERCENT TO RED-FALTAS-PERCENT(RED-FX)
               END-IF
           END-IF.
           IF RED-REG-SANCOES
               IF RED-TOTAL-SANCOES > 0
                   SET RED-SX TO RED-TOTAL-SANCOES
                   IF RED-REG-LIMITE NOT > RED-SANCOES-LIMITE(RED-SX)
                       GO TO CARREGAR-REDUCOES-INVALIDA
                   END-IF
               END-IF
               IF RED-TOTAL-SANCOES < 10
                   ADD 1 TO RED-TOTAL-SANCOES
                   SET RED-SX TO RED-TOTAL-SANCOES
                   MOVE RED-REG-LIMITE  TO RED-SANCOES-LIMITE(RED-SX)
                   MOVE RED-REG-PERCENT TO RED-SANCOES-PERCENT(RED-SX)
               END-IF
           END-IF.
           GO TO CARREGAR-REDUCOES-LER.
       CARREGAR-REDUCOES-INVALIDA.
           MOVE 0 TO RED-TOTAL-FALTAS.
           MOVE 0 TO RED-TOTAL-SANCOES.
       CARREGAR-REDUCOES-FECHAR.
           CLOSE REDFILE.
       CARREGAR-REDUCOES-FIM.
           CONTINUE.

       ABRIR-FICHEIROS-EXTRATOS.
           OPEN INPUT HISTFILE.
           IF WS-HIST-STATUS NOT = "00"
           IF WS-DEP-STATUS = "00"
               MOVE "S" TO WS-DEPFILE-DISPONIVEL
           END-IF.
           OPEN INPUT FILFILE.
           IF WS-FIL-STATUS = "00"
               MOVE "S" TO WS-FILFILE-DISPONIVEL
           END-IF.
           OPEN INPUT AUSFILE.
           IF WS-AUS-STATUS = "00"
               MOVE "S" TO WS-AUSFILE-DISPONIVEL
           END-IF.
           OPEN INPUT PENFILE.
           IF WS-PEN-STATUS = "00"
               MOVE "S" TO WS-PENFILE-DISPONIVEL
           END-IF.
           OPEN OUTPUT EXTFILE.
           IF WS-EXT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR O FICHEIRO DE EXTRATOS - "
           PERFORM ESCREVER-CABECALHO-EXTRATO.
           PERFORM ESCREVER-PARCELAS-EXTRATO
               THRU ESCREVER-PARCELAS-SAIDA.
           PERFORM ESCREVER-PENHORAS-EXTRATO
               THRU ESCREVER-PENHORAS-SAIDA.
           PERFORM ESCREVER-HISTORICO-EXTRATO.
           ADD 1 TO WS-CONT-EXTRATOS.
       EMITIR-EXTRATO-SAIDA.
               GO TO ESCREVER-PARCELAS-SAIDA
           END-IF.
           PERFORM DERIVAR-IDADE-ANTIGUIDADE.
           PERFORM CONTAR-FILHOS-ELEGIVEIS THRU CONTAR-FILHOS-SAIDA.
           PERFORM CALCULAR-PRORATA THRU CALCULAR-PRORATA-SAIDA.
           MOVE 0 TO PREMIO-IDADE.
           MOVE 0 TO PREMIO-ANTIGUIDADE.
           COMPUTE PREMIO-TOTAL ROUNDED =
               (PREMIO-IDADE + PREMIO-ANTIGUIDADE + PREMIO-FILHOS)
               * WS-PRORATA.
           PERFORM APLICAR-REDUCAO-ASSIDUIDADE
               THRU APLICAR-REDUCAO-SAIDA.
           IF PREMIO-TOTAL NOT = WS-VALOR-ANO-VIGOR
               PERFORM ESCREVER-PARCELAS-INDISPONIVEIS
               GO TO ESCREVER-PARCELAS-SAIDA
               INTO EXT-LINHA
           END-STRING.
           WRITE EXT-LINHA.
           PERFORM ESCREVER-FILHOS-EXTRATO THRU ESCREVER-FILHOS-SAIDA.
           IF WS-PRORATA < 1
               MOVE WS-PRORATA TO WS-PRORATA-ED
               MOVE SPACES TO EXT-LINHA
               END-STRING
               WRITE EXT-LINHA
           END-IF.
           IF WS-RED-VALOR > 0
               MOVE WS-RED-VALOR TO WS-RED-VALOR-ED
               MOVE SPACES TO EXT-LINHA
               STRING "REDUCAO ASSIDUIDADE/DISCIPLINA: "
                                     DELIMITED BY SIZE
                   WS-RED-MOTIVO     DELIMITED BY SIZE
                   INTO EXT-LINHA
               END-STRING
               WRITE EXT-LINHA
               MOVE SPACES TO EXT-LINHA
               STRING "  RETIRADO AO PREMIO: " DELIMITED BY SIZE
                   WS-RED-PERCENT    DELIMITED BY SIZE
                   "% = "            DELIMITED BY SIZE
                   WS-RED-VALOR-ED   DELIMITED BY SIZE
                   INTO EXT-LINHA
               END-STRING
               WRITE EXT-LINHA
           END-IF.
           PERFORM ESCREVER-TOTAL-ANO.
       ESCREVER-PARCELAS-SAIDA.
           EXIT.

      *----------------------------------------------------------
      * REDUCAO POR ASSIDUIDADE/DISCIPLINA - A MESMA REGRA DO
      * LOTE DO prog05, APLICADA AO TOTAL RECONSTITUIDO ANTES DE
      * O COMPARAR COM O QUE FOI PAGO.
      *----------------------------------------------------------
       APLICAR-REDUCAO-ASSIDUIDADE.
           MOVE 0 TO WS-RED-VALOR.
           MOVE 0 TO WS-RED-PERCENT.
           MOVE SPACES TO WS-RED-MOTIVO.
           IF NOT AUSFILE-DISPONIVEL
               GO TO APLICAR-REDUCAO-SAIDA
           END-IF.
           MOVE EMP-MATRICULA TO AUS-MATRICULA.
           MOVE PARM-ANO-VIGOR TO AUS-ANO.
           READ AUSFILE
               INVALID KEY
                   GO TO APLICAR-REDUCAO-SAIDA
           END-READ.
           IF AUS-PERDA-PREMIO
               MOVE 100 TO WS-RED-PERCENT
               STRING "PERDA DO PREMIO " DELIMITED BY SIZE
                   AUS-MOTIVO            DELIMITED BY SIZE
                   INTO WS-RED-MOTIVO
               END-STRING
               GO TO APLICAR-REDUCAO-VALOR
           END-IF.
           MOVE 0 TO WS-RED-PCT-FALTAS.
           MOVE 0 TO WS-RED-PCT-SANCOES.
           IF AUS-FALTAS > 0 AND RED-TOTAL-FALTAS > 0
               SET RED-FX TO 1
               SEARCH RED-FALTAS
                   AT END
                       SET RED-FX TO RED-TOTAL-FALTAS
                       MOVE RED-FALTAS-PERCENT(RED-FX)
                           TO WS-RED-PCT-FALTAS
                   WHEN RED-FX > RED-TOTAL-FALTAS
                       SET RED-FX TO RED-TOTAL-FALTAS
                       MOVE RED-FALTAS-PERCENT(RED-FX)
                           TO WS-RED-PCT-FALTAS
                   WHEN AUS-FALTAS <= RED-FALTAS-LIMITE(RED-FX)
                       MOVE RED-FALTAS-PERCENT(RED-FX)
                           TO WS-RED-PCT-FALTAS
               END-SEARCH
           END-IF.
           IF AUS-SANCOES > 0 AND RED-TOTAL-SANCOES > 0
               SET RED-SX TO 1
               SEARCH RED-SANCOES
                   AT END
                       SET RED-SX TO RED-TOTAL-SANCOES
                       MOVE RED-SANCOES-PERCENT(RED-SX)
                           TO WS-RED-PCT-SANCOES
                   WHEN RED-SX > RED-TOTAL-SANCOES
                       SET RED-SX TO RED-TOTAL-SANCOES
                       MOVE RED-SANCOES-PERCENT(RED-SX)
                           TO WS-RED-PCT-SANCOES
                   WHEN AUS-SANCOES <= RED-SANCOES-LIMITE(RED-SX)
                       MOVE RED-SANCOES-PERCENT(RED-SX)
                           TO WS-RED-PCT-SANCOES
               END-SEARCH
           END-IF.
           COMPUTE WS-RED-PERCENT =
               WS-RED-PCT-FALTAS + WS-RED-PCT-SANCOES.
           IF WS-RED-PERCENT > 100
               MOVE 100 TO WS-RED-PERCENT
           END-IF.
           IF WS-RED-PERCENT = 0
               GO TO APLICAR-REDUCAO-SAIDA
           END-IF.
           STRING "FALTAS INJUSTIFICADAS "  DELIMITED BY SIZE
               AUS-FALTAS    DELIMITED BY SIZE
               " SANCOES "   DELIMITED BY SIZE
               AUS-SANCOES   DELIMITED BY SIZE
               INTO WS-RED-MOTIVO
           END-STRING.
       APLICAR-REDUCAO-VALOR.
           COMPUTE WS-RED-VALOR ROUNDED =
               PREMIO-TOTAL * WS-RED-PERCENT / 100.
           SUBTRACT WS-RED-VALOR FROM PREMIO-TOTAL.
       APLICAR-REDUCAO-SAIDA.
           EXIT.

      *----------------------------------------------------------
      * FILHOS QUE CONTAM NO ANO EM VIGOR - CONTADOS NO FICHEIRO
      * DE DEPENDENTES COM A MESMA REGRA DO LOTE DO prog05 (IDADE
      * ATE PARM-FILHOS-IDADE-MAX, ESTUDANTE ATE
      * PARM-FILHOS-IDADE-ESTUDO, DEFICIENCIA SEM LIMITE). SEM
      * FICHEIRO NENHUM FILHO CONTA, COMO NO LOTE.
      *----------------------------------------------------------
       CONTAR-FILHOS-ELEGIVEIS.
           MOVE 0 TO FILHOS.
           IF NOT FILFILE-DISPONIVEL
               GO TO CONTAR-FILHOS-SAIDA
           END-IF.
           MOVE EMP-MATRICULA TO FIL-MATRICULA.
           MOVE 0 TO FIL-SEQ.
           START FILFILE KEY IS NOT LESS THAN FIL-CHAVE
               INVALID KEY
                   GO TO CONTAR-FILHOS-SAIDA
           END-START.
       CONTAR-FILHOS-LER.
           READ FILFILE NEXT RECORD
               AT END
                   GO TO CONTAR-FILHOS-SAIDA
           END-READ.
           IF FIL-MATRICULA NOT = EMP-MATRICULA
               GO TO CONTAR-FILHOS-SAIDA
           END-IF.
           PERFORM VERIFICAR-FILHO-ELEGIVEL.
           IF FIL-CONTA AND FILHOS < 99
               ADD 1 TO FILHOS
           END-IF.
           GO TO CONTAR-FILHOS-LER.
       CONTAR-FILHOS-SAIDA.
           EXIT.

       VERIFICAR-FILHO-ELEGIVEL.
           MOVE "N" TO WS-FIL-CONTA.
           COMPUTE WS-FIL-IDADE = PARM-ANO-VIGOR
               - FUNCTION NUMVAL(FIL-DATA-NASCIMENTO(1:4)).
           IF WS-FIL-IDADE >= 0
               IF FIL-DEFICIENTE
                  OR WS-FIL-IDADE <= PARM-FILHOS-IDADE-MAX
                  OR (FIL-ESTUDANTE
                      AND WS-FIL-IDADE <= PARM-FILHOS-IDADE-ESTUDO)
                   MOVE "S" TO WS-FIL-CONTA
               END-IF
           END-IF.

      *----------------------------------------------------------
      * LISTA DOS FILHOS QUE CONTARAM NA PARCELA FILHOS - UMA
      * LINHA POR FILHO, COM A CONDICAO QUE O FEZ CONTAR PARA
      * ALEM DA IDADE NORMAL.
      *----------------------------------------------------------
       ESCREVER-FILHOS-EXTRATO.
           IF NOT FILFILE-DISPONIVEL OR FILHOS = 0
               GO TO ESCREVER-FILHOS-SAIDA
           END-IF.
           MOVE EMP-MATRICULA TO FIL-MATRICULA.
           MOVE 0 TO FIL-SEQ.
           START FILFILE KEY IS NOT LESS THAN FIL-CHAVE
               INVALID KEY
                   GO TO ESCREVER-FILHOS-SAIDA
           END-START.
       ESCREVER-FILHOS-LER.
           READ FILFILE NEXT RECORD
               AT END
                   GO TO ESCREVER-FILHOS-SAIDA
           END-READ.
           IF FIL-MATRICULA NOT = EMP-MATRICULA
               GO TO ESCREVER-FILHOS-SAIDA
           END-IF.
           PERFORM VERIFICAR-FILHO-ELEGIVEL.
           IF NOT FIL-CONTA
               GO TO ESCREVER-FILHOS-LER
           END-IF.
           MOVE SPACES TO WS-FIL-NOTA.
           IF WS-FIL-IDADE > PARM-FILHOS-IDADE-MAX
               IF FIL-DEFICIENTE
                   MOVE "(DEFICIENCIA)" TO WS-FIL-NOTA
               ELSE
                   MOVE "(ESTUDANTE)" TO WS-FIL-NOTA
               END-IF
           END-IF.
           MOVE SPACES TO EXT-LINHA.
           STRING "  FILHO "       DELIMITED BY SIZE
               FIL-SEQ             DELIMITED BY SIZE
               " "                 DELIMITED BY SIZE
               FIL-NOME            DELIMITED BY SIZE
               " NASC "            DELIMITED BY SIZE
               FIL-DATA-NASCIMENTO DELIMITED BY SIZE
               " "                 DELIMITED BY SIZE
               WS-FIL-NOTA         DELIMITED BY SIZE
               INTO EXT-LINHA
           END-STRING.
           WRITE EXT-LINHA.
           GO TO ESCREVER-FILHOS-LER.
       ESCREVER-FILHOS-SAIDA.
           EXIT.

       ESCREVER-PARCELAS-INDISPONIVEIS.
           MOVE SPACES TO EXT-LINHA.
           STRING "PARCELAS NAO RECONSTITUIVEIS (DADOS ALTERADOS "
       CALCULAR-PRORATA-SAIDA.
           EXIT.

      *----------------------------------------------------------
      * PENHORAS DESCONTADAS NO ANO EM VIGOR - UMA LINHA POR
      * ORDEM COM DESCONTOS NO ANO (PROCESSO, CREDOR, VALOR
      * DESCONTADO E SALDO EM DIVIDA) E O TOTAL PENHORADO, QUE
      * SAIU DO LIQUIDO E FOI ENTREGUE AOS CREDORES.
      *----------------------------------------------------------
       ESCREVER-PENHORAS-EXTRATO.
           MOVE 0 TO WS-PEN-TOTAL-ANO.
           MOVE 0 TO WS-PEN-CONTA.
           IF NOT PENFILE-DISPONIVEL
               GO TO ESCREVER-PENHORAS-SAIDA
           END-IF.
           MOVE WS-MATRICULA-GRUPO TO PEN-MATRICULA.
           MOVE 0 TO PEN-PRIORIDADE.
           START PENFILE KEY IS NOT LESS THAN PEN-CHAVE
               INVALID KEY
                   GO TO ESCREVER-PENHORAS-SAIDA
           END-START.
       ESCREVER-PENHORAS-LER.
           READ PENFILE NEXT RECORD
               AT END
                   GO TO ESCREVER-PENHORAS-TOTAL
           END-READ.
           IF PEN-MATRICULA NOT = WS-MATRICULA-GRUPO
               GO TO ESCREVER-PENHORAS-TOTAL
           END-IF.
           IF PEN-ANO-DESCONTOS NOT = PARM-ANO-VIGOR
              OR PEN-DESCONTADO-ANO = 0
               GO TO ESCREVER-PENHORAS-LER
           END-IF.
           IF WS-PEN-CONTA = 0
               MOVE SPACES TO EXT-LINHA
               WRITE EXT-LINHA
               MOVE SPACES TO EXT-LINHA
               STRING "PENHORAS DESCONTADAS NO ANO" DELIMITED BY SIZE
                   INTO EXT-LINHA
               END-STRING
               WRITE EXT-LINHA
           END-IF.
           ADD 1 TO WS-PEN-CONTA.
           ADD PEN-DESCONTADO-ANO TO WS-PEN-TOTAL-ANO.
           MOVE PEN-DESCONTADO-ANO TO WS-PEN-VALOR-ED.
           MOVE PEN-SALDO TO WS-PEN-SALDO-ED.
           MOVE SPACES TO EXT-LINHA.
           STRING "  PROCESSO "    DELIMITED BY SIZE
               PEN-PROCESSO        DELIMITED BY SIZE
               " CREDOR "          DELIMITED BY SIZE
               PEN-CREDOR          DELIMITED BY SIZE
               INTO EXT-LINHA
           END-STRING.
           WRITE EXT-LINHA.
           MOVE SPACES TO EXT-LINHA.
           STRING "    DESCONTADO: "  DELIMITED BY SIZE
               WS-PEN-VALOR-ED     DELIMITED BY SIZE
               "  SALDO EM DIVIDA: " DELIMITED BY SIZE
               WS-PEN-SALDO-ED     DELIMITED BY SIZE
               INTO EXT-LINHA
           END-STRING.
           WRITE EXT-LINHA.
           GO TO ESCREVER-PENHORAS-LER.
       ESCREVER-PENHORAS-TOTAL.
           IF WS-PEN-CONTA > 0
               MOVE WS-PEN-TOTAL-ANO TO PREMIO-TOTAL-ED
               MOVE SPACES TO EXT-LINHA
               STRING "TOTAL PENHORADO NO ANO: " DELIMITED BY SIZE
                   PREMIO-TOTAL-ED DELIMITED BY SIZE
                   INTO EXT-LINHA
               END-STRING
               WRITE EXT-LINHA
           END-IF.
       ESCREVER-PENHORAS-SAIDA.
           EXIT.

      *----------------------------------------------------------
      * HISTORICO PLURIANUAL - TODOS OS ANOS GUARDADOS NA TABELA
      * DO GRUPO, UM POR LINHA, PARA O EMPREGADO VER A TENDENCIA.
           END-STRING.
           WRITE EXT-LINHA.

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
           IF CAR-PROGRAMA NOT = "prog09"
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

       END PROGRAM prog09.
