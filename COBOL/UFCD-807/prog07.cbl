      *              (prog10). FICHEIROS REJPEND.DAT E
      *              FOLHARES.DAT ANTERIORES DEIXAM DE SER
      *              COMPATIVEIS.
      * 15/10/2026 - O EXTRACTO DE PAGAMENTOS PASSOU A LEVAR O VALOR
      *              DESCONTADO PARA REPOSICAO (prog05) E O REGISTO
      *              DE PARAMETROS O CAMPO PARM-RECUP-PERCENT-MAX. A
      *              RECONCILIACAO CONTINUA A CONFERIR O LIQUIDO,
      *              QUE JA VEM DEDUZIDO. FICHEIROS FOLHAPAG.DAT E
      *              PARMFICH.DAT ANTERIORES DEIXAM DE SER
      *              COMPATIVEIS.
      * 15/10/2026 - NOVOS CAMPOS PARM-FILHOS-IDADE-MAX E
      *              PARM-FILHOS-IDADE-ESTUDO NO REGISTO DE
      *              PARAMETROS (IDADES LIMITE DOS FILHOS QUE
      *              CONTAM NO prog05). FICHEIROS PARMFICH.DAT
      *              ANTERIORES DEIXAM DE SER COMPATIVEIS.
      * 15/10/2026 - O EXTRACTO DE PAGAMENTOS PASSOU A LEVAR O VALOR
      *              PENHORADO (prog05). A RECONCILIACAO CONTINUA A
      *              CONFERIR O LIQUIDO DO EMPREGADO, QUE JA VEM
      *              DEDUZIDO; AS TRANSFERENCIAS AOS CREDORES SAO
      *              PROVADAS NA LISTA DE ENTREGAS DO prog05.
      *              FICHEIROS FOLHAPAG.DAT ANTERIORES DEIXAM DE SER
      *              COMPATIVEIS.
      * 15/10/2026 - CONTAS DO DIARIO CONTABILISTICO (PARM-CONTA-*)
      *              NO FIM DO REGISTO DE PARMFICH.DAT.
      * 15/10/2026 - CORRIDA NOTURNA: COM O ARGUMENTO NOTURNO O
      *              OPERADOR DE SERVICO, A TRANCHE E O FORCAR DO PASSO
      *              VEM DO CARTAO DO PASSO (PASSONOT.DAT), E OS TOTAIS
      *              FICAM NO REGISTO DA CADEIA (NOTURNO.LOG). CODIGO
      *              DE RETORNO 4 QUANDO HA EXCECOES.
      * 15/10/2026 - CORRIGIDO O COMENTARIO SOBRE O FORCAR DA CADEIA
      *              NOTURNA; RETIRADO UM PARAGRAFO QUE JA NAO ERA
      *              USADO.
      * 15/10/2026 - NA CADEIA NOTURNA O FORCAR DO PASSO 4 EXIGE UMA
      *              AUTORIZACAO PREVIA DE UM SUPERVISOR (AUTNOT.DAT,
      *              prog06). O RETORNO DO BANCO PASSA A TRAZER O TIPO
      *              DA TRANSFERENCIA E A PRIORIDADE DA PENHORA: A
      *              DEVOLUCAO DE UMA TRANSFERENCIA A UM CREDOR REPOE O
      *              SALDO DA ORDEM, SUSPENDE-A ATE O IBAN SER
      *              CORRIGIDO E SAI NAS EXCECOES E NA AUDITORIA, SEM
      *              ABRIR PENDENTE DE REENVIO. FICHEIROS RETPAG.DAT
      *              ANTERIORES DEIXAM DE SER COMPATIVEIS.
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

           SELECT PENFILE ASSIGN TO "PENHFICH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-CHAVE
               ALTERNATE RECORD KEY IS PEN-IBAN WITH DUPLICATES
               FILE STATUS IS WS-PEN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAGFILE.
           05 PAG-VALOR-PREMIO     PIC 9(6)V99.
           05 PAG-VALOR-RETENCAO   PIC 9(6)V99.
           05 PAG-VALOR-LIQUIDO    PIC 9(6)V99.
           05 PAG-VALOR-RECUPERADO PIC 9(6)V99.
           05 PAG-VALOR-PENHORA    PIC 9(6)V99.

       FD  RETFILE.
       01  RET-REC.
           05 RET-ESTADO           PIC X.
              88 RET-PAGO          VALUE "P".
              88 RET-REJEITADO     VALUE "R".
      *TIPO DA TRANSFERENCIA DEVOLVIDO PELO BANCO - "D" (OU EM
      *BRANCO) PARA A DO EMPREGADO, "P" PARA A DO CREDOR DE UMA
      *PENHORA, QUE TRAZ TAMBEM A PRIORIDADE DA ORDEM.
           05 RET-TIPO             PIC X.
              88 RET-CREDOR        VALUE "P".
           05 RET-PRIORIDADE       PIC 9(2).

       FD  RECFILE.
       01  REC-LINHA               PIC X(120).
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

       FD  CICFILE.
       01  CIC-REC.
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
       77 WS-PAG-STATUS        PIC XX.
       77 WS-RET-STATUS        PIC XX.
      *----------------------------------------------------------
       77 WS-PARM-STATUS       PIC XX.
       77 WS-CIC-STATUS        PIC XX.
       77 WS-AUT-STATUS        PIC XX.
       77 WS-OPE-STATUS        PIC XX.
       77 WS-AUD-STATUS        PIC XX.
       77 WS-ANO-ATUAL         PIC 9(4).
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
      * TABELA DO EXTRACTO ENVIADO - CARREGADA DE FOLHAPAG.DAT.
       77 WS-TOTAL-ED           PIC Z,ZZZ,ZZZ,ZZ9.99.
       77 WS-DIFERENCA-ED       PIC -Z,ZZZ,ZZZ,ZZ9.99.

      *----------------------------------------------------------
      * RETORNOS DAS TRANSFERENCIAS AOS CREDORES DAS PENHORAS -
      * CONTADOS A PARTE, FORA DOS TOTAIS DO EXTRACTO, QUE SO
      * TEM O LIQUIDO DOS EMPREGADOS.
      *----------------------------------------------------------
       77 WS-PEN-STATUS         PIC XX.
       77 WS-PENFILE-DISPONIVEL PIC X VALUE "N".
           88 PENFILE-DISPONIVEL VALUE "S".
       77 WS-CONT-CRED-PAGOS    PIC 9(5) VALUE 0.
       77 WS-CONT-CRED-DEVOLV   PIC 9(5) VALUE 0.
       77 WS-TOTAL-CRED-PAGO    PIC 9(9)V99 VALUE 0.
       77 WS-TOTAL-CRED-DEVOLV  PIC 9(9)V99 VALUE 0.
       77 WS-CRED-VALOR         PIC 9(6)V99.


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
      * SEQUENCIA PRINCIPAL - CARREGA O EXTRACTO ENVIADO PARA A
      * OS NAO PAGOS E OS TOTAIS DE CONTROLO.
      *----------------------------------------------------------
       RECONCILIAR.
           PERFORM LER-CARTAO-NOTURNO THRU LER-CARTAO-NOTURNO-SAIDA.
           PERFORM CARREGAR-ANO-VIGOR.
           IF MODO-NOTURNO
               PERFORM VALIDAR-OPERADOR-SERVICO
           ELSE
               DISPLAY "IDENTIFICACAO DO OPERADOR:"
               ACCEPT WS-OPERADOR
           END-IF.
           PERFORM VERIFICAR-PASSO-ANTERIOR
               THRU VERIFICAR-PASSO-SAIDA.
           IF NOT PASSO-AUTORIZADO
           CLOSE RETFILE.
           CLOSE RECFILE.
           CLOSE REJFILE.
           IF PENFILE-DISPONIVEL
               CLOSE PENFILE
           END-IF.
           PERFORM MARCAR-PASSO-RECONCILIACAO
               THRU MARCAR-PASSO-SAIDA.
      *COM EXCECOES A CORRIDA TERMINA EM AVISO (4), QUE NAO PARA A
      *CADEIA NOTURNA MAS FICA A VISTA NO SEU REGISTO.
           MOVE 0 TO RETURN-CODE.
           IF WS-CONT-EXCECOES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE WS-TOTAL-ENVIADO TO WS-JOB-VALOR-ED.
           MOVE WS-TOTAL-PAGO    TO WS-JOB-VALOR2-ED.
           MOVE SPACES TO WS-JOB-DETALHE.
           STRING "T"                 DELIMITED BY SIZE
               WS-TRANCHE-REC         DELIMITED BY SIZE
               " ENVIADOS "           DELIMITED BY SIZE
               WS-CONT-ENVIADOS       DELIMITED BY SIZE
               " PAGOS "              DELIMITED BY SIZE
               WS-CONT-PAGOS          DELIMITED BY SIZE
               " EXCECOES "           DELIMITED BY SIZE
               WS-CONT-EXCECOES       DELIMITED BY SIZE
               " ENVIADO "            DELIMITED BY SIZE
               WS-JOB-VALOR-ED        DELIMITED BY SIZE
               " PAGO "               DELIMITED BY SIZE
               WS-JOB-VALOR2-ED       DELIMITED BY SIZE
               INTO WS-JOB-DETALHE
           END-STRING.
           PERFORM ESCREVER-TOTAIS-NOTURNO.
           STOP RUN.

       CARREGAR-ANO-VIGOR.
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
               MOVE "RECONCILIACAO SEM PASSO 3 - NAO INICIADA"
               PERFORM ESCREVER-AUDITORIA-EVENTO
               GO TO VERIFICAR-PASSO-SAIDA
           END-IF.
      *NA CADEIA NOTURNA O FORCAR DO CARTAO SO VALE COM A
      *AUTORIZACAO PREVIA DE UM SUPERVISOR PARA ESTE ANO E PASSO;
      *A AUDITORIA LEVA O SUPERVISOR QUE A DEU.
           IF MODO-NOTURNO
               MOVE "C"            TO WS-AUT-PED-TIPO
               MOVE PARM-ANO-VIGOR TO WS-AUT-PED-ANO
               MOVE 4              TO WS-AUT-PED-REFERENCIA
               PERFORM USAR-AUTORIZACAO-NOTURNA
                   THRU USAR-AUTORIZACAO-SAIDA
               IF NOT AUT-VALIDA
                   DISPLAY "SEM AUTORIZACAO PREVIA DE UM SUPERVISOR "
                       "(prog06) PARA FORCAR O PASSO 4."
                   MOVE "V" TO WS-TIPO-OPERACAO
                   MOVE "PASSO 4 FORCADO SEM AUTORIZACAO PREVIA"
                       TO WS-EVENTO-DETALHE
                   PERFORM ESCREVER-AUDITORIA-EVENTO
                   GO TO VERIFICAR-PASSO-SAIDA
               END-IF
               MOVE "P" TO WS-TIPO-OPERACAO
               MOVE SPACES TO WS-EVENTO-DETALHE
               STRING "PASSO 4 FORCADO PELA CADEIA NOTURNA - SUP "
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
      * FIM DO PASSO 4 - A RECONCILIACAO TERMINADA FICA MARCADA
      * NO QUADRO COM DATA E OPERADOR, PARA OS EXTRATOS (PASSO 5)
       ESCOLHER-TRANCHE-RECONCILIACAO.
           DISPLAY "TRANCHE A RECONCILIAR (1-9, BRANCO = EXTRACTO "
               "UNICO):".
           IF MODO-NOTURNO
               MOVE CAR-TRANCHE TO TEMP-TRANCHE
               DISPLAY TEMP-TRANCHE
           ELSE
               ACCEPT TEMP-TRANCHE
           END-IF.
           MOVE 1 TO WS-TRANCHE-REC.
           IF TEMP-TRANCHE >= "1" AND TEMP-TRANCHE <= "9"
               MOVE FUNCTION NUMVAL(TEMP-TRANCHE)
               CLOSE RECFILE
               STOP RUN
           END-IF.
      *SEM O FICHEIRO DE PENHORAS A RECONCILIACAO CORRE NA MESMA;
      *UMA DEVOLUCAO A UM CREDOR SAI NAS EXCECOES SEM SER REPOSTA.
           OPEN I-O PENFILE.
           IF WS-PEN-STATUS = "00"
               MOVE "S" TO WS-PENFILE-DISPONIVEL
           ELSE
               IF WS-PEN-STATUS NOT = "35"
                   DISPLAY "ERRO AO ABRIR O FICHEIRO DE PENHORAS - "
                       "ESTADO " WS-PEN-STATUS
               END-IF
           END-IF.

      *----------------------------------------------------------
      * CARREGAMENTO DO EXTRACTO ENVIADO PARA A TABELA EM MEMORIA.
                   GO TO CONFERIR-RETORNO-FIM
           END-READ.
           ADD 1 TO WS-CONT-RETORNO.
           IF RET-CREDOR
               PERFORM TRATAR-RETORNO-CREDOR
                   THRU TRATAR-RETORNO-CREDOR-SAIDA
               GO TO CONFERIR-RETORNO-LER
           END-IF.
           IF RET-PAGO
               ADD 1 TO WS-CONT-PAGOS
               ADD RET-VALOR-PAGO TO WS-TOTAL-PAGO
       CONFERIR-RETORNO-FIM.
           CONTINUE.

      *----------------------------------------------------------
      * RETORNO DA TRANSFERENCIA AO CREDOR DE UMA PENHORA (TIPO
      * "P") - NAO E PROCURADO NO EXTRACTO NEM ABRE PENDENTE DE
      * REENVIO. PAGO, SO CONTA. DEVOLVIDO PELO BANCO, O VALOR
      * VOLTA AO SALDO DA ORDEM (E SAI DO DESCONTADO NO ANO) E A
      * ORDEM FICA SUSPENSA ATE O IBAN DO CREDOR SER CORRIGIDO NO
      * prog06; FICA NAS EXCECOES E NA AUDITORIA (TIPO M). A
      * ORDEM MARCADA COM O ULTIMO VALOR A ZERO JA TEVE A SUA
      * DEVOLUCAO TRATADA E NAO E REPOSTA OUTRA VEZ.
      *----------------------------------------------------------
       TRATAR-RETORNO-CREDOR.
           IF RET-PAGO
               ADD 1 TO WS-CONT-CRED-PAGOS
               ADD RET-VALOR-PAGO TO WS-TOTAL-CRED-PAGO
               GO TO TRATAR-RETORNO-CREDOR-SAIDA
           END-IF.
           ADD 1 TO WS-CONT-EXCECOES.
           IF NOT RET-REJEITADO
               MOVE "ESTADO DE RETORNO INVALIDO" TO WS-EVENTO-DETALHE
               GO TO TRATAR-RETORNO-CREDOR-LINHA
           END-IF.
           ADD 1 TO WS-CONT-CRED-DEVOLV.
           ADD RET-VALOR-PAGO TO WS-TOTAL-CRED-DEVOLV.
           IF NOT PENFILE-DISPONIVEL
               MOVE "FICHEIRO DE PENHORAS INACESSIVEL - NAO REPOSTA"
                   TO WS-EVENTO-DETALHE
               GO TO TRATAR-RETORNO-CREDOR-LINHA
           END-IF.
           MOVE RET-MATRICULA  TO PEN-MATRICULA.
           MOVE RET-PRIORIDADE TO PEN-PRIORIDADE.
           READ PENFILE
               INVALID KEY
                   MOVE "PENHORA INEXISTENTE - NAO REPOSTA"
                       TO WS-EVENTO-DETALHE
                   GO TO TRATAR-RETORNO-CREDOR-LINHA
           END-READ.
           IF PEN-ULT-VALOR = 0
               MOVE "DEVOLUCAO JA TRATADA - NAO REPOSTA"
                   TO WS-EVENTO-DETALHE
               GO TO TRATAR-RETORNO-CREDOR-LINHA
           END-IF.
      *SEM O VALOR NO RETORNO, REPOE O ULTIMO DESCONTO DA ORDEM.
           MOVE RET-VALOR-PAGO TO WS-CRED-VALOR.
           IF WS-CRED-VALOR = 0
               MOVE PEN-ULT-VALOR TO WS-CRED-VALOR
           END-IF.
           ADD WS-CRED-VALOR TO PEN-SALDO.
           IF PEN-DESCONTADO-ANO < WS-CRED-VALOR
               MOVE 0 TO PEN-DESCONTADO-ANO
           ELSE
               SUBTRACT WS-CRED-VALOR FROM PEN-DESCONTADO-ANO
           END-IF.
           MOVE 0 TO PEN-ULT-VALOR.
           MOVE "S" TO PEN-ESTADO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO PEN-DATA-HORA.
           MOVE WS-OPERADOR TO PEN-OPERADOR.
           REWRITE PEN-REC
               INVALID KEY
                   MOVE "ERRO AO GRAVAR A PENHORA - NAO REPOSTA"
                       TO WS-EVENTO-DETALHE
                   GO TO TRATAR-RETORNO-CREDOR-LINHA
           END-REWRITE.
           MOVE WS-CRED-VALOR TO WS-VALOR-ED.
           MOVE SPACES TO WS-EVENTO-DETALHE.
           STRING "PENHORA "        DELIMITED BY SIZE
               RET-MATRICULA        DELIMITED BY SIZE
               "/"                  DELIMITED BY SIZE
               RET-PRIORIDADE       DELIMITED BY SIZE
               " DEVOLVIDA PELO BANCO " DELIMITED BY SIZE
               WS-VALOR-ED          DELIMITED BY SIZE
               " SUSPENSA"          DELIMITED BY SIZE
               INTO WS-EVENTO-DETALHE
           END-STRING.
           MOVE "M" TO WS-TIPO-OPERACAO.
           PERFORM ESCREVER-AUDITORIA-EVENTO.
           MOVE "REPOSTA NO SALDO, ORDEM SUSPENSA - CORRIGIR O IBAN"
               TO WS-EVENTO-DETALHE.
       TRATAR-RETORNO-CREDOR-LINHA.
           MOVE RET-VALOR-PAGO TO WS-VALOR-ED.
           MOVE SPACES TO REC-LINHA.
           STRING "PENHORA DEVOLVIDA         " DELIMITED BY SIZE
               RET-MATRICULA        DELIMITED BY SIZE
               "/"                  DELIMITED BY SIZE
               RET-PRIORIDADE       DELIMITED BY SIZE
               " ("                 DELIMITED BY SIZE
               RET-ESTADO           DELIMITED BY SIZE
               ") VALOR "           DELIMITED BY SIZE
               WS-VALOR-ED          DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               WS-EVENTO-DETALHE    DELIMITED BY SIZE
               INTO REC-LINHA
           END-STRING.
           WRITE REC-LINHA.
       TRATAR-RETORNO-CREDOR-SAIDA.
           EXIT.

       EXCECAO-NUNCA-ENVIADO.
           ADD 1 TO WS-CONT-EXCECOES.
           MOVE RET-VALOR-PAGO TO WS-VALOR-ED.
           END-STRING.
           WRITE REC-LINHA.
           MOVE SPACES TO REC-LINHA.
           MOVE WS-TOTAL-CRED-PAGO TO WS-TOTAL-ED.
           STRING "CREDORES DE PENHORAS - PAGOS:      "
               DELIMITED BY SIZE
               WS-CONT-CRED-PAGOS   DELIMITED BY SIZE
               " REGISTOS, VALOR "  DELIMITED BY SIZE
               WS-TOTAL-ED          DELIMITED BY SIZE
               INTO REC-LINHA
           END-STRING.
           WRITE REC-LINHA.
           MOVE WS-TOTAL-CRED-DEVOLV TO WS-TOTAL-ED.
           MOVE SPACES TO REC-LINHA.
           STRING "CREDORES DE PENHORAS - DEVOLVIDOS: "
               DELIMITED BY SIZE
               WS-CONT-CRED-DEVOLV  DELIMITED BY SIZE
               " REGISTOS, VALOR "  DELIMITED BY SIZE
               WS-TOTAL-ED          DELIMITED BY SIZE
               INTO REC-LINHA
           END-STRING.
           WRITE REC-LINHA.
           MOVE SPACES TO REC-LINHA.
           STRING "PENDENTES DE REENVIO - ABERTOS NESTA CORRIDA: "
               DELIMITED BY SIZE
               WS-CONT-REJ-ABERTOS  DELIMITED BY SIZE
           DISPLAY "RECONCILIACAO TERMINADA - " WS-CONT-EXCECOES
               " EXCECOES.".

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
           IF CAR-PROGRAMA NOT = "prog07"
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

       END PROGRAM prog07.
