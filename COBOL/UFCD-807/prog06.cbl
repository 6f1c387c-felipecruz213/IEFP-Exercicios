      *              EDITAR EMPFICH.DAT POR FORA. COMO TODA A
      *              MANUTENCAO, E RESERVADO A SUPERVISORES E FICA
      *              NA AUDITORIA COM A DATA ANTIGA E A NOVA.
      * 15/10/2026 - A REVERSAO QUE ANTECIPA A DATA DE SAIDA PARA O
      *              ANO EM VIGOR (OU ANTES), VINDA DE UMA DATA
      *              DENTRO DO ANO OU POSTERIOR, DEIXA NA CONTA DE
      *              REPOSICOES (RECUPER.DAT) UMA LINHA POR
      *              APURAR, QUE O prog05 VALORIZA CONTRA O QUE JA
      *              FOI PAGO E DESCONTA NOS PAGAMENTOS SEGUINTES.
      *              NOVO CAMPO PARM-RECUP-PERCENT-MAX NO REGISTO
      *              DE PARAMETROS.
      * 15/10/2026 - NOVA OPCAO (F)ILHOS/DEPENDENTES SOBRE O NOVO
      *              FICHEIRO FILHFICH.DAT: LISTA, INCLUI, ALTERA E
      *              ELIMINA FILHOS (NOME, NASCIMENTO, CONDICAO),
      *              COM AUDITORIA TIPO H. EMP-FILHOS PASSA A SER O
      *              NUMERO DE DEPENDENTES REGISTADOS E A ADMISSAO
      *              DEIXA DE PEDIR O NUMERO DE FILHOS.
      *              NOVOS CAMPOS PARM-FILHOS-IDADE-MAX E
      *              PARM-FILHOS-IDADE-ESTUDO NO REGISTO DE
      *              PARAMETROS.
      * 15/10/2026 - NOVA OPCAO AUS(E)NCIAS/SANCOES SOBRE O NOVO
      *              FICHEIRO AUSFICH.DAT (FALTAS INJUSTIFICADAS,
      *              SANCOES E PERDA DO PREMIO POR EMPREGADO E
      *              ANO), COM AUDITORIA TIPO J ANTES/DEPOIS.
      * 15/10/2026 - PENHORAS: NOVO ECRA (P)ENHORAS PARA INCLUIR,
      *              ALTERAR E ELIMINAR AS ORDENS DE PENHORA DE CADA
      *              EMPREGADO (PENHFICH.DAT), COM IBAN DO CREDOR
      *              VALIDADO PELO MOD-97. AUDITORIA TIPO M.
      * 15/10/2026 - CONTA DE GASTO DO DEPARTAMENTO (DEP-CONTA-
      *              GASTO) NA GESTAO DE DEPARTAMENTOS, PARA O
      *              DIARIO CONTABILISTICO DO prog05; EM BRANCO USA
      *              A CONTA GERAL. CONTAS DO DIARIO NO FIM DO
      *              REGISTO DE PARMFICH.DAT.
      * 15/10/2026 - NOVA OPCAO ORCA(M)ENTOS: ORCAMENTO ANUAL DOS
      *              PREMIOS POR DEPARTAMENTO E ANO, COM TOLERANCIA,
      *              EM ORCFICH.DAT (AUDITORIA TIPO 2).
      * 15/10/2026 - NOVO PERFIL N (OPERADOR DE SERVICO DA CADEIA
      *              NOTURNA, SEM ACESSO AO ECRA) NA GESTAO DE
      *              OPERADORES; O SIGN-ON RECUSA-O COM AUDITORIA.
      * 15/10/2026 - AUTORIZACOES NOTURNAS (AUTNOT.DAT): UM SUPERVISOR
      *              EMITE OU ANULA COM ANTECEDENCIA A AUTORIZACAO PARA
      *              A CADEIA NOTURNA PASSAR O ORCAMENTO (O), FORCAR
      *              UMA CORRIDA COMPLETA NOVA (F) OU FORCAR UM PASSO
      *              DO CICLO (C), PARA UM ANO E UMA TRANCHE OU PASSO;
      *              CADA AUTORIZACAO SO SERVE UMA VEZ. ENCURTADA A
      *              LINHA DE AUDITORIA DA ALTERACAO DE UMA PENHORA
      *              PARA O PROCESSO CABER INTEIRO.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RELATIVE KEY IS WS-LCK-RRN
               FILE STATUS IS WS-LCK-STATUS.

           SELECT RECFILE ASSIGN TO "RECUPER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CHAVE
               FILE STATUS IS WS-REC-STATUS.

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

           SELECT PENFILE ASSIGN TO "PENHFICH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-CHAVE
               ALTERNATE RECORD KEY IS PEN-IBAN WITH DUPLICATES
               FILE STATUS IS WS-PEN-STATUS.

           SELECT ORCFILE ASSIGN TO "ORCFICH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ORC-CHAVE
               FILE STATUS IS WS-ORC-STATUS.

           SELECT AUTFILE ASSIGN TO "AUTNOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUT-CHAVE
               FILE STATUS IS WS-AUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPFILE.
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
       01  AUD-LINHA                PIC X(150).
           05 DEP-RESPONSAVEL      PIC X(30).
           05 DEP-ATIVO            PIC X.
              88 DEP-ESTA-ATIVO    VALUE "S".
           05 DEP-CONTA-GASTO      PIC X(10).

       FD  OPEFILE.
       01  OPE-REC.
           05 OPE-SENHA            PIC X(8).
           05 OPE-PERFIL           PIC X.
              88 OPE-E-SUPERVISOR  VALUE "S".
              88 OPE-E-SERVICO     VALUE "N".
           05 OPE-FALHAS           PIC 9(1).
           05 OPE-BLOQUEADO        PIC X.
              88 OPE-ESTA-BLOQUEADO VALUE "S".
           05 LOCK-OPERADOR        PIC X(8).
           05 LOCK-DATA-HORA       PIC X(14).

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

      *----------------------------------------------------------
      * ORCAMENTO ANUAL DOS PREMIOS POR DEPARTAMENTO, COM A
      * TOLERANCIA (%) ACIMA DA QUAL O LOTE DO prog05 SO ARRANCA
      * COM AUTORIZACAO DE UM SUPERVISOR.
      *----------------------------------------------------------
       FD  ORCFILE.
       01  ORC-REC.
           05 ORC-CHAVE.
              10 ORC-ANO           PIC 9(4).
              10 ORC-DEPARTAMENTO  PIC X(4).
           05 ORC-VALOR            PIC 9(9)V99.
           05 ORC-TOLERANCIA       PIC 9(2).
           05 ORC-OPERADOR         PIC X(8).
           05 ORC-DATA-HORA        PIC X(14).

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
              88 AUT-USADA         VALUE "U".
           05 AUT-USADA-POR        PIC X(8).
           05 AUT-USADA-EM         PIC X(14).

       WORKING-STORAGE SECTION.
       77 IDADE                PIC 9(2).
       77 ANTIGUIDADE          PIC 9(2).
           88 DEP-ACEITE VALUE "S".
       77 WS-DEP-EXISTE        PIC X.
           88 DEP-EXISTE VALUE "S".
       77 WS-DEP-CONTA         PIC X(10).
       77 TEMP-DEP             PIC X(4).
       77 WS-DEP-MSG           PIC X(30).

       77 WS-LCK-STATUS        PIC XX.
       77 WS-LCK-RRN           PIC 9(4).

      *----------------------------------------------------------
      * AREAS DA CONTA CORRENTE DE REPOSICOES.
      *----------------------------------------------------------
       77 WS-REC-STATUS        PIC XX.
       77 WS-REC-PROX-SEQ      PIC 9(3).

      *----------------------------------------------------------
      * AREAS DO FICHEIRO DE DEPENDENTES (FILHFICH.DAT) - A
      * LISTA DO ECRA MOSTRA ATE SETE FILHOS E ASSINALA OS QUE
      * CONTAM NO ANO EM VIGOR, COM A MESMA REGRA DO prog05.
      * EMP-FILHOS FICA COM O NUMERO DE DEPENDENTES REGISTADOS.
      *----------------------------------------------------------
       77 WS-FIL-STATUS        PIC XX.
       77 WS-FIL-PROX-SEQ      PIC 9(3).
       77 WS-FIL-ELEGIVEIS     PIC 9(2).
       77 WS-FIL-IDADE         PIC S9(4) COMP.
       77 WS-FIL-CONTA         PIC X.
           88 FIL-CONTA VALUE "S".
       77 WS-FIL-EXISTE        PIC X.
           88 FIL-EXISTE VALUE "S".
       77 WS-LINHA-ECRA        PIC 9(2).
       77 WS-FIL-LINHA         PIC X(79).
       77 WS-FIL-MARCA         PIC X(5).
       77 WS-NOME-FILHO        PIC X(30).
       77 WS-DATA-FILHO        PIC 9(8).
       77 WS-CONDICAO-FILHO    PIC X.
       77 WS-NOME-FILHO-VELHO  PIC X(30).
       77 WS-DATA-FILHO-VELHA  PIC 9(8).
       77 WS-CONDICAO-VELHA    PIC X.
       77 WS-DATA-HOJE         PIC 9(8).

      *----------------------------------------------------------
      * AREAS DO FICHEIRO DE FALTAS E SANCOES (AUSFICH.DAT) - UM
      * REGISTO POR EMPREGADO E ANO, COM OS FACTOS QUE O LOTE DO
      * prog05 USA PARA REDUZIR OU RETIRAR O PREMIO.
      *----------------------------------------------------------
       77 WS-AUS-STATUS        PIC XX.
       77 WS-AUS-EXISTE        PIC X.
           88 AUS-EXISTE VALUE "S".
       77 TEMP-ANO             PIC X(4).
       77 TEMP-FALTAS          PIC X(3).
       77 WS-FALTAS-NOVAS      PIC 9(3).
       77 WS-FALTAS-VELHAS     PIC 9(3).
       77 WS-SANCOES-VELHAS    PIC 9(2).
       77 WS-PERDA-VELHA       PIC X.
       77 WS-MOTIVO-AUSENCIA   PIC X(30).

      *----------------------------------------------------------
      * AREAS DO FICHEIRO DE PENHORAS (PENHFICH.DAT) - AS ORDENS
      * DE CADA EMPREGADO, POR PRIORIDADE, QUE O LOTE DO prog05
      * DESCONTA DO LIQUIDO E ENTREGA AO CREDOR. A LISTA DO ECRA
      * MOSTRA AS SETE PRIMEIRAS. O SALDO SO E MEXIDO AQUI PELA
      * ALTERACAO DO TOTAL EM DIVIDA - O JA DESCONTADO MANTEM-SE.
      *----------------------------------------------------------
       77 WS-PEN-STATUS        PIC XX.
       77 WS-PEN-EXISTE        PIC X.
           88 PEN-EXISTE VALUE "S".
       77 WS-PEN-ORDENS        PIC 9(2).
       77 WS-PEN-LINHA         PIC X(79).
       77 WS-PEN-VALOR-ED      PIC ZZZZZZ9.99.
       77 WS-PEN-SALDO-ED      PIC ZZZZZZ9.99.
       77 WS-PEN-VELHO-ED      PIC ZZZZZZ9.99.
       77 WS-PEN-DEVIDO-ED     PIC ZZZZZZ9.99.
       77 WS-PEN-DEVIDO-VELHO-ED PIC ZZZZZZ9.99.
       77 WS-PEN-SALDO-VELHO-ED  PIC ZZZZZZ9.99.
       77 TEMP-VALOR           PIC X(12).
       77 WS-PEN-DESCONTADO    PIC 9(7)V99.
       77 WS-PROCESSO-NOVO     PIC X(20).
       77 WS-CREDOR-NOVO       PIC X(30).
       77 WS-IBAN-NOVO         PIC X(25).
       77 WS-TIPO-PEN-NOVO     PIC X.
       77 WS-VALOR-PEN-NOVO    PIC 9(6)V99.
       77 WS-PERCENT-PEN-NOVO  PIC 9(3).
       77 WS-DEVIDO-NOVO       PIC 9(7)V99.
       77 WS-ESTADO-PEN-NOVO   PIC X.
       77 WS-PROCESSO-VELHO    PIC X(20).
       77 WS-CREDOR-VELHO      PIC X(30).
       77 WS-IBAN-VELHO        PIC X(25).
       77 WS-TIPO-PEN-VELHO    PIC X.
       77 WS-VALOR-PEN-VELHO   PIC 9(6)V99.
       77 WS-PERCENT-PEN-VELHO PIC 9(3).
       77 WS-DEVIDO-VELHO      PIC 9(7)V99.
       77 WS-SALDO-VELHO       PIC 9(7)V99.
       77 WS-ESTADO-PEN-VELHO  PIC X.

      *----------------------------------------------------------
      * AREAS DO FICHEIRO DE ORCAMENTOS (ORCFICH.DAT) - UM
      * REGISTO POR ANO E DEPARTAMENTO.
      *----------------------------------------------------------
       77 WS-ORC-STATUS        PIC XX.
       77 WS-ORC-EXISTE        PIC X.
           88 ORC-EXISTE VALUE "S".
       77 WS-ORC-VALOR-NOVO    PIC 9(9)V99.
       77 WS-ORC-VALOR-VELHO   PIC 9(9)V99.
       77 WS-ORC-TOL-NOVA      PIC 9(2).
       77 WS-ORC-TOL-VELHA     PIC 9(2).
       77 WS-ORC-VALOR-ED      PIC ZZZZZZZZ9.99.
       77 WS-ORC-VELHO-ED      PIC ZZZZZZZZ9.99.
       77 TEMP-ORCAMENTO       PIC X(13).

      *----------------------------------------------------------
      * AREAS DAS AUTORIZACOES PARA A CADEIA NOTURNA (AUTNOT.DAT)
      * - UM REGISTO POR TIPO, ANO E TRANCHE OU PASSO.
      *----------------------------------------------------------
       77 WS-AUT-STATUS        PIC XX.
       77 WS-AUT-EXISTE        PIC X.
           88 AUT-EXISTE VALUE "S".
       77 WS-AUT-CHAVE-ECRA    PIC X(6).
       77 WS-AUT-ACAO          PIC X(7).
       77 TEMP-AUT-TIPO        PIC X.
       77 TEMP-AUT-REFERENCIA  PIC X.

      *----------------------------------------------------------
      * AREAS DA VALIDACAO MOD-97 DO IBAN DO CREDOR - A MESMA
      * CONTA DO LOTE DO prog05 E DO prog16.
      *----------------------------------------------------------
       77 WS-IBAN-TRABALHO      PIC X(25).
       77 WS-IBAN-REORDENADO    PIC X(25).
       77 WS-IBAN-COMPRIMENTO   PIC 9(2) COMP.
       77 WS-IBAN-POS           PIC 9(2) COMP.
       77 WS-IBAN-CHAR          PIC X.
       77 WS-IBAN-VALOR         PIC 9(2) COMP.
       77 WS-IBAN-RESTO         PIC 9(4) COMP.
       77 WS-IBAN-VALIDO        PIC X.
           88 IBAN-VALIDO VALUE "S".

       77 WS-NOME-NOVO         PIC X(30).
       77 WS-DEPARTAMENTO-NOVO PIC X(4).
       77 WS-DEPARTAMENTO-VELHO PIC X(4).
       77 WS-NOME-VELHO        PIC X(30).
       77 WS-DETALHE-AUDITORIA PIC X(117).

       SCREEN SECTION.
       01 CLS BLANK SCREEN.
           DISPLAY "MANUTENCAO DE EMPREGADOS" AT 0201.
           DISPLAY "(A)DMISSAO  (D)EMISSAO  (T)RANSFERENCIA  (N)OME"
               AT 0401.
           DISPLAY "(R)EVERTER DEMISSAO  (G)ESTAO DE DEPARTAMENTOS  "
               "ORCA(M)ENTOS" AT 0501.
           DISPLAY "(F)ILHOS/DEPENDENTES  AUS(E)NCIAS/SANCOES"
               AT 0601.
           DISPLAY "(P)ENHORAS  (O)PERADORES  AUTORI(Z)ACOES NOTURNAS"
               "  (S)AIR" AT 0701.
           DISPLAY "OPERACAO:" AT 0801.
           ACCEPT MODO AT 0811.
           EVALUATE MODO
               WHEN "G"
               WHEN "g"
                   GO TO GERIR-DEPARTAMENTO
               WHEN "M"
               WHEN "m"
                   GO TO GERIR-ORCAMENTOS
               WHEN "F"
               WHEN "f"
                   GO TO GERIR-DEPENDENTES
               WHEN "E"
               WHEN "e"
                   GO TO GERIR-AUSENCIAS
               WHEN "P"
               WHEN "p"
                   GO TO GERIR-PENHORAS
               WHEN "O"
               WHEN "o"
                   GO TO GERIR-OPERADOR
               WHEN "Z"
               WHEN "z"
                   GO TO GERIR-AUTORIZACOES
               WHEN "S"
               WHEN "s"
                   GO TO MANUTENCAO-FIM
           MOVE 25 TO PARM-FILHOS-MULT.
           MOVE 100 TO PARM-FILHOS-FLAT.
           MOVE 30 TO PARM-TOLERANCIA-VARIACAO.
           MOVE 50 TO PARM-RECUP-PERCENT-MAX.
           MOVE 18 TO PARM-FILHOS-IDADE-MAX.
           MOVE 25 TO PARM-FILHOS-IDADE-ESTUDO.

      *----------------------------------------------------------
      * BLOQUEIO DA JANELA DE LOTE - COM O LOTE DO prog05 A
               CLOSE AUDFILE
               STOP RUN
           END-IF.
           OPEN I-O RECFILE.
           IF WS-REC-STATUS = "35"
               OPEN OUTPUT RECFILE
               CLOSE RECFILE
               OPEN I-O RECFILE
           END-IF.
           IF WS-REC-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR A CONTA DE REPOSICOES - "
                   "ESTADO " WS-REC-STATUS
               CLOSE EMPFILE
               CLOSE AUDFILE
               CLOSE DEPFILE
               STOP RUN
           END-IF.
           OPEN I-O FILFILE.
           IF WS-FIL-STATUS = "35"
               OPEN OUTPUT FILFILE
               CLOSE FILFILE
               OPEN I-O FILFILE
           END-IF.
           IF WS-FIL-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR O FICHEIRO DE DEPENDENTES - "
                   "ESTADO " WS-FIL-STATUS
               CLOSE EMPFILE
               CLOSE AUDFILE
               CLOSE DEPFILE
               CLOSE RECFILE
               STOP RUN
           END-IF.
           OPEN I-O AUSFILE.
           IF WS-AUS-STATUS = "35"
               OPEN OUTPUT AUSFILE
               CLOSE AUSFILE
               OPEN I-O AUSFILE
           END-IF.
           IF WS-AUS-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR O FICHEIRO DE FALTAS E "
                   "SANCOES - ESTADO " WS-AUS-STATUS
               CLOSE EMPFILE
               CLOSE AUDFILE
               CLOSE DEPFILE
               CLOSE RECFILE
               CLOSE FILFILE
               STOP RUN
           END-IF.
           OPEN I-O PENFILE.
           IF WS-PEN-STATUS = "35"
               OPEN OUTPUT PENFILE
               CLOSE PENFILE
               OPEN I-O PENFILE
           END-IF.
           IF WS-PEN-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR O FICHEIRO DE PENHORAS - "
                   "ESTADO " WS-PEN-STATUS
               CLOSE EMPFILE
               CLOSE AUDFILE
               CLOSE DEPFILE
               CLOSE RECFILE
               CLOSE FILFILE
               CLOSE AUSFILE
               STOP RUN
           END-IF.
           OPEN I-O ORCFILE.
           IF WS-ORC-STATUS = "35"
               OPEN OUTPUT ORCFILE
               CLOSE ORCFILE
               OPEN I-O ORCFILE
           END-IF.
           IF WS-ORC-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR O FICHEIRO DE ORCAMENTOS - "
                   "ESTADO " WS-ORC-STATUS
               CLOSE EMPFILE
               CLOSE AUDFILE
               CLOSE DEPFILE
               CLOSE RECFILE
               CLOSE FILFILE
               CLOSE AUSFILE
               CLOSE PENFILE
               STOP RUN
           END-IF.
           OPEN I-O AUTFILE.
           IF WS-AUT-STATUS = "35"
               OPEN OUTPUT AUTFILE
               CLOSE AUTFILE
               OPEN I-O AUTFILE
           END-IF.
           IF WS-AUT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR AS AUTORIZACOES NOTURNAS - "
                   "ESTADO " WS-AUT-STATUS
               CLOSE EMPFILE
               CLOSE AUDFILE
               CLOSE DEPFILE
               CLOSE RECFILE
               CLOSE FILFILE
               CLOSE AUSFILE
               CLOSE PENFILE
               CLOSE ORCFILE
               STOP RUN
           END-IF.

      *----------------------------------------------------------
      * ADMISSAO - CRIA UM EMPREGADO NOVO DEPOIS DE CONFIRMAR QUE
           MOVE WS-DEPARTAMENTO-NOVO TO EMP-DEPARTAMENTO.
           PERFORM LER-DATA-NASCIMENTO.
           PERFORM LER-DATA-ADMISSAO.
           MOVE IDADE TO EMP-IDADE.
           MOVE ANTIGUIDADE TO EMP-ANTIGUIDADE.
           MOVE 0 TO EMP-FILHOS.
           MOVE WS-DATA-NASC  TO EMP-DATA-NASCIMENTO.
           MOVE WS-DATA-ADMIS TO EMP-DATA-ADMISSAO.
           MOVE 0 TO EMP-DATA-SAIDA.
               INTO WS-DETALHE-AUDITORIA
           END-STRING.
           PERFORM REGISTAR-AUDITORIA-MANUTENCAO.
           DISPLAY "EMPREGADO ADMITIDO - OS FILHOS REGISTAM-SE EM "
               "(F)ILHOS/DEPENDENTES." AT 1101.
       ADMITIR-CONTINUAR.
           DISPLAY "ADMITIR OUTRO EMPREGADO (S/N):" AT 1301.
           ACCEPT REPETIR AT 1333.
               DISPLAY " " ERASE EOL AT 0740
           END-IF.
           MOVE WS-IDADE-DERIVADA TO ANTIGUIDADE.

      *----------------------------------------------------------
      * DEMISSAO - GRAVA A DATA DE SAIDA NO REGISTO EM VEZ DE O
           END-IF.
           PERFORM REGISTAR-AUDITORIA-MANUTENCAO.
           DISPLAY "DEMISSAO ATUALIZADA." AT 0901.
      *SAIDA ANTECIPADA PARA O ANO EM VIGOR OU ANTES, A PARTIR DE
      *UMA DATA DENTRO DO ANO OU POSTERIOR - O PREMIO DO ANO PODE
      *TER SIDO PAGO POR CIMA DO DEVIDO E FICA POR APURAR.
           IF WS-DATA-SAIDA NOT = 0
              AND WS-DATA-SAIDA < WS-DATA-VELHA
              AND WS-DATA-SAIDA < (PARM-ANO-VIGOR + 1) * 10000
              AND WS-DATA-VELHA > PARM-ANO-VIGOR * 10000
               PERFORM ABRIR-REPOSICAO-PENDENTE
                   THRU ABRIR-REPOSICAO-PENDENTE-SAIDA
           END-IF.
           DISPLAY "REVERTER OUTRA DEMISSAO (S/N):" AT 1101.
           ACCEPT REPETIR AT 1132.
           IF (REPETIR="S" OR REPETIR="s")
           END-IF.
           GO TO MENU-ESCOLHER-OPERACAO.

      *----------------------------------------------------------
      * SAIDA ANTECIPADA NUM ANO COM PREMIO TALVEZ JA PAGO PELA
      * DATA ANTIGA - FICA NA CONTA DE REPOSICOES (RECUPER.DAT)
      * UMA LINHA POR APURAR (ESTADO "P", VALOR ZERO), QUE O
      * PROXIMO LOTE OU DELTA DO prog05 VALORIZA CONTRA O
      * HISTORICO. UMA SO LINHA POR APURAR POR EMPREGADO E ANO.
      *----------------------------------------------------------
       ABRIR-REPOSICAO-PENDENTE.
           MOVE 1 TO WS-REC-PROX-SEQ.
           MOVE EMP-MATRICULA TO REC-MATRICULA.
           MOVE 0 TO REC-SEQ.
           START RECFILE KEY IS NOT LESS THAN REC-CHAVE
               INVALID KEY
                   GO TO ABRIR-REPOSICAO-GRAVAR
           END-START.
       ABRIR-REPOSICAO-LER.
           READ RECFILE NEXT RECORD
               AT END
                   GO TO ABRIR-REPOSICAO-GRAVAR
           END-READ.
           IF REC-MATRICULA NOT = EMP-MATRICULA
               GO TO ABRIR-REPOSICAO-GRAVAR
           END-IF.
           COMPUTE WS-REC-PROX-SEQ = REC-SEQ + 1.
           IF REC-POR-APURAR AND REC-ANO = PARM-ANO-VIGOR
               GO TO ABRIR-REPOSICAO-PENDENTE-SAIDA
           END-IF.
           GO TO ABRIR-REPOSICAO-LER.
       ABRIR-REPOSICAO-GRAVAR.
           MOVE EMP-MATRICULA   TO REC-MATRICULA.
           MOVE WS-REC-PROX-SEQ TO REC-SEQ.
           MOVE PARM-ANO-VIGOR  TO REC-ANO.
           MOVE "R" TO REC-ORIGEM.
           MOVE 0 TO REC-VALOR-ORIGINAL.
           MOVE 0 TO REC-SALDO.
           MOVE "P" TO REC-ESTADO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO REC-DATA-HORA.
           MOVE REC-DATA-HORA   TO REC-DATA-MOVIMENTO.
           MOVE WS-OPERADOR     TO REC-OPERADOR.
           WRITE REC-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR NA CONTA DE REPOSICOES - "
                       "ESTADO " WS-REC-STATUS AT 1001
                   GO TO ABRIR-REPOSICAO-PENDENTE-SAIDA
           END-WRITE.
           MOVE "K" TO WS-TIPO-OPERACAO.
           MOVE SPACES TO WS-DETALHE-AUDITORIA.
           STRING "REPOSICAO POR APURAR SEQ " DELIMITED BY SIZE
               REC-SEQ             DELIMITED BY SIZE
               " ANO "             DELIMITED BY SIZE
               REC-ANO             DELIMITED BY SIZE
               " (SAIDA ANTECIPADA)" DELIMITED BY SIZE
               INTO WS-DETALHE-AUDITORIA
           END-STRING.
           PERFORM REGISTAR-AUDITORIA-MANUTENCAO.
           DISPLAY "PREMIO DO ANO A REAPURAR NO prog05 (REPOSICAO)."
               AT 1001.
       ABRIR-REPOSICAO-PENDENTE-SAIDA.
           EXIT.

      *----------------------------------------------------------
      * TRANSFERENCIA - MUDA O DEPARTAMENTO DE UM EMPREGADO JA
      * LANCADO. A AUDITORIA GUARDA O DEPARTAMENTO DE ORIGEM E O
           READ DEPFILE
               INVALID KEY
                   DISPLAY "DEPARTAMENTO NOVO." AT 0335
                   MOVE SPACES TO DEP-CONTA-GASTO
               NOT INVALID KEY
                   MOVE "S" TO WS-DEP-EXISTE
                   DISPLAY FUNCTION CONCATENATE("ATUAL: ", DEP-NOME,
                       " ATIVO: ", DEP-ATIVO, " CONTA: ",
                       DEP-CONTA-GASTO) AT 0401
           END-READ.
           MOVE TEMP-DEP TO DEP-CODIGO.
           DISPLAY "NOME DO DEPARTAMENTO:" AT 0601.
           IF DEP-ATIVO NOT = "S" AND DEP-ATIVO NOT = "N"
               GO TO GERIR-DEP-LER-ATIVO
           END-IF.
      *CONTA DE GASTO DOS PREMIOS NO DIARIO CONTABILISTICO - EM
      *BRANCO MANTEM A ATUAL; UM DEPARTAMENTO SEM CONTA PROPRIA
      *USA A CONTA GERAL DO PARMFICH.DAT.
           DISPLAY "CONTA DE GASTO:" AT 0901.
           MOVE SPACES TO WS-DEP-CONTA.
           ACCEPT WS-DEP-CONTA AT 0917.
           IF WS-DEP-CONTA NOT = SPACES
               MOVE WS-DEP-CONTA TO DEP-CONTA-GASTO
           END-IF.
           IF DEP-EXISTE
               REWRITE DEP-REC
           ELSE
               DEP-NOME            DELIMITED BY SIZE
               " ATIVO "           DELIMITED BY SIZE
               DEP-ATIVO           DELIMITED BY SIZE
               " CONTA "           DELIMITED BY SIZE
               DEP-CONTA-GASTO     DELIMITED BY SIZE
               INTO WS-DETALHE-AUDITORIA
           END-STRING.
           PERFORM REGISTAR-AUDITORIA-MANUTENCAO.
           END-IF.
           GO TO MENU-ESCOLHER-OPERACAO.

      *----------------------------------------------------------
      * GESTAO DOS DEPENDENTES DE UM EMPREGADO (FILHFICH.DAT) -
      * LISTA OS FILHOS REGISTADOS, ASSINALA OS QUE CONTAM PARA O
      * PREMIO NO ANO EM VIGOR E PERMITE INCLUIR, ALTERAR OU
      * ELIMINAR UM FILHO. CADA OPERACAO FICA NA AUDITORIA (TIPO
      * H) E EMP-FILHOS E ACERTADO PARA O NUMERO DE REGISTADOS.
      *----------------------------------------------------------
       GERIR-DEPENDENTES.
           DISPLAY CLS.
           DISPLAY "FILHOS/DEPENDENTES" AT 0201.
       GERIR-FIL-LER-MATRICULA.
           DISPLAY "MATRICULA (0 PARA SAIR):" AT 0301.
           ACCEPT TEMP-MATRICULA AT 0327.
           MOVE FUNCTION NUMVAL(TEMP-MATRICULA) TO EMP-MATRICULA.
           IF EMP-MATRICULA = 0
               GO TO MENU-ESCOLHER-OPERACAO
           END-IF.
           READ EMPFILE
               INVALID KEY
                   DISPLAY "EMPREGADO NAO ENCONTRADO."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0335
                   GO TO GERIR-FIL-LER-MATRICULA
           END-READ.
       GERIR-FIL-ECRA.
           DISPLAY CLS.
           DISPLAY "FILHOS/DEPENDENTES" AT 0201.
           DISPLAY FUNCTION CONCATENATE("EMPREGADO: ", EMP-MATRICULA,
               " ", EMP-NOME) AT 0301.
           PERFORM LISTAR-DEPENDENTES THRU LISTAR-DEPENDENTES-SAIDA.
           IF FILHOS NOT = EMP-FILHOS
               MOVE FILHOS TO EMP-FILHOS
               REWRITE EMP-REC
           END-IF.
           DISPLAY FUNCTION CONCATENATE("REGISTADOS: ", FILHOS,
               "   CONTAM EM ", PARM-ANO-VIGOR, ": ",
               WS-FIL-ELEGIVEIS) AT 1301.
       GERIR-FIL-ESCOLHER.
           DISPLAY "(I)NCLUIR  (A)LTERAR  (E)LIMINAR  (V)OLTAR:"
               AT 1401.
           ACCEPT MODO AT 1445.
           EVALUATE MODO
               WHEN "I"
               WHEN "i"
                   GO TO GERIR-FIL-INCLUIR
               WHEN "A"
               WHEN "a"
                   GO TO GERIR-FIL-ALTERAR
               WHEN "E"
               WHEN "e"
                   GO TO GERIR-FIL-ELIMINAR
               WHEN "V"
               WHEN "v"
                   GO TO GERIR-DEPENDENTES
               WHEN OTHER
                   GO TO GERIR-FIL-ESCOLHER
           END-EVALUATE.

       GERIR-FIL-INCLUIR.
           IF WS-FIL-PROX-SEQ > 99
               DISPLAY "SEM SEQUENCIAS LIVRES PARA ESTE EMPREGADO."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 2001
               GO TO GERIR-FIL-CONTINUAR
           END-IF.
           MOVE SPACES TO WS-NOME-FILHO-VELHO.
           MOVE 0 TO WS-DATA-FILHO-VELHA.
           MOVE SPACES TO WS-CONDICAO-VELHA.
           MOVE "N" TO WS-FIL-EXISTE.
           PERFORM LER-DADOS-FILHO THRU LER-DADOS-FILHO-SAIDA.
           MOVE EMP-MATRICULA TO FIL-MATRICULA.
           MOVE WS-FIL-PROX-SEQ TO FIL-SEQ.
           MOVE WS-NOME-FILHO TO FIL-NOME.
           MOVE WS-DATA-FILHO TO FIL-DATA-NASCIMENTO.
           MOVE WS-CONDICAO-FILHO TO FIL-CONDICAO.
           WRITE FIL-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O DEPENDENTE - ESTADO "
                       WS-FIL-STATUS AT 2001
                   GO TO GERIR-FIL-CONTINUAR
           END-WRITE.
           MOVE SPACES TO WS-DETALHE-AUDITORIA.
           STRING "FILHO SEQ "     DELIMITED BY SIZE
               FIL-SEQ             DELIMITED BY SIZE
               " INCLUIDO "        DELIMITED BY SIZE
               FIL-NOME            DELIMITED BY SIZE
               " NASC "            DELIMITED BY SIZE
               FIL-DATA-NASCIMENTO DELIMITED BY SIZE
               " COND "            DELIMITED BY SIZE
               FIL-CONDICAO        DELIMITED BY SIZE
               INTO WS-DETALHE-AUDITORIA
           END-STRING.
           MOVE "H" TO WS-TIPO-OPERACAO.
           PERFORM REGISTAR-AUDITORIA-MANUTENCAO.
           DISPLAY "DEPENDENTE INCLUIDO." AT 2001.
           GO TO GERIR-FIL-CONTINUAR.

       GERIR-FIL-ALTERAR.
           PERFORM LER-SEQUENCIA-FILHO.
           IF NOT FIL-EXISTE
               GO TO GERIR-FIL-CONTINUAR
           END-IF.
           MOVE FIL-NOME TO WS-NOME-FILHO-VELHO.
           MOVE FIL-DATA-NASCIMENTO TO WS-DATA-FILHO-VELHA.
           MOVE FIL-CONDICAO TO WS-CONDICAO-VELHA.
           PERFORM LER-DADOS-FILHO THRU LER-DADOS-FILHO-SAIDA.
           MOVE WS-NOME-FILHO TO FIL-NOME.
           MOVE WS-DATA-FILHO TO FIL-DATA-NASCIMENTO.
           MOVE WS-CONDICAO-FILHO TO FIL-CONDICAO.
           REWRITE FIL-REC
               INVALID KEY
                   DISPLAY "ERRO AO ALTERAR O DEPENDENTE - ESTADO "
                       WS-FIL-STATUS AT 2001
                   GO TO GERIR-FIL-CONTINUAR
           END-REWRITE.
           MOVE SPACES TO WS-DETALHE-AUDITORIA.
           STRING "FILHO SEQ "     DELIMITED BY SIZE
               FIL-SEQ             DELIMITED BY SIZE
               " ALTERADO NASC "   DELIMITED BY SIZE
               WS-DATA-FILHO-VELHA DELIMITED BY SIZE
               ">"                 DELIMITED BY SIZE
               FIL-DATA-NASCIMENTO DELIMITED BY SIZE
               " COND "            DELIMITED BY SIZE
               WS-CONDICAO-VELHA   DELIMITED BY SIZE
               ">"                 DELIMITED BY SIZE
               FIL-CONDICAO        DELIMITED BY SIZE
               " NOME "            DELIMITED BY SIZE
               FIL-NOME            DELIMITED BY SIZE
               INTO WS-DETALHE-AUDITORIA
           END-STRING.
           MOVE "H" TO WS-TIPO-OPERACAO.
           PERFORM REGISTAR-AUDITORIA-MANUTENCAO.
           DISPLAY "DEPENDENTE ALTERADO." AT 2001.
           GO TO GERIR-FIL-CONTINUAR.

       GERIR-FIL-ELIMINAR.
           PERFORM LER-SEQUENCIA-FILHO.
           IF NOT FIL-EXISTE
               GO TO GERIR-FIL-CONTINUAR
           END-IF.
           DISPLAY FUNCTION CONCATENATE("ELIMINAR ", FIL-NOME,
               " (S/N):") AT 1601.
           ACCEPT REPETIR AT 1649.
           IF REPETIR NOT = "S" AND REPETIR NOT = "s"
               DISPLAY "ELIMINACAO CANCELADA." AT 2001
               GO TO GERIR-FIL-CONTINUAR
           END-IF.
           DELETE FILFILE
               INVALID KEY
                   DISPLAY "ERRO AO ELIMINAR O DEPENDENTE - ESTADO "
                       WS-FIL-STATUS AT 2001
                   GO TO GERIR-FIL-CONTINUAR
           END-DELETE.
           MOVE SPACES TO WS-DETALHE-AUDITORIA.
           STRING "FILHO SEQ "     DELIMITED BY SIZE
               FIL-SEQ             DELIMITED BY SIZE
               " ELIMINADO "       DELIMITED BY SIZE
               FIL-NOME            DELIMITED BY SIZE
               " NASC "            DELIMITED BY SIZE
               FIL-DATA-NASCIMENTO DELIMITED BY SIZE
               " COND "            DELIMITED BY SIZE
               FIL-CONDICAO        DELIMITED BY SIZE
               INTO WS-DETALHE-AUDITORIA
           END-STRING.
           MOVE "H" TO WS-TIPO-OPERACAO.
           PERFORM REGISTAR-AUDITORIA-MANUTENCAO.
           DISPLAY "DEPENDENTE ELIMINADO." AT 2001.
       GERIR-FIL-CONTINUAR.
           DISPLAY "PRIMA ENTER PARA CONTINUAR" AT 2101.
           ACCEPT OMITTED AT 2128.
           GO TO GERIR-FIL-ECRA.

      *----------------------------------------------------------
      * LISTA DOS DEPENDENTES DO EMPREGADO - CONTA OS REGISTADOS
      * E OS QUE CONTAM NO ANO EM VIGOR, CALCULA A SEQUENCIA
      * SEGUINTE E MOSTRA OS SETE PRIMEIROS NAS LINHAS 6 A 12.
      *----------------------------------------------------------
       LISTAR-DEPENDENTES.
           MOVE 0 TO FILHOS.
           MOVE 0 TO WS-FIL-ELEGIVEIS.
           MOVE 1 TO WS-FIL-PROX-SEQ.
           MOVE 6 TO WS-LINHA-ECRA.
           DISPLAY "SEQ NOME                           NASCIMENTO COND "
               "CONTA" AT 0501.
           MOVE EMP-MATRICULA TO FIL-MATRICULA.
           MOVE 0 TO FIL-SEQ.
           START FILFILE KEY IS NOT LESS THAN FIL-CHAVE
               INVALID KEY
                   GO TO LISTAR-DEPENDENTES-SAIDA
           END-START.
       LISTAR-DEPENDENTES-LER.
           READ FILFILE NEXT RECORD
               AT END
                   GO TO LISTAR-DEPENDENTES-SAIDA
           END-READ.
           IF FIL-MATRICULA NOT = EMP-MATRICULA
               GO TO LISTAR-DEPENDENTES-SAIDA
           END-IF.
           IF FILHOS < 99
               ADD 1 TO FILHOS
           END-IF.
           COMPUTE WS-FIL-PROX-SEQ = FIL-SEQ + 1.
           PERFORM VERIFICAR-FILHO-ELEGIVEL.
           IF FIL-CONTA
               ADD 1 TO WS-FIL-ELEGIVEIS
               MOVE "SIM" TO WS-FIL-MARCA
           ELSE
               MOVE "NAO" TO WS-FIL-MARCA
           END-IF.
           IF WS-LINHA-ECRA > 12
               GO TO LISTAR-DEPENDENTES-LER
           END-IF.
           MOVE SPACES TO WS-FIL-LINHA.
           STRING FIL-SEQ          DELIMITED BY SIZE
               "  "                DELIMITED BY SIZE
               FIL-NOME            DELIMITED BY SIZE
               " "                 DELIMITED BY SIZE
               FIL-DATA-NASCIMENTO DELIMITED BY SIZE
               "   "               DELIMITED BY SIZE
               FIL-CONDICAO        DELIMITED BY SIZE
               "    "              DELIMITED BY SIZE
               WS-FIL-MARCA        DELIMITED BY SIZE
               INTO WS-FIL-LINHA
           END-STRING.
           DISPLAY WS-FIL-LINHA AT LINE WS-LINHA-ECRA COLUMN 1.
           ADD 1 TO WS-LINHA-ECRA.
           GO TO LISTAR-DEPENDENTES-LER.
       LISTAR-DEPENDENTES-SAIDA.
           EXIT.

      *----------------------------------------------------------
      * REGRA DO FILHO QUE CONTA NO ANO EM VIGOR - A MESMA DO
      * prog05: IDADE ATE PARM-FILHOS-IDADE-MAX, ESTUDANTE ATE
      * PARM-FILHOS-IDADE-ESTUDO, DEFICIENCIA SEM LIMITE.
      *----------------------------------------------------------
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
      * LEITURA DA SEQUENCIA DO FILHO A ALTERAR OU ELIMINAR.
      *----------------------------------------------------------
       LER-SEQUENCIA-FILHO.
           MOVE "N" TO WS-FIL-EXISTE.
           DISPLAY "SEQUENCIA DO FILHO:" AT 1501.
           ACCEPT TEMP AT 1521.
           MOVE EMP-MATRICULA TO FIL-MATRICULA.
           MOVE FUNCTION NUMVAL(TEMP) TO FIL-SEQ.
           READ FILFILE
               INVALID KEY
                   DISPLAY "DEPENDENTE NAO ENCONTRADO."
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 2001
               NOT INVALID KEY
                   MOVE "S" TO WS-FIL-EXISTE
           END-READ.

      *----------------------------------------------------------
      * CAPTACAO DOS DADOS DO FILHO - NOME, DATA DE NASCIMENTO
      * (DATA DE CALENDARIO E NAO FUTURA) E CONDICAO (N=NENHUMA,
      * E=ESTUDANTE, D=DEFICIENCIA). NA ALTERACAO, UM CAMPO EM
      * BRANCO MANTEM O VALOR ATUAL.
      *----------------------------------------------------------
       LER-DADOS-FILHO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
       LER-DADOS-FILHO-NOME.
           DISPLAY "NOME DO FILHO:" AT 1601.
           ACCEPT WS-NOME-FILHO AT 1616.
           IF WS-NOME-FILHO = SPACES
               IF FIL-EXISTE
                   MOVE WS-NOME-FILHO-VELHO TO WS-NOME-FILHO
               ELSE
                   DISPLAY "NOME OBRIGATORIO."
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 2001
                   GO TO LER-DADOS-FILHO-NOME
               END-IF
           END-IF.
           DISPLAY " " ERASE EOL AT 2001.
       LER-DADOS-FILHO-DATA.
           DISPLAY "DATA DE NASCIMENTO (AAAAMMDD):" AT 1701.
           ACCEPT TEMP-DATA AT 1732.
           IF TEMP-DATA = SPACES AND FIL-EXISTE
               MOVE WS-DATA-FILHO-VELHA TO WS-DATA-FILHO
               GO TO LER-DADOS-FILHO-CONDICAO
           END-IF.
           MOVE FUNCTION NUMVAL(TEMP-DATA) TO WS-DATA-FILHO.
           IF FUNCTION INTEGER-OF-DATE(WS-DATA-FILHO) = 0
              OR WS-DATA-FILHO > WS-DATA-HOJE
               DISPLAY "DATA INVALIDA."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 2001
               GO TO LER-DADOS-FILHO-DATA
           END-IF.
           DISPLAY " " ERASE EOL AT 2001.
       LER-DADOS-FILHO-CONDICAO.
           DISPLAY "CONDICAO (N=NENHUMA E=ESTUDANTE D=DEFICIENCIA):"
               AT 1801.
           ACCEPT WS-CONDICAO-FILHO AT 1849.
           IF WS-CONDICAO-FILHO = SPACE AND FIL-EXISTE
               MOVE WS-CONDICAO-VELHA TO WS-CONDICAO-FILHO
           END-IF.
           INSPECT WS-CONDICAO-FILHO CONVERTING "ned" TO "NED".
           IF WS-CONDICAO-FILHO NOT = "N"
              AND WS-CONDICAO-FILHO NOT = "E"
              AND WS-CONDICAO-FILHO NOT = "D"
               GO TO LER-DADOS-FILHO-CONDICAO
           END-IF.
       LER-DADOS-FILHO-SAIDA.
           EXIT.

      *----------------------------------------------------------
      * FALTAS E SANCOES DE UM EMPREGADO NUM ANO (AUSFICH.DAT) -
      * DIAS DE FALTA INJUSTIFICADA, NUMERO DE SANCOES
      * DISCIPLINARES E A MARCA DE PERDA TOTAL DO PREMIO, COM A
      * REFERENCIA DOS RECURSOS HUMANOS. O REGISTO E CRIADO OU
      * ALTERADO NO MESMO ECRA (CAMPO EM BRANCO MANTEM O VALOR) E
      * PODE SER ELIMINADO. TUDO NA AUDITORIA (TIPO J), COM OS
      * VALORES ANTES E DEPOIS.
      *----------------------------------------------------------
       GERIR-AUSENCIAS.
           DISPLAY CLS.
           DISPLAY "FALTAS E SANCOES" AT 0201.
       GERIR-AUS-LER-MATRICULA.
           DISPLAY "MATRICULA (0 PARA SAIR):" AT 0301.
           ACCEPT TEMP-MATRICULA AT 0327.
           MOVE FUNCTION NUMVAL(TEMP-MATRICULA) TO EMP-MATRICULA.
           IF EMP-MATRICULA = 0
               GO TO MENU-ESCOLHER-OPERACAO
           END-IF.
           READ EMPFILE
               INVALID KEY
                   DISPLAY "EMPREGADO NAO ENCONTRADO."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0335
                   GO TO GERIR-AUS-LER-MATRICULA
           END-READ.
           DISPLAY " " ERASE EOL AT 0335.
           DISPLAY FUNCTION CONCATENATE("ANO (BRANCO = ",
               PARM-ANO-VIGOR, "):") AT 0401.
           ACCEPT TEMP-ANO AT 0422.
           MOVE EMP-MATRICULA TO AUS-MATRICULA.
           IF TEMP-ANO = SPACES
               MOVE PARM-ANO-VIGOR TO AUS-ANO
           ELSE
               MOVE FUNCTION NUMVAL(TEMP-ANO) TO AUS-ANO
           END-IF.
           IF AUS-ANO < 1900
               DISPLAY "ANO INVALIDO."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0430
               GO TO GERIR-AUS-LER-MATRICULA
           END-IF.
           MOVE "N" TO WS-AUS-EXISTE.
           READ AUSFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-AUS-EXISTE
           END-READ.
           IF AUS-EXISTE
               MOVE AUS-FALTAS  TO WS-FALTAS-VELHAS
               MOVE AUS-SANCOES TO WS-SANCOES-VELHAS
               MOVE AUS-PERDA   TO WS-PERDA-VELHA
               MOVE AUS-MOTIVO  TO WS-MOTIVO-AUSENCIA
           ELSE
               MOVE 0   TO WS-FALTAS-VELHAS
               MOVE 0   TO WS-SANCOES-VELHAS
               MOVE "N" TO WS-PERDA-VELHA
               MOVE SPACES TO WS-MOTIVO-AUSENCIA
           END-IF.
       GERIR-AUS-ECRA.
           DISPLAY CLS.
           DISPLAY "FALTAS E SANCOES" AT 0201.
           DISPLAY FUNCTION CONCATENATE("EMPREGADO: ", EMP-MATRICULA,
               " ", EMP-NOME, "  ANO: ", AUS-ANO) AT 0301.
           IF AUS-EXISTE
               DISPLAY FUNCTION CONCATENATE("FALTAS: ",
                   WS-FALTAS-VELHAS, "  SANCOES: ", WS-SANCOES-VELHAS,
                   "  PERDA DO PREMIO: ", WS-PERDA-VELHA) AT 0501
               DISPLAY FUNCTION CONCATENATE("MOTIVO: ",
                   WS-MOTIVO-AUSENCIA, "  REGISTADO POR ",
                   AUS-OPERADOR, " EM ", AUS-DATA-HORA) AT 0601
           ELSE
               DISPLAY "SEM REGISTO PARA ESTE ANO." AT 0501
           END-IF.
       GERIR-AUS-ESCOLHER.
           DISPLAY "(G)RAVAR  (E)LIMINAR  (V)OLTAR:" AT 0801.
           ACCEPT MODO AT 0834.
           EVALUATE MODO
               WHEN "G"
               WHEN "g"
                   GO TO GERIR-AUS-GRAVAR
               WHEN "E"
               WHEN "e"
                   GO TO GERIR-AUS-ELIMINAR
               WHEN "V"
               WHEN "v"
                   GO TO GERIR-AUSENCIAS
               WHEN OTHER
                   GO TO GERIR-AUS-ESCOLHER
           END-EVALUATE.

       GERIR-AUS-GRAVAR.
           DISPLAY "DIAS DE FALTA INJUSTIFICADA (BRANCO = MANTER):"
               AT 1001.
           ACCEPT TEMP-FALTAS AT 1048.
           IF TEMP-FALTAS = SPACES
               MOVE WS-FALTAS-VELHAS TO WS-FALTAS-NOVAS
           ELSE
               MOVE FUNCTION NUMVAL(TEMP-FALTAS) TO WS-FALTAS-NOVAS
           END-IF.
           IF WS-FALTAS-NOVAS > 366
               DISPLAY "NUMERO DE FALTAS INVALIDO."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 2001
               GO TO GERIR-AUS-GRAVAR
           END-IF.
           DISPLAY " " ERASE EOL AT 2001.
           MOVE WS-FALTAS-NOVAS TO AUS-FALTAS.
           DISPLAY "SANCOES DISCIPLINARES (BRANCO = MANTER):" AT 1101.
           ACCEPT TEMP AT 1142.
           IF TEMP = SPACES
               MOVE WS-SANCOES-VELHAS TO AUS-SANCOES
           ELSE
               MOVE FUNCTION NUMVAL(TEMP) TO AUS-SANCOES
           END-IF.
       GERIR-AUS-LER-PERDA.
           DISPLAY "PERDA TOTAL DO PREMIO (S/N, BRANCO = MANTER):"
               AT 1201.
           ACCEPT AUS-PERDA AT 1247.
           IF AUS-PERDA = SPACE
               MOVE WS-PERDA-VELHA TO AUS-PERDA
           END-IF.
           INSPECT AUS-PERDA CONVERTING "sn" TO "SN".
           IF AUS-PERDA NOT = "S" AND AUS-PERDA NOT = "N"
               GO TO GERIR-AUS-LER-PERDA
           END-IF.
       GERIR-AUS-LER-MOTIVO.
           DISPLAY "MOTIVO/REFERENCIA RH:" AT 1301.
           ACCEPT AUS-MOTIVO AT 1323.
           IF AUS-MOTIVO = SPACES
               MOVE WS-MOTIVO-AUSENCIA TO AUS-MOTIVO
           END-IF.
           IF AUS-MOTIVO = SPACES
               DISPLAY "MOTIVO OBRIGATORIO."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 2001
               GO TO GERIR-AUS-LER-MOTIVO
           END-IF.
           DISPLAY " " ERASE EOL AT 2001.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUS-DATA-HORA.
           MOVE WS-OPERADOR TO AUS-OPERADOR.
           IF AUS-EXISTE
               REWRITE AUS-REC
                   INVALID KEY
                       DISPLAY "ERRO AO ALTERAR O REGISTO - ESTADO "
                           WS-AUS-STATUS AT 2001
                       GO TO GERIR-AUS-CONTINUAR
               END-REWRITE
           ELSE
               WRITE AUS-REC
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR O REGISTO - ESTADO "
                           WS-AUS-STATUS AT 2001
                       GO TO GERIR-AUS-CONTINUAR
               END-WRITE
           END-IF.
           MOVE SPACES TO WS-DETALHE-AUDITORIA.
           STRING "ANO "           DELIMITED BY SIZE
               AUS-ANO             DELIMITED BY SIZE
               " FALTAS "          DELIMITED BY SIZE
               WS-FALTAS-VELHAS    DELIMITED BY SIZE
               ">"                 DELIMITED BY SIZE
               AUS-FALTAS          DELIMITED BY SIZE
               " SANCOES "         DELIMITED BY SIZE
               WS-SANCOES-VELHAS   DELIMITED BY SIZE
               ">"                 DELIMITED BY SIZE
               AUS-SANCOES         DELIMITED BY SIZE
               " PERDA "           DELIMITED BY SIZE
               WS-PERDA-VELHA      DELIMITED BY SIZE
               ">"                 DELIMITED BY SIZE
               AUS-PERDA           DELIMITED BY SIZE
               " "                 DELIMITED BY SIZE
               AUS-MOTIVO          DELIMITED BY SIZE
               INTO WS-DETALHE-AUDITORIA
           END-STRING.
           MOVE "J" TO WS-TIPO-OPERACAO.
           PERFORM REGISTAR-AUDITORIA-MANUTENCAO.
           DISPLAY "FALTAS E SANCOES GRAVADAS." AT 2001.
           GO TO GERIR-AUS-CONTINUAR.

       GERIR-AUS-ELIMINAR.
           IF NOT AUS-EXISTE
               DISPLAY "SEM REGISTO PARA ELIMINAR."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 2001
               GO TO GERIR-AUS-CONTINUAR
           END-IF.
           DISPLAY "ELIMINAR O REGISTO DO ANO (S/N):" AT 1001.
           ACCEPT REPETIR AT 1034.
           IF REPETIR NOT = "S" AND REPETIR NOT = "s"
               DISPLAY "ELIMINACAO CANCELADA." AT 2001
               GO TO GERIR-AUS-CONTINUAR
           END-IF.
           DELETE AUSFILE
               INVALID KEY
                   DISPLAY "ERRO AO ELIMINAR O REGISTO - ESTADO "
                       WS-AUS-STATUS AT 2001
                   GO TO GERIR-AUS-CONTINUAR
           END-DELETE.
           MOVE SPACES TO WS-DETALHE-AUDITORIA.
           STRING "ANO "           DELIMITED BY SIZE
               AUS-ANO             DELIMITED BY SIZE
               " ELIMINADO FALTAS " DELIMITED BY SIZE
               WS-FALTAS-VELHAS    DELIMITED BY SIZE
               " SANCOES "         DELIMITED BY SIZE
               WS-SANCOES-VELHAS   DELIMITED BY SIZE
               " PERDA "           DELIMITED BY SIZE
               WS-PERDA-VELHA      DELIMITED BY SIZE
               " "                 DELIMITED BY SIZE
               WS-MOTIVO-AUSENCIA  DELIMITED BY SIZE
               INTO WS-DETALHE-AUDITORIA
           END-STRING.
           MOVE "J" TO WS-TIPO-OPERACAO.
           PERFORM REGISTAR-AUDITORIA-MANUTENCAO.
           DISPLAY "REGISTO ELIMINADO." AT 2001.
       GERIR-AUS-CONTINUAR.
           DISPLAY "GERIR OUTRO EMPREGADO/ANO (S/N):" AT 2101.
           ACCEPT REPETIR AT 2134.
           IF (REPETIR="S" OR REPETIR="s")
               GO TO GERIR-AUSENCIAS
           END-IF.
           GO TO MENU-ESCOLHER-OPERACAO.

      *----------------------------------------------------------
      * ORCAMENTOS DOS DEPARTAMENTOS (ORCFICH.DAT) - VALOR ANUAL
      * DOS PREMIOS DE UM DEPARTAMENTO DO MESTRE NUM ANO E A
      * TOLERANCIA EM PERCENTAGEM. O REGISTO E CRIADO OU
      * ALTERADO NO MESMO ECRA (CAMPO EM BRANCO MANTEM O VALOR) E
      * PODE SER ELIMINADO. TUDO NA AUDITORIA (TIPO 2), COM OS
      * VALORES ANTES E DEPOIS. O MODO (O)RCAMENTO DO prog05
      * PROJETA O CUSTO E COMPARA-O COM ESTES VALORES.
      *----------------------------------------------------------
       GERIR-ORCAMENTOS.
           DISPLAY CLS.
           DISPLAY "ORCAMENTOS DOS DEPARTAMENTOS" AT 0201.
       GERIR-ORC-LER-CODIGO.
           DISPLAY "DEPARTAMENTO (BRANCO PARA SAIR):" AT 0301.
           ACCEPT TEMP-DEP AT 0334.
           IF TEMP-DEP = SPACES
               GO TO MENU-ESCOLHER-OPERACAO
           END-IF.
           MOVE TEMP-DEP TO DEP-CODIGO.
           READ DEPFILE
               INVALID KEY
                   DISPLAY "DEPARTAMENTO FORA DO MESTRE."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0340
                   GO TO GERIR-ORC-LER-CODIGO
           END-READ.
           DISPLAY " " ERASE EOL AT 0340.
           DISPLAY FUNCTION CONCATENATE("ANO (BRANCO = ",
               PARM-ANO-VIGOR, "):") AT 0401.
           ACCEPT TEMP-ANO AT 0422.
           MOVE DEP-CODIGO TO ORC-DEPARTAMENTO.
           IF TEMP-ANO = SPACES
               MOVE PARM-ANO-VIGOR TO ORC-ANO
           ELSE
               MOVE FUNCTION NUMVAL(TEMP-ANO) TO ORC-ANO
           END-IF.
           IF ORC-ANO < 1900
               DISPLAY "ANO INVALIDO."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0430
               GO TO GERIR-ORC-LER-CODIGO
           END-IF.
           MOVE "N" TO WS-ORC-EXISTE.
           READ ORCFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-ORC-EXISTE
           END-READ.
           IF ORC-EXISTE
               MOVE ORC-VALOR      TO WS-ORC-VALOR-VELHO
               MOVE ORC-TOLERANCIA TO WS-ORC-TOL-VELHA
           ELSE
               MOVE 0 TO WS-ORC-VALOR-VELHO
               MOVE 0 TO WS-ORC-TOL-VELHA
           END-IF.
       GERIR-ORC-ECRA.
           DISPLAY CLS.
           DISPLAY "ORCAMENTOS DOS DEPARTAMENTOS" AT 0201.
           DISPLAY FUNCTION CONCATENATE("DEPARTAMENTO: ", DEP-CODIGO,
               " ", DEP-NOME, "  ANO: ", ORC-ANO) AT 0301.
           IF ORC-EXISTE
               MOVE WS-ORC-VALOR-VELHO TO WS-ORC-VELHO-ED
               DISPLAY FUNCTION CONCATENATE("ORCAMENTO: ",
                   WS-ORC-VELHO-ED, "  TOLERANCIA: ",
                   WS-ORC-TOL-VELHA, "%") AT 0501
               DISPLAY FUNCTION CONCATENATE("REGISTADO POR ",
                   ORC-OPERADOR, " EM ", ORC-DATA-HORA) AT 0601
           ELSE
               DISPLAY "SEM ORCAMENTO PARA ESTE ANO." AT 0501
           END-IF.
       GERIR-ORC-ESCOLHER.
           DISPLAY "(G)RAVAR  (E)LIMINAR  (V)OLTAR:" AT 0801.
           ACCEPT MODO AT 0834.
           EVALUATE MODO
               WHEN "G"
               WHEN "g"
                   GO TO GERIR-ORC-GRAVAR
               WHEN "E"
               WHEN "e"
                   GO TO GERIR-ORC-ELIMINAR
               WHEN "V"
               WHEN "v"
                   GO TO GERIR-ORCAMENTOS
               WHEN OTHER
                   GO TO GERIR-ORC-ESCOLHER
           END-EVALUATE.

       GERIR-ORC-GRAVAR.
           DISPLAY "ORCAMENTO ANUAL DOS PREMIOS (BRANCO = MANTER):"
               AT 1001.
           MOVE SPACES TO TEMP-ORCAMENTO.
           ACCEPT TEMP-ORCAMENTO AT 1048.
           IF TEMP-ORCAMENTO = SPACES
               MOVE WS-ORC-VALOR-VELHO TO WS-ORC-VALOR-NOVO
           ELSE
               MOVE FUNCTION NUMVAL(TEMP-ORCAMENTO)
                   TO WS-ORC-VALOR-NOVO
           END-IF.
           IF WS-ORC-VALOR-NOVO = 0
               DISPLAY "ORCAMENTO OBRIGATORIO."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 2001
               GO TO GERIR-ORC-GRAVAR
           END-IF.
           DISPLAY " " ERASE EOL AT 2001.
           DISPLAY "TOLERANCIA EM % (BRANCO = MANTER):" AT 1101.
           MOVE SPACES TO TEMP.
           ACCEPT TEMP AT 1136.
           IF TEMP = SPACES
               MOVE WS-ORC-TOL-VELHA TO WS-ORC-TOL-NOVA
           ELSE
               MOVE FUNCTION NUMVAL(TEMP) TO WS-ORC-TOL-NOVA
           END-IF.
           MOVE WS-ORC-VALOR-NOVO TO ORC-VALOR.
           MOVE WS-ORC-TOL-NOVA   TO ORC-TOLERANCIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ORC-DATA-HORA.
           MOVE WS-OPERADOR TO ORC-OPERADOR.
           IF ORC-EXISTE
               REWRITE ORC-REC
                   INVALID KEY
                       DISPLAY "ERRO AO ALTERAR O ORCAMENTO - ESTADO "
                           WS-ORC-STATUS AT 2001
                       GO TO GERIR-ORC-CONTINUAR
               END-REWRITE
           ELSE
               WRITE ORC-REC
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR O ORCAMENTO - ESTADO "
                           WS-ORC-STATUS AT 2001
                       GO TO GERIR-ORC-CONTINUAR
               END-WRITE
           END-IF.
           MOVE WS-ORC-VALOR-VELHO TO WS-ORC-VELHO-ED.
           MOVE ORC-VALOR          TO WS-ORC-VALOR-ED.
           MOVE 0 TO EMP-MATRICULA.
           MOVE SPACES TO WS-DETALHE-AUDITORIA.
           STRING "ORCAMENTO "     DELIMITED BY SIZE
               ORC-DEPARTAMENTO    DELIMITED BY SIZE
               " ANO "             DELIMITED BY SIZE
               ORC-ANO             DELIMITED BY SIZE
               " VALOR "           DELIMITED BY SIZE
               WS-ORC-VELHO-ED     DELIMITED BY SIZE
               ">"                 DELIMITED BY SIZE
               WS-ORC-VALOR-ED     DELIMITED BY SIZE
               " TOLERANCIA "      DELIMITED BY SIZE
               WS-ORC-TOL-VELHA    DELIMITED BY SIZE
               ">"                 DELIMITED BY SIZE
               ORC-TOLERANCIA      DELIMITED BY SIZE
               INTO WS-DETALHE-AUDITORIA
           END-STRING.
           MOVE "2" TO WS-TIPO-OPERACAO.
           PERFORM REGISTAR-AUDITORIA-MANUTENCAO.
           DISPLAY "ORCAMENTO GRAVADO." AT 2001.
           GO TO GERIR-ORC-CONTINUAR.

       GERIR-ORC-ELIMINAR.
           IF NOT ORC-EXISTE
               DISPLAY "SEM ORCAMENTO PARA ELIMINAR."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 2001
               GO TO GERIR-ORC-CONTINUAR
           END-IF.
           DISPLAY "ELIMINAR O ORCAMENTO DO ANO (S/N):" AT 1001.
           ACCEPT REPETIR AT 1036.
           IF REPETIR NOT = "S" AND REPETIR NOT = "s"
               DISPLAY "ELIMINACAO CANCELADA." AT 2001
               GO TO GERIR-ORC-CONTINUAR
           END-IF.
           DELETE ORCFILE
               INVALID KEY
                   DISPLAY "ERRO AO ELIMINAR O ORCAMENTO - ESTADO "
                       WS-ORC-STATUS AT 2001
                   GO TO GERIR-ORC-CONTINUAR
           END-DELETE.
           MOVE WS-ORC-VALOR-VELHO TO WS-ORC-VELHO-ED.
           MOVE 0 TO EMP-MATRICULA.
           MOVE SPACES TO WS-DETALHE-AUDITORIA.
           STRING "ORCAMENTO "     DELIMITED BY SIZE
               ORC-DEPARTAMENTO    DELIMITED BY SIZE
               " ANO "             DELIMITED BY SIZE
               ORC-ANO             DELIMITED BY SIZE
               " ELIMINADO VALOR " DELIMITED BY SIZE
               WS-ORC-VELHO-ED     DELIMITED BY SIZE
               " TOLERANCIA "      DELIMITED BY SIZE
               WS-ORC-TOL-VELHA    DELIMITED BY SIZE
               INTO WS-DETALHE-AUDITORIA
           END-STRING.
           MOVE "2" TO WS-TIPO-OPERACAO.
           PERFORM REGISTAR-AUDITORIA-MANUTENCAO.
           DISPLAY "ORCAMENTO ELIMINADO." AT 2001.
       GERIR-ORC-CONTINUAR.
           DISPLAY "GERIR OUTRO ORCAMENTO (S/N):" AT 2101.
           ACCEPT REPETIR AT 2130.
           IF (REPETIR="S" OR REPETIR="s")
               GO TO GERIR-ORCAMENTOS
           END-IF.
           GO TO MENU-ESCOLHER-OPERACAO.

      *----------------------------------------------------------
      * AUTORIZACOES PARA A CADEIA NOTURNA (AUTNOT.DAT) - O QUE
      * DE DIA SO UM SUPERVISOR PODE DECIDIR E AUTORIZADO AQUI DE
      * ANTEMAO, PARA UM ANO E UMA TRANCHE (OU PASSO DO CICLO):
      * LOTE DO prog05 ACIMA DO ORCAMENTO (O), NOVA CORRIDA
      * COMPLETA DO prog05 (F) OU PASSO 4/5 FORCADO NO prog07 OU
      * NO prog09 (C). A CADEIA SO A USA SE O CARTAO O PEDIR E
      * DEIXA-A USADA; UMA PENDENTE PODE SER ANULADA. A AUDITORIA
      * TEM O TIPO DO EVENTO QUE AUTORIZA (2, F OU P).
      *----------------------------------------------------------
       GERIR-AUTORIZACOES.
           DISPLAY CLS.
           DISPLAY "AUTORIZACOES PARA A CADEIA NOTURNA" AT 0201.
           DISPLAY "(O)RCAMENTO EXCEDIDO  (F)ORCAR NOVA CORRIDA  "
               "(C)ICLO - FORCAR PASSO 4/5" AT 0301.
       GERIR-AUT-LER-TIPO.
           DISPLAY "TIPO (BRANCO PARA SAIR):" AT 0401.
           MOVE SPACES TO TEMP-AUT-TIPO.
           ACCEPT TEMP-AUT-TIPO AT 0426.
           IF TEMP-AUT-TIPO = SPACES
               GO TO MENU-ESCOLHER-OPERACAO
           END-IF.
           INSPECT TEMP-AUT-TIPO CONVERTING "ofc" TO "OFC".
           IF TEMP-AUT-TIPO NOT = "O" AND TEMP-AUT-TIPO NOT = "F"
              AND TEMP-AUT-TIPO NOT = "C"
               DISPLAY "TIPO INVALIDO."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0430
               GO TO GERIR-AUT-LER-TIPO
           END-IF.
           DISPLAY " " ERASE EOL AT 0430.
           MOVE TEMP-AUT-TIPO TO AUT-TIPO.
           DISPLAY FUNCTION CONCATENATE("ANO (BRANCO = ",
               PARM-ANO-VIGOR, "):") AT 0501.
           MOVE SPACES TO TEMP-ANO.
           ACCEPT TEMP-ANO AT 0522.
           IF TEMP-ANO = SPACES
               MOVE PARM-ANO-VIGOR TO AUT-ANO
           ELSE
               MOVE FUNCTION NUMVAL(TEMP-ANO) TO AUT-ANO
           END-IF.
           IF AUT-ANO < 1900
               DISPLAY "ANO INVALIDO."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0530
               GO TO GERIR-AUT-LER-TIPO
           END-IF.
           DISPLAY " " ERASE EOL AT 0530.
           IF AUT-TIPO = "C"
               DISPLAY "PASSO DO CICLO (4 OU 5):" AT 0601
           ELSE
               DISPLAY "TRANCHE:" AT 0601
           END-IF.
           MOVE SPACES TO TEMP-AUT-REFERENCIA.
           ACCEPT TEMP-AUT-REFERENCIA AT 0626.
           IF TEMP-AUT-REFERENCIA IS NOT NUMERIC
              OR TEMP-AUT-REFERENCIA = "0"
              OR (AUT-TIPO = "C" AND TEMP-AUT-REFERENCIA NOT = "4"
                  AND TEMP-AUT-REFERENCIA NOT = "5")
               DISPLAY "TRANCHE OU PASSO INVALIDO."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0630
               GO TO GERIR-AUT-LER-TIPO
           END-IF.
           DISPLAY " " ERASE EOL AT 0630.
           MOVE TEMP-AUT-REFERENCIA TO AUT-REFERENCIA.
           MOVE AUT-CHAVE TO WS-AUT-CHAVE-ECRA.
           MOVE "N" TO WS-AUT-EXISTE.
           READ AUTFILE
               INVALID KEY
                   MOVE WS-AUT-CHAVE-ECRA TO AUT-CHAVE
               NOT INVALID KEY
                   MOVE "S" TO WS-AUT-EXISTE
           END-READ.
       GERIR-AUT-ECRA.
           IF AUT-EXISTE AND AUT-PENDENTE
               DISPLAY FUNCTION CONCATENATE("PENDENTE - DADA POR ",
                   AUT-SUPERVISOR, " EM ", AUT-DATA-HORA) AT 0801
           END-IF.
           IF AUT-EXISTE AND AUT-USADA
               DISPLAY FUNCTION CONCATENATE("USADA POR ",
                   AUT-USADA-POR, " EM ", AUT-USADA-EM,
                   " (DADA POR ", AUT-SUPERVISOR, ")") AT 0801
           END-IF.
           IF NOT AUT-EXISTE
               DISPLAY "SEM AUTORIZACAO." AT 0801
           END-IF.
       GERIR-AUT-ESCOLHER.
           DISPLAY "(G)RAVAR  (A)NULAR  (V)OLTAR:" AT 1001.
           ACCEPT MODO AT 1032.
           EVALUATE MODO
               WHEN "G"
               WHEN "g"
                   GO TO GERIR-AUT-GRAVAR
               WHEN "A"
               WHEN "a"
                   GO TO GERIR-AUT-ANULAR
               WHEN "V"
               WHEN "v"
                   GO TO GERIR-AUTORIZACOES
               WHEN OTHER
                   GO TO GERIR-AUT-ESCOLHER
           END-EVALUATE.

       GERIR-AUT-GRAVAR.
           IF AUT-EXISTE AND AUT-PENDENTE
               DISPLAY "JA HA UMA AUTORIZACAO PENDENTE."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 2001
               GO TO GERIR-AUT-CONTINUAR
           END-IF.
           MOVE WS-OPERADOR TO AUT-SUPERVISOR.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUT-DATA-HORA.
           MOVE "P" TO AUT-ESTADO.
           MOVE SPACES TO AUT-USADA-POR.
           MOVE SPACES TO AUT-USADA-EM.
           IF AUT-EXISTE
               REWRITE AUT-REC
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A AUTORIZACAO - "
                           "ESTADO " WS-AUT-STATUS AT 2001
                       GO TO GERIR-AUT-CONTINUAR
               END-REWRITE
           ELSE
               WRITE AUT-REC
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A AUTORIZACAO - "
                           "ESTADO " WS-AUT-STATUS AT 2001
                       GO TO GERIR-AUT-CONTINUAR
               END-WRITE
           END-IF.
           MOVE "EMITIDA" TO WS-AUT-ACAO.
           PERFORM AUDITAR-AUTORIZACAO.
           DISPLAY "AUTORIZACAO GRAVADA." AT 2001.
           GO TO GERIR-AUT-CONTINUAR.

       GERIR-AUT-ANULAR.
           IF NOT AUT-EXISTE OR NOT AUT-PENDENTE
               DISPLAY "SEM AUTORIZACAO PENDENTE PARA ANULAR."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 2001
               GO TO GERIR-AUT-CONTINUAR
           END-IF.
           DISPLAY "ANULAR A AUTORIZACAO (S/N):" AT 1101.
           ACCEPT REPETIR AT 1129.
           IF REPETIR NOT = "S" AND REPETIR NOT = "s"
               DISPLAY "ANULACAO CANCELADA." AT 2001
               GO TO GERIR-AUT-CONTINUAR
           END-IF.
           DELETE AUTFILE
               INVALID KEY
                   DISPLAY "ERRO AO ANULAR A AUTORIZACAO - ESTADO "
                       WS-AUT-STATUS AT 2001
                   GO TO GERIR-AUT-CONTINUAR
           END-DELETE.
           MOVE "ANULADA" TO WS-AUT-ACAO.
           PERFORM AUDITAR-AUTORIZACAO.
           DISPLAY "AUTORIZACAO ANULADA." AT 2001.
       GERIR-AUT-CONTINUAR.
           DISPLAY "GERIR OUTRA AUTORIZACAO (S/N):" AT 2101.
           ACCEPT REPETIR AT 2132.
           IF (REPETIR="S" OR REPETIR="s")
               GO TO GERIR-AUTORIZACOES
           END-IF.
           GO TO MENU-ESCOLHER-OPERACAO.

       AUDITAR-AUTORIZACAO.
           MOVE 0 TO EMP-MATRICULA.
           MOVE SPACES TO WS-DETALHE-AUDITORIA.
           STRING "AUTORIZACAO NOTURNA " DELIMITED BY SIZE
               AUT-TIPO            DELIMITED BY SIZE
               " ANO "             DELIMITED BY SIZE
               AUT-ANO             DELIMITED BY SIZE
               " REF "             DELIMITED BY SIZE
               AUT-REFERENCIA      DELIMITED BY SIZE
               " "                 DELIMITED BY SIZE
               WS-AUT-ACAO         DELIMITED BY SIZE
               INTO WS-DETALHE-AUDITORIA
           END-STRING.
           EVALUATE AUT-TIPO
               WHEN "O"
                   MOVE "2" TO WS-TIPO-OPERACAO
               WHEN "F"
                   MOVE "F" TO WS-TIPO-OPERACAO
               WHEN OTHER
                   MOVE "P" TO WS-TIPO-OPERACAO
           END-EVALUATE.
           PERFORM REGISTAR-AUDITORIA-MANUTENCAO.

      *----------------------------------------------------------
      * ORDENS DE PENHORA DE UM EMPREGADO (PENHFICH.DAT) - LISTA
      * AS ORDENS POR PRIORIDADE E PERMITE INCLUIR, ALTERAR OU
      * ELIMINAR UMA ORDEM. CADA ORDEM TEM O PROCESSO DO
      * TRIBUNAL, O CREDOR E O SEU IBAN, UM VALOR FIXO OU UMA
      * PERCENTAGEM DO LIQUIDO POR PAGAMENTO E O TOTAL EM
      * DIVIDA. O LOTE DO prog05 DESCONTA AS ORDENS ATIVAS ATE O
      * SALDO CHEGAR A ZERO. TUDO NA AUDITORIA (TIPO M).
      *----------------------------------------------------------
       GERIR-PENHORAS.
           DISPLAY CLS.
           DISPLAY "PENHORAS" AT 0201.
       GERIR-PEN-LER-MATRICULA.
           DISPLAY "MATRICULA (0 PARA SAIR):" AT 0301.
           ACCEPT TEMP-MATRICULA AT 0327.
           MOVE FUNCTION NUMVAL(TEMP-MATRICULA) TO EMP-MATRICULA.
           IF EMP-MATRICULA = 0
               GO TO MENU-ESCOLHER-OPERACAO
           END-IF.
           READ EMPFILE
               INVALID KEY
                   DISPLAY "EMPREGADO NAO ENCONTRADO."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0335
                   GO TO GERIR-PEN-LER-MATRICULA
           END-READ.
       GERIR-PEN-ECRA.
           DISPLAY CLS.
           DISPLAY "PENHORAS" AT 0201.
           DISPLAY FUNCTION CONCATENATE("EMPREGADO: ", EMP-MATRICULA,
               " ", EMP-NOME) AT 0301.
           PERFORM LISTAR-PENHORAS THRU LISTAR-PENHORAS-SAIDA.
           DISPLAY FUNCTION CONCATENATE("ORDENS REGISTADAS: ",
               WS-PEN-ORDENS) AT 1301.
       GERIR-PEN-ESCOLHER.
           DISPLAY "(I)NCLUIR  (A)LTERAR  (E)LIMINAR  (V)OLTAR:"
               AT 1401.
           ACCEPT MODO AT 1445.
           EVALUATE MODO
               WHEN "I"
               WHEN "i"
                   GO TO GERIR-PEN-INCLUIR
               WHEN "A"
               WHEN "a"
                   GO TO GERIR-PEN-ALTERAR
               WHEN "E"
               WHEN "e"
                   GO TO GERIR-PEN-ELIMINAR
               WHEN "V"
               WHEN "v"
                   GO TO GERIR-PENHORAS
               WHEN OTHER
                   GO TO GERIR-PEN-ESCOLHER
           END-EVALUATE.

       GERIR-PEN-INCLUIR.
           PERFORM LER-PRIORIDADE-PENHORA.
           IF PEN-PRIORIDADE = 0
               GO TO GERIR-PEN-CONTINUAR
           END-IF.
           IF PEN-EXISTE
               DISPLAY "PRIORIDADE JA USADA NESTE EMPREGADO."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 2301
               GO TO GERIR-PEN-CONTINUAR
           END-IF.
           MOVE SPACES TO WS-PROCESSO-VELHO.
           MOVE SPACES TO WS-CREDOR-VELHO.
           MOVE SPACES TO WS-IBAN-VELHO.
           MOVE SPACES TO WS-TIPO-PEN-VELHO.
           MOVE 0 TO WS-VALOR-PEN-VELHO.
           MOVE 0 TO WS-PERCENT-PEN-VELHO.
           MOVE 0 TO WS-DEVIDO-VELHO.
           MOVE 0 TO WS-SALDO-VELHO.
           MOVE "A" TO WS-ESTADO-PEN-VELHO.
           MOVE PEN-PRIORIDADE TO WS-PEN-ORDENS.
           PERFORM LER-DADOS-PENHORA THRU LER-DADOS-PENHORA-SAIDA.
           MOVE EMP-MATRICULA TO PEN-MATRICULA.
           MOVE WS-PEN-ORDENS TO PEN-PRIORIDADE.
           MOVE WS-PROCESSO-NOVO TO PEN-PROCESSO.
           MOVE WS-CREDOR-NOVO TO PEN-CREDOR.
           MOVE WS-IBAN-NOVO TO PEN-IBAN.
           MOVE WS-TIPO-PEN-NOVO TO PEN-TIPO.
           MOVE WS-VALOR-PEN-NOVO TO PEN-VALOR.
           MOVE WS-PERCENT-PEN-NOVO TO PEN-PERCENT.
           MOVE WS-DEVIDO-NOVO TO PEN-TOTAL-DEVIDO.
           MOVE WS-DEVIDO-NOVO TO PEN-SALDO.
           MOVE "A" TO PEN-ESTADO.
           MOVE 0 TO PEN-ANO-DESCONTOS.
           MOVE 0 TO PEN-DESCONTADO-ANO.
           MOVE SPACES TO PEN-ULT-CORRIDA.
           MOVE 0 TO PEN-ULT-VALOR.
           MOVE FUNCTION CURRENT-DATE(1:14) TO PEN-DATA-HORA.
           MOVE WS-OPERADOR TO PEN-OPERADOR.
           WRITE PEN-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A PENHORA - ESTADO "
                       WS-PEN-STATUS AT 2301
                   GO TO GERIR-PEN-CONTINUAR
           END-WRITE.
           PERFORM EDITAR-VALOR-PENHORA.
           MOVE PEN-TOTAL-DEVIDO TO WS-PEN-DEVIDO-ED.
           MOVE SPACES TO WS-DETALHE-AUDITORIA.
           STRING "PENHORA "       DELIMITED BY SIZE
               PEN-PRIORIDADE      DELIMITED BY SIZE
               " INCLUIDA PROC "   DELIMITED BY SIZE
               PEN-PROCESSO        DELIMITED BY SIZE
               " CREDOR "          DELIMITED BY SIZE
               PEN-CREDOR          DELIMITED BY SIZE
               " IBAN "            DELIMITED BY SIZE
               PEN-IBAN            DELIMITED BY SIZE
               INTO WS-DETALHE-AUDITORIA
           END-STRING.
           MOVE "M" TO WS-TIPO-OPERACAO.
           PERFORM REGISTAR-AUDITORIA-MANUTENCAO.
           MOVE SPACES TO WS-DETALHE-AUDITORIA.
           STRING "PENHORA "       DELIMITED BY SIZE
               PEN-PRIORIDADE      DELIMITED BY SIZE
               " INCLUIDA TIPO "   DELIMITED BY SIZE
               PEN-TIPO            DELIMITED BY SIZE
               " VALOR/% "         DELIMITED BY SIZE
               WS-PEN-VALOR-ED     DELIMITED BY SIZE
               " DEVIDO "          DELIMITED BY SIZE
               WS-PEN-DEVIDO-ED    DELIMITED BY SIZE
               " ESTADO A"         DELIMITED BY SIZE
               INTO WS-DETALHE-AUDITORIA
           END-STRING.
           PERFORM REGISTAR-AUDITORIA-MANUTENCAO.
           DISPLAY "PENHORA INCLUIDA." AT 2301.
           GO TO GERIR-PEN-CONTINUAR.

       GERIR-PEN-ALTERAR.
           PERFORM LER-PRIORIDADE-PENHORA.
           IF PEN-PRIORIDADE = 0
               GO TO GERIR-PEN-CONTINUAR
           END-IF.
           IF NOT PEN-EXISTE
               DISPLAY "PENHORA NAO ENCONTRADA."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 2301
               GO TO GERIR-PEN-CONTINUAR
           END-IF.
           MOVE PEN-PROCESSO TO WS-PROCESSO-VELHO.
           MOVE PEN-CREDOR TO WS-CREDOR-VELHO.
           MOVE PEN-IBAN TO WS-IBAN-VELHO.
           MOVE PEN-TIPO TO WS-TIPO-PEN-VELHO.
           MOVE PEN-VALOR TO WS-VALOR-PEN-VELHO.
           MOVE PEN-PERCENT TO WS-PERCENT-PEN-VELHO.
           MOVE PEN-TOTAL-DEVIDO TO WS-DEVIDO-VELHO.
           MOVE PEN-SALDO TO WS-SALDO-VELHO.
           MOVE PEN-ESTADO TO WS-ESTADO-PEN-VELHO.
           COMPUTE WS-PEN-DESCONTADO = PEN-TOTAL-DEVIDO - PEN-SALDO.
           PERFORM LER-DADOS-PENHORA THRU LER-DADOS-PENHORA-SAIDA.
           MOVE WS-PROCESSO-NOVO TO PEN-PROCESSO.
           MOVE WS-CREDOR-NOVO TO PEN-CREDOR.
           MOVE WS-IBAN-NOVO TO PEN-IBAN.
           MOVE WS-TIPO-PEN-NOVO TO PEN-TIPO.
           MOVE WS-VALOR-PEN-NOVO TO PEN-VALOR.
           MOVE WS-PERCENT-PEN-NOVO TO PEN-PERCENT.
           MOVE WS-DEVIDO-NOVO TO PEN-TOTAL-DEVIDO.
           COMPUTE PEN-SALDO = WS-DEVIDO-NOVO - WS-PEN-DESCONTADO.
           MOVE WS-ESTADO-PEN-NOVO TO PEN-ESTADO.
           IF PEN-SALDO = 0
               MOVE "L" TO PEN-ESTADO
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO PEN-DATA-HORA.
           MOVE WS-OPERADOR TO PEN-OPERADOR.
           REWRITE PEN-REC
               INVALID KEY
                   DISPLAY "ERRO AO ALTERAR A PENHORA - ESTADO "
                       WS-PEN-STATUS AT 2301
                   GO TO GERIR-PEN-CONTINUAR
           END-REWRITE.
           MOVE SPACES TO WS-DETALHE-AUDITORIA.
           STRING "PENHORA "       DELIMITED BY SIZE
               PEN-PRIORIDADE      DELIMITED BY SIZE
               " ALTERADA IBAN "   DELIMITED BY SIZE
               WS-IBAN-VELHO       DELIMITED BY SIZE
               ">"                 DELIMITED BY SIZE
               PEN-IBAN            DELIMITED BY SIZE
               " T "               DELIMITED BY SIZE
               WS-TIPO-PEN-VELHO   DELIMITED BY SIZE
               ">"                 DELIMITED BY SIZE
               PEN-TIPO            DELIMITED BY SIZE
               " E "               DELIMITED BY SIZE
               WS-ESTADO-PEN-VELHO DELIMITED BY SIZE
               ">"                 DELIMITED BY SIZE
               PEN-ESTADO          DELIMITED BY SIZE
               " PROC "            DELIMITED BY SIZE
               PEN-PROCESSO        DELIMITED BY SIZE
               INTO WS-DETALHE-AUDITORIA
           END-STRING.
           MOVE "M" TO WS-TIPO-OPERACAO.
           PERFORM REGISTAR-AUDITORIA-MANUTENCAO.
           IF WS-TIPO-PEN-VELHO = "P"
               MOVE WS-PERCENT-PEN-VELHO TO WS-PEN-VELHO-ED
           ELSE
               MOVE WS-VALOR-PEN-VELHO TO WS-PEN-VELHO-ED
           END-IF.
           PERFORM EDITAR-VALOR-PENHORA.
           MOVE WS-DEVIDO-VELHO TO WS-PEN-DEVIDO-VELHO-ED.
           MOVE WS-SALDO-VELHO TO WS-PEN-SALDO-VELHO-ED.
           MOVE PEN-TOTAL-DEVIDO TO WS-PEN-DEVIDO-ED.
           MOVE PEN-SALDO TO WS-PEN-SALDO-ED.
           MOVE SPACES TO WS-DETALHE-AUDITORIA.
           STRING "PENHORA "       DELIMITED BY SIZE
               PEN-PRIORIDADE      DELIMITED BY SIZE
               " ALTERADA VALOR/% " DELIMITED BY SIZE
               WS-PEN-VELHO-ED     DELIMITED BY SIZE
               ">"                 DELIMITED BY SIZE
               WS-PEN-VALOR-ED     DELIMITED BY SIZE
               " DEVIDO "          DELIMITED BY SIZE
               WS-PEN-DEVIDO-VELHO-ED DELIMITED BY SIZE
               ">"                 DELIMITED BY SIZE
               WS-PEN-DEVIDO-ED    DELIMITED BY SIZE
               " SALDO "           DELIMITED BY SIZE
               WS-PEN-SALDO-VELHO-ED DELIMITED BY SIZE
               ">"                 DELIMITED BY SIZE
               WS-PEN-SALDO-ED     DELIMITED BY SIZE
               INTO WS-DETALHE-AUDITORIA
           END-STRING.
           PERFORM REGISTAR-AUDITORIA-MANUTENCAO.
           DISPLAY "PENHORA ALTERADA." AT 2301.
           GO TO GERIR-PEN-CONTINUAR.

       GERIR-PEN-ELIMINAR.
           PERFORM LER-PRIORIDADE-PENHORA.
           IF PEN-PRIORIDADE = 0
               GO TO GERIR-PEN-CONTINUAR
           END-IF.
           IF NOT PEN-EXISTE
               DISPLAY "PENHORA NAO ENCONTRADA."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 2301
               GO TO GERIR-PEN-CONTINUAR
           END-IF.
           IF PEN-SALDO NOT = PEN-TOTAL-DEVIDO
               DISPLAY "PENHORA COM DESCONTOS - SUSPENDA OU LIQUIDE."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 2301
               GO TO GERIR-PEN-CONTINUAR
           END-IF.
           DISPLAY FUNCTION CONCATENATE("ELIMINAR PROCESSO ",
               PEN-PROCESSO, " (S/N):") AT 1601.
           ACCEPT REPETIR AT 1646.
           IF REPETIR NOT = "S" AND REPETIR NOT = "s"
               DISPLAY "ELIMINACAO CANCELADA." AT 2301
               GO TO GERIR-PEN-CONTINUAR
           END-IF.
           DELETE PENFILE
               INVALID KEY
                   DISPLAY "ERRO AO ELIMINAR A PENHORA - ESTADO "
                       WS-PEN-STATUS AT 2301
                   GO TO GERIR-PEN-CONTINUAR
           END-DELETE.
           PERFORM EDITAR-VALOR-PENHORA.
           MOVE PEN-TOTAL-DEVIDO TO WS-PEN-DEVIDO-ED.
           MOVE SPACES TO WS-DETALHE-AUDITORIA.
           STRING "PENHORA "       DELIMITED BY SIZE
               PEN-PRIORIDADE      DELIMITED BY SIZE
               " ELIMINADA PROC "  DELIMITED BY SIZE
               PEN-PROCESSO        DELIMITED BY SIZE
               " IBAN "            DELIMITED BY SIZE
               PEN-IBAN            DELIMITED BY SIZE
               " TIPO "            DELIMITED BY SIZE
               PEN-TIPO            DELIMITED BY SIZE
               " VALOR/% "         DELIMITED BY SIZE
               WS-PEN-VALOR-ED     DELIMITED BY SIZE
               " DEVIDO "          DELIMITED BY SIZE
               WS-PEN-DEVIDO-ED    DELIMITED BY SIZE
               INTO WS-DETALHE-AUDITORIA
           END-STRING.
           MOVE "M" TO WS-TIPO-OPERACAO.
           PERFORM REGISTAR-AUDITORIA-MANUTENCAO.
           DISPLAY "PENHORA ELIMINADA." AT 2301.
       GERIR-PEN-CONTINUAR.
           DISPLAY "PRIMA ENTER PARA CONTINUAR" AT 2401.
           ACCEPT OMITTED AT 2428.
           GO TO GERIR-PEN-ECRA.

      *----------------------------------------------------------
      * LISTA DAS ORDENS DE PENHORA DO EMPREGADO - CONTA AS
      * ORDENS E MOSTRA AS SETE PRIMEIRAS NAS LINHAS 6 A 12. NA
      * COLUNA VALOR/% VAI O VALOR FIXO OU A PERCENTAGEM,
      * CONFORME O TIPO (F OU P).
      *----------------------------------------------------------
       LISTAR-PENHORAS.
           MOVE 0 TO WS-PEN-ORDENS.
           MOVE 6 TO WS-LINHA-ECRA.
           DISPLAY "PR PROCESSO             CREDOR                    "
               "T    VALOR/%      SALDO E" AT 0501.
           MOVE EMP-MATRICULA TO PEN-MATRICULA.
           MOVE 0 TO PEN-PRIORIDADE.
           START PENFILE KEY IS NOT LESS THAN PEN-CHAVE
               INVALID KEY
                   GO TO LISTAR-PENHORAS-SAIDA
           END-START.
       LISTAR-PENHORAS-LER.
           READ PENFILE NEXT RECORD
               AT END
                   GO TO LISTAR-PENHORAS-SAIDA
           END-READ.
           IF PEN-MATRICULA NOT = EMP-MATRICULA
               GO TO LISTAR-PENHORAS-SAIDA
           END-IF.
           ADD 1 TO WS-PEN-ORDENS.
           IF WS-LINHA-ECRA > 12
               GO TO LISTAR-PENHORAS-LER
           END-IF.
           PERFORM EDITAR-VALOR-PENHORA.
           MOVE PEN-SALDO TO WS-PEN-SALDO-ED.
           MOVE SPACES TO WS-PEN-LINHA.
           STRING PEN-PRIORIDADE   DELIMITED BY SIZE
               " "                 DELIMITED BY SIZE
               PEN-PROCESSO        DELIMITED BY SIZE
               " "                 DELIMITED BY SIZE
               PEN-CREDOR(1:25)    DELIMITED BY SIZE
               " "                 DELIMITED BY SIZE
               PEN-TIPO            DELIMITED BY SIZE
               " "                 DELIMITED BY SIZE
               WS-PEN-VALOR-ED     DELIMITED BY SIZE
               " "                 DELIMITED BY SIZE
               WS-PEN-SALDO-ED     DELIMITED BY SIZE
               " "                 DELIMITED BY SIZE
               PEN-ESTADO          DELIMITED BY SIZE
               INTO WS-PEN-LINHA
           END-STRING.
           DISPLAY WS-PEN-LINHA AT LINE WS-LINHA-ECRA COLUMN 1.
           ADD 1 TO WS-LINHA-ECRA.
           GO TO LISTAR-PENHORAS-LER.
       LISTAR-PENHORAS-SAIDA.
           EXIT.

       EDITAR-VALOR-PENHORA.
           IF PEN-TIPO-PERCENT
               MOVE PEN-PERCENT TO WS-PEN-VALOR-ED
           ELSE
               MOVE PEN-VALOR TO WS-PEN-VALOR-ED
           END-IF.

      *----------------------------------------------------------
      * LEITURA DA PRIORIDADE DA ORDEM (01 A 99) - PRIORIDADE 0
      * OU INVALIDA VOLTA AO ECRA. WS-PEN-EXISTE DIZ SE A ORDEM
      * JA ESTA REGISTADA.
      *----------------------------------------------------------
       LER-PRIORIDADE-PENHORA.
           MOVE "N" TO WS-PEN-EXISTE.
           DISPLAY "PRIORIDADE (01-99):" AT 1501.
           ACCEPT TEMP AT 1521.
           MOVE EMP-MATRICULA TO PEN-MATRICULA.
           MOVE FUNCTION NUMVAL(TEMP) TO PEN-PRIORIDADE.
           IF PEN-PRIORIDADE = 0
               DISPLAY "PRIORIDADE INVALIDA."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 2301
           ELSE
               READ PENFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-PEN-EXISTE
               END-READ
           END-IF.

      *----------------------------------------------------------
      * CAPTACAO DOS DADOS DA ORDEM - PROCESSO E CREDOR
      * OBRIGATORIOS, IBAN DO CREDOR VALIDADO PELO MOD-97, TIPO
      * F (VALOR FIXO POR PAGAMENTO) OU P (PERCENTAGEM DO LIQUIDO,
      * 1 A 100) E TOTAL EM DIVIDA. NA ALTERACAO, UM CAMPO EM
      * BRANCO MANTEM O VALOR ATUAL, O TOTAL NAO PODE FICAR ABAIXO
      * DO JA DESCONTADO E O ESTADO PODE PASSAR A A, S OU L.
      *----------------------------------------------------------
       LER-DADOS-PENHORA.
           DISPLAY " " ERASE EOL AT 2301.
       LER-DADOS-PEN-PROCESSO.
           DISPLAY "PROCESSO:" AT 1601.
           ACCEPT WS-PROCESSO-NOVO AT 1611.
           IF WS-PROCESSO-NOVO = SPACES
               IF PEN-EXISTE
                   MOVE WS-PROCESSO-VELHO TO WS-PROCESSO-NOVO
               ELSE
                   DISPLAY "PROCESSO OBRIGATORIO."
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 2301
                   GO TO LER-DADOS-PEN-PROCESSO
               END-IF
           END-IF.
           DISPLAY " " ERASE EOL AT 2301.
       LER-DADOS-PEN-CREDOR.
           DISPLAY "CREDOR:" AT 1701.
           ACCEPT WS-CREDOR-NOVO AT 1709.
           IF WS-CREDOR-NOVO = SPACES
               IF PEN-EXISTE
                   MOVE WS-CREDOR-VELHO TO WS-CREDOR-NOVO
               ELSE
                   DISPLAY "CREDOR OBRIGATORIO."
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 2301
                   GO TO LER-DADOS-PEN-CREDOR
               END-IF
           END-IF.
           DISPLAY " " ERASE EOL AT 2301.
       LER-DADOS-PEN-IBAN.
           DISPLAY "IBAN DO CREDOR:" AT 1801.
           ACCEPT WS-IBAN-NOVO AT 1817.
           IF WS-IBAN-NOVO = SPACES AND PEN-EXISTE
               MOVE WS-IBAN-VELHO TO WS-IBAN-NOVO
           END-IF.
           INSPECT WS-IBAN-NOVO CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE WS-IBAN-NOVO TO WS-IBAN-TRABALHO.
           PERFORM VALIDAR-IBAN THRU VALIDAR-IBAN-SAIDA.
           IF NOT IBAN-VALIDO
               DISPLAY "IBAN INVALIDO."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 2301
               GO TO LER-DADOS-PEN-IBAN
           END-IF.
           DISPLAY " " ERASE EOL AT 2301.
       LER-DADOS-PEN-TIPO.
           DISPLAY "TIPO (F=VALOR FIXO P=PERCENTAGEM):" AT 1901.
           ACCEPT WS-TIPO-PEN-NOVO AT 1936.
           IF WS-TIPO-PEN-NOVO = SPACE AND PEN-EXISTE
               MOVE WS-TIPO-PEN-VELHO TO WS-TIPO-PEN-NOVO
           END-IF.
           INSPECT WS-TIPO-PEN-NOVO CONVERTING "fp" TO "FP".
           IF WS-TIPO-PEN-NOVO NOT = "F"
              AND WS-TIPO-PEN-NOVO NOT = "P"
               GO TO LER-DADOS-PEN-TIPO
           END-IF.
       LER-DADOS-PEN-VALOR.
           MOVE 0 TO WS-VALOR-PEN-NOVO.
           MOVE 0 TO WS-PERCENT-PEN-NOVO.
           IF WS-TIPO-PEN-NOVO = "F"
               DISPLAY "VALOR FIXO POR PAGAMENTO:  " AT 2001
           ELSE
               DISPLAY "PERCENTAGEM DO LIQUIDO:    " AT 2001
           END-IF.
           ACCEPT TEMP-VALOR AT 2028.
           IF TEMP-VALOR = SPACES AND PEN-EXISTE
              AND WS-TIPO-PEN-NOVO = WS-TIPO-PEN-VELHO
               MOVE WS-VALOR-PEN-VELHO TO WS-VALOR-PEN-NOVO
               MOVE WS-PERCENT-PEN-VELHO TO WS-PERCENT-PEN-NOVO
               GO TO LER-DADOS-PEN-DEVIDO
           END-IF.
           IF WS-TIPO-PEN-NOVO = "F"
               MOVE FUNCTION NUMVAL(TEMP-VALOR) TO WS-VALOR-PEN-NOVO
               IF WS-VALOR-PEN-NOVO = 0
                   DISPLAY "VALOR INVALIDO."
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 2301
                   GO TO LER-DADOS-PEN-VALOR
               END-IF
           ELSE
               MOVE FUNCTION NUMVAL(TEMP-VALOR) TO WS-PERCENT-PEN-NOVO
               IF WS-PERCENT-PEN-NOVO = 0
                  OR WS-PERCENT-PEN-NOVO > 100
                   DISPLAY "PERCENTAGEM INVALIDA (1 A 100)."
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 2301
                   GO TO LER-DADOS-PEN-VALOR
               END-IF
           END-IF.
           DISPLAY " " ERASE EOL AT 2301.
       LER-DADOS-PEN-DEVIDO.
           DISPLAY "TOTAL EM DIVIDA:" AT 2101.
           ACCEPT TEMP-VALOR AT 2118.
           IF TEMP-VALOR = SPACES AND PEN-EXISTE
               MOVE WS-DEVIDO-VELHO TO WS-DEVIDO-NOVO
           ELSE
               MOVE FUNCTION NUMVAL(TEMP-VALOR) TO WS-DEVIDO-NOVO
           END-IF.
           IF WS-DEVIDO-NOVO = 0
               DISPLAY "TOTAL INVALIDO."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 2301
               GO TO LER-DADOS-PEN-DEVIDO
           END-IF.
           IF PEN-EXISTE AND WS-DEVIDO-NOVO < WS-PEN-DESCONTADO
               DISPLAY "TOTAL ABAIXO DO JA DESCONTADO."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 2301
               GO TO LER-DADOS-PEN-DEVIDO
           END-IF.
           DISPLAY " " ERASE EOL AT 2301.
           MOVE WS-ESTADO-PEN-VELHO TO WS-ESTADO-PEN-NOVO.
           IF NOT PEN-EXISTE
               GO TO LER-DADOS-PENHORA-SAIDA
           END-IF.
       LER-DADOS-PEN-ESTADO.
           DISPLAY "ESTADO (A=ATIVA S=SUSPENSA L=LIQUIDADA):" AT 2201.
           ACCEPT WS-ESTADO-PEN-NOVO AT 2242.
           IF WS-ESTADO-PEN-NOVO = SPACE
               MOVE WS-ESTADO-PEN-VELHO TO WS-ESTADO-PEN-NOVO
           END-IF.
           INSPECT WS-ESTADO-PEN-NOVO CONVERTING "asl" TO "ASL".
           IF WS-ESTADO-PEN-NOVO NOT = "A"
              AND WS-ESTADO-PEN-NOVO NOT = "S"
              AND WS-ESTADO-PEN-NOVO NOT = "L"
               GO TO LER-DADOS-PEN-ESTADO
           END-IF.
       LER-DADOS-PENHORA-SAIDA.
           EXIT.

      *----------------------------------------------------------
      * VALIDACAO MOD-97 DO IBAN - A MESMA DO LOTE DO prog05: O
      * RESTO E ACUMULADO DIGITO A DIGITO PARA NAO PRECISAR DE
      * ARITMETICA DE PRECISAO ARBITRARIA.
      *----------------------------------------------------------
       VALIDAR-IBAN.
           MOVE "N" TO WS-IBAN-VALIDO.
           MOVE 0 TO WS-IBAN-COMPRIMENTO.
           PERFORM MEDIR-IBAN
               VARYING WS-IBAN-POS FROM 25 BY -1
               UNTIL WS-IBAN-POS < 1 OR WS-IBAN-COMPRIMENTO > 0.
           IF WS-IBAN-COMPRIMENTO < 5
               GO TO VALIDAR-IBAN-SAIDA
           END-IF.
           MOVE SPACES TO WS-IBAN-REORDENADO.
           STRING WS-IBAN-TRABALHO(5:WS-IBAN-COMPRIMENTO - 4)
                   DELIMITED BY SIZE
               WS-IBAN-TRABALHO(1:4) DELIMITED BY SIZE
               INTO WS-IBAN-REORDENADO
           END-STRING.
           MOVE 0 TO WS-IBAN-RESTO.
           MOVE "S" TO WS-IBAN-VALIDO.
           PERFORM ACUMULAR-RESTO-IBAN
               VARYING WS-IBAN-POS FROM 1 BY 1
               UNTIL WS-IBAN-POS > WS-IBAN-COMPRIMENTO
                  OR NOT IBAN-VALIDO.
           IF IBAN-VALIDO AND WS-IBAN-RESTO NOT = 1
               MOVE "N" TO WS-IBAN-VALIDO
           END-IF.
       VALIDAR-IBAN-SAIDA.
           EXIT.

       MEDIR-IBAN.
           IF WS-IBAN-TRABALHO(WS-IBAN-POS:1) NOT = SPACE
               MOVE WS-IBAN-POS TO WS-IBAN-COMPRIMENTO
           END-IF.

       ACUMULAR-RESTO-IBAN.
           MOVE WS-IBAN-REORDENADO(WS-IBAN-POS:1) TO WS-IBAN-CHAR.
           IF WS-IBAN-CHAR IS NUMERIC
               COMPUTE WS-IBAN-RESTO = FUNCTION MOD(
                   WS-IBAN-RESTO * 10
                   + FUNCTION NUMVAL(WS-IBAN-CHAR), 97)
           ELSE
               IF WS-IBAN-CHAR >= "A" AND WS-IBAN-CHAR <= "Z"
                   COMPUTE WS-IBAN-VALOR =
                       FUNCTION ORD(WS-IBAN-CHAR)
                       - FUNCTION ORD("A") + 10
                   COMPUTE WS-IBAN-RESTO = FUNCTION MOD(
                       WS-IBAN-RESTO * 100 + WS-IBAN-VALOR, 97)
               ELSE
                   MOVE "N" TO WS-IBAN-VALIDO
               END-IF
           END-IF.

      *----------------------------------------------------------
      * GESTAO DE OPERADORES - CRIA OU ALTERA UM OPERADOR (SENHA,
      * PERFIL, BLOQUEIO). E AQUI QUE UM SUPERVISOR DESBLOQUEIA
               END-IF
           END-IF.
       GERIR-OPE-LER-PERFIL.
           DISPLAY "PERFIL (S=SUPERVISOR, O=OPERADOR, N=SERVICO):"
               AT 0701.
           ACCEPT OPE-PERFIL AT 0747.
           IF OPE-PERFIL NOT = "S" AND OPE-PERFIL NOT = "O"
              AND OPE-PERFIL NOT = "N"
               GO TO GERIR-OPE-LER-PERFIL
           END-IF.
       GERIR-OPE-LER-BLOQUEIO.
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
           CLOSE EMPFILE.
           CLOSE AUDFILE.
           CLOSE DEPFILE.
           CLOSE RECFILE.
           CLOSE FILFILE.
           CLOSE AUSFILE.
           CLOSE PENFILE.
           CLOSE ORCFILE.
           CLOSE AUTFILE.
           CLOSE OPEFILE.
           DISPLAY "OBRIGADO, VOLTE SEMPRE" AT 1501.
           ACCEPT OMITTED AT 1601.
