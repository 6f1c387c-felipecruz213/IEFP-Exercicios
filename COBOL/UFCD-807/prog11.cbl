      *              PARA UMA DATA MAL LANCADA NAO OBRIGAR A
      *              EDITAR EMPFICH.DAT POR FORA. A AUDITORIA
      *              GUARDA A DATA ANTIGA E A NOVA.
      * 15/10/2026 - O MOVIMENTO "R" QUE ANTECIPA A DATA DE SAIDA
      *              PARA O ANO EM VIGOR (OU ANTES), VINDA DE UMA
      *              DATA DENTRO DO ANO OU POSTERIOR, DEIXA NA
      *              CONTA DE REPOSICOES (RECUPER.DAT) UMA LINHA
      *              POR APURAR, COMO O ECRA (R) DO prog06, E O
      *              RELATORIO CONTA-AS NOS TOTAIS. NOVO CAMPO
      *              PARM-RECUP-PERCENT-MAX NO REGISTO DE
      *              PARAMETROS.
      * 15/10/2026 - NOVOS MOVIMENTOS DE DEPENDENTES SOBRE O NOVO
      *              FICHEIRO FILHFICH.DAT: "F" INCLUI UM FILHO, "M"
      *              ALTERA E "E" ELIMINA O FILHO DA SEQUENCIA
      *              INDICADA (NOVOS CAMPOS MOV-FIL-SEQ E
      *              MOV-FIL-CONDICAO NO FIM DO REGISTO), COM
      *              AUDITORIA TIPO H E TOTAIS NO RELATORIO.
      *              EMP-FILHOS PASSA A SER O NUMERO DE DEPENDENTES
      *              REGISTADOS E A ADMISSAO IGNORA MOV-FILHOS.
      *              NOVOS CAMPOS PARM-FILHOS-IDADE-MAX E
      *              PARM-FILHOS-IDADE-ESTUDO NO REGISTO DE
      *              PARAMETROS.
      * 15/10/2026 - NOVO MOVIMENTO "S" (FALTAS E SANCOES DO ANO)
      *              SOBRE O NOVO FICHEIRO AUSFICH.DAT, COM NOVOS
      *              CAMPOS MOV-AUS-ANO, MOV-AUS-FALTAS,
      *              MOV-AUS-SANCOES E MOV-AUS-PERDA NO FIM DO
      *              REGISTO, AUDITORIA TIPO J E TOTAL NO RELATORIO.
      * 15/10/2026 - CONTAS DO DIARIO CONTABILISTICO (PARM-CONTA-*)
      *              NO FIM DO REGISTO DE PARMFICH.DAT E CONTA DE
      *              GASTO (DEP-CONTA-GASTO) NO DE DEPFICH.DAT.
      * 15/10/2026 - O SIGN-ON RECUSA O PERFIL N (OPERADOR DE SERVICO,
      *              SO USADO NA CADEIA NOTURNA), COM A RECUSA NA
      *              AUDITORIA.
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

       DATA DIVISION.
       FILE SECTION.
       FD  MOVFILE.
              88 MOV-TRANSFERENCIA VALUE "T".
              88 MOV-NOME-NOVO     VALUE "N".
              88 MOV-REVERSAO      VALUE "R".
              88 MOV-FIL-INCLUSAO  VALUE "F".
              88 MOV-FIL-ALTERACAO VALUE "M".
              88 MOV-FIL-ELIMINACAO VALUE "E".
              88 MOV-AUSENCIAS     VALUE "S".
           05 MOV-MATRICULA        PIC X(6).
           05 MOV-NOME             PIC X(30).
           05 MOV-DEPARTAMENTO     PIC X(4).
           05 MOV-DATA-NASCIMENTO  PIC X(8).
           05 MOV-DATA-ADMISSAO    PIC X(8).
           05 MOV-DATA-SAIDA       PIC X(8).
           05 MOV-FIL-SEQ          PIC X(2).
           05 MOV-FIL-CONDICAO     PIC X.
           05 MOV-AUS-ANO          PIC X(4).
           05 MOV-AUS-FALTAS       PIC X(3).
           05 MOV-AUS-SANCOES      PIC X(2).
           05 MOV-AUS-PERDA        PIC X.

       FD  EMPFILE.
       01  EMP-REC.
           05 PARM-FILHOS-MULT        PIC 9(2).
           05 PARM-FILHOS-FLAT       PIC 9(3).
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

       FD  DEPFILE.
       01  DEP-REC.
           05 DEP-RESPONSAVEL      PIC X(30).
           05 DEP-ATIVO            PIC X.
              88 DEP-ESTA-ATIVO    VALUE "S".
           05 DEP-CONTA-GASTO      PIC X(10).

       FD  RELFILE.
       01  REL-LINHA               PIC X(120).
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

       WORKING-STORAGE SECTION.
       77 WS-MOV-STATUS        PIC XX.
       77 WS-EMP-STATUS        PIC XX.
       77 WS-OPERADOR          PIC X(8).
       77 WS-DATA-HORA         PIC X(14).
       77 WS-ANO-ATUAL         PIC 9(4).
       77 WS-DETALHE-AUDITORIA PIC X(100).

       77 WS-FIM-MOVFILE       PIC X VALUE "N".
           88 FIM-MOVFILE VALUE "S".
       77 WS-CONT-TRANSFER     PIC 9(5) VALUE 0.
       77 WS-CONT-NOMES        PIC 9(5) VALUE 0.
       77 WS-CONT-REVERSOES    PIC 9(5) VALUE 0.
       77 WS-CONT-REPOSICOES   PIC 9(5) VALUE 0.
       77 WS-CONT-FIL-INCLUIDOS  PIC 9(5) VALUE 0.
       77 WS-CONT-FIL-ALTERADOS  PIC 9(5) VALUE 0.
       77 WS-CONT-FIL-ELIMINADOS PIC 9(5) VALUE 0.
       77 WS-CONT-AUSENCIAS    PIC 9(5) VALUE 0.

      *----------------------------------------------------------
      * AREAS DO FICHEIRO DE DEPENDENTES (FILHFICH.DAT).
      *----------------------------------------------------------
       77 WS-FIL-STATUS        PIC XX.
       77 WS-FIL-PROX-SEQ      PIC 9(3).
       77 WS-FIL-EXISTE        PIC X.
           88 FIL-EXISTE VALUE "S".
       77 WS-NOME-FILHO        PIC X(30).
       77 WS-DATA-FILHO        PIC 9(8).
       77 WS-CONDICAO-FILHO    PIC X.
       77 WS-NOME-FILHO-VELHO  PIC X(30).
       77 WS-DATA-FILHO-VELHA  PIC 9(8).
       77 WS-CONDICAO-VELHA    PIC X.
       77 WS-DATA-HOJE         PIC 9(8).

      *----------------------------------------------------------
      * AREAS DO FICHEIRO DE FALTAS E SANCOES (AUSFICH.DAT).
      *----------------------------------------------------------
       77 WS-AUS-STATUS        PIC XX.
       77 WS-AUS-EXISTE        PIC X.
           88 AUS-EXISTE VALUE "S".
       77 WS-FALTAS-VELHAS     PIC 9(3).
       77 WS-SANCOES-VELHAS    PIC 9(2).
       77 WS-PERDA-VELHA       PIC X.

      *----------------------------------------------------------
      * AREAS DA CONTA CORRENTE DE REPOSICOES.
      *----------------------------------------------------------
       77 WS-REC-STATUS        PIC XX.
       77 WS-REC-PROX-SEQ      PIC 9(3).

      *----------------------------------------------------------
      * AREAS DO BLOQUEIO DA JANELA DE LOTE.
           CLOSE DEPFILE.
           CLOSE RELFILE.
           CLOSE AUDFILE.
           CLOSE RECFILE.
           CLOSE FILFILE.
           CLOSE AUSFILE.
           DISPLAY "MOVIMENTOS TERMINADOS - " WS-CONT-ACEITES
               " ACEITES, " WS-CONT-REJEITADOS " REJEITADOS.".
           STOP RUN.
           MOVE 25 TO PARM-FILHOS-MULT.
           MOVE 100 TO PARM-FILHOS-FLAT.
           MOVE 30 TO PARM-TOLERANCIA-VARIACAO.
           MOVE 50 TO PARM-RECUP-PERCENT-MAX.
           MOVE 18 TO PARM-FILHOS-IDADE-MAX.
           MOVE 25 TO PARM-FILHOS-IDADE-ESTUDO.

      *----------------------------------------------------------
      * BLOQUEIO DA JANELA DE LOTE - COM O LOTE DO prog05 A
               CLOSE DEPFILE
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
               CLOSE MOVFILE
               CLOSE EMPFILE
               CLOSE DEPFILE
               CLOSE RELFILE
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
               CLOSE MOVFILE
               CLOSE EMPFILE
               CLOSE DEPFILE
               CLOSE RELFILE
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
               CLOSE MOVFILE
               CLOSE EMPFILE
               CLOSE DEPFILE
               CLOSE RELFILE
               CLOSE RECFILE
               CLOSE FILFILE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           OPEN EXTEND AUDFILE.
           IF WS-AUD-STATUS = "05" OR WS-AUD-STATUS = "35"
               OPEN OUTPUT AUDFILE
           MOVE SPACES TO WS-MOTIVO.
           IF NOT MOV-ADMISSAO AND NOT MOV-DEMISSAO
              AND NOT MOV-TRANSFERENCIA AND NOT MOV-NOME-NOVO
              AND NOT MOV-REVERSAO AND NOT MOV-FIL-INCLUSAO
              AND NOT MOV-FIL-ALTERACAO AND NOT MOV-FIL-ELIMINACAO
              AND NOT MOV-AUSENCIAS
               MOVE "TIPO DE MOVIMENTO DESCONHECIDO" TO WS-MOTIVO
               PERFORM REJEITAR-MOVIMENTO
               GO TO APLICAR-MOVIMENTO-SAIDA
               WHEN MOV-REVERSAO
                   PERFORM APLICAR-REVERSAO
                       THRU APLICAR-REVERSAO-SAIDA
               WHEN MOV-FIL-INCLUSAO
               WHEN MOV-FIL-ALTERACAO
               WHEN MOV-FIL-ELIMINACAO
                   PERFORM APLICAR-DEPENDENTE
                       THRU APLICAR-DEPENDENTE-SAIDA
               WHEN MOV-AUSENCIAS
                   PERFORM APLICAR-AUSENCIAS
                       THRU APLICAR-AUSENCIAS-SAIDA
           END-EVALUATE.
       APLICAR-MOVIMENTO-SAIDA.
           EXIT.
               PERFORM REJEITAR-MOVIMENTO
               GO TO APLICAR-ADMISSAO-SAIDA
           END-IF.
           IF MOV-DATA-NASCIMENTO NOT NUMERIC
               MOVE "DATA DE NASCIMENTO INVALIDA" TO WS-MOTIVO
               PERFORM REJEITAR-MOVIMENTO
           MOVE MOV-DEPARTAMENTO  TO EMP-DEPARTAMENTO.
           MOVE WS-IDADE          TO EMP-IDADE.
           MOVE WS-ANTIGUIDADE    TO EMP-ANTIGUIDADE.
           MOVE 0                 TO EMP-FILHOS.
           MOVE WS-DATA-NASC      TO EMP-DATA-NASCIMENTO.
           MOVE WS-DATA-ADMIS     TO EMP-DATA-ADMISSAO.
           MOVE 0                 TO EMP-DATA-SAIDA.
               END-STRING
           END-IF.
           PERFORM ACEITAR-MOVIMENTO.
      *SAIDA ANTECIPADA PARA O ANO EM VIGOR OU ANTES, A PARTIR DE
      *UMA DATA DENTRO DO ANO OU POSTERIOR - O PREMIO DO ANO PODE
      *TER SIDO PAGO POR CIMA DO DEVIDO E FICA POR APURAR, COMO
      *NO ECRA (R) DO prog06.
           IF WS-DATA-SAIDA NOT = 0
              AND WS-DATA-SAIDA < WS-DATA-VELHA
              AND WS-DATA-SAIDA < (PARM-ANO-VIGOR + 1) * 10000
              AND WS-DATA-VELHA > PARM-ANO-VIGOR * 10000
               PERFORM ABRIR-REPOSICAO-PENDENTE
                   THRU ABRIR-REPOSICAO-PENDENTE-SAIDA
           END-IF.
       APLICAR-REVERSAO-SAIDA.
           EXIT.

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
                       "MATRICULA " EMP-MATRICULA
                       " ESTADO " WS-REC-STATUS
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
           PERFORM REGISTAR-AUDITORIA-MOVIMENTO.
           ADD 1 TO WS-CONT-REPOSICOES.
       ABRIR-REPOSICAO-PENDENTE-SAIDA.
           EXIT.

      *----------------------------------------------------------
      * VALIDACAO DO DEPARTAMENTO CONTRA O MESTRE - A MESMA REGRA
      * DO prog06: CODIGO DESCONHECIDO E RECUSADO E DEPARTAMENTO
                   END-IF
           END-READ.

      *----------------------------------------------------------
      * DEPENDENTES - MOVIMENTOS "F" (INCLUSAO DE UM FILHO NA
      * SEQUENCIA SEGUINTE), "M" (ALTERACAO DO FILHO DA SEQUENCIA
      * INDICADA; CAMPOS EM BRANCO MANTEM O VALOR) E "E"
      * (ELIMINACAO), COM AS MESMAS VALIDACOES DO ECRA (F) DO
      * prog06. O NOME DO FILHO VEM EM MOV-NOME E A DATA DE
      * NASCIMENTO EM MOV-DATA-NASCIMENTO. EMP-FILHOS E ACERTADO
      * PARA O NUMERO DE DEPENDENTES REGISTADOS.
      *----------------------------------------------------------
       APLICAR-DEPENDENTE.
           IF NOT EMP-EXISTE
               MOVE "EMPREGADO NAO ENCONTRADO" TO WS-MOTIVO
               PERFORM REJEITAR-MOVIMENTO
               GO TO APLICAR-DEPENDENTE-SAIDA
           END-IF.
           MOVE "N" TO WS-FIL-EXISTE.
           IF MOV-FIL-INCLUSAO
               PERFORM RECONTAR-DEPENDENTES
                   THRU RECONTAR-DEPENDENTES-SAIDA
               IF WS-FIL-PROX-SEQ > 99
                   MOVE "SEM SEQUENCIAS LIVRES PARA O EMPREGADO"
                       TO WS-MOTIVO
                   PERFORM REJEITAR-MOVIMENTO
                   GO TO APLICAR-DEPENDENTE-SAIDA
               END-IF
               MOVE SPACES TO WS-NOME-FILHO-VELHO
               MOVE 0 TO WS-DATA-FILHO-VELHA
               MOVE "N" TO WS-CONDICAO-VELHA
           ELSE
               IF MOV-FIL-SEQ NOT NUMERIC
                   MOVE "SEQUENCIA DO FILHO NAO NUMERICA"
                       TO WS-MOTIVO
                   PERFORM REJEITAR-MOVIMENTO
                   GO TO APLICAR-DEPENDENTE-SAIDA
               END-IF
               MOVE WS-MATRICULA TO FIL-MATRICULA
               MOVE FUNCTION NUMVAL(MOV-FIL-SEQ) TO FIL-SEQ
               READ FILFILE
                   INVALID KEY
                       MOVE "DEPENDENTE NAO ENCONTRADO" TO WS-MOTIVO
                       PERFORM REJEITAR-MOVIMENTO
                       GO TO APLICAR-DEPENDENTE-SAIDA
               END-READ
               MOVE "S" TO WS-FIL-EXISTE
               MOVE FIL-NOME TO WS-NOME-FILHO-VELHO
               MOVE FIL-DATA-NASCIMENTO TO WS-DATA-FILHO-VELHA
               MOVE FIL-CONDICAO TO WS-CONDICAO-VELHA
           END-IF.
           IF MOV-FIL-ELIMINACAO
               GO TO APLICAR-DEPENDENTE-ELIMINAR
           END-IF.
           MOVE MOV-NOME TO WS-NOME-FILHO.
           IF WS-NOME-FILHO = SPACES
               IF FIL-EXISTE
                   MOVE WS-NOME-FILHO-VELHO TO WS-NOME-FILHO
               ELSE
                   MOVE "NOME DO FILHO OBRIGATORIO" TO WS-MOTIVO
                   PERFORM REJEITAR-MOVIMENTO
                   GO TO APLICAR-DEPENDENTE-SAIDA
               END-IF
           END-IF.
           IF MOV-DATA-NASCIMENTO = SPACES AND FIL-EXISTE
               MOVE WS-DATA-FILHO-VELHA TO WS-DATA-FILHO
           ELSE
               IF MOV-DATA-NASCIMENTO NOT NUMERIC
                   MOVE "DATA DE NASCIMENTO INVALIDA" TO WS-MOTIVO
                   PERFORM REJEITAR-MOVIMENTO
                   GO TO APLICAR-DEPENDENTE-SAIDA
               END-IF
               MOVE FUNCTION NUMVAL(MOV-DATA-NASCIMENTO)
                   TO WS-DATA-FILHO
               IF FUNCTION INTEGER-OF-DATE(WS-DATA-FILHO) = 0
                  OR WS-DATA-FILHO > WS-DATA-HOJE
                   MOVE "DATA DE NASCIMENTO INVALIDA" TO WS-MOTIVO
                   PERFORM REJEITAR-MOVIMENTO
                   GO TO APLICAR-DEPENDENTE-SAIDA
               END-IF
           END-IF.
           MOVE MOV-FIL-CONDICAO TO WS-CONDICAO-FILHO.
           IF WS-CONDICAO-FILHO = SPACE
               MOVE WS-CONDICAO-VELHA TO WS-CONDICAO-FILHO
           END-IF.
           IF WS-CONDICAO-FILHO NOT = "N"
              AND WS-CONDICAO-FILHO NOT = "E"
              AND WS-CONDICAO-FILHO NOT = "D"
               MOVE "CONDICAO DO FILHO INVALIDA" TO WS-MOTIVO
               PERFORM REJEITAR-MOVIMENTO
               GO TO APLICAR-DEPENDENTE-SAIDA
           END-IF.
           MOVE WS-MATRICULA TO FIL-MATRICULA.
           MOVE WS-NOME-FILHO TO FIL-NOME.
           MOVE WS-DATA-FILHO TO FIL-DATA-NASCIMENTO.
           MOVE WS-CONDICAO-FILHO TO FIL-CONDICAO.
           MOVE SPACES TO WS-DETALHE-AUDITORIA.
           IF FIL-EXISTE
               REWRITE FIL-REC
                   INVALID KEY
                       MOVE "ERRO AO GRAVAR O DEPENDENTE" TO WS-MOTIVO
                       PERFORM REJEITAR-MOVIMENTO
                       GO TO APLICAR-DEPENDENTE-SAIDA
               END-REWRITE
               ADD 1 TO WS-CONT-FIL-ALTERADOS
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
               END-STRING
           ELSE
               MOVE WS-FIL-PROX-SEQ TO FIL-SEQ
               WRITE FIL-REC
                   INVALID KEY
                       MOVE "ERRO AO GRAVAR O DEPENDENTE" TO WS-MOTIVO
                       PERFORM REJEITAR-MOVIMENTO
                       GO TO APLICAR-DEPENDENTE-SAIDA
               END-WRITE
               ADD 1 TO WS-CONT-FIL-INCLUIDOS
               STRING "FILHO SEQ "     DELIMITED BY SIZE
                   FIL-SEQ             DELIMITED BY SIZE
                   " INCLUIDO "        DELIMITED BY SIZE
                   FIL-NOME            DELIMITED BY SIZE
                   " NASC "            DELIMITED BY SIZE
                   FIL-DATA-NASCIMENTO DELIMITED BY SIZE
                   " COND "            DELIMITED BY SIZE
                   FIL-CONDICAO        DELIMITED BY SIZE
                   INTO WS-DETALHE-AUDITORIA
               END-STRING
           END-IF.
           GO TO APLICAR-DEPENDENTE-ACEITAR.
       APLICAR-DEPENDENTE-ELIMINAR.
           DELETE FILFILE
               INVALID KEY
                   MOVE "ERRO AO ELIMINAR O DEPENDENTE" TO WS-MOTIVO
                   PERFORM REJEITAR-MOVIMENTO
                   GO TO APLICAR-DEPENDENTE-SAIDA
           END-DELETE.
           ADD 1 TO WS-CONT-FIL-ELIMINADOS.
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
       APLICAR-DEPENDENTE-ACEITAR.
           PERFORM RECONTAR-DEPENDENTES
               THRU RECONTAR-DEPENDENTES-SAIDA.
           IF WS-FILHOS NOT = EMP-FILHOS
               MOVE WS-FILHOS TO EMP-FILHOS
               REWRITE EMP-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.
           MOVE "H" TO WS-TIPO-OPERACAO.
           PERFORM ACEITAR-MOVIMENTO.
       APLICAR-DEPENDENTE-SAIDA.
           EXIT.

      *----------------------------------------------------------
      * FALTAS E SANCOES - MOVIMENTO "S": CRIA OU SUBSTITUI O
      * REGISTO DO EMPREGADO NO ANO DE MOV-AUS-ANO (BRANCO = ANO
      * EM VIGOR) COM OS DIAS DE FALTA INJUSTIFICADA, AS SANCOES
      * E A MARCA DE PERDA DO PREMIO (S/N), COMO O ECRA AUS(E)NCIAS
      * DO prog06. A REFERENCIA DOS RECURSOS HUMANOS VEM EM
      * MOV-NOME. NUM REGISTO JA EXISTENTE, CAMPO EM BRANCO
      * MANTEM O VALOR.
      *----------------------------------------------------------
       APLICAR-AUSENCIAS.
           IF NOT EMP-EXISTE
               MOVE "EMPREGADO NAO ENCONTRADO" TO WS-MOTIVO
               PERFORM REJEITAR-MOVIMENTO
               GO TO APLICAR-AUSENCIAS-SAIDA
           END-IF.
           MOVE WS-MATRICULA TO AUS-MATRICULA.
           IF MOV-AUS-ANO = SPACES
               MOVE PARM-ANO-VIGOR TO AUS-ANO
           ELSE
               IF MOV-AUS-ANO NOT NUMERIC
                   MOVE "ANO NAO NUMERICO" TO WS-MOTIVO
                   PERFORM REJEITAR-MOVIMENTO
                   GO TO APLICAR-AUSENCIAS-SAIDA
               END-IF
               MOVE FUNCTION NUMVAL(MOV-AUS-ANO) TO AUS-ANO
           END-IF.
           MOVE "N" TO WS-AUS-EXISTE.
           READ AUSFILE
               INVALID KEY
                   MOVE 0      TO WS-FALTAS-VELHAS
                   MOVE 0      TO WS-SANCOES-VELHAS
                   MOVE "N"    TO WS-PERDA-VELHA
                   MOVE SPACES TO AUS-MOTIVO
               NOT INVALID KEY
                   MOVE "S" TO WS-AUS-EXISTE
                   MOVE AUS-FALTAS  TO WS-FALTAS-VELHAS
                   MOVE AUS-SANCOES TO WS-SANCOES-VELHAS
                   MOVE AUS-PERDA   TO WS-PERDA-VELHA
           END-READ.
           IF MOV-AUS-FALTAS = SPACES
               MOVE WS-FALTAS-VELHAS TO AUS-FALTAS
           ELSE
               IF MOV-AUS-FALTAS NOT NUMERIC
                   MOVE "DIAS DE FALTA NAO NUMERICOS" TO WS-MOTIVO
                   PERFORM REJEITAR-MOVIMENTO
                   GO TO APLICAR-AUSENCIAS-SAIDA
               END-IF
               MOVE FUNCTION NUMVAL(MOV-AUS-FALTAS) TO AUS-FALTAS
           END-IF.
           IF AUS-FALTAS > 366
               MOVE "DIAS DE FALTA INVALIDOS" TO WS-MOTIVO
               PERFORM REJEITAR-MOVIMENTO
               GO TO APLICAR-AUSENCIAS-SAIDA
           END-IF.
           IF MOV-AUS-SANCOES = SPACES
               MOVE WS-SANCOES-VELHAS TO AUS-SANCOES
           ELSE
               IF MOV-AUS-SANCOES NOT NUMERIC
                   MOVE "SANCOES NAO NUMERICAS" TO WS-MOTIVO
                   PERFORM REJEITAR-MOVIMENTO
                   GO TO APLICAR-AUSENCIAS-SAIDA
               END-IF
               MOVE FUNCTION NUMVAL(MOV-AUS-SANCOES) TO AUS-SANCOES
           END-IF.
           MOVE MOV-AUS-PERDA TO AUS-PERDA.
           IF AUS-PERDA = SPACE
               MOVE WS-PERDA-VELHA TO AUS-PERDA
           END-IF.
           IF AUS-PERDA NOT = "S" AND AUS-PERDA NOT = "N"
               MOVE "MARCA DE PERDA DO PREMIO INVALIDA" TO WS-MOTIVO
               PERFORM REJEITAR-MOVIMENTO
               GO TO APLICAR-AUSENCIAS-SAIDA
           END-IF.
           IF MOV-NOME NOT = SPACES
               MOVE MOV-NOME TO AUS-MOTIVO
           END-IF.
           IF AUS-MOTIVO = SPACES
               MOVE "MOTIVO/REFERENCIA OBRIGATORIO" TO WS-MOTIVO
               PERFORM REJEITAR-MOVIMENTO
               GO TO APLICAR-AUSENCIAS-SAIDA
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUS-DATA-HORA.
           MOVE WS-OPERADOR TO AUS-OPERADOR.
           IF AUS-EXISTE
               REWRITE AUS-REC
                   INVALID KEY
                       MOVE "ERRO AO GRAVAR FALTAS E SANCOES"
                           TO WS-MOTIVO
                       PERFORM REJEITAR-MOVIMENTO
                       GO TO APLICAR-AUSENCIAS-SAIDA
               END-REWRITE
           ELSE
               WRITE AUS-REC
                   INVALID KEY
                       MOVE "ERRO AO GRAVAR FALTAS E SANCOES"
                           TO WS-MOTIVO
                       PERFORM REJEITAR-MOVIMENTO
                       GO TO APLICAR-AUSENCIAS-SAIDA
               END-WRITE
           END-IF.
           ADD 1 TO WS-CONT-AUSENCIAS.
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
           PERFORM ACEITAR-MOVIMENTO.
       APLICAR-AUSENCIAS-SAIDA.
           EXIT.

      *----------------------------------------------------------
      * CONTAGEM DOS DEPENDENTES REGISTADOS DO EMPREGADO E
      * CALCULO DA SEQUENCIA SEGUINTE.
      *----------------------------------------------------------
       RECONTAR-DEPENDENTES.
           MOVE 0 TO WS-FILHOS.
           MOVE 1 TO WS-FIL-PROX-SEQ.
           MOVE WS-MATRICULA TO FIL-MATRICULA.
           MOVE 0 TO FIL-SEQ.
           START FILFILE KEY IS NOT LESS THAN FIL-CHAVE
               INVALID KEY
                   GO TO RECONTAR-DEPENDENTES-SAIDA
           END-START.
       RECONTAR-DEPENDENTES-LER.
           READ FILFILE NEXT RECORD
               AT END
                   GO TO RECONTAR-DEPENDENTES-SAIDA
           END-READ.
           IF FIL-MATRICULA NOT = WS-MATRICULA
               GO TO RECONTAR-DEPENDENTES-SAIDA
           END-IF.
           IF WS-FILHOS < 99
               ADD 1 TO WS-FILHOS
           END-IF.
           COMPUTE WS-FIL-PROX-SEQ = FIL-SEQ + 1.
           GO TO RECONTAR-DEPENDENTES-LER.
       RECONTAR-DEPENDENTES-SAIDA.
           EXIT.

      *----------------------------------------------------------
      * DESFECHO DE UM MOVIMENTO - O ACEITE GERA A LINHA DE
      * AUDITORIA NO FORMATO DO prog06 E A LINHA DO RELATORIO; O
               INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "REPOSICOES POR APURAR ABERTAS: " DELIMITED BY SIZE
               WS-CONT-REPOSICOES DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "DEPENDENTES INCLUIDOS: " DELIMITED BY SIZE
               WS-CONT-FIL-INCLUIDOS  DELIMITED BY SIZE
               "  ALTERADOS: "        DELIMITED BY SIZE
               WS-CONT-FIL-ALTERADOS  DELIMITED BY SIZE
               "  ELIMINADOS: "       DELIMITED BY SIZE
               WS-CONT-FIL-ELIMINADOS DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "FALTAS/SANCOES GRAVADAS: " DELIMITED BY SIZE
               WS-CONT-AUSENCIAS  DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.

      *----------------------------------------------------------
      * CONTROLO DE ACESSO - IGUAL AO DO prog06: IDENTIFICACAO E
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
