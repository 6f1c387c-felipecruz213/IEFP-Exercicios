      *              CHAVE DE DEPARTAMENTO E ESCREVE EXTRACTO E
      *              HISTORICO, E A MANUTENCAO NAO PODE CORRER
      *              POR CIMA.
      * 15/10/2026 - CONTA CORRENTE DE REPOSICOES (RECUPER.DAT,
      *              CHAVE MATRICULA + SEQUENCIA): O PREMIO PAGO
      *              POR CIMA DO DEVIDO - REDUCAO NO DELTA,
      *              CORRECAO, RECALCULO NUMA TRANCHE SEGUINTE OU
      *              DEMISSAO ANTECIPADA (prog06/prog11) - ABRE
      *              DIVIDA COM A ORIGEM, EM VEZ DE FICAR SO
      *              ASSINALADO PARA TRATAMENTO MANUAL. O LOTE
      *              DESCONTA AS DIVIDAS EM ABERTO NO LIQUIDO DE
      *              CADA PAGAMENTO, ATE PARM-RECUP-PERCENT-MAX POR
      *              CENTO (NOVO CAMPO DE PARMFICH.DAT), E O
      *              DESCONTO SAI NO RELATORIO, NO EXTRACTO
      *              (PAG-VALOR-RECUPERADO), NO BALANCEAMENTO E NA
      *              AUDITORIA (TIPO K). A CORRECAO PASSA A
      *              CALCULAR TAMBEM A RETENCAO. FICHEIROS
      *              PARMFICH.DAT, PARMPROP.DAT, CHECKPT.DAT E
      *              FOLHAPAG.DAT ANTERIORES DEIXAM DE SER
      *              COMPATIVEIS.
      * 15/10/2026 - O NUMERO DE FILHOS DO CALCULO (LOTE, DELTA,
      *              SIMULACAO E CORRECAO) PASSA A SER CONTADO NO
      *              FICHEIRO DE DEPENDENTES (FILHFICH.DAT, MANTIDO
      *              NO prog06 E PELOS MOVIMENTOS DO prog11) PARA O
      *              ANO EM VIGOR, EM VEZ DE LIDO DE EMP-FILHOS: SO
      *              CONTA O FILHO ATE PARM-FILHOS-IDADE-MAX, OU
      *              ATE PARM-FILHOS-IDADE-ESTUDO SE ESTUDANTE, OU
      *              SEM LIMITE SE COM DEFICIENCIA (NOVOS CAMPOS DE
      *              PARMFICH.DAT E PARMPROP.DAT). NA CORRECAO OS
      *              FILHOS DEIXAM DE SE CORRIGIR A MAO.
      * 15/10/2026 - REDUCAO DO PREMIO POR FALTAS INJUSTIFICADAS E
      *              SANCOES DISCIPLINARES: OS FACTOS DE CADA
      *              EMPREGADO NO ANO VEM DO NOVO AUSFICH.DAT E OS
      *              ESCALOES DE REDUCAO DO ANO DO NOVO TABREDU.DAT
      *              (LIDO AO LADO DOS PARAMETROS). A REDUCAO E
      *              APLICADA DEPOIS DO PREMIO TOTAL E ANTES DA
      *              RETENCAO NO LOTE, NO DELTA, NA SIMULACAO E NA
      *              CORRECAO; A PERDA MARCADA NO REGISTO RETIRA O
      *              PREMIO TODO. RELPREMIO.LST, RELSUP.LST E A
      *              LINHA DE AUDITORIA MOSTRAM O MOTIVO, A
      *              PERCENTAGEM E O VALOR RETIRADO.
      * 15/10/2026 - PENHORAS JUDICIAIS E FISCAIS (PENHFICH.DAT): NO
      *              LOTE, AS ORDENS ATIVAS DO EMPREGADO SAO
      *              DESCONTADAS DO LIQUIDO POR ORDEM DE PRIORIDADE
      *              (VALOR FIXO OU PERCENTAGEM, ATE AO SALDO EM
      *              DIVIDA), O SALDO DA ORDEM BAIXA E CADA DESCONTO
      *              SAI EM TRANSFERENCIA PROPRIA PARA O IBAN DO
      *              CREDOR, CONTADA NO TRAILER E NO HASH. O
      *              EXTRACTO DE PAGAMENTOS LEVA O VALOR PENHORADO,
      *              O FIM DA CORRIDA EMITE A LISTA DE ENTREGAS POR
      *              CREDOR (PENHORAS.LST/PENHORAn.LST) E A PAGINA
      *              DE BALANCEAMENTO PROVA O EXTRACTO E A LISTA
      *              CONTRA O TOTAL PENHORADO. CADA PENHORA TRATADA
      *              FICA NA AUDITORIA (TIPO M). FICHEIROS
      *              FOLHAPAG.DAT E CHECKPT.DAT ANTERIORES DEIXAM DE
      *              SER COMPATIVEIS.
      * 15/10/2026 - DIARIO CONTABILISTICO DA CORRIDA: NO FIM DO
      *              LOTE O EXTRACTO E RELIDO E GERA-SE O DIARIO A
      *              LANCAR (DIARIOGL.DAT, DIARIOGN.DAT POR TRANCHE)
      *              COM O DEBITO DO BRUTO POR DEPARTAMENTO (CONTA
      *              DE GASTO DO DEPARTAMENTO OU A GERAL) E OS
      *              CREDITOS DE RETENCAO, LIQUIDO, REPOSICOES E
      *              PENHORAS. O DELTA GERA O SEU (DIARIOSP.DAT).
      *              O DIARIO SO E LIBERTADO COM DEBITOS = CREDITOS
      *              E TOTAIS IGUAIS AOS DA CORRIDA; RETIDO FICA
      *              VAZIO E A CORRIDA TERMINA COM CODIGO 8.
      *              CONTAS NOVAS NO FIM DE PARMFICH.DAT E DE
      *              PARMPROP.DAT, CONTA DE GASTO NO DEPFICH.DAT;
      *              FICHEIROS ANTERIORES DEIXAM DE SER COMPATIVEIS.
      *              AUDITORIA TIPO Y.
      * 15/10/2026 - AVISO QUANDO O PARMFICH.DAT FALTA, ESTA VAZIO OU
      *              DANIFICADO E SE ASSUMEM OS VALORES DE SEMPRE (O
      *              FICHEIRO PASSA A SER MANTIDO PELO prog18).
      * 15/10/2026 - ORCAMENTOS POR DEPARTAMENTO (ORCFICH.DAT): NOVO
      *              MODO (O)RCAMENTO COM A PROJECAO DO CUSTO E O
      *              RELATORIO ORCAMENTO.LST; O LOTE SO ARRANCA
      *              ACIMA DO ORCAMENTO MAIS TOLERANCIA COM
      *              AUTORIZACAO AUDITADA DE UM SUPERVISOR.
      * 15/10/2026 - CORRIDA NOTURNA: COM O ARGUMENTO NOTURNO O MODO, A
      *              TRANCHE E AS RESPOSTAS VEM DO CARTAO DO PASSO
      *              (PASSONOT.DAT) SOB UM OPERADOR DE SERVICO (PERFIL
      *              N), E OS TOTAIS FICAM NO REGISTO DA CADEIA
      *              (NOTURNO.LOG). O PERFIL N E RECUSADO NO ECRA.
      * 15/10/2026 - ANO FECHADO: O LOTE, A CORRECAO E O DELTA
      *              CONSULTAM O FICHEIRO DE FECHOS (FECHOANO.DAT,
      *              MANTIDO NO NOVO prog20) E RECUSAM O ANO EM VIGOR
      *              SE ESTIVER FECHADO, COM CODIGO 8 E A RECUSA NA
      *              AUDITORIA (TIPO V). SO UM SUPERVISOR REABRE O ANO,
      *              NO prog20.
      * 15/10/2026 - UM EMPREGADO REJEITADO OU COM DADOS INVALIDOS
      *              DEPOIS DE PAGA UMA TRANCHE DO ANO FICA COM O QUE
      *              JA RECEBEU A REPOR NA CONTA DE REPOSICOES. ERRO AO
      *              GRAVAR A CONTA DE REPOSICOES NO ECRA E SEM
      *              AUDITORIA DA REPOSICAO. A AUTORIZACAO NOTURNA
      *              ACIMA DO ORCAMENTO PASSA A TER COLUNA PROPRIA NO
      *              CARTAO (COL 35).
      * 15/10/2026 - A CORRIDA NOTURNA SO PASSA O ORCAMENTO DO LOTE OU
      *              FORCA UMA CORRIDA COMPLETA NOVA COM UMA
      *              AUTORIZACAO PREVIA DE UM SUPERVISOR (AUTNOT.DAT,
      *              EMITIDA NO prog06) PARA O ANO E A TRANCHE, QUE
      *              FICA USADA E CUJO SUPERVISOR VAI PARA A AUDITORIA;
      *              SEM ELA A CORRIDA TERMINA COM CODIGO 8. AS
      *              TRANSFERENCIAS AOS CREDORES DAS PENHORAS PASSAM A
      *              REGISTO DE TIPO "P" COM A PRIORIDADE DA ORDEM,
      *              PARA A DEVOLUCAO DO BANCO VOLTAR A PENHORA
      *              (prog07).
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIM-STATUS.

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

           SELECT ORLFILE ASSIGN TO "ORCAMENTO.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORL-STATUS.

           SELECT PASFILE ASSIGN TO "PASSONOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAS-STATUS.

           SELECT JOBFILE ASSIGN TO "NOTURNO.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-STATUS.

           SELECT IRSFILE ASSIGN TO "TABIRS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IRS-STATUS.
               RELATIVE KEY IS WS-CKPT-RRN
               FILE STATUS IS WS-CKPT-STATUS.

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
               ACCESS MODE IS DYNAMIC
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

           SELECT LPEFILE ASSIGN TO DYNAMIC WS-NOME-LPEFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LPE-STATUS.

           SELECT DGTFILE ASSIGN TO "DIARIOGL.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DGT-STATUS.

           SELECT DGLFILE ASSIGN TO DYNAMIC WS-NOME-DGLFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DGL-STATUS.

           SELECT FECFILE ASSIGN TO "FECHOANO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FEC-ANO
               FILE STATUS IS WS-FEC-STATUS.

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

       FD  RELFILE.
       01  REL-LINHA                PIC X(132).
           05 PAG-VALOR-PREMIO     PIC 9(6)V99.
           05 PAG-VALOR-RETENCAO   PIC 9(6)V99.
           05 PAG-VALOR-LIQUIDO    PIC 9(6)V99.
           05 PAG-VALOR-RECUPERADO PIC 9(6)V99.
           05 PAG-VALOR-PENHORA    PIC 9(6)V99.

       FD  HISTFILE.
       01  HIST-REC.
           05 DEP-RESPONSAVEL      PIC X(30).
           05 DEP-ATIVO            PIC X.
              88 DEP-ESTA-ATIVO    VALUE "S".
           05 DEP-CONTA-GASTO      PIC X(10).

       FD  BANFILE.
       01  BNC-REC.
           05 OPE-SENHA            PIC X(8).
           05 OPE-PERFIL           PIC X.
              88 OPE-E-SUPERVISOR  VALUE "S".
              88 OPE-E-SERVICO     VALUE "N".
           05 OPE-FALHAS           PIC 9(1).
           05 OPE-BLOQUEADO        PIC X.
              88 OPE-ESTA-BLOQUEADO VALUE "S".
           05 PROP-FILHOS-MULT        PIC 9(2).
           05 PROP-FILHOS-FLAT        PIC 9(3).
           05 PROP-TOLERANCIA-VARIACAO PIC 9(2).
           05 PROP-RECUP-PERCENT-MAX  PIC 9(3).
           05 PROP-FILHOS-IDADE-MAX   PIC 9(2).
           05 PROP-FILHOS-IDADE-ESTUDO PIC 9(2).
           05 PROP-CONTA-GASTO        PIC X(10).
           05 PROP-CONTA-RETENCAO     PIC X(10).
           05 PROP-CONTA-LIQUIDO      PIC X(10).
           05 PROP-CONTA-REPOSICAO    PIC X(10).
           05 PROP-CONTA-PENHORA      PIC X(10).
           05 PROP-CONTA-REENVIO      PIC X(10).

       FD  SIMFILE.
       01  SIM-LINHA                PIC X(120).

      *----------------------------------------------------------
      * ORCAMENTO DE PREMIOS DE UM DEPARTAMENTO NUM ANO, COM A
      * TOLERANCIA (PERCENTAGEM ACIMA DO ORCAMENTO) A PARTIR DA
      * QUAL O LOTE NAO ARRANCA SEM AUTORIZACAO DE SUPERVISOR.
      * MANTIDO NO prog06.
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
           05 AUT-USADA-POR        PIC X(8).
           05 AUT-USADA-EM         PIC X(14).

       FD  ORLFILE.
       01  ORL-LINHA                PIC X(132).

      *----------------------------------------------------------
      * CARTAO DO PASSO DA CADEIA NOTURNA (ESCRITO PELO prog19) E
      * REGISTO DA CADEIA, ONDE CADA PASSO DEIXA OS SEUS TOTAIS.
      *----------------------------------------------------------
       FD  PASFILE.
       01  PAS-LINHA                PIC X(80).

       FD  JOBFILE.
       01  JOB-LINHA                PIC X(132).

       FD  CKPTFILE.
       01  CKPT-REC.
           05 CKPT-ULTIMA-MATRICULA    PIC 9(6).
           05 CKPT-TOTAL-LIQUIDO       PIC 9(9)V99.
           05 CKPT-TRANCHE             PIC 9(1).
           05 CKPT-ESTADO              PIC X(1).
           05 CKPT-TOTAL-RECUPERADO    PIC 9(9)V99.
           05 CKPT-TOTAL-PENHORADO     PIC 9(9)V99.
           05 CKPT-PEN-CONTADOR        PIC 9(6).
           05 CKPT-ID-CORRIDA          PIC X(14).

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

       FD  LPEFILE.
       01  LPE-LINHA               PIC X(132).

       FD  DGTFILE.
       01  DGT-LINHA               PIC X(100).

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
       77 IDADE                PIC 9(2).
       77 WS-CKPT-STATUS       PIC XX.
       77 WS-PROP-STATUS       PIC XX.
       77 WS-SIM-STATUS        PIC XX.
       77 WS-ORC-STATUS        PIC XX.
       77 WS-AUT-STATUS        PIC XX.
       77 WS-ORL-STATUS        PIC XX.
       77 WS-BAN-STATUS        PIC XX.
       77 WS-DEP-STATUS        PIC XX.
       77 WS-TRF-STATUS        PIC XX.
       77 WS-SUP-NOVOS          PIC 9(5).
       77 WS-SUP-ALTERADOS      PIC 9(5).
       77 WS-SUP-REDUCOES       PIC 9(5).
       77 WS-SUP-REPOSICOES     PIC 9(9)V99.
       77 WS-SUP-INVALIDOS      PIC 9(5).
       77 WS-DELTA-DIFERENCA    PIC S9(6)V99.
       77 WS-DELTA-VALOR        PIC 9(6)V99.
           88 HIST-JA-EXISTE VALUE "S".
       77 WS-DELTA-VALIDO       PIC X.
           88 DELTA-VALIDO VALUE "S".
       77 WS-EVENTO-DETALHE     PIC X(117).

      *----------------------------------------------------------
      * AREAS DO CONTROLO DE ACESSO DO OPERADOR.
      * PARA QUE OS PARAGRAFOS DE CALCULO PARTILHADOS CONTINUEM A
      * LER SEMPRE O REGISTO PARM-REC.
      *----------------------------------------------------------
       77 WS-PARM-GUARDADO      PIC X(100).
       77 WS-PARM-PROPOSTO      PIC X(100).
       77 WS-SIM-PREMIO-ATUAL   PIC 9(6)V99.
       77 WS-SIM-PREMIO-PROP    PIC 9(6)V99.
       77 WS-SIM-DEP-ATUAL      PIC 9(8)V99.
       77 WS-SIM-VALIDO         PIC X.
           88 SIM-VALIDO VALUE "S".

      *----------------------------------------------------------
      * AREAS DA VERIFICACAO DE ORCAMENTO - PROJECAO DO CUSTO DE
      * CADA DEPARTAMENTO COM OS PARAMETROS EM VIGOR, COMPARADA
      * COM O ORCAMENTO DO ANO E A SUA TOLERANCIA.
      *----------------------------------------------------------
       77 WS-ORCFILE-DISPONIVEL PIC X VALUE "N".
           88 ORCFILE-DISPONIVEL VALUE "S".
       77 WS-ORC-COM-LISTAGEM   PIC X.
           88 ORC-COM-LISTAGEM VALUE "S".
       77 WS-ORC-PRIMEIRO       PIC X.
       77 WS-ORC-DEPARTAMENTO   PIC X(4).
       77 WS-ORC-DEP-NOME       PIC X(30).
       77 WS-ORC-DEP-PROJETADO  PIC 9(9)V99.
       77 WS-ORC-DEP-CABECAS    PIC 9(5).
       77 WS-ORC-GERAL-PROJETADO PIC 9(9)V99.
       77 WS-ORC-GERAL-ORCAMENTO PIC 9(9)V99.
       77 WS-ORC-GERAL-CABECAS  PIC 9(5).
       77 WS-ORC-LIMITE         PIC 9(9)V99.
       77 WS-ORC-DESVIO         PIC S9(9)V99.
       77 WS-ORC-USADO          PIC 9(5)V99.
       77 WS-ORC-EXCEDIDOS      PIC 9(3).
       77 WS-ORC-SEM-ORCAMENTO  PIC 9(3).
       77 WS-ORC-EXCESSO        PIC 9(9)V99.
       77 WS-ORC-SITUACAO       PIC X(14).
       77 WS-ORC-ENCONTRADO     PIC X.
           88 ORC-ENCONTRADO VALUE "S".
       77 WS-ORC-VALOR-ED       PIC Z,ZZZ,ZZZ,ZZ9.99.
       77 WS-ORC-PROJ-ED        PIC Z,ZZZ,ZZZ,ZZ9.99.
       77 WS-ORC-DESVIO-ED      PIC -Z,ZZZ,ZZZ,ZZ9.99.
       77 WS-ORC-USADO-ED       PIC ZZZZ9.99.
       77 WS-ORC-TOL-ED         PIC Z9.

      *----------------------------------------------------------
      * FECHO DO ANO (FECHOANO.DAT, MANTIDO NO prog20) - O LOTE,
      * A CORRECAO E O DELTA NAO MEXEM NUM ANO FECHADO.
      *----------------------------------------------------------
       77 WS-FEC-STATUS         PIC XX.
       77 WS-FEC-OPERACAO       PIC X(9).

      *----------------------------------------------------------
      * CORRIDA NOTURNA - COM O ARGUMENTO NOTURNO AS RESPOSTAS
      * (MODO, TRANCHE, FORCAR, ASSUMIR O BLOQUEIO, AUTORIZAR
      * ACIMA DO ORCAMENTO) VEM DO CARTAO DO PASSO E O OPERADOR E
      * O DE SERVICO NELE INDICADO.
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
           05 FILLER                PIC X.
           05 CAR-ORCAMENTO         PIC X.
           05 FILLER                PIC X(45).
      *AUTORIZACAO PREVIA DE UM SUPERVISOR (AUTNOT.DAT, EMITIDA
      *NO prog06) PARA O QUE DE DIA LHE ESTA RESERVADO - TIPO O
      *(LOTE ACIMA DO ORCAMENTO) OU F (NOVA CORRIDA COMPLETA), COM
      *O ANO E A TRANCHE. SO SERVE UMA VEZ.
       01 WS-AUT-PEDIDA.
           05 WS-AUT-PED-TIPO       PIC X.
           05 WS-AUT-PED-ANO        PIC 9(4).
           05 WS-AUT-PED-REFERENCIA PIC 9(1).
       77 WS-AUT-SUPERVISOR     PIC X(8).
       77 WS-AUT-VALIDA         PIC X.
           88 AUT-VALIDA VALUE "S".

      *----------------------------------------------------------
      * AREAS DA DERIVACAO DE IDADE/ANTIGUIDADE E DO PRO-RATA -
      * A IDADE E A ANTIGUIDADE SAO DERIVADAS DAS DATAS DE
       77 WS-SAIU-ANTES-DO-ANO  PIC X.
           88 SAIU-ANTES-DO-ANO VALUE "S".

      *----------------------------------------------------------
      * AREAS DO FICHEIRO DE DEPENDENTES (FILHFICH.DAT) - O
      * NUMERO DE FILHOS DO CALCULO E CONTADO NO FICHEIRO PARA O
      * ANO EM VIGOR, COM AS IDADES LIMITE DOS PARAMETROS.
      *----------------------------------------------------------
       77 WS-FIL-STATUS         PIC XX.
       77 WS-FILFILE-DISPONIVEL PIC X VALUE "N".
           88 FILFILE-DISPONIVEL VALUE "S".
           88 FILFILE-EM-ERRO    VALUE "E".
       77 WS-FIL-IDADE          PIC S9(4) COMP.
       77 WS-FIL-CONTA          PIC X.
           88 FIL-CONTA VALUE "S".

      *----------------------------------------------------------
      * AREAS DAS REDUCOES POR FALTAS E SANCOES - OS FACTOS DE
      * CADA EMPREGADO NO ANO VEM DE AUSFICH.DAT E OS ESCALOES DE
      * REDUCAO DO ANO DE TABREDU.DAT (LIMITE CRESCENTE, PERCENT).
      *----------------------------------------------------------
       77 WS-AUS-STATUS         PIC XX.
       77 WS-AUSFILE-DISPONIVEL PIC X VALUE "N".
           88 AUSFILE-DISPONIVEL VALUE "S".
           88 AUSFILE-EM-ERRO    VALUE "E".
       77 WS-RED-STATUS         PIC XX.
       77 WS-FIM-REDFILE        PIC X.
       01 TAB-REDUCOES.
           05 RED-TOTAL-FALTAS     PIC 9(2) VALUE 0.
           05 RED-FALTAS OCCURS 10 TIMES INDEXED BY RED-FX.
              10 RED-FALTAS-LIMITE  PIC 9(3).
              10 RED-FALTAS-PERCENT PIC 9(3).
           05 RED-TOTAL-SANCOES    PIC 9(2) VALUE 0.
           05 RED-SANCOES OCCURS 10 TIMES INDEXED BY RED-SX.
              10 RED-SANCOES-LIMITE  PIC 9(3).
              10 RED-SANCOES-PERCENT PIC 9(3).
       77 WS-RED-ANO            PIC 9(4) VALUE 0.
       77 WS-RED-PCT-FALTAS     PIC 9(3).
       77 WS-RED-PCT-SANCOES    PIC 9(3).
       77 WS-RED-PERCENT        PIC 9(3) VALUE 0.
       77 WS-RED-VALOR          PIC 9(6)V99 VALUE 0.
       77 WS-RED-VALOR-ED       PIC Z,ZZZ,ZZ9.99.
       77 WS-RED-MOTIVO         PIC X(40) VALUE SPACES.

      *----------------------------------------------------------
      * AREAS DA CONTA CORRENTE DE REPOSICOES (RECUPER.DAT) - O
      * EXCESSO PAGO E A DIFERENCA ENTRE O LIQUIDO DAS TRANCHES
      * JA PAGAS (HISTORICO) E O LIQUIDO DEVIDO PARA AS MESMAS
      * TRANCHES PELO CALCULO NOVO, DESCONTADO DO QUE JA ESTA
      * RECONHECIDO NA CONTA DO ANO; SO O EXCESSO POSITIVO ABRE
      * DIVIDA. O DESCONTO EM CADA PAGAMENTO NAO PASSA DE
      * PARM-RECUP-PERCENT-MAX POR CENTO DO LIQUIDO.
      *----------------------------------------------------------
       77 WS-REC-STATUS         PIC XX.
       77 WS-RECFILE-DISPONIVEL PIC X VALUE "N".
           88 RECFILE-DISPONIVEL VALUE "S".
       77 WS-HISTFILE-ABERTO    PIC X VALUE "N".
           88 HISTFILE-ABERTO VALUE "S".
       77 WS-REC-ORIGEM         PIC X.
       77 WS-REC-PAGO           PIC 9(6)V99.
       77 WS-REC-DEVIDO         PIC 9(6)V99.
       77 WS-REC-RECONHECIDO    PIC 9(6)V99.
       77 WS-REC-EXCESSO        PIC S9(6)V99.
       77 WS-REC-SALDO-ABERTO   PIC 9(6)V99.
       77 WS-REC-PROX-SEQ       PIC 9(3).
       77 WS-REC-SEQ-PENDENTE   PIC 9(3).
       77 WS-REC-DIVIDA-NOVA    PIC 9(6)V99.
       77 WS-REC-MAXIMO         PIC 9(6)V99.
       77 WS-REC-A-DESCONTAR    PIC 9(6)V99.
       77 WS-REC-DESCONTO       PIC 9(6)V99.
       77 WS-REC-RECUPERADO     PIC 9(6)V99.
       77 WS-TOTAL-RECUPERADO   PIC 9(9)V99.
       77 WS-REC-BASE-PREMIO    PIC 9(6)V99.
       77 WS-REC-BASE-RETENCAO  PIC 9(6)V99.
       77 WS-REC-BASE-LIQUIDO   PIC 9(6)V99.
       77 WS-REC-MAPA           PIC X(9).
       77 WS-REC-PARCELA        PIC 9(6)V99.
       77 WS-REC-PARCELA-RET    PIC 9(6)V99.
       77 WS-REC-IDX            PIC 9(2) COMP.
       77 WS-REC-VALOR-ED       PIC Z,ZZZ,ZZ9.99.
       77 WS-BAL-TOTAL-REC      PIC 9(9)V99.
       77 WS-BAL-DIF-REC        PIC S9(9)V99.

      *----------------------------------------------------------
      * AREAS DAS PENHORAS (PENHFICH.DAT) - ORDENS DO TRIBUNAL OU
      * DA AUTORIDADE TRIBUTARIA POR MATRICULA, APLICADAS POR
      * ORDEM DE PRIORIDADE SOBRE O LIQUIDO QUE SOBRA DEPOIS DAS
      * REPOSICOES. CADA DESCONTO SAI EM TRANSFERENCIA PROPRIA
      * PARA O IBAN DO CREDOR, MARCADA COM O IDENTIFICADOR DA
      * CORRIDA (GUARDADO NO CHECKPOINT PARA AS RETOMAS), QUE E
      * O QUE A LISTA DE ENTREGAS POR CREDOR (PENHORAS.LST OU
      * PENHORAn.LST) SELECIONA NO FIM.
      *----------------------------------------------------------
       77 WS-PEN-STATUS         PIC XX.
       77 WS-PENFILE-DISPONIVEL PIC X VALUE "N".
           88 PENFILE-DISPONIVEL VALUE "S".
           88 PENFILE-EM-ERRO    VALUE "E".
       77 WS-ID-CORRIDA         PIC X(14).
       77 WS-PEN-BASE           PIC 9(6)V99.
       77 WS-PEN-DESCONTO       PIC 9(6)V99.
       77 WS-PEN-PENHORADO      PIC 9(6)V99 VALUE 0.
       77 WS-TOTAL-PENHORADO    PIC 9(9)V99.
       77 WS-PEN-CONTADOR       PIC 9(6).
       77 WS-PEN-VALOR-ED       PIC Z,ZZZ,ZZ9.99.
       77 WS-PEN-SALDO-ED       PIC Z,ZZZ,ZZ9.99.
       77 WS-PEN-SITUACAO       PIC X(24).
       77 WS-BAL-TOTAL-PEN      PIC 9(9)V99.
       77 WS-BAL-DIF-PEN        PIC S9(9)V99.
       77 WS-BAL-DIF-LPE        PIC S9(9)V99.
       77 WS-NOME-LPEFILE       PIC X(12) VALUE "PENHORAS.LST".
       77 WS-LPE-STATUS         PIC XX.
       77 WS-LPE-IBAN-ANTERIOR  PIC X(25).
       77 WS-LPE-CREDOR-ANTERIOR PIC X(30).
       77 WS-LPE-TOTAL-CREDOR   PIC 9(9)V99.
       77 WS-LPE-CONT-CREDOR    PIC 9(5).
       77 WS-LPE-TOTAL-LISTA    PIC 9(9)V99.
       77 WS-LPE-CONT-LISTA     PIC 9(6).
       77 WS-LPE-CONT-CREDORES  PIC 9(4).

       77 WS-PREMIO-ANTERIOR    PIC 9(6)V99.
       77 WS-DIFERENCA          PIC S9(6)V99.
       77 WS-PERCENT-VARIACAO   PIC S9(5)V99.
       77 WS-PONTEIRO-LINHA     PIC 9(4).

      *----------------------------------------------------------
      * AREAS DO DIARIO CONTABILISTICO - NO FIM DE CADA CORRIDA
      * COMPLETA (LOTE OU DELTA) O EXTRACTO E RELIDO E SAI UM
      * LANCAMENTO: DEBITO DO GASTO COM PREMIOS POR DEPARTAMENTO
      * (CENTRO DE CUSTO, CONTA DE DEP-CONTA-GASTO OU, SEM ELA,
      * PARM-CONTA-GASTO) E CREDITOS DA RETENCAO, DO LIQUIDO, DAS
      * REPOSICOES E DAS PENHORAS NAS CONTAS DE PARMFICH.DAT. AS
      * LINHAS FICAM NUM FICHEIRO DE TRABALHO E SO PASSAM AO
      * DIARIO A LANCAR (DIARIOGL.DAT, DIARIOGn.DAT POR TRANCHE,
      * DIARIOSP.DAT NO DELTA) SE DEBITOS = CREDITOS E OS TOTAIS
      * CONFEREM COM OS DA CORRIDA; SENAO O DIARIO FICA VAZIO E
      * RETIDO. ORIGEM: L=LOTE, S=SUPLEMENTO DELTA.
      *----------------------------------------------------------
       77 WS-DGT-STATUS         PIC XX.
       77 WS-DGL-STATUS         PIC XX.
       77 WS-NOME-DGLFILE       PIC X(12) VALUE "DIARIOGL.DAT".
       77 WS-DGL-ORIGEM         PIC X.
       77 WS-DGL-LINHAS         PIC 9(4).
       77 WS-DGL-CONTA          PIC X(10).
       77 WS-DGL-CENTRO         PIC X(4).
       77 WS-DGL-DC             PIC X.
       77 WS-DGL-VALOR          PIC 9(9)V99.
       77 WS-DGL-VALOR-ED       PIC 9(9).99.
       77 WS-DGL-CREDITOS-ED    PIC 9(9).99.
       77 WS-DGL-CORR-ED        PIC Z,ZZZ,ZZZ,ZZ9.99.
       77 WS-DGL-DESCRICAO      PIC X(30).
       77 WS-DGL-MATRICULA      PIC 9(6).
       77 WS-DGL-PREMIO         PIC 9(6)V99.
       77 WS-DGL-DEP-LIDO       PIC X(4).
       77 WS-DGL-DEP-ATUAL      PIC X(4).
       77 WS-DGL-DEP-VALOR      PIC 9(9)V99.
       77 WS-DGL-PRIMEIRO       PIC X.
       77 WS-DGL-SEM-EMPREGADO  PIC 9(5).
       77 WS-DGL-DEBITOS        PIC 9(9)V99.
       77 WS-DGL-CREDITOS       PIC 9(9)V99.
       77 WS-DGL-DIFERENCA      PIC S9(9)V99.
       77 WS-DGL-RETENCAO       PIC 9(9)V99.
       77 WS-DGL-LIQUIDO        PIC 9(9)V99.
       77 WS-DGL-RECUPERADO     PIC 9(9)V99.
       77 WS-DGL-PENHORADO      PIC 9(9)V99.
       77 WS-DGL-CORR-PREMIO    PIC 9(9)V99.
       77 WS-DGL-CORR-RETENCAO  PIC 9(9)V99.
       77 WS-DGL-CORR-LIQUIDO   PIC 9(9)V99.
       77 WS-DGL-CORR-RECUPERADO PIC 9(9)V99.
       77 WS-DGL-CORR-PENHORADO PIC 9(9)V99.
       77 WS-DGL-PROVA          PIC X.
       77 WS-DGL-CONSTRUIDO     PIC X.
           88 DIARIO-CONSTRUIDO VALUE "S".
       77 WS-DGL-ESTADO         PIC X VALUE "N".
           88 DIARIO-LIBERTADO  VALUE "S".
       77 WS-DGL-FIM-TRABALHO   PIC X.
           88 FIM-DIARIO-TRABALHO VALUE "S".
       77 WS-DGL-RESUMO         PIC X(132).
       77 WS-SUP-RETENCAO       PIC 9(9)V99.
       77 WS-SUP-LIQUIDO        PIC 9(9)V99.

       SCREEN SECTION.
       01 CLS BLANK SCREEN.

      * EXECUCAO: LOTE, INTERATIVO OU CORRECAO DE UM EMPREGADO.
      *----------------------------------------------------------
       MENU-PRINCIPAL.
           PERFORM LER-CARTAO-NOTURNO THRU LER-CARTAO-NOTURNO-SAIDA.
           PERFORM CARREGAR-PARAMETROS.
           PERFORM EFETUAR-SIGNON THRU EFETUAR-SIGNON-SAIDA.
           IF MODO-NOTURNO
               EVALUATE CAR-MODO
                   WHEN "B"
                       GO TO PROCESSAR-LOTE
                   WHEN "D"
                       GO TO PROCESSAR-DELTA
                   WHEN OTHER
                       PERFORM RECUSAR-CARTAO-NOTURNO
               END-EVALUATE
           END-IF.
       MENU-ESCOLHER-MODO.
           DISPLAY CLS.
           DISPLAY "(B)ATCH  (I)NTERATIVO  (C)ORRECAO  (S)IMULACAO"
               AT 0401.
           DISPLAY "(D)ELTA SUPLEMENTAR  (O)RCAMENTO  -  MODO:" AT 0501.
           ACCEPT MODO AT 0544.
           EVALUATE MODO
               WHEN "B"
               WHEN "b"
               WHEN "D"
               WHEN "d"
                   GO TO PROCESSAR-DELTA
               WHEN "O"
               WHEN "o"
                   GO TO PROCESSAR-ORCAMENTO
               WHEN OTHER
                   GO TO INICIO
           END-EVALUATE.
      * FICHEIRO E CRIADO COM O SUPERVISOR SUPER/SUPER.
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
       VERIFICAR-OPERADOR-SAIDA.
           EXIT.

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
           IF CAR-PROGRAMA NOT = "prog05"
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
      * RECUSA DE ACESSO - FICA NA AUDITORIA COM O PROPRIO
      * FICHEIRO A SER ABERTO E FECHADO NA HORA, PORQUE NO

      *----------------------------------------------------------
      * CARREGAMENTO DOS PARAMETROS DO ANO DE BONUS. SE O
      * FICHEIRO NAO EXISTIR, ESTIVER VAZIO OU DANIFICADO (ANO OU
      * VALORES NAO NUMERICOS), ASSUMEM-SE OS VALORES HISTORICOS
      * USADOS ATE AQUI, COM AVISO. O FICHEIRO E MANTIDO PELO
      * prog18.
      *----------------------------------------------------------
       CARREGAR-PARAMETROS.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANO-ATUAL.
           OPEN INPUT PARMFILE.
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "AVISO: SEM PARAMETROS (PARMFICH.DAT, ESTADO "
                   WS-PARM-STATUS ") - VALORES DE SEMPRE."
               PERFORM VALORES-PARAMETROS-DEFEITO
           ELSE
               READ PARMFILE
               IF WS-PARM-STATUS NOT = "00"
                   DISPLAY "AVISO: PARMFICH.DAT VAZIO (ESTADO "
                       WS-PARM-STATUS ") - VALORES DE SEMPRE."
                   PERFORM VALORES-PARAMETROS-DEFEITO
               ELSE
                   IF PARM-REC(1:40) IS NOT NUMERIC
                       DISPLAY "AVISO: PARMFICH.DAT DANIFICADO - "
                           "VALORES DE SEMPRE."
                       PERFORM VALORES-PARAMETROS-DEFEITO
                   END-IF
               END-IF
               CLOSE PARMFILE
           END-IF.
           PERFORM COMPLETAR-CONTAS-DIARIO.
           PERFORM CARREGAR-TABELA-IRS THRU CARREGAR-IRS-FIM.
           PERFORM CARREGAR-CALENDARIO-TRANCHES
               THRU CARREGAR-TRANCHES-FIM.
           PERFORM CARREGAR-TABELA-REDUCOES
               THRU CARREGAR-REDUCOES-FIM.

      *----------------------------------------------------------
      * TABELA DE ESCALOES DA RETENCAO - LIDA AO LADO DOS
       CARREGAR-TRANCHES-FIM.
           CONTINUE.

      *----------------------------------------------------------
      * ESCALOES DE REDUCAO DO ANO EM VIGOR - UM REGISTO POR
      * ESCALAO, DE FALTAS INJUSTIFICADAS ("F") OU DE SANCOES
      * DISCIPLINARES ("S"), COM O LIMITE ATE ONDE VALE E A
      * PERCENTAGEM DO PREMIO A RETIRAR. OS LIMITES DE CADA TIPO
      * TEM DE SER CRESCENTES E AS PERCENTAGENS ATE 100; UMA
      * TABELA FORA DE ORDEM E IGNORADA COM AVISO. SEM TABELA, SO
      * A PERDA TOTAL DO PREMIO MARCADA NO REGISTO TEM EFEITO.
      *----------------------------------------------------------
       CARREGAR-TABELA-REDUCOES.
           MOVE PARM-ANO-VIGOR TO WS-RED-ANO.
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
           IF RED-REG-ANO NOT = WS-RED-ANO
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
           DISPLAY "AVISO: TABELA DE REDUCOES DO ANO " WS-RED-ANO
               " FORA DE ORDEM - SO A PERDA TOTAL TEM EFEITO.".
           MOVE 0 TO RED-TOTAL-FALTAS.
           MOVE 0 TO RED-TOTAL-SANCOES.
       CARREGAR-REDUCOES-FECHAR.
           CLOSE REDFILE.
       CARREGAR-REDUCOES-FIM.
           CONTINUE.

       VALORES-PARAMETROS-DEFEITO.
           MOVE WS-ANO-ATUAL    TO PARM-ANO-VIGOR.
           MOVE 18 TO PARM-IDADE-MIN.
           MOVE 25 TO PARM-FILHOS-MULT.
           MOVE 100 TO PARM-FILHOS-FLAT.
           MOVE 30 TO PARM-TOLERANCIA-VARIACAO.
           MOVE 50 TO PARM-RECUP-PERCENT-MAX.
           MOVE 18 TO PARM-FILHOS-IDADE-MAX.
           MOVE 25 TO PARM-FILHOS-IDADE-ESTUDO.
           MOVE SPACES TO PARM-CONTA-GASTO.
           MOVE SPACES TO PARM-CONTA-RETENCAO.
           MOVE SPACES TO PARM-CONTA-LIQUIDO.
           MOVE SPACES TO PARM-CONTA-REPOSICAO.
           MOVE SPACES TO PARM-CONTA-PENHORA.
           MOVE SPACES TO PARM-CONTA-REENVIO.

      *----------------------------------------------------------
      * MODO INTERATIVO (ECRA ORIGINAL) - USADO PARA CONSULTAS

       ESCREVER-LINHA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATA-HORA.
           MOVE SPACES TO AUD-LINHA.
           MOVE 1 TO WS-PONTEIRO-LINHA.
           MOVE PREMIO-IDADE       TO WS-PREMIO-IDADE-ED.
           MOVE PREMIO-ANTIGUIDADE TO WS-PREMIO-ANTIG-ED.
           MOVE PREMIO-FILHOS      TO WS-PREMIO-FILHOS-ED.
               "|"                DELIMITED BY SIZE
               PREMIO-TOTAL-ED    DELIMITED BY SIZE
               INTO AUD-LINHA
               WITH POINTER WS-PONTEIRO-LINHA
           END-STRING.
      *O PREMIO REDUZIDO POR FALTAS OU SANCOES LEVA NA MESMA
      *LINHA A PERCENTAGEM, O VALOR RETIRADO E O MOTIVO.
           IF WS-RED-VALOR > 0
               MOVE WS-RED-VALOR TO WS-RED-VALOR-ED
               STRING "|REDUCAO "    DELIMITED BY SIZE
                   WS-RED-PERCENT    DELIMITED BY SIZE
                   "%|"              DELIMITED BY SIZE
                   WS-RED-VALOR-ED   DELIMITED BY SIZE
                   "|"               DELIMITED BY SIZE
                   WS-RED-MOTIVO     DELIMITED BY SIZE
                   INTO AUD-LINHA
                   WITH POINTER WS-PONTEIRO-LINHA
               END-STRING
           END-IF.
           WRITE AUD-LINHA.

      *----------------------------------------------------------
      * CALCULO DO MODO INTERATIVO A CADA REGISTO.
      *----------------------------------------------------------
       PROCESSAR-LOTE.
           MOVE "LOTE" TO WS-FEC-OPERACAO.
           PERFORM VERIFICAR-ANO-FECHADO
               THRU VERIFICAR-ANO-FECHADO-SAIDA.
           MOVE "N" TO WS-FIM-EMPFILE.
           PERFORM ESCOLHER-TRANCHE THRU ESCOLHER-TRANCHE-SAIDA.
           PERFORM VERIFICAR-ORCAMENTO-LOTE
               THRU VERIFICAR-ORCAMENTO-SAIDA.
           PERFORM ABRIR-FICHEIROS-LOTE
               THRU ABRIR-FICHEIROS-LOTE-SAIDA.
           IF FIM-EMPFILE
               MOVE CKPT-BEX-CONTADOR        TO WS-BEX-CONTADOR
               MOVE CKPT-TOTAL-RETENCAO      TO WS-TOTAL-RETENCAO
               MOVE CKPT-TOTAL-LIQUIDO       TO WS-TOTAL-LIQUIDO
               MOVE CKPT-TOTAL-RECUPERADO    TO WS-TOTAL-RECUPERADO
               MOVE CKPT-TOTAL-PENHORADO     TO WS-TOTAL-PENHORADO
               MOVE CKPT-PEN-CONTADOR        TO WS-PEN-CONTADOR
               MOVE CKPT-ID-CORRIDA          TO WS-ID-CORRIDA
               MOVE CKPT-ULTIMO-DEPARTAMENTO TO WS-DEPARTAMENTO-ANTERIOR
               MOVE "N" TO WS-PRIMEIRO-DEPARTAMENTO
               MOVE "S" TO WS-ALGUM-REGISTO-LOTE
               MOVE 0 TO WS-BEX-CONTADOR
               MOVE 0 TO WS-TOTAL-RETENCAO
               MOVE 0 TO WS-TOTAL-LIQUIDO
               MOVE 0 TO WS-TOTAL-RECUPERADO
               MOVE 0 TO WS-TOTAL-PENHORADO
               MOVE 0 TO WS-PEN-CONTADOR
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ID-CORRIDA
               MOVE WS-ID-CORRIDA TO CKPT-ID-CORRIDA
               MOVE "S" TO WS-PRIMEIRO-DEPARTAMENTO
               PERFORM ESCREVER-CABECALHO-RELATORIO
           END-IF.
               PERFORM ESCREVER-TOTAL-GERAL
           END-IF.
           PERFORM ESCREVER-TRAILER-TRANSFERENCIAS.
           PERFORM EMITIR-LISTA-PENHORAS
               THRU EMITIR-LISTA-PENHORAS-SAIDA.
           PERFORM EXECUTAR-BALANCEAMENTO
               THRU EXECUTAR-BALANCEAMENTO-SAIDA.
           PERFORM GERAR-DIARIO-LOTE THRU GERAR-DIARIO-LOTE-SAIDA.
           PERFORM REGISTAR-CORRIDA-COMPLETA.
           IF CORRIDA-EM-BALANCO
               PERFORM MARCAR-PASSO-CALCULO
           MOVE "C" TO CKPT-ESTADO.
           REWRITE CKPT-REC.
           PERFORM FECHAR-FICHEIROS-LOTE.
           MOVE 0 TO RETURN-CODE.
           IF NOT CORRIDA-EM-BALANCO
               DISPLAY "CORRIDA FORA DE BALANCO - NAO LIBERTAR O "
                   "EXTRACTO. CODIGO DE RETORNO 8."
               MOVE 8 TO RETURN-CODE
           ELSE
               IF NOT DIARIO-LIBERTADO
                   DISPLAY "DIARIO CONTABILISTICO RETIDO - VER O "
                       "RELATORIO. CODIGO DE RETORNO 8."
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           MOVE WS-TOTAL-GERAL   TO WS-JOB-VALOR-ED.
           MOVE WS-TOTAL-LIQUIDO TO WS-JOB-VALOR2-ED.
           MOVE SPACES TO WS-JOB-DETALHE.
           STRING "LOTE T"            DELIMITED BY SIZE
               WS-TRANCHE-ATUAL       DELIMITED BY SIZE
               " EMPREGADOS "         DELIMITED BY SIZE
               WS-CONTADOR-EMPREGADOS DELIMITED BY SIZE
               " BRUTO "              DELIMITED BY SIZE
               WS-JOB-VALOR-ED        DELIMITED BY SIZE
               " LIQUIDO "            DELIMITED BY SIZE
               WS-JOB-VALOR2-ED       DELIMITED BY SIZE
               " TRANSF "             DELIMITED BY SIZE
               WS-TRF-CONTADOR        DELIMITED BY SIZE
               " EXCECOES "           DELIMITED BY SIZE
               WS-BEX-CONTADOR        DELIMITED BY SIZE
               INTO WS-JOB-DETALHE
           END-STRING.
           PERFORM ESCREVER-TOTAIS-NOTURNO.
           STOP RUN.

      *----------------------------------------------------------
           MOVE 1 TO WS-TRANCHE-ATUAL.
           MOVE "FOLHAPAG.DAT" TO WS-NOME-PAGFILE.
           MOVE "TRANSBAN.DAT" TO WS-NOME-TRFFILE.
           MOVE "PENHORAS.LST" TO WS-NOME-LPEFILE.
           MOVE "DIARIOGL.DAT" TO WS-NOME-DGLFILE.
           IF TRC-TOTAL <= 1
               GO TO ESCOLHER-TRANCHE-SAIDA
           END-IF.
               UNTIL WS-TRANCHE-IDX > TRC-TOTAL.
       ESCOLHER-TRANCHE-PEDIR.
           DISPLAY "TRANCHE A CORRER (1-" TRC-TOTAL "):".
           IF MODO-NOTURNO
               MOVE CAR-TRANCHE TO TEMP-TRANCHE
               DISPLAY TEMP-TRANCHE
           ELSE
               ACCEPT TEMP-TRANCHE
           END-IF.
           IF TEMP-TRANCHE < "1" OR TEMP-TRANCHE > "9"
               IF MODO-NOTURNO
                   PERFORM RECUSAR-CARTAO-NOTURNO
               END-IF
               GO TO ESCOLHER-TRANCHE-PEDIR
           END-IF.
           MOVE FUNCTION NUMVAL(TEMP-TRANCHE) TO WS-TRANCHE-ATUAL.
           IF WS-TRANCHE-ATUAL > TRC-TOTAL
               IF MODO-NOTURNO
                   PERFORM RECUSAR-CARTAO-NOTURNO
               END-IF
               GO TO ESCOLHER-TRANCHE-PEDIR
           END-IF.
           MOVE SPACES TO WS-NOME-PAGFILE.
               ".DAT"              DELIMITED BY SIZE
               INTO WS-NOME-TRFFILE
           END-STRING.
           MOVE SPACES TO WS-NOME-LPEFILE.
           STRING "PENHORA"        DELIMITED BY SIZE
               WS-TRANCHE-ATUAL    DELIMITED BY SIZE
               ".LST"              DELIMITED BY SIZE
               INTO WS-NOME-LPEFILE
           END-STRING.
           MOVE SPACES TO WS-NOME-DGLFILE.
           STRING "DIARIOG"        DELIMITED BY SIZE
               WS-TRANCHE-ATUAL    DELIMITED BY SIZE
               ".DAT"              DELIMITED BY SIZE
               INTO WS-NOME-DGLFILE
           END-STRING.
       ESCOLHER-TRANCHE-SAIDA.
           EXIT.

                   CLOSE HISTFILE
                   OPEN I-O HISTFILE
               END-IF
               PERFORM ABRIR-FICHEIRO-REPOSICOES
               PERFORM ABRIR-FICHEIRO-BANCARIO
               PERFORM ABRIR-FICHEIRO-DEPARTAMENTOS
               PERFORM ABRIR-FICHEIRO-DEPENDENTES
               IF FILFILE-EM-ERRO
                   MOVE "S" TO WS-FIM-EMPFILE
               END-IF
               PERFORM ABRIR-FICHEIRO-AUSENCIAS
               IF AUSFILE-EM-ERRO
                   MOVE "S" TO WS-FIM-EMPFILE
               END-IF
               PERFORM ABRIR-FICHEIRO-PENHORAS
               IF PENFILE-EM-ERRO
                   MOVE "S" TO WS-FIM-EMPFILE
               END-IF
           END-IF.
       ABRIR-FICHEIROS-LOTE-SAIDA.
           EXIT.
                   LOCK-OPERADOR " DESDE " LOCK-DATA-HORA "."
               DISPLAY "ASSUMIR O BLOQUEIO DE UMA CORRIDA ABATIDA "
                   "(S/N):"
               IF MODO-NOTURNO
                   MOVE CAR-ASSUMIR TO WS-ASSUMIR
                   DISPLAY WS-ASSUMIR
               ELSE
                   ACCEPT WS-ASSUMIR
               END-IF
               IF NOT (WS-ASSUMIR = "S" OR WS-ASSUMIR = "s")
                   DISPLAY "LOTE NAO INICIADO - BLOQUEIO MANTIDO."
                   CLOSE LCKFILE
           CLOSE AUDFILE.
           CLOSE PAGFILE.
           CLOSE HISTFILE.
           IF RECFILE-DISPONIVEL
               CLOSE RECFILE
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
           IF BANFILE-DISPONIVEL
               CLOSE BANFILE
           END-IF.
               MOVE 0 TO CKPT-BEX-CONTADOR
               MOVE 0 TO CKPT-TOTAL-RETENCAO
               MOVE 0 TO CKPT-TOTAL-LIQUIDO
               MOVE 0 TO CKPT-TOTAL-RECUPERADO
               MOVE 0 TO CKPT-TOTAL-PENHORADO
               MOVE 0 TO CKPT-PEN-CONTADOR
               MOVE SPACES TO CKPT-ID-CORRIDA
               MOVE 0 TO CKPT-TRANCHE
               MOVE "N" TO CKPT-ESTADO
               WRITE CKPT-REC
                   MOVE 0 TO CKPT-BEX-CONTADOR
                   MOVE 0 TO CKPT-TOTAL-RETENCAO
                   MOVE 0 TO CKPT-TOTAL-LIQUIDO
                   MOVE 0 TO CKPT-TOTAL-RECUPERADO
                   MOVE 0 TO CKPT-TOTAL-PENHORADO
                   MOVE 0 TO CKPT-PEN-CONTADOR
                   MOVE SPACES TO CKPT-ID-CORRIDA
                   MOVE 0 TO CKPT-TRANCHE
                   MOVE "N" TO CKPT-ESTADO
           END-READ.
      *----------------------------------------------------------
       PROCESSAR-UM-EMPREGADO.
           PERFORM DERIVAR-IDADE-ANTIGUIDADE.
           PERFORM CONTAR-FILHOS-ELEGIVEIS
               THRU CONTAR-FILHOS-SAIDA.
           COMPUTE LIMITES = IDADE - PARM-IDADE-MIN.
           MOVE 0 TO PREMIO-IDADE.
           MOVE 0 TO PREMIO-ANTIGUIDADE.
           MOVE 0 TO PREMIO-FILHOS.
           MOVE 0 TO PREMIO-TOTAL.
           MOVE 0 TO WS-RED-VALOR.
           MOVE "N" TO WS-REGISTO-REJEITADO.
           PERFORM CALCULAR-PRORATA THRU CALCULAR-PRORATA-SAIDA.
           IF SAIU-ANTES-DO-ANO
      *SAIU EM ANO ANTERIOR AO ANO EM VIGOR - O REGISTO SO RESTA
      *PARA HISTORICO E NAO GERA LINHA, PAGAMENTO NEM AUDITORIA.
      *SE A SAIDA FOI ANTECIPADA DEPOIS DE PAGA UMA TRANCHE DO
      *ANO, O QUE FOI PAGO FICA TODO A REPOR.
               MOVE 0 TO WS-ANUAL-PREMIO
               MOVE 0 TO WS-ANUAL-RETENCAO
               MOVE "D" TO WS-REC-ORIGEM
               PERFORM APURAR-REPOSICAO-EMPREGADO
                   THRU APURAR-REPOSICAO-SAIDA
               GO TO PROCESSAR-EMPREGADO-CHECKPOINT
           END-IF.
           PERFORM VERIFICAR-DEPARTAMENTO-MESTRE.
                   PERFORM CALCULAR-PREMIO-IDADE
                       THRU CALCULO-PREMIO-FILHOS
                   PERFORM CALCULAR-PREMIO-TOTAL
                   PERFORM APLICAR-REDUCAO-ASSIDUIDADE
                       THRU APLICAR-REDUCAO-SAIDA
                   PERFORM CALCULAR-RETENCAO
                   PERFORM APLICAR-TRANCHE THRU APLICAR-TRANCHE-SAIDA
               END-IF
           END-IF.
           IF REGISTO-REJEITADO
      *REJEITADO DEPOIS DE PAGA UMA TRANCHE DO ANO - O DEVIDO E
      *ZERO E O QUE JA FOI PAGO FICA TODO A REPOR, COMO NA SAIDA
      *ANTECIPADA; UMA REVERSAO PENDENTE E VALORIZADA NA MESMA.
               MOVE 0 TO WS-ANUAL-PREMIO
               MOVE 0 TO WS-ANUAL-RETENCAO
               MOVE "D" TO WS-REC-ORIGEM
               PERFORM APURAR-REPOSICAO-EMPREGADO
                   THRU APURAR-REPOSICAO-SAIDA
               IF DEPT-RECONHECIDO
                   PERFORM ESCREVER-LINHA-REJEITADO
               ELSE
               END-IF
               PERFORM REGISTAR-AUDITORIA-LOTE
           ELSE
               MOVE "D" TO WS-REC-ORIGEM
               PERFORM APURAR-REPOSICAO-EMPREGADO
                   THRU APURAR-REPOSICAO-SAIDA
               PERFORM DESCONTAR-REPOSICAO
                   THRU DESCONTAR-REPOSICAO-SAIDA
               PERFORM DESCONTAR-PENHORAS
                   THRU DESCONTAR-PENHORAS-SAIDA
               PERFORM VERIFICAR-HISTORICO-EMPREGADO
               PERFORM ESCREVER-LINHA-RELATORIO
               PERFORM REGISTAR-AUDITORIA-LOTE
               ADD PREMIO-TOTAL TO WS-TOTAL-GERAL
               ADD PREMIO-RETENCAO TO WS-TOTAL-RETENCAO
               ADD PREMIO-LIQUIDO  TO WS-TOTAL-LIQUIDO
               ADD WS-REC-RECUPERADO TO WS-TOTAL-RECUPERADO
               ADD WS-PEN-PENHORADO TO WS-TOTAL-PENHORADO
               ADD 1 TO WS-CONTADOR-EMPREGADOS
               ADD 1 TO WS-EMP-ESTA-CORRIDA
           END-IF.
           MOVE WS-BEX-CONTADOR        TO CKPT-BEX-CONTADOR.
           MOVE WS-TOTAL-RETENCAO      TO CKPT-TOTAL-RETENCAO.
           MOVE WS-TOTAL-LIQUIDO       TO CKPT-TOTAL-LIQUIDO.
           MOVE WS-TOTAL-RECUPERADO    TO CKPT-TOTAL-RECUPERADO.
           MOVE WS-TOTAL-PENHORADO     TO CKPT-TOTAL-PENHORADO.
           MOVE WS-PEN-CONTADOR        TO CKPT-PEN-CONTADOR.
           REWRITE CKPT-REC.
       PROCESSAR-EMPREGADO-SAIDA.
           EXIT.
               MOVE 99 TO WS-IDADE-DERIVADA
           END-IF.

      *----------------------------------------------------------
      * FICHEIRO DE DEPENDENTES (FILHFICH.DAT) - SO LEITURA. UM
      * FICHEIRO AINDA NAO CRIADO QUER DIZER QUE NAO HA FILHOS
      * REGISTADOS (NENHUM CONTA, COM AVISO); QUALQUER OUTRO ERRO
      * DE ABERTURA IMPEDE A CORRIDA, PARA NAO SE PAGAR SEM OS
      * FILHOS A QUEM OS TEM.
      *----------------------------------------------------------
       ABRIR-FICHEIRO-DEPENDENTES.
           MOVE "N" TO WS-FILFILE-DISPONIVEL.
           OPEN INPUT FILFILE.
           IF WS-FIL-STATUS = "00"
               MOVE "S" TO WS-FILFILE-DISPONIVEL
           ELSE
               IF WS-FIL-STATUS = "35"
                   DISPLAY "AVISO: FICHEIRO DE DEPENDENTES "
                       "(FILHFICH.DAT) INEXISTENTE - NENHUM FILHO "
                       "CONTA PARA O PREMIO."
               ELSE
                   MOVE "E" TO WS-FILFILE-DISPONIVEL
                   DISPLAY "ERRO AO ABRIR O FICHEIRO DE DEPENDENTES - "
                       "ESTADO " WS-FIL-STATUS
               END-IF
           END-IF.

      *----------------------------------------------------------
      * FICHEIRO DE FALTAS E SANCOES (AUSFICH.DAT) - SO LEITURA.
      * AINDA NAO CRIADO QUER DIZER QUE NINGUEM TEM REDUCAO; OUTRO
      * ERRO DE ABERTURA IMPEDE A CORRIDA, PARA NAO SE PAGAR POR
      * INTEIRO A QUEM TEM O PREMIO REDUZIDO OU PERDIDO.
      *----------------------------------------------------------
       ABRIR-FICHEIRO-AUSENCIAS.
           MOVE "N" TO WS-AUSFILE-DISPONIVEL.
           OPEN INPUT AUSFILE.
           IF WS-AUS-STATUS = "00"
               MOVE "S" TO WS-AUSFILE-DISPONIVEL
           ELSE
               IF WS-AUS-STATUS NOT = "35"
                   MOVE "E" TO WS-AUSFILE-DISPONIVEL
                   DISPLAY "ERRO AO ABRIR O FICHEIRO DE FALTAS E "
                       "SANCOES - ESTADO " WS-AUS-STATUS
               END-IF
           END-IF.

      *----------------------------------------------------------
      * FICHEIRO DE PENHORAS - SEM FICHEIRO NAO HA ORDENS A
      * CUMPRIR; UM FICHEIRO QUE EXISTE E NAO ABRE PARA O LOTE,
      * QUE NAO PODE PAGAR O LIQUIDO TODO A QUEM TEM PENHORA.
      *----------------------------------------------------------
       ABRIR-FICHEIRO-PENHORAS.
           MOVE "N" TO WS-PENFILE-DISPONIVEL.
           OPEN I-O PENFILE.
           IF WS-PEN-STATUS = "00"
               MOVE "S" TO WS-PENFILE-DISPONIVEL
           ELSE
               IF WS-PEN-STATUS NOT = "35"
                   MOVE "E" TO WS-PENFILE-DISPONIVEL
                   DISPLAY "ERRO AO ABRIR O FICHEIRO DE PENHORAS - "
                       "ESTADO " WS-PEN-STATUS
               END-IF
           END-IF.

      *----------------------------------------------------------
      * REDUCAO POR ASSIDUIDADE/DISCIPLINA - APLICADA AO PREMIO
      * TOTAL JA CALCULADO E ANTES DA RETENCAO, PARA QUE A
      * RETENCAO, O LIQUIDO, AS TRANCHES E O HISTORICO SAIAM TODOS
      * DO PREMIO REDUZIDO. CADA TIPO (FALTAS, SANCOES) CAI NO
      * PRIMEIRO ESCALAO CUJO LIMITE O COBRE, OU NO ULTIMO ACIMA
      * DELE; AS DUAS PERCENTAGENS SOMAM-SE ATE 100. A PERDA
      * MARCADA NO REGISTO RETIRA O PREMIO TODO.
      *----------------------------------------------------------
       APLICAR-REDUCAO-ASSIDUIDADE.
           MOVE 0 TO WS-RED-VALOR.
           MOVE 0 TO WS-RED-PERCENT.
           MOVE SPACES TO WS-RED-MOTIVO.
           IF NOT AUSFILE-DISPONIVEL
               GO TO APLICAR-REDUCAO-SAIDA
           END-IF.
           MOVE EMP-MATRICULA TO AUS-MATRICULA.
           MOVE WS-RED-ANO TO AUS-ANO.
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
           STRING "FALTAS "  DELIMITED BY SIZE
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
      * NUMERO DE FILHOS DO CALCULO - CONTADO NO FICHEIRO DE
      * DEPENDENTES PARA O ANO EM VIGOR, EM VEZ DO CAMPO
      * EMP-FILHOS (QUE PASSOU A SER SO O NUMERO DE DEPENDENTES
      * REGISTADOS). CADA FILHO QUE CONTA E UM FACTO DO FICHEIRO,
      * VERIFICAVEL NA AUDITORIA.
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

      *----------------------------------------------------------
      * REGRA DO FILHO QUE CONTA NO ANO EM VIGOR - JA NASCIDO NO
      * ANO, E COM IDADE (ANO EM VIGOR MENOS ANO DE NASCIMENTO,
      * COMO A DO EMPREGADO) ATE PARM-FILHOS-IDADE-MAX; O
      * ESTUDANTE CONTA ATE PARM-FILHOS-IDADE-ESTUDO E O FILHO
      * COM DEFICIENCIA CONTA SEM LIMITE DE IDADE.
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
      * TRANCHE DO PREMIO - OS VALORES ANUAIS FICAM GUARDADOS E
      * AS AREAS DE PREMIO PASSAM A LEVAR SO A PARTE DA TRANCHE
               INTO REL-LINHA
               WITH POINTER WS-PONTEIRO-LINHA
           END-STRING.
           IF WS-REC-RECUPERADO > 0
               MOVE WS-REC-RECUPERADO TO WS-REC-VALOR-ED
               STRING " REPOSICAO "  DELIMITED BY SIZE
                   WS-REC-VALOR-ED   DELIMITED BY SIZE
                   INTO REL-LINHA
                   WITH POINTER WS-PONTEIRO-LINHA
               END-STRING
           END-IF.
           IF WS-PEN-PENHORADO > 0
               MOVE WS-PEN-PENHORADO TO WS-PEN-VALOR-ED
               STRING " PENHORA "    DELIMITED BY SIZE
                   WS-PEN-VALOR-ED   DELIMITED BY SIZE
                   INTO REL-LINHA
                   WITH POINTER WS-PONTEIRO-LINHA
               END-STRING
           END-IF.
           IF WS-PRORATA < 1
               MOVE WS-PRORATA TO WS-PRORATA-ED
               STRING " PRO-RATA " DELIMITED BY SIZE
               END-STRING
           END-IF.
           WRITE REL-LINHA.
           IF WS-RED-VALOR > 0
               PERFORM ESCREVER-LINHA-REDUCAO
           END-IF.

      *----------------------------------------------------------
      * LINHA DE DETALHE DA REDUCAO, LOGO ABAIXO DA LINHA DO
      * EMPREGADO - O MOTIVO, A PERCENTAGEM E O VALOR RETIRADO AO
      * PREMIO ANUAL (O TOTAL DA LINHA DE CIMA JA VEM REDUZIDO).
      *----------------------------------------------------------
       ESCREVER-LINHA-REDUCAO.
           MOVE WS-RED-VALOR TO WS-RED-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "       REDUCAO ASSIDUIDADE/DISCIPLINA: "
                                 DELIMITED BY SIZE
               WS-RED-MOTIVO     DELIMITED BY SIZE
               " "               DELIMITED BY SIZE
               WS-RED-PERCENT    DELIMITED BY SIZE
               "% RETIRADO "     DELIMITED BY SIZE
               WS-RED-VALOR-ED   DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.

       ESCREVER-LINHA-REJEITADO.
           MOVE SPACES TO REL-LINHA.
               INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE WS-TOTAL-RECUPERADO TO WS-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "TOTAL DE REPOSICOES:    " DELIMITED BY SIZE
               WS-TOTAL-ED                   DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE WS-TOTAL-PENHORADO TO WS-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "TOTAL DE PENHORAS:      " DELIMITED BY SIZE
               WS-TOTAL-ED                   DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "NUMERO DE EMPREGADOS PROCESSADOS: " DELIMITED BY SIZE
               WS-CONTADOR-EMPREGADOS             DELIMITED BY SIZE
           MOVE PREMIO-TOTAL    TO PAG-VALOR-PREMIO.
           MOVE PREMIO-RETENCAO TO PAG-VALOR-RETENCAO.
           MOVE PREMIO-LIQUIDO  TO PAG-VALOR-LIQUIDO.
           MOVE WS-REC-RECUPERADO TO PAG-VALOR-RECUPERADO.
           MOVE WS-PEN-PENHORADO  TO PAG-VALOR-PENHORA.
           WRITE PAG-REC.

      *----------------------------------------------------------
           END-STRING.
           WRITE BEX-LINHA.

      *----------------------------------------------------------
      * LISTA DE ENTREGAS DE PENHORAS POR CREDOR - O FICHEIRO DE
      * PENHORAS E PERCORRIDO PELA CHAVE ALTERNATIVA DO IBAN DO
      * CREDOR E SAEM AS ORDENS DESCONTADAS NESTA CORRIDA (O
      * IDENTIFICADOR DA CORRIDA VEM DO CHECKPOINT NUMA RETOMA),
      * COM SUBTOTAL POR CREDOR E TOTAL GERAL. O TOTAL DA LISTA
      * ENTRA NA PAGINA DE BALANCEAMENTO.
      *----------------------------------------------------------
       EMITIR-LISTA-PENHORAS.
           MOVE 0 TO WS-LPE-TOTAL-LISTA.
           MOVE 0 TO WS-LPE-CONT-LISTA.
           MOVE 0 TO WS-LPE-CONT-CREDORES.
           IF NOT PENFILE-DISPONIVEL
               GO TO EMITIR-LISTA-PENHORAS-SAIDA
           END-IF.
           OPEN OUTPUT LPEFILE.
           IF WS-LPE-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR A LISTA DE PENHORAS - ESTADO "
                   WS-LPE-STATUS
               GO TO EMITIR-LISTA-PENHORAS-SAIDA
           END-IF.
           MOVE SPACES TO LPE-LINHA.
           STRING "LISTA DE ENTREGAS DE PENHORAS POR CREDOR"
               DELIMITED BY SIZE INTO LPE-LINHA
           END-STRING.
           WRITE LPE-LINHA.
           MOVE SPACES TO LPE-LINHA.
           STRING "ANO DE VIGOR: " DELIMITED BY SIZE
               PARM-ANO-VIGOR      DELIMITED BY SIZE
               "  TRANCHE: "       DELIMITED BY SIZE
               WS-TRANCHE-ATUAL    DELIMITED BY SIZE
               "  CORRIDA: "       DELIMITED BY SIZE
               WS-ID-CORRIDA       DELIMITED BY SIZE
               "  FICHEIRO: "      DELIMITED BY SIZE
               WS-NOME-TRFFILE     DELIMITED BY SIZE
               INTO LPE-LINHA
           END-STRING.
           WRITE LPE-LINHA.
           MOVE SPACES TO WS-LPE-IBAN-ANTERIOR.
           MOVE LOW-VALUES TO PEN-IBAN.
           START PENFILE KEY IS NOT LESS THAN PEN-IBAN
               INVALID KEY
                   GO TO EMITIR-LISTA-PENHORAS-FIM
           END-START.
       EMITIR-LISTA-PENHORAS-LER.
           READ PENFILE NEXT RECORD
               AT END
                   GO TO EMITIR-LISTA-PENHORAS-FIM
           END-READ.
           IF PEN-ULT-CORRIDA NOT = WS-ID-CORRIDA
              OR PEN-ULT-VALOR = 0
               GO TO EMITIR-LISTA-PENHORAS-LER
           END-IF.
           IF WS-LPE-CONT-CREDORES = 0
              OR PEN-IBAN NOT = WS-LPE-IBAN-ANTERIOR
               IF WS-LPE-CONT-CREDORES > 0
                   PERFORM ESCREVER-TOTAL-CREDOR-LPE
               END-IF
               PERFORM ESCREVER-CABECALHO-CREDOR-LPE
           END-IF.
           MOVE PEN-ULT-VALOR TO WS-PEN-VALOR-ED.
           MOVE PEN-SALDO TO WS-PEN-SALDO-ED.
           MOVE SPACES TO LPE-LINHA.
           STRING "  MATRICULA "  DELIMITED BY SIZE
               PEN-MATRICULA     DELIMITED BY SIZE
               "  PROCESSO "     DELIMITED BY SIZE
               PEN-PROCESSO      DELIMITED BY SIZE
               "  ENTREGUE "     DELIMITED BY SIZE
               WS-PEN-VALOR-ED   DELIMITED BY SIZE
               "  SALDO EM DIVIDA " DELIMITED BY SIZE
               WS-PEN-SALDO-ED   DELIMITED BY SIZE
               INTO LPE-LINHA
           END-STRING.
           IF PEN-LIQUIDADA
               MOVE " LIQUIDADA" TO LPE-LINHA(110:10)
           END-IF.
           WRITE LPE-LINHA.
           ADD PEN-ULT-VALOR TO WS-LPE-TOTAL-CREDOR.
           ADD 1 TO WS-LPE-CONT-CREDOR.
           ADD PEN-ULT-VALOR TO WS-LPE-TOTAL-LISTA.
           ADD 1 TO WS-LPE-CONT-LISTA.
           GO TO EMITIR-LISTA-PENHORAS-LER.
       EMITIR-LISTA-PENHORAS-FIM.
           IF WS-LPE-CONT-CREDORES > 0
               PERFORM ESCREVER-TOTAL-CREDOR-LPE
           END-IF.
           MOVE WS-LPE-TOTAL-LISTA TO WS-TOTAL-ED.
           MOVE SPACES TO LPE-LINHA.
           STRING "TOTAL ENTREGUE A CREDORES: " DELIMITED BY SIZE
               WS-TOTAL-ED         DELIMITED BY SIZE
               "  ORDENS: "        DELIMITED BY SIZE
               WS-LPE-CONT-LISTA   DELIMITED BY SIZE
               "  CREDORES: "      DELIMITED BY SIZE
               WS-LPE-CONT-CREDORES DELIMITED BY SIZE
               INTO LPE-LINHA
           END-STRING.
           WRITE LPE-LINHA.
           CLOSE LPEFILE.
       EMITIR-LISTA-PENHORAS-SAIDA.
           EXIT.

       ESCREVER-CABECALHO-CREDOR-LPE.
           ADD 1 TO WS-LPE-CONT-CREDORES.
           MOVE PEN-IBAN TO WS-LPE-IBAN-ANTERIOR.
           MOVE PEN-CREDOR TO WS-LPE-CREDOR-ANTERIOR.
           MOVE 0 TO WS-LPE-TOTAL-CREDOR.
           MOVE 0 TO WS-LPE-CONT-CREDOR.
           MOVE SPACES TO LPE-LINHA.
           WRITE LPE-LINHA.
           MOVE SPACES TO LPE-LINHA.
           STRING "CREDOR: "      DELIMITED BY SIZE
               PEN-CREDOR        DELIMITED BY SIZE
               "  IBAN: "        DELIMITED BY SIZE
               PEN-IBAN          DELIMITED BY SIZE
               INTO LPE-LINHA
           END-STRING.
           WRITE LPE-LINHA.

       ESCREVER-TOTAL-CREDOR-LPE.
           MOVE WS-LPE-TOTAL-CREDOR TO WS-TOTAL-ED.
           MOVE SPACES TO LPE-LINHA.
           STRING "  TOTAL A ENTREGAR A " DELIMITED BY SIZE
               WS-LPE-CREDOR-ANTERIOR DELIMITED BY SIZE
               ": "              DELIMITED BY SIZE
               WS-TOTAL-ED       DELIMITED BY SIZE
               "  ORDENS: "      DELIMITED BY SIZE
               WS-LPE-CONT-CREDOR DELIMITED BY SIZE
               INTO LPE-LINHA
           END-STRING.
           WRITE LPE-LINHA.

      *----------------------------------------------------------
      * BALANCEAMENTO DE FIM DE CORRIDA - O EXTRACTO DE
      * PAGAMENTOS E RELIDO E RESSOMADO DE FORMA INDEPENDENTE DOS
      *   1. SOMA DO LIQUIDO DO EXTRACTO = TOTAL LIQUIDO ACUMULADO;
      *   2. REGISTOS DO EXTRACTO = EMPREGADOS CONTADOS;
      *   3. LINHAS "B" DE AUDITORIA DESTA CORRIDA = EMPREGADOS
      *      PAGOS NESTA CORRIDA;
      *   4. SOMA DAS REPOSICOES DO EXTRACTO = TOTAL DE REPOSICOES
      *      DESCONTADAS NA CORRIDA;
      *   5. SOMA DAS PENHORAS DO EXTRACTO E TOTAL DA LISTA DE
      *      ENTREGAS AOS CREDORES = TOTAL PENHORADO NA CORRIDA.
      * A PAGINA DE CONTROLO SAI NO FIM DO RELATORIO E UMA
      * CORRIDA FORA DE BALANCO TERMINA COM CODIGO DE RETORNO 8
      * PARA O OPERADOR DE NOITE NAO LIBERTAR O EXTRACTO.
           MOVE "N" TO WS-BAL-ESTADO.
           MOVE 0 TO WS-BAL-TOTAL-PAG.
           MOVE 0 TO WS-BAL-CONT-PAG.
           MOVE 0 TO WS-BAL-TOTAL-REC.
           MOVE 0 TO WS-BAL-DIF-REC.
           MOVE 0 TO WS-BAL-TOTAL-PEN.
           MOVE 0 TO WS-BAL-DIF-PEN.
           MOVE 0 TO WS-BAL-DIF-LPE.
           CLOSE PAGFILE.
           OPEN INPUT PAGFILE.
           IF WS-PAG-STATUS NOT = "00"
           END-READ.
           ADD 1 TO WS-BAL-CONT-PAG.
           ADD PAG-VALOR-LIQUIDO TO WS-BAL-TOTAL-PAG.
           ADD PAG-VALOR-RECUPERADO TO WS-BAL-TOTAL-REC.
           ADD PAG-VALOR-PENHORA TO WS-BAL-TOTAL-PEN.
           GO TO BALANCEAMENTO-LER.
       BALANCEAMENTO-AVALIAR.
           CLOSE PAGFILE.
               WS-BAL-TOTAL-PAG - WS-TOTAL-LIQUIDO.
           COMPUTE WS-BAL-DIF-CONT =
               WS-BAL-CONT-PAG - WS-CONTADOR-EMPREGADOS.
           COMPUTE WS-BAL-DIF-REC =
               WS-BAL-TOTAL-REC - WS-TOTAL-RECUPERADO.
           COMPUTE WS-BAL-DIF-PEN =
               WS-BAL-TOTAL-PEN - WS-TOTAL-PENHORADO.
           COMPUTE WS-BAL-DIF-LPE =
               WS-LPE-TOTAL-LISTA - WS-TOTAL-PENHORADO.
           IF WS-BAL-DIF-VALOR = 0
              AND WS-BAL-DIF-CONT = 0
              AND WS-BAL-DIF-REC = 0
              AND WS-BAL-DIF-PEN = 0
              AND WS-BAL-DIF-LPE = 0
              AND WS-AUD-B-CONTADOR = WS-EMP-ESTA-CORRIDA
               MOVE "S" TO WS-BAL-ESTADO
           END-IF.
               INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE WS-TOTAL-RECUPERADO TO WS-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "REPOSICOES DESCONTADAS:       " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE WS-BAL-TOTAL-REC TO WS-TOTAL-ED.
           MOVE WS-BAL-DIF-REC TO WS-BAL-DIF-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "REPOSICOES NO EXTRACTO:       " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               "  DIFERENCA: " DELIMITED BY SIZE
               WS-BAL-DIF-VALOR-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE WS-TOTAL-PENHORADO TO WS-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "PENHORAS DESCONTADAS:         " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               "  TRANSFERENCIAS A CREDORES: " DELIMITED BY SIZE
               WS-PEN-CONTADOR DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE WS-BAL-TOTAL-PEN TO WS-TOTAL-ED.
           MOVE WS-BAL-DIF-PEN TO WS-BAL-DIF-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "PENHORAS NO EXTRACTO:         " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               "  DIFERENCA: " DELIMITED BY SIZE
               WS-BAL-DIF-VALOR-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE WS-LPE-TOTAL-LISTA TO WS-TOTAL-ED.
           MOVE WS-BAL-DIF-LPE TO WS-BAL-DIF-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "PENHORAS NA LISTA A CREDORES: " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               "  DIFERENCA: " DELIMITED BY SIZE
               WS-BAL-DIF-VALOR-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE WS-TRF-HASH TO WS-TRF-HASH-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "TRANSFERENCIAS NO TRAILER: " DELIMITED BY SIZE
               WS-TRF-CONTADOR DELIMITED BY SIZE
               "  (A CREDORES: " DELIMITED BY SIZE
               WS-PEN-CONTADOR DELIMITED BY SIZE
               ")  HASH: " DELIMITED BY SIZE
               WS-TRF-HASH-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           IF CORRIDA-EM-BALANCO
               STRING "*** CORRIDA EM BALANCO ***"
                   DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
           ELSE
               STRING "*** CORRIDA FORA DE BALANCO - NAO LIBERTAR "
                   DELIMITED BY SIZE
                   "O EXTRACTO ***" DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
           END-IF.
           WRITE REL-LINHA.

      *----------------------------------------------------------
      * DIARIO CONTABILISTICO DO LOTE - O EXTRACTO DE PAGAMENTOS
      * JA PROVADO NA PAGINA DE BALANCEAMENTO E RELIDO; CADA
      * REGISTO VAI BUSCAR O DEPARTAMENTO DO EMPREGADO E O BRUTO
      * ACUMULA NO DEBITO DO DEPARTAMENTO (O EXTRACTO SAI NA
      * ORDEM DOS DEPARTAMENTOS, POR ISSO BASTA A QUEBRA). OS
      * CREDITOS SAO A SOMA DO EXTRACTO. OS TOTAIS DO DIARIO SAO
      * DEPOIS CONFERIDOS COM OS DA CORRIDA E COM O RESULTADO DO
      * BALANCEAMENTO ANTES DE O DIARIO SER LIBERTADO.
      *----------------------------------------------------------
       GERAR-DIARIO-LOTE.
           MOVE "L" TO WS-DGL-ORIGEM.
           MOVE WS-TOTAL-GERAL      TO WS-DGL-CORR-PREMIO.
           MOVE WS-TOTAL-RETENCAO   TO WS-DGL-CORR-RETENCAO.
           MOVE WS-TOTAL-LIQUIDO    TO WS-DGL-CORR-LIQUIDO.
           MOVE WS-TOTAL-RECUPERADO TO WS-DGL-CORR-RECUPERADO.
           MOVE WS-TOTAL-PENHORADO  TO WS-DGL-CORR-PENHORADO.
           MOVE WS-BAL-ESTADO TO WS-DGL-PROVA.
           PERFORM INICIAR-DIARIO.
           IF NOT DIARIO-CONSTRUIDO
               GO TO GERAR-DIARIO-LOTE-FIM
           END-IF.
           OPEN INPUT PAGFILE.
           IF WS-PAG-STATUS NOT = "00"
               DISPLAY "ERRO AO RELER O EXTRACTO PARA O DIARIO - "
                   "ESTADO " WS-PAG-STATUS
               MOVE "N" TO WS-DGL-CONSTRUIDO
               CLOSE DGTFILE
               GO TO GERAR-DIARIO-LOTE-FIM
           END-IF.
       GERAR-DIARIO-LOTE-LER.
           READ PAGFILE
               AT END
                   GO TO GERAR-DIARIO-LOTE-FECHAR
           END-READ.
           MOVE PAG-MATRICULA    TO WS-DGL-MATRICULA.
           MOVE PAG-VALOR-PREMIO TO WS-DGL-PREMIO.
           PERFORM ACUMULAR-DEBITO-DIARIO.
           ADD PAG-VALOR-RETENCAO   TO WS-DGL-RETENCAO.
           ADD PAG-VALOR-LIQUIDO    TO WS-DGL-LIQUIDO.
           ADD PAG-VALOR-RECUPERADO TO WS-DGL-RECUPERADO.
           ADD PAG-VALOR-PENHORA    TO WS-DGL-PENHORADO.
           GO TO GERAR-DIARIO-LOTE-LER.
       GERAR-DIARIO-LOTE-FECHAR.
           CLOSE PAGFILE.
           PERFORM FECHAR-LINHAS-DIARIO.
       GERAR-DIARIO-LOTE-FIM.
           PERFORM AVALIAR-DIARIO THRU AVALIAR-DIARIO-SAIDA.
       GERAR-DIARIO-LOTE-SAIDA.
           EXIT.

      *----------------------------------------------------------
      * PARAGRAFOS COMUNS DO DIARIO (LOTE E DELTA).
      *----------------------------------------------------------
       INICIAR-DIARIO.
           MOVE 0 TO WS-DGL-LINHAS.
           MOVE 0 TO WS-DGL-DEBITOS.
           MOVE 0 TO WS-DGL-CREDITOS.
           MOVE 0 TO WS-DGL-RETENCAO.
           MOVE 0 TO WS-DGL-LIQUIDO.
           MOVE 0 TO WS-DGL-RECUPERADO.
           MOVE 0 TO WS-DGL-PENHORADO.
           MOVE 0 TO WS-DGL-DEP-VALOR.
           MOVE 0 TO WS-DGL-SEM-EMPREGADO.
           MOVE "S" TO WS-DGL-PRIMEIRO.
           MOVE "N" TO WS-DGL-ESTADO.
           MOVE "S" TO WS-DGL-CONSTRUIDO.
           OPEN OUTPUT DGTFILE.
           IF WS-DGT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR O FICHEIRO DE TRABALHO DO "
                   "DIARIO - ESTADO " WS-DGT-STATUS
               MOVE "N" TO WS-DGL-CONSTRUIDO
           END-IF.

       ACUMULAR-DEBITO-DIARIO.
           MOVE WS-DGL-MATRICULA TO EMP-MATRICULA.
           READ EMPFILE KEY IS EMP-MATRICULA
               INVALID KEY
      *SEM O EMPREGADO NAO HA DEPARTAMENTO - O VALOR FICA NUM
      *CENTRO DE CUSTO EM BRANCO E A CONTAGEM SAI NO RESUMO.
                   MOVE SPACES TO WS-DGL-DEP-LIDO
                   ADD 1 TO WS-DGL-SEM-EMPREGADO
               NOT INVALID KEY
                   MOVE EMP-DEPARTAMENTO TO WS-DGL-DEP-LIDO
           END-READ.
           IF WS-DGL-PRIMEIRO = "S"
               MOVE WS-DGL-DEP-LIDO TO WS-DGL-DEP-ATUAL
               MOVE "N" TO WS-DGL-PRIMEIRO
           END-IF.
           IF WS-DGL-DEP-LIDO NOT = WS-DGL-DEP-ATUAL
               PERFORM ESCREVER-DEBITO-DEPARTAMENTO
               MOVE 0 TO WS-DGL-DEP-VALOR
               MOVE WS-DGL-DEP-LIDO TO WS-DGL-DEP-ATUAL
           END-IF.
           ADD WS-DGL-PREMIO TO WS-DGL-DEP-VALOR.

       ESCREVER-DEBITO-DEPARTAMENTO.
           MOVE PARM-CONTA-GASTO TO WS-DGL-CONTA.
           MOVE "PREMIOS - DEPARTAMENTO" TO WS-DGL-DESCRICAO.
           IF DEPFILE-DISPONIVEL
               MOVE WS-DGL-DEP-ATUAL TO DEP-CODIGO
               READ DEPFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DEP-CONTA-GASTO NOT = SPACES
                           MOVE DEP-CONTA-GASTO TO WS-DGL-CONTA
                       END-IF
                       MOVE DEP-NOME TO WS-DGL-DESCRICAO
               END-READ
           END-IF.
           MOVE WS-DGL-DEP-ATUAL TO WS-DGL-CENTRO.
           MOVE "D" TO WS-DGL-DC.
           MOVE WS-DGL-DEP-VALOR TO WS-DGL-VALOR.
           PERFORM ESCREVER-LINHA-DIARIO.

      *----------------------------------------------------------
      * FECHO DAS LINHAS - DEBITO DO ULTIMO DEPARTAMENTO E OS
      * CREDITOS (SO OS QUE TEM VALOR), SEM CENTRO DE CUSTO.
      *----------------------------------------------------------
       FECHAR-LINHAS-DIARIO.
           IF WS-DGL-PRIMEIRO = "N"
               PERFORM ESCREVER-DEBITO-DEPARTAMENTO
           END-IF.
           MOVE SPACES TO WS-DGL-CENTRO.
           MOVE "C" TO WS-DGL-DC.
           IF WS-DGL-RETENCAO > 0
               MOVE PARM-CONTA-RETENCAO TO WS-DGL-CONTA
               MOVE "RETENCAO NA FONTE A ENTREGAR" TO WS-DGL-DESCRICAO
               MOVE WS-DGL-RETENCAO TO WS-DGL-VALOR
               PERFORM ESCREVER-LINHA-DIARIO
           END-IF.
           IF WS-DGL-LIQUIDO > 0
               MOVE PARM-CONTA-LIQUIDO TO WS-DGL-CONTA
               MOVE "LIQUIDO A PAGAR" TO WS-DGL-DESCRICAO
               MOVE WS-DGL-LIQUIDO TO WS-DGL-VALOR
               PERFORM ESCREVER-LINHA-DIARIO
           END-IF.
           IF WS-DGL-RECUPERADO > 0
               MOVE PARM-CONTA-REPOSICAO TO WS-DGL-CONTA
               MOVE "REPOSICOES DESCONTADAS" TO WS-DGL-DESCRICAO
               MOVE WS-DGL-RECUPERADO TO WS-DGL-VALOR
               PERFORM ESCREVER-LINHA-DIARIO
           END-IF.
           IF WS-DGL-PENHORADO > 0
               MOVE PARM-CONTA-PENHORA TO WS-DGL-CONTA
               MOVE "PENHORAS A ENTREGAR A CREDORES"
                   TO WS-DGL-DESCRICAO
               MOVE WS-DGL-PENHORADO TO WS-DGL-VALOR
               PERFORM ESCREVER-LINHA-DIARIO
           END-IF.
           CLOSE DGTFILE.

       ESCREVER-LINHA-DIARIO.
           ADD 1 TO WS-DGL-LINHAS.
           MOVE WS-DGL-VALOR TO WS-DGL-VALOR-ED.
           MOVE SPACES TO DGT-LINHA.
           STRING "L"            DELIMITED BY SIZE
               WS-DGL-ORIGEM     DELIMITED BY SIZE
               WS-ID-CORRIDA     DELIMITED BY SIZE
               WS-DGL-LINHAS     DELIMITED BY SIZE
               WS-DGL-CONTA      DELIMITED BY SIZE
               WS-DGL-CENTRO     DELIMITED BY SIZE
               WS-DGL-DC         DELIMITED BY SIZE
               WS-DGL-VALOR-ED   DELIMITED BY SIZE
               WS-DGL-DESCRICAO  DELIMITED BY SIZE
               INTO DGT-LINHA
           END-STRING.
           WRITE DGT-LINHA.
           IF WS-DGL-DC = "D"
               ADD WS-DGL-VALOR TO WS-DGL-DEBITOS
           ELSE
               ADD WS-DGL-VALOR TO WS-DGL-CREDITOS
           END-IF.

      *----------------------------------------------------------
      * LIBERTACAO DO DIARIO - SO COM DEBITOS = CREDITOS, TODOS OS
      * TOTAIS IGUAIS AOS DA CORRIDA E A CORRIDA PROVADA. O
      * DIARIO A LANCAR TEM UM REGISTO "H" (ORIGEM, CORRIDA, ANO,
      * TRANCHE, OPERADOR), AS LINHAS "L" E UM TRAILER "T" COM O
      * NUMERO DE LINHAS E OS TOTAIS A DEBITO E A CREDITO. RETIDO,
      * O FICHEIRO FICA VAZIO PARA NAO SE LANCAR UM DIARIO ANTIGO
      * NEM UM DESEQUILIBRADO. LIBERTACAO OU RETENCAO FICAM NA
      * AUDITORIA (TIPO Y) E NO RELATORIO DA CORRIDA.
      *----------------------------------------------------------
       AVALIAR-DIARIO.
           COMPUTE WS-DGL-DIFERENCA = WS-DGL-DEBITOS - WS-DGL-CREDITOS.
           IF DIARIO-CONSTRUIDO
              AND WS-DGL-DIFERENCA = 0
              AND WS-DGL-PROVA = "S"
              AND WS-DGL-SEM-EMPREGADO = 0
              AND WS-DGL-DEBITOS    = WS-DGL-CORR-PREMIO
              AND WS-DGL-RETENCAO   = WS-DGL-CORR-RETENCAO
              AND WS-DGL-LIQUIDO    = WS-DGL-CORR-LIQUIDO
              AND WS-DGL-RECUPERADO = WS-DGL-CORR-RECUPERADO
              AND WS-DGL-PENHORADO  = WS-DGL-CORR-PENHORADO
               MOVE "S" TO WS-DGL-ESTADO
           END-IF.
           OPEN OUTPUT DGLFILE.
           IF WS-DGL-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR O DIARIO A LANCAR "
                   WS-NOME-DGLFILE " - ESTADO " WS-DGL-STATUS
               MOVE "N" TO WS-DGL-ESTADO
               GO TO AVALIAR-DIARIO-RESUMO
           END-IF.
           IF NOT DIARIO-LIBERTADO
               CLOSE DGLFILE
               GO TO AVALIAR-DIARIO-RESUMO
           END-IF.
           MOVE SPACES TO DGL-LINHA.
           STRING "H"            DELIMITED BY SIZE
               WS-DGL-ORIGEM     DELIMITED BY SIZE
               WS-ID-CORRIDA     DELIMITED BY SIZE
               PARM-ANO-VIGOR    DELIMITED BY SIZE
               WS-TRANCHE-ATUAL  DELIMITED BY SIZE
               WS-OPERADOR       DELIMITED BY SIZE
               INTO DGL-LINHA
           END-STRING.
           WRITE DGL-LINHA.
           OPEN INPUT DGTFILE.
           MOVE "N" TO WS-DGL-FIM-TRABALHO.
           PERFORM COPIAR-LINHA-DIARIO UNTIL FIM-DIARIO-TRABALHO.
           CLOSE DGTFILE.
           MOVE WS-DGL-DEBITOS TO WS-DGL-VALOR-ED.
           MOVE WS-DGL-CREDITOS TO WS-DGL-CREDITOS-ED.
           MOVE SPACES TO DGL-LINHA.
           STRING "T"            DELIMITED BY SIZE
               WS-DGL-ORIGEM     DELIMITED BY SIZE
               WS-ID-CORRIDA     DELIMITED BY SIZE
               WS-DGL-LINHAS     DELIMITED BY SIZE
               WS-DGL-VALOR-ED   DELIMITED BY SIZE
               WS-DGL-CREDITOS-ED DELIMITED BY SIZE
               INTO DGL-LINHA
           END-STRING.
           WRITE DGL-LINHA.
           CLOSE DGLFILE.
       AVALIAR-DIARIO-RESUMO.
           MOVE WS-DGL-DEBITOS TO WS-TOTAL-ED.
           MOVE SPACES TO WS-EVENTO-DETALHE.
           IF DIARIO-LIBERTADO
               STRING "DIARIO LIBERTADO " DELIMITED BY SIZE
                   WS-NOME-DGLFILE    DELIMITED BY SIZE
                   " VALOR "          DELIMITED BY SIZE
                   WS-TOTAL-ED        DELIMITED BY SIZE
                   INTO WS-EVENTO-DETALHE
               END-STRING
           ELSE
               STRING "DIARIO RETIDO "   DELIMITED BY SIZE
                   WS-NOME-DGLFILE    DELIMITED BY SIZE
                   " DEBITOS "        DELIMITED BY SIZE
                   WS-TOTAL-ED        DELIMITED BY SIZE
                   INTO WS-EVENTO-DETALHE
               END-STRING
           END-IF.
           MOVE "Y" TO WS-TIPO-OPERACAO.
           PERFORM ESCREVER-AUDITORIA-EVENTO.
           PERFORM ESCREVER-RESUMO-DIARIO.
       AVALIAR-DIARIO-SAIDA.
           EXIT.

       COPIAR-LINHA-DIARIO.
           READ DGTFILE
               AT END
                   MOVE "S" TO WS-DGL-FIM-TRABALHO
               NOT AT END
                   MOVE DGT-LINHA TO DGL-LINHA
                   WRITE DGL-LINHA
           END-READ.

      *----------------------------------------------------------
      * RESUMO DO DIARIO NO RELATORIO DA CORRIDA (RELPREMIO.LST NO
      * LOTE, RELSUP.LST NO DELTA) - TOTAIS A DEBITO E A CREDITO
      * E A CONFERENCIA DE CADA TOTAL COM O DA CORRIDA.
      *----------------------------------------------------------
       ESCREVER-RESUMO-DIARIO.
           MOVE SPACES TO WS-DGL-RESUMO.
           PERFORM ESCREVER-LINHA-RESUMO-DIARIO.
           STRING "DIARIO CONTABILISTICO " DELIMITED BY SIZE
               WS-NOME-DGLFILE     DELIMITED BY SIZE
               " - CORRIDA "       DELIMITED BY SIZE
               WS-ID-CORRIDA       DELIMITED BY SIZE
               "  LINHAS: "        DELIMITED BY SIZE
               WS-DGL-LINHAS       DELIMITED BY SIZE
               INTO WS-DGL-RESUMO
           END-STRING.
           PERFORM ESCREVER-LINHA-RESUMO-DIARIO.
           MOVE WS-DGL-DEBITOS TO WS-TOTAL-ED.
           STRING "TOTAL A DEBITO:               " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO WS-DGL-RESUMO
           END-STRING.
           PERFORM ESCREVER-LINHA-RESUMO-DIARIO.
           MOVE WS-DGL-CREDITOS TO WS-TOTAL-ED.
           MOVE WS-DGL-DIFERENCA TO WS-BAL-DIF-VALOR-ED.
           STRING "TOTAL A CREDITO:              " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               "  DIFERENCA: " DELIMITED BY SIZE
               WS-BAL-DIF-VALOR-ED DELIMITED BY SIZE
               INTO WS-DGL-RESUMO
           END-STRING.
           PERFORM ESCREVER-LINHA-RESUMO-DIARIO.
           MOVE WS-DGL-CORR-PREMIO TO WS-TOTAL-ED.
           STRING "PREMIOS DA CORRIDA:           " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO WS-DGL-RESUMO
           END-STRING.
           PERFORM ESCREVER-LINHA-RESUMO-DIARIO.
           MOVE WS-DGL-RETENCAO TO WS-TOTAL-ED.
           MOVE WS-DGL-CORR-RETENCAO TO WS-DGL-CORR-ED.
           STRING "RETENCAO NO DIARIO:           " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               "  NA CORRIDA: " DELIMITED BY SIZE
               WS-DGL-CORR-ED DELIMITED BY SIZE
               INTO WS-DGL-RESUMO
           END-STRING.
           PERFORM ESCREVER-LINHA-RESUMO-DIARIO.
           MOVE WS-DGL-LIQUIDO TO WS-TOTAL-ED.
           MOVE WS-DGL-CORR-LIQUIDO TO WS-DGL-CORR-ED.
           STRING "LIQUIDO NO DIARIO:            " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               "  NA CORRIDA: " DELIMITED BY SIZE
               WS-DGL-CORR-ED DELIMITED BY SIZE
               INTO WS-DGL-RESUMO
           END-STRING.
           PERFORM ESCREVER-LINHA-RESUMO-DIARIO.
           MOVE WS-DGL-RECUPERADO TO WS-TOTAL-ED.
           MOVE WS-DGL-CORR-RECUPERADO TO WS-DGL-CORR-ED.
           STRING "REPOSICOES NO DIARIO:         " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               "  NA CORRIDA: " DELIMITED BY SIZE
               WS-DGL-CORR-ED DELIMITED BY SIZE
               INTO WS-DGL-RESUMO
           END-STRING.
           PERFORM ESCREVER-LINHA-RESUMO-DIARIO.
           MOVE WS-DGL-PENHORADO TO WS-TOTAL-ED.
           MOVE WS-DGL-CORR-PENHORADO TO WS-DGL-CORR-ED.
           STRING "PENHORAS NO DIARIO:           " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               "  NA CORRIDA: " DELIMITED BY SIZE
               WS-DGL-CORR-ED DELIMITED BY SIZE
               INTO WS-DGL-RESUMO
           END-STRING.
           PERFORM ESCREVER-LINHA-RESUMO-DIARIO.
           IF WS-DGL-SEM-EMPREGADO > 0
               STRING "PAGAMENTOS SEM EMPREGADO NO MESTRE: "
                   DELIMITED BY SIZE
                   WS-DGL-SEM-EMPREGADO DELIMITED BY SIZE
                   INTO WS-DGL-RESUMO
               END-STRING
               PERFORM ESCREVER-LINHA-RESUMO-DIARIO
           END-IF.
           IF DIARIO-LIBERTADO
               MOVE "*** DIARIO LIBERTADO PARA A CONTABILIDADE ***"
                   TO WS-DGL-RESUMO
           ELSE
               MOVE "*** DIARIO RETIDO - NAO LANCAR ***"
                   TO WS-DGL-RESUMO
           END-IF.
           PERFORM ESCREVER-LINHA-RESUMO-DIARIO.

       ESCREVER-LINHA-RESUMO-DIARIO.
           IF WS-DGL-ORIGEM = "S"
               MOVE WS-DGL-RESUMO TO RSU-LINHA
               WRITE RSU-LINHA
           ELSE
               MOVE WS-DGL-RESUMO TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           MOVE SPACES TO WS-DGL-RESUMO.

      *----------------------------------------------------------
      * CONTAS DO DIARIO - UM PARMFICH.DAT SEM AS CONTAS (OU COM
      * ALGUMA EM BRANCO) FICA COM AS CONTAS DE SEMPRE.
      *----------------------------------------------------------
       COMPLETAR-CONTAS-DIARIO.
           IF PARM-CONTA-GASTO = SPACES
               MOVE "6322" TO PARM-CONTA-GASTO
           END-IF.
           IF PARM-CONTA-RETENCAO = SPACES
               MOVE "2421" TO PARM-CONTA-RETENCAO
           END-IF.
           IF PARM-CONTA-LIQUIDO = SPACES
               MOVE "2311" TO PARM-CONTA-LIQUIDO
           END-IF.
           IF PARM-CONTA-REPOSICAO = SPACES
               MOVE "2781" TO PARM-CONTA-REPOSICAO
           END-IF.
           IF PARM-CONTA-PENHORA = SPACES
               MOVE "2782" TO PARM-CONTA-PENHORA
           END-IF.
           IF PARM-CONTA-REENVIO = SPACES
               MOVE "2319" TO PARM-CONTA-REENVIO
           END-IF.

      *----------------------------------------------------------
      * REGISTO DE CORRIDAS - UMA CORRIDA COMPLETA POR ANO DE
      * VIGOR. SE O ANO JA TEM CORRIDA COMPLETA REGISTADA, UMA
               REG-TRANCHE " DO ANO " REG-ANO " (EM "
               REG-DATA-HORA " PELO OPERADOR "
               REG-OPERADOR ").".
           IF NOT OPERADOR-SUPERVISOR AND NOT MODO-NOTURNO
               DISPLAY "SO UM SUPERVISOR PODE FORCAR UMA NOVA "
                   "CORRIDA COMPLETA."
               MOVE "V" TO WS-TIPO-OPERACAO
               GO TO VERIFICAR-REGISTO-SAIDA
           END-IF.
           DISPLAY "FORCAR NOVA CORRIDA COMPLETA (S/N):".
           IF MODO-NOTURNO
               MOVE CAR-FORCAR TO WS-FORCAR
               DISPLAY WS-FORCAR
           ELSE
               ACCEPT WS-FORCAR
           END-IF.
           IF WS-FORCAR NOT = "S" AND WS-FORCAR NOT = "s"
               DISPLAY "CORRIDA NAO INICIADA."
               PERFORM REPOR-ESTADO-CHECKPOINT
               MOVE "S" TO WS-FIM-EMPFILE
               GO TO VERIFICAR-REGISTO-SAIDA
           END-IF.
      *DE NOITE O FORCAR DO CARTAO SO VALE COM A AUTORIZACAO
      *PREVIA DE UM SUPERVISOR PARA ESTE ANO E TRANCHE.
           MOVE WS-OPERADOR TO WS-AUT-SUPERVISOR.
           IF MODO-NOTURNO
               MOVE "F"              TO WS-AUT-PED-TIPO
               MOVE PARM-ANO-VIGOR   TO WS-AUT-PED-ANO
               MOVE WS-TRANCHE-ATUAL TO WS-AUT-PED-REFERENCIA
               PERFORM USAR-AUTORIZACAO-NOTURNA
                   THRU USAR-AUTORIZACAO-SAIDA
               IF NOT AUT-VALIDA
                   DISPLAY "SEM AUTORIZACAO PREVIA DE UM SUPERVISOR "
                       "(prog06) - CORRIDA NAO INICIADA."
                   MOVE "V" TO WS-TIPO-OPERACAO
                   MOVE "CORRIDA FORCADA SEM AUTORIZACAO PREVIA"
                       TO WS-EVENTO-DETALHE
                   PERFORM ESCREVER-AUDITORIA-EVENTO
                   PERFORM REPOR-ESTADO-CHECKPOINT
                   MOVE "S" TO WS-FIM-EMPFILE
                   GO TO VERIFICAR-REGISTO-SAIDA
               END-IF
           END-IF.
           MOVE "F" TO WS-TIPO-OPERACAO.
           MOVE SPACES TO WS-EVENTO-DETALHE.
           STRING "CORRIDA COMPLETA FORCADA PARA O ANO "
               DELIMITED BY SIZE
               PARM-ANO-VIGOR DELIMITED BY SIZE
               " TRANCHE "    DELIMITED BY SIZE
               WS-TRANCHE-ATUAL DELIMITED BY SIZE
               " AUTORIZADA POR " DELIMITED BY SIZE
               WS-AUT-SUPERVISOR DELIMITED BY SIZE
               INTO WS-EVENTO-DETALHE
           END-STRING.
           PERFORM ESCREVER-AUDITORIA-EVENTO.
       VERIFICAR-REGISTO-SAIDA.
           EXIT.

       MARCAR-UMA-TRANCHE.
           MOVE "S" TO WS-HIST-MAPA(WS-TRANCHE-IDX:1).

      *----------------------------------------------------------
      * CONTA CORRENTE DE REPOSICOES (RECUPER.DAT) - CRIADA VAZIA
      * NA PRIMEIRA UTILIZACAO. SE NAO ABRIR, A CORRIDA SEGUE SEM
      * APURAR NEM DESCONTAR REPOSICOES, COM AVISO.
      *----------------------------------------------------------
       ABRIR-FICHEIRO-REPOSICOES.
           MOVE "N" TO WS-RECFILE-DISPONIVEL.
           OPEN I-O RECFILE.
           IF WS-REC-STATUS = "35"
               OPEN OUTPUT RECFILE
               CLOSE RECFILE
               OPEN I-O RECFILE
           END-IF.
           IF WS-REC-STATUS = "00"
               MOVE "S" TO WS-RECFILE-DISPONIVEL
           ELSE
               DISPLAY "AVISO: CONTA DE REPOSICOES (RECUPER.DAT) "
                   "INACESSIVEL (ESTADO " WS-REC-STATUS ") - "
                   "REPOSICOES NAO APURADAS NEM DESCONTADAS."
           END-IF.

      *----------------------------------------------------------
      * APURAMENTO DO EXCESSO PAGO NO ANO EM VIGOR. O PAGO SAI DO
      * HISTORICO (VALORES ANUAIS E MAPA DAS TRANCHES JA PAGAS),
      * O DEVIDO DOS VALORES ANUAIS ACABADOS DE CALCULAR
      * (WS-ANUAL-PREMIO/RETENCAO) PARA AS MESMAS TRANCHES, AMBOS
      * EM LIQUIDO. O QUE JA ESTA RECONHECIDO NA CONTA DO ANO NAO
      * VOLTA A SER LANCADO, PARA O DELTA, A CORRECAO E O LOTE
      * NAO ABRIREM A MESMA DIVIDA DUAS VEZES. UMA REVERSAO DE
      * DEMISSAO PENDENTE (ESTADO "P", DEIXADA PELO prog06 OU
      * PELO prog11) E VALORIZADA AQUI EM VEZ DE SE ABRIR LINHA
      * NOVA. A ORIGEM DA DIVIDA VEM EM WS-REC-ORIGEM.
      *----------------------------------------------------------
       APURAR-REPOSICAO-EMPREGADO.
           MOVE 0 TO WS-REC-DIVIDA-NOVA.
           MOVE 0 TO WS-REC-SALDO-ABERTO.
           IF NOT RECFILE-DISPONIVEL
               GO TO APURAR-REPOSICAO-SAIDA
           END-IF.
           MOVE EMP-MATRICULA TO HIST-MATRICULA.
           MOVE PARM-ANO-VIGOR TO HIST-ANO.
           READ HISTFILE
               INVALID KEY
                   MOVE 0 TO HIST-PREMIO-TOTAL
                   MOVE 0 TO HIST-RETENCAO
                   MOVE SPACES TO HIST-TRANCHES-PAGAS
           END-READ.
           MOVE HIST-PREMIO-TOTAL   TO WS-REC-BASE-PREMIO.
           MOVE HIST-RETENCAO       TO WS-REC-BASE-RETENCAO.
           MOVE HIST-TRANCHES-PAGAS TO WS-REC-MAPA.
           PERFORM CALCULAR-LIQUIDO-TRANCHES
               THRU CALCULAR-LIQUIDO-TRANCHES-SAIDA.
           MOVE WS-REC-PARCELA TO WS-REC-PAGO.
           MOVE WS-ANUAL-PREMIO     TO WS-REC-BASE-PREMIO.
           MOVE WS-ANUAL-RETENCAO   TO WS-REC-BASE-RETENCAO.
           PERFORM CALCULAR-LIQUIDO-TRANCHES
               THRU CALCULAR-LIQUIDO-TRANCHES-SAIDA.
           MOVE WS-REC-PARCELA TO WS-REC-DEVIDO.
           PERFORM PERCORRER-CONTA-REPOSICAO
               THRU PERCORRER-CONTA-SAIDA.
           COMPUTE WS-REC-EXCESSO =
               WS-REC-PAGO - WS-REC-DEVIDO - WS-REC-RECONHECIDO.
           IF WS-REC-EXCESSO > 0
               MOVE WS-REC-EXCESSO TO WS-REC-DIVIDA-NOVA
           END-IF.
           IF WS-REC-SEQ-PENDENTE > 0
               PERFORM VALORIZAR-REPOSICAO-PENDENTE
               GO TO APURAR-REPOSICAO-SAIDA
           END-IF.
           IF WS-REC-DIVIDA-NOVA = 0
               GO TO APURAR-REPOSICAO-SAIDA
           END-IF.
           MOVE EMP-MATRICULA      TO REC-MATRICULA.
           MOVE WS-REC-PROX-SEQ    TO REC-SEQ.
           MOVE PARM-ANO-VIGOR     TO REC-ANO.
           MOVE WS-REC-ORIGEM      TO REC-ORIGEM.
           MOVE WS-REC-DIVIDA-NOVA TO REC-VALOR-ORIGINAL.
           MOVE WS-REC-DIVIDA-NOVA TO REC-SALDO.
           MOVE "A" TO REC-ESTADO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO REC-DATA-HORA.
           MOVE REC-DATA-HORA      TO REC-DATA-MOVIMENTO.
           MOVE WS-OPERADOR        TO REC-OPERADOR.
           WRITE REC-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A CONTA DE REPOSICOES - "
                       "MATRICULA " EMP-MATRICULA
                       " ESTADO " WS-REC-STATUS
                   MOVE 0 TO WS-REC-DIVIDA-NOVA
                   GO TO APURAR-REPOSICAO-SAIDA
           END-WRITE.
           ADD WS-REC-DIVIDA-NOVA TO WS-REC-SALDO-ABERTO.
           MOVE WS-REC-DIVIDA-NOVA TO WS-REC-VALOR-ED.
           MOVE SPACES TO WS-EVENTO-DETALHE.
           STRING "DIVIDA ABERTA ORIGEM " DELIMITED BY SIZE
               REC-ORIGEM          DELIMITED BY SIZE
               " SEQ "             DELIMITED BY SIZE
               REC-SEQ             DELIMITED BY SIZE
               " VALOR "           DELIMITED BY SIZE
               WS-REC-VALOR-ED     DELIMITED BY SIZE
               INTO WS-EVENTO-DETALHE
           END-STRING.
           PERFORM ESCREVER-AUDITORIA-REPOSICAO.
       APURAR-REPOSICAO-SAIDA.
           EXIT.

      *----------------------------------------------------------
      * LIQUIDO DAS TRANCHES MARCADAS EM WS-REC-MAPA PARA OS
      * VALORES ANUAIS EM WS-REC-BASE-PREMIO/RETENCAO, COM O
      * MESMO CORTE DO APLICAR-TRANCHE: PERCENTAGEM ARREDONDADA
      * NAS TRANCHES INTERMEDIAS E O RESTO NA ULTIMA. SEM
      * CALENDARIO O ANO E UMA TRANCHE SO.
      *----------------------------------------------------------
       CALCULAR-LIQUIDO-TRANCHES.
           MOVE 0 TO WS-REC-PARCELA.
           IF TRC-TOTAL <= 1
               IF WS-REC-MAPA(1:1) = "S"
                   COMPUTE WS-REC-PARCELA =
                       WS-REC-BASE-PREMIO - WS-REC-BASE-RETENCAO
               END-IF
               GO TO CALCULAR-LIQUIDO-TRANCHES-SAIDA
           END-IF.
           MOVE 0 TO WS-REC-BASE-LIQUIDO.
           PERFORM SOMAR-LIQUIDO-TRANCHE
               VARYING WS-REC-IDX FROM 1 BY 1
               UNTIL WS-REC-IDX = TRC-TOTAL.
           IF WS-REC-MAPA(TRC-TOTAL:1) = "S"
               COMPUTE WS-REC-PARCELA = WS-REC-PARCELA
                   + WS-REC-BASE-PREMIO - WS-REC-BASE-RETENCAO
                   - WS-REC-BASE-LIQUIDO
           END-IF.
       CALCULAR-LIQUIDO-TRANCHES-SAIDA.
           EXIT.

       SOMAR-LIQUIDO-TRANCHE.
           SET TRC-IX TO WS-REC-IDX.
           COMPUTE WS-TRANCHE-PARCELA ROUNDED =
               WS-REC-BASE-PREMIO * TRC-PERCENT(TRC-IX) / 100.
           COMPUTE WS-REC-PARCELA-RET ROUNDED =
               WS-REC-BASE-RETENCAO * TRC-PERCENT(TRC-IX) / 100.
           ADD WS-TRANCHE-PARCELA TO WS-REC-BASE-LIQUIDO.
           SUBTRACT WS-REC-PARCELA-RET FROM WS-REC-BASE-LIQUIDO.
           IF WS-REC-MAPA(WS-REC-IDX:1) = "S"
               ADD WS-TRANCHE-PARCELA TO WS-REC-PARCELA
               SUBTRACT WS-REC-PARCELA-RET FROM WS-REC-PARCELA
           END-IF.

      *----------------------------------------------------------
      * PERCURSO DA CONTA DO EMPREGADO (CHAVE MATRICULA +
      * SEQUENCIA): O JA RECONHECIDO NO ANO EM VIGOR (INCLUINDO
      * DIVIDAS JA RECUPERADAS OU ANULADAS), O SALDO EM ABERTO DE
      * TODOS OS ANOS, A PROXIMA SEQUENCIA LIVRE E UMA REVERSAO
      * DE DEMISSAO POR VALORIZAR, SE HOUVER.
      *----------------------------------------------------------
       PERCORRER-CONTA-REPOSICAO.
           MOVE 0 TO WS-REC-RECONHECIDO.
           MOVE 0 TO WS-REC-SALDO-ABERTO.
           MOVE 0 TO WS-REC-SEQ-PENDENTE.
           MOVE 1 TO WS-REC-PROX-SEQ.
           MOVE EMP-MATRICULA TO REC-MATRICULA.
           MOVE 0 TO REC-SEQ.
           START RECFILE KEY IS NOT LESS THAN REC-CHAVE
               INVALID KEY
                   GO TO PERCORRER-CONTA-SAIDA
           END-START.
       PERCORRER-CONTA-LER.
           READ RECFILE NEXT RECORD
               AT END
                   GO TO PERCORRER-CONTA-SAIDA
           END-READ.
           IF REC-MATRICULA NOT = EMP-MATRICULA
               GO TO PERCORRER-CONTA-SAIDA
           END-IF.
           COMPUTE WS-REC-PROX-SEQ = REC-SEQ + 1.
           IF REC-ANO = PARM-ANO-VIGOR
               ADD REC-VALOR-ORIGINAL TO WS-REC-RECONHECIDO
               IF REC-POR-APURAR
                   MOVE REC-SEQ TO WS-REC-SEQ-PENDENTE
               END-IF
           END-IF.
           IF REC-ABERTA
               ADD REC-SALDO TO WS-REC-SALDO-ABERTO
           END-IF.
           GO TO PERCORRER-CONTA-LER.
       PERCORRER-CONTA-SAIDA.
           EXIT.

      *----------------------------------------------------------
      * REVERSAO DE DEMISSAO PENDENTE - FICA COM O EXCESSO AGORA
      * APURADO; SEM EXCESSO FICA SALDADA A ZERO.
      *----------------------------------------------------------
       VALORIZAR-REPOSICAO-PENDENTE.
           MOVE EMP-MATRICULA TO REC-MATRICULA.
           MOVE WS-REC-SEQ-PENDENTE TO REC-SEQ.
           READ RECFILE
               INVALID KEY
                   MOVE 0 TO WS-REC-DIVIDA-NOVA
               NOT INVALID KEY
                   PERFORM GRAVAR-REPOSICAO-PENDENTE
                       THRU GRAVAR-REPOSICAO-SAIDA
           END-READ.

       GRAVAR-REPOSICAO-PENDENTE.
           MOVE WS-REC-DIVIDA-NOVA TO REC-VALOR-ORIGINAL.
           MOVE WS-REC-DIVIDA-NOVA TO REC-SALDO.
           IF WS-REC-DIVIDA-NOVA > 0
               MOVE "A" TO REC-ESTADO
           ELSE
               MOVE "R" TO REC-ESTADO
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO REC-DATA-MOVIMENTO.
           REWRITE REC-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A CONTA DE REPOSICOES - "
                       "MATRICULA " EMP-MATRICULA
                       " ESTADO " WS-REC-STATUS
                   MOVE 0 TO WS-REC-DIVIDA-NOVA
                   GO TO GRAVAR-REPOSICAO-SAIDA
           END-REWRITE.
           ADD WS-REC-DIVIDA-NOVA TO WS-REC-SALDO-ABERTO.
           MOVE WS-REC-DIVIDA-NOVA TO WS-REC-VALOR-ED.
           MOVE SPACES TO WS-EVENTO-DETALHE.
           STRING "REVERSAO DE DEMISSAO APURADA SEQ " DELIMITED BY SIZE
               REC-SEQ             DELIMITED BY SIZE
               " VALOR "           DELIMITED BY SIZE
               WS-REC-VALOR-ED     DELIMITED BY SIZE
               INTO WS-EVENTO-DETALHE
           END-STRING.
           PERFORM ESCREVER-AUDITORIA-REPOSICAO.
       GRAVAR-REPOSICAO-SAIDA.
           EXIT.

      *----------------------------------------------------------
      * DESCONTO DAS DIVIDAS EM ABERTO NO PAGAMENTO DESTA TRANCHE
      * - NO MAXIMO PARM-RECUP-PERCENT-MAX POR CENTO DO LIQUIDO E
      * NUNCA MAIS DO QUE O SALDO EM ABERTO, PELAS DIVIDAS MAIS
      * ANTIGAS PRIMEIRO. O LIQUIDO PAGO (EXTRACTO, TRANSFERENCIA
      * E TOTAIS) JA VEM DEDUZIDO; O DESCONTADO FICA EM
      * WS-REC-RECUPERADO. PERCENTAGEM ZERO DESLIGA O DESCONTO.
      *----------------------------------------------------------
       DESCONTAR-REPOSICAO.
           MOVE 0 TO WS-REC-RECUPERADO.
           IF NOT RECFILE-DISPONIVEL
              OR WS-REC-SALDO-ABERTO = 0
              OR PARM-RECUP-PERCENT-MAX = 0
              OR PREMIO-LIQUIDO = 0
               GO TO DESCONTAR-REPOSICAO-SAIDA
           END-IF.
           COMPUTE WS-REC-MAXIMO =
               PREMIO-LIQUIDO * PARM-RECUP-PERCENT-MAX / 100.
           IF WS-REC-MAXIMO > PREMIO-LIQUIDO
               MOVE PREMIO-LIQUIDO TO WS-REC-MAXIMO
           END-IF.
           MOVE WS-REC-MAXIMO TO WS-REC-A-DESCONTAR.
           IF WS-REC-A-DESCONTAR > WS-REC-SALDO-ABERTO
               MOVE WS-REC-SALDO-ABERTO TO WS-REC-A-DESCONTAR
           END-IF.
           MOVE EMP-MATRICULA TO REC-MATRICULA.
           MOVE 0 TO REC-SEQ.
           START RECFILE KEY IS NOT LESS THAN REC-CHAVE
               INVALID KEY
                   GO TO DESCONTAR-REPOSICAO-FIM
           END-START.
       DESCONTAR-REPOSICAO-LER.
           IF WS-REC-A-DESCONTAR = 0
               GO TO DESCONTAR-REPOSICAO-FIM
           END-IF.
           READ RECFILE NEXT RECORD
               AT END
                   GO TO DESCONTAR-REPOSICAO-FIM
           END-READ.
           IF REC-MATRICULA NOT = EMP-MATRICULA
               GO TO DESCONTAR-REPOSICAO-FIM
           END-IF.
           IF NOT REC-ABERTA
               GO TO DESCONTAR-REPOSICAO-LER
           END-IF.
           MOVE WS-REC-A-DESCONTAR TO WS-REC-DESCONTO.
           IF WS-REC-DESCONTO > REC-SALDO
               MOVE REC-SALDO TO WS-REC-DESCONTO
           END-IF.
           SUBTRACT WS-REC-DESCONTO FROM REC-SALDO.
           IF REC-SALDO = 0
               MOVE "R" TO REC-ESTADO
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO REC-DATA-MOVIMENTO.
           REWRITE REC-REC
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR A CONTA DE REPOSICOES - "
                       "MATRICULA " EMP-MATRICULA
                       " ESTADO " WS-REC-STATUS
                   GO TO DESCONTAR-REPOSICAO-FIM
           END-REWRITE.
           SUBTRACT WS-REC-DESCONTO FROM WS-REC-A-DESCONTAR.
           SUBTRACT WS-REC-DESCONTO FROM WS-REC-SALDO-ABERTO.
           ADD WS-REC-DESCONTO TO WS-REC-RECUPERADO.
           MOVE WS-REC-DESCONTO TO WS-REC-VALOR-ED.
           MOVE SPACES TO WS-EVENTO-DETALHE.
           STRING "REPOSICAO DESCONTADA SEQ " DELIMITED BY SIZE
               REC-SEQ             DELIMITED BY SIZE
               " VALOR "           DELIMITED BY SIZE
               WS-REC-VALOR-ED     DELIMITED BY SIZE
               INTO WS-EVENTO-DETALHE
           END-STRING.
           PERFORM ESCREVER-AUDITORIA-REPOSICAO.
           GO TO DESCONTAR-REPOSICAO-LER.
       DESCONTAR-REPOSICAO-FIM.
           SUBTRACT WS-REC-RECUPERADO FROM PREMIO-LIQUIDO.
       DESCONTAR-REPOSICAO-SAIDA.
           EXIT.

      *----------------------------------------------------------
      * PENHORAS - AS ORDENS ATIVAS DO EMPREGADO SAO LIDAS POR
      * ORDEM DE PRIORIDADE (A CHAVE) E CADA UMA RETIRA O SEU
      * VALOR FIXO, OU A SUA PERCENTAGEM DO LIQUIDO QUE SOBROU
      * DAS REPOSICOES, NUNCA MAIS DO QUE O SALDO EM DIVIDA NEM
      * DO QUE O LIQUIDO AINDA POR PENHORAR. O DESCONTO SAI LOGO
      * EM TRANSFERENCIA PARA O CREDOR (CONTADA NO TRAILER E NO
      * HASH), O SALDO DA ORDEM BAIXA E A ORDEM SALDADA FICA
      * LIQUIDADA. UMA ORDEM COM O IBAN DO CREDOR INVALIDO NAO E
      * DESCONTADA: SAI NAS EXCECOES BANCARIAS E NA AUDITORIA
      * PARA SER CORRIGIDA NO prog06. O LIQUIDO PAGO AO
      * EMPREGADO JA VEM DEDUZIDO; O PENHORADO FICA EM
      * WS-PEN-PENHORADO.
      *----------------------------------------------------------
       DESCONTAR-PENHORAS.
           MOVE 0 TO WS-PEN-PENHORADO.
           IF NOT PENFILE-DISPONIVEL
              OR PREMIO-LIQUIDO = 0
               GO TO DESCONTAR-PENHORAS-SAIDA
           END-IF.
           MOVE PREMIO-LIQUIDO TO WS-PEN-BASE.
           MOVE EMP-MATRICULA TO PEN-MATRICULA.
           MOVE 0 TO PEN-PRIORIDADE.
           START PENFILE KEY IS NOT LESS THAN PEN-CHAVE
               INVALID KEY
                   GO TO DESCONTAR-PENHORAS-SAIDA
           END-START.
       DESCONTAR-PENHORAS-LER.
           IF PREMIO-LIQUIDO = 0
               GO TO DESCONTAR-PENHORAS-SAIDA
           END-IF.
           READ PENFILE NEXT RECORD
               AT END
                   GO TO DESCONTAR-PENHORAS-SAIDA
           END-READ.
           IF PEN-MATRICULA NOT = EMP-MATRICULA
               GO TO DESCONTAR-PENHORAS-SAIDA
           END-IF.
           IF NOT PEN-ATIVA OR PEN-SALDO = 0
               GO TO DESCONTAR-PENHORAS-LER
           END-IF.
           MOVE PEN-IBAN TO WS-IBAN-TRABALHO.
           PERFORM VALIDAR-IBAN THRU VALIDAR-IBAN-SAIDA.
           IF NOT IBAN-VALIDO
               PERFORM ESCREVER-EXCECAO-PENHORA
               GO TO DESCONTAR-PENHORAS-LER
           END-IF.
           IF PEN-TIPO-PERCENT
               COMPUTE WS-PEN-DESCONTO =
                   WS-PEN-BASE * PEN-PERCENT / 100
           ELSE
               MOVE PEN-VALOR TO WS-PEN-DESCONTO
           END-IF.
           IF WS-PEN-DESCONTO > PEN-SALDO
               MOVE PEN-SALDO TO WS-PEN-DESCONTO
           END-IF.
           IF WS-PEN-DESCONTO > PREMIO-LIQUIDO
               MOVE PREMIO-LIQUIDO TO WS-PEN-DESCONTO
           END-IF.
           IF WS-PEN-DESCONTO = 0
               GO TO DESCONTAR-PENHORAS-LER
           END-IF.
           SUBTRACT WS-PEN-DESCONTO FROM PEN-SALDO.
           IF PEN-SALDO = 0
               MOVE "L" TO PEN-ESTADO
           END-IF.
           IF PEN-ANO-DESCONTOS NOT = PARM-ANO-VIGOR
               MOVE PARM-ANO-VIGOR TO PEN-ANO-DESCONTOS
               MOVE 0 TO PEN-DESCONTADO-ANO
           END-IF.
           ADD WS-PEN-DESCONTO TO PEN-DESCONTADO-ANO.
           MOVE WS-ID-CORRIDA TO PEN-ULT-CORRIDA.
           MOVE WS-PEN-DESCONTO TO PEN-ULT-VALOR.
           REWRITE PEN-REC
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR O FICHEIRO DE PENHORAS - "
                       "MATRICULA " EMP-MATRICULA
                       " ESTADO " WS-PEN-STATUS
                   GO TO DESCONTAR-PENHORAS-SAIDA
           END-REWRITE.
           SUBTRACT WS-PEN-DESCONTO FROM PREMIO-LIQUIDO.
           ADD WS-PEN-DESCONTO TO WS-PEN-PENHORADO.
           PERFORM GERAR-TRANSFERENCIA-CREDOR.
           IF PEN-LIQUIDADA
               MOVE "DESCONTADA E LIQUIDADA" TO WS-PEN-SITUACAO
           ELSE
               MOVE "DESCONTADA" TO WS-PEN-SITUACAO
           END-IF.
           PERFORM ESCREVER-AUDITORIA-PENHORA.
           GO TO DESCONTAR-PENHORAS-LER.
       DESCONTAR-PENHORAS-SAIDA.
           EXIT.

      *----------------------------------------------------------
      * TRANSFERENCIA PARA O CREDOR DA PENHORA - REGISTO DE
      * DETALHE PROPRIO (TIPO "P") COM A CHAVE DA PENHORA
      * (MATRICULA E PRIORIDADE) COMO REFERENCIA E O IBAN E O NOME
      * DO CREDOR COMO BENEFICIARIO, PARA O RETORNO DO BANCO NAO O
      * CONFUNDIR COM A TRANSFERENCIA DO PROPRIO EMPREGADO (A
      * DEVOLUCAO VOLTA A PENHORA NO prog07). CONTA NO TRAILER E
      * NO HASH COMO QUALQUER OUTRA TRANSFERENCIA.
      *----------------------------------------------------------
       GERAR-TRANSFERENCIA-CREDOR.
           MOVE WS-PEN-DESCONTO TO WS-TRF-VALOR-ED.
           MOVE SPACES TO TRF-LINHA.
           STRING "P"            DELIMITED BY SIZE
               EMP-MATRICULA     DELIMITED BY SIZE
               PEN-PRIORIDADE    DELIMITED BY SIZE
               PEN-IBAN          DELIMITED BY SIZE
               PEN-CREDOR        DELIMITED BY SIZE
               WS-TRF-VALOR-ED   DELIMITED BY SIZE
               INTO TRF-LINHA
           END-STRING.
           WRITE TRF-LINHA.
           ADD 1 TO WS-TRF-CONTADOR.
           ADD 1 TO WS-PEN-CONTADOR.
           ADD WS-PEN-DESCONTO TO WS-TRF-HASH.

      *----------------------------------------------------------
      * PENHORA NAO DESCONTADA POR IBAN DO CREDOR INVALIDO - SO A
      * LINHA NAS EXCECOES BANCARIAS (OS DADOS BANCARIOS DO
      * EMPREGADO ESTAO CERTOS, NAO ABRE PENDENTE NA FILA).
      *----------------------------------------------------------
       ESCREVER-EXCECAO-PENHORA.
           ADD 1 TO WS-BEX-CONTADOR.
           MOVE SPACES TO BEX-LINHA.
           STRING
               EMP-MATRICULA   DELIMITED BY SIZE
               " PENHORA "     DELIMITED BY SIZE
               PEN-PRIORIDADE  DELIMITED BY SIZE
               " PROC "        DELIMITED BY SIZE
               PEN-PROCESSO    DELIMITED BY SIZE
               " *** IBAN DO CREDOR INVALIDO - NAO DESCONTADA ***"
                               DELIMITED BY SIZE
               INTO BEX-LINHA
           END-STRING.
           WRITE BEX-LINHA.
           MOVE 0 TO WS-PEN-DESCONTO.
           MOVE "IBAN CREDOR INVALIDO" TO WS-PEN-SITUACAO.
           PERFORM ESCREVER-AUDITORIA-PENHORA.

      *----------------------------------------------------------
      * LINHA DE AUDITORIA DE CADA PENHORA TRATADA NO LOTE (TIPO
      * "M"), COM A PRIORIDADE, O PROCESSO, O VALOR DESCONTADO E
      * O SALDO QUE FICA EM DIVIDA.
      *----------------------------------------------------------
       ESCREVER-AUDITORIA-PENHORA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATA-HORA.
           MOVE WS-PEN-DESCONTO TO WS-PEN-VALOR-ED.
           MOVE PEN-SALDO TO WS-PEN-SALDO-ED.
           MOVE SPACES TO AUD-LINHA.
           STRING
               WS-OPERADOR        DELIMITED BY SIZE
               "|"                DELIMITED BY SIZE
               WS-DATA-HORA       DELIMITED BY SIZE
               "|M|"              DELIMITED BY SIZE
               EMP-MATRICULA      DELIMITED BY SIZE
               "|PENHORA "        DELIMITED BY SIZE
               PEN-PRIORIDADE     DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               WS-PEN-SITUACAO    DELIMITED BY SIZE
               "|"                DELIMITED BY SIZE
               PEN-PROCESSO       DELIMITED BY SIZE
               "|"                DELIMITED BY SIZE
               WS-PEN-VALOR-ED    DELIMITED BY SIZE
               "|SALDO "          DELIMITED BY SIZE
               WS-PEN-SALDO-ED    DELIMITED BY SIZE
               INTO AUD-LINHA
           END-STRING.
           WRITE AUD-LINHA.

      *----------------------------------------------------------
      * LINHA DE AUDITORIA DOS MOVIMENTOS DA CONTA DE REPOSICOES
      * (TIPO "K"), COM A MATRICULA DO EMPREGADO.
      *----------------------------------------------------------
       ESCREVER-AUDITORIA-REPOSICAO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATA-HORA.
           MOVE SPACES TO AUD-LINHA.
           STRING
               WS-OPERADOR        DELIMITED BY SIZE
               "|"                DELIMITED BY SIZE
               WS-DATA-HORA       DELIMITED BY SIZE
               "|K|"              DELIMITED BY SIZE
               EMP-MATRICULA      DELIMITED BY SIZE
               "|"                DELIMITED BY SIZE
               WS-EVENTO-DETALHE  DELIMITED BY SIZE
               INTO AUD-LINHA
           END-STRING.
           WRITE AUD-LINHA.

      *----------------------------------------------------------
      * CONSULTA E CORRECAO DE UM EMPREGADO JA LANCADO. PROCURA
      * PELA MATRICULA, MOSTRA OS VALORES ATUAIS (A IDADE E A
      * DEIXA CORRIGIR UM CAMPO, RECALCULA OS PREMIOS E GRAVA NA
      * AUDITORIA. NUM REGISTO COM DATAS, A IDADE E A ANTIGUIDADE
      * NAO SE CORRIGEM AQUI - O LOTE IGNORA OS CAMPOS GUARDADOS;
      * CORRIGE-SE A DATA NO prog06. OS FILHOS SAO OS CONTADOS NO
      * FICHEIRO DE DEPENDENTES E TAMBEM SO SE CORRIGEM NO prog06.
      *----------------------------------------------------------
       CORRECAO-EMPREGADO.
           MOVE "CORRECAO" TO WS-FEC-OPERACAO.
           PERFORM VERIFICAR-ANO-FECHADO
               THRU VERIFICAR-ANO-FECHADO-SAIDA.
           PERFORM VERIFICAR-BLOQUEIO-CORRECAO
               THRU VERIFICAR-BLOQUEIO-SAIDA.
           OPEN I-O EMPFILE.
           IF WS-AUD-STATUS = "05" OR WS-AUD-STATUS = "35"
               OPEN OUTPUT AUDFILE
           END-IF.
      *O HISTORICO SO E LIDO, PARA SABER O QUE JA FOI PAGO NO
      *ANO; SEM HISTORICO NAO HA NADA A REPOR.
           MOVE "N" TO WS-HISTFILE-ABERTO.
           OPEN INPUT HISTFILE.
           IF WS-HIST-STATUS = "00"
               MOVE "S" TO WS-HISTFILE-ABERTO
               PERFORM ABRIR-FICHEIRO-REPOSICOES
           END-IF.
           PERFORM ABRIR-FICHEIRO-DEPENDENTES.
           IF FILFILE-EM-ERRO
               GO TO CORRECAO-FIM
           END-IF.
           PERFORM ABRIR-FICHEIRO-AUSENCIAS.
           IF AUSFILE-EM-ERRO
               GO TO CORRECAO-FIM
           END-IF.
           DISPLAY CLS.
       CORRECAO-LER-MATRICULA.
           DISPLAY "MATRICULA A CORRIGIR (0 PARA SAIR):" AT 0301.
      *EMPREGADO E REPOSTA, PARA O TOTAL RECALCULADO NA CORRECAO
      *BATER COM O DO LOTE.
           PERFORM DERIVAR-IDADE-ANTIGUIDADE.
           PERFORM CONTAR-FILHOS-ELEGIVEIS
               THRU CONTAR-FILHOS-SAIDA.
           COMPUTE LIMITES = IDADE - PARM-IDADE-MIN.
           PERFORM CALCULAR-PRORATA THRU CALCULAR-PRORATA-SAIDA.
           DISPLAY CLS.
                       GO TO CORRECAO-ESCOLHER-CAMPO
                   END-IF
                   PERFORM LER-ANTIGUIDADE
               WHEN 3
                   DISPLAY "FILHOS CONTADOS NO FICHEIRO DE "
                       "DEPENDENTES - CORRIGIR NO prog06."
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1001
                   GO TO CORRECAO-ESCOLHER-CAMPO
               WHEN 0 GO TO CORRECAO-LER-MATRICULA
               WHEN OTHER GO TO CORRECAO-ESCOLHER-CAMPO
           END-EVALUATE.
           MOVE IDADE TO EMP-IDADE.
           MOVE ANTIGUIDADE TO EMP-ANTIGUIDADE.
           MOVE 0 TO PREMIO-IDADE.
           MOVE 0 TO PREMIO-ANTIGUIDADE.
           MOVE 0 TO PREMIO-FILHOS.
           MOVE 0 TO PREMIO-TOTAL.
           PERFORM CALCULAR-PREMIO-IDADE THRU CALCULO-PREMIO-FILHOS.
           PERFORM CALCULAR-PREMIO-TOTAL.
           PERFORM APLICAR-REDUCAO-ASSIDUIDADE
               THRU APLICAR-REDUCAO-SAIDA.
           PERFORM CALCULAR-RETENCAO.
           MOVE PREMIO-TOTAL TO PREMIO-TOTAL-ED.
           DISPLAY FUNCTION CONCATENATE("NOVO TOTAL DO PREMIO: ",
               PREMIO-TOTAL-ED) AT 1101.
           REWRITE EMP-REC.
           MOVE "C" TO WS-TIPO-OPERACAO.
           PERFORM ESCREVER-LINHA-AUDITORIA.
      *SE O ANO JA FOI PAGO POR CIMA DO VALOR CORRIGIDO, O
      *EXCESSO ABRE DIVIDA NA CONTA DE REPOSICOES.
           IF HISTFILE-ABERTO
               MOVE PREMIO-TOTAL    TO WS-ANUAL-PREMIO
               MOVE PREMIO-RETENCAO TO WS-ANUAL-RETENCAO
               MOVE "C" TO WS-REC-ORIGEM
               PERFORM APURAR-REPOSICAO-EMPREGADO
                   THRU APURAR-REPOSICAO-SAIDA
               IF WS-REC-DIVIDA-NOVA > 0
                   MOVE WS-REC-DIVIDA-NOVA TO WS-REC-VALOR-ED
                   DISPLAY FUNCTION CONCATENATE("JA PAGO EM EXCESSO - "
                       "REPOSICAO ABERTA: ", WS-REC-VALOR-ED) AT 1201
               END-IF
           END-IF.
           DISPLAY "CORRIGIR OUTRO EMPREGADO (S/N):" AT 1301.
           ACCEPT REPETIR AT 1334.
           IF (REPETIR="S" OR REPETIR="s")
       CORRECAO-FIM.
           CLOSE EMPFILE.
           CLOSE AUDFILE.
           IF HISTFILE-ABERTO
               CLOSE HISTFILE
           END-IF.
           IF RECFILE-DISPONIVEL
               CLOSE RECFILE
           END-IF.
           IF FILFILE-DISPONIVEL
               CLOSE FILFILE
           END-IF.
           IF AUSFILE-DISPONIVEL
               CLOSE AUSFILE
           END-IF.
           STOP RUN.

      *----------------------------------------------------------
               CLOSE EMPFILE
               STOP RUN
           END-IF.
           PERFORM ABRIR-FICHEIRO-DEPENDENTES.
           IF FILFILE-EM-ERRO
               CLOSE EMPFILE
               CLOSE SIMFILE
               STOP RUN
           END-IF.
           PERFORM ABRIR-FICHEIRO-AUSENCIAS.
           IF AUSFILE-EM-ERRO
               CLOSE EMPFILE
               CLOSE SIMFILE
               IF FILFILE-DISPONIVEL
                   CLOSE FILFILE
               END-IF
               STOP RUN
           END-IF.
           MOVE 0 TO WS-SIM-DEP-ATUAL.
           MOVE 0 TO WS-SIM-DEP-PROP.
           MOVE 0 TO WS-SIM-GERAL-ATUAL.
           PERFORM REGISTAR-AUDITORIA-SIMULACAO.
           CLOSE EMPFILE.
           CLOSE SIMFILE.
           IF FILFILE-DISPONIVEL
               CLOSE FILFILE
           END-IF.
           IF AUSFILE-DISPONIVEL
               CLOSE AUSFILE
           END-IF.
           DISPLAY "SIMULACAO TERMINADA - RELATORIO EM SIMULACAO.LST".
           STOP RUN.

       SIMULAR-UM-EMPREGADO.
           MOVE EMP-IDADE TO IDADE.
           MOVE EMP-ANTIGUIDADE TO ANTIGUIDADE.
           PERFORM SIMULAR-CALCULO.
           MOVE PREMIO-TOTAL TO WS-SIM-PREMIO-ATUAL.
           IF NOT SIM-VALIDO
      *----------------------------------------------------------
       SIMULAR-CALCULO.
           PERFORM DERIVAR-IDADE-ANTIGUIDADE.
           PERFORM CONTAR-FILHOS-ELEGIVEIS
               THRU CONTAR-FILHOS-SAIDA.
           COMPUTE LIMITES = IDADE - PARM-IDADE-MIN.
           MOVE 0 TO PREMIO-IDADE.
           MOVE 0 TO PREMIO-ANTIGUIDADE.
           MOVE 0 TO PREMIO-FILHOS.
           MOVE 0 TO PREMIO-TOTAL.
           MOVE 0 TO WS-RED-VALOR.
           MOVE "S" TO WS-SIM-VALIDO.
           PERFORM CALCULAR-PRORATA THRU CALCULAR-PRORATA-SAIDA.
           IF (IDADE < PARM-IDADE-MIN) OR (IDADE > PARM-IDADE-MAX)
           ELSE
               PERFORM CALCULAR-PREMIO-IDADE THRU CALCULO-PREMIO-FILHOS
               PERFORM CALCULAR-PREMIO-TOTAL
               PERFORM APLICAR-REDUCAO-ASSIDUIDADE
                   THRU APLICAR-REDUCAO-SAIDA
           END-IF.

      *----------------------------------------------------------
           WRITE AUD-LINHA.
           CLOSE AUDFILE.

      *----------------------------------------------------------
      * MODO DE VERIFICACAO DE ORCAMENTO - PROJETA O CUSTO DE
      * CADA DEPARTAMENTO COM OS PARAMETROS EM VIGOR E A MESMA
      * FORMULA DO LOTE (PREMIO ANUAL, ANTES DE TRANCHES), E
      * COMPARA-O COM O ORCAMENTO DO ANO EM ORCFICH.DAT:
      * DESVIO, PERCENTAGEM USADA E SITUACAO FACE A TOLERANCIA.
      * COMO A SIMULACAO, SO LE: ALEM DO RELATORIO
      * (ORCAMENTO.LST) SO E ESCRITA UMA LINHA NA AUDITORIA.
      *----------------------------------------------------------
       PROCESSAR-ORCAMENTO.
           OPEN INPUT EMPFILE.
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR O FICHEIRO DE EMPREGADOS - "
                   "ESTADO " WS-EMP-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT ORLFILE.
           IF WS-ORL-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR O RELATORIO DE ORCAMENTO - "
                   "ESTADO " WS-ORL-STATUS
               CLOSE EMPFILE
               STOP RUN
           END-IF.
           PERFORM ABRIR-FICHEIRO-DEPENDENTES.
           PERFORM ABRIR-FICHEIRO-AUSENCIAS.
           IF FILFILE-EM-ERRO OR AUSFILE-EM-ERRO
               PERFORM FECHAR-FICHEIROS-ORCAMENTO
               CLOSE ORLFILE
               STOP RUN
           END-IF.
           PERFORM ABRIR-FICHEIRO-DEPARTAMENTOS.
           PERFORM ABRIR-FICHEIRO-ORCAMENTOS.
           MOVE "S" TO WS-ORC-COM-LISTAGEM.
           PERFORM ESCREVER-CABECALHO-ORCAMENTO.
           PERFORM PROJETAR-ORCAMENTO THRU PROJETAR-ORCAMENTO-SAIDA.
           PERFORM ESCREVER-TOTAL-ORCAMENTO.
           PERFORM FECHAR-FICHEIROS-ORCAMENTO.
           CLOSE ORLFILE.
           MOVE "2" TO WS-TIPO-OPERACAO.
           MOVE WS-ORC-GERAL-PROJETADO TO WS-ORC-PROJ-ED.
           MOVE SPACES TO WS-EVENTO-DETALHE.
           STRING "VERIFICACAO DE ORCAMENTO " DELIMITED BY SIZE
               PARM-ANO-VIGOR    DELIMITED BY SIZE
               " PROJETADO "     DELIMITED BY SIZE
               WS-ORC-PROJ-ED    DELIMITED BY SIZE
               " EXCEDIDOS "     DELIMITED BY SIZE
               WS-ORC-EXCEDIDOS  DELIMITED BY SIZE
               INTO WS-EVENTO-DETALHE
           END-STRING.
           PERFORM REGISTAR-AUDITORIA-ORCAMENTO.
           DISPLAY "VERIFICACAO TERMINADA - RELATORIO EM "
               "ORCAMENTO.LST".
           STOP RUN.

      *----------------------------------------------------------
      * GUARDA DE ORCAMENTO DO LOTE - ANTES DE TOMAR A JANELA E
      * DE ABRIR O EXTRACTO, A MESMA PROJECAO DO MODO (O)RCAMENTO
      * (SEM RELATORIO). SE ALGUM DEPARTAMENTO PASSA O ORCAMENTO
      * MAIS A TOLERANCIA, O LOTE SO ARRANCA COM AUTORIZACAO DE
      * UM SUPERVISOR, QUE FICA NA AUDITORIA (TIPO 2); A RECUSA
      * TERMINA COM CODIGO DE RETORNO 8. SEM ORCFICH.DAT NAO HA
      * ORCAMENTOS A RESPEITAR. UM ERRO NOS OUTROS FICHEIROS FICA
      * PARA A ABERTURA DO PROPRIO LOTE, QUE O TRATA.
      *----------------------------------------------------------
       VERIFICAR-ORCAMENTO-LOTE.
           PERFORM ABRIR-FICHEIRO-ORCAMENTOS.
           IF NOT ORCFILE-DISPONIVEL
               GO TO VERIFICAR-ORCAMENTO-SAIDA
           END-IF.
           OPEN INPUT EMPFILE.
           IF WS-EMP-STATUS NOT = "00"
               CLOSE ORCFILE
               GO TO VERIFICAR-ORCAMENTO-SAIDA
           END-IF.
           PERFORM ABRIR-FICHEIRO-DEPENDENTES.
           PERFORM ABRIR-FICHEIRO-AUSENCIAS.
           IF FILFILE-EM-ERRO OR AUSFILE-EM-ERRO
               PERFORM FECHAR-FICHEIROS-ORCAMENTO
               GO TO VERIFICAR-ORCAMENTO-SAIDA
           END-IF.
           PERFORM ABRIR-FICHEIRO-DEPARTAMENTOS.
           MOVE "N" TO WS-ORC-COM-LISTAGEM.
           PERFORM PROJETAR-ORCAMENTO THRU PROJETAR-ORCAMENTO-SAIDA.
           PERFORM FECHAR-FICHEIROS-ORCAMENTO.
           IF WS-ORC-EXCEDIDOS = 0
               DISPLAY "ORCAMENTO VERIFICADO - NENHUM DEPARTAMENTO "
                   "ACIMA DA TOLERANCIA."
               GO TO VERIFICAR-ORCAMENTO-SAIDA
           END-IF.
           MOVE WS-ORC-EXCESSO TO WS-ORC-VALOR-ED.
           DISPLAY WS-ORC-EXCEDIDOS " DEPARTAMENTO(S) ACIMA DO "
               "ORCAMENTO MAIS TOLERANCIA - EXCESSO " WS-ORC-VALOR-ED.
           IF NOT OPERADOR-SUPERVISOR AND NOT MODO-NOTURNO
               DISPLAY "SO UM SUPERVISOR PODE AUTORIZAR A CORRIDA "
                   "ACIMA DO ORCAMENTO."
               MOVE "V" TO WS-TIPO-OPERACAO
               MOVE "CORRIDA ACIMA DO ORCAMENTO NEGADA"
                   TO WS-EVENTO-DETALHE
               PERFORM REGISTAR-ACESSO-NEGADO
               GO TO VERIFICAR-ORCAMENTO-RECUSA
           END-IF.
           DISPLAY "AUTORIZAR A CORRIDA ACIMA DO ORCAMENTO (S/N):".
      *DE NOITE O PEDIDO TEM COLUNA PROPRIA NO CARTAO (O FORCAR
      *DA NOVA CORRIDA COMPLETA NAO O FAZ) E SO VALE COM A
      *AUTORIZACAO PREVIA DE UM SUPERVISOR PARA ESTE ANO E
      *TRANCHE; E ESSE SUPERVISOR QUE FICA NA AUDITORIA.
           IF MODO-NOTURNO
               MOVE CAR-ORCAMENTO TO WS-FORCAR
               DISPLAY WS-FORCAR
           ELSE
               ACCEPT WS-FORCAR
           END-IF.
           IF WS-FORCAR NOT = "S" AND WS-FORCAR NOT = "s"
               GO TO VERIFICAR-ORCAMENTO-RECUSA
           END-IF.
           MOVE WS-OPERADOR TO WS-AUT-SUPERVISOR.
           IF MODO-NOTURNO
               MOVE "O"              TO WS-AUT-PED-TIPO
               MOVE PARM-ANO-VIGOR   TO WS-AUT-PED-ANO
               MOVE WS-TRANCHE-ATUAL TO WS-AUT-PED-REFERENCIA
               PERFORM USAR-AUTORIZACAO-NOTURNA
                   THRU USAR-AUTORIZACAO-SAIDA
               IF NOT AUT-VALIDA
                   DISPLAY "SEM AUTORIZACAO PREVIA DE UM SUPERVISOR "
                       "(prog06) PARA PASSAR O ORCAMENTO."
                   MOVE "V" TO WS-TIPO-OPERACAO
                   MOVE "ORCAMENTO EXCEDIDO SEM AUTORIZACAO PREVIA"
                       TO WS-EVENTO-DETALHE
                   PERFORM REGISTAR-ACESSO-NEGADO
                   GO TO VERIFICAR-ORCAMENTO-RECUSA
               END-IF
           END-IF.
           MOVE "2" TO WS-TIPO-OPERACAO.
           MOVE SPACES TO WS-EVENTO-DETALHE.
           STRING "ORCAMENTO EXCEDIDO AUTORIZADO " DELIMITED BY SIZE
               PARM-ANO-VIGOR    DELIMITED BY SIZE
               " T"              DELIMITED BY SIZE
               WS-TRANCHE-ATUAL  DELIMITED BY SIZE
               " D"              DELIMITED BY SIZE
               WS-ORC-EXCEDIDOS  DELIMITED BY SIZE
               " +"              DELIMITED BY SIZE
               WS-ORC-VALOR-ED   DELIMITED BY SIZE
               " POR "           DELIMITED BY SIZE
               WS-AUT-SUPERVISOR DELIMITED BY SIZE
               INTO WS-EVENTO-DETALHE
           END-STRING.
           PERFORM REGISTAR-AUDITORIA-ORCAMENTO.
           GO TO VERIFICAR-ORCAMENTO-SAIDA.
       VERIFICAR-ORCAMENTO-RECUSA.
           DISPLAY "CORRIDA NAO INICIADA - ORCAMENTO EXCEDIDO. "
               "CODIGO DE RETORNO 8.".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       VERIFICAR-ORCAMENTO-SAIDA.
           EXIT.

      *----------------------------------------------------------
      * AUTORIZACAO PREVIA PARA A CADEIA NOTURNA - SO VALE A QUE
      * ESTA PENDENTE EM AUTNOT.DAT PARA O TIPO, ANO E TRANCHE
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

       ABRIR-FICHEIRO-ORCAMENTOS.
           MOVE "N" TO WS-ORCFILE-DISPONIVEL.
           OPEN INPUT ORCFILE.
           IF WS-ORC-STATUS = "00"
               MOVE "S" TO WS-ORCFILE-DISPONIVEL
           ELSE
               DISPLAY "AVISO: SEM ORCAMENTOS DE DEPARTAMENTO "
                   "(ORCFICH.DAT, ESTADO " WS-ORC-STATUS
                   ") - ORCAMENTO NAO VERIFICADO."
           END-IF.

       REGISTAR-AUDITORIA-ORCAMENTO.
           OPEN EXTEND AUDFILE.
           IF WS-AUD-STATUS = "05" OR WS-AUD-STATUS = "35"
               OPEN OUTPUT AUDFILE
           END-IF.
           PERFORM ESCREVER-AUDITORIA-EVENTO.
           CLOSE AUDFILE.

       FECHAR-FICHEIROS-ORCAMENTO.
           CLOSE EMPFILE.
           IF ORCFILE-DISPONIVEL
               CLOSE ORCFILE
           END-IF.
           IF DEPFILE-DISPONIVEL
               CLOSE DEPFILE
           END-IF.
           IF FILFILE-DISPONIVEL
               CLOSE FILFILE
           END-IF.
           IF AUSFILE-DISPONIVEL
               CLOSE AUSFILE
           END-IF.

      *----------------------------------------------------------
      * PROJECAO POR DEPARTAMENTO - O FICHEIRO DE EMPREGADOS E
      * LIDO PELA CHAVE DE DEPARTAMENTO E CADA EMPREGADO PASSA
      * PELO CALCULO DA SIMULACAO COM OS PARAMETROS EM VIGOR.
      * QUEM O LOTE REJEITARIA (FORA DOS LIMITES OU COM
      * DEPARTAMENTO FORA DO MESTRE) NAO CONTA.
      *----------------------------------------------------------
       PROJETAR-ORCAMENTO.
           MOVE 0 TO WS-ORC-DEP-PROJETADO.
           MOVE 0 TO WS-ORC-DEP-CABECAS.
           MOVE 0 TO WS-ORC-GERAL-PROJETADO.
           MOVE 0 TO WS-ORC-GERAL-ORCAMENTO.
           MOVE 0 TO WS-ORC-GERAL-CABECAS.
           MOVE 0 TO WS-ORC-EXCEDIDOS.
           MOVE 0 TO WS-ORC-SEM-ORCAMENTO.
           MOVE 0 TO WS-ORC-EXCESSO.
           MOVE "S" TO WS-ORC-PRIMEIRO.
           MOVE SPACES TO EMP-DEPARTAMENTO.
           START EMPFILE KEY IS NOT LESS THAN EMP-DEPARTAMENTO
               INVALID KEY
                   GO TO PROJETAR-ORCAMENTO-SAIDA
           END-START.
       PROJETAR-ORCAMENTO-LER.
           READ EMPFILE NEXT RECORD
               AT END
                   GO TO PROJETAR-ORCAMENTO-FIM
           END-READ.
           IF WS-ORC-PRIMEIRO = "S"
               MOVE EMP-DEPARTAMENTO TO WS-ORC-DEPARTAMENTO
               MOVE "N" TO WS-ORC-PRIMEIRO
           END-IF.
           IF EMP-DEPARTAMENTO NOT = WS-ORC-DEPARTAMENTO
               PERFORM FECHAR-DEPARTAMENTO-ORCAMENTO
               MOVE 0 TO WS-ORC-DEP-PROJETADO
               MOVE 0 TO WS-ORC-DEP-CABECAS
               MOVE EMP-DEPARTAMENTO TO WS-ORC-DEPARTAMENTO
           END-IF.
           MOVE EMP-IDADE TO IDADE.
           MOVE EMP-ANTIGUIDADE TO ANTIGUIDADE.
           PERFORM SIMULAR-CALCULO.
           IF SIM-VALIDO
               PERFORM VERIFICAR-DEPARTAMENTO-MESTRE
               IF DEPT-RECONHECIDO
                   ADD PREMIO-TOTAL TO WS-ORC-DEP-PROJETADO
                   ADD 1 TO WS-ORC-DEP-CABECAS
               END-IF
           END-IF.
           GO TO PROJETAR-ORCAMENTO-LER.
       PROJETAR-ORCAMENTO-FIM.
           IF WS-ORC-PRIMEIRO = "N"
               PERFORM FECHAR-DEPARTAMENTO-ORCAMENTO
           END-IF.
       PROJETAR-ORCAMENTO-SAIDA.
           EXIT.

      *----------------------------------------------------------
      * FECHO DE UM DEPARTAMENTO - ORCAMENTO DO ANO, DESVIO
      * (PROJETADO MENOS ORCAMENTO), PERCENTAGEM USADA E
      * SITUACAO. ACIMA DO ORCAMENTO MAIS A TOLERANCIA CONTA COMO
      * EXCEDIDO; NA GUARDA DO LOTE CADA EXCEDIDO E MOSTRADO.
      *----------------------------------------------------------
       FECHAR-DEPARTAMENTO-ORCAMENTO.
           ADD WS-ORC-DEP-PROJETADO TO WS-ORC-GERAL-PROJETADO.
           ADD WS-ORC-DEP-CABECAS   TO WS-ORC-GERAL-CABECAS.
           MOVE "N" TO WS-ORC-ENCONTRADO.
           IF ORCFILE-DISPONIVEL
               MOVE PARM-ANO-VIGOR      TO ORC-ANO
               MOVE WS-ORC-DEPARTAMENTO TO ORC-DEPARTAMENTO
               READ ORCFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-ORC-ENCONTRADO
               END-READ
           END-IF.
           MOVE 0 TO WS-ORC-USADO.
           IF NOT ORC-ENCONTRADO
               MOVE 0 TO ORC-VALOR
               MOVE 0 TO ORC-TOLERANCIA
               MOVE WS-ORC-DEP-PROJETADO TO WS-ORC-DESVIO
               MOVE "SEM ORCAMENTO" TO WS-ORC-SITUACAO
               ADD 1 TO WS-ORC-SEM-ORCAMENTO
           ELSE
               ADD ORC-VALOR TO WS-ORC-GERAL-ORCAMENTO
               COMPUTE WS-ORC-DESVIO =
                   WS-ORC-DEP-PROJETADO - ORC-VALOR
               IF ORC-VALOR > 0
                   COMPUTE WS-ORC-USADO ROUNDED =
                       WS-ORC-DEP-PROJETADO * 100 / ORC-VALOR
                       ON SIZE ERROR
                           MOVE 99999.99 TO WS-ORC-USADO
                   END-COMPUTE
               END-IF
               COMPUTE WS-ORC-LIMITE ROUNDED =
                   ORC-VALOR + ORC-VALOR * ORC-TOLERANCIA / 100
               EVALUATE TRUE
                   WHEN WS-ORC-DEP-PROJETADO > WS-ORC-LIMITE
                       MOVE "EXCEDIDO" TO WS-ORC-SITUACAO
                       ADD 1 TO WS-ORC-EXCEDIDOS
                       COMPUTE WS-ORC-EXCESSO = WS-ORC-EXCESSO
                           + WS-ORC-DEP-PROJETADO - WS-ORC-LIMITE
                   WHEN WS-ORC-DEP-PROJETADO > ORC-VALOR
                       MOVE "NA TOLERANCIA" TO WS-ORC-SITUACAO
                   WHEN OTHER
                       MOVE "DENTRO" TO WS-ORC-SITUACAO
               END-EVALUATE
           END-IF.
           MOVE ORC-VALOR            TO WS-ORC-VALOR-ED.
           MOVE WS-ORC-DEP-PROJETADO TO WS-ORC-PROJ-ED.
           MOVE WS-ORC-DESVIO        TO WS-ORC-DESVIO-ED.
           MOVE WS-ORC-USADO         TO WS-ORC-USADO-ED.
           MOVE ORC-TOLERANCIA       TO WS-ORC-TOL-ED.
           IF ORC-COM-LISTAGEM
               PERFORM ESCREVER-LINHA-ORCAMENTO
           ELSE
               IF WS-ORC-SITUACAO = "EXCEDIDO"
                   DISPLAY "  DEPARTAMENTO " WS-ORC-DEPARTAMENTO
                       " ORCAMENTO " WS-ORC-VALOR-ED
                       " PROJETADO " WS-ORC-PROJ-ED
                       " USADO " WS-ORC-USADO-ED "%"
               END-IF
           END-IF.

      *----------------------------------------------------------
      * RELATORIO DA VERIFICACAO DE ORCAMENTO.
      *----------------------------------------------------------
       ESCREVER-CABECALHO-ORCAMENTO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATA-HORA.
           MOVE SPACES TO ORL-LINHA.
           STRING "VERIFICACAO DE ORCAMENTO DOS PREMIOS - ANO "
               DELIMITED BY SIZE
               PARM-ANO-VIGOR    DELIMITED BY SIZE
               "   EMITIDO EM "  DELIMITED BY SIZE
               WS-DATA-HORA      DELIMITED BY SIZE
               " POR "           DELIMITED BY SIZE
               WS-OPERADOR       DELIMITED BY SIZE
               INTO ORL-LINHA
           END-STRING.
           WRITE ORL-LINHA.
           MOVE SPACES TO ORL-LINHA.
           STRING "PROJECAO DO PREMIO ANUAL COM OS PARAMETROS EM "
               DELIMITED BY SIZE
               "VIGOR - NADA FOI PAGO NEM GRAVADO."
               DELIMITED BY SIZE
               INTO ORL-LINHA
           END-STRING.
           WRITE ORL-LINHA.
           MOVE SPACES TO ORL-LINHA.
           WRITE ORL-LINHA.
           MOVE SPACES TO ORL-LINHA.
           STRING "DEPT NOME                           CABECAS"
               DELIMITED BY SIZE
               "        ORCAMENTO        PROJETADO" DELIMITED BY SIZE
               "            DESVIO    USADO% TOL SITUACAO"
               DELIMITED BY SIZE
               INTO ORL-LINHA
           END-STRING.
           WRITE ORL-LINHA.

       ESCREVER-LINHA-ORCAMENTO.
           MOVE SPACES TO WS-ORC-DEP-NOME.
           IF DEPFILE-DISPONIVEL
               MOVE WS-ORC-DEPARTAMENTO TO DEP-CODIGO
               READ DEPFILE
                   INVALID KEY
                       MOVE "(SEM NOME NO MESTRE)" TO WS-ORC-DEP-NOME
                   NOT INVALID KEY
                       MOVE DEP-NOME TO WS-ORC-DEP-NOME
               END-READ
           END-IF.
           MOVE SPACES TO ORL-LINHA.
           STRING WS-ORC-DEPARTAMENTO DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               WS-ORC-DEP-NOME      DELIMITED BY SIZE
               "   "                DELIMITED BY SIZE
               WS-ORC-DEP-CABECAS   DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               WS-ORC-VALOR-ED      DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               WS-ORC-PROJ-ED       DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               WS-ORC-DESVIO-ED     DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               WS-ORC-USADO-ED      DELIMITED BY SIZE
               "  "                 DELIMITED BY SIZE
               WS-ORC-TOL-ED        DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               WS-ORC-SITUACAO      DELIMITED BY SIZE
               INTO ORL-LINHA
           END-STRING.
           WRITE ORL-LINHA.

       ESCREVER-TOTAL-ORCAMENTO.
           MOVE SPACES TO ORL-LINHA.
           WRITE ORL-LINHA.
           MOVE 0 TO WS-ORC-USADO.
           IF WS-ORC-GERAL-ORCAMENTO > 0
               COMPUTE WS-ORC-USADO ROUNDED =
                   WS-ORC-GERAL-PROJETADO * 100
                   / WS-ORC-GERAL-ORCAMENTO
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-ORC-USADO
               END-COMPUTE
           END-IF.
           COMPUTE WS-ORC-DESVIO =
               WS-ORC-GERAL-PROJETADO - WS-ORC-GERAL-ORCAMENTO.
           MOVE WS-ORC-GERAL-ORCAMENTO TO WS-ORC-VALOR-ED.
           MOVE WS-ORC-GERAL-PROJETADO TO WS-ORC-PROJ-ED.
           MOVE WS-ORC-DESVIO          TO WS-ORC-DESVIO-ED.
           MOVE WS-ORC-USADO           TO WS-ORC-USADO-ED.
           MOVE SPACES TO ORL-LINHA.
           STRING "EMPRESA                              "
               DELIMITED BY SIZE
               WS-ORC-GERAL-CABECAS DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               WS-ORC-VALOR-ED      DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               WS-ORC-PROJ-ED       DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               WS-ORC-DESVIO-ED     DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               WS-ORC-USADO-ED      DELIMITED BY SIZE
               INTO ORL-LINHA
           END-STRING.
           WRITE ORL-LINHA.
           MOVE SPACES TO ORL-LINHA.
           STRING "DEPARTAMENTOS ACIMA DO ORCAMENTO MAIS TOLERANCIA: "
               DELIMITED BY SIZE
               WS-ORC-EXCEDIDOS     DELIMITED BY SIZE
               "   SEM ORCAMENTO NO ANO: " DELIMITED BY SIZE
               WS-ORC-SEM-ORCAMENTO DELIMITED BY SIZE
               INTO ORL-LINHA
           END-STRING.
           WRITE ORL-LINHA.
           IF WS-ORC-EXCEDIDOS > 0
               MOVE WS-ORC-EXCESSO TO WS-ORC-VALOR-ED
               MOVE SPACES TO ORL-LINHA
               STRING "EXCESSO SOBRE A TOLERANCIA: " DELIMITED BY SIZE
                   WS-ORC-VALOR-ED  DELIMITED BY SIZE
                   " - O LOTE SO ARRANCA COM AUTORIZACAO DE UM "
                   DELIMITED BY SIZE
                   "SUPERVISOR."    DELIMITED BY SIZE
                   INTO ORL-LINHA
               END-STRING
               WRITE ORL-LINHA
           END-IF.
           IF NOT ORCFILE-DISPONIVEL
               MOVE SPACES TO ORL-LINHA
               STRING "SEM FICHEIRO DE ORCAMENTOS (ORCFICH.DAT)."
                   DELIMITED BY SIZE INTO ORL-LINHA
               END-STRING
               WRITE ORL-LINHA
           END-IF.

      *----------------------------------------------------------
      * MODO DELTA SUPLEMENTAR - PARA EMPREGADOS ADMITIDOS OU
      * CORRIGIDOS DEPOIS DA CORRIDA PRINCIPAL. SO CALCULA QUEM
      * PEQUENO (FOLHASUP.DAT) COM RELATORIO PROPRIO (RELSUP.LST).
      * EXIGE UMA CORRIDA COMPLETA JA REGISTADA PARA O ANO. AS
      * REDUCOES DE VALOR NAO GERAM EXTRACTO NEM REESCREVEM O
      * HISTORICO - O EXCESSO PAGO ABRE DIVIDA NA CONTA DE
      * REPOSICOES (RECUPER.DAT), DESCONTADA NOS PAGAMENTOS
      * SEGUINTES, PORQUE UM VALOR JA PAGO NAO SE COBRA DE VOLTA
      * POR EXTRACTO.
      *----------------------------------------------------------
       PROCESSAR-DELTA.
           MOVE "DELTA" TO WS-FEC-OPERACAO.
           PERFORM VERIFICAR-ANO-FECHADO
               THRU VERIFICAR-ANO-FECHADO-SAIDA.
           PERFORM ABRIR-REGISTO-CORRIDAS.
           IF WS-REG-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR O REGISTO DE CORRIDAS - "
               STOP RUN
           END-IF.
           PERFORM ABRIR-FICHEIRO-DEPARTAMENTOS.
           PERFORM ABRIR-FICHEIRO-REPOSICOES.
           PERFORM ABRIR-FICHEIRO-DEPENDENTES.
           IF FILFILE-EM-ERRO
               PERFORM FECHAR-FICHEIROS-DELTA
               STOP RUN
           END-IF.
           PERFORM ABRIR-FICHEIRO-AUSENCIAS.
           IF AUSFILE-EM-ERRO
               PERFORM FECHAR-FICHEIROS-DELTA
               STOP RUN
           END-IF.
           MOVE 0 TO WS-SUP-TOTAL.
           MOVE 0 TO WS-SUP-CONTADOR.
           MOVE 0 TO WS-SUP-NOVOS.
           MOVE 0 TO WS-SUP-ALTERADOS.
           MOVE 0 TO WS-SUP-REDUCOES.
           MOVE 0 TO WS-SUP-REPOSICOES.
           MOVE 0 TO WS-SUP-INVALIDOS.
           MOVE 0 TO WS-SUP-RETENCAO.
           MOVE 0 TO WS-SUP-LIQUIDO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ID-CORRIDA.
           PERFORM ESCREVER-CABECALHO-DELTA.
           MOVE "N" TO WS-FIM-EMPFILE.
           MOVE SPACES TO EMP-DEPARTAMENTO.
           GO TO DELTA-LER.
       DELTA-FIM.
           PERFORM ESCREVER-RODAPE-DELTA.
           PERFORM GERAR-DIARIO-DELTA THRU GERAR-DIARIO-DELTA-SAIDA.
           ADD 1 TO REG-SUPLEMENTOS.
           REWRITE REG-REC.
           PERFORM FECHAR-FICHEIROS-DELTA.
           DISPLAY "CORRIDA DELTA TERMINADA - " WS-SUP-CONTADOR
               " PAGAMENTOS SUPLEMENTARES.".
           MOVE 0 TO RETURN-CODE.
           IF NOT DIARIO-LIBERTADO
               DISPLAY "DIARIO CONTABILISTICO RETIDO - VER O "
                   "RELATORIO. CODIGO DE RETORNO 8."
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE WS-SUP-TOTAL   TO WS-JOB-VALOR-ED.
           MOVE WS-SUP-LIQUIDO TO WS-JOB-VALOR2-ED.
           MOVE SPACES TO WS-JOB-DETALHE.
           STRING "DELTA PAGAMENTOS "  DELIMITED BY SIZE
               WS-SUP-CONTADOR        DELIMITED BY SIZE
               " BRUTO "              DELIMITED BY SIZE
               WS-JOB-VALOR-ED        DELIMITED BY SIZE
               " LIQUIDO "            DELIMITED BY SIZE
               WS-JOB-VALOR2-ED       DELIMITED BY SIZE
               INTO WS-JOB-DETALHE
           END-STRING.
           PERFORM ESCREVER-TOTAIS-NOTURNO.
           STOP RUN.

       VERIFICAR-TRANCHE-REGISTADA.
           IF DEPFILE-DISPONIVEL
               CLOSE DEPFILE
           END-IF.
           IF RECFILE-DISPONIVEL
               CLOSE RECFILE
           END-IF.
           IF FILFILE-DISPONIVEL
               CLOSE FILFILE
           END-IF.
           IF AUSFILE-DISPONIVEL
               CLOSE AUSFILE
           END-IF.
           CLOSE REGFILE.
           PERFORM LIBERTAR-BLOQUEIO-LOTE.

      *----------------------------------------------------------
       PROCESSAR-UM-EMPREGADO-DELTA.
           PERFORM DERIVAR-IDADE-ANTIGUIDADE.
           PERFORM CONTAR-FILHOS-ELEGIVEIS
               THRU CONTAR-FILHOS-SAIDA.
           COMPUTE LIMITES = IDADE - PARM-IDADE-MIN.
           MOVE 0 TO PREMIO-IDADE.
           MOVE 0 TO PREMIO-ANTIGUIDADE.
           MOVE 0 TO PREMIO-FILHOS.
           MOVE 0 TO PREMIO-TOTAL.
           MOVE 0 TO WS-RED-VALOR.
           MOVE "S" TO WS-DELTA-VALIDO.
           PERFORM CALCULAR-PRORATA THRU CALCULAR-PRORATA-SAIDA.
           IF SAIU-ANTES-DO-ANO
      *SAIDA ANTECIPADA PARA ANO ANTERIOR DEPOIS DE PAGO O ANO -
      *TUDO O QUE FOI PAGO FICA A REPOR.
               MOVE 0 TO WS-ANUAL-PREMIO
               MOVE 0 TO WS-ANUAL-RETENCAO
               MOVE "D" TO WS-REC-ORIGEM
               PERFORM APURAR-REPOSICAO-EMPREGADO
                   THRU APURAR-REPOSICAO-SAIDA
               IF WS-REC-DIVIDA-NOVA > 0
                   ADD 1 TO WS-SUP-REDUCOES
                   ADD WS-REC-DIVIDA-NOVA TO WS-SUP-REPOSICOES
                   PERFORM ESCREVER-LINHA-DELTA-REDUCAO
               END-IF
               GO TO PROCESSAR-DELTA-SAIDA
           END-IF.
           PERFORM VERIFICAR-DEPARTAMENTO-MESTRE.
                   PERFORM CALCULAR-PREMIO-IDADE
                       THRU CALCULO-PREMIO-FILHOS
                   PERFORM CALCULAR-PREMIO-TOTAL
                   PERFORM APLICAR-REDUCAO-ASSIDUIDADE
                       THRU APLICAR-REDUCAO-SAIDA
                   PERFORM CALCULAR-RETENCAO
      *NO DELTA NAO HA CORTE POR TRANCHE - OS VALORES ANUAIS VAO
      *DIRETOS PARA O HISTORICO.
                   ADD 1 TO WS-SUP-NOVOS
                   PERFORM ATUALIZAR-HISTORICO-EMPREGADO
                   PERFORM ESCREVER-LINHA-DELTA-NOVO
                   PERFORM ESCREVER-LINHA-DELTA-ASSIDUIDADE
               ELSE
                   PERFORM ESCREVER-LINHA-DELTA-REJEITADO
               END-IF
      *JA FOI PAGO ESTE ANO E OS DADOS ATUAIS JA NAO PASSAM NAS
      *VALIDACOES - E EXATAMENTE O CASO "CORRIGIDO DEPOIS DA
      *CORRIDA" E TEM DE APARECER NO RELATORIO, NAO DESAPARECER.
      *O DEVIDO PASSA A ZERO E O QUE FOI PAGO FICA A REPOR.
               ADD 1 TO WS-SUP-INVALIDOS
               MOVE 0 TO WS-ANUAL-PREMIO
               MOVE 0 TO WS-ANUAL-RETENCAO
               MOVE "D" TO WS-REC-ORIGEM
               PERFORM APURAR-REPOSICAO-EMPREGADO
                   THRU APURAR-REPOSICAO-SAIDA
               ADD WS-REC-DIVIDA-NOVA TO WS-SUP-REPOSICOES
               PERFORM ESCREVER-LINHA-DELTA-INVALIDO
               GO TO PROCESSAR-DELTA-SAIDA
           END-IF.
               ADD 1 TO WS-SUP-ALTERADOS
               PERFORM ATUALIZAR-HISTORICO-EMPREGADO
               PERFORM ESCREVER-LINHA-DELTA-AJUSTE
               PERFORM ESCREVER-LINHA-DELTA-ASSIDUIDADE
           ELSE
      *REDUCAO - O HISTORICO FICA COM O QUE FOI PAGO E O EXCESSO
      *ABRE DIVIDA NA CONTA DE REPOSICOES, A DESCONTAR NOS
      *PAGAMENTOS SEGUINTES.
               ADD 1 TO WS-SUP-REDUCOES
               MOVE "D" TO WS-REC-ORIGEM
               PERFORM APURAR-REPOSICAO-EMPREGADO
                   THRU APURAR-REPOSICAO-SAIDA
               ADD WS-REC-DIVIDA-NOVA TO WS-SUP-REPOSICOES
               PERFORM ESCREVER-LINHA-DELTA-REDUCAO
               PERFORM ESCREVER-LINHA-DELTA-ASSIDUIDADE
           END-IF.
       PROCESSAR-DELTA-SAIDA.
           EXIT.
           MOVE WS-DELTA-LIQUIDO  TO SUP-VALOR-LIQUIDO.
           WRITE SUP-REC.
           ADD WS-DELTA-VALOR TO WS-SUP-TOTAL.
           ADD WS-DELTA-RETENCAO TO WS-SUP-RETENCAO.
           ADD WS-DELTA-LIQUIDO TO WS-SUP-LIQUIDO.
           ADD 1 TO WS-SUP-CONTADOR.
           MOVE "L" TO WS-TIPO-OPERACAO.
           PERFORM ESCREVER-LINHA-AUDITORIA.

      *----------------------------------------------------------
      * DIARIO CONTABILISTICO DO DELTA - LANCAMENTO PROPRIO
      * (ORIGEM S, DIARIOSP.DAT) FEITO DA MESMA FORMA QUE O DO
      * LOTE A PARTIR DO EXTRACTO SUPLEMENTAR, QUE SO TEM BRUTO,
      * RETENCAO E LIQUIDO. CONFERIDO COM OS TOTAIS DO DELTA.
      *----------------------------------------------------------
       GERAR-DIARIO-DELTA.
           MOVE "S" TO WS-DGL-ORIGEM.
           MOVE "DIARIOSP.DAT" TO WS-NOME-DGLFILE.
           MOVE WS-SUP-TOTAL    TO WS-DGL-CORR-PREMIO.
           MOVE WS-SUP-RETENCAO TO WS-DGL-CORR-RETENCAO.
           MOVE WS-SUP-LIQUIDO  TO WS-DGL-CORR-LIQUIDO.
           MOVE 0 TO WS-DGL-CORR-RECUPERADO.
           MOVE 0 TO WS-DGL-CORR-PENHORADO.
           MOVE "S" TO WS-DGL-PROVA.
           PERFORM INICIAR-DIARIO.
           IF NOT DIARIO-CONSTRUIDO
               GO TO GERAR-DIARIO-DELTA-FIM
           END-IF.
           CLOSE SUPFILE.
           OPEN INPUT SUPFILE.
           IF WS-SUP-STATUS NOT = "00"
               DISPLAY "ERRO AO RELER O EXTRACTO SUPLEMENTAR PARA O "
                   "DIARIO - ESTADO " WS-SUP-STATUS
               MOVE "N" TO WS-DGL-CONSTRUIDO
               CLOSE DGTFILE
               GO TO GERAR-DIARIO-DELTA-FIM
           END-IF.
       GERAR-DIARIO-DELTA-LER.
           READ SUPFILE
               AT END
                   GO TO GERAR-DIARIO-DELTA-FECHAR
           END-READ.
           MOVE SUP-MATRICULA    TO WS-DGL-MATRICULA.
           MOVE SUP-VALOR-PREMIO TO WS-DGL-PREMIO.
           PERFORM ACUMULAR-DEBITO-DIARIO.
           ADD SUP-VALOR-RETENCAO TO WS-DGL-RETENCAO.
           ADD SUP-VALOR-LIQUIDO  TO WS-DGL-LIQUIDO.
           GO TO GERAR-DIARIO-DELTA-LER.
       GERAR-DIARIO-DELTA-FECHAR.
           PERFORM FECHAR-LINHAS-DIARIO.
       GERAR-DIARIO-DELTA-FIM.
           PERFORM AVALIAR-DIARIO THRU AVALIAR-DIARIO-SAIDA.
       GERAR-DIARIO-DELTA-SAIDA.
           EXIT.

      *----------------------------------------------------------
      * RELATORIO DA CORRIDA DELTA.
      *----------------------------------------------------------

       ESCREVER-LINHA-DELTA-REDUCAO.
           MOVE SPACES TO RSU-LINHA.
           IF WS-REC-DIVIDA-NOVA > 0
               MOVE WS-REC-DIVIDA-NOVA TO PREMIO-TOTAL-ED
               STRING
                   EMP-MATRICULA   DELIMITED BY SIZE
                   " "             DELIMITED BY SIZE
                   EMP-NOME        DELIMITED BY SIZE
                   " REDUCAO - REPOSICAO ABERTA " DELIMITED BY SIZE
                   PREMIO-TOTAL-ED DELIMITED BY SIZE
                   INTO RSU-LINHA
               END-STRING
           ELSE
               IF RECFILE-DISPONIVEL
                   STRING
                       EMP-MATRICULA   DELIMITED BY SIZE
                       " "             DELIMITED BY SIZE
                       EMP-NOME        DELIMITED BY SIZE
                       " REDUCAO - EXCESSO JA RECONHECIDO"
                                       DELIMITED BY SIZE
                       INTO RSU-LINHA
                   END-STRING
               ELSE
                   STRING
                       EMP-MATRICULA   DELIMITED BY SIZE
                       " "             DELIMITED BY SIZE
                       EMP-NOME        DELIMITED BY SIZE
                       " *** REDUCAO DE VALOR - TRATAR MANUALMENTE ***"
                                       DELIMITED BY SIZE
                       INTO RSU-LINHA
                   END-STRING
               END-IF
           END-IF.
           WRITE RSU-LINHA.

      *UMA REDUCAO POR FALTAS OU SANCOES E MUITAS VEZES A RAZAO
      *DE O DELTA MEXER NO VALOR - SAI EXPLICADA NA LINHA SEGUINTE.
       ESCREVER-LINHA-DELTA-ASSIDUIDADE.
           IF WS-RED-VALOR > 0
               MOVE WS-RED-VALOR TO WS-RED-VALOR-ED
               MOVE SPACES TO RSU-LINHA
               STRING "       REDUCAO ASSIDUIDADE/DISCIPLINA: "
                                     DELIMITED BY SIZE
                   WS-RED-MOTIVO     DELIMITED BY SIZE
                   " "               DELIMITED BY SIZE
                   WS-RED-PERCENT    DELIMITED BY SIZE
                   "% RETIRADO "     DELIMITED BY SIZE
                   WS-RED-VALOR-ED   DELIMITED BY SIZE
                   INTO RSU-LINHA
               END-STRING
               WRITE RSU-LINHA
           END-IF.

       ESCREVER-LINHA-DELTA-INVALIDO.
           MOVE SPACES TO RSU-LINHA.
           IF WS-REC-DIVIDA-NOVA > 0
               MOVE WS-REC-DIVIDA-NOVA TO PREMIO-TOTAL-ED
               STRING
                   EMP-MATRICULA   DELIMITED BY SIZE
                   " "             DELIMITED BY SIZE
                   EMP-NOME        DELIMITED BY SIZE
                   " *** DADOS INVALIDOS APOS CORRIDA - REPOSICAO "
                                   DELIMITED BY SIZE
                   "ABERTA "       DELIMITED BY SIZE
                   PREMIO-TOTAL-ED DELIMITED BY SIZE
                   INTO RSU-LINHA
               END-STRING
           ELSE
               STRING
                   EMP-MATRICULA   DELIMITED BY SIZE
                   " "             DELIMITED BY SIZE
                   EMP-NOME        DELIMITED BY SIZE
                   " *** DADOS INVALIDOS APOS CORRIDA - TRATAR "
                                   DELIMITED BY SIZE
                   "MANUALMENTE ***" DELIMITED BY SIZE
                   INTO RSU-LINHA
               END-STRING
           END-IF.
           WRITE RSU-LINHA.

       ESCREVER-LINHA-DELTA-REJEITADO.
               WS-SUP-NOVOS      DELIMITED BY SIZE
               "  AJUSTES: "     DELIMITED BY SIZE
               WS-SUP-ALTERADOS  DELIMITED BY SIZE
               "  REDUCOES: "    DELIMITED BY SIZE
               WS-SUP-REDUCOES   DELIMITED BY SIZE
               "  INVALIDOS ASSINALADOS: " DELIMITED BY SIZE
               WS-SUP-INVALIDOS  DELIMITED BY SIZE
               INTO RSU-LINHA
           END-STRING.
           WRITE RSU-LINHA.
           MOVE WS-SUP-REPOSICOES TO WS-TOTAL-ED.
           MOVE SPACES TO RSU-LINHA.
           STRING "REPOSICOES ABERTAS NA CONTA CORRENTE: "
                               DELIMITED BY SIZE
               WS-TOTAL-ED     DELIMITED BY SIZE
               INTO RSU-LINHA
           END-STRING.
           WRITE RSU-LINHA.

      *----------------------------------------------------------
      * ANO FECHADO - DEPOIS DO FECHO NO prog20 O ANO EM VIGOR JA
      * NAO ACEITA LOTE, CORRECAO NEM DELTA. SO UM SUPERVISOR O
      * REABRE, NO prog20, COM MOTIVO NA AUDITORIA. SEM FICHEIRO
      * DE FECHOS NENHUM ANO ESTA FECHADO; UM FICHEIRO ILEGIVEL
      * PARA A CORRIDA, PARA NAO SE ALTERAR UM ANO TALVEZ FECHADO.
      * A RECUSA FICA NA AUDITORIA.
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
           MOVE PARM-ANO-VIGOR TO FEC-ANO.
           READ FECFILE
               INVALID KEY
                   MOVE SPACES TO FEC-ESTADO
           END-READ.
           CLOSE FECFILE.
           IF NOT FEC-FECHADO
               GO TO VERIFICAR-ANO-FECHADO-SAIDA
           END-IF.
           DISPLAY "O ANO " PARM-ANO-VIGOR " ESTA FECHADO DESDE "
               FEC-DATA-HORA " (" FEC-OPERADOR ") - "
               WS-FEC-OPERACAO " NAO INICIADO.".
           DISPLAY "SO UM SUPERVISOR O PODE REABRIR, NO prog20.".
           MOVE "V" TO WS-TIPO-OPERACAO.
           MOVE SPACES TO WS-EVENTO-DETALHE.
           STRING WS-FEC-OPERACAO   DELIMITED BY SPACE
               " NEGADO - ANO "     DELIMITED BY SIZE
               PARM-ANO-VIGOR       DELIMITED BY SIZE
               " FECHADO"           DELIMITED BY SIZE
               INTO WS-EVENTO-DETALHE
           END-STRING.
           PERFORM REGISTAR-ACESSO-NEGADO.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       VERIFICAR-ANO-FECHADO-SAIDA.
           EXIT.

       END PROGRAM prog05.
