      *              DESMARCAR E RESERVADO AO PERFIL DE SUPERVISOR
      *              E FICA NA AUDITORIA; A CONSULTA E LIVRE PARA
      *              QUALQUER OPERADOR AUTENTICADO.
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
      * 15/10/2026 - O SIGN-ON RECUSA O PERFIL N (OPERADOR DE SERVICO,
      *              SO USADO NA CADEIA NOTURNA), COM A RECUSA NA
      *              AUDITORIA.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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

       FD  OPEFILE.
       01  OPE-REC.
           05 OPE-SENHA            PIC X(8).
           05 OPE-PERFIL           PIC X.
              88 OPE-E-SUPERVISOR  VALUE "S".
              88 OPE-E-SERVICO     VALUE "N".
           05 OPE-FALHAS           PIC 9(1).
           05 OPE-BLOQUEADO        PIC X.
              88 OPE-ESTA-BLOQUEADO VALUE "S".
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0501
               GO TO VERIFICAR-OPERADOR-SAIDA
           END-IF.
           IF OPE-E-SERVICO
               MOVE "OPERADOR DE SERVICO NO ECRA"
                   TO WS-DETALHE-AUDITORIA
               MOVE "V" TO WS-TIPO-OPERACAO
               PERFORM REGISTAR-AUDITORIA-QUADRO
               DISPLAY "OPERADOR DE SERVICO - SO NA CADEIA NOTURNA."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0501
               GO TO VERIFICAR-OPERADOR-SAIDA
           END-IF.
           IF OPE-SENHA NOT = WS-SENHA
               IF OPE-FALHAS < 9
                   ADD 1 TO OPE-FALHAS
