      *              SE REESCREVEM OS MESTRES, E O ECRA MOSTRA
      *              QUEM TEM O BLOQUEIO E DESDE QUANDO. UM
      *              BLOQUEIO ABANDONADO LIMPA-SE NO prog06.
      * 15/10/2026 - CONTA DE GASTO (DEP-CONTA-GASTO) NO FIM DO
      *              REGISTO DE DEPFICH.DAT.
      * 15/10/2026 - O SIGN-ON RECUSA O PERFIL N (OPERADOR DE SERVICO,
      *              SO USADO NA CADEIA NOTURNA), COM A RECUSA NA
      *              AUDITORIA.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 DEP-NOME             PIC X(30).
           05 DEP-RESPONSAVEL      PIC X(30).
           05 DEP-ATIVO            PIC X.
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
               DISPLAY "OPERADOR BLOQUEADO - CONTACTAR UM SUPERVISOR."
               GO TO VERIFICAR-OPERADOR-SAIDA
           END-IF.
           IF OPE-E-SERVICO
               MOVE "OPERADOR DE SERVICO NO ECRA" TO WS-DETALHE-RECUSA
               PERFORM REGISTAR-ACESSO-NEGADO
               DISPLAY "OPERADOR DE SERVICO - SO NA CADEIA NOTURNA."
               GO TO VERIFICAR-OPERADOR-SAIDA
           END-IF.
           IF OPE-SENHA NOT = WS-SENHA
               IF OPE-FALHAS < 9
                   ADD 1 TO OPE-FALHAS
