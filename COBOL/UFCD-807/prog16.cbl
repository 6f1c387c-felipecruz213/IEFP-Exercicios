      *              PARA ONDE VAI O DINHEIRO - COM AS RECUSAS NA
      *              AUDITORIA. A CONSULTA DA FILA CONTINUA LIVRE
      *              PARA QUALQUER OPERADOR AUTENTICADO.
      * 15/10/2026 - O SIGN-ON RECUSA O PERFIL N (OPERADOR DE SERVICO,
      *              SO USADO NA CADEIA NOTURNA), COM A RECUSA NA
      *              AUDITORIA.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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
               PERFORM REGISTAR-ACESSO-NEGADO
               DISPLAY "OPERADOR DE SERVICO - SO NA CADEIA NOTURNA."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0501
               GO TO VERIFICAR-OPERADOR-SAIDA
           END-IF.
           IF OPE-SENHA NOT = WS-SENHA
               IF OPE-FALHAS < 9
                   ADD 1 TO OPE-FALHAS
