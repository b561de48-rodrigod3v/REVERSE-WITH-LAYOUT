      *          THE FLAT BEFORE/AFTER IMAGES WITH THE LAYOUT001
      *          RECORD AND PRINTS ONLY THE FIELDS THAT DIFFER (OLD ->
      *          NEW) UNDER THE AUDIT'S DATA-HORA AND OPERADOR, SO
      *          COMPLIANCE STOPS EYEBALLING TWO 450-CHARACTER
      *          STRINGS. SELECTION (ALL OPTIONAL, VIA PFAUDPRM.DAT):
      *          CHAVE, DATE RANGE AND OPERADOR.
      * Tectonics: cobc
           05  FILLER                   PIC X(01).
           05  AUD-CAMPO-ALTERADO       PIC X(15).
           05  FILLER                   PIC X(01).
           05  AUD-DIGITACAO            PIC X(21).
           05  FILLER                   PIC X(01).
           05  AUD-REGISTRO-ANTES       PIC X(450).
           05  FILLER                   PIC X(01).
           05  AUD-REGISTRO-DEPOIS      PIC X(450).

       FD  PFAUDPRM
           LABEL RECORDS ARE STANDARD.
           05  WS-CAB-CAMPO         PIC X(15).
           05  FILLER               PIC X(29) VALUE SPACES.

      *>  Printed under the header only when the change came through
      *>  the desk with the time it was keyed; the header time is
      *>  always when it reached the file.
       01  WS-LIN-DIGITACAO.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(13) VALUE 'DIGITADO EM: '.
           05  WS-DIG-DATA-HORA     PIC X(21).
           05  FILLER               PIC X(58) VALUE SPACES.

       01  WS-LIN-DIFERENCA.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DIF-CAMPO         PIC X(16).
           MOVE AUD-OPERADOR        TO WS-CAB-OPERADOR
           MOVE AUD-CAMPO-ALTERADO  TO WS-CAB-CAMPO
           WRITE REL-LINHA FROM WS-CAB-AUDITORIA
           IF AUD-DIGITACAO NOT = SPACES
               MOVE AUD-DIGITACAO   TO WS-DIG-DATA-HORA
               WRITE REL-LINHA FROM WS-LIN-DIGITACAO
           END-IF

           PERFORM 3000-COMPARA-CAMPOS

               MOVE DEP-VALIDADE-VISTO TO WS-DIF-DEPOIS
               PERFORM 3100-IMPRIME-DIFERENCA
           END-IF
           IF ANT-CPF NOT = DEP-CPF
               MOVE 'CPF'             TO WS-DIF-CAMPO
               MOVE ANT-CPF           TO WS-DIF-ANTES
               MOVE DEP-CPF           TO WS-DIF-DEPOIS
               PERFORM 3100-IMPRIME-DIFERENCA
           END-IF

           .

