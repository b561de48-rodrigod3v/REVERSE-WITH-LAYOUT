      * Date:02/09/2026
      * Purpose: DESK INQUIRY OVER THE INDEXED PFCADAST MASTER. READS
      *          ONE PARAMETER RECORD (PFCONPRM.DAT: TIPO 'C' = CHAVE,
      *          'N' = ULTIMO-NOME FULL OR LEADING CHARACTERS, 'F' =
      *          CPF, ELEVEN DIGITS) AND
      *          PRINTS EVERY MATCHING REGISTRANT IN THE SAME FORMAT
      *          THE NIGHTLY BATCH PRINTS THEM -- NAME, EVERY PHONE
      *          AND ADDRESS OCCURRENCE, NATIONALITY/PASSPORT BLOCK
      *          RIGHT SILVA OUT OF A HOMONYM GROUP WHILE THE CALLER
      *          IS ON THE LINE. THE NAME SEARCH STARTS ON THE
      *          PF-ULTIMO-NOME ALTERNATE KEY THE CONVERSION BUILT
      *          FOR EXACTLY THIS QUESTION; THE CPF SEARCH USES THE
      *          PF-CPF ALTERNATE KEY THE SAME WAY.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS PF-CHAVE-REGISTRO
               ALTERNATE RECORD KEY IS PF-ULTIMO-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PF-CPF
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PFCADAST.

           SELECT PFRUNLOG ASSIGN TO 'PFRUNLOG.DAT'
           05  PRM-TIPO-CONSULTA        PIC X(01).
               88  CONSULTA-POR-CHAVE              VALUE 'C'.
               88  CONSULTA-POR-NOME               VALUE 'N'.
               88  CONSULTA-POR-CPF                VALUE 'F'.
           05  FILLER                   PIC X(01).
           05  PRM-ARGUMENTO            PIC X(20).

           05  PF-PRIMEIRO-NOME         PIC X(15).
           05  PF-ULTIMO-NOME           PIC X(20).
           05  FILLER                   PIC X(363).
           05  PF-CPF                   PIC X(11).
           05  FILLER                   PIC X(35).

       FD  PFRUNLOG
           LABEL RECORDS ARE STANDARD.
       77  WS-TIPO-CONSULTA        PIC X(01) VALUE SPACES.
           88  WS-CONSULTA-CHAVE               VALUE 'C'.
           88  WS-CONSULTA-NOME                VALUE 'N'.
           88  WS-CONSULTA-CPF                 VALUE 'F'.
       77  WS-ARGUMENTO-NOME       PIC X(20) VALUE SPACES.
       77  WS-TAM-ARGUMENTO        PIC 99    VALUE ZEROS.
       77  WS-CHAVE-CONSULTA       PIC 9(06) VALUE ZEROS.
       77  WS-CPF-CONSULTA         PIC X(11) VALUE SPACES.
       77  WS-EOF-PFCADAST         PIC X(01) VALUE 'N'.
           88  END-OF-FILE-PFCADAST            VALUE 'S'.
       77  WS-FIM-DA-FAIXA         PIC X(01) VALUE 'N'.
               STOP RUN
           END-IF

           EVALUATE TRUE
               WHEN WS-CONSULTA-CHAVE
                   PERFORM 1000-CONSULTA-POR-CHAVE
               WHEN WS-CONSULTA-CPF
                   PERFORM 2500-CONSULTA-POR-CPF
               WHEN OTHER
                   PERFORM 2000-CONSULTA-POR-NOME
           END-EVALUATE

           DISPLAY ' '
           DISPLAY WS-TOTAL-ENCONTRADOS ' REGISTROS ENCONTRADOS'
           STOP RUN.

      *>  One parameter record decides the whole run: 'C' plus a
      *>  numeric chave, 'N' plus the surname (full or just the
      *>  leading characters), or 'F' plus the eleven CPF digits
      *>  (punctuation already stripped by the desk). Anything else
      *>  is a fatal stop -- the desk gets an immediate message
      *>  instead of an empty answer it might mistake for "not
      *>  registered".
       0100-LE-PARAMETROS.

           OPEN INPUT PFCONPRM
           READ PFCONPRM
               AT END
                   DISPLAY 'ERRO FATAL: PFCONPRM VAZIO - INFORMAR '
                       'TIPO (C/N/F) E ARGUMENTO DA CONSULTA'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               NOT AT END
           CLOSE PFCONPRM

           IF NOT WS-CONSULTA-CHAVE AND NOT WS-CONSULTA-NOME
           AND NOT WS-CONSULTA-CPF
               DISPLAY 'ERRO FATAL: TIPO DE CONSULTA INVALIDO - '
                   'USAR C (CHAVE), N (ULTIMO NOME) OU F (CPF)'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

      *>  The CPF is only ever searched whole: a partial CPF would
      *>  bring back unrelated registrants.
           IF WS-CONSULTA-CPF
               IF WS-TAM-ARGUMENTO = 11
               AND WS-ARGUMENTO-NOME (1:11) IS NUMERIC
                   MOVE WS-ARGUMENTO-NOME (1:11) TO WS-CPF-CONSULTA
               ELSE
                   DISPLAY 'ERRO FATAL: CPF DA CONSULTA DEVE TER 11 '
                       'DIGITOS'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           IF WS-CONSULTA-NOME
               IF WS-TAM-ARGUMENTO = ZEROS
                   DISPLAY 'ERRO FATAL: ARGUMENTO DO NOME EM BRANCO'
                   MOVE 16 TO RETURN-CODE

           .

      *>  The CPF alternate key allows duplicates (the nightly
      *>  rejects a second chave with the same CPF, but records that
      *>  predate the check may share one), so every chave carrying
      *>  the CPF is listed.
       2500-CONSULTA-POR-CPF.

           MOVE WS-CPF-CONSULTA TO PF-CPF
           START PFCADAST KEY = PF-CPF
           IF WS-FS-PFCADAST NOT = '00'
               MOVE 'S' TO WS-FIM-DA-FAIXA
           END-IF

           PERFORM UNTIL FIM-DA-FAIXA
               READ PFCADAST NEXT RECORD INTO WS-DADOS-PESSOA
                   AT END
                       MOVE 'S' TO WS-FIM-DA-FAIXA
                   NOT AT END
                       IF WS-CPF = WS-CPF-CONSULTA
                           PERFORM 3000-EXIBE-REGISTRO
                       ELSE
                           MOVE 'S' TO WS-FIM-DA-FAIXA
                       END-IF
               END-READ
           END-PERFORM

           IF WS-TOTAL-ENCONTRADOS = ZEROS
               DISPLAY 'NENHUM REGISTRO COM CPF ' WS-CPF-CONSULTA
           END-IF

           .

      *>  Same block the nightly batch prints per registrant, with the
      *>  chave on top so the desk can quote it back to the caller.
       3000-EXIBE-REGISTRO.
           END-PERFORM

           DISPLAY '4 - NACIONALIDADE: '  WS-NACIONALIDADE
           IF WS-CPF NOT = SPACES
               DISPLAY '    CPF: ' WS-CPF (1:3) '.' WS-CPF (4:3) '.'
                                   WS-CPF (7:3) '-' WS-CPF (10:2)
           END-IF
           IF WS-NACIONALIDADE NOT = 'BR'
               DISPLAY '    PASSAPORTE: '     WS-NUM-PASSAPORTE
                                              ' VISTO: ' WS-TIPO-VISTO
