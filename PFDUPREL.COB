      *          MERGE-CANDIDATE REPORT PFDUPREL.DAT WITH BOTH CHAVES,
      *          NAMES AND ADDRESSES, SO THE DESK CAN MERGE THEM
      *          BEFORE THE REGISTRANT GETS TWO LABELS IN THE MAIL.
      *          A SECOND PASS OVER THE PF-CPF ALTERNATE KEY PAIRS
      *          EVERY TWO CHAVES CARRYING THE SAME CPF, WHATEVER THE
      *          NAMES; HOMONYMS WITH TWO DIFFERENT CPFS ARE DIFFERENT
      *          PEOPLE AND ARE LEFT OUT OF THE NAME PASS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS PF-CHAVE-REGISTRO
               ALTERNATE RECORD KEY IS PF-ULTIMO-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PF-CPF
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PFCADAST.

           SELECT PFDUPREL ASSIGN TO 'PFDUPREL.DAT'
           05  PF-PRIMEIRO-NOME         PIC X(15).
           05  PF-ULTIMO-NOME           PIC X(20).
           05  FILLER                   PIC X(363).
           05  PF-CPF                   PIC X(11).
           05  FILLER                   PIC X(35).

       FD  PFDUPREL
           LABEL RECORDS ARE STANDARD.
       77  WS-TOTAL-LIDOS          PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-PARES          PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-GRUPO-CHEIO    PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-CPF-CHEIO      PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-PARES-CPF      PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-CPF-DISTINTO   PIC 9(06) VALUE ZEROS.
       77  WS-FIM-CPF-DUP          PIC X(01) VALUE 'N'.
           88  FIM-CPF-DUP                     VALUE 'S'.
       77  WS-CPF-GRUPO            PIC X(11) VALUE SPACES.

       01  WS-NOME-GRUPO.
           05  WS-GRP-PRIMEIRO-NOME     PIC X(15).
      *>  overflows the fact is counted and reported rather than
      *>  silently compared against a truncated group.
       01  WS-TABELA-GRUPO.
           05  WS-GRUPO-IMAGEM          PIC X(450) OCCURS 50 TIMES.

       COPY 'LAYOUT001'.
       COPY 'LAYOUT001' REPLACING LEADING ==WS-== BY ==ANT-==.
               INPUT PROCEDURE IS 1000-LIBERA-CADASTRO
               OUTPUT PROCEDURE IS 2000-CONFRONTA-HOMONIMOS

           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'CHAVES COM O MESMO CPF' TO REL-LINHA
           WRITE REL-LINHA
           MOVE ALL '-' TO REL-LINHA
           WRITE REL-LINHA
           PERFORM 3000-CONFRONTA-CPF

           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           DISPLAY '===== RESUMO DA DETECCAO DE DUPLICADOS ====='
           DISPLAY 'REGISTROS LIDOS : ' WS-TOTAL-LIDOS
           DISPLAY 'PARES SUSPEITOS : ' WS-TOTAL-PARES
           DISPLAY '  POR CPF IGUAL : ' WS-TOTAL-PARES-CPF
           DISPLAY 'HOMONIMOS COM CPF DIFERENTE (IGNORADOS): '
               WS-TOTAL-CPF-DISTINTO
           IF WS-TOTAL-GRUPO-CHEIO > 0
               DISPLAY 'AVISO: ' WS-TOTAL-GRUPO-CHEIO ' REGISTRO(S) '
                   'ALEM DO LIMITE DE 50 HOMONIMOS NAO CONFRONTADOS'
           END-IF
           IF WS-TOTAL-CPF-CHEIO > 0
               DISPLAY 'AVISO: ' WS-TOTAL-CPF-CHEIO ' REGISTRO(S) '
                   'ALEM DO LIMITE DE 50 POR CPF NAO CONFRONTADOS'
           END-IF

           MOVE WS-TOTAL-LIDOS TO WS-RLG-CONTAGEM-1
           MOVE WS-TOTAL-PARES TO WS-RLG-CONTAGEM-2
               END-PERFORM
           END-IF

      *>  Both CPFs filled settles the question either way: equal
      *>  CPFs are reported by 3000-CONFRONTA-CPF (not twice here),
      *>  different CPFs are two people who happen to share a name
      *>  and a phone or address (family at the same house).
           IF WS-MOTIVO-PAR NOT = SPACES
               IF WS-CPF NOT = SPACES
               AND ANT-CPF NOT = SPACES
                   IF WS-CPF NOT = ANT-CPF
                       ADD 1 TO WS-TOTAL-CPF-DISTINTO
                   END-IF
               ELSE
                   PERFORM 2400-IMPRIME-PAR
               END-IF
           END-IF

           .
           WRITE REL-LINHA FROM WS-LIN-PAR

           MOVE SPACES TO REL-LINHA
           STRING '  ' ANT-CHAVE-REGISTRO ' ' ANT-CPF ' '
                  FUNCTION TRIM(ANT-PRIMEIRO-NOME) ' '
                  FUNCTION TRIM(ANT-ULTIMO-NOME) ' - '
                  FUNCTION TRIM(ANT-RUA (1)) ' '
           WRITE REL-LINHA

           MOVE SPACES TO REL-LINHA
           STRING '  ' WS-CHAVE-REGISTRO ' ' WS-CPF ' '
                  FUNCTION TRIM(WS-PRIMEIRO-NOME) ' '
                  FUNCTION TRIM(WS-ULTIMO-NOME) ' - '
                  FUNCTION TRIM(WS-RUA (1)) ' '

           .

      *>  Second pass, straight off the PF-CPF alternate key: blank
      *>  CPFs sort first and are skipped by starting past SPACES, so
      *>  each run of equal CPFs is one group and every record is
      *>  paired with each one already seen in its group -- the same
      *>  group table and pair printing the name pass uses.
       3000-CONFRONTA-CPF.

           MOVE 'N'    TO WS-FIM-CPF-DUP
           MOVE ZEROS  TO WS-QTD-GRUPO
           MOVE SPACES TO WS-CPF-GRUPO
           MOVE SPACES TO PF-CPF
           START PFCADAST KEY > PF-CPF
           IF WS-FS-PFCADAST NOT = '00'
               MOVE 'S' TO WS-FIM-CPF-DUP
           END-IF

           PERFORM UNTIL FIM-CPF-DUP
               READ PFCADAST NEXT RECORD INTO WS-DADOS-PESSOA
                   AT END
                       MOVE 'S' TO WS-FIM-CPF-DUP
                   NOT AT END
                       PERFORM 3100-AGRUPA-CPF
               END-READ
           END-PERFORM

           .

       3100-AGRUPA-CPF.

           IF WS-CPF = WS-CPF-GRUPO
           AND WS-QTD-GRUPO > 0
               MOVE 'CPF IGUAL' TO WS-MOTIVO-PAR
               PERFORM VARYING WS-IDX-GRP FROM 1 BY 1
                       UNTIL WS-IDX-GRP > WS-QTD-GRUPO
                   MOVE WS-GRUPO-IMAGEM (WS-IDX-GRP)
                       TO ANT-DADOS-PESSOA
                   ADD 1 TO WS-TOTAL-PARES-CPF
                   PERFORM 2400-IMPRIME-PAR
               END-PERFORM
               IF WS-QTD-GRUPO < 50
                   ADD 1 TO WS-QTD-GRUPO
                   MOVE WS-DADOS-PESSOA
                       TO WS-GRUPO-IMAGEM (WS-QTD-GRUPO)
               ELSE
                   ADD 1 TO WS-TOTAL-CPF-CHEIO
               END-IF
           ELSE
               MOVE WS-CPF TO WS-CPF-GRUPO
               MOVE 1 TO WS-QTD-GRUPO
               MOVE WS-DADOS-PESSOA TO WS-GRUPO-IMAGEM (1)
           END-IF

           .

       COPY 'RUNLOG02'.
       END PROGRAM PFDUPREL.
