      *          RECORD PER FILE WITH OUR SEQUENCE AND THEIR ACCEPTED
      *          COUNT, 'R' RECORD PER CHAVE THEY REJECTED WITH THEIR
      *          REASON CODE) AGAINST THE EXTRACT HISTORY THE NIGHTLY
      *          BATCH KEEPS IN PFCRMHIS.DAT (KEYED BY SEQUENCE)
      *          ALONGSIDE PFCRMCTL.
      *          REPORTS (PFCRMREC.DAT) EVERY EXTRACT NEVER
      *          ACKNOWLEDGED AND EVERY ACK WHOSE ACCEPTED + REJECTED
      *          DOES NOT TIE TO OUR TRAILER COUNT, AND APPENDS THE
               FILE STATUS IS WS-FS-PFCRMACK.

           SELECT PFCRMHIS ASSIGN TO 'PFCRMHIS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-SEQUENCIA
               FILE STATUS IS WS-FS-PFCRMHIS.

           SELECT PFCADAST ASSIGN TO 'PFCADAST.DAT'
               RECORD KEY IS PF-CHAVE-REGISTRO
               ALTERNATE RECORD KEY IS PF-ULTIMO-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PF-CPF
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PFCADAST.

      *>  The CRM rejects join the nightly batch's reject file in
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFCRMREC.

           SELECT PFGERCAT ASSIGN TO 'PFGERCAT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-CHAVE
               FILE STATUS IS WS-FS-PFGERCAT.

           SELECT PFRUNLOG ASSIGN TO 'PFRUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFRUNLOG.
           05  HIS-TOTAL-REGISTROS      PIC 9(06).
           05  FILLER                   PIC X(01).
           05  HIS-HASH-CHAVES          PIC 9(12).
           05  FILLER                   PIC X(01).
           05  HIS-CONFIRMADO           PIC X(01).
           05  FILLER                   PIC X(01).
           05  HIS-ACEITOS              PIC 9(06).
           05  FILLER                   PIC X(01).
           05  HIS-REJEITADOS           PIC 9(06).

       FD  PFCADAST
           LABEL RECORDS ARE STANDARD.
           05  PF-PRIMEIRO-NOME         PIC X(15).
           05  PF-ULTIMO-NOME           PIC X(20).
           05  FILLER                   PIC X(363).
           05  PF-CPF                   PIC X(11).
           05  FILLER                   PIC X(35).

       FD  PFREJEIT
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
       01  REL-LINHA                    PIC X(80).

       FD  PFGERCAT
           LABEL RECORDS ARE STANDARD.
       01  CAT-REGISTRO.
           05  CAT-CHAVE.
               10  CAT-ARQUIVO          PIC X(08).
               10  CAT-GERACAO          PIC 9(04).
           05  CAT-SITUACAO             PIC X(01).
           05  CAT-PROGRAMA             PIC X(08).
           05  CAT-DATA-PROC            PIC 9(08).
           05  CAT-ARQUIVO-NOVO         PIC X(08).
           05  CAT-QTD-REGISTROS        PIC 9(09).
           05  CAT-HASH-CHAVES          PIC 9(15).
           05  CAT-DATA-PROMOCAO        PIC 9(08).
           05  CAT-DATA-HORA            PIC X(21).

       FD  PFRUNLOG
           LABEL RECORDS ARE STANDARD.
       01  RLG-REGISTRO.
           88  END-OF-FILE-PFCRMHIS            VALUE 'S'.
       77  WS-EXISTE-PFCADAST      PIC X(01) VALUE 'N'.
           88  EXISTE-PFCADAST                 VALUE 'S'.
       77  WS-EXISTE-PFCRMHIS      PIC X(01) VALUE 'N'.
           88  EXISTE-PFCRMHIS                 VALUE 'S'.
       77  WS-QTD-HISTORICO        PIC 9(06) VALUE ZEROS.
       77  WS-HIS-ACHADO           PIC X(01) VALUE 'N'.
           88  HIS-ACHADO                      VALUE 'S'.
       77  WS-TOTAL-ACKS           PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-REJ-CRM        PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-SEM-ACK        PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-ACK-ORFAO      PIC 9(06) VALUE ZEROS.
       77  WS-SOMA-CONFERIDA       PIC 9(06) VALUE ZEROS.

       01  WS-LIN-OCORRENCIA.
           05  WS-OCO-TEXTO         PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-OCO-DETALHE       PIC X(42).

       COPY 'RUNLOG01'.
       COPY 'GERCAT01'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE 'PFCRMREC' TO WS-RLG-PROGRAMA
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RLG-DATA-PROC
           MOVE 'PFCADAST' TO WS-GER-VERIFICA
           PERFORM 8600-VERIFICA-GERACAO
           MOVE 'PFREJEIT' TO WS-GER-VERIFICA
           PERFORM 8600-VERIFICA-GERACAO
           PERFORM 8000-REGISTRA-INICIO

           PERFORM 0100-PREPARA-HISTORICO

           OPEN INPUT PFCRMACK
           IF WS-FS-PFCRMACK NOT = '00'
           CLOSE PFCRMACK
           CLOSE PFREJEIT
           CLOSE PFCRMREC
           IF EXISTE-PFCRMHIS
               CLOSE PFCRMHIS
           END-IF
           IF EXISTE-PFCADAST
               CLOSE PFCADAST
           END-IF
      *>  A missing history means no extract was ever recorded, and
      *>  any acknowledgment the CRM sends is by definition orphaned;
      *>  the run still reads the acks so the fact gets reported.
      *>  Each run reconciles the acknowledgments it is handed from
      *>  scratch, so the reconciliation columns are cleared first.
       0100-PREPARA-HISTORICO.

           OPEN I-O PFCRMHIS
           IF WS-FS-PFCRMHIS NOT = '00'
               DISPLAY 'AVISO: PFCRMHIS AUSENTE - NENHUM EXTRATO '
                   'REGISTRADO NO HISTORICO'
           ELSE
               MOVE 'S' TO WS-EXISTE-PFCRMHIS
               PERFORM 0110-LE-PFCRMHIS
               PERFORM UNTIL END-OF-FILE-PFCRMHIS
                   ADD 1 TO WS-QTD-HISTORICO
                   MOVE 'N'   TO HIS-CONFIRMADO
                   MOVE ZEROS TO HIS-ACEITOS
                   MOVE ZEROS TO HIS-REJEITADOS
                   REWRITE HIS-REGISTRO
                   PERFORM 0110-LE-PFCRMHIS
               END-PERFORM
           END-IF

           .

       0110-LE-PFCRMHIS.

           READ PFCRMHIS NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-PFCRMHIS
           END-READ.

       1000-LE-PFCRMACK.


       1100-LOCALIZA-HISTORICO.

           MOVE 'N' TO WS-HIS-ACHADO
           IF ACK-SEQUENCIA IS NUMERIC AND EXISTE-PFCRMHIS
               MOVE FUNCTION NUMVAL (ACK-SEQUENCIA) TO HIS-SEQUENCIA
               READ PFCRMHIS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-HIS-ACHADO
               END-READ
           END-IF

           .

           ADD 1 TO WS-TOTAL-ACKS
           PERFORM 1100-LOCALIZA-HISTORICO
           IF NOT HIS-ACHADO
               ADD 1 TO WS-TOTAL-ACK-ORFAO
               MOVE SPACES TO WS-LIN-OCORRENCIA
               MOVE 'ACK SEM EXTRATO NO HISTORICO' TO WS-OCO-TEXTO
               END-IF
               WRITE REL-LINHA FROM WS-LIN-OCORRENCIA
           ELSE
               MOVE 'S' TO HIS-CONFIRMADO
               IF ACK-ACEITOS IS NUMERIC
                   MOVE ACK-ACEITOS TO HIS-ACEITOS
               END-IF
               REWRITE HIS-REGISTRO
           END-IF

           .

           ADD 1 TO WS-TOTAL-REJ-CRM
           PERFORM 1100-LOCALIZA-HISTORICO
           IF HIS-ACHADO
               ADD 1 TO HIS-REJEITADOS
               REWRITE HIS-REGISTRO
           END-IF

           MOVE SPACES               TO REJ-REGISTRO
      *>  we recorded when the file left the shop.
       3000-CONFERE-HISTORICO.

           MOVE 'S' TO WS-EOF-PFCRMHIS
           IF EXISTE-PFCRMHIS
               MOVE 'N' TO WS-EOF-PFCRMHIS
               MOVE ZEROS TO HIS-SEQUENCIA
               START PFCRMHIS KEY IS NOT LESS THAN HIS-SEQUENCIA
                   INVALID KEY
                       MOVE 'S' TO WS-EOF-PFCRMHIS
               END-START
               IF NOT END-OF-FILE-PFCRMHIS
                   PERFORM 0110-LE-PFCRMHIS
               END-IF
           END-IF

           PERFORM UNTIL END-OF-FILE-PFCRMHIS
               IF HIS-CONFIRMADO NOT = 'S'
                   ADD 1 TO WS-TOTAL-SEM-ACK
                   MOVE SPACES TO WS-LIN-OCORRENCIA
                   MOVE 'EXTRATO SEM CONFIRMACAO' TO WS-OCO-TEXTO
                   MOVE HIS-SEQUENCIA TO WS-OCO-SEQUENCIA
                   MOVE SPACES TO WS-OCO-DETALHE
                   STRING 'DATA ' HIS-DATA-EXTRACAO
                          ' TOTAL ' HIS-TOTAL-REGISTROS
                          DELIMITED BY SIZE INTO WS-OCO-DETALHE
                   WRITE REL-LINHA FROM WS-LIN-OCORRENCIA
               ELSE
                   COMPUTE WS-SOMA-CONFERIDA =
                       HIS-ACEITOS + HIS-REJEITADOS
                   IF WS-SOMA-CONFERIDA NOT = HIS-TOTAL-REGISTROS
                       ADD 1 TO WS-TOTAL-NAO-CONFERE
                       MOVE SPACES TO WS-LIN-OCORRENCIA
                       MOVE 'CONFIRMACAO NAO CONFERE' TO WS-OCO-TEXTO
                       MOVE HIS-SEQUENCIA TO WS-OCO-SEQUENCIA
                       MOVE SPACES TO WS-OCO-DETALHE
                       STRING 'ENVIADOS '
                              HIS-TOTAL-REGISTROS
                              ' ACEITOS '
                              HIS-ACEITOS
                              ' REJEITADOS '
                              HIS-REJEITADOS
                              DELIMITED BY SIZE INTO WS-OCO-DETALHE
                       WRITE REL-LINHA FROM WS-LIN-OCORRENCIA
                   END-IF
               END-IF
               PERFORM 0110-LE-PFCRMHIS
           END-PERFORM

           .
           .

       COPY 'RUNLOG02'.
       COPY 'GERCAT02'.
       END PROGRAM PFCRMREC.
