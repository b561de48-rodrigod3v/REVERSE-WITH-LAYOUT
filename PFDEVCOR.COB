               RECORD KEY IS PF-CHAVE-REGISTRO
               ALTERNATE RECORD KEY IS PF-ULTIMO-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PF-CPF
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PFCADAST.

      *>  One record per chave that ever had a piece returned; every
      *>  audit and movement interface carries full images of the
      *>  master record, so rather than widen all of them the
      *>  per-occurrence delivery status lives in this companion file.
           SELECT PFENDSTA ASSIGN TO 'PFENDSTA.DAT'
               ORGANIZATION IS INDEXED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFREJEIT.

           SELECT PFGERCAT ASSIGN TO 'PFGERCAT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-CHAVE
               FILE STATUS IS WS-FS-PFGERCAT.

           SELECT PFRUNLOG ASSIGN TO 'PFRUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFRUNLOG.
           05  PF-PRIMEIRO-NOME         PIC X(15).
           05  PF-ULTIMO-NOME           PIC X(20).
           05  FILLER                   PIC X(363).
           05  PF-CPF                   PIC X(11).
           05  FILLER                   PIC X(35).

       FD  PFENDSTA
           LABEL RECORDS ARE STANDARD.
           05  FILLER                   PIC X(01).
           05  REJ-TENTATIVAS           PIC 9(02).

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
       77  WS-TOTAL-INVALIDOS      PIC 9(06) VALUE ZEROS.

       COPY 'RUNLOG01'.
       COPY 'GERCAT01'.

       COPY 'LAYOUT001'.
       PROCEDURE DIVISION.

           MOVE 'PFDEVCOR' TO WS-RLG-PROGRAMA
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RLG-DATA-PROC
           MOVE 'PFCADAST' TO WS-GER-VERIFICA
           PERFORM 8600-VERIFICA-GERACAO
           MOVE 'PFENDSTA' TO WS-GER-VERIFICA
           PERFORM 8600-VERIFICA-GERACAO
           MOVE 'PFREJEIT' TO WS-GER-VERIFICA
           PERFORM 8600-VERIFICA-GERACAO
           PERFORM 8000-REGISTRA-INICIO

           OPEN INPUT PFDEVOLV
           .

       COPY 'RUNLOG02'.
       COPY 'GERCAT02'.
       END PROGRAM PFDEVCOR.
