      *          PREVIOUS PFCEPREF AND BUILDS THE NEW INDEXED TABLE AS
      *          PFCEPNEW.DAT, REPORTING EVERY ADD, CHANGE AND DELETE.
      *          ANY MALFORMED EXTRACT RECORD STOPS THE LOAD COLD --
      *          PFCEPNEW.DAT IS REGISTERED ON THE PFGERCAT CATALOG
      *          AND ONLY PROMOTED OVER PFCEPREF.DAT (PFGERPRO) AFTER
      *          A CLEAN END, SO THE BATCH NEVER RECONCILES AGAINST A
      *          HALF-LOADED TABLE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFCEPREL.

           SELECT PFGERCAT ASSIGN TO 'PFGERCAT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-CHAVE
               FILE STATUS IS WS-FS-PFGERCAT.

           SELECT PFRUNLOG ASSIGN TO 'PFRUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFRUNLOG.
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
           05  WS-OCO-COMPLEMENTO   PIC X(35).

       COPY 'RUNLOG01'.
       COPY 'GERCAT01'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE 'PFCEPCAR' TO WS-RLG-PROGRAMA
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RLG-DATA-PROC
           MOVE 'PFCEPREF' TO WS-GER-VERIFICA
           PERFORM 8600-VERIFICA-GERACAO
           PERFORM 8000-REGISTRA-INICIO

           PERFORM 8505-INICIA-GERACOES
           MOVE 1 TO WS-GER-QTD-ARQUIVOS
           MOVE 'PFCEPREF' TO WS-GER-ARQUIVO (1)
           MOVE 'PFCEPNEW' TO WS-GER-NOVO (1)

           OPEN INPUT PFCEPEXT
           IF WS-FS-PFCEPEXT NOT = '00'
               DISPLAY 'ERRO FATAL: PFCEPEXT NAO PODE SER ABERTO - '
               CLOSE PFCEPREF
           END-IF

           PERFORM 8500-REGISTRA-GERACOES

           MOVE WS-TOTAL-EXTRATO  TO WS-RLG-CONTAGEM-1
           MOVE WS-TOTAL-GRAVADOS TO WS-RLG-CONTAGEM-2
           PERFORM 8100-REGISTRA-FIM
               STOP RUN
           END-IF
           ADD 1 TO WS-TOTAL-GRAVADOS
      *>  The table is keyed by the 5-digit CEP; it goes into the
      *>  hash as a number, the same way PFGERPRO reads it back.
           MOVE 1 TO WS-GER-IDX
           MOVE WS-EXT-CHAVE-CEP TO WS-GER-CHAVE-N
           PERFORM 8510-ACUMULA-GERACAO

           .

           .

       COPY 'RUNLOG02'.
       COPY 'GERCAT02'.
       END PROGRAM PFCEPCAR.
