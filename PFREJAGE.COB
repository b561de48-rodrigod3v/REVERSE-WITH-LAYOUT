      *          REJECTS FROM THE CARRY-FORWARD: EACH MATCH IS AUDITED
      *          IN THE PFAUDITO FORMAT (PFAUDBXA.DAT, THE RETIRED
      *          REJECT LINE AS THE BEFORE IMAGE) AND DROPPED FROM THE
      *          PURGED CARRY-FORWARD PFREJPUR.DAT, REGISTERED ON THE
      *          PFGERCAT CATALOG AND PROMOTED OVER PFREJCIC.DAT BY
      *          PFGERPRO AFTER A CLEAN END.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFREJAGE.

           SELECT PFGERCAT ASSIGN TO 'PFGERCAT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-CHAVE
               FILE STATUS IS WS-FS-PFGERCAT.

           SELECT PFRUNLOG ASSIGN TO 'PFRUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFRUNLOG.
           05  FILLER                   PIC X(01).
           05  AUD-CAMPO-ALTERADO       PIC X(15).
           05  FILLER                   PIC X(01).
           05  AUD-DIGITACAO            PIC X(21).
           05  FILLER                   PIC X(01).
           05  AUD-REGISTRO-ANTES       PIC X(450).
           05  FILLER                   PIC X(01).
           05  AUD-REGISTRO-DEPOIS      PIC X(450).

       FD  PFREJAGE
           LABEL RECORDS ARE STANDARD.
       01  REL-LINHA                    PIC X(100).

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
           05  FILLER               PIC X(23) VALUE SPACES.

       COPY 'RUNLOG01'.
       COPY 'GERCAT01'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE 'PFREJAGE' TO WS-RLG-PROGRAMA
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RLG-DATA-PROC
           MOVE 'PFREJEIT' TO WS-GER-VERIFICA
           PERFORM 8600-VERIFICA-GERACAO
           MOVE 'PFREJMOV' TO WS-GER-VERIFICA
           PERFORM 8600-VERIFICA-GERACAO
           MOVE 'PFREJCIC' TO WS-GER-VERIFICA
           PERFORM 8600-VERIFICA-GERACAO
           MOVE 'PFAUDBXA' TO WS-GER-VERIFICA
           PERFORM 8600-VERIFICA-GERACAO
           PERFORM 8000-REGISTRA-INICIO

           PERFORM 8505-INICIA-GERACOES
           MOVE 1 TO WS-GER-QTD-ARQUIVOS
           MOVE 'PFREJCIC' TO WS-GER-ARQUIVO (1)
           MOVE 'PFREJPUR' TO WS-GER-NOVO (1)

           PERFORM 0100-CARREGA-BAIXAS

           OPEN OUTPUT PFREJPUR
           DISPLAY 'BAIXADOS POR SUPERVISOR: ' WS-TOTAL-BAIXADOS
           DISPLAY 'CARREGADOS EM PFREJPUR : ' WS-TOTAL-CARREGADOS

           PERFORM 8500-REGISTRA-GERACOES

           MOVE WS-TOTAL-GRUPOS   TO WS-RLG-CONTAGEM-1
           MOVE WS-TOTAL-BAIXADOS TO WS-RLG-CONTAGEM-2
           PERFORM 8100-REGISTRA-FIM
                       ELSE
                           WRITE PUR-REGISTRO FROM CIC-REGISTRO
                           ADD 1 TO WS-TOTAL-CARREGADOS
                           MOVE 1 TO WS-GER-IDX
                           MOVE CIC-CHAVE-REGISTRO TO WS-GER-CHAVE
                           PERFORM 8510-ACUMULA-GERACAO
                           MOVE SPACES TO SRT-REGISTRO
                           MOVE CIC-CHAVE-REGISTRO
                               TO SRT-CHAVE-REGISTRO
           .

       COPY 'RUNLOG02'.
       COPY 'GERCAT02'.
       END PROGRAM PFREJAGE.
