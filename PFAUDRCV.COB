      *          OPERATIONS HAS PLACED UNDER THE PFCADAST.DAT NAME.
      *          THE LIVE MASTER IS NEVER TOUCHED: OPERATIONS INSPECTS
      *          THE TIE-OUT REPORT (PFRCVREL.DAT: IMAGES APPLIED,
      *          SKIPPED AND CONFLICTING) BEFORE PROMOTING PFCADRCV
      *          WITH PFGERPRO, SAME GENERATION DISCIPLINE AS PFCADNEW.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS PF-CHAVE-REGISTRO
               ALTERNATE RECORD KEY IS PF-ULTIMO-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PF-CPF
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PFCADAST.

           SELECT PFCADRCV ASSIGN TO 'PFCADRCV.DAT'
               RECORD KEY IS RCV-CHAVE-REGISTRO
               ALTERNATE RECORD KEY IS RCV-ULTIMO-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RCV-CPF
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PFCADRCV.

           SELECT PFRCVREL ASSIGN TO 'PFRCVREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFRCVREL.

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

       FD  PFAUDMOV
           LABEL RECORDS ARE STANDARD.
           05  FILLER                   PIC X(01).
           05  AUM-CAMPO-ALTERADO       PIC X(15).
           05  FILLER                   PIC X(01).
           05  AUM-DIGITACAO            PIC X(21).
           05  FILLER                   PIC X(01).
           05  AUM-REGISTRO-ANTES       PIC X(450).
           05  FILLER                   PIC X(01).
           05  AUM-REGISTRO-DEPOIS      PIC X(450).

       FD  PFAUDRES
           LABEL RECORDS ARE STANDARD.
           05  FILLER                   PIC X(01).
           05  AUR-CAMPO-ALTERADO       PIC X(15).
           05  FILLER                   PIC X(01).
           05  AUR-DIGITACAO            PIC X(21).
           05  FILLER                   PIC X(01).
           05  AUR-REGISTRO-ANTES       PIC X(450).
           05  FILLER                   PIC X(01).
           05  AUR-REGISTRO-DEPOIS      PIC X(450).

       FD  PFAUDMRG
           LABEL RECORDS ARE STANDARD.
           05  FILLER                   PIC X(01).
           05  AMG-CAMPO-ALTERADO       PIC X(15).
           05  FILLER                   PIC X(01).
           05  AMG-DIGITACAO            PIC X(21).
           05  FILLER                   PIC X(01).
           05  AMG-REGISTRO-ANTES       PIC X(450).
           05  FILLER                   PIC X(01).
           05  AMG-REGISTRO-DEPOIS      PIC X(450).

       FD  PFCADAST
           LABEL RECORDS ARE STANDARD.
           05  PF-PRIMEIRO-NOME         PIC X(15).
           05  PF-ULTIMO-NOME           PIC X(20).
           05  FILLER                   PIC X(363).
           05  PF-CPF                   PIC X(11).
           05  FILLER                   PIC X(35).

       FD  PFCADRCV
           LABEL RECORDS ARE STANDARD.
           05  RCV-PRIMEIRO-NOME        PIC X(15).
           05  RCV-ULTIMO-NOME          PIC X(20).
           05  FILLER                   PIC X(363).
           05  RCV-CPF                  PIC X(11).
           05  FILLER                   PIC X(35).

       FD  PFRCVREL
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
           05  SRT-CHAVE-REGISTRO       PIC 9(06).
           05  SRT-OPERADOR             PIC X(08).
           05  SRT-CAMPO-ALTERADO       PIC X(15).
           05  SRT-REGISTRO-ANTES       PIC X(450).
           05  SRT-REGISTRO-DEPOIS      PIC X(450).

       WORKING-STORAGE SECTION.
       77  WS-FS-PFRCVPRM          PIC X(02) VALUE '00'.
           88  END-OF-FILE-AUDMRG              VALUE 'S'.
       77  WS-EOF-PFCADAST         PIC X(01) VALUE 'N'.
           88  END-OF-FILE-PFCADAST            VALUE 'S'.
       77  WS-EOF-PFCADRCV         PIC X(01) VALUE 'N'.
           88  END-OF-FILE-PFCADRCV            VALUE 'S'.
       77  WS-FIM-SORT             PIC X(01) VALUE 'N'.
           88  FIM-DO-SORT                     VALUE 'S'.
       77  WS-NA-FAIXA             PIC X(01) VALUE 'N'.
           88  IMAGEM-NA-FAIXA                 VALUE 'S'.
       77  WS-ALVO-EXISTE          PIC X(01) VALUE 'N'.
           88  ALVO-EXISTE                     VALUE 'S'.
       77  WS-IMAGEM-ALVO          PIC X(450).
       77  WS-IMAGEM-ESPERADA      PIC X(450).
       77  WS-IMAGEM-ATUAL         PIC X(450).
       77  WS-TOTAL-AUD-LIDAS      PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-SELECIONADAS   PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-COPIADOS       PIC 9(06) VALUE ZEROS.
           05  FILLER               PIC X(36) VALUE SPACES.

       COPY 'RUNLOG01'.
       COPY 'GERCAT01'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE 'PFAUDRCV' TO WS-RLG-PROGRAMA
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RLG-DATA-PROC
           MOVE 'PFCADAST' TO WS-GER-VERIFICA
           PERFORM 8600-VERIFICA-GERACAO
           MOVE 'PFAUDITO' TO WS-GER-VERIFICA
           PERFORM 8600-VERIFICA-GERACAO
           MOVE 'PFAUDMOV' TO WS-GER-VERIFICA
           PERFORM 8600-VERIFICA-GERACAO
           MOVE 'PFAUDRES' TO WS-GER-VERIFICA
           PERFORM 8600-VERIFICA-GERACAO
           MOVE 'PFAUDMRG' TO WS-GER-VERIFICA
           PERFORM 8600-VERIFICA-GERACAO
           PERFORM 8000-REGISTRA-INICIO

           PERFORM 8505-INICIA-GERACOES
           MOVE 1 TO WS-GER-QTD-ARQUIVOS
           MOVE 'PFCADAST' TO WS-GER-ARQUIVO (1)
           MOVE 'PFCADRCV' TO WS-GER-NOVO (1)

           PERFORM 0200-COPIA-MESTRE

           OPEN I-O PFCADRCV
           END-IF

           PERFORM 3000-GRAVA-TOTAIS
           PERFORM 3100-CONTA-RECONSTRUIDO

           CLOSE PFCADRCV
           CLOSE PFRCVREL
               MOVE 4 TO WS-RLG-CODIGO-RETORNO
           END-IF

           PERFORM 8500-REGISTRA-GERACOES

           MOVE WS-TOTAL-APLICADAS    TO WS-RLG-CONTAGEM-1
           MOVE WS-TOTAL-CONFLITANTES TO WS-RLG-CONTAGEM-2
           PERFORM 8100-REGISTRA-FIM

           .

      *>  The images insert, replace and delete records all over the
      *>  copy, so the count and chave hash stamped on the catalog
      *>  come from one final walk of PFCADRCV in key order.
       3100-CONTA-RECONSTRUIDO.

           MOVE 'N' TO WS-EOF-PFCADRCV
           MOVE ZEROS TO RCV-CHAVE-REGISTRO
           START PFCADRCV KEY IS NOT LESS THAN RCV-CHAVE-REGISTRO
               INVALID KEY
                   MOVE 'S' TO WS-EOF-PFCADRCV
           END-START

           MOVE 1 TO WS-GER-IDX
           PERFORM UNTIL END-OF-FILE-PFCADRCV
               READ PFCADRCV NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF-PFCADRCV
                   NOT AT END
                       MOVE RCV-CHAVE-REGISTRO TO WS-GER-CHAVE
                       PERFORM 8510-ACUMULA-GERACAO
               END-READ
           END-PERFORM

           .

       COPY 'RUNLOG02'.
       COPY 'GERCAT02'.
       END PROGRAM PFAUDRCV.
