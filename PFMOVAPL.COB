      *          BAD TRANSACTIONS GO TO THE REJECT FILE WITH MOV-CLASS
      *          MOTIVO CODES; EVERY APPLIED CHANGE IS AUDITED WITH A
      *          BEFORE/AFTER IMAGE, SAME AS THE NIGHTLY BATCH DOES FOR
      *          CEP CORRECTIONS. THE AUDIT IS STAMPED WITH THE APPLY
      *          TIME AND CARRIES THE DESK OPERATOR (THIS PROGRAM'S ID
      *          WHEN PFMOVEDT PASSES NONE ON) AND, IN ITS OWN FIELD,
      *          THE TIME THE MOVEMENT WAS KEYED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS PF-CHAVE-REGISTRO
               ALTERNATE RECORD KEY IS PF-ULTIMO-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PF-CPF
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PFCADAST.

           SELECT PFMOVTO ASSIGN TO 'PFMOVTO.DAT'
               FILE STATUS IS WS-FS-PFMOVTO.

      *>  The next-day master is built as a fresh indexed file under
      *>  its own name and registered on the PFGERCAT catalog; the
      *>  PFGERPRO promote job swaps it in for PFCADAST.DAT once the
      *>  apply run ends clean, keeping the generation-style
      *>  old-master/new-master recovery we have always had.
           SELECT PFCADNEW ASSIGN TO 'PFCADNEW.DAT'
               ORGANIZATION IS INDEXED
               RECORD KEY IS NOV-CHAVE-REGISTRO
               ALTERNATE RECORD KEY IS NOV-ULTIMO-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS NOV-CPF
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PFCADNEW.

      *>  The movement run keeps its own reject and audit datasets so
      *>  Permanent old-chave -> new-chave cross-reference written by
      *>  the PFDUPMRG merge run; a movement keyed by a merged-away
      *>  chave is redirected to the survivor instead of bouncing
      *>  MOV1. Keyed by the old chave and read per movement.
      *>  Absent file = no merges done yet.
           SELECT PFCHXREF ASSIGN TO 'PFCHXREF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XRF-CHAVE-ANTIGA
               FILE STATUS IS WS-FS-PFCHXREF.

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

       FD  PFMOVTO
           LABEL RECORDS ARE STANDARD.
               88  MOV-INCLUSAO                    VALUE 'I'.
               88  MOV-ALTERACAO                   VALUE 'A'.
               88  MOV-EXCLUSAO                    VALUE 'E'.
           05  MOV-IMAGEM-PESSOA        PIC X(450).
           05  MOV-IMAGEM-PESSOA-R REDEFINES MOV-IMAGEM-PESSOA.
               10  MOV-CHAVE-REGISTRO   PIC 9(06).
               10  MOV-PRIMEIRO-NOME    PIC X(15).
               10  MOV-ULTIMO-NOME      PIC X(20).
               10  FILLER               PIC X(409).
           05  MOV-OPERADOR             PIC X(08).
           05  MOV-DATA-HORA            PIC X(21).

       FD  PFCADNEW
           LABEL RECORDS ARE STANDARD.
           05  NOV-PRIMEIRO-NOME        PIC X(15).
           05  NOV-ULTIMO-NOME          PIC X(20).
           05  FILLER                   PIC X(363).
           05  NOV-CPF                  PIC X(11).
           05  FILLER                   PIC X(35).

       FD  PFREJEIT
           LABEL RECORDS ARE STANDARD.
           05  FILLER                   PIC X(01).
           05  AUD-CAMPO-ALTERADO       PIC X(15).
           05  FILLER                   PIC X(01).
           05  AUD-DIGITACAO            PIC X(21).
           05  FILLER                   PIC X(01).
           05  AUD-REGISTRO-ANTES       PIC X(450).
           05  FILLER                   PIC X(01).
           05  AUD-REGISTRO-DEPOIS      PIC X(450).

       FD  PFCHXREF
           LABEL RECORDS ARE STANDARD.
           05  FILLER                   PIC X(01).
           05  XRF-CHAVE-NOVA           PIC X(06).

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
           88  EXISTE-PFENDSTA                 VALUE 'S'.
       77  WS-OPERADOR-ID          PIC X(08) VALUE 'MOVTO01'.
       77  WS-AUD-CAMPO-ALTERADO   PIC X(15).
       77  WS-AUD-REGISTRO-ANTES   PIC X(450).
       77  WS-AUD-REGISTRO-DEPOIS  PIC X(450).
       77  WS-EOF-PFCADAST         PIC X(01) VALUE 'N'.
           88  END-OF-FILE-PFCADAST            VALUE 'S'.
       77  WS-EOF-PFMOVTO          PIC X(01) VALUE 'N'.
       77  WS-TOTAL-EXCLUSOES      PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-REJEITADOS     PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-GRAVADOS       PIC 9(06) VALUE ZEROS.
       77  WS-EXISTE-PFCHXREF      PIC X(01) VALUE 'N'.
           88  EXISTE-PFCHXREF                 VALUE 'S'.
       77  WS-XREF-SALTOS          PIC 9(01).
       77  WS-XREF-PROCURA         PIC X(01).
           88  XREF-PROCURA                    VALUE 'S'.
           88  MOVTO-REDIRECIONADO             VALUE 'S'.
       77  WS-TOTAL-REDIRECIONADOS PIC 9(06) VALUE ZEROS.

      *>  Read-ahead area for the master: the record being worked on
      *>  is held in WS-DADOS-PESSOA while the next one is already
      *>  sitting here, so the look-ahead READ can never clobber the
      *>  record still being applied against.
       01  WS-MESTRE-ENTRADA.
           05  WS-MST-IMAGEM-PESSOA     PIC X(450).
           05  WS-MST-IMAGEM-PESSOA-R
                   REDEFINES WS-MST-IMAGEM-PESSOA.
               10  WS-MST-CHAVE-REG     PIC 9(06).
               10  FILLER               PIC X(444).

       01  WS-MOVTO-PENDENTE.
           05  WS-MOV-TIPO-MOVTO        PIC X(01).
               88  WS-MOV-INCLUSAO                 VALUE 'I'.
               88  WS-MOV-ALTERACAO                VALUE 'A'.
               88  WS-MOV-EXCLUSAO                 VALUE 'E'.
           05  WS-MOV-IMAGEM-PESSOA     PIC X(450).
           05  WS-MOV-IMAGEM-PESSOA-R
                   REDEFINES WS-MOV-IMAGEM-PESSOA.
               10  WS-MOV-CHAVE-REG     PIC 9(06).
               10  WS-MOV-PRIM-NOME     PIC X(15).
               10  WS-MOV-ULT-NOME      PIC X(20).
               10  FILLER               PIC X(409).
           05  WS-MOV-OPERADOR          PIC X(08).
           05  WS-MOV-DATA-HORA         PIC X(21).

       COPY 'RUNLOG01'.
       COPY 'GERCAT01'.

       COPY 'LAYOUT001'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      *>  Three gates before the apply touches anything: the
      *>  front-end edit (PFMOVEDT) must have finished writing today's
      *>  clean PFMOVTO, the apply must not run twice against the same
      *>  master generation -- a good FIM of its own already on
      *>  today's ledger refuses the run with code 20 -- and no file
      *>  it reads or writes may have a generation still waiting for
      *>  promotion.
           MOVE 'PFMOVAPL' TO WS-RLG-PROGRAMA
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RLG-DATA-PROC
           MOVE 'PFMOVEDT' TO WS-PRE-PROGRAMA
           PERFORM 8200-VERIFICA-PREREQUISITO
           PERFORM 8300-VERIFICA-NAO-EXECUTADO
           MOVE 'PFCADAST' TO WS-GER-VERIFICA
           PERFORM 8600-VERIFICA-GERACAO
           MOVE 'PFCHXREF' TO WS-GER-VERIFICA
           PERFORM 8600-VERIFICA-GERACAO
           MOVE 'PFENDSTA' TO WS-GER-VERIFICA
           PERFORM 8600-VERIFICA-GERACAO
           MOVE 'PFREJMOV' TO WS-GER-VERIFICA
           PERFORM 8600-VERIFICA-GERACAO
           MOVE 'PFAUDMOV' TO WS-GER-VERIFICA
           PERFORM 8600-VERIFICA-GERACAO
           PERFORM 8000-REGISTRA-INICIO

           PERFORM 8505-INICIA-GERACOES
           MOVE 1 TO WS-GER-QTD-ARQUIVOS
           MOVE 'PFCADAST' TO WS-GER-ARQUIVO (1)
           MOVE 'PFCADNEW' TO WS-GER-NOVO (1)

           OPEN INPUT PFCADAST
           IF WS-FS-PFCADAST NOT = '00'
               DISPLAY 'ERRO FATAL: PFCADAST NAO PODE SER ABERTO - '
               MOVE 'S' TO WS-EXISTE-PFENDSTA
           END-IF

           PERFORM 0100-ABRE-XREF

           PERFORM 1000-LE-MESTRE
           PERFORM 1100-LE-MOVTO
           IF EXISTE-PFENDSTA
               CLOSE PFENDSTA
           END-IF
           IF EXISTE-PFCHXREF
               CLOSE PFCHXREF
           END-IF

           PERFORM 8500-REGISTRA-GERACOES

           MOVE WS-TOTAL-MOVTOS-LIDOS TO WS-RLG-CONTAGEM-1
           MOVE WS-TOTAL-GRAVADOS     TO WS-RLG-CONTAGEM-2

           STOP RUN.

      *>  Opens the PFDUPMRG cross-reference; a missing file is a
      *>  normal day (no merges done yet), every movement then applies
      *>  against the chave it arrived with.
       0100-ABRE-XREF.

           OPEN INPUT PFCHXREF
           IF WS-FS-PFCHXREF = '00'
               MOVE 'S' TO WS-EXISTE-PFCHXREF
           END-IF

           .
           MOVE 'N' TO WS-MOVTO-REDIRECIONADO
           MOVE ZEROS TO WS-XREF-SALTOS
           MOVE 'S' TO WS-XREF-PROCURA
           IF NOT EXISTE-PFCHXREF
               MOVE 'N' TO WS-XREF-PROCURA
           END-IF
           PERFORM UNTIL NOT XREF-PROCURA
               MOVE 'N' TO WS-XREF-PROCURA
               MOVE WS-MOV-CHAVE-REG TO XRF-CHAVE-ANTIGA
               READ PFCHXREF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE XRF-CHAVE-NOVA TO WS-MOV-CHAVE-REG
                       MOVE 'S' TO WS-MOVTO-REDIRECIONADO
                       MOVE 'S' TO WS-XREF-PROCURA
               END-READ
               ADD 1 TO WS-XREF-SALTOS
               IF WS-XREF-SALTOS > 5
                   DISPLAY 'AVISO: CADEIA DE REDIRECIONAMENTO ACIMA '

      *>  Same contract as the nightly batch's 1700-GRAVA-AUDITORIA:
      *>  callers load WS-AUD-CAMPO-ALTERADO and the before/after
      *>  images before PERFORMing this. AUD-DATA-HORA is always the
      *>  time of the apply -- PFAUDRCV replays the trail in that
      *>  order -- and the time the desk keyed the change goes in
      *>  AUD-DIGITACAO.
       2800-GRAVA-AUDITORIA.

           MOVE SPACES                  TO AUD-REGISTRO
           MOVE WS-MOV-CHAVE-REG        TO AUD-CHAVE-REGISTRO
           MOVE FUNCTION CURRENT-DATE   TO AUD-DATA-HORA
           MOVE WS-OPERADOR-ID          TO AUD-OPERADOR
           MOVE WS-MOV-DATA-HORA        TO AUD-DIGITACAO
           IF WS-MOV-OPERADOR NOT = SPACES
               MOVE WS-MOV-OPERADOR     TO AUD-OPERADOR
           END-IF
           MOVE WS-AUD-CAMPO-ALTERADO   TO AUD-CAMPO-ALTERADO
           MOVE WS-AUD-REGISTRO-ANTES   TO AUD-REGISTRO-ANTES
           MOVE WS-AUD-REGISTRO-DEPOIS  TO AUD-REGISTRO-DEPOIS
               STOP RUN
           END-IF
           ADD 1 TO WS-TOTAL-GRAVADOS
           MOVE 1 TO WS-GER-IDX
           MOVE WS-CHAVE-REGISTRO TO WS-GER-CHAVE
           PERFORM 8510-ACUMULA-GERACAO

           .

           .

       COPY 'RUNLOG02'.
       COPY 'GERCAT02'.
       END PROGRAM PFMOVAPL.
