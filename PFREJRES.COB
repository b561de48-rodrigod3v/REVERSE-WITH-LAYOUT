      *          VALIDATIONS AS THE NIGHTLY BATCH (VALID001), REWRITES
      *          THE MASTER AND PRINTS A LABEL FOR THE ONES THAT NOW
      *          PASS, AND CARRIES THE STILL-BAD ONES FORWARD TO THE
      *          NEXT CYCLE WITH THE ATTEMPT COUNTER BUMPED. NO LABEL
      *          IS PRINTED FOR A REGISTRANT WHO WITHDREW CONSENT TO
      *          MAILED LABELS ON PFCONSEN.DAT. EVERY REPRINTED LABEL
      *          IS ALSO APPENDED TO THE NIGHT'S PFMANWRK (STREAM R) SO
      *          IT RIDES THE CEP-SORTED MANIFEST AND ITS POSTAGE IS
      *          CHARGED TO THE REJECT CYCLE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS PF-CHAVE-REGISTRO
               ALTERNATE RECORD KEY IS PF-ULTIMO-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PF-CPF
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PFCADAST.

           SELECT PFCEPREF ASSIGN TO 'PFCEPREF.DAT'
               RECORD KEY IS CEP-CHAVE-CEP
               FILE STATUS IS WS-FS-PFCEPREF.

           SELECT PFDDDREF ASSIGN TO 'PFDDDREF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DDD-CODIGO
               FILE STATUS IS WS-FS-PFDDDREF.

      *>  Second connector over the master, read only by the CPF
      *>  alternate key for the VALID001 duplicate-CPF check.
           SELECT PFCADCPF ASSIGN TO 'PFCADAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPF-CHAVE-REGISTRO
               ALTERNATE RECORD KEY IS CPF-ULTIMO-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-NUMERO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PFCADCPF.

      *>  Delivery status maintained by the returned-mail run; same
      *>  skip rule the nightly batch applies when picking the label
      *>  address. Opened I-O because a correction that changes the
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFREJEIT.

      *>  Consent registry maintained by PFCONMAN; slot 1 is the
      *>  mailed labels. Absent file = no request ever taken.
           SELECT PFCONSEN ASSIGN TO 'PFCONSEN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CON-CHAVE-REGISTRO
               FILE STATUS IS WS-FS-PFCONSEN.

           SELECT PFETIQUE ASSIGN TO 'PFETIQRS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFETIQUE.

      *>  Appended, not rewritten, same as PFVISNOT: the reprints join
      *>  the labels the nightly batch wrote for the same processing
      *>  date, so PFMANIFE must run after this cycle.
           SELECT PFMANWRK ASSIGN TO 'PFMANWRK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFMANWRK.

           SELECT PFAUDITO ASSIGN TO 'PFAUDRES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFAUDITO.

           SELECT PFGERCAT ASSIGN TO 'PFGERCAT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-CHAVE
               FILE STATUS IS WS-FS-PFGERCAT.

           SELECT PFRUNLOG ASSIGN TO 'PFRUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFRUNLOG.
           05  FILLER                   PIC X(01).
           05  COR-CODIGO-MOTIVO        PIC X(04).
           05  FILLER                   PIC X(01).
           05  COR-IMAGEM-PESSOA        PIC X(450).

       FD  PFCADAST
           LABEL RECORDS ARE STANDARD.
           05  PF-PRIMEIRO-NOME         PIC X(15).
           05  PF-ULTIMO-NOME           PIC X(20).
           05  FILLER                   PIC X(363).
           05  PF-CPF                   PIC X(11).
           05  FILLER                   PIC X(35).

       FD  PFCEPREF
           LABEL RECORDS ARE STANDARD.
           05  CEP-CIDADE               PIC X(20).
           05  CEP-UF                   PIC X(02).

       FD  PFDDDREF
           LABEL RECORDS ARE STANDARD.
       01  DDD-REGISTRO.
           05  DDD-CODIGO               PIC X(02).
           05  DDD-UF                   PIC X(02).

       FD  PFCADCPF
           LABEL RECORDS ARE STANDARD.
       01  CPF-REGISTRO-CADAST.
           05  CPF-CHAVE-REGISTRO       PIC 9(06).
           05  CPF-PRIMEIRO-NOME        PIC X(15).
           05  CPF-ULTIMO-NOME          PIC X(20).
           05  FILLER                   PIC X(363).
           05  CPF-NUMERO               PIC X(11).
           05  FILLER                   PIC X(35).

       FD  PFENDSTA
           LABEL RECORDS ARE STANDARD.
       01  STA-REGISTRO.
           05  FILLER                   PIC X(01).
           05  REJ-TENTATIVAS           PIC 9(02).

       FD  PFCONSEN
           LABEL RECORDS ARE STANDARD.
       01  CON-REGISTRO.
           05  CON-CHAVE-REGISTRO       PIC 9(06).
           05  CON-CANAIS OCCURS 3 TIMES.
               10  CON-SITUACAO         PIC X(01).
               10  CON-DATA             PIC 9(08).
               10  CON-OPERADOR         PIC X(08).

       FD  PFMANWRK
           LABEL RECORDS ARE STANDARD.
       01  MAN-REGISTRO.
           05  MAN-CHAVE-REGISTRO       PIC 9(06).
           05  MAN-PRIMEIRO-NOME        PIC X(15).
           05  MAN-ULTIMO-NOME          PIC X(20).
           05  MAN-RUA                  PIC X(30).
           05  MAN-BAIRRO               PIC X(20).
           05  MAN-CIDADE               PIC X(20).
           05  MAN-UF                   PIC X(02).
           05  MAN-CEP                  PIC X(08).
      *>  Mail stream the piece belongs to, for the postage
      *>  chargeback: N nightly labels, V visa notices (PFVISNOT),
      *>  R reject-cycle reprints (PFREJRES).
           05  MAN-FLUXO                PIC X(01).

       FD  PFETIQUE
           LABEL RECORDS ARE STANDARD.
       01  ETQ-LINHA                   PIC X(50).
           05  FILLER                   PIC X(01).
           05  AUD-CAMPO-ALTERADO       PIC X(15).
           05  FILLER                   PIC X(01).
           05  AUD-DIGITACAO            PIC X(21).
           05  FILLER                   PIC X(01).
           05  AUD-REGISTRO-ANTES       PIC X(450).
           05  FILLER                   PIC X(01).
           05  AUD-REGISTRO-DEPOIS      PIC X(450).

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
       77  WS-FS-PFCORREC          PIC X(02) VALUE '00'.
       77  WS-FS-PFCADAST          PIC X(02) VALUE '00'.
       77  WS-FS-PFCEPREF          PIC X(02) VALUE '00'.
       77  WS-FS-PFDDDREF          PIC X(02) VALUE '00'.
       77  WS-FS-PFCADCPF          PIC X(02) VALUE '00'.
       77  WS-FS-PFREJEIT          PIC X(02) VALUE '00'.
       77  WS-FS-PFETIQUE          PIC X(02) VALUE '00'.
       77  WS-FS-PFMANWRK          PIC X(02) VALUE '00'.
       77  WS-FS-PFAUDITO          PIC X(02) VALUE '00'.
       77  WS-OPERADOR-ID          PIC X(08) VALUE 'RESUB01'.
       77  WS-EOF-PFREJENT         PIC X(01) VALUE 'N'.
       77  WS-ENDERECO-ENTREGAVEL  PIC X(01) VALUE 'N'.
           88  ENDERECO-ENTREGAVEL             VALUE 'S'.
       77  WS-TOTAL-SEM-ENTREGA    PIC 9(06) VALUE ZEROS.
       77  WS-FS-PFCONSEN          PIC X(02) VALUE '00'.
       77  WS-EXISTE-PFCONSEN      PIC X(01) VALUE 'N'.
           88  EXISTE-PFCONSEN                 VALUE 'S'.
       77  WS-CONSENT-ETIQUETA     PIC X(01) VALUE SPACES.
           88  CONSENT-ETIQUETA-RETIRADO       VALUE 'N'.
       77  WS-TOTAL-SEM-CONSENT    PIC 9(06) VALUE ZEROS.
       77  WS-QTD-CORRECOES        PIC 9(03) VALUE ZEROS.
       77  WS-IDX-COR              PIC 9(03).
       77  WS-IDX-GRP              PIC 9(02).
       77  WS-CHAVE-GRUPO-ANT      PIC 9(06) VALUE ZEROS.
       77  WS-SO-INFORMATIVO       PIC X(01).
           88  GRUPO-SO-INFORMATIVO            VALUE 'S'.
       77  WS-MESTRE-ANTES         PIC X(450).
       77  WS-TENTATIVA-ENTRADA    PIC 9(02).
       77  WS-TOTAL-REJ-LIDOS      PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-GRUPOS         PIC 9(06) VALUE ZEROS.
           05  WS-CORRECAO-ENTRY OCCURS 200 TIMES.
               10  WS-COR-CHAVE         PIC X(06).
               10  WS-COR-MOTIVO        PIC X(04).
               10  WS-COR-IMAGEM        PIC X(450).

      *>  All reject entries of the chave being worked on; the input
      *>  arrives grouped by chave (the nightly writes it in master
           05  WS-TRB-TENTATIVAS        PIC X(02).

       COPY 'RUNLOG01'.
       COPY 'GERCAT01'.

       COPY 'TABVAL01'.
       COPY 'LAYOUT001'.
           MOVE WS-DATA-PROCESSAMENTO TO WS-RLG-DATA-PROC
           MOVE 'PFCADBAT' TO WS-PRE-PROGRAMA
           PERFORM 8200-VERIFICA-PREREQUISITO
           MOVE 'PFCADAST' TO WS-GER-VERIFICA
           PERFORM 8600-VERIFICA-GERACAO
           MOVE 'PFCEPREF' TO WS-GER-VERIFICA
           PERFORM 8600-VERIFICA-GERACAO
           MOVE 'PFDDDREF' TO WS-GER-VERIFICA
           PERFORM 8600-VERIFICA-GERACAO
           MOVE 'PFENDSTA' TO WS-GER-VERIFICA
           PERFORM 8600-VERIFICA-GERACAO
           MOVE 'PFREJEIT' TO WS-GER-VERIFICA
           PERFORM 8600-VERIFICA-GERACAO
           MOVE 'PFREJCIC' TO WS-GER-VERIFICA
           PERFORM 8600-VERIFICA-GERACAO
           MOVE 'PFAUDRES' TO WS-GER-VERIFICA
           PERFORM 8600-VERIFICA-GERACAO
           PERFORM 8000-REGISTRA-INICIO

           OPEN INPUT PFREJENT
               MOVE 'S' TO WS-EXISTE-PFCEPREF
           END-IF

      *>  Without PFDDDREF the DDD is still checked against the fixed
      *>  list in TABVAL01, but its UF cannot be confronted.
           OPEN INPUT PFDDDREF
           IF WS-FS-PFDDDREF = '00'
               MOVE 'S' TO WS-EXISTE-PFDDDREF
           ELSE
               DISPLAY 'AVISO: PFDDDREF NAO DISPONIVEL - DDD CONFERIDO '
                   'PELA TABELA INTERNA, SEM CONFRONTO DE UF'
           END-IF

           OPEN INPUT PFCADCPF
           IF WS-FS-PFCADCPF = '00'
               MOVE 'S' TO WS-EXISTE-PFCADCPF
           END-IF

           OPEN I-O PFENDSTA
           IF WS-FS-PFENDSTA = '00'
               MOVE 'S' TO WS-EXISTE-PFENDSTA
           END-IF

           OPEN INPUT PFCONSEN
           IF WS-FS-PFCONSEN = '00'
               MOVE 'S' TO WS-EXISTE-PFCONSEN
           END-IF

           OPEN OUTPUT PFREJEIT
           OPEN OUTPUT PFETIQUE
           OPEN OUTPUT PFAUDITO

           OPEN EXTEND PFMANWRK
           IF WS-FS-PFMANWRK NOT = '00'
               OPEN OUTPUT PFMANWRK
               IF WS-FS-PFMANWRK NOT = '00'
                   DISPLAY 'ERRO FATAL: PFMANWRK NAO PODE SER '
                       'GRAVADO - FILE STATUS ' WS-FS-PFMANWRK
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM 1000-LE-PFREJENT
           PERFORM UNTIL END-OF-FILE-PFREJENT
               PERFORM 1100-MONTA-GRUPO
           CLOSE PFCADAST
           CLOSE PFREJEIT
           CLOSE PFETIQUE
           CLOSE PFMANWRK
           CLOSE PFAUDITO
           IF EXISTE-PFCEPREF
               CLOSE PFCEPREF
           END-IF
           IF EXISTE-PFDDDREF
               CLOSE PFDDDREF
           END-IF
           IF EXISTE-PFCADCPF
               CLOSE PFCADCPF
           END-IF
           IF EXISTE-PFENDSTA
               CLOSE PFENDSTA
           END-IF
           IF EXISTE-PFCONSEN
               CLOSE PFCONSEN
           END-IF

           MOVE WS-TOTAL-REJ-LIDOS  TO WS-RLG-CONTAGEM-1
           MOVE WS-TOTAL-APROVADOS  TO WS-RLG-CONTAGEM-2
           .

      *>  Decides the fate of one chave's worth of rejects:
      *>    - groups that are only CEP2/DDD2 notices are informational
      *>      (the record already mailed) and are dropped from the
      *>      cycle;
      *>    - groups with no matching correction carry forward as-is
      *>      with the attempt counter bumped;
      *>    - groups with a correction have the corrected image pushed
                   UNTIL WS-IDX-GRP > WS-QTD-GRUPO
               MOVE WS-GRUPO-ENTRY (WS-IDX-GRP) TO WS-REN-TRABALHO
               IF WS-TRB-CODIGO-MOTIVO NOT = 'CEP2'
               AND WS-TRB-CODIGO-MOTIVO NOT = 'DDD2'
                   MOVE 'N' TO WS-SO-INFORMATIVO
               END-IF
               IF WS-COR-ACHADA = ZEROS

       2500-VALIDA-E-EFETIVA.

      *>  A desk correction is keyed under the version 02 rules.
           MOVE '02' TO WS-VERSAO-LAYOUT
           PERFORM 1500-VALIDA-REGISTRO

           IF REGISTRO-VALIDO
      *>  Same label block the nightly batch prints; the address is
      *>  the HOME one when present, otherwise the first usable one.
      *>  A record whose addresses all bounced goes back to the cycle
      *>  as DEV1 instead of printing a label to a dead address; one
      *>  whose label consent was withdrawn is approved without one.
       2600-IMPRIME-ETIQUETA.

           PERFORM 2610-LOCALIZA-ENDERECO-CORRESP
           PERFORM 2640-LE-CONSENTIMENTO
           EVALUATE TRUE
               WHEN NOT ENDERECO-ENTREGAVEL
                   PERFORM 2620-REJEITA-SEM-ENTREGA
               WHEN CONSENT-ETIQUETA-RETIRADO
                   ADD 1 TO WS-TOTAL-SEM-CONSENT
               WHEN OTHER
                   PERFORM 2630-GRAVA-LINHAS-ETIQUETA
           END-EVALUATE

           .

       2640-LE-CONSENTIMENTO.

           MOVE SPACES TO WS-CONSENT-ETIQUETA
           IF EXISTE-PFCONSEN
               MOVE WS-CHAVE-REGISTRO TO CON-CHAVE-REGISTRO
               READ PFCONSEN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CON-SITUACAO (1) TO WS-CONSENT-ETIQUETA
               END-READ
           END-IF

           .
                  DELIMITED BY SIZE INTO ETQ-LINHA
           WRITE ETQ-LINHA AFTER ADVANCING 1 LINE

           PERFORM 2635-GRAVA-MANIFESTO

           .

      *>  Mirrors the reprinted label as one sortable manifest record,
      *>  same as the nightly batch's 2120-GRAVA-MANIFESTO.
       2635-GRAVA-MANIFESTO.

           MOVE SPACES                   TO MAN-REGISTRO
           MOVE WS-CHAVE-REGISTRO        TO MAN-CHAVE-REGISTRO
           MOVE WS-PRIMEIRO-NOME         TO MAN-PRIMEIRO-NOME
           MOVE WS-ULTIMO-NOME           TO MAN-ULTIMO-NOME
           MOVE WS-RUA (WS-IDX-END)      TO MAN-RUA
           MOVE WS-BAIRRO (WS-IDX-END)   TO MAN-BAIRRO
           MOVE WS-CIDADE (WS-IDX-END)   TO MAN-CIDADE
           MOVE WS-UF (WS-IDX-END)       TO MAN-UF
           MOVE WS-CEP (WS-IDX-END)      TO MAN-CEP
           MOVE 'R'                      TO MAN-FLUXO
           WRITE MAN-REGISTRO

           .

       2610-LOCALIZA-ENDERECO-CORRESP.
           DISPLAY 'APROVADOS (ETIQUETA)  : ' WS-TOTAL-APROVADOS
           DISPLAY 'REPROVADOS NOVAMENTE  : ' WS-TOTAL-REPROVADOS
           DISPLAY 'SEM CORRECAO (ADIANTE): ' WS-TOTAL-SEM-CORRECAO
           DISPLAY 'SO INFORMATIVOS       : ' WS-TOTAL-INFORMATIVOS
           DISPLAY 'CHAVE NAO ENCONTRADA  : ' WS-TOTAL-NAO-ACHADOS
           DISPLAY 'SEM ENDERECO (DEV1)   : ' WS-TOTAL-SEM-ENTREGA
           DISPLAY 'ETIQUETA SEM CONSENT. : ' WS-TOTAL-SEM-CONSENT

           .

       COPY 'RUNLOG02'.
       COPY 'GERCAT02'.
       END PROGRAM PFREJRES.
