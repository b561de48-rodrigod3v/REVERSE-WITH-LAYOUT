      *          ADDRESSES INTO THE SURVIVOR'S FREE OCCURS SLOTS,
      *          DELETES THE ABSORBED RECORD FROM PFCADAST, AUDITS
      *          BOTH SIDES WITH FULL BEFORE/AFTER IMAGES (PFAUDMRG.DAT,
      *          SAME PFAUDITO FORMAT) AND RECORDS ONE OLD-CHAVE ->
      *          NEW-CHAVE ENTRY TO THE PERMANENT CROSS-REFERENCE
      *          PFCHXREF.DAT, WHICH PFMOVAPL CONSULTS TO REDIRECT
      *          MOVEMENTS ARRIVING AGAINST A MERGED-AWAY CHAVE.
      *          THE ABSORBED CHAVE'S MAILING CONSENTS (PFCONSEN.DAT)
      *          ARE FOLDED INTO THE SURVIVOR'S -- A WITHDRAWAL ON
      *          EITHER SIDE STANDS -- AND AUDITED TO PFAUDCON.DAT IN
      *          THE PFCONMAN FORMAT BEFORE THE ABSORBED ONE IS DROPPED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS PF-CHAVE-REGISTRO
               ALTERNATE RECORD KEY IS PF-ULTIMO-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PF-CPF
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PFCADAST.

      *>  The merge run keeps its own audit dataset so the nightly
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFAUDITO.

      *>  Permanent, keyed by the merged-away chave: every merge ever
      *>  done stays on file -- a movement can arrive against a chave
      *>  merged away months ago.
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
               RECORD KEY IS STA-CHAVE-REGISTRO
               FILE STATUS IS WS-FS-PFENDSTA.

      *>  PFCONMAN's consent registry and its accumulating audit
      *>  trail. Absent registry = nobody ever withdrew anything.
           SELECT PFCONSEN ASSIGN TO 'PFCONSEN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CON-CHAVE-REGISTRO
               FILE STATUS IS WS-FS-PFCONSEN.

           SELECT PFAUDCON ASSIGN TO 'PFAUDCON.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFAUDCON.

       DATA DIVISION.
       FILE SECTION.
       FD  PFMRGDEC
           05  PF-PRIMEIRO-NOME         PIC X(15).
           05  PF-ULTIMO-NOME           PIC X(20).
           05  FILLER                   PIC X(363).
           05  PF-CPF                   PIC X(11).
           05  FILLER                   PIC X(35).

       FD  PFAUDITO
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
           05  XRF-CHAVE-NOVA           PIC 9(06).

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
               10  STA-SITUACAO         PIC X(01).
               10  STA-MOTIVO-RETORNO   PIC X(03).

       FD  PFCONSEN
           LABEL RECORDS ARE STANDARD.
       01  CON-REGISTRO.
           05  CON-CHAVE-REGISTRO       PIC 9(06).
           05  CON-CANAIS OCCURS 3 TIMES.
               10  CON-SITUACAO         PIC X(01).
               10  CON-DATA             PIC 9(08).
               10  CON-OPERADOR         PIC X(08).

       FD  PFAUDCON
           LABEL RECORDS ARE STANDARD.
       01  ACN-REGISTRO.
           05  ACN-CHAVE-REGISTRO       PIC 9(06).
           05  FILLER                   PIC X(01).
           05  ACN-DATA-HORA            PIC X(21).
           05  FILLER                   PIC X(01).
           05  ACN-OPERADOR             PIC X(08).
           05  FILLER                   PIC X(01).
           05  ACN-CAMPO-ALTERADO       PIC X(15).
           05  FILLER                   PIC X(01).
           05  ACN-DIGITACAO            PIC X(21).
           05  FILLER                   PIC X(01).
           05  ACN-REGISTRO-ANTES       PIC X(450).
           05  FILLER                   PIC X(01).
           05  ACN-REGISTRO-DEPOIS      PIC X(450).

       WORKING-STORAGE SECTION.
       77  WS-FS-PFMRGDEC          PIC X(02) VALUE '00'.
       77  WS-FS-PFCADAST          PIC X(02) VALUE '00'.
       77  WS-FS-PFENDSTA          PIC X(02) VALUE '00'.
       77  WS-EXISTE-PFENDSTA      PIC X(01) VALUE 'N'.
           88  EXISTE-PFENDSTA                 VALUE 'S'.
       77  WS-FS-PFCONSEN          PIC X(02) VALUE '00'.
       77  WS-FS-PFAUDCON          PIC X(02) VALUE '00'.
       77  WS-EXISTE-PFCONSEN      PIC X(01) VALUE 'N'.
           88  EXISTE-PFCONSEN                 VALUE 'S'.
       77  WS-CONSENT-EXISTE       PIC X(01) VALUE 'N'.
           88  CONSENT-EXISTE                  VALUE 'S'.
       77  WS-CONSENT-ANTES        PIC X(57).
       77  WS-IDX-CANAL            PIC 9(01).
       77  WS-CHAVE-LIMPEZA        PIC 9(06) VALUE ZEROS.
       77  WS-OPERADOR-ID          PIC X(08) VALUE 'MERGE01'.
       77  WS-AUD-CHAVE            PIC 9(06) VALUE ZEROS.
       77  WS-AUD-CAMPO-ALTERADO   PIC X(15).
       77  WS-AUD-REGISTRO-ANTES   PIC X(450).
       77  WS-AUD-REGISTRO-DEPOIS  PIC X(450).
       77  WS-EOF-PFMRGDEC         PIC X(01) VALUE 'N'.
           88  END-OF-FILE-PFMRGDEC            VALUE 'S'.
       77  WS-PAR-UTILIZAVEL       PIC X(01) VALUE 'N'.
       77  WS-TOTAL-TEL-COPIADOS   PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-END-COPIADOS   PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-SEM-VAGA       PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-CONSENT-FUNDID PIC 9(06) VALUE ZEROS.

      *>  The absorbed chave's consent record, held while the
      *>  survivor's is read into the FD.
       01  WS-CONSENT-ABSORVIDO.
           05  WS-CSA-CHAVE-REGISTRO    PIC 9(06).
           05  WS-CSA-CANAIS OCCURS 3 TIMES.
               10  WS-CSA-SITUACAO      PIC X(01).
               10  WS-CSA-DATA          PIC 9(08).
               10  WS-CSA-OPERADOR      PIC X(08).

       COPY 'RUNLOG01'.
       COPY 'GERCAT01'.

       COPY 'LAYOUT001'.
       COPY 'LAYOUT001' REPLACING LEADING ==WS-== BY ==ABS-==.

           MOVE 'PFDUPMRG' TO WS-RLG-PROGRAMA
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RLG-DATA-PROC
           MOVE 'PFCADAST' TO WS-GER-VERIFICA
           PERFORM 8600-VERIFICA-GERACAO
           MOVE 'PFCHXREF' TO WS-GER-VERIFICA
           PERFORM 8600-VERIFICA-GERACAO
           MOVE 'PFENDSTA' TO WS-GER-VERIFICA
           PERFORM 8600-VERIFICA-GERACAO
           MOVE 'PFCONSEN' TO WS-GER-VERIFICA
           PERFORM 8600-VERIFICA-GERACAO
           MOVE 'PFAUDMRG' TO WS-GER-VERIFICA
           PERFORM 8600-VERIFICA-GERACAO
           PERFORM 8000-REGISTRA-INICIO

           OPEN INPUT PFMRGDEC
               MOVE 'S' TO WS-EXISTE-PFENDSTA
           END-IF

      *>  The consent trail is the registrant's consent history, so
      *>  it is extended, never recreated, same as PFCONMAN does.
           OPEN I-O PFCONSEN
           IF WS-FS-PFCONSEN = '00'
               MOVE 'S' TO WS-EXISTE-PFCONSEN
               OPEN EXTEND PFAUDCON
               IF WS-FS-PFAUDCON NOT = '00'
                   OPEN OUTPUT PFAUDCON
                   IF WS-FS-PFAUDCON NOT = '00'
                       DISPLAY 'ERRO FATAL: PFAUDCON NAO PODE SER '
                           'GRAVADO - FILE STATUS ' WS-FS-PFAUDCON
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF

           OPEN OUTPUT PFAUDITO

      *>  First merge ever finds no cross-reference on disk yet; any
      *>  later run adds to the one the earlier runs built.
           OPEN I-O PFCHXREF
           IF WS-FS-PFCHXREF NOT = '00'
               OPEN OUTPUT PFCHXREF
               IF WS-FS-PFCHXREF NOT = '00'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE PFCHXREF
               OPEN I-O PFCHXREF
           END-IF

           PERFORM 1000-LE-DECISAO
           IF EXISTE-PFENDSTA
               CLOSE PFENDSTA
           END-IF
           IF EXISTE-PFCONSEN
               CLOSE PFCONSEN
               CLOSE PFAUDCON
           END-IF

           MOVE WS-TOTAL-DECISOES TO WS-RLG-CONTAGEM-1
           MOVE WS-TOTAL-FUNDIDOS TO WS-RLG-CONTAGEM-2
           PERFORM 2300-COPIA-TELEFONES
           PERFORM 2400-COPIA-ENDERECOS

      *>  A survivor without CPF inherits the absorbed record's; when
      *>  both carry one the survivor's stands (the desk resolves a
      *>  conflicting pair before deciding the merge).
           IF WS-CPF = SPACES
           AND ABS-CPF NOT = SPACES
               MOVE ABS-CPF TO WS-CPF
           END-IF

           MOVE WS-DADOS-PESSOA    TO WS-AUD-REGISTRO-DEPOIS
           MOVE WS-CHAVE-REGISTRO  TO WS-AUD-CHAVE
           MOVE 'FUSAO-DESTINO'    TO WS-AUD-CAMPO-ALTERADO
               STOP RUN
           END-IF

      *>  A chave can only be merged away while it is on the master,
      *>  so an existing entry means it was re-included and merged
      *>  again since; the latest survivor replaces the old one.
           MOVE SPACES             TO XRF-REGISTRO
           MOVE ABS-CHAVE-REGISTRO TO XRF-CHAVE-ANTIGA
           MOVE WS-CHAVE-REGISTRO  TO XRF-CHAVE-NOVA
           WRITE XRF-REGISTRO
               INVALID KEY
                   REWRITE XRF-REGISTRO
           END-WRITE
           IF WS-FS-PFCHXREF NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO GRAVAR PFCHXREF DA CHAVE '
                   ABS-CHAVE-REGISTRO ' - FILE STATUS ' WS-FS-PFCHXREF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-CHAVE-REGISTRO  TO WS-CHAVE-LIMPEZA
           PERFORM 2700-LIMPA-SITUACAO-ENTREGA
           MOVE ABS-CHAVE-REGISTRO TO WS-CHAVE-LIMPEZA
           PERFORM 2700-LIMPA-SITUACAO-ENTREGA
           PERFORM 2750-FUNDE-CONSENTIMENTO

           ADD 1 TO WS-TOTAL-FUNDIDOS


           .

      *>  Consent belongs to the person, not the chave, so the
      *>  absorbed chave's record is folded into the survivor's slot
      *>  by slot: a withdrawal ('N') on either side beats a consent
      *>  ('S') and keeps the date and operator it was taken with,
      *>  and a slot the survivor never recorded takes the absorbed
      *>  one's. Both sides are audited to PFAUDCON in the PFCONMAN
      *>  before/after format and the absorbed record is dropped.
       2750-FUNDE-CONSENTIMENTO.

           IF EXISTE-PFCONSEN
               MOVE SPACES TO WS-CONSENT-ABSORVIDO
               MOVE ABS-CHAVE-REGISTRO TO CON-CHAVE-REGISTRO
               READ PFCONSEN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CON-REGISTRO TO WS-CONSENT-ABSORVIDO
               END-READ
           END-IF

           IF EXISTE-PFCONSEN
           AND WS-CONSENT-ABSORVIDO NOT = SPACES
               MOVE 'N' TO WS-CONSENT-EXISTE
               MOVE WS-CHAVE-REGISTRO TO CON-CHAVE-REGISTRO
               READ PFCONSEN
                   INVALID KEY
                       MOVE SPACES TO CON-REGISTRO
                       MOVE WS-CHAVE-REGISTRO TO CON-CHAVE-REGISTRO
                       MOVE ZEROS TO CON-DATA (1) CON-DATA (2)
                                     CON-DATA (3)
                   NOT INVALID KEY
                       MOVE 'S' TO WS-CONSENT-EXISTE
               END-READ
               MOVE CON-REGISTRO TO WS-CONSENT-ANTES

               PERFORM VARYING WS-IDX-CANAL FROM 1 BY 1
                       UNTIL WS-IDX-CANAL > 3
                   IF (WS-CSA-SITUACAO (WS-IDX-CANAL) = 'N'
                       AND CON-SITUACAO (WS-IDX-CANAL) NOT = 'N')
                   OR (CON-SITUACAO (WS-IDX-CANAL) = SPACES
                       AND WS-CSA-SITUACAO (WS-IDX-CANAL) NOT = SPACES)
                       MOVE WS-CSA-CANAIS (WS-IDX-CANAL)
                           TO CON-CANAIS (WS-IDX-CANAL)
                   END-IF
               END-PERFORM

               IF CON-REGISTRO NOT = WS-CONSENT-ANTES
                   IF CONSENT-EXISTE
                       REWRITE CON-REGISTRO
                   ELSE
                       WRITE CON-REGISTRO
                   END-IF
                   IF WS-FS-PFCONSEN NOT = '00'
                       DISPLAY 'ERRO FATAL: FALHA AO GRAVAR '
                           'CONSENTIMENTO DA CHAVE ' WS-CHAVE-REGISTRO
                           ' - FILE STATUS ' WS-FS-PFCONSEN
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE SPACES TO ACN-REGISTRO
                   IF CONSENT-EXISTE
                       MOVE WS-CONSENT-ANTES TO ACN-REGISTRO-ANTES
                   END-IF
                   MOVE CON-REGISTRO TO ACN-REGISTRO-DEPOIS
                   MOVE WS-CHAVE-REGISTRO TO WS-AUD-CHAVE
                   MOVE 'FUSAO-DESTINO' TO WS-AUD-CAMPO-ALTERADO
                   PERFORM 2850-GRAVA-AUDITORIA-CONSENT
               END-IF

               MOVE SPACES TO ACN-REGISTRO
               MOVE WS-CONSENT-ABSORVIDO TO ACN-REGISTRO-ANTES
               MOVE ABS-CHAVE-REGISTRO TO WS-AUD-CHAVE
               MOVE 'FUSAO-EXCLUSAO' TO WS-AUD-CAMPO-ALTERADO
               PERFORM 2850-GRAVA-AUDITORIA-CONSENT

               MOVE ABS-CHAVE-REGISTRO TO CON-CHAVE-REGISTRO
               DELETE PFCONSEN
               IF WS-FS-PFCONSEN NOT = '00'
                   DISPLAY 'ERRO FATAL: FALHA AO EXCLUIR CONSENTIMENTO '
                       'DA CHAVE ' ABS-CHAVE-REGISTRO
                       ' - FILE STATUS ' WS-FS-PFCONSEN
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-TOTAL-CONSENT-FUNDID
           END-IF

           .

      *>  An absorbed phone joins the survivor only when there is a
      *>  free OCCURS slot and the same number is not already there
      *>  (same DDD + PREFIXO + SUFIXO, the comparison PFDUPREL pairs

           .

      *>  The caller leaves the before/after consent images in
      *>  ACN-REGISTRO; the chave and label come from WS-AUD-CHAVE
      *>  and WS-AUD-CAMPO-ALTERADO as for 2800.
       2850-GRAVA-AUDITORIA-CONSENT.

           MOVE WS-AUD-CHAVE            TO ACN-CHAVE-REGISTRO
           MOVE FUNCTION CURRENT-DATE   TO ACN-DATA-HORA
           MOVE WS-OPERADOR-ID          TO ACN-OPERADOR
           MOVE WS-AUD-CAMPO-ALTERADO   TO ACN-CAMPO-ALTERADO
           WRITE ACN-REGISTRO
           IF WS-FS-PFAUDCON NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO GRAVAR PFAUDCON DA CHAVE '
                   WS-AUD-CHAVE ' - FILE STATUS ' WS-FS-PFAUDCON
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           .

       3000-IMPRIME-RESUMO.

           DISPLAY ' '
           DISPLAY 'TELEFONES COPIADOS  : ' WS-TOTAL-TEL-COPIADOS
           DISPLAY 'ENDERECOS COPIADOS  : ' WS-TOTAL-END-COPIADOS
           DISPLAY 'OCORRENCIAS SEM VAGA: ' WS-TOTAL-SEM-VAGA
           DISPLAY 'CONSENTIM. FUNDIDOS : ' WS-TOTAL-CONSENT-FUNDID

           .

       COPY 'RUNLOG02'.
       COPY 'GERCAT02'.
       END PROGRAM PFDUPMRG.
