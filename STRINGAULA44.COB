               RECORD KEY IS PF-CHAVE-REGISTRO
               ALTERNATE RECORD KEY IS PF-ULTIMO-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PF-CPF
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PFCADAST.

           SELECT PFREJEIT ASSIGN TO 'PFREJEIT.DAT'
      *>  trailer count and hash) appended at the same moment the
      *>  sequence control is rewritten; the CRM acknowledgment
      *>  reconciliation (PFCRMREC) ties the CRM's acks back to this,
      *>  since PFCRMEXT.DAT itself is overwritten every night. Keyed
      *>  by sequence so PFCRMREC looks each ack up directly.
           SELECT PFCRMHIS ASSIGN TO 'PFCRMHIS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIS-SEQUENCIA
               FILE STATUS IS WS-FS-PFCRMHIS.

      *>  One record per printed label, with the correspondence
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

      *>  Per-occurrence delivery status maintained by the returned-
      *>  mail run (PFDEVCOR): 'D' marks an address the post office
      *>  bounced, and the label address pick skips it. Absent file =
               RECORD KEY IS STA-CHAVE-REGISTRO
               FILE STATUS IS WS-FS-PFENDSTA.

           SELECT PFGERCAT ASSIGN TO 'PFGERCAT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-CHAVE
               FILE STATUS IS WS-FS-PFGERCAT.

           SELECT PFRUNLOG ASSIGN TO 'PFRUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFRUNLOG.

      *>  Permanent LGPD suppression list written by the erasure run
      *>  (PFLGPDEL): a chave on it is never extracted to the CRM
      *>  again, whatever the master says. Keyed by chave and read
      *>  per registrant, so the list can grow without limit. Absent
      *>  file = nobody has invoked erasure yet.
           SELECT PFLGPDSU ASSIGN TO 'PFLGPDSU.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUP-CHAVE-REGISTRO
               FILE STATUS IS WS-FS-PFLGPDSU.

      *>  Consent registry maintained by PFCONMAN: a channel the
      *>  registrant withdrew ('N') gets no label (slot 1) or no CRM
      *>  record (slot 2). No record, or a slot never recorded,
      *>  consents. Absent file = no request ever taken.
           SELECT PFCONSEN ASSIGN TO 'PFCONSEN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CON-CHAVE-REGISTRO
               FILE STATUS IS WS-FS-PFCONSEN.

      *>  Statistics history: one record per processing date with the
      *>  run's breakdowns, read by the monthly trend report PFESTREL.
      *>  A rerun for the same date replaces that date's record.
           SELECT PFESTHIS ASSIGN TO 'PFESTHIS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EST-DATA-PROC
               FILE STATUS IS WS-FS-PFESTHIS.

       DATA DIVISION.
       FILE SECTION.
       FD  PFPARAMS
           05  PF-NUM-PASSAPORTE        PIC X(12).
           05  PF-TIPO-VISTO            PIC X(10).
           05  PF-VALIDADE-VISTO        PIC 9(08).
           05  PF-CPF                   PIC X(11).
           05  PF-VERSAO-LAYOUT         PIC X(02).
           05  FILLER                   PIC X(33).

       FD  PFREJEIT
           LABEL RECORDS ARE STANDARD.
           05  FILLER                   PIC X(01).
           05  CKP-PROF-CONTADORES.
               10  CKP-PROF-CONTADOR    PIC 9(06) OCCURS 10 TIMES.
           05  FILLER                   PIC X(01).
           05  CKP-TOTAL-VALIDOS        PIC 9(06).
           05  FILLER                   PIC X(01).
           05  CKP-QTD-BRASILEIROS      PIC 9(06).
           05  FILLER                   PIC X(01).
           05  CKP-QTD-ESTRANGEIROS     PIC 9(06).
           05  FILLER                   PIC X(01).
           05  CKP-NACIONALIDADES       PIC X(482).
           05  FILLER                   PIC X(01).
           05  CKP-MOTIVOS              PIC X(302).

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

       FD  PFCRMEXT
           LABEL RECORDS ARE STANDARD.
           05  HIS-TOTAL-REGISTROS      PIC 9(06).
           05  FILLER                   PIC X(01).
           05  HIS-HASH-CHAVES          PIC 9(12).
           05  FILLER                   PIC X(01).
           05  HIS-CONFIRMADO           PIC X(01).
           05  FILLER                   PIC X(01).
           05  HIS-ACEITOS              PIC 9(06).
           05  FILLER                   PIC X(01).
           05  HIS-REJEITADOS           PIC 9(06).

       FD  PFMANWRK
           LABEL RECORDS ARE STANDARD.
           05  MAN-CIDADE               PIC X(20).
           05  MAN-UF                   PIC X(02).
           05  MAN-CEP                  PIC X(08).
      *>  Mail stream the piece belongs to, for the postage
      *>  chargeback: N nightly labels, V visa notices (PFVISNOT),
      *>  R reject-cycle reprints (PFREJRES).
           05  MAN-FLUXO                PIC X(01).

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
               10  STA-SITUACAO         PIC X(01).
               10  STA-MOTIVO-RETORNO   PIC X(03).

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
       01  SUP-REGISTRO.
           05  SUP-CHAVE-REGISTRO       PIC X(06).

       FD  PFCONSEN
           LABEL RECORDS ARE STANDARD.
       01  CON-REGISTRO.
           05  CON-CHAVE-REGISTRO       PIC 9(06).
           05  CON-CANAIS OCCURS 3 TIMES.
               10  CON-SITUACAO         PIC X(01).
               10  CON-DATA             PIC 9(08).
               10  CON-OPERADOR         PIC X(08).

      *>  Counts are of registrants that passed validation, except the
      *>  motivo table, which counts reject lines written.
       FD  PFESTHIS
           LABEL RECORDS ARE STANDARD.
       01  EST-REGISTRO.
           05  EST-DATA-PROC            PIC 9(08).
           05  EST-TOTAL-LIDOS          PIC 9(06).
           05  EST-TOTAL-VALIDOS        PIC 9(06).
           05  EST-TOTAL-REJEITADOS     PIC 9(06).
           05  EST-QTD-BRASILEIROS      PIC 9(06).
           05  EST-QTD-ESTRANGEIROS     PIC 9(06).
           05  EST-UFS OCCURS 27 TIMES.
               10  EST-UF-SIGLA         PIC X(02).
               10  EST-UF-QTD           PIC 9(06).
           05  EST-PROFISSOES OCCURS 10 TIMES.
               10  EST-PROF-CODIGO      PIC X(02).
               10  EST-PROF-QTD         PIC 9(06).
           05  EST-QTD-NACIONALIDADES   PIC 9(02).
           05  EST-NACIONALIDADES OCCURS 60 TIMES.
               10  EST-NAC-CODIGO       PIC X(02).
               10  EST-NAC-QTD          PIC 9(06).
           05  EST-QTD-MOTIVOS          PIC 9(02).
           05  EST-MOTIVOS OCCURS 30 TIMES.
               10  EST-MOT-CODIGO       PIC X(04).
               10  EST-MOT-QTD          PIC 9(06).
           05  EST-DATA-HORA            PIC X(21).

       WORKING-STORAGE SECTION.
       77  WS-TM1                  PIC 99.
       77  WS-TM2                  PIC 99.
       77  WS-FS-PFCHECKP          PIC X(02) VALUE '00'.
       77  WS-FS-PFAUDITO          PIC X(02) VALUE '00'.
       77  WS-FS-PFCEPREF          PIC X(02) VALUE '00'.
       77  WS-FS-PFDDDREF          PIC X(02) VALUE '00'.
       77  WS-FS-PFCADCPF          PIC X(02) VALUE '00'.
       77  WS-FS-PFMANWRK          PIC X(02) VALUE '00'.
       77  WS-FS-PFCRMEXT          PIC X(02) VALUE '00'.
       77  WS-FS-PFCRMCTL          PIC X(02) VALUE '00'.
           88  ENDERECO-ENTREGAVEL             VALUE 'S'.
       77  WS-TOTAL-SEM-ENTREGA    PIC 9(06) VALUE ZEROS.
       77  WS-FS-PFLGPDSU          PIC X(02) VALUE '00'.
       77  WS-EXISTE-PFLGPDSU      PIC X(01) VALUE 'N'.
           88  EXISTE-PFLGPDSU                 VALUE 'S'.
       77  WS-CHAVE-SUPRIMIDA      PIC X(01) VALUE 'N'.
           88  CHAVE-SUPRIMIDA-LGPD            VALUE 'S'.
       77  WS-TOTAL-SUPRIMIDOS     PIC 9(06) VALUE ZEROS.
       77  WS-FS-PFCONSEN          PIC X(02) VALUE '00'.
       77  WS-EXISTE-PFCONSEN      PIC X(01) VALUE 'N'.
           88  EXISTE-PFCONSEN                 VALUE 'S'.
       77  WS-TOTAL-ETQ-SEM-CONSENT PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-CRM-SEM-CONSENT PIC 9(06) VALUE ZEROS.
       77  WS-FS-PFESTHIS          PIC X(02) VALUE '00'.
       77  WS-TOTAL-VALIDOS        PIC 9(06) VALUE ZEROS.
       77  WS-QTD-BRASILEIROS      PIC 9(06) VALUE ZEROS.
       77  WS-QTD-ESTRANGEIROS     PIC 9(06) VALUE ZEROS.
       77  WS-IDX-NAC              PIC 99.
       77  WS-EXISTE-ESTATISTICA   PIC X(01) VALUE 'N'.
           88  EXISTE-ESTATISTICA              VALUE 'S'.

      *>  The chave's consent flags, one per channel slot (1 labels,
      *>  2 CRM, 3 visa notices); 'N' = withdrawn.
       01  WS-CONSENTIMENTOS.
           05  WS-CONSENT-CANAL     PIC X(01) OCCURS 3 TIMES.

       01  WS-SITUACOES-ENTREGA.
           05  WS-SIT-ENTREGA       PIC X(01) OCCURS 3 TIMES.

       01  WS-PAR-DATA.
           05  WS-PDT-ANO           PIC 9(04).
           05  WS-PDT-MES           PIC 9(02).
           05  WS-PDT-DIA           PIC 9(02).

       COPY 'RUNLOG01'.
       COPY 'GERCAT01'.

       COPY 'TABVAL01'.

           05  WS-PROF-CONTADOR     PIC 9(06) OCCURS 10 TIMES
                                    VALUE ZEROS.

      *>  Valid registrants per nationality code, in order of first
      *>  appearance; once 59 codes are in, the rest share slot 60
      *>  under '**'. Laid out as CKP-NACIONALIDADES.
       01  WS-TABELA-NACIONALIDADES.
           05  WS-QTD-NACIONALIDADES PIC 9(02) VALUE ZEROS.
           05  WS-NACIONALIDADE-ENTRY OCCURS 60 TIMES.
               10  WS-NAC-CODIGO        PIC X(02).
               10  WS-NAC-CONTADOR      PIC 9(06).

       COPY 'LAYOUT001'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE 'PFCADBAT'            TO WS-RLG-PROGRAMA
           MOVE WS-DATA-PROCESSAMENTO TO WS-RLG-DATA-PROC
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
           MOVE 'PFAUDITO' TO WS-GER-VERIFICA
           PERFORM 8600-VERIFICA-GERACAO
           MOVE 'PFCRMEXT' TO WS-GER-VERIFICA
           PERFORM 8600-VERIFICA-GERACAO
           PERFORM 8000-REGISTRA-INICIO

           PERFORM 0080-ABRE-SUPRESSAO
           PERFORM 0100-RECUPERA-CHECKPOINT
           PERFORM 0300-LE-SEQUENCIA-CRM

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

           OPEN INPUT PFENDSTA
           IF WS-FS-PFENDSTA = '00'
               MOVE 'S' TO WS-EXISTE-PFENDSTA
                   PERFORM 2000-IMPRIME-REGISTRO
                   IF MODO-COMPLETO
                       PERFORM 2110-LOCALIZA-ENDERECO-CORRESP
                       PERFORM 2127-LE-CONSENTIMENTO
                       EVALUATE TRUE
                           WHEN NOT ENDERECO-ENTREGAVEL
                               PERFORM 2105-REJEITA-SEM-ENTREGA
                           WHEN WS-CONSENT-CANAL (1) = 'N'
                               ADD 1 TO WS-TOTAL-ETQ-SEM-CONSENT
                           WHEN OTHER
                               PERFORM 2100-IMPRIME-ETIQUETA
                       END-EVALUATE
                       PERFORM 2125-VERIFICA-SUPRESSAO
                       EVALUATE TRUE
                           WHEN CHAVE-SUPRIMIDA-LGPD
                               ADD 1 TO WS-TOTAL-SUPRIMIDOS
                           WHEN WS-CONSENT-CANAL (2) = 'N'
                               ADD 1 TO WS-TOTAL-CRM-SEM-CONSENT
                           WHEN OTHER
                               PERFORM 2130-GRAVA-CRM
                       END-EVALUATE
                   END-IF
                   PERFORM 1900-ACUMULA-ESTATISTICAS
               END-IF

           PERFORM 2250-APURA-CODIGO-RETORNO
           PERFORM 2200-IMPRIME-RESUMO
           PERFORM 2300-GRAVA-ESTATISTICAS

           CLOSE PFCADAST
           CLOSE PFREJEIT
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
           IF EXISTE-PFLGPDSU
               CLOSE PFLGPDSU
           END-IF
           IF EXISTE-PFCONSEN
               CLOSE PFCONSEN
           END-IF

           MOVE WS-CODIGO-RETORNO   TO WS-RLG-CODIGO-RETORNO
           MOVE WS-TOTAL-LIDOS      TO WS-RLG-CONTAGEM-1

      *>  A missing suppression list is a normal day -- nobody has
      *>  invoked the LGPD right to erasure yet.
       0080-ABRE-SUPRESSAO.

           OPEN INPUT PFLGPDSU
           IF WS-FS-PFLGPDSU = '00'
               MOVE 'S' TO WS-EXISTE-PFLGPDSU
           END-IF

           OPEN INPUT PFCONSEN
           IF WS-FS-PFCONSEN = '00'
               MOVE 'S' TO WS-EXISTE-PFCONSEN
           END-IF

           .
                               TO WS-TABELA-UF-CONTADORES
                           MOVE CKP-PROF-CONTADORES
                               TO WS-TABELA-PROFISSAO-CONTADORES
                           PERFORM 0110-RECUPERA-ESTATISTICAS
                   END-READ
               END-PERFORM
               CLOSE PFCHECKP

           .

      *>  A checkpoint written before these counters existed leaves
      *>  them blank; they then restart from zero for the rest of the
      *>  run rather than abend on non-numeric data.
       0110-RECUPERA-ESTATISTICAS.

           IF CKP-TOTAL-VALIDOS IS NUMERIC
           AND CKP-NACIONALIDADES (1:2) IS NUMERIC
           AND CKP-MOTIVOS (1:2) IS NUMERIC
               MOVE CKP-TOTAL-VALIDOS    TO WS-TOTAL-VALIDOS
               MOVE CKP-QTD-BRASILEIROS  TO WS-QTD-BRASILEIROS
               MOVE CKP-QTD-ESTRANGEIROS TO WS-QTD-ESTRANGEIROS
               MOVE CKP-NACIONALIDADES   TO WS-TABELA-NACIONALIDADES
               MOVE CKP-MOTIVOS          TO WS-TABELA-MOTIVOS
           END-IF

           .

      *>  Positions the indexed master on the first key beyond the
      *>  checkpointed one, so the main loop resumes exactly where the
      *>  interrupted run stopped. A status of 23 (or anything not
                   TO CKP-UF-CONTADORES
               MOVE WS-TABELA-PROFISSAO-CONTADORES
                   TO CKP-PROF-CONTADORES
               MOVE WS-TOTAL-VALIDOS       TO CKP-TOTAL-VALIDOS
               MOVE WS-QTD-BRASILEIROS     TO CKP-QTD-BRASILEIROS
               MOVE WS-QTD-ESTRANGEIROS    TO CKP-QTD-ESTRANGEIROS
               MOVE WS-TABELA-NACIONALIDADES
                   TO CKP-NACIONALIDADES
               MOVE WS-TABELA-MOTIVOS      TO CKP-MOTIVOS
               WRITE CKP-REGISTRO
               MOVE ZEROS TO WS-CONTADOR-CHECKPOINT
           END-IF
           .

      *>  Accumulates the req 009 end-of-run breakdowns -- one bucket
      *>  per UF (mailing address), one per profession code and one
      *>  per nationality, plus BR against foreign -- for every
      *>  registrant that made it past validation.
       1900-ACUMULA-ESTATISTICAS.

           ADD 1 TO WS-TOTAL-VALIDOS
           IF WS-NACIONALIDADE = 'BR'
               ADD 1 TO WS-QTD-BRASILEIROS
           ELSE
               ADD 1 TO WS-QTD-ESTRANGEIROS
           END-IF

           PERFORM VARYING WS-IDX-NAC FROM 1 BY 1
                   UNTIL WS-IDX-NAC > WS-QTD-NACIONALIDADES
                      OR WS-NAC-CODIGO (WS-IDX-NAC) = WS-NACIONALIDADE
               CONTINUE
           END-PERFORM
           IF WS-IDX-NAC > WS-QTD-NACIONALIDADES
               EVALUATE TRUE
                   WHEN WS-QTD-NACIONALIDADES < 59
                       ADD 1 TO WS-QTD-NACIONALIDADES
                       MOVE WS-NACIONALIDADE
                           TO WS-NAC-CODIGO (WS-QTD-NACIONALIDADES)
                       MOVE ZEROS
                           TO WS-NAC-CONTADOR (WS-QTD-NACIONALIDADES)
                   WHEN WS-QTD-NACIONALIDADES = 59
                       ADD 1 TO WS-QTD-NACIONALIDADES
                       MOVE '**'
                           TO WS-NAC-CODIGO (WS-QTD-NACIONALIDADES)
                       MOVE ZEROS
                           TO WS-NAC-CONTADOR (WS-QTD-NACIONALIDADES)
               END-EVALUATE
               MOVE WS-QTD-NACIONALIDADES TO WS-IDX-NAC
           END-IF
           ADD 1 TO WS-NAC-CONTADOR (WS-IDX-NAC)

           PERFORM VARYING WS-IDX-PROF FROM 1 BY 1
                   UNTIL WS-IDX-PROF > 10
               IF WS-PROF-CODIGO (WS-IDX-PROF) = WS-COD-PROFISSAO
           MOVE WS-CIDADE (WS-IDX-END)   TO MAN-CIDADE
           MOVE WS-UF (WS-IDX-END)       TO MAN-UF
           MOVE WS-CEP (WS-IDX-END)      TO MAN-CEP
           MOVE 'N'                      TO MAN-FLUXO
           WRITE MAN-REGISTRO

           .
       2125-VERIFICA-SUPRESSAO.

           MOVE 'N' TO WS-CHAVE-SUPRIMIDA
           IF EXISTE-PFLGPDSU
               MOVE WS-CHAVE-REGISTRO TO SUP-CHAVE-REGISTRO
               READ PFLGPDSU
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-CHAVE-SUPRIMIDA
               END-READ
           END-IF

           .

       2127-LE-CONSENTIMENTO.

           MOVE SPACES TO WS-CONSENTIMENTOS
           IF EXISTE-PFCONSEN
               MOVE WS-CHAVE-REGISTRO TO CON-CHAVE-REGISTRO
               READ PFCONSEN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CON-SITUACAO (1) TO WS-CONSENT-CANAL (1)
                       MOVE CON-SITUACAO (2) TO WS-CONSENT-CANAL (2)
                       MOVE CON-SITUACAO (3) TO WS-CONSENT-CANAL (3)
               END-READ
           END-IF

           .

           .

      *>  First extract ever finds no history on disk yet; every
      *>  later run adds to the one the earlier runs built. The
      *>  reconciliation columns start out empty; PFCRMREC fills
      *>  them from the CRM's acknowledgments.
       2170-GRAVA-HISTORICO-CRM.

           OPEN I-O PFCRMHIS
           IF WS-FS-PFCRMHIS NOT = '00'
               OPEN OUTPUT PFCRMHIS
               IF WS-FS-PFCRMHIS NOT = '00'
               MOVE WS-DATA-PROCESSAMENTO  TO HIS-DATA-EXTRACAO
               MOVE WS-TOTAL-CRM           TO HIS-TOTAL-REGISTROS
               MOVE WS-HASH-CHAVES         TO HIS-HASH-CHAVES
               MOVE 'N'                    TO HIS-CONFIRMADO
               MOVE ZEROS                  TO HIS-ACEITOS
               MOVE ZEROS                  TO HIS-REJEITADOS
               WRITE HIS-REGISTRO
                   INVALID KEY
                       DISPLAY 'AVISO: SEQUENCIA ' WS-SEQUENCIA-CRM
                           ' JA CONSTA DE PFCRMHIS - NAO REGRAVADA'
               END-WRITE
               CLOSE PFCRMHIS
           END-IF

           MOVE 'DEV1' TO REJ-CODIGO-MOTIVO
           MOVE 'CORRESPONDENCIA DEVOLVIDA - SEM ENDERECO ENTREGAVEL'
               TO REJ-DESCRICAO-MOTIVO
           PERFORM 1595-GRAVA-LINHA-REJEITO

           .

               WS-TOTAL-SEM-ENTREGA
           DISPLAY 'CRM SUPRIMIDOS (LGPD)        : '
               WS-TOTAL-SUPRIMIDOS
           DISPLAY 'ETIQUETAS SEM CONSENTIMENTO  : '
               WS-TOTAL-ETQ-SEM-CONSENT
           DISPLAY 'CRM SEM CONSENTIMENTO        : '
               WS-TOTAL-CRM-SEM-CONSENT
           DISPLAY 'TAXA DE REJEICAO             : ' WS-TAXA-EDITADA
               '% (LIMITE ' WS-LIMITE-REJEICAO '%)'
           DISPLAY 'CODIGO DE RETORNO            : ' WS-CODIGO-RETORNO
                           WS-PROF-CONTADOR (WS-IDX-PROF)
               END-IF
           END-PERFORM
           DISPLAY ' '
           DISPLAY '--- REGISTROS VALIDOS POR NACIONALIDADE ---'
           DISPLAY 'BRASILEIROS : ' WS-QTD-BRASILEIROS
           DISPLAY 'ESTRANGEIROS: ' WS-QTD-ESTRANGEIROS
           PERFORM VARYING WS-IDX-NAC FROM 1 BY 1
                   UNTIL WS-IDX-NAC > WS-QTD-NACIONALIDADES
               DISPLAY WS-NAC-CODIGO (WS-IDX-NAC) ': '
                       WS-NAC-CONTADOR (WS-IDX-NAC)
           END-PERFORM
           DISPLAY ' '
           DISPLAY '--- REJEICOES POR MOTIVO ---'
           PERFORM VARYING WS-IDX-MOT FROM 1 BY 1
                   UNTIL WS-IDX-MOT > WS-QTD-MOTIVOS
               DISPLAY WS-MOT-CODIGO (WS-IDX-MOT) ': '
                       WS-MOT-CONTADOR (WS-IDX-MOT)
           END-PERFORM

           .

      *>  Keeps the night's breakdowns past the job log. Keyed by the
      *>  processing date: a restarted run resumes its counters from
      *>  the checkpoint, and a full rerun of the date replaces the
      *>  earlier record, so no night is ever counted twice. First
      *>  run ever creates the history.
       2300-GRAVA-ESTATISTICAS.

           OPEN I-O PFESTHIS
           IF WS-FS-PFESTHIS NOT = '00'
               OPEN OUTPUT PFESTHIS
               IF WS-FS-PFESTHIS NOT = '00'
                   DISPLAY 'ERRO FATAL: PFESTHIS NAO PODE SER '
                       'CRIADO - FILE STATUS ' WS-FS-PFESTHIS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE PFESTHIS
               OPEN I-O PFESTHIS
           END-IF

           MOVE WS-DATA-PROCESSAMENTO TO EST-DATA-PROC
           READ PFESTHIS
               INVALID KEY
                   MOVE 'N' TO WS-EXISTE-ESTATISTICA
               NOT INVALID KEY
                   MOVE 'S' TO WS-EXISTE-ESTATISTICA
                   DISPLAY 'AVISO: ESTATISTICAS DE '
                       WS-DATA-PROCESSAMENTO ' JA GRAVADAS - '
                       'SUBSTITUIDAS PELAS DESTA EXECUCAO'
           END-READ

           MOVE SPACES                TO EST-REGISTRO
           MOVE WS-DATA-PROCESSAMENTO TO EST-DATA-PROC
           MOVE WS-TOTAL-LIDOS        TO EST-TOTAL-LIDOS
           MOVE WS-TOTAL-VALIDOS      TO EST-TOTAL-VALIDOS
           MOVE WS-TOTAL-REJEITADOS   TO EST-TOTAL-REJEITADOS
           MOVE WS-QTD-BRASILEIROS    TO EST-QTD-BRASILEIROS
           MOVE WS-QTD-ESTRANGEIROS   TO EST-QTD-ESTRANGEIROS
           PERFORM VARYING WS-IDX-UF FROM 1 BY 1
                   UNTIL WS-IDX-UF > 27
               MOVE WS-UF-VALIDA (WS-IDX-UF)
                   TO EST-UF-SIGLA (WS-IDX-UF)
               MOVE WS-UF-CONTADOR (WS-IDX-UF)
                   TO EST-UF-QTD (WS-IDX-UF)
           END-PERFORM
           PERFORM VARYING WS-IDX-PROF FROM 1 BY 1
                   UNTIL WS-IDX-PROF > 10
               MOVE WS-PROF-CODIGO (WS-IDX-PROF)
                   TO EST-PROF-CODIGO (WS-IDX-PROF)
               MOVE WS-PROF-CONTADOR (WS-IDX-PROF)
                   TO EST-PROF-QTD (WS-IDX-PROF)
           END-PERFORM
           MOVE WS-QTD-NACIONALIDADES TO EST-QTD-NACIONALIDADES
           PERFORM VARYING WS-IDX-NAC FROM 1 BY 1
                   UNTIL WS-IDX-NAC > 60
               IF WS-IDX-NAC > WS-QTD-NACIONALIDADES
                   MOVE SPACES TO EST-NAC-CODIGO (WS-IDX-NAC)
                   MOVE ZEROS  TO EST-NAC-QTD (WS-IDX-NAC)
               ELSE
                   MOVE WS-NAC-CODIGO (WS-IDX-NAC)
                       TO EST-NAC-CODIGO (WS-IDX-NAC)
                   MOVE WS-NAC-CONTADOR (WS-IDX-NAC)
                       TO EST-NAC-QTD (WS-IDX-NAC)
               END-IF
           END-PERFORM
           MOVE WS-QTD-MOTIVOS TO EST-QTD-MOTIVOS
           PERFORM VARYING WS-IDX-MOT FROM 1 BY 1
                   UNTIL WS-IDX-MOT > 30
               IF WS-IDX-MOT > WS-QTD-MOTIVOS
                   MOVE SPACES TO EST-MOT-CODIGO (WS-IDX-MOT)
                   MOVE ZEROS  TO EST-MOT-QTD (WS-IDX-MOT)
               ELSE
                   MOVE WS-MOT-CODIGO (WS-IDX-MOT)
                       TO EST-MOT-CODIGO (WS-IDX-MOT)
                   MOVE WS-MOT-CONTADOR (WS-IDX-MOT)
                       TO EST-MOT-QTD (WS-IDX-MOT)
               END-IF
           END-PERFORM
           MOVE FUNCTION CURRENT-DATE TO EST-DATA-HORA

           IF EXISTE-ESTATISTICA
               REWRITE EST-REGISTRO
           ELSE
               WRITE EST-REGISTRO
           END-IF
           IF WS-FS-PFESTHIS NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO GRAVAR PFESTHIS - '
                   'FILE STATUS ' WS-FS-PFESTHIS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           CLOSE PFESTHIS

           .

       COPY 'RUNLOG02'.
       COPY 'GERCAT02'.
       END PROGRAM YOUR-PROGRAM-NAME.
