      * Date:02/09/2026
      * Purpose: FRONT-END EDIT OF THE DAILY MOVEMENT FILE BEFORE THE
      *          MASTER APPLY. READS THE DATA-ENTRY DESK'S RAW
      *          MOVEMENTS (PFMOVENT.DAT, SAME TIPO + 450-BYTE IMAGE
      *          LAYOUT PFMOVAPL READS) AND RUNS EVERY INCLUSAO AND
      *          ALTERACAO IMAGE THROUGH THE FULL VALID001 RULE SET --
      *          CEP DIGITS, UF TABLE, DDD TABLE, PROFESSION LOOKUP,
      *          KEY. CEP CORRECTIONS MADE BY THE RECONCILIATION GO
      *          OUT IN THE CLEAN IMAGE AND ARE AUDITED TO
      *          PFAUDEDT.DAT, SAME BEFORE/AFTER FORMAT AS EVERYWHERE.
      *          FIELD-LEVEL CHANGES (TIPO 'C': CHAVE, FIELD CODE,
      *          OCCURRENCE SLOT AND NEW VALUE) ARE EXPANDED HERE
      *          AGAINST THE CURRENT PFCADAST RECORD -- ALL THE CHANGES
      *          TO ONE CHAVE COMBINED INTO A SINGLE ALTERACAO IMAGE --
      *          AND THEN EDITED LIKE ANY OTHER; A CHANGE FOR A CHAVE
      *          NOT ON THE MASTER OR EXCLUDED IN THE SAME BATCH IS
      *          REJECTED. THE ENTERING OPERATOR AND THE TIME KEYED
      *          RIDE ON EVERY MOVEMENT THROUGH TO THE PFMOVAPL AUDIT.
      *          A CHANGE FOR A CHAVE MERGED AWAY BY PFDUPMRG IS
      *          EXPANDED AGAINST THE SURVIVOR'S RECORD (PFCHXREF) AND
      *          KEEPS ITS OWN CHAVE FOR PFMOVAPL TO REDIRECT. TWO
      *          IMAGES IN THE SAME BATCH CARRYING ONE CPF UNDER
      *          DIFFERENT CHAVES ARE REJECTED LIKE A CPF ALREADY ON
      *          THE MASTER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS CEP-CHAVE-CEP
               FILE STATUS IS WS-FS-PFCEPREF.

           SELECT PFDDDREF ASSIGN TO 'PFDDDREF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DDD-CODIGO
               FILE STATUS IS WS-FS-PFDDDREF.

      *>  The master as it stands before today's apply, read by chave
      *>  to expand the field-level changes.
           SELECT PFCADAST ASSIGN TO 'PFCADAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PF-CHAVE-REGISTRO
               ALTERNATE RECORD KEY IS PF-ULTIMO-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PF-CPF
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PFCADAST.

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

      *>  PFDUPMRG's old-chave -> survivor cross-reference, read by
      *>  chave the same way PFMOVAPL redirects. Absent file = no
      *>  merges done yet.
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
               88  ENT-INCLUSAO                    VALUE 'I'.
               88  ENT-ALTERACAO                   VALUE 'A'.
               88  ENT-EXCLUSAO                    VALUE 'E'.
               88  ENT-ALTERACAO-CAMPO             VALUE 'C'.
           05  ENT-IMAGEM-PESSOA        PIC X(450).
           05  ENT-IMAGEM-PESSOA-R REDEFINES ENT-IMAGEM-PESSOA.
               10  ENT-CHAVE-REGISTRO   PIC 9(06).
               10  ENT-PRIMEIRO-NOME    PIC X(15).
               10  ENT-ULTIMO-NOME      PIC X(20).
               10  FILLER               PIC X(409).
      *>  Tipo 'C' carries one field in place of the image: the field
      *>  code (see 2420-APLICA-CAMPO), the occurrence slot 1-3 for
      *>  the phone and address fields (blank otherwise) and the new
      *>  value, left-justified.
           05  ENT-CAMPO-R REDEFINES ENT-IMAGEM-PESSOA.
               10  ENT-CMP-CHAVE        PIC 9(06).
               10  ENT-CMP-CAMPO        PIC X(02).
               10  ENT-CMP-OCORRENCIA   PIC X(01).
               10  ENT-CMP-VALOR        PIC X(30).
               10  FILLER               PIC X(411).
      *>  Desk operator and the time the movement was keyed (same
      *>  AAAAMMDDHHMMSS... form as every audit DATA-HORA). Blank on
      *>  movements from before the desk stamped them.
           05  ENT-OPERADOR             PIC X(08).
           05  ENT-DATA-HORA            PIC X(21).

       FD  PFMOVTO
           LABEL RECORDS ARE STANDARD.
       01  MOV-REGISTRO.
           05  MOV-TIPO-MOVTO           PIC X(01).
           05  MOV-IMAGEM-PESSOA        PIC X(450).
           05  MOV-OPERADOR             PIC X(08).
           05  MOV-DATA-HORA            PIC X(21).

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

       FD  PFCEPREF
           LABEL RECORDS ARE STANDARD.
           05  CEP-CIDADE               PIC X(20).
           05  CEP-UF                   PIC X(02).

       FD  PFDDDREF
           LABEL RECORDS ARE STANDARD.
       01  DDD-REGISTRO.
           05  DDD-CODIGO               PIC X(02).
           05  DDD-UF                   PIC X(02).

       FD  PFCADAST
           LABEL RECORDS ARE STANDARD.
       01  PF-REGISTRO-CADAST.
           05  PF-CHAVE-REGISTRO        PIC 9(06).
           05  PF-PRIMEIRO-NOME         PIC X(15).
           05  PF-ULTIMO-NOME           PIC X(20).
           05  FILLER                   PIC X(363).
           05  PF-CPF                   PIC X(11).
           05  FILLER                   PIC X(35).

       FD  PFCADCPF
           LABEL RECORDS ARE STANDARD.
       01  CPF-REGISTRO-CADAST.
           05  CPF-CHAVE-REGISTRO       PIC 9(06).
           05  CPF-PRIMEIRO-NOME        PIC X(15).
           05  CPF-ULTIMO-NOME          PIC X(20).
           05  FILLER                   PIC X(363).
           05  CPF-NUMERO               PIC X(11).
           05  FILLER                   PIC X(35).

       FD  PFCHXREF
           LABEL RECORDS ARE STANDARD.
       01  XRF-REGISTRO.
           05  XRF-CHAVE-ANTIGA         PIC X(06).
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
       77  WS-FS-PFREJEIT          PIC X(02) VALUE '00'.
       77  WS-FS-PFAUDITO          PIC X(02) VALUE '00'.
       77  WS-FS-PFCEPREF          PIC X(02) VALUE '00'.
       77  WS-FS-PFDDDREF          PIC X(02) VALUE '00'.
       77  WS-FS-PFCADCPF          PIC X(02) VALUE '00'.
       77  WS-FS-PFCADAST          PIC X(02) VALUE '00'.
       77  WS-FS-PFCHXREF          PIC X(02) VALUE '00'.
       77  WS-EXISTE-PFCADAST      PIC X(01) VALUE 'N'.
           88  EXISTE-PFCADAST                 VALUE 'S'.
       77  WS-EXISTE-PFCHXREF      PIC X(01) VALUE 'N'.
           88  EXISTE-PFCHXREF                 VALUE 'S'.
       77  WS-XREF-CHAVE           PIC 9(06).
       77  WS-XREF-SALTOS          PIC 9(01).
       77  WS-XREF-PROCURA         PIC X(01).
           88  XREF-PROCURA                    VALUE 'S'.
       77  WS-CHAVE-REDIRECIONADA  PIC X(01) VALUE 'N'.
           88  CHAVE-REDIRECIONADA             VALUE 'S'.
       77  WS-OPERADOR-ID          PIC X(08) VALUE 'MOVEDT01'.
       77  WS-OPERADOR-PADRAO      PIC X(08) VALUE 'MOVEDT01'.
       77  WS-EOF-PFMOVENT         PIC X(01) VALUE 'N'.
           88  END-OF-FILE-PFMOVENT            VALUE 'S'.
       77  WS-TOTAL-MOVTOS-LIDOS   PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-MOVTOS-REJ     PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-EXCLUSOES      PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-CORRIGIDOS     PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-CAMPOS         PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-EXPANDIDOS     PIC 9(06) VALUE ZEROS.
      *>  Movements for one chave arrive together (the file is in
      *>  chave order for PFMOVAPL), so the field-level changes are
      *>  held until the chave changes. One digit more than the
      *>  record key so the starting value matches no real chave.
       77  WS-GRUPO-CHAVE          PIC 9(07) VALUE 9999999.
       77  WS-GRUPO-EXCLUSAO       PIC X(01) VALUE 'N'.
           88  GRUPO-EM-EXCLUSAO               VALUE 'S'.
       77  WS-GRUPO-TEM-IMAGEM     PIC X(01) VALUE 'N'.
           88  GRUPO-TEM-IMAGEM                VALUE 'S'.
       77  WS-GRUPO-IMAGEM         PIC X(450).
       77  WS-QTD-CAMPOS           PIC 9(02) VALUE ZEROS.
       77  WS-IDX-CMP              PIC 9(02).
       77  WS-IDX-OCO              PIC 9(01).
       77  WS-CAMPO-APLICADO       PIC X(01) VALUE 'N'.
           88  CAMPO-APLICADO                  VALUE 'S'.

      *>  The movement being edited, whichever way it arrived: straight
      *>  from PFMOVENT or built from the field-level changes.
       01  WS-MOVTO-EDICAO.
           05  WS-EDT-TIPO-MOVTO        PIC X(01).
           05  WS-EDT-IMAGEM-PESSOA     PIC X(450).
           05  WS-EDT-OPERADOR          PIC X(08).
           05  WS-EDT-DATA-HORA         PIC X(21).

      *>  Field-level changes held for WS-GRUPO-CHAVE, in the order
      *>  keyed; a later change to the same field wins.
       01  WS-TABELA-CAMPOS.
           05  WS-CMP-ENTRY OCCURS 20 TIMES.
               10  WS-CMP-CAMPO         PIC 9(02).
               10  WS-CMP-OCORRENCIA    PIC 9(01).
               10  WS-CMP-VALOR         PIC X(30).
               10  WS-CMP-OPERADOR      PIC X(08).
               10  WS-CMP-DATA-HORA     PIC X(21).

      *>  CPF of every image passed clean in this run, under the
      *>  chave it will land on, for the in-batch duplicate check;
      *>  a later image for the same chave replaces its CPF.
       77  WS-QTD-CPF-LOTE         PIC 9(04) VALUE ZEROS.
       77  WS-IDX-CPL              PIC 9(04).
       77  WS-CPL-ACHADO           PIC 9(04).
       01  WS-TABELA-CPF-LOTE.
           05  WS-CPL-ENTRY OCCURS 5000 TIMES.
               10  WS-CPL-CHAVE         PIC 9(06).
               10  WS-CPL-CPF           PIC X(11).

      *>  Loaded by the callers of 2500-REJEITA-CAMPO.
       01  WS-CAMPO-REJEITADO.
           05  WS-CRJ-CAMPO             PIC X(02).
           05  WS-CRJ-OCORRENCIA        PIC X(01).
           05  WS-CRJ-PRIMEIRO-NOME     PIC X(15).
           05  WS-CRJ-ULTIMO-NOME       PIC X(20).
           05  WS-CRJ-MOTIVO            PIC X(04).
           05  WS-CRJ-DESCRICAO         PIC X(55).

       COPY 'RUNLOG01'.
       COPY 'GERCAT01'.

       COPY 'TABVAL01'.
       COPY 'LAYOUT001'.

           MOVE 'PFMOVEDT' TO WS-RLG-PROGRAMA
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RLG-DATA-PROC
           MOVE 'PFCADAST' TO WS-GER-VERIFICA
           PERFORM 8600-VERIFICA-GERACAO
           MOVE 'PFCEPREF' TO WS-GER-VERIFICA
           PERFORM 8600-VERIFICA-GERACAO
           MOVE 'PFDDDREF' TO WS-GER-VERIFICA
           PERFORM 8600-VERIFICA-GERACAO
           MOVE 'PFCHXREF' TO WS-GER-VERIFICA
           PERFORM 8600-VERIFICA-GERACAO
           MOVE 'PFREJEDT' TO WS-GER-VERIFICA
           PERFORM 8600-VERIFICA-GERACAO
           MOVE 'PFAUDEDT' TO WS-GER-VERIFICA
           PERFORM 8600-VERIFICA-GERACAO
           PERFORM 8000-REGISTRA-INICIO

           OPEN INPUT PFMOVENT
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

           OPEN INPUT PFCADAST
           IF WS-FS-PFCADAST = '00'
               MOVE 'S' TO WS-EXISTE-PFCADAST
           END-IF

           OPEN INPUT PFCHXREF
           IF WS-FS-PFCHXREF = '00'
               MOVE 'S' TO WS-EXISTE-PFCHXREF
           END-IF

           OPEN OUTPUT PFMOVTO
           OPEN OUTPUT PFREJEIT
           OPEN OUTPUT PFAUDITO
               PERFORM 2000-EDITA-MOVIMENTO
               PERFORM 1000-LE-PFMOVENT
           END-PERFORM
           PERFORM 2400-EXPANDE-ALTERACOES

           PERFORM 3000-IMPRIME-RESUMO

           IF EXISTE-PFCEPREF
               CLOSE PFCEPREF
           END-IF
           IF EXISTE-PFDDDREF
               CLOSE PFDDDREF
           END-IF
           IF EXISTE-PFCADCPF
               CLOSE PFCADCPF
           END-IF
           IF EXISTE-PFCADAST
               CLOSE PFCADAST
           END-IF
           IF EXISTE-PFCHXREF
               CLOSE PFCHXREF
           END-IF

           IF WS-TOTAL-MOVTOS-REJ > 0
               MOVE 04 TO RETURN-CODE
      *>  image through the same validations the nightly batch runs,
      *>  and the image that reaches PFMOVTO is the one VALID001 left
      *>  in working storage -- including any CIDADE/UF the PFCEPREF
      *>  reconciliation corrected on the way. A new chave first
      *>  releases the field-level changes held for the previous one.
       2000-EDITA-MOVIMENTO.

           IF ENT-CHAVE-REGISTRO IS NUMERIC
           AND ENT-CHAVE-REGISTRO NOT = WS-GRUPO-CHAVE
               PERFORM 2400-EXPANDE-ALTERACOES
               MOVE ENT-CHAVE-REGISTRO TO WS-GRUPO-CHAVE
               MOVE 'N' TO WS-GRUPO-EXCLUSAO
               MOVE 'N' TO WS-GRUPO-TEM-IMAGEM
           END-IF

           MOVE ENT-TIPO-MOVTO    TO WS-EDT-TIPO-MOVTO
           MOVE ENT-IMAGEM-PESSOA TO WS-EDT-IMAGEM-PESSOA
           MOVE ENT-OPERADOR      TO WS-EDT-OPERADOR
           MOVE ENT-DATA-HORA     TO WS-EDT-DATA-HORA

           EVALUATE TRUE
               WHEN ENT-EXCLUSAO
                   IF ENT-CHAVE-REGISTRO IS NUMERIC
                       ADD 1 TO WS-TOTAL-EXCLUSOES
                       MOVE 'S' TO WS-GRUPO-EXCLUSAO
                       PERFORM 2200-GRAVA-MOVTO-LIMPO
                   ELSE
                       PERFORM 2300-REJEITA-SEM-IMAGEM
                   ELSE
                       PERFORM 2300-REJEITA-SEM-IMAGEM
                   END-IF
               WHEN ENT-ALTERACAO-CAMPO
                   IF ENT-CHAVE-REGISTRO IS NUMERIC
                       ADD 1 TO WS-TOTAL-CAMPOS
                       PERFORM 2350-GUARDA-CAMPO
                   ELSE
                       PERFORM 2300-REJEITA-SEM-IMAGEM
                   END-IF
               WHEN OTHER
                   PERFORM 2300-REJEITA-SEM-IMAGEM
           END-EVALUATE

           .

      *>  VALID001's own audit (a CEP reconciliation correction) is
      *>  signed by the desk operator who keyed the movement, when
      *>  the movement says who that was. The CPF is held against
      *>  the master under the chave PFMOVAPL will really apply the
      *>  image to, and against the images already passed in this
      *>  run. A clean inclusao after an exclusao of the same chave
      *>  brings the registrant back, so later field changes apply.
       2100-VALIDA-IMAGEM.

      *>  A desk-keyed image is version 02 by definition, so it is
      *>  stamped before validation and the CPF rules apply to it.
           MOVE WS-EDT-IMAGEM-PESSOA TO WS-DADOS-PESSOA
           MOVE '02'                 TO WS-VERSAO-LAYOUT
           MOVE WS-DADOS-PESSOA      TO WS-EDT-IMAGEM-PESSOA
           MOVE WS-OPERADOR-PADRAO   TO WS-OPERADOR-ID
           IF WS-EDT-OPERADOR NOT = SPACES
               MOVE WS-EDT-OPERADOR TO WS-OPERADOR-ID
           END-IF
           MOVE WS-CHAVE-REGISTRO TO WS-XREF-CHAVE
           PERFORM 2150-REDIRECIONA-CHAVE
           MOVE WS-XREF-CHAVE TO WS-CHAVE-SOBREVIVENTE
           PERFORM 1500-VALIDA-REGISTRO
           IF WS-CPF NOT = SPACES
           AND WS-CPF-VALIDO-88
               PERFORM 2160-CONFERE-CPF-LOTE
           END-IF

           IF REGISTRO-VALIDO
               IF WS-DADOS-PESSOA NOT = WS-EDT-IMAGEM-PESSOA
                   ADD 1 TO WS-TOTAL-CORRIGIDOS
               END-IF
               MOVE WS-DADOS-PESSOA TO WS-EDT-IMAGEM-PESSOA
               PERFORM 2200-GRAVA-MOVTO-LIMPO
               MOVE WS-EDT-IMAGEM-PESSOA TO WS-GRUPO-IMAGEM
               MOVE 'S' TO WS-GRUPO-TEM-IMAGEM
               IF WS-EDT-TIPO-MOVTO = 'I'
                   MOVE 'N' TO WS-GRUPO-EXCLUSAO
               END-IF
               IF WS-CPF NOT = SPACES
                   PERFORM 2170-GUARDA-CPF-LOTE
               END-IF
           ELSE
               ADD 1 TO WS-TOTAL-MOVTOS-REJ
           END-IF
           MOVE 9999999 TO WS-CHAVE-SOBREVIVENTE

           .

      *>  Follows WS-XREF-CHAVE through PFCHXREF to its survivor, up
      *>  to 5 hops, exactly as PFMOVAPL 1150-REDIRECIONA-CHAVE will;
      *>  a chave never merged comes back unchanged.
       2150-REDIRECIONA-CHAVE.

           MOVE 'N' TO WS-CHAVE-REDIRECIONADA
           MOVE ZEROS TO WS-XREF-SALTOS
           MOVE 'S' TO WS-XREF-PROCURA
           IF NOT EXISTE-PFCHXREF
               MOVE 'N' TO WS-XREF-PROCURA
           END-IF
           PERFORM UNTIL NOT XREF-PROCURA
               MOVE 'N' TO WS-XREF-PROCURA
               MOVE WS-XREF-CHAVE TO XRF-CHAVE-ANTIGA
               READ PFCHXREF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE XRF-CHAVE-NOVA TO WS-XREF-CHAVE
                       MOVE 'S' TO WS-CHAVE-REDIRECIONADA
                       MOVE 'S' TO WS-XREF-PROCURA
               END-READ
               ADD 1 TO WS-XREF-SALTOS
               IF WS-XREF-SALTOS > 5
                   DISPLAY 'AVISO: CADEIA DE REDIRECIONAMENTO ACIMA '
                       'DE 5 SALTOS NA CHAVE ' WS-XREF-CHAVE
                   MOVE 'N' TO WS-XREF-PROCURA
               END-IF
           END-PERFORM

           .

      *>  Two inclusoes (or an alteracao) keyed the same morning with
      *>  one CPF under different chaves would each pass the master
      *>  lookup, since neither is on PFCADAST yet; the second one is
      *>  rejected CPF2 with the first one's chave as referencia.
       2160-CONFERE-CPF-LOTE.

           MOVE ZEROS TO WS-CPL-ACHADO
           PERFORM VARYING WS-IDX-CPL FROM 1 BY 1
                   UNTIL WS-IDX-CPL > WS-QTD-CPF-LOTE
               IF WS-CPL-CPF (WS-IDX-CPL) = WS-CPF
               AND WS-CPL-CHAVE (WS-IDX-CPL) NOT = WS-CHAVE-SOBREVIVENTE
                   MOVE WS-IDX-CPL TO WS-CPL-ACHADO
                   MOVE WS-QTD-CPF-LOTE TO WS-IDX-CPL
               END-IF
           END-PERFORM

           IF WS-CPL-ACHADO NOT = ZEROS
               PERFORM 1590-GRAVA-REJEITO
               MOVE 'CPF2' TO REJ-CODIGO-MOTIVO
               MOVE WS-CPL-CHAVE (WS-CPL-ACHADO) TO REJ-REFERENCIA
               MOVE 'CPF JA INFORMADO EM OUTRA CHAVE NO MESMO LOTE'
                   TO REJ-DESCRICAO-MOTIVO
               PERFORM 1595-GRAVA-LINHA-REJEITO
           END-IF

           .

       2170-GUARDA-CPF-LOTE.

           MOVE ZEROS TO WS-CPL-ACHADO
           PERFORM VARYING WS-IDX-CPL FROM 1 BY 1
                   UNTIL WS-IDX-CPL > WS-QTD-CPF-LOTE
               IF WS-CPL-CHAVE (WS-IDX-CPL) = WS-CHAVE-SOBREVIVENTE
                   MOVE WS-IDX-CPL TO WS-CPL-ACHADO
                   MOVE WS-QTD-CPF-LOTE TO WS-IDX-CPL
               END-IF
           END-PERFORM

           IF WS-CPL-ACHADO = ZEROS
               IF WS-QTD-CPF-LOTE >= 5000
                   DISPLAY 'ERRO FATAL: MAIS DE 5000 CPFS NO LOTE DE '
                       'MOVIMENTOS - AMPLIAR A TABELA'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-QTD-CPF-LOTE
               MOVE WS-QTD-CPF-LOTE TO WS-CPL-ACHADO
               MOVE WS-CHAVE-SOBREVIVENTE
                   TO WS-CPL-CHAVE (WS-CPL-ACHADO)
           END-IF
           MOVE WS-CPF TO WS-CPL-CPF (WS-CPL-ACHADO)

           .

       2200-GRAVA-MOVTO-LIMPO.

           MOVE SPACES               TO MOV-REGISTRO
           MOVE WS-EDT-TIPO-MOVTO    TO MOV-TIPO-MOVTO
           MOVE WS-EDT-IMAGEM-PESSOA TO MOV-IMAGEM-PESSOA
           MOVE WS-EDT-OPERADOR      TO MOV-OPERADOR
           MOVE WS-EDT-DATA-HORA     TO MOV-DATA-HORA
           WRITE MOV-REGISTRO
           ADD 1 TO WS-TOTAL-LIMPOS


           .

      *>  A field code the expansion does not know, a phone/address
      *>  field without its slot (or a slot on any other field), or a
      *>  non-numeric value for a numeric field is rejected as it
      *>  arrives; the rest wait in the table for the chave to end.
       2350-GUARDA-CAMPO.

           MOVE SPACES             TO WS-CAMPO-REJEITADO
           MOVE ENT-CMP-CAMPO      TO WS-CRJ-CAMPO
           MOVE ENT-CMP-OCORRENCIA TO WS-CRJ-OCORRENCIA
           EVALUATE TRUE
               WHEN ENT-CMP-CAMPO IS NOT NUMERIC
               OR ENT-CMP-CAMPO < '01' OR ENT-CMP-CAMPO > '19'
                   MOVE 'MOV5' TO WS-CRJ-MOTIVO
                   MOVE 'ALTERACAO DE CAMPO COM CODIGO INVALIDO'
                       TO WS-CRJ-DESCRICAO
               WHEN ENT-CMP-CAMPO >= '03' AND ENT-CMP-CAMPO <= '13'
               AND (ENT-CMP-OCORRENCIA < '1'
                    OR ENT-CMP-OCORRENCIA > '3')
                   MOVE 'MOV5' TO WS-CRJ-MOTIVO
                   MOVE 'ALTERACAO DE CAMPO SEM OCORRENCIA 1 A 3'
                       TO WS-CRJ-DESCRICAO
               WHEN (ENT-CMP-CAMPO < '03' OR ENT-CMP-CAMPO > '13')
               AND ENT-CMP-OCORRENCIA NOT = SPACES
               AND ENT-CMP-OCORRENCIA NOT = '0'
                   MOVE 'MOV5' TO WS-CRJ-MOTIVO
                   MOVE 'ALTERACAO DE CAMPO COM OCORRENCIA INDEVIDA'
                       TO WS-CRJ-DESCRICAO
               WHEN ENT-CMP-CAMPO = '15'
               AND (ENT-CMP-VALOR (1:2) IS NOT NUMERIC
                    OR ENT-CMP-VALOR (3:28) NOT = SPACES)
                   MOVE 'MOV5' TO WS-CRJ-MOTIVO
                   MOVE 'ALTERACAO DE CAMPO COM VALOR NAO NUMERICO'
                       TO WS-CRJ-DESCRICAO
               WHEN ENT-CMP-CAMPO = '18'
               AND (ENT-CMP-VALOR (1:8) IS NOT NUMERIC
                    OR ENT-CMP-VALOR (9:22) NOT = SPACES)
                   MOVE 'MOV5' TO WS-CRJ-MOTIVO
                   MOVE 'ALTERACAO DE CAMPO COM VALOR NAO NUMERICO'
                       TO WS-CRJ-DESCRICAO
               WHEN WS-QTD-CAMPOS >= 20
                   MOVE 'MOV7' TO WS-CRJ-MOTIVO
                   MOVE 'EXCESSO DE ALTERACOES DE CAMPO NA CHAVE'
                       TO WS-CRJ-DESCRICAO
           END-EVALUATE

           IF WS-CRJ-MOTIVO NOT = SPACES
               PERFORM 2500-REJEITA-CAMPO
           ELSE
               ADD 1 TO WS-QTD-CAMPOS
               MOVE ENT-CMP-CAMPO  TO WS-CMP-CAMPO (WS-QTD-CAMPOS)
               MOVE ZEROS          TO WS-CMP-OCORRENCIA (WS-QTD-CAMPOS)
               IF ENT-CMP-OCORRENCIA IS NUMERIC
                   MOVE ENT-CMP-OCORRENCIA
                       TO WS-CMP-OCORRENCIA (WS-QTD-CAMPOS)
               END-IF
               MOVE ENT-CMP-VALOR  TO WS-CMP-VALOR (WS-QTD-CAMPOS)
               MOVE ENT-OPERADOR   TO WS-CMP-OPERADOR (WS-QTD-CAMPOS)
               MOVE ENT-DATA-HORA  TO WS-CMP-DATA-HORA (WS-QTD-CAMPOS)
           END-IF

           .

      *>  Releases the changes held for WS-GRUPO-CHAVE as one
      *>  alteracao. The base is the image already written for the
      *>  chave in this run when there is one (an inclusao keyed this
      *>  morning, or a full alteracao, which the changes then refine
      *>  rather than undo), otherwise the chave's master record. An
      *>  exclusion of the chave in the same batch (not followed by a
      *>  re-inclusao), or a chave on neither, rejects every change
      *>  held.
       2400-EXPANDE-ALTERACOES.

           IF WS-QTD-CAMPOS > ZEROS
               MOVE SPACES TO WS-DADOS-PESSOA
               MOVE SPACES TO WS-CAMPO-REJEITADO
               EVALUATE TRUE
                   WHEN GRUPO-EM-EXCLUSAO
                       MOVE 'MOV6' TO WS-CRJ-MOTIVO
                       MOVE 'ALTERACAO DE CAMPO PARA CHAVE EM EXCLUSAO'
                           TO WS-CRJ-DESCRICAO
                   WHEN GRUPO-TEM-IMAGEM
                       MOVE WS-GRUPO-IMAGEM TO WS-DADOS-PESSOA
                   WHEN OTHER
                       PERFORM 2405-LE-MESTRE
               END-EVALUATE

               MOVE WS-PRIMEIRO-NOME TO WS-CRJ-PRIMEIRO-NOME
               MOVE WS-ULTIMO-NOME   TO WS-CRJ-ULTIMO-NOME
               IF WS-CRJ-MOTIVO NOT = SPACES
                   PERFORM VARYING WS-IDX-CMP FROM 1 BY 1
                           UNTIL WS-IDX-CMP > WS-QTD-CAMPOS
                       MOVE WS-CMP-CAMPO (WS-IDX-CMP) TO WS-CRJ-CAMPO
                       MOVE WS-CMP-OCORRENCIA (WS-IDX-CMP)
                           TO WS-CRJ-OCORRENCIA
                       PERFORM 2500-REJEITA-CAMPO
                   END-PERFORM
               ELSE
                   PERFORM 2410-APLICA-CAMPOS
               END-IF
               MOVE ZEROS TO WS-QTD-CAMPOS
           END-IF

           .

       2405-LE-MESTRE.

           IF EXISTE-PFCADAST
               MOVE WS-GRUPO-CHAVE TO PF-CHAVE-REGISTRO
               READ PFCADAST INTO WS-DADOS-PESSOA
                   INVALID KEY
                       PERFORM 2407-LE-SOBREVIVENTE
               END-READ
           ELSE
               MOVE 'MOV1' TO WS-CRJ-MOTIVO
               MOVE 'ALTERACAO DE CAMPO SEM REGISTRO NO MESTRE'
                   TO WS-CRJ-DESCRICAO
           END-IF

           .

      *>  A chave merged away by PFDUPMRG is no longer on the master,
      *>  but PFMOVAPL will redirect its movements to the survivor,
      *>  so the changes are expanded against the survivor's record.
      *>  The image keeps the chave the desk keyed; PFMOVAPL swaps in
      *>  the survivor and counts the redirect as for any movement.
       2407-LE-SOBREVIVENTE.

           MOVE WS-GRUPO-CHAVE TO WS-XREF-CHAVE
           PERFORM 2150-REDIRECIONA-CHAVE
           IF CHAVE-REDIRECIONADA
               MOVE WS-XREF-CHAVE TO PF-CHAVE-REGISTRO
               READ PFCADAST INTO WS-DADOS-PESSOA
                   INVALID KEY
                       MOVE 'MOV1' TO WS-CRJ-MOTIVO
                       MOVE 'ALTERACAO DE CAMPO SEM REGISTRO NO MESTRE'
                           TO WS-CRJ-DESCRICAO
                   NOT INVALID KEY
                       MOVE WS-GRUPO-CHAVE TO WS-CHAVE-REGISTRO
               END-READ
           ELSE
               MOVE 'MOV1' TO WS-CRJ-MOTIVO
               MOVE 'ALTERACAO DE CAMPO SEM REGISTRO NO MESTRE'
                   TO WS-CRJ-DESCRICAO
           END-IF

           .

      *>  The combined image goes through 2100 like a keyed one,
      *>  signed with the operator and time of the last change
      *>  applied to it.
       2410-APLICA-CAMPOS.

           MOVE 'N' TO WS-CAMPO-APLICADO
           PERFORM VARYING WS-IDX-CMP FROM 1 BY 1
                   UNTIL WS-IDX-CMP > WS-QTD-CAMPOS
               PERFORM 2420-APLICA-CAMPO
           END-PERFORM

           IF CAMPO-APLICADO
               ADD 1 TO WS-TOTAL-EXPANDIDOS
               MOVE 'A'             TO WS-EDT-TIPO-MOVTO
               MOVE WS-DADOS-PESSOA TO WS-EDT-IMAGEM-PESSOA
               PERFORM 2100-VALIDA-IMAGEM
           END-IF

           .

      *>  Field codes:
      *>    01 PRIMEIRO-NOME  02 ULTIMO-NOME
      *>    03 TEL-TIPO  04 TEL-PAIS  05 TEL-DDD  06 TEL-PREFIXO
      *>    07 TEL-SUFIXO                           (occurrence 1-3)
      *>    08 END-TIPO  09 END-RUA  10 END-BAIRRO  11 END-CIDADE
      *>    12 END-UF  13 END-CEP                   (occurrence 1-3)
      *>    14 NACIONALIDADE  15 COD-PROFISSAO  16 NUM-PASSAPORTE
      *>    17 TIPO-VISTO  18 VALIDADE-VISTO  19 CPF
      *>  A slot one past the last in use adds an occurrence; a slot
      *>  further out would leave a hole and is rejected.
       2420-APLICA-CAMPO.

           MOVE WS-CMP-OCORRENCIA (WS-IDX-CMP) TO WS-IDX-OCO
           IF (WS-CMP-CAMPO (WS-IDX-CMP) >= 03
               AND WS-CMP-CAMPO (WS-IDX-CMP) <= 07
               AND WS-IDX-OCO > WS-QTD-TELEFONES + 1)
           OR (WS-CMP-CAMPO (WS-IDX-CMP) >= 08
               AND WS-CMP-CAMPO (WS-IDX-CMP) <= 13
               AND WS-IDX-OCO > WS-QTD-ENDERECOS + 1)
               MOVE WS-CMP-CAMPO (WS-IDX-CMP) TO WS-CRJ-CAMPO
               MOVE WS-CMP-OCORRENCIA (WS-IDX-CMP) TO WS-CRJ-OCORRENCIA
               MOVE 'MOV5' TO WS-CRJ-MOTIVO
               MOVE 'ALTERACAO DE CAMPO EM OCORRENCIA NAO CONTIGUA'
                   TO WS-CRJ-DESCRICAO
               PERFORM 2500-REJEITA-CAMPO
           ELSE
               EVALUATE WS-CMP-CAMPO (WS-IDX-CMP)
                   WHEN 01
                       MOVE WS-CMP-VALOR (WS-IDX-CMP)
                           TO WS-PRIMEIRO-NOME
                   WHEN 02
                       MOVE WS-CMP-VALOR (WS-IDX-CMP) TO WS-ULTIMO-NOME
                   WHEN 03
                       MOVE WS-CMP-VALOR (WS-IDX-CMP)
                           TO WS-TEL-TIPO (WS-IDX-OCO)
                   WHEN 04
                       MOVE WS-CMP-VALOR (WS-IDX-CMP)
                           TO WS-PAIS (WS-IDX-OCO)
                   WHEN 05
                       MOVE WS-CMP-VALOR (WS-IDX-CMP)
                           TO WS-DDD (WS-IDX-OCO)
                   WHEN 06
                       MOVE WS-CMP-VALOR (WS-IDX-CMP)
                           TO WS-PREFIXO (WS-IDX-OCO)
                   WHEN 07
                       MOVE WS-CMP-VALOR (WS-IDX-CMP)
                           TO WS-SUFIXO (WS-IDX-OCO)
                   WHEN 08
                       MOVE WS-CMP-VALOR (WS-IDX-CMP)
                           TO WS-END-TIPO (WS-IDX-OCO)
                   WHEN 09
                       MOVE WS-CMP-VALOR (WS-IDX-CMP)
                           TO WS-RUA (WS-IDX-OCO)
                   WHEN 10
                       MOVE WS-CMP-VALOR (WS-IDX-CMP)
                           TO WS-BAIRRO (WS-IDX-OCO)
                   WHEN 11
                       MOVE WS-CMP-VALOR (WS-IDX-CMP)
                           TO WS-CIDADE (WS-IDX-OCO)
                   WHEN 12
                       MOVE WS-CMP-VALOR (WS-IDX-CMP)
                           TO WS-UF (WS-IDX-OCO)
                   WHEN 13
                       MOVE WS-CMP-VALOR (WS-IDX-CMP)
                           TO WS-CEP (WS-IDX-OCO)
                   WHEN 14
                       MOVE WS-CMP-VALOR (WS-IDX-CMP)
                           TO WS-NACIONALIDADE
                   WHEN 15
                       MOVE WS-CMP-VALOR (WS-IDX-CMP) (1:2)
                           TO WS-COD-PROFISSAO
                   WHEN 16
                       MOVE WS-CMP-VALOR (WS-IDX-CMP)
                           TO WS-NUM-PASSAPORTE
                   WHEN 17
                       MOVE WS-CMP-VALOR (WS-IDX-CMP) TO WS-TIPO-VISTO
                   WHEN 18
                       MOVE WS-CMP-VALOR (WS-IDX-CMP) (1:8)
                           TO WS-VALIDADE-VISTO
                   WHEN 19
                       MOVE WS-CMP-VALOR (WS-IDX-CMP) TO WS-CPF
               END-EVALUATE
               IF WS-CMP-CAMPO (WS-IDX-CMP) >= 03
               AND WS-CMP-CAMPO (WS-IDX-CMP) <= 07
               AND WS-IDX-OCO > WS-QTD-TELEFONES
                   MOVE WS-IDX-OCO TO WS-QTD-TELEFONES
               END-IF
               IF WS-CMP-CAMPO (WS-IDX-CMP) >= 08
               AND WS-CMP-CAMPO (WS-IDX-CMP) <= 13
               AND WS-IDX-OCO > WS-QTD-ENDERECOS
                   MOVE WS-IDX-OCO TO WS-QTD-ENDERECOS
               END-IF
               MOVE 'S' TO WS-CAMPO-APLICADO
               MOVE WS-CMP-OPERADOR (WS-IDX-CMP)  TO WS-EDT-OPERADOR
               MOVE WS-CMP-DATA-HORA (WS-IDX-CMP) TO WS-EDT-DATA-HORA
           END-IF

           .

      *>  Same reject line as 2300, with the field code and slot as
      *>  the referencia so the desk can find the change it keyed.
       2500-REJEITA-CAMPO.

           ADD 1 TO WS-TOTAL-MOVTOS-REJ
           ADD 1 TO WS-TOTAL-REJEITADOS
           MOVE SPACES               TO REJ-REGISTRO
           MOVE WS-GRUPO-CHAVE       TO REJ-CHAVE-REGISTRO
           MOVE WS-CRJ-PRIMEIRO-NOME TO REJ-PRIMEIRO-NOME
           MOVE WS-CRJ-ULTIMO-NOME   TO REJ-ULTIMO-NOME
           MOVE WS-CRJ-MOTIVO        TO REJ-CODIGO-MOTIVO
           STRING 'CAMPO' WS-CRJ-CAMPO WS-CRJ-OCORRENCIA
               DELIMITED BY SIZE INTO REJ-REFERENCIA
           MOVE WS-CRJ-DESCRICAO     TO REJ-DESCRICAO-MOTIVO
           MOVE WS-TENTATIVA-ATUAL   TO REJ-TENTATIVAS
           WRITE REJ-REGISTRO

           .

       COPY 'VALID001'.

       3000-IMPRIME-RESUMO.
           DISPLAY 'EXCLUSOES REPASSADAS : ' WS-TOTAL-EXCLUSOES
           DISPLAY 'MOVIMENTOS REJEITADOS: ' WS-TOTAL-MOVTOS-REJ
           DISPLAY 'IMAGENS CORRIGIDAS   : ' WS-TOTAL-CORRIGIDOS
           DISPLAY 'ALTERACOES DE CAMPO  : ' WS-TOTAL-CAMPOS
           DISPLAY 'IMAGENS EXPANDIDAS   : ' WS-TOTAL-EXPANDIDOS

           .

       COPY 'RUNLOG02'.
       COPY 'GERCAT02'.
       END PROGRAM PFMOVEDT.
