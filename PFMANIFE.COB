      *          PFMANIFE.DAT: ONE BUNDLE PER UF + CEP PREFIX RANGE,
      *          EACH OPENING ON A SEPARATION PAGE WITH ITS PIECE
      *          COUNT, PLUS GRAND TOTALS THAT TIE BACK TO THE
      *          NIGHTLY RUN'S RESUMO. EACH BUNDLE IS PRICED AGAINST
      *          THE POSTAL RATE TABLE PFTARIFA.DAT (PER-PIECE RATE BY
      *          BUNDLE-SIZE TIER, LOCAL OR INTERSTATE BY THE BUNDLE'S
      *          UF, EACH LINE WITH ITS EFFECTIVE DATE) AND ITS PIECES
      *          AND COST ARE SPLIT BY MAIL STREAM (NIGHTLY LABELS,
      *          PFVISNOT LETTERS, PFREJRES REPRINTS). THE NIGHT'S
      *          TOTALS BY STREAM AND UF GO TO THE POSTAGE HISTORY
      *          PFMANHIS.DAT, WHICH PFPOSREL REPORTS MONTHLY.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFMANIFE.

      *>  Rate table maintained by finance. 'T' lines: per-piece rate
      *>  for bundles of at least N pieces, local or interstate; 'U'
      *>  lines: a UF priced as local (or back to interstate). A line
      *>  applies from its effective date; a new rate card is a new
      *>  set of 'T' lines with a later date. Absent = no pricing.
           SELECT PFTARIFA ASSIGN TO 'PFTARIFA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFTARIFA.

      *>  One record per processing date, stream and UF. A rerun for
      *>  the same date replaces that date's records, so the monthly
      *>  totals never count a night twice.
           SELECT PFMANHIS ASSIGN TO 'PFMANHIS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HMN-CHAVE
               FILE STATUS IS WS-FS-PFMANHIS.

           SELECT PFRUNLOG ASSIGN TO 'PFRUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFRUNLOG.
           05  MAN-CIDADE               PIC X(20).
           05  MAN-UF                   PIC X(02).
           05  MAN-CEP                  PIC X(08).
      *>  N nightly labels, V visa notices, R reject-cycle reprints;
      *>  blank on work files from before the streams were tagged,
      *>  which held nightly labels only.
           05  MAN-FLUXO                PIC X(01).

       FD  PFETQCEP
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
       01  RELM-LINHA                   PIC X(80).

       FD  PFTARIFA
           LABEL RECORDS ARE STANDARD.
       01  TAR-REGISTRO.
           05  TAR-TIPO                 PIC X(01).
               88  TAR-FAIXA-TARIFA                VALUE 'T'.
               88  TAR-UF-ABRANGENCIA              VALUE 'U'.
           05  FILLER                   PIC X(01).
           05  TAR-VIGENCIA             PIC 9(08).
           05  FILLER                   PIC X(01).
           05  TAR-DADOS                PIC X(20).
      *>  Abrangencia L local / I interestadual; minimum bundle size
      *>  for the tier; rate per piece in reais and centavos.
           05  TAR-DADOS-FAIXA REDEFINES TAR-DADOS.
               10  TAR-ABRANGENCIA      PIC X(01).
               10  FILLER               PIC X(01).
               10  TAR-PECAS-MINIMO     PIC 9(06).
               10  FILLER               PIC X(01).
               10  TAR-VALOR-PECA       PIC 9(03)V99.
               10  FILLER               PIC X(06).
           05  TAR-DADOS-UF REDEFINES TAR-DADOS.
               10  TAR-UF               PIC X(02).
               10  FILLER               PIC X(01).
               10  TAR-UF-TIPO          PIC X(01).
               10  FILLER               PIC X(16).

       FD  PFMANHIS
           LABEL RECORDS ARE STANDARD.
       01  HMN-REGISTRO.
           05  HMN-CHAVE.
               10  HMN-DATA-PROC        PIC 9(08).
               10  HMN-FLUXO            PIC X(01).
               10  HMN-UF               PIC X(02).
           05  HMN-QTD-PECAS            PIC 9(07).
           05  HMN-CUSTO                PIC 9(09)V99.
           05  HMN-DATA-HORA            PIC X(21).

       FD  PFRUNLOG
           LABEL RECORDS ARE STANDARD.
       01  RLG-REGISTRO.
           05  SRT-CIDADE               PIC X(20).
           05  SRT-UF                   PIC X(02).
           05  SRT-CEP                  PIC X(08).
           05  SRT-FLUXO                PIC X(01).

       WORKING-STORAGE SECTION.
       77  WS-FS-PFDATPRC          PIC X(02) VALUE '00'.
       77  WS-TOTAL-LOTES          PIC 9(04) VALUE ZEROS.
       77  WS-PECAS-LOTE           PIC 9(06) VALUE ZEROS.
       77  WS-DATA-PROCESSAMENTO   PIC 9(08) VALUE ZEROS.
       77  WS-FS-PFTARIFA          PIC X(02) VALUE '00'.
       77  WS-FS-PFMANHIS          PIC X(02) VALUE '00'.
       77  WS-EOF-PFTARIFA         PIC X(01) VALUE 'N'.
           88  END-OF-FILE-PFTARIFA            VALUE 'S'.
       77  WS-EXISTE-PFTARIFA      PIC X(01) VALUE 'N'.
           88  EXISTE-PFTARIFA                 VALUE 'S'.
       77  WS-FIM-HISTORICO        PIC X(01) VALUE 'N'.
           88  FIM-DO-HISTORICO                VALUE 'S'.
       77  WS-QTD-TARIFAS          PIC 9(03) VALUE ZEROS.
       77  WS-QTD-UF-TARIFA        PIC 9(03) VALUE ZEROS.
       77  WS-QTD-POSTAGEM         PIC 9(03) VALUE ZEROS.
       77  WS-IDX-TRF              PIC 9(03).
       77  WS-IDX-TUF              PIC 9(03).
       77  WS-IDX-PST              PIC 9(03).
       77  WS-IDX-FLX              PIC 9(01).
       77  WS-VIGENCIA-LOCAL       PIC 9(08) VALUE ZEROS.
       77  WS-VIGENCIA-INTER       PIC 9(08) VALUE ZEROS.
       77  WS-VIGENCIA-ACHADA      PIC 9(08) VALUE ZEROS.
       77  WS-VIGENCIA-LOTE        PIC 9(08) VALUE ZEROS.
       77  WS-ABRANGENCIA-LOTE     PIC X(01) VALUE 'I'.
       77  WS-MINIMO-LOTE          PIC 9(06) VALUE ZEROS.
       77  WS-VALOR-PECA-LOTE      PIC 9(03)V99 VALUE ZEROS.
       77  WS-TARIFA-ACHADA        PIC X(01) VALUE 'N'.
           88  TARIFA-ACHADA                   VALUE 'S'.
       77  WS-CUSTO-LOTE           PIC 9(09)V99 VALUE ZEROS.
       77  WS-CUSTO-TOTAL          PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOTAL-TARIFAS-INV    PIC 9(04) VALUE ZEROS.
       77  WS-TOTAL-LOTES-S-TARIFA PIC 9(04) VALUE ZEROS.
       77  WS-VALOR-EDITADO        PIC ZZZ,ZZZ,ZZ9.99.
       77  WS-TARIFA-EDITADA       PIC ZZ9.99.

       01  WS-DATA-VALIDACAO.
           05  WS-DVAL-ANO          PIC 9(04).
           05  FILLER               PIC X(06) VALUE '99-999'.
           05  FILLER               PIC X(29) VALUE SPACES.

      *>  Pieces of the open bundle per stream, and the night's totals
      *>  per stream; slot 1 N nightly, 2 V visa notices, 3 R reprints.
       01  WS-PECAS-LOTE-FLUXO.
           05  WS-PECAS-FLUXO       PIC 9(06) OCCURS 3 TIMES.
       01  WS-TOTAIS-FLUXO.
           05  WS-TOT-FLUXO OCCURS 3 TIMES.
               10  WS-TOT-FLX-PECAS     PIC 9(06).
               10  WS-TOT-FLX-CUSTO     PIC 9(09)V99.

       01  WS-TABELA-FLUXOS-DADOS.
           05  FILLER               PIC X(12) VALUE 'NNOTURNO    '.
           05  FILLER               PIC X(12) VALUE 'VVISTOS     '.
           05  FILLER               PIC X(12) VALUE 'RREIMPRESSAO'.
       01  WS-TABELA-FLUXOS REDEFINES WS-TABELA-FLUXOS-DADOS.
           05  WS-FLUXO-ENTRY OCCURS 3 TIMES.
               10  WS-FLX-CODIGO        PIC X(01).
               10  WS-FLX-DESCRICAO     PIC X(11).

      *>  Rate lines in force on the processing date (future-dated
      *>  lines are not loaded). A few dozen lines cover every rate
      *>  card finance has ever issued; a full table stops the run
      *>  rather than price against half a card.
       01  WS-TABELA-TARIFAS.
           05  WS-TARIFA-ENTRY OCCURS 200 TIMES.
               10  WS-TRF-VIGENCIA      PIC 9(08).
               10  WS-TRF-ABRANGENCIA   PIC X(01).
               10  WS-TRF-MINIMO        PIC 9(06).
               10  WS-TRF-VALOR         PIC 9(03)V99.

       01  WS-TABELA-UF-TARIFA.
           05  WS-UF-TARIFA-ENTRY OCCURS 100 TIMES.
               10  WS-TUF-VIGENCIA      PIC 9(08).
               10  WS-TUF-UF            PIC X(02).
               10  WS-TUF-ABRANGENCIA   PIC X(01).

      *>  The night's pieces and cost per stream and UF, in order of
      *>  first appearance, for PFMANHIS.
       01  WS-TABELA-POSTAGEM.
           05  WS-POSTAGEM-ENTRY OCCURS 150 TIMES.
               10  WS-PST-FLUXO         PIC X(01).
               10  WS-PST-UF            PIC X(02).
               10  WS-PST-PECAS         PIC 9(07).
               10  WS-PST-CUSTO         PIC 9(09)V99.

       01  WS-LIN-PECA.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-PEC-CEP-1         PIC X(05).
           PERFORM 8200-VERIFICA-PREREQUISITO
           PERFORM 8000-REGISTRA-INICIO

           PERFORM 0200-CARREGA-TARIFAS
           INITIALIZE WS-TOTAIS-FLUXO

           OPEN INPUT PFMANWRK
           IF WS-FS-PFMANWRK NOT = '00'
               DISPLAY 'ERRO FATAL: PFMANWRK NAO PODE SER ABERTO - '
           DISPLAY 'ETIQUETAS LIDAS : ' WS-TOTAL-LIDOS
           DISPLAY 'PECAS NO MANIFESTO: ' WS-TOTAL-PECAS
           DISPLAY 'LOTES GERADOS   : ' WS-TOTAL-LOTES
           PERFORM VARYING WS-IDX-FLX FROM 1 BY 1
                   UNTIL WS-IDX-FLX > 3
               MOVE WS-TOT-FLX-CUSTO (WS-IDX-FLX) TO WS-VALOR-EDITADO
               DISPLAY '  ' WS-FLX-DESCRICAO (WS-IDX-FLX) ': '
                   WS-TOT-FLX-PECAS (WS-IDX-FLX) ' PECAS  R$ '
                   WS-VALOR-EDITADO
           END-PERFORM
           MOVE WS-CUSTO-TOTAL TO WS-VALOR-EDITADO
           DISPLAY 'CUSTO DE POSTAGEM: R$ ' WS-VALOR-EDITADO
           DISPLAY 'LOTES SEM TARIFA: ' WS-TOTAL-LOTES-S-TARIFA
           DISPLAY 'TARIFAS IGNORADAS: ' WS-TOTAL-TARIFAS-INV
           IF WS-TOTAL-PECAS NOT = WS-TOTAL-LIDOS
               DISPLAY 'AVISO: PECAS DIVERGEM DAS ETIQUETAS LIDAS - '
                   'CONFERIR ANTES DE POSTAR'
               MOVE 04 TO WS-RLG-CODIGO-RETORNO
               MOVE 04 TO RETURN-CODE
           END-IF
      *>  An unpriced bundle still posts -- the cost is what finance
      *>  has to look at, not the mailing.
           IF WS-TOTAL-LOTES-S-TARIFA > 0
           OR WS-TOTAL-TARIFAS-INV > 0
               MOVE 04 TO WS-RLG-CODIGO-RETORNO
               MOVE 04 TO RETURN-CODE
           END-IF

           PERFORM 2700-GRAVA-HISTORICO

           MOVE WS-TOTAL-LIDOS TO WS-RLG-CONTAGEM-1
           MOVE WS-TOTAL-PECAS TO WS-RLG-CONTAGEM-2

           .

      *>  Loads the rate lines in force on the processing date, then
      *>  finds the current rate card (latest effective date) for
      *>  local and for interstate mail. A malformed line is skipped
      *>  and reported; the run ends with code 4.
       0200-CARREGA-TARIFAS.

           OPEN INPUT PFTARIFA
           IF WS-FS-PFTARIFA NOT = '00'
               DISPLAY 'AVISO: PFTARIFA AUSENTE - MANIFESTO SEM '
                   'CUSTO DE POSTAGEM'
           ELSE
               MOVE 'S' TO WS-EXISTE-PFTARIFA
               PERFORM 0210-LE-PFTARIFA
               PERFORM UNTIL END-OF-FILE-PFTARIFA
                   PERFORM 0220-GUARDA-TARIFA
                   PERFORM 0210-LE-PFTARIFA
               END-PERFORM
               CLOSE PFTARIFA
           END-IF

           PERFORM VARYING WS-IDX-TRF FROM 1 BY 1
                   UNTIL WS-IDX-TRF > WS-QTD-TARIFAS
               IF WS-TRF-ABRANGENCIA (WS-IDX-TRF) = 'L'
               AND WS-TRF-VIGENCIA (WS-IDX-TRF) > WS-VIGENCIA-LOCAL
                   MOVE WS-TRF-VIGENCIA (WS-IDX-TRF)
                       TO WS-VIGENCIA-LOCAL
               END-IF
               IF WS-TRF-ABRANGENCIA (WS-IDX-TRF) = 'I'
               AND WS-TRF-VIGENCIA (WS-IDX-TRF) > WS-VIGENCIA-INTER
                   MOVE WS-TRF-VIGENCIA (WS-IDX-TRF)
                       TO WS-VIGENCIA-INTER
               END-IF
           END-PERFORM

           .

       0210-LE-PFTARIFA.

           READ PFTARIFA
               AT END
                   MOVE 'S' TO WS-EOF-PFTARIFA
           END-READ.

       0220-GUARDA-TARIFA.

           EVALUATE TRUE
               WHEN TAR-VIGENCIA IS NOT NUMERIC
                   PERFORM 0230-REJEITA-TARIFA
               WHEN TAR-VIGENCIA > WS-DATA-PROCESSAMENTO
                   CONTINUE
               WHEN TAR-FAIXA-TARIFA
                   IF (TAR-ABRANGENCIA NOT = 'L'
                       AND TAR-ABRANGENCIA NOT = 'I')
                   OR TAR-PECAS-MINIMO IS NOT NUMERIC
                   OR TAR-VALOR-PECA IS NOT NUMERIC
                       PERFORM 0230-REJEITA-TARIFA
                   ELSE
                       IF WS-QTD-TARIFAS >= 200
                           DISPLAY 'ERRO FATAL: MAIS DE 200 FAIXAS '
                               'VIGENTES EM PFTARIFA'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-QTD-TARIFAS
                       MOVE TAR-VIGENCIA
                           TO WS-TRF-VIGENCIA (WS-QTD-TARIFAS)
                       MOVE TAR-ABRANGENCIA
                           TO WS-TRF-ABRANGENCIA (WS-QTD-TARIFAS)
                       MOVE TAR-PECAS-MINIMO
                           TO WS-TRF-MINIMO (WS-QTD-TARIFAS)
                       MOVE TAR-VALOR-PECA
                           TO WS-TRF-VALOR (WS-QTD-TARIFAS)
                   END-IF
               WHEN TAR-UF-ABRANGENCIA
                   IF (TAR-UF-TIPO NOT = 'L' AND TAR-UF-TIPO NOT = 'I')
                   OR TAR-UF = SPACES
                       PERFORM 0230-REJEITA-TARIFA
                   ELSE
                       IF WS-QTD-UF-TARIFA >= 100
                           DISPLAY 'ERRO FATAL: MAIS DE 100 LINHAS DE '
                               'UF VIGENTES EM PFTARIFA'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-QTD-UF-TARIFA
                       MOVE TAR-VIGENCIA
                           TO WS-TUF-VIGENCIA (WS-QTD-UF-TARIFA)
                       MOVE TAR-UF
                           TO WS-TUF-UF (WS-QTD-UF-TARIFA)
                       MOVE TAR-UF-TIPO
                           TO WS-TUF-ABRANGENCIA (WS-QTD-UF-TARIFA)
                   END-IF
               WHEN OTHER
                   PERFORM 0230-REJEITA-TARIFA
           END-EVALUATE

           .

       0230-REJEITA-TARIFA.

           ADD 1 TO WS-TOTAL-TARIFAS-INV
           DISPLAY 'AVISO: LINHA INVALIDA EM PFTARIFA IGNORADA - '
               TAR-REGISTRO

           .

       1000-LIBERA-MANIFESTO.

           PERFORM 1100-LE-PFMANWRK
           PERFORM UNTIL END-OF-FILE-PFMANWRK
               ADD 1 TO WS-TOTAL-LIDOS
               IF MAN-FLUXO = SPACES
                   MOVE 'N' TO MAN-FLUXO
               END-IF
               RELEASE SRT-REGISTRO FROM MAN-REGISTRO
               PERFORM 1100-LE-PFMANWRK
           END-PERFORM
           MOVE WS-LOTE-LIDO TO WS-LOTE-CORRENTE
           ADD 1 TO WS-TOTAL-LOTES
           MOVE ZEROS TO WS-PECAS-LOTE
           INITIALIZE WS-PECAS-LOTE-FLUXO

           MOVE SPACES TO RELM-LINHA
           WRITE RELM-LINHA AFTER ADVANCING PAGE

           ADD 1 TO WS-PECAS-LOTE
           ADD 1 TO WS-TOTAL-PECAS
           EVALUATE SRT-FLUXO
               WHEN 'V'
                   ADD 1 TO WS-PECAS-FLUXO (2)
               WHEN 'R'
                   ADD 1 TO WS-PECAS-FLUXO (3)
               WHEN OTHER
                   ADD 1 TO WS-PECAS-FLUXO (1)
           END-EVALUATE

           MOVE SRT-CEP (1:5)      TO WS-PEC-CEP-1
           MOVE SRT-CEP (6:3)      TO WS-PEC-CEP-2

           .

      *>  The bundle's rate is the one for its whole size, and every
      *>  stream in it pays that same per-piece rate for its own
      *>  pieces, so the streams add up to the bundle cost exactly.
       2400-FECHA-LOTE.

           MOVE SPACES TO RELM-LINHA
                  WS-PECAS-LOTE
                  DELIMITED BY SIZE INTO RELM-LINHA
           WRITE RELM-LINHA
           MOVE SPACES TO RELM-LINHA
           STRING '  ' WS-FLX-DESCRICAO (1) ': ' WS-PECAS-FLUXO (1)
                  '  ' WS-FLX-DESCRICAO (2) ': ' WS-PECAS-FLUXO (2)
                  '  ' WS-FLX-DESCRICAO (3) ': ' WS-PECAS-FLUXO (3)
                  DELIMITED BY SIZE INTO RELM-LINHA
           WRITE RELM-LINHA

           PERFORM 2450-TARIFA-LOTE
           COMPUTE WS-CUSTO-LOTE = WS-PECAS-LOTE * WS-VALOR-PECA-LOTE
           ADD WS-CUSTO-LOTE TO WS-CUSTO-TOTAL

           MOVE SPACES TO RELM-LINHA
           IF TARIFA-ACHADA
               MOVE WS-VALOR-PECA-LOTE TO WS-TARIFA-EDITADA
               IF WS-ABRANGENCIA-LOTE = 'L'
                   STRING 'TARIFA LOCAL        - LOTES A PARTIR DE '
                          WS-MINIMO-LOTE ' PECAS - R$ '
                          WS-TARIFA-EDITADA ' POR PECA'
                          DELIMITED BY SIZE INTO RELM-LINHA
               ELSE
                   STRING 'TARIFA INTERESTADUAL - LOTES A PARTIR DE '
                          WS-MINIMO-LOTE ' PECAS - R$ '
                          WS-TARIFA-EDITADA ' POR PECA'
                          DELIMITED BY SIZE INTO RELM-LINHA
               END-IF
           ELSE
               MOVE 'SEM TARIFA VIGENTE PARA O LOTE - CUSTO NAO APURADO'
                   TO RELM-LINHA
           END-IF
           WRITE RELM-LINHA
           MOVE WS-CUSTO-LOTE TO WS-VALOR-EDITADO
           MOVE SPACES TO RELM-LINHA
           STRING 'CUSTO DO LOTE ' WS-CAB-NUM-LOTE ': R$ '
                  WS-VALOR-EDITADO
                  DELIMITED BY SIZE INTO RELM-LINHA
           WRITE RELM-LINHA

           PERFORM VARYING WS-IDX-FLX FROM 1 BY 1
                   UNTIL WS-IDX-FLX > 3
               IF WS-PECAS-FLUXO (WS-IDX-FLX) > 0
                   PERFORM 2460-ACUMULA-POSTAGEM
               END-IF
           END-PERFORM

           .

      *>  Local or interstate by the latest 'U' line in force for the
      *>  bundle's UF (interstate when there is none), then the tier
      *>  of the current card with the largest minimum the bundle
      *>  reaches.
       2450-TARIFA-LOTE.

           MOVE 'I'   TO WS-ABRANGENCIA-LOTE
           MOVE ZEROS TO WS-VIGENCIA-ACHADA
           PERFORM VARYING WS-IDX-TUF FROM 1 BY 1
                   UNTIL WS-IDX-TUF > WS-QTD-UF-TARIFA
               IF WS-TUF-UF (WS-IDX-TUF) = WS-LOTE-UF
               AND WS-TUF-VIGENCIA (WS-IDX-TUF) >= WS-VIGENCIA-ACHADA
                   MOVE WS-TUF-VIGENCIA (WS-IDX-TUF)
                       TO WS-VIGENCIA-ACHADA
                   MOVE WS-TUF-ABRANGENCIA (WS-IDX-TUF)
                       TO WS-ABRANGENCIA-LOTE
               END-IF
           END-PERFORM

           IF WS-ABRANGENCIA-LOTE = 'L'
               MOVE WS-VIGENCIA-LOCAL TO WS-VIGENCIA-LOTE
           ELSE
               MOVE WS-VIGENCIA-INTER TO WS-VIGENCIA-LOTE
           END-IF

           MOVE 'N'   TO WS-TARIFA-ACHADA
           MOVE ZEROS TO WS-MINIMO-LOTE
           MOVE ZEROS TO WS-VALOR-PECA-LOTE
           PERFORM VARYING WS-IDX-TRF FROM 1 BY 1
                   UNTIL WS-IDX-TRF > WS-QTD-TARIFAS
               IF WS-TRF-ABRANGENCIA (WS-IDX-TRF) = WS-ABRANGENCIA-LOTE
               AND WS-TRF-VIGENCIA (WS-IDX-TRF) = WS-VIGENCIA-LOTE
               AND WS-TRF-MINIMO (WS-IDX-TRF) <= WS-PECAS-LOTE
                   IF NOT TARIFA-ACHADA
                   OR WS-TRF-MINIMO (WS-IDX-TRF) > WS-MINIMO-LOTE
                       MOVE 'S' TO WS-TARIFA-ACHADA
                       MOVE WS-TRF-MINIMO (WS-IDX-TRF)
                           TO WS-MINIMO-LOTE
                       MOVE WS-TRF-VALOR (WS-IDX-TRF)
                           TO WS-VALOR-PECA-LOTE
                   END-IF
               END-IF
           END-PERFORM

           IF NOT TARIFA-ACHADA
               ADD 1 TO WS-TOTAL-LOTES-S-TARIFA
               IF EXISTE-PFTARIFA
                   DISPLAY 'AVISO: LOTE ' WS-CAB-NUM-LOTE ' UF '
                       WS-LOTE-UF ' SEM TARIFA VIGENTE'
               END-IF
           END-IF

           .

       2460-ACUMULA-POSTAGEM.

           COMPUTE WS-CUSTO-LOTE =
               WS-PECAS-FLUXO (WS-IDX-FLX) * WS-VALOR-PECA-LOTE
           ADD WS-PECAS-FLUXO (WS-IDX-FLX)
               TO WS-TOT-FLX-PECAS (WS-IDX-FLX)
           ADD WS-CUSTO-LOTE TO WS-TOT-FLX-CUSTO (WS-IDX-FLX)

           PERFORM VARYING WS-IDX-PST FROM 1 BY 1
                   UNTIL WS-IDX-PST > WS-QTD-POSTAGEM
                      OR (WS-PST-FLUXO (WS-IDX-PST) =
                              WS-FLX-CODIGO (WS-IDX-FLX)
                          AND WS-PST-UF (WS-IDX-PST) = WS-LOTE-UF)
               CONTINUE
           END-PERFORM
           IF WS-IDX-PST > WS-QTD-POSTAGEM
               IF WS-QTD-POSTAGEM >= 150
                   DISPLAY 'ERRO FATAL: MAIS DE 150 COMBINACOES DE '
                       'FLUXO E UF NO MANIFESTO'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-QTD-POSTAGEM
               MOVE WS-QTD-POSTAGEM TO WS-IDX-PST
               MOVE WS-FLX-CODIGO (WS-IDX-FLX)
                                 TO WS-PST-FLUXO (WS-IDX-PST)
               MOVE WS-LOTE-UF   TO WS-PST-UF (WS-IDX-PST)
               MOVE ZEROS        TO WS-PST-PECAS (WS-IDX-PST)
               MOVE ZEROS        TO WS-PST-CUSTO (WS-IDX-PST)
           END-IF
           ADD WS-PECAS-FLUXO (WS-IDX-FLX) TO WS-PST-PECAS (WS-IDX-PST)
           ADD WS-CUSTO-LOTE               TO WS-PST-CUSTO (WS-IDX-PST)

           .

           STRING 'TOTAL DE PECAS : ' WS-TOTAL-PECAS
                  DELIMITED BY SIZE INTO RELM-LINHA
           WRITE RELM-LINHA
           PERFORM VARYING WS-IDX-FLX FROM 1 BY 1
                   UNTIL WS-IDX-FLX > 3
               MOVE WS-TOT-FLX-CUSTO (WS-IDX-FLX) TO WS-VALOR-EDITADO
               MOVE SPACES TO RELM-LINHA
               STRING '  ' WS-FLX-DESCRICAO (WS-IDX-FLX) ': '
                      WS-TOT-FLX-PECAS (WS-IDX-FLX) ' PECAS - R$ '
                      WS-VALOR-EDITADO
                      DELIMITED BY SIZE INTO RELM-LINHA
               WRITE RELM-LINHA
           END-PERFORM
           MOVE WS-CUSTO-TOTAL TO WS-VALOR-EDITADO
           MOVE SPACES TO RELM-LINHA
           STRING 'CUSTO TOTAL    : R$ ' WS-VALOR-EDITADO
                  DELIMITED BY SIZE INTO RELM-LINHA
           WRITE RELM-LINHA

           .

      *>  The night's records replace whatever an earlier attempt at
      *>  the same processing date left, so a rerun never doubles the
      *>  month. First run ever creates the history.
       2700-GRAVA-HISTORICO.

           OPEN I-O PFMANHIS
           IF WS-FS-PFMANHIS NOT = '00'
               OPEN OUTPUT PFMANHIS
               IF WS-FS-PFMANHIS NOT = '00'
                   DISPLAY 'ERRO FATAL: PFMANHIS NAO PODE SER '
                       'CRIADO - FILE STATUS ' WS-FS-PFMANHIS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE PFMANHIS
               OPEN I-O PFMANHIS
           END-IF

           MOVE LOW-VALUES            TO HMN-CHAVE
           MOVE WS-DATA-PROCESSAMENTO TO HMN-DATA-PROC
           MOVE 'N' TO WS-FIM-HISTORICO
           START PFMANHIS KEY IS NOT LESS THAN HMN-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-HISTORICO
           END-START
           PERFORM UNTIL FIM-DO-HISTORICO
               READ PFMANHIS NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIM-HISTORICO
                   NOT AT END
                       IF HMN-DATA-PROC NOT = WS-DATA-PROCESSAMENTO
                           MOVE 'S' TO WS-FIM-HISTORICO
                       ELSE
                           DELETE PFMANHIS RECORD
                       END-IF
               END-READ
           END-PERFORM

           PERFORM VARYING WS-IDX-PST FROM 1 BY 1
                   UNTIL WS-IDX-PST > WS-QTD-POSTAGEM
               MOVE SPACES                      TO HMN-REGISTRO
               MOVE WS-DATA-PROCESSAMENTO       TO HMN-DATA-PROC
               MOVE WS-PST-FLUXO (WS-IDX-PST)   TO HMN-FLUXO
               MOVE WS-PST-UF (WS-IDX-PST)      TO HMN-UF
               MOVE WS-PST-PECAS (WS-IDX-PST)   TO HMN-QTD-PECAS
               MOVE WS-PST-CUSTO (WS-IDX-PST)   TO HMN-CUSTO
               MOVE FUNCTION CURRENT-DATE       TO HMN-DATA-HORA
               WRITE HMN-REGISTRO
               IF WS-FS-PFMANHIS NOT = '00'
                   DISPLAY 'ERRO FATAL: FALHA AO GRAVAR PFMANHIS - '
                       'FILE STATUS ' WS-FS-PFMANHIS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM

           CLOSE PFMANHIS

           .

