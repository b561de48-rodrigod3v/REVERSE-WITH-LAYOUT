      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:15/10/2026
      * Purpose: MONTHLY REGISTRATION TREND REPORT. FOR ONE CLOSED
      *          MONTH (THE COMPETENCIA, AAAAMM IN PFESTPRM.DAT; THE
      *          MONTH BEFORE THE PROCESSING DATE WHEN ABSENT) READS
      *          THE STATISTICS HISTORY PFESTHIS.DAT KEPT BY THE
      *          NIGHTLY BATCH AND COMPARES IT WITH THE MONTH BEFORE
      *          AND THE SAME MONTH OF THE YEAR BEFORE:
      *          - NET GROWTH OF VALID REGISTRANTS IN TOTAL, BR AGAINST
      *            FOREIGN, PER UF, PER PROFESSION AND PER NATIONALITY
      *            (EACH MONTH'S FIGURE IS ITS LAST NIGHTLY RUN);
      *          - REJECT RATE PER MOTIVO CODE (REJECT LINES OVER
      *            RECORDS READ, SUMMED OVER EVERY RUN IN THE MONTH);
      *          - THE FIVE FASTEST-GROWING UF, PROFESSION AND
      *            NATIONALITY SEGMENTS AGAINST THE MONTH BEFORE.
      *          PRINTS PFESTREL.DAT (80 COLUMNS) AND WRITES THE SAME
      *          FIGURES TO PFESTDEL.DAT, ';'-DELIMITED, FOR THE
      *          PLANNING SPREADSHEETS. A MONTH WITH NO HISTORY IS
      *          SHOWN AS '-' AND ENDS THE RUN WITH RETURN CODE 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PFESTREL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PFESTHIS ASSIGN TO 'PFESTHIS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-DATA-PROC
               FILE STATUS IS WS-FS-PFESTHIS.

           SELECT PFDATPRC ASSIGN TO 'PFDATPRC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFDATPRC.

           SELECT PFESTPRM ASSIGN TO 'PFESTPRM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFESTPRM.

           SELECT PFESTREL ASSIGN TO 'PFESTREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFESTREL.

      *>  H header (months compared), S segment, R reject rate,
      *>  C fastest-growing segment, T trailer (detail line count).
           SELECT PFESTDEL ASSIGN TO 'PFESTDEL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFESTDEL.

           SELECT PFRUNLOG ASSIGN TO 'PFRUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFRUNLOG.

       DATA DIVISION.
       FILE SECTION.
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

       FD  PFDATPRC
           LABEL RECORDS ARE STANDARD.
       01  DTP-REGISTRO.
           05  DTP-DATA-PROCESSAMENTO   PIC X(08).

       FD  PFESTPRM
           LABEL RECORDS ARE STANDARD.
       01  PRM-REGISTRO.
           05  PRM-COMPETENCIA          PIC X(06).

       FD  PFESTREL
           LABEL RECORDS ARE STANDARD.
       01  REL-LINHA                    PIC X(80).

       FD  PFESTDEL
           LABEL RECORDS ARE STANDARD.
       01  DEL-LINHA                    PIC X(150).

       FD  PFRUNLOG
           LABEL RECORDS ARE STANDARD.
       01  RLG-REGISTRO.
           05  RLG-PROGRAMA             PIC X(08).
           05  FILLER                   PIC X(01).
           05  RLG-DATA-PROC            PIC 9(08).
           05  FILLER                   PIC X(01).
           05  RLG-EVENTO               PIC X(03).
           05  FILLER                   PIC X(01).
           05  RLG-CODIGO-RETORNO       PIC 9(02).
           05  FILLER                   PIC X(01).
           05  RLG-CONTAGEM-1           PIC 9(06).
           05  FILLER                   PIC X(01).
           05  RLG-CONTAGEM-2           PIC 9(06).
           05  FILLER                   PIC X(01).
           05  RLG-DATA-HORA            PIC X(21).

       WORKING-STORAGE SECTION.
       77  WS-FS-PFESTHIS          PIC X(02) VALUE '00'.
       77  WS-FS-PFDATPRC          PIC X(02) VALUE '00'.
       77  WS-FS-PFESTPRM          PIC X(02) VALUE '00'.
       77  WS-FS-PFESTREL          PIC X(02) VALUE '00'.
       77  WS-FS-PFESTDEL          PIC X(02) VALUE '00'.
       77  WS-FIM-HISTORICO        PIC X(01) VALUE 'N'.
           88  FIM-DO-HISTORICO                VALUE 'S'.
       77  WS-ACHOU-ITEM           PIC X(01) VALUE 'N'.
           88  ACHOU-ITEM                      VALUE 'S'.
       77  WS-DATA-PROCESSAMENTO   PIC 9(08) VALUE ZEROS.
       77  WS-IDX-MES              PIC 9(01).
       77  WS-IDX-CMP              PIC 9(01).
       77  WS-IDX-SEG              PIC 9(03).
       77  WS-IDX-MTR              PIC 9(02).
       77  WS-IDX-HIS              PIC 9(02).
       77  WS-IDX-RANK             PIC 9(01).
       77  WS-IDX-SECAO            PIC 9(01).
       77  WS-IDX-MELHOR           PIC 9(03).
       77  WS-QTD-SEGMENTOS        PIC 9(03) VALUE ZEROS.
       77  WS-QTD-MOTIVOS-REL      PIC 9(02) VALUE ZEROS.
       77  WS-TIPO-SECAO           PIC X(01).
       77  WS-TIPO-BUSCA           PIC X(01).
       77  WS-CODIGO-BUSCA         PIC X(04).
       77  WS-QTD-BUSCA            PIC 9(07).
       77  WS-VARIACAO             PIC S9(07).
       77  WS-PERCENTUAL           PIC S9(05)V9.
       77  WS-MELHOR-PERCENTUAL    PIC S9(05)V9.
       77  WS-TAXA                 PIC 9(04)V99.
       77  WS-TAXA-ATUAL           PIC 9(04)V99.
       77  WS-VARIACAO-TAXA        PIC S9(04)V99.
       77  WS-MESES-AUSENTES       PIC 9(01) VALUE ZEROS.
       77  WS-TOTAL-LIDOS          PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-DETALHES       PIC 9(06) VALUE ZEROS.
       77  WS-DESCRICAO-SEG        PIC X(16).
       77  WS-EDT-QTD              PIC ZZZ,ZZ9.
       77  WS-EDT-VARIACAO         PIC ++++,++9.
       77  WS-EDT-PERCENTUAL       PIC ++++9.9.
       77  WS-EDT-TAXA             PIC ZZZ9.99.
       77  WS-EDT-VARIACAO-TAXA    PIC ++++9.99.
       77  WS-DEL-NUMERO           PIC -(8)9.
       77  WS-DEL-DECIMAL          PIC -(6)9.99.
       77  WS-DEL-POSICAO          PIC 9(01).

       01  WS-DATA-VALIDACAO.
           05  WS-DVAL-ANO          PIC 9(04).
           05  WS-DVAL-MES          PIC 9(02).
           05  WS-DVAL-DIA          PIC 9(02).

      *>  The month being reported, AAAAMM.
       01  WS-COMPETENCIA.
           05  WS-COMP-ANO          PIC 9(04).
           05  WS-COMP-MES          PIC 9(02).
       01  WS-COMPETENCIA-X REDEFINES WS-COMPETENCIA
                                    PIC X(06).
       01  WS-COMPETENCIA-N REDEFINES WS-COMPETENCIA
                                    PIC 9(06).

      *>  The three months compared: 1 the competencia, 2 the month
      *>  before, 3 the same month a year before. Each month's stock
      *>  is its last nightly run; records read and reject lines are
      *>  summed over all its runs.
       01  WS-MESES-ANALISE.
           05  WS-MES OCCURS 3 TIMES.
               10  WS-MES-COMPETENCIA.
                   15  WS-MES-ANO       PIC 9(04).
                   15  WS-MES-MES       PIC 9(02).
               10  WS-MES-ULTIMA-DATA   PIC 9(08).
               10  WS-MES-EXECUCOES     PIC 9(03).
               10  WS-MES-LIDOS         PIC 9(09).

      *>  Every segment seen in any of the three months: T total of
      *>  valid registrants, O origin (BR / foreign), U UF,
      *>  P profession, N nationality.
       01  WS-TABELA-SEGMENTOS.
           05  WS-SEGMENTO-ENTRY OCCURS 150 TIMES.
               10  WS-SEG-TIPO          PIC X(01).
               10  WS-SEG-CODIGO        PIC X(04).
               10  WS-SEG-QTD           PIC 9(07) OCCURS 3 TIMES.
               10  WS-SEG-ESCOLHIDO     PIC X(01).

       01  WS-TABELA-MOTIVOS-REL.
           05  WS-MOTIVO-REL-ENTRY OCCURS 60 TIMES.
               10  WS-MTR-CODIGO        PIC X(04).
               10  WS-MTR-QTD           PIC 9(09) OCCURS 3 TIMES.

       01  WS-TABELA-SECOES-DADOS.
           05  FILLER               PIC X(41)
               VALUE 'TCRESCIMENTO LIQUIDO - TOTAL DE VALIDOS  '.
           05  FILLER               PIC X(41)
               VALUE 'OCRESCIMENTO LIQUIDO - BR X ESTRANGEIROS '.
           05  FILLER               PIC X(41)
               VALUE 'UCRESCIMENTO LIQUIDO POR UF              '.
           05  FILLER               PIC X(41)
               VALUE 'PCRESCIMENTO LIQUIDO POR PROFISSAO       '.
           05  FILLER               PIC X(41)
               VALUE 'NCRESCIMENTO LIQUIDO POR NACIONALIDADE   '.
       01  WS-TABELA-SECOES REDEFINES WS-TABELA-SECOES-DADOS.
           05  WS-SECAO-ENTRY OCCURS 5 TIMES.
               10  WS-SEC-TIPO          PIC X(01).
               10  WS-SEC-TITULO        PIC X(40).

       01  WS-CAB-TITULO.
           05  FILLER               PIC X(36)
               VALUE 'TENDENCIA DO CADASTRO - COMPETENCIA '.
           05  WS-CAB-COMPETENCIA   PIC X(06).
           05  FILLER               PIC X(38) VALUE SPACES.

       01  WS-CAB-BASE.
           05  FILLER               PIC X(23)
               VALUE 'ULTIMAS EXECUCOES: MES '.
           05  WS-CAB-DATA-1        PIC X(08).
           05  FILLER               PIC X(11) VALUE ' ANTERIOR '.
           05  WS-CAB-DATA-2        PIC X(08).
           05  FILLER               PIC X(11) VALUE ' ANO ANT. '.
           05  WS-CAB-DATA-3        PIC X(08).
           05  FILLER               PIC X(11) VALUE SPACES.

       01  WS-CAB-COMPARACAO.
           05  FILLER               PIC X(25) VALUE SPACES.
           05  FILLER               PIC X(26)
               VALUE '  ---- MES ANTERIOR ----  '.
           05  FILLER               PIC X(29)
               VALUE '---- MESMO MES ANO ANT. ----'.

       01  WS-CAB-SEGMENTOS.
           05  FILLER               PIC X(16) VALUE 'SEGMENTO'.
           05  FILLER               PIC X(07) VALUE '  ATUAL'.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(07) VALUE '   BASE'.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(08) VALUE 'VARIACAO'.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(07) VALUE '   VAR%'.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(07) VALUE '   BASE'.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(08) VALUE 'VARIACAO'.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(07) VALUE '   VAR%'.
           05  FILLER               PIC X(05) VALUE SPACES.

       01  WS-CAB-MOTIVOS.
           05  FILLER               PIC X(16) VALUE 'MOTIVO'.
           05  FILLER               PIC X(07) VALUE '  TAXA%'.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(07) VALUE '  TAXA%'.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(08) VALUE ' VAR(PP)'.
           05  FILLER               PIC X(10) VALUE SPACES.
           05  FILLER               PIC X(07) VALUE '  TAXA%'.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(08) VALUE ' VAR(PP)'.
           05  FILLER               PIC X(13) VALUE SPACES.

      *>  One layout for every detail: the figure for the month, then
      *>  base, variation and variation % against each comparison
      *>  month (for motivos: rate, base rate and the difference in
      *>  percentage points).
       01  WS-LIN-DETALHE.
           05  WS-LDT-DESCRICAO     PIC X(16).
           05  WS-LDT-ATUAL         PIC X(07).
           05  WS-LDT-COMPARACAO OCCURS 2 TIMES.
               10  FILLER               PIC X(02).
               10  WS-LDT-BASE          PIC X(07).
               10  FILLER               PIC X(01).
               10  WS-LDT-VARIACAO      PIC X(08).
               10  FILLER               PIC X(01).
               10  WS-LDT-PERCENTUAL    PIC X(07).
           05  FILLER               PIC X(05).

      *>  The delimited fields of the comparison months, edited and
      *>  trimmed; left empty when the month has no history.
       01  WS-DEL-CAMPOS.
           05  WS-DEL-ATUAL         PIC X(12).
           05  WS-DEL-COMPARACAO OCCURS 2 TIMES.
               10  WS-DEL-BASE          PIC X(12).
               10  WS-DEL-VARIACAO      PIC X(12).
               10  WS-DEL-PERCENTUAL    PIC X(12).

       COPY 'RUNLOG01'.

       COPY 'TABVAL01'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 0100-OBTEM-DATA-PROCESSAMENTO
           PERFORM 0150-LE-PARAMETROS

           MOVE 'PFESTREL'            TO WS-RLG-PROGRAMA
           MOVE WS-DATA-PROCESSAMENTO TO WS-RLG-DATA-PROC
           PERFORM 8000-REGISTRA-INICIO

           OPEN INPUT PFESTHIS
           IF WS-FS-PFESTHIS NOT = '00'
               DISPLAY 'ERRO FATAL: PFESTHIS NAO PODE SER ABERTO - '
                   'FILE STATUS ' WS-FS-PFESTHIS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT PFESTREL
           IF WS-FS-PFESTREL NOT = '00'
               DISPLAY 'ERRO FATAL: PFESTREL NAO PODE SER CRIADO - '
                   'FILE STATUS ' WS-FS-PFESTREL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT PFESTDEL
           IF WS-FS-PFESTDEL NOT = '00'
               DISPLAY 'ERRO FATAL: PFESTDEL NAO PODE SER CRIADO - '
                   'FILE STATUS ' WS-FS-PFESTDEL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                   UNTIL WS-IDX-MES > 3
               PERFORM 1000-CARREGA-MES
           END-PERFORM
           CLOSE PFESTHIS

           PERFORM 2000-IMPRIME-CABECALHO
           PERFORM VARYING WS-IDX-SECAO FROM 1 BY 1
                   UNTIL WS-IDX-SECAO > 5
               PERFORM 2100-IMPRIME-SECAO
           END-PERFORM
           PERFORM 2300-IMPRIME-MOTIVOS
           PERFORM 2400-IMPRIME-CRESCIMENTO

           MOVE SPACES TO DEL-LINHA
           MOVE WS-TOTAL-DETALHES TO WS-DEL-NUMERO
           STRING 'T;' FUNCTION TRIM (WS-DEL-NUMERO)
                  DELIMITED BY SIZE INTO DEL-LINHA
           WRITE DEL-LINHA

           CLOSE PFESTREL
           CLOSE PFESTDEL

           DISPLAY ' '
           DISPLAY '===== RESUMO DA TENDENCIA DO CADASTRO ====='
           DISPLAY 'COMPETENCIA            : ' WS-COMPETENCIA-X
           DISPLAY 'REGISTROS DO HISTORICO : ' WS-TOTAL-LIDOS
           DISPLAY 'EXECUCOES NO MES       : ' WS-MES-EXECUCOES (1)
           DISPLAY 'EXECUCOES MES ANTERIOR : ' WS-MES-EXECUCOES (2)
           DISPLAY 'EXECUCOES ANO ANTERIOR : ' WS-MES-EXECUCOES (3)
           DISPLAY 'SEGMENTOS              : ' WS-QTD-SEGMENTOS
           DISPLAY 'MOTIVOS DE REJEICAO    : ' WS-QTD-MOTIVOS-REL
           DISPLAY 'LINHAS DELIMITADAS     : ' WS-TOTAL-DETALHES

           IF WS-MESES-AUSENTES > ZEROS
               MOVE 4 TO RETURN-CODE
               MOVE 4 TO WS-RLG-CODIGO-RETORNO
           END-IF
           MOVE WS-TOTAL-LIDOS    TO WS-RLG-CONTAGEM-1
           MOVE WS-TOTAL-DETALHES TO WS-RLG-CONTAGEM-2
           PERFORM 8100-REGISTRA-FIM

           STOP RUN.

      *>  The processing date normally arrives in PFDATPRC.DAT so the
      *>  run can be dated independently of the machine clock (e.g. a
      *>  weekend run dated for Monday); when the file is missing or
      *>  does not hold a plausible AAAAMMDD the machine date is used
      *>  and the fact is logged to the console.
       0100-OBTEM-DATA-PROCESSAMENTO.

           OPEN INPUT PFDATPRC
           IF WS-FS-PFDATPRC = '00'
               READ PFDATPRC
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DTP-DATA-PROCESSAMENTO
                           TO WS-DATA-VALIDACAO
               END-READ
               CLOSE PFDATPRC
           END-IF

           IF WS-DATA-VALIDACAO IS NUMERIC
           AND WS-DVAL-ANO > 1900
           AND WS-DVAL-MES >= 01 AND WS-DVAL-MES <= 12
           AND WS-DVAL-DIA >= 01 AND WS-DVAL-DIA <= 31
               MOVE WS-DATA-VALIDACAO TO WS-DATA-PROCESSAMENTO
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8)
                   TO WS-DATA-PROCESSAMENTO
               DISPLAY 'AVISO: PFDATPRC AUSENTE/INVALIDO - USANDO '
                   'DATA DA MAQUINA ' WS-DATA-PROCESSAMENTO
           END-IF

           .

      *>  The competencia defaults to the month before the processing
      *>  date; PFESTPRM.DAT names another one to rerun an earlier
      *>  month. Only a closed month is reported. The two comparison
      *>  months follow from it.
       0150-LE-PARAMETROS.

           MOVE WS-DATA-PROCESSAMENTO TO WS-DATA-VALIDACAO
           IF WS-DVAL-MES = 01
               COMPUTE WS-COMP-ANO = WS-DVAL-ANO - 1
               MOVE 12 TO WS-COMP-MES
           ELSE
               MOVE WS-DVAL-ANO TO WS-COMP-ANO
               COMPUTE WS-COMP-MES = WS-DVAL-MES - 1
           END-IF

           OPEN INPUT PFESTPRM
           IF WS-FS-PFESTPRM = '00'
               READ PFESTPRM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-COMPETENCIA NOT = SPACES
                           MOVE PRM-COMPETENCIA TO WS-COMPETENCIA-X
                       END-IF
               END-READ
               CLOSE PFESTPRM
           END-IF

           IF WS-COMPETENCIA-X IS NOT NUMERIC
           OR WS-COMP-ANO < 1902
           OR WS-COMP-MES < 01 OR WS-COMP-MES > 12
               DISPLAY 'ERRO FATAL: COMPETENCIA INVALIDA EM PFESTPRM - '
                   WS-COMPETENCIA-X
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-COMPETENCIA-X >= WS-DATA-PROCESSAMENTO (1:6)
               DISPLAY 'ERRO FATAL: COMPETENCIA ' WS-COMPETENCIA-X
                   ' AINDA NAO ENCERRADA EM ' WS-DATA-PROCESSAMENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           INITIALIZE WS-MESES-ANALISE
           MOVE WS-COMP-ANO TO WS-MES-ANO (1)
           MOVE WS-COMP-MES TO WS-MES-MES (1)
           IF WS-COMP-MES = 01
               COMPUTE WS-MES-ANO (2) = WS-COMP-ANO - 1
               MOVE 12 TO WS-MES-MES (2)
           ELSE
               MOVE WS-COMP-ANO TO WS-MES-ANO (2)
               COMPUTE WS-MES-MES (2) = WS-COMP-MES - 1
           END-IF
           COMPUTE WS-MES-ANO (3) = WS-COMP-ANO - 1
           MOVE WS-COMP-MES TO WS-MES-MES (3)

           .

      *>  The history is keyed by processing date, so a month is one
      *>  contiguous stretch from day 01. Every run in it adds to the
      *>  records read and the reject lines; the last one is then
      *>  read again by key for the month's stock.
       1000-CARREGA-MES.

           MOVE WS-MES-COMPETENCIA (WS-IDX-MES) TO EST-DATA-PROC (1:6)
           MOVE '01'                            TO EST-DATA-PROC (7:2)
           MOVE 'N' TO WS-FIM-HISTORICO
           START PFESTHIS KEY IS NOT LESS THAN EST-DATA-PROC
               INVALID KEY
                   MOVE 'S' TO WS-FIM-HISTORICO
           END-START

           PERFORM UNTIL FIM-DO-HISTORICO
               READ PFESTHIS NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIM-HISTORICO
                   NOT AT END
                       IF EST-DATA-PROC (1:6) NOT =
                              WS-MES-COMPETENCIA (WS-IDX-MES)
                           MOVE 'S' TO WS-FIM-HISTORICO
                       ELSE
                           PERFORM 1100-ACUMULA-EXECUCAO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-MES-EXECUCOES (WS-IDX-MES) = ZEROS
               ADD 1 TO WS-MESES-AUSENTES
               DISPLAY 'AVISO: SEM HISTORICO DE ESTATISTICAS PARA '
                   WS-MES-COMPETENCIA (WS-IDX-MES)
           ELSE
               MOVE WS-MES-ULTIMA-DATA (WS-IDX-MES) TO EST-DATA-PROC
               READ PFESTHIS
                   INVALID KEY
                       DISPLAY 'ERRO FATAL: PFESTHIS ' EST-DATA-PROC
                           ' NAO RELIDO - FILE STATUS ' WS-FS-PFESTHIS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-READ
               PERFORM 1200-CARREGA-SEGMENTOS
           END-IF

           .

       1100-ACUMULA-EXECUCAO.

           ADD 1 TO WS-TOTAL-LIDOS
           ADD 1 TO WS-MES-EXECUCOES (WS-IDX-MES)
           MOVE EST-DATA-PROC TO WS-MES-ULTIMA-DATA (WS-IDX-MES)
           ADD EST-TOTAL-LIDOS TO WS-MES-LIDOS (WS-IDX-MES)

           PERFORM VARYING WS-IDX-HIS FROM 1 BY 1
                   UNTIL WS-IDX-HIS > EST-QTD-MOTIVOS
                      OR WS-IDX-HIS > 30
               PERFORM VARYING WS-IDX-MTR FROM 1 BY 1
                       UNTIL WS-IDX-MTR > WS-QTD-MOTIVOS-REL
                          OR WS-MTR-CODIGO (WS-IDX-MTR) =
                                 EST-MOT-CODIGO (WS-IDX-HIS)
                   CONTINUE
               END-PERFORM
               IF WS-IDX-MTR > WS-QTD-MOTIVOS-REL
                   IF WS-QTD-MOTIVOS-REL >= 60
                       DISPLAY 'ERRO FATAL: MAIS DE 60 MOTIVOS DE '
                           'REJEICAO NOS MESES COMPARADOS'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-QTD-MOTIVOS-REL
                   MOVE WS-QTD-MOTIVOS-REL TO WS-IDX-MTR
                   MOVE EST-MOT-CODIGO (WS-IDX-HIS)
                       TO WS-MTR-CODIGO (WS-IDX-MTR)
                   MOVE ZEROS TO WS-MTR-QTD (WS-IDX-MTR, 1)
                   MOVE ZEROS TO WS-MTR-QTD (WS-IDX-MTR, 2)
                   MOVE ZEROS TO WS-MTR-QTD (WS-IDX-MTR, 3)
               END-IF
               ADD EST-MOT-QTD (WS-IDX-HIS)
                   TO WS-MTR-QTD (WS-IDX-MTR, WS-IDX-MES)
           END-PERFORM

           .

       1200-CARREGA-SEGMENTOS.

           MOVE 'T'    TO WS-TIPO-BUSCA
           MOVE 'TOTL' TO WS-CODIGO-BUSCA
           MOVE EST-TOTAL-VALIDOS TO WS-QTD-BUSCA
           PERFORM 1250-GUARDA-SEGMENTO
           MOVE 'O'    TO WS-TIPO-BUSCA
           MOVE 'BR'   TO WS-CODIGO-BUSCA
           MOVE EST-QTD-BRASILEIROS TO WS-QTD-BUSCA
           PERFORM 1250-GUARDA-SEGMENTO
           MOVE 'ESTR' TO WS-CODIGO-BUSCA
           MOVE EST-QTD-ESTRANGEIROS TO WS-QTD-BUSCA
           PERFORM 1250-GUARDA-SEGMENTO

           MOVE 'U' TO WS-TIPO-BUSCA
           PERFORM VARYING WS-IDX-HIS FROM 1 BY 1
                   UNTIL WS-IDX-HIS > 27
               MOVE EST-UF-SIGLA (WS-IDX-HIS) TO WS-CODIGO-BUSCA
               MOVE EST-UF-QTD (WS-IDX-HIS)   TO WS-QTD-BUSCA
               PERFORM 1250-GUARDA-SEGMENTO
           END-PERFORM

           MOVE 'P' TO WS-TIPO-BUSCA
           PERFORM VARYING WS-IDX-HIS FROM 1 BY 1
                   UNTIL WS-IDX-HIS > 10
               MOVE EST-PROF-CODIGO (WS-IDX-HIS) TO WS-CODIGO-BUSCA
               MOVE EST-PROF-QTD (WS-IDX-HIS)    TO WS-QTD-BUSCA
               PERFORM 1250-GUARDA-SEGMENTO
           END-PERFORM

           MOVE 'N' TO WS-TIPO-BUSCA
           PERFORM VARYING WS-IDX-HIS FROM 1 BY 1
                   UNTIL WS-IDX-HIS > EST-QTD-NACIONALIDADES
                      OR WS-IDX-HIS > 60
               MOVE EST-NAC-CODIGO (WS-IDX-HIS) TO WS-CODIGO-BUSCA
               MOVE EST-NAC-QTD (WS-IDX-HIS)    TO WS-QTD-BUSCA
               PERFORM 1250-GUARDA-SEGMENTO
           END-PERFORM

           .

       1250-GUARDA-SEGMENTO.

           PERFORM VARYING WS-IDX-SEG FROM 1 BY 1
                   UNTIL WS-IDX-SEG > WS-QTD-SEGMENTOS
                      OR (WS-SEG-TIPO (WS-IDX-SEG) = WS-TIPO-BUSCA
                          AND WS-SEG-CODIGO (WS-IDX-SEG) =
                                  WS-CODIGO-BUSCA)
               CONTINUE
           END-PERFORM
           IF WS-IDX-SEG > WS-QTD-SEGMENTOS
               IF WS-QTD-SEGMENTOS >= 150
                   DISPLAY 'ERRO FATAL: MAIS DE 150 SEGMENTOS NOS '
                       'MESES COMPARADOS'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-QTD-SEGMENTOS
               MOVE WS-QTD-SEGMENTOS TO WS-IDX-SEG
               MOVE WS-TIPO-BUSCA    TO WS-SEG-TIPO (WS-IDX-SEG)
               MOVE WS-CODIGO-BUSCA  TO WS-SEG-CODIGO (WS-IDX-SEG)
               MOVE ZEROS TO WS-SEG-QTD (WS-IDX-SEG, 1)
               MOVE ZEROS TO WS-SEG-QTD (WS-IDX-SEG, 2)
               MOVE ZEROS TO WS-SEG-QTD (WS-IDX-SEG, 3)
               MOVE 'N'   TO WS-SEG-ESCOLHIDO (WS-IDX-SEG)
           END-IF
           MOVE WS-QTD-BUSCA TO WS-SEG-QTD (WS-IDX-SEG, WS-IDX-MES)

           .

       2000-IMPRIME-CABECALHO.

           MOVE WS-COMPETENCIA-X TO WS-CAB-COMPETENCIA
           WRITE REL-LINHA FROM WS-CAB-TITULO
           MOVE ALL '=' TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-MES-ULTIMA-DATA (1) TO WS-CAB-DATA-1
           MOVE WS-MES-ULTIMA-DATA (2) TO WS-CAB-DATA-2
           MOVE WS-MES-ULTIMA-DATA (3) TO WS-CAB-DATA-3
           WRITE REL-LINHA FROM WS-CAB-BASE

           MOVE SPACES TO DEL-LINHA
           STRING 'H;' WS-COMPETENCIA-X
                  ';' WS-MES-ULTIMA-DATA (1)
                  ';' WS-MES-ULTIMA-DATA (2)
                  ';' WS-MES-ULTIMA-DATA (3)
                  DELIMITED BY SIZE INTO DEL-LINHA
           WRITE DEL-LINHA

           .

       2100-IMPRIME-SECAO.

           MOVE WS-SEC-TIPO (WS-IDX-SECAO) TO WS-TIPO-SECAO
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-SEC-TITULO (WS-IDX-SECAO) TO REL-LINHA
           WRITE REL-LINHA
           WRITE REL-LINHA FROM WS-CAB-COMPARACAO
           WRITE REL-LINHA FROM WS-CAB-SEGMENTOS
           MOVE ALL '-' TO REL-LINHA
           WRITE REL-LINHA

           PERFORM VARYING WS-IDX-SEG FROM 1 BY 1
                   UNTIL WS-IDX-SEG > WS-QTD-SEGMENTOS
               IF WS-SEG-TIPO (WS-IDX-SEG) = WS-TIPO-SECAO
                   PERFORM 2150-FORMATA-SEGMENTO
                   WRITE REL-LINHA FROM WS-LIN-DETALHE
                   MOVE SPACES TO DEL-LINHA
                   STRING 'S;' WS-SEG-TIPO (WS-IDX-SEG)
                      ';' FUNCTION TRIM (WS-SEG-CODIGO (WS-IDX-SEG))
                      ';' FUNCTION TRIM (WS-DEL-ATUAL)
                      ';' FUNCTION TRIM (WS-DEL-BASE (1))
                      ';' FUNCTION TRIM (WS-DEL-VARIACAO (1))
                      ';' FUNCTION TRIM (WS-DEL-PERCENTUAL (1))
                      ';' FUNCTION TRIM (WS-DEL-BASE (2))
                      ';' FUNCTION TRIM (WS-DEL-VARIACAO (2))
                      ';' FUNCTION TRIM (WS-DEL-PERCENTUAL (2))
                      DELIMITED BY SIZE INTO DEL-LINHA
                   WRITE DEL-LINHA
                   ADD 1 TO WS-TOTAL-DETALHES
               END-IF
           END-PERFORM

           .

      *>  Formats the segment in WS-IDX-SEG against both comparison
      *>  months into the print line and the delimited fields.
       2150-FORMATA-SEGMENTO.

           MOVE SPACES TO WS-LIN-DETALHE
           MOVE SPACES TO WS-DEL-CAMPOS
           PERFORM 2170-DESCREVE-SEGMENTO
           MOVE WS-DESCRICAO-SEG TO WS-LDT-DESCRICAO
           MOVE WS-SEG-QTD (WS-IDX-SEG, 1) TO WS-EDT-QTD
           MOVE WS-EDT-QTD TO WS-LDT-ATUAL
           MOVE WS-SEG-QTD (WS-IDX-SEG, 1) TO WS-DEL-NUMERO
           MOVE WS-DEL-NUMERO TO WS-DEL-ATUAL

           PERFORM VARYING WS-IDX-MES FROM 2 BY 1
                   UNTIL WS-IDX-MES > 3
               COMPUTE WS-IDX-CMP = WS-IDX-MES - 1
               IF WS-MES-EXECUCOES (WS-IDX-MES) = ZEROS
                   MOVE '      -' TO WS-LDT-BASE (WS-IDX-CMP)
                   MOVE '       -' TO WS-LDT-VARIACAO (WS-IDX-CMP)
                   MOVE '      -' TO WS-LDT-PERCENTUAL (WS-IDX-CMP)
               ELSE
                   PERFORM 2160-COMPARA-SEGMENTO
               END-IF
           END-PERFORM

           .

       2160-COMPARA-SEGMENTO.

           MOVE WS-SEG-QTD (WS-IDX-SEG, WS-IDX-MES) TO WS-EDT-QTD
           MOVE WS-EDT-QTD TO WS-LDT-BASE (WS-IDX-CMP)
           MOVE WS-SEG-QTD (WS-IDX-SEG, WS-IDX-MES) TO WS-DEL-NUMERO
           MOVE WS-DEL-NUMERO TO WS-DEL-BASE (WS-IDX-CMP)

           COMPUTE WS-VARIACAO = WS-SEG-QTD (WS-IDX-SEG, 1)
                               - WS-SEG-QTD (WS-IDX-SEG, WS-IDX-MES)
           MOVE WS-VARIACAO TO WS-EDT-VARIACAO
           MOVE WS-EDT-VARIACAO TO WS-LDT-VARIACAO (WS-IDX-CMP)
           MOVE WS-VARIACAO TO WS-DEL-NUMERO
           MOVE WS-DEL-NUMERO TO WS-DEL-VARIACAO (WS-IDX-CMP)

      *>  No base means no percentage: a segment that appears from
      *>  nothing is shown as new.
           EVALUATE TRUE
               WHEN WS-SEG-QTD (WS-IDX-SEG, WS-IDX-MES) > ZEROS
                   COMPUTE WS-PERCENTUAL ROUNDED =
                       (WS-VARIACAO * 100)
                       / WS-SEG-QTD (WS-IDX-SEG, WS-IDX-MES)
                   MOVE WS-PERCENTUAL TO WS-EDT-PERCENTUAL
                   MOVE WS-EDT-PERCENTUAL
                       TO WS-LDT-PERCENTUAL (WS-IDX-CMP)
                   MOVE WS-PERCENTUAL TO WS-DEL-DECIMAL
                   MOVE WS-DEL-DECIMAL
                       TO WS-DEL-PERCENTUAL (WS-IDX-CMP)
               WHEN WS-SEG-QTD (WS-IDX-SEG, 1) > ZEROS
                   MOVE '   NOVO' TO WS-LDT-PERCENTUAL (WS-IDX-CMP)
                   MOVE 'NOVO'    TO WS-DEL-PERCENTUAL (WS-IDX-CMP)
               WHEN OTHER
                   MOVE '      -' TO WS-LDT-PERCENTUAL (WS-IDX-CMP)
           END-EVALUATE

           .

       2170-DESCREVE-SEGMENTO.

           MOVE SPACES TO WS-DESCRICAO-SEG
           EVALUATE WS-SEG-TIPO (WS-IDX-SEG)
               WHEN 'T'
                   MOVE 'TOTAL DE VALIDOS' TO WS-DESCRICAO-SEG
               WHEN 'O'
                   IF WS-SEG-CODIGO (WS-IDX-SEG) = 'BR'
                       MOVE 'BRASILEIROS' TO WS-DESCRICAO-SEG
                   ELSE
                       MOVE 'ESTRANGEIROS' TO WS-DESCRICAO-SEG
                   END-IF
               WHEN 'U'
                   STRING 'UF ' WS-SEG-CODIGO (WS-IDX-SEG)
                          DELIMITED BY SIZE INTO WS-DESCRICAO-SEG
               WHEN 'P'
                   MOVE 'N' TO WS-ACHOU-ITEM
                   PERFORM VARYING WS-IDX-PROF FROM 1 BY 1
                           UNTIL WS-IDX-PROF > 10 OR ACHOU-ITEM
                       IF WS-PROF-CODIGO (WS-IDX-PROF) =
                              WS-SEG-CODIGO (WS-IDX-SEG) (1:2)
                           MOVE 'S' TO WS-ACHOU-ITEM
                           STRING WS-SEG-CODIGO (WS-IDX-SEG) (1:2) ' '
                                  WS-PROF-DESCRICAO (WS-IDX-PROF)
                                  DELIMITED BY SIZE
                                  INTO WS-DESCRICAO-SEG
                       END-IF
                   END-PERFORM
                   IF NOT ACHOU-ITEM
                       MOVE WS-SEG-CODIGO (WS-IDX-SEG)
                           TO WS-DESCRICAO-SEG
                   END-IF
               WHEN OTHER
                   STRING 'NAC ' WS-SEG-CODIGO (WS-IDX-SEG)
                          DELIMITED BY SIZE INTO WS-DESCRICAO-SEG
           END-EVALUATE

           .

      *>  Rate = reject lines of the motivo over the records read,
      *>  both summed across the month's runs; the variation is in
      *>  percentage points.
       2300-IMPRIME-MOTIVOS.

           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'TAXA DE REJEICAO POR MOTIVO (% DOS REGISTROS LIDOS)'
               TO REL-LINHA
           WRITE REL-LINHA
           WRITE REL-LINHA FROM WS-CAB-COMPARACAO
           WRITE REL-LINHA FROM WS-CAB-MOTIVOS
           MOVE ALL '-' TO REL-LINHA
           WRITE REL-LINHA

           PERFORM VARYING WS-IDX-MTR FROM 1 BY 1
                   UNTIL WS-IDX-MTR > WS-QTD-MOTIVOS-REL
               MOVE SPACES TO WS-LIN-DETALHE
               MOVE SPACES TO WS-DEL-CAMPOS
               MOVE WS-MTR-CODIGO (WS-IDX-MTR) TO WS-LDT-DESCRICAO
               MOVE 1 TO WS-IDX-MES
               PERFORM 2350-CALCULA-TAXA
               MOVE WS-TAXA TO WS-TAXA-ATUAL
               MOVE WS-TAXA TO WS-EDT-TAXA
               MOVE WS-EDT-TAXA TO WS-LDT-ATUAL
               MOVE WS-TAXA TO WS-DEL-DECIMAL
               MOVE WS-DEL-DECIMAL TO WS-DEL-ATUAL
               PERFORM VARYING WS-IDX-MES FROM 2 BY 1
                       UNTIL WS-IDX-MES > 3
                   COMPUTE WS-IDX-CMP = WS-IDX-MES - 1
                   IF WS-MES-EXECUCOES (WS-IDX-MES) = ZEROS
                       MOVE '      -' TO WS-LDT-BASE (WS-IDX-CMP)
                       MOVE '       -' TO WS-LDT-VARIACAO (WS-IDX-CMP)
                   ELSE
                       PERFORM 2350-CALCULA-TAXA
                       MOVE WS-TAXA TO WS-EDT-TAXA
                       MOVE WS-EDT-TAXA TO WS-LDT-BASE (WS-IDX-CMP)
                       MOVE WS-TAXA TO WS-DEL-DECIMAL
                       MOVE WS-DEL-DECIMAL TO WS-DEL-BASE (WS-IDX-CMP)
                       COMPUTE WS-VARIACAO-TAXA =
                           WS-TAXA-ATUAL - WS-TAXA
                       MOVE WS-VARIACAO-TAXA TO WS-EDT-VARIACAO-TAXA
                       MOVE WS-EDT-VARIACAO-TAXA
                           TO WS-LDT-VARIACAO (WS-IDX-CMP)
                       MOVE WS-VARIACAO-TAXA TO WS-DEL-DECIMAL
                       MOVE WS-DEL-DECIMAL
                           TO WS-DEL-VARIACAO (WS-IDX-CMP)
                   END-IF
               END-PERFORM
               WRITE REL-LINHA FROM WS-LIN-DETALHE
               MOVE SPACES TO DEL-LINHA
               STRING 'R;' FUNCTION TRIM (WS-MTR-CODIGO (WS-IDX-MTR))
                      ';' FUNCTION TRIM (WS-DEL-ATUAL)
                      ';' FUNCTION TRIM (WS-DEL-BASE (1))
                      ';' FUNCTION TRIM (WS-DEL-VARIACAO (1))
                      ';' FUNCTION TRIM (WS-DEL-BASE (2))
                      ';' FUNCTION TRIM (WS-DEL-VARIACAO (2))
                      DELIMITED BY SIZE INTO DEL-LINHA
               WRITE DEL-LINHA
               ADD 1 TO WS-TOTAL-DETALHES
           END-PERFORM

           .

       2350-CALCULA-TAXA.

           IF WS-MES-LIDOS (WS-IDX-MES) > ZEROS
               COMPUTE WS-TAXA ROUNDED =
                   (WS-MTR-QTD (WS-IDX-MTR, WS-IDX-MES) * 100)
                   / WS-MES-LIDOS (WS-IDX-MES)
           ELSE
               MOVE ZEROS TO WS-TAXA
           END-IF

           .

      *>  The five UF, profession and nationality segments that grew
      *>  most against the month before, in percent. Only segments
      *>  that already had registrants then can be ranked; brand-new
      *>  ones are shown as NOVO in their own section.
       2400-IMPRIME-CRESCIMENTO.

           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'SEGMENTOS DE MAIOR CRESCIMENTO SOBRE O MES ANTERIOR'
               TO REL-LINHA
           WRITE REL-LINHA
           WRITE REL-LINHA FROM WS-CAB-COMPARACAO
           WRITE REL-LINHA FROM WS-CAB-SEGMENTOS
           MOVE ALL '-' TO REL-LINHA
           WRITE REL-LINHA

           IF WS-MES-EXECUCOES (1) = ZEROS
           OR WS-MES-EXECUCOES (2) = ZEROS
               MOVE 'SEM BASE DE COMPARACAO' TO REL-LINHA
               WRITE REL-LINHA
           ELSE
               PERFORM VARYING WS-IDX-RANK FROM 1 BY 1
                       UNTIL WS-IDX-RANK > 5
                   PERFORM 2450-PROCURA-MAIOR
                   IF WS-IDX-MELHOR > ZEROS
                       MOVE WS-IDX-MELHOR TO WS-IDX-SEG
                       MOVE 'S' TO WS-SEG-ESCOLHIDO (WS-IDX-SEG)
                       PERFORM 2150-FORMATA-SEGMENTO
                       MOVE SPACES TO WS-LDT-COMPARACAO (2)
                       WRITE REL-LINHA FROM WS-LIN-DETALHE
                       MOVE WS-IDX-RANK TO WS-DEL-POSICAO
                       MOVE SPACES TO DEL-LINHA
                       STRING 'C;' WS-DEL-POSICAO
                          ';' WS-SEG-TIPO (WS-IDX-SEG)
                          ';' FUNCTION TRIM (WS-SEG-CODIGO (WS-IDX-SEG))
                          ';' FUNCTION TRIM (WS-DEL-ATUAL)
                          ';' FUNCTION TRIM (WS-DEL-BASE (1))
                          ';' FUNCTION TRIM (WS-DEL-VARIACAO (1))
                          ';' FUNCTION TRIM (WS-DEL-PERCENTUAL (1))
                          DELIMITED BY SIZE INTO DEL-LINHA
                       WRITE DEL-LINHA
                       ADD 1 TO WS-TOTAL-DETALHES
                   END-IF
               END-PERFORM
           END-IF

           .

       2450-PROCURA-MAIOR.

           MOVE ZEROS TO WS-IDX-MELHOR
           MOVE ZEROS TO WS-MELHOR-PERCENTUAL
           PERFORM VARYING WS-IDX-SEG FROM 1 BY 1
                   UNTIL WS-IDX-SEG > WS-QTD-SEGMENTOS
               IF (WS-SEG-TIPO (WS-IDX-SEG) = 'U'
                   OR WS-SEG-TIPO (WS-IDX-SEG) = 'P'
                   OR WS-SEG-TIPO (WS-IDX-SEG) = 'N')
               AND WS-SEG-ESCOLHIDO (WS-IDX-SEG) = 'N'
               AND WS-SEG-QTD (WS-IDX-SEG, 2) > ZEROS
               AND WS-SEG-QTD (WS-IDX-SEG, 1) >
                       WS-SEG-QTD (WS-IDX-SEG, 2)
                   COMPUTE WS-PERCENTUAL ROUNDED =
                       ((WS-SEG-QTD (WS-IDX-SEG, 1)
                         - WS-SEG-QTD (WS-IDX-SEG, 2)) * 100)
                       / WS-SEG-QTD (WS-IDX-SEG, 2)
                   IF WS-PERCENTUAL > WS-MELHOR-PERCENTUAL
                       MOVE WS-PERCENTUAL TO WS-MELHOR-PERCENTUAL
                       MOVE WS-IDX-SEG    TO WS-IDX-MELHOR
                   END-IF
               END-IF
           END-PERFORM

           .

       COPY 'RUNLOG02'.
       END PROGRAM PFESTREL.
