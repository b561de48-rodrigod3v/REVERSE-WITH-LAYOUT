      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:15/10/2026
      * Purpose: MONTHLY POSTAGE COST REPORT. FOR ONE CLOSED MONTH
      *          (THE COMPETENCIA, AAAAMM IN PFPOSPRM.DAT; THE MONTH
      *          BEFORE THE PROCESSING DATE WHEN ABSENT) TOTALS THE
      *          POSTAGE HISTORY PFMANHIS.DAT WRITTEN BY EVERY NIGHT'S
      *          PFMANIFE INTO PFPOSREL.DAT: PIECES AND COST PER MAIL
      *          STREAM (NIGHTLY LABELS, VISA NOTICES, REJECT-CYCLE
      *          REPRINTS) AND UF, WITH THE NUMBER OF NIGHTS THAT
      *          POSTED, A SUBTOTAL PER STREAM AND A GRAND TOTAL, SO
      *          FINANCE CAN CHARGE EACH STREAM BACK TO ITS OWNER.
      *          A MONTH WITH NO HISTORY GIVES AN EMPTY REPORT AND
      *          RETURN CODE 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PFPOSREL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PFMANHIS ASSIGN TO 'PFMANHIS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HMN-CHAVE
               FILE STATUS IS WS-FS-PFMANHIS.

           SELECT PFDATPRC ASSIGN TO 'PFDATPRC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFDATPRC.

           SELECT PFPOSPRM ASSIGN TO 'PFPOSPRM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFPOSPRM.

           SELECT PFPOSREL ASSIGN TO 'PFPOSREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFPOSREL.

           SELECT PFRUNLOG ASSIGN TO 'PFRUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFRUNLOG.

           SELECT ARQSORT ASSIGN TO 'SORTWK'.

       DATA DIVISION.
       FILE SECTION.
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

       FD  PFDATPRC
           LABEL RECORDS ARE STANDARD.
       01  DTP-REGISTRO.
           05  DTP-DATA-PROCESSAMENTO   PIC X(08).

       FD  PFPOSPRM
           LABEL RECORDS ARE STANDARD.
       01  PRM-REGISTRO.
           05  PRM-COMPETENCIA          PIC X(06).

       FD  PFPOSREL
           LABEL RECORDS ARE STANDARD.
       01  REL-LINHA                    PIC X(80).

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

      *>  Ordem puts the streams in the order they are posted (nightly,
      *>  visas, reprints) rather than by their code letters.
       SD  ARQSORT.
       01  SRT-REGISTRO.
           05  SRT-ORDEM                PIC 9(01).
           05  SRT-UF                   PIC X(02).
           05  SRT-QTD-PECAS            PIC 9(07).
           05  SRT-CUSTO                PIC 9(09)V99.

       WORKING-STORAGE SECTION.
       77  WS-FS-PFMANHIS          PIC X(02) VALUE '00'.
       77  WS-FS-PFDATPRC          PIC X(02) VALUE '00'.
       77  WS-FS-PFPOSPRM          PIC X(02) VALUE '00'.
       77  WS-FS-PFPOSREL          PIC X(02) VALUE '00'.
       77  WS-FIM-HISTORICO        PIC X(01) VALUE 'N'.
           88  FIM-DO-HISTORICO                VALUE 'S'.
       77  WS-FIM-SORT             PIC X(01) VALUE 'N'.
           88  FIM-DO-SORT                     VALUE 'S'.
       77  WS-DATA-PROCESSAMENTO   PIC 9(08) VALUE ZEROS.
       77  WS-IDX-FLX              PIC 9(01).
       77  WS-ORDEM-ANTERIOR       PIC 9(01) VALUE ZEROS.
       77  WS-UF-ANTERIOR          PIC X(02) VALUE SPACES.
       77  WS-TOTAL-LIDOS          PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-IGNORADOS      PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-LINHAS         PIC 9(06) VALUE ZEROS.

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

       01  WS-TABELA-FLUXOS-DADOS.
           05  FILLER               PIC X(12) VALUE 'NNOTURNO    '.
           05  FILLER               PIC X(12) VALUE 'VVISTOS     '.
           05  FILLER               PIC X(12) VALUE 'RREIMPRESSAO'.
       01  WS-TABELA-FLUXOS REDEFINES WS-TABELA-FLUXOS-DADOS.
           05  WS-FLUXO-ENTRY OCCURS 3 TIMES.
               10  WS-FLX-CODIGO        PIC X(01).
               10  WS-FLX-DESCRICAO     PIC X(11).

      *>  Running totals: the stream/UF line being built, the stream
      *>  subtotal and the month.
       01  WS-ACUMULADORES.
           05  WS-UF-NOITES         PIC 9(05).
           05  WS-UF-PECAS          PIC 9(09).
           05  WS-UF-CUSTO          PIC 9(11)V99.
           05  WS-FLX-PECAS         PIC 9(09).
           05  WS-FLX-CUSTO         PIC 9(11)V99.
           05  WS-GERAL-PECAS       PIC 9(09).
           05  WS-GERAL-CUSTO       PIC 9(11)V99.

       01  WS-CAB-TITULO.
           05  FILLER               PIC X(35)
               VALUE 'CUSTO DE POSTAGEM POR FLUXO E UF - '.
           05  FILLER               PIC X(12) VALUE 'COMPETENCIA '.
           05  WS-CAB-COMPETENCIA   PIC X(06).
           05  FILLER               PIC X(27) VALUE SPACES.

       01  WS-CAB-COLUNAS.
           05  FILLER               PIC X(14) VALUE 'FLUXO'.
           05  FILLER               PIC X(06) VALUE 'UF'.
           05  FILLER               PIC X(10) VALUE 'NOITES'.
           05  FILLER               PIC X(16) VALUE '      PECAS'.
           05  FILLER               PIC X(17) VALUE '       CUSTO (R$)'.
           05  FILLER               PIC X(17) VALUE SPACES.

       01  WS-LIN-DETALHE.
           05  WS-DET-FLUXO         PIC X(11).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-DET-UF            PIC X(02).
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-DET-NOITES        PIC ZZZZZ9.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-DET-PECAS         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(05) VALUE SPACES.
           05  WS-DET-CUSTO         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(17) VALUE SPACES.

       01  WS-LIN-TOTAL.
           05  WS-TOT-DESCRICAO     PIC X(30).
           05  WS-TOT-PECAS         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(05) VALUE SPACES.
           05  WS-TOT-CUSTO         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(17) VALUE SPACES.

       COPY 'RUNLOG01'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 0100-OBTEM-DATA-PROCESSAMENTO
           PERFORM 0150-LE-PARAMETROS

           MOVE 'PFPOSREL'            TO WS-RLG-PROGRAMA
           MOVE WS-DATA-PROCESSAMENTO TO WS-RLG-DATA-PROC
           PERFORM 8000-REGISTRA-INICIO

           OPEN INPUT PFMANHIS
           IF WS-FS-PFMANHIS NOT = '00'
               DISPLAY 'ERRO FATAL: PFMANHIS NAO PODE SER ABERTO - '
                   'FILE STATUS ' WS-FS-PFMANHIS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT PFPOSREL
           IF WS-FS-PFPOSREL NOT = '00'
               DISPLAY 'ERRO FATAL: PFPOSREL NAO PODE SER CRIADO - '
                   'FILE STATUS ' WS-FS-PFPOSREL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-COMPETENCIA-X TO WS-CAB-COMPETENCIA
           WRITE REL-LINHA FROM WS-CAB-TITULO
           MOVE ALL '=' TO REL-LINHA
           WRITE REL-LINHA
           WRITE REL-LINHA FROM WS-CAB-COLUNAS
           MOVE ALL '-' TO REL-LINHA
           WRITE REL-LINHA

           INITIALIZE WS-ACUMULADORES

           SORT ARQSORT
               ON ASCENDING KEY SRT-ORDEM
                                SRT-UF
               INPUT PROCEDURE IS 1000-SELECIONA-MES
               OUTPUT PROCEDURE IS 2000-MONTA-RELATORIO

           CLOSE PFMANHIS
           CLOSE PFPOSREL

           DISPLAY ' '
           DISPLAY '===== RESUMO DO CUSTO DE POSTAGEM ====='
           DISPLAY 'COMPETENCIA            : ' WS-COMPETENCIA-X
           DISPLAY 'REGISTROS DO HISTORICO : ' WS-TOTAL-LIDOS
           DISPLAY 'FLUXOS DESCONHECIDOS   : ' WS-TOTAL-IGNORADOS
           DISPLAY 'LINHAS FLUXO/UF        : ' WS-TOTAL-LINHAS
           DISPLAY 'TOTAL DE PECAS         : ' WS-GERAL-PECAS
           MOVE WS-GERAL-CUSTO TO WS-TOT-CUSTO
           DISPLAY 'CUSTO TOTAL (R$)       : ' WS-TOT-CUSTO

           IF WS-TOTAL-LIDOS = ZEROS
               DISPLAY 'AVISO: NENHUM MANIFESTO NO HISTORICO PARA A '
                   'COMPETENCIA ' WS-COMPETENCIA-X
               MOVE 4 TO RETURN-CODE
               MOVE 4 TO WS-RLG-CODIGO-RETORNO
           END-IF
           IF WS-TOTAL-IGNORADOS > ZEROS
               MOVE 4 TO RETURN-CODE
               MOVE 4 TO WS-RLG-CODIGO-RETORNO
           END-IF
           MOVE WS-TOTAL-LIDOS  TO WS-RLG-CONTAGEM-1
           MOVE WS-TOTAL-LINHAS TO WS-RLG-CONTAGEM-2
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
      *>  date; PFPOSPRM.DAT names another one to rerun an earlier
      *>  month. Only a closed month is reported -- an open one would
      *>  be missing the nights still to come.
       0150-LE-PARAMETROS.

           MOVE WS-DATA-PROCESSAMENTO TO WS-DATA-VALIDACAO
           IF WS-DVAL-MES = 01
               COMPUTE WS-COMP-ANO = WS-DVAL-ANO - 1
               MOVE 12 TO WS-COMP-MES
           ELSE
               MOVE WS-DVAL-ANO TO WS-COMP-ANO
               COMPUTE WS-COMP-MES = WS-DVAL-MES - 1
           END-IF

           OPEN INPUT PFPOSPRM
           IF WS-FS-PFPOSPRM = '00'
               READ PFPOSPRM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-COMPETENCIA NOT = SPACES
                           MOVE PRM-COMPETENCIA TO WS-COMPETENCIA-X
                       END-IF
               END-READ
               CLOSE PFPOSPRM
           END-IF

           IF WS-COMPETENCIA-X IS NOT NUMERIC
           OR WS-COMP-ANO < 1901
           OR WS-COMP-MES < 01 OR WS-COMP-MES > 12
               DISPLAY 'ERRO FATAL: COMPETENCIA INVALIDA EM PFPOSPRM - '
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

           .

      *>  The history is keyed by processing date first, so the month
      *>  is one contiguous stretch starting at day 01.
       1000-SELECIONA-MES.

           MOVE LOW-VALUES TO HMN-CHAVE
           MOVE WS-COMPETENCIA-N TO HMN-DATA-PROC (1:6)
           MOVE '01'             TO HMN-DATA-PROC (7:2)
           START PFMANHIS KEY IS NOT LESS THAN HMN-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-HISTORICO
           END-START

           PERFORM UNTIL FIM-DO-HISTORICO
               READ PFMANHIS NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIM-HISTORICO
                   NOT AT END
                       IF HMN-DATA-PROC (1:6) NOT = WS-COMPETENCIA-X
                           MOVE 'S' TO WS-FIM-HISTORICO
                       ELSE
                           PERFORM 1100-LIBERA-REGISTRO
                       END-IF
               END-READ
           END-PERFORM

           .

       1100-LIBERA-REGISTRO.

           ADD 1 TO WS-TOTAL-LIDOS
           PERFORM VARYING WS-IDX-FLX FROM 1 BY 1
                   UNTIL WS-IDX-FLX > 3
                      OR WS-FLX-CODIGO (WS-IDX-FLX) = HMN-FLUXO
               CONTINUE
           END-PERFORM
           IF WS-IDX-FLX > 3
               ADD 1 TO WS-TOTAL-IGNORADOS
               DISPLAY 'AVISO: FLUXO DESCONHECIDO ' HMN-FLUXO
                   ' NO HISTORICO DE ' HMN-DATA-PROC ' UF ' HMN-UF
           ELSE
               MOVE WS-IDX-FLX    TO SRT-ORDEM
               MOVE HMN-UF        TO SRT-UF
               MOVE HMN-QTD-PECAS TO SRT-QTD-PECAS
               MOVE HMN-CUSTO     TO SRT-CUSTO
               RELEASE SRT-REGISTRO
           END-IF

           .

      *>  Control break on stream and UF: one line per UF within a
      *>  stream (each history record is one night), a subtotal when
      *>  the stream changes and the month's total at the end.
       2000-MONTA-RELATORIO.

           PERFORM 2100-RETORNA-DO-SORT
           IF NOT FIM-DO-SORT
               MOVE SRT-ORDEM TO WS-ORDEM-ANTERIOR
               MOVE SRT-UF    TO WS-UF-ANTERIOR
           END-IF

           PERFORM UNTIL FIM-DO-SORT
               IF SRT-ORDEM NOT = WS-ORDEM-ANTERIOR
                   PERFORM 2200-GRAVA-LINHA-UF
                   PERFORM 2300-GRAVA-SUBTOTAL
                   MOVE SRT-ORDEM TO WS-ORDEM-ANTERIOR
                   MOVE SRT-UF    TO WS-UF-ANTERIOR
               ELSE
                   IF SRT-UF NOT = WS-UF-ANTERIOR
                       PERFORM 2200-GRAVA-LINHA-UF
                       MOVE SRT-UF TO WS-UF-ANTERIOR
                   END-IF
               END-IF
               ADD 1             TO WS-UF-NOITES
               ADD SRT-QTD-PECAS TO WS-UF-PECAS
               ADD SRT-CUSTO     TO WS-UF-CUSTO
               PERFORM 2100-RETORNA-DO-SORT
           END-PERFORM

           IF WS-TOTAL-LIDOS > WS-TOTAL-IGNORADOS
               PERFORM 2200-GRAVA-LINHA-UF
               PERFORM 2300-GRAVA-SUBTOTAL
           END-IF
           PERFORM 2400-GRAVA-TOTAL-GERAL

           .

       2100-RETORNA-DO-SORT.

           RETURN ARQSORT
               AT END
                   MOVE 'S' TO WS-FIM-SORT
           END-RETURN.

       2200-GRAVA-LINHA-UF.

           MOVE WS-FLX-DESCRICAO (WS-ORDEM-ANTERIOR) TO WS-DET-FLUXO
           MOVE WS-UF-ANTERIOR TO WS-DET-UF
           MOVE WS-UF-NOITES   TO WS-DET-NOITES
           MOVE WS-UF-PECAS    TO WS-DET-PECAS
           MOVE WS-UF-CUSTO    TO WS-DET-CUSTO
           WRITE REL-LINHA FROM WS-LIN-DETALHE
           ADD 1 TO WS-TOTAL-LINHAS

           ADD WS-UF-PECAS TO WS-FLX-PECAS
           ADD WS-UF-CUSTO TO WS-FLX-CUSTO
           MOVE ZEROS TO WS-UF-NOITES
           MOVE ZEROS TO WS-UF-PECAS
           MOVE ZEROS TO WS-UF-CUSTO

           .

       2300-GRAVA-SUBTOTAL.

           MOVE SPACES TO WS-TOT-DESCRICAO
           STRING 'SUBTOTAL ' WS-FLX-DESCRICAO (WS-ORDEM-ANTERIOR)
                  DELIMITED BY SIZE INTO WS-TOT-DESCRICAO
           MOVE WS-FLX-PECAS TO WS-TOT-PECAS
           MOVE WS-FLX-CUSTO TO WS-TOT-CUSTO
           WRITE REL-LINHA FROM WS-LIN-TOTAL
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA

           ADD WS-FLX-PECAS TO WS-GERAL-PECAS
           ADD WS-FLX-CUSTO TO WS-GERAL-CUSTO
           MOVE ZEROS TO WS-FLX-PECAS
           MOVE ZEROS TO WS-FLX-CUSTO

           .

       2400-GRAVA-TOTAL-GERAL.

           MOVE ALL '=' TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'TOTAL DA COMPETENCIA' TO WS-TOT-DESCRICAO
           MOVE WS-GERAL-PECAS TO WS-TOT-PECAS
           MOVE WS-GERAL-CUSTO TO WS-TOT-CUSTO
           WRITE REL-LINHA FROM WS-LIN-TOTAL

           .

       COPY 'RUNLOG02'.
       END PROGRAM PFPOSREL.
