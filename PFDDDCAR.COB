      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:15/10/2026
      * Purpose: LOADER FOR THE PFDDDREF PHONE NUMBERING REFERENCE
      *          FILE. READS THE FLAT AREA CODE EXTRACT TAKEN FROM THE
      *          TELECOM REGULATOR'S NUMBERING PLAN (PFDDDEXT.DAT:
      *          DDD/UF), VALIDATES AND SORTS IT, MATCHES IT AGAINST
      *          THE PREVIOUS PFDDDREF AND BUILDS THE NEW INDEXED TABLE
      *          AS PFDDDNEW.DAT, REPORTING EVERY ADD, CHANGE AND
      *          DELETE. ANY MALFORMED EXTRACT RECORD STOPS THE LOAD
      *          COLD -- PFDDDNEW.DAT IS REGISTERED ON THE PFGERCAT
      *          CATALOG AND ONLY PROMOTED OVER PFDDDREF.DAT (PFGERPRO)
      *          AFTER A CLEAN END, SO THE PHONE CHECKS IN VALID001
      *          NEVER RUN AGAINST A HALF-LOADED TABLE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PFDDDCAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PFDDDEXT ASSIGN TO 'PFDDDEXT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFDDDEXT.

           SELECT PFDDDREF ASSIGN TO 'PFDDDREF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DDD-CODIGO
               FILE STATUS IS WS-FS-PFDDDREF.

           SELECT PFDDDNEW ASSIGN TO 'PFDDDNEW.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NDD-CODIGO
               FILE STATUS IS WS-FS-PFDDDNEW.

           SELECT PFDDDREL ASSIGN TO 'PFDDDREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFDDDREL.

           SELECT PFGERCAT ASSIGN TO 'PFGERCAT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-CHAVE
               FILE STATUS IS WS-FS-PFGERCAT.

           SELECT PFRUNLOG ASSIGN TO 'PFRUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFRUNLOG.

           SELECT ARQSORT ASSIGN TO 'SORTWK'.

       DATA DIVISION.
       FILE SECTION.
       FD  PFDDDEXT
           LABEL RECORDS ARE STANDARD.
       01  EXT-REGISTRO.
           05  EXT-CODIGO-DDD           PIC X(02).
           05  EXT-UF                   PIC X(02).

       FD  PFDDDREF
           LABEL RECORDS ARE STANDARD.
       01  DDD-REGISTRO.
           05  DDD-CODIGO               PIC X(02).
           05  DDD-UF                   PIC X(02).

       FD  PFDDDNEW
           LABEL RECORDS ARE STANDARD.
       01  NDD-REGISTRO.
           05  NDD-CODIGO               PIC X(02).
           05  NDD-UF                   PIC X(02).

       FD  PFDDDREL
           LABEL RECORDS ARE STANDARD.
       01  REL-LINHA                    PIC X(80).

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

       SD  ARQSORT.
       01  SRT-REGISTRO.
           05  SRT-CODIGO-DDD           PIC X(02).
           05  SRT-UF                   PIC X(02).

       WORKING-STORAGE SECTION.
       77  WS-FS-PFDDDEXT          PIC X(02) VALUE '00'.
       77  WS-FS-PFDDDREF          PIC X(02) VALUE '00'.
       77  WS-FS-PFDDDNEW          PIC X(02) VALUE '00'.
       77  WS-FS-PFDDDREL          PIC X(02) VALUE '00'.
       77  WS-EOF-PFDDDEXT         PIC X(01) VALUE 'N'.
           88  END-OF-FILE-PFDDDEXT            VALUE 'S'.
       77  WS-EXISTE-PFDDDREF      PIC X(01) VALUE 'N'.
           88  EXISTE-PFDDDREF                 VALUE 'S'.
       77  WS-IDX-UF               PIC 99.
       77  WS-ACHOU-UF             PIC X(01) VALUE 'N'.
           88  WS-ACHOU-UF-88                  VALUE 'S'.
       77  WS-TOTAL-EXTRATO        PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-INCLUSOES      PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-ALTERACOES     PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-EXCLUSOES      PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-INALTERADOS    PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-GRAVADOS       PIC 9(06) VALUE ZEROS.

      *>  Sorted-extract and previous-table hold areas for the merge;
      *>  the X(02) keys take HIGH-VALUES as end-of-file sentinel.
       01  WS-EXTRATO-ATUAL.
           05  WS-EXT-CODIGO-DDD        PIC X(02).
           05  WS-EXT-UF                PIC X(02).
       01  WS-ANTERIOR-ATUAL.
           05  WS-ANT-CODIGO-DDD        PIC X(02).
           05  WS-ANT-UF                PIC X(02).
       77  WS-CHAVE-EXT-ANTERIOR   PIC X(02) VALUE LOW-VALUES.

       01  WS-TABELA-UF-VALIDAS.
           05  FILLER               PIC X(54) VALUE
               'ACALAPAMBACEDFESGOMAMTMSMGPAPBPRPEPIRJRNRSRORRSCSPSETO'.
       01  WS-TABELA-UF-VALIDAS-R REDEFINES WS-TABELA-UF-VALIDAS.
           05  WS-UF-VALIDA         PIC X(02) OCCURS 27 TIMES.

       01  WS-LIN-OCORRENCIA.
           05  WS-OCO-ACAO          PIC X(09).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-OCO-DDD           PIC X(02).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-OCO-UF            PIC X(02).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-OCO-COMPLEMENTO   PIC X(61).

       COPY 'RUNLOG01'.
       COPY 'GERCAT01'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE 'PFDDDCAR' TO WS-RLG-PROGRAMA
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RLG-DATA-PROC
           MOVE 'PFDDDREF' TO WS-GER-VERIFICA
           PERFORM 8600-VERIFICA-GERACAO
           PERFORM 8000-REGISTRA-INICIO

           PERFORM 8505-INICIA-GERACOES
           MOVE 1 TO WS-GER-QTD-ARQUIVOS
           MOVE 'PFDDDREF' TO WS-GER-ARQUIVO (1)
           MOVE 'PFDDDNEW' TO WS-GER-NOVO (1)

           OPEN INPUT PFDDDEXT
           IF WS-FS-PFDDDEXT NOT = '00'
               DISPLAY 'ERRO FATAL: PFDDDEXT NAO PODE SER ABERTO - '
                   'FILE STATUS ' WS-FS-PFDDDEXT
               STOP RUN
           END-IF

      *>  On the very first load there is no previous table yet, so
      *>  every extract record is reported as an inclusao.
           OPEN INPUT PFDDDREF
           IF WS-FS-PFDDDREF = '00'
               MOVE 'S' TO WS-EXISTE-PFDDDREF
           END-IF

           OPEN OUTPUT PFDDDNEW
           IF WS-FS-PFDDDNEW NOT = '00'
               DISPLAY 'ERRO FATAL: PFDDDNEW NAO PODE SER CRIADO - '
                   'FILE STATUS ' WS-FS-PFDDDNEW
               STOP RUN
           END-IF

           OPEN OUTPUT PFDDDREL

           SORT ARQSORT
               ON ASCENDING KEY SRT-CODIGO-DDD
               INPUT PROCEDURE IS 1000-VALIDA-EXTRATO
               OUTPUT PROCEDURE IS 2000-CONFRONTA-ANTERIOR

           PERFORM 3000-IMPRIME-TOTAIS

           CLOSE PFDDDEXT
           CLOSE PFDDDNEW
           CLOSE PFDDDREL
           IF EXISTE-PFDDDREF
               CLOSE PFDDDREF
           END-IF

           PERFORM 8500-REGISTRA-GERACOES

           MOVE WS-TOTAL-EXTRATO  TO WS-RLG-CONTAGEM-1
           MOVE WS-TOTAL-GRAVADOS TO WS-RLG-CONTAGEM-2
           PERFORM 8100-REGISTRA-FIM

           STOP RUN.

      *>  Every extract record must carry a 2-digit numeric DDD with
      *>  no leading zero (area codes run 11 to 99) and a valid UF;
      *>  anything else means a bad or truncated extract and the whole
      *>  load is abandoned -- a partial table would reject every
      *>  phone in the missing area codes.
       1000-VALIDA-EXTRATO.

           PERFORM 1100-LE-PFDDDEXT
           PERFORM UNTIL END-OF-FILE-PFDDDEXT
               ADD 1 TO WS-TOTAL-EXTRATO
               IF EXT-CODIGO-DDD IS NOT NUMERIC
               OR EXT-CODIGO-DDD (1:1) = '0'
                   DISPLAY 'ERRO FATAL: DDD INVALIDO NO REGISTRO '
                       WS-TOTAL-EXTRATO ' DO EXTRATO: ' EXT-CODIGO-DDD
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-ACHOU-UF
               PERFORM VARYING WS-IDX-UF FROM 1 BY 1
                       UNTIL WS-IDX-UF > 27
                   IF WS-UF-VALIDA (WS-IDX-UF) = EXT-UF
                       MOVE 'S' TO WS-ACHOU-UF
                       SET WS-IDX-UF TO 28
                   END-IF
               END-PERFORM
               IF NOT WS-ACHOU-UF-88
                   DISPLAY 'ERRO FATAL: UF INVALIDA NO DDD '
                       EXT-CODIGO-DDD ' DO EXTRATO: ' EXT-UF
                   STOP RUN
               END-IF
               RELEASE SRT-REGISTRO FROM EXT-REGISTRO
               PERFORM 1100-LE-PFDDDEXT
           END-PERFORM

           .

       1100-LE-PFDDDEXT.

           READ PFDDDEXT
               AT END
                   MOVE 'S' TO WS-EOF-PFDDDEXT
           END-READ.

      *>  Two-stream match of the sorted extract against the previous
      *>  table: extract-only keys are inclusoes, table-only keys are
      *>  exclusoes, matching keys with a different uf are
      *>  alteracoes. The new table always carries exactly what the
      *>  extract says -- the extract is authoritative. A DDD repeated
      *>  in the extract is ambiguous reference data and kills the
      *>  load, same as a malformed record.
       2000-CONFRONTA-ANTERIOR.

           PERFORM 2100-RETORNA-DO-SORT
           PERFORM 2200-LE-ANTERIOR

           PERFORM UNTIL WS-EXT-CODIGO-DDD = HIGH-VALUES
                     AND WS-ANT-CODIGO-DDD = HIGH-VALUES
               EVALUATE TRUE
                   WHEN WS-EXT-CODIGO-DDD < WS-ANT-CODIGO-DDD
                       PERFORM 2300-GRAVA-NOVA-TABELA
                       MOVE SPACES TO WS-LIN-OCORRENCIA
                       MOVE 'INCLUSAO' TO WS-OCO-ACAO
                       MOVE WS-EXT-CODIGO-DDD TO WS-OCO-DDD
                       MOVE WS-EXT-UF         TO WS-OCO-UF
                       WRITE REL-LINHA FROM WS-LIN-OCORRENCIA
                       ADD 1 TO WS-TOTAL-INCLUSOES
                       PERFORM 2100-RETORNA-DO-SORT
                   WHEN WS-EXT-CODIGO-DDD > WS-ANT-CODIGO-DDD
                       MOVE SPACES TO WS-LIN-OCORRENCIA
                       MOVE 'EXCLUSAO' TO WS-OCO-ACAO
                       MOVE WS-ANT-CODIGO-DDD TO WS-OCO-DDD
                       MOVE WS-ANT-UF         TO WS-OCO-UF
                       WRITE REL-LINHA FROM WS-LIN-OCORRENCIA
                       ADD 1 TO WS-TOTAL-EXCLUSOES
                       PERFORM 2200-LE-ANTERIOR
                   WHEN OTHER
                       PERFORM 2300-GRAVA-NOVA-TABELA
                       IF WS-EXT-UF NOT = WS-ANT-UF
                           MOVE SPACES TO WS-LIN-OCORRENCIA
                           MOVE 'ALTERACAO' TO WS-OCO-ACAO
                           MOVE WS-EXT-CODIGO-DDD TO WS-OCO-DDD
                           MOVE WS-EXT-UF         TO WS-OCO-UF
                           MOVE SPACES TO WS-OCO-COMPLEMENTO
                           STRING 'ANTES: ' WS-ANT-UF
                                  DELIMITED BY SIZE
                                  INTO WS-OCO-COMPLEMENTO
                           WRITE REL-LINHA FROM WS-LIN-OCORRENCIA
                           ADD 1 TO WS-TOTAL-ALTERACOES
                       ELSE
                           ADD 1 TO WS-TOTAL-INALTERADOS
                       END-IF
                       PERFORM 2100-RETORNA-DO-SORT
                       PERFORM 2200-LE-ANTERIOR
               END-EVALUATE
           END-PERFORM

           .

       2100-RETORNA-DO-SORT.

           RETURN ARQSORT
               AT END
                   MOVE HIGH-VALUES TO WS-EXT-CODIGO-DDD
               NOT AT END
                   MOVE SRT-REGISTRO TO WS-EXTRATO-ATUAL
                   IF WS-EXT-CODIGO-DDD = WS-CHAVE-EXT-ANTERIOR
                       DISPLAY 'ERRO FATAL: DDD DUPLICADO NO '
                           'EXTRATO: ' WS-EXT-CODIGO-DDD
                       STOP RUN
                   END-IF
                   MOVE WS-EXT-CODIGO-DDD TO WS-CHAVE-EXT-ANTERIOR
           END-RETURN.

       2200-LE-ANTERIOR.

           IF NOT EXISTE-PFDDDREF
               MOVE HIGH-VALUES TO WS-ANT-CODIGO-DDD
           ELSE
               READ PFDDDREF
                   AT END
                       MOVE HIGH-VALUES TO WS-ANT-CODIGO-DDD
                   NOT AT END
                       MOVE DDD-REGISTRO TO WS-ANTERIOR-ATUAL
               END-READ
           END-IF

           .

       2300-GRAVA-NOVA-TABELA.

           WRITE NDD-REGISTRO FROM WS-EXTRATO-ATUAL
           IF WS-FS-PFDDDNEW NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO GRAVAR DDD '
                   WS-EXT-CODIGO-DDD ' - FILE STATUS ' WS-FS-PFDDDNEW
               STOP RUN
           END-IF
           ADD 1 TO WS-TOTAL-GRAVADOS
      *>  The table is keyed by the 2-digit DDD; it goes into the
      *>  hash as a number, the same way PFGERPRO reads it back.
           MOVE 1 TO WS-GER-IDX
           MOVE WS-EXT-CODIGO-DDD TO WS-GER-CHAVE-N
           PERFORM 8510-ACUMULA-GERACAO

           .

       3000-IMPRIME-TOTAIS.

           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE ALL '=' TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING 'EXTRATO LIDO : ' WS-TOTAL-EXTRATO
                  DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING 'INCLUSOES    : ' WS-TOTAL-INCLUSOES
                  DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING 'ALTERACOES   : ' WS-TOTAL-ALTERACOES
                  DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING 'EXCLUSOES    : ' WS-TOTAL-EXCLUSOES
                  DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING 'INALTERADOS  : ' WS-TOTAL-INALTERADOS
                  DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING 'TABELA NOVA  : ' WS-TOTAL-GRAVADOS
                  DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA

           DISPLAY ' '
           DISPLAY '===== RESUMO DA CARGA DE DDD ====='
           DISPLAY 'EXTRATO LIDO : ' WS-TOTAL-EXTRATO
           DISPLAY 'INCLUSOES    : ' WS-TOTAL-INCLUSOES
           DISPLAY 'ALTERACOES   : ' WS-TOTAL-ALTERACOES
           DISPLAY 'EXCLUSOES    : ' WS-TOTAL-EXCLUSOES
           DISPLAY 'INALTERADOS  : ' WS-TOTAL-INALTERADOS
           DISPLAY 'TABELA NOVA  : ' WS-TOTAL-GRAVADOS

           .

       COPY 'RUNLOG02'.
       COPY 'GERCAT02'.
       END PROGRAM PFDDDCAR.
