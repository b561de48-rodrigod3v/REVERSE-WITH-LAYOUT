      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:15/10/2026
      * Purpose: ONE-TIME CONVERSION OF THE FOUR CONTROL FILES THE
      *          JOBS USED TO LOAD INTO CAPPED WORKING-STORAGE TABLES
      *          FROM LINE SEQUENTIAL TO INDEXED: PFLGPDSU (LGPD
      *          SUPPRESSED CHAVES, KEYED BY CHAVE), PFCHXREF (MERGE
      *          CROSS-REFERENCE, KEYED BY THE OLD CHAVE), PFVISNTF
      *          (VISA EXPIRY NOTIFICATIONS, KEYED BY CHAVE) AND
      *          PFCRMHIS (CRM EXTRACT HISTORY, KEYED BY SEQUENCE).
      *          OPERATIONS RENAMES EACH OLD FILE TO THE SAME NAME
      *          WITH EXTENSION .SEQ BEFORE RUNNING (PFLGPDSU.DAT ->
      *          PFLGPDSU.SEQ AND SO ON); THE INDEXED FILE IS BUILT
      *          UNDER THE .DAT NAME THE OTHER JOBS ALREADY USE, SAME
      *          DISCIPLINE AS PFCADCNV. A FILE THAT WAS NEVER
      *          CREATED IS SIMPLY SKIPPED -- THE JOBS CREATE THE
      *          INDEXED FILE THEMSELVES ON THEIR FIRST WRITE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PFKEYCNV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PFSUPSEQ ASSIGN TO 'PFLGPDSU.SEQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENTRADA.

           SELECT PFLGPDSU ASSIGN TO 'PFLGPDSU.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUP-CHAVE-REGISTRO
               FILE STATUS IS WS-FS-SAIDA.

           SELECT PFXRFSEQ ASSIGN TO 'PFCHXREF.SEQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENTRADA.

           SELECT PFCHXREF ASSIGN TO 'PFCHXREF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XRF-CHAVE-ANTIGA
               FILE STATUS IS WS-FS-SAIDA.

           SELECT PFNTFSEQ ASSIGN TO 'PFVISNTF.SEQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENTRADA.

           SELECT PFVISNTF ASSIGN TO 'PFVISNTF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NTF-CHAVE-REGISTRO
               FILE STATUS IS WS-FS-SAIDA.

           SELECT PFHISSEQ ASSIGN TO 'PFCRMHIS.SEQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENTRADA.

           SELECT PFCRMHIS ASSIGN TO 'PFCRMHIS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIS-SEQUENCIA
               FILE STATUS IS WS-FS-SAIDA.

           SELECT PFRUNLOG ASSIGN TO 'PFRUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFRUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PFSUPSEQ
           LABEL RECORDS ARE STANDARD.
       01  SSQ-REGISTRO.
           05  SSQ-CHAVE-REGISTRO       PIC X(06).

       FD  PFLGPDSU
           LABEL RECORDS ARE STANDARD.
       01  SUP-REGISTRO.
           05  SUP-CHAVE-REGISTRO       PIC X(06).

       FD  PFXRFSEQ
           LABEL RECORDS ARE STANDARD.
       01  XSQ-REGISTRO.
           05  XSQ-CHAVE-ANTIGA         PIC 9(06).
           05  FILLER                   PIC X(01).
           05  XSQ-CHAVE-NOVA           PIC 9(06).

       FD  PFCHXREF
           LABEL RECORDS ARE STANDARD.
       01  XRF-REGISTRO.
           05  XRF-CHAVE-ANTIGA         PIC 9(06).
           05  FILLER                   PIC X(01).
           05  XRF-CHAVE-NOVA           PIC 9(06).

       FD  PFNTFSEQ
           LABEL RECORDS ARE STANDARD.
       01  NSQ-REGISTRO.
           05  NSQ-CHAVE-REGISTRO       PIC 9(06).
           05  FILLER                   PIC X(01).
           05  NSQ-FAIXA                PIC 9(01).
           05  FILLER                   PIC X(01).
           05  NSQ-DATA-NOTIFICACAO     PIC 9(08).

       FD  PFVISNTF
           LABEL RECORDS ARE STANDARD.
       01  NTF-REGISTRO.
           05  NTF-CHAVE-REGISTRO       PIC 9(06).
           05  FILLER                   PIC X(01).
           05  NTF-FAIXA                PIC 9(01).
           05  FILLER                   PIC X(01).
           05  NTF-DATA-NOTIFICACAO     PIC 9(08).

      *>  The flat history has no reconciliation columns; PFCRMREC
      *>  clears and refills them on every run anyway.
       FD  PFHISSEQ
           LABEL RECORDS ARE STANDARD.
       01  HSQ-REGISTRO.
           05  HSQ-SEQUENCIA            PIC 9(06).
           05  FILLER                   PIC X(01).
           05  HSQ-DATA-EXTRACAO        PIC 9(08).
           05  FILLER                   PIC X(01).
           05  HSQ-TOTAL-REGISTROS      PIC 9(06).
           05  FILLER                   PIC X(01).
           05  HSQ-HASH-CHAVES          PIC 9(12).

       FD  PFCRMHIS
           LABEL RECORDS ARE STANDARD.
       01  HIS-REGISTRO.
           05  HIS-SEQUENCIA            PIC 9(06).
           05  FILLER                   PIC X(01).
           05  HIS-DATA-EXTRACAO        PIC 9(08).
           05  FILLER                   PIC X(01).
           05  HIS-TOTAL-REGISTROS      PIC 9(06).
           05  FILLER                   PIC X(01).
           05  HIS-HASH-CHAVES          PIC 9(12).
           05  FILLER                   PIC X(01).
           05  HIS-CONFIRMADO           PIC X(01).
           05  FILLER                   PIC X(01).
           05  HIS-ACEITOS              PIC 9(06).
           05  FILLER                   PIC X(01).
           05  HIS-REJEITADOS           PIC 9(06).

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
       77  WS-FS-ENTRADA           PIC X(02) VALUE '00'.
       77  WS-FS-SAIDA             PIC X(02) VALUE '00'.
       77  WS-EOF-ARQUIVO          PIC X(01) VALUE 'N'.
           88  END-OF-FILE-ARQUIVO             VALUE 'S'.
       77  WS-IDX-ARQ              PIC 9(02) VALUE ZEROS.
       77  WS-TOTAL-CONVERTIDOS    PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-DUPLICADOS     PIC 9(06) VALUE ZEROS.

      *>  One line per file for the run summary, in processing order.
       01  WS-TABELA-ARQUIVOS.
           05  WS-ARQ-ITEM OCCURS 4 TIMES.
               10  WS-ARQ-NOME          PIC X(08).
               10  WS-ARQ-SITUACAO      PIC X(10).
               10  WS-ARQ-CONVERTIDOS   PIC 9(06).
               10  WS-ARQ-DUPLICADOS    PIC 9(06).

       COPY 'RUNLOG01'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE 'PFKEYCNV' TO WS-RLG-PROGRAMA
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RLG-DATA-PROC
           PERFORM 8000-REGISTRA-INICIO

           MOVE 'PFLGPDSU' TO WS-ARQ-NOME (1)
           MOVE 'PFCHXREF' TO WS-ARQ-NOME (2)
           MOVE 'PFVISNTF' TO WS-ARQ-NOME (3)
           MOVE 'PFCRMHIS' TO WS-ARQ-NOME (4)
           PERFORM VARYING WS-IDX-ARQ FROM 1 BY 1
                   UNTIL WS-IDX-ARQ > 4
               MOVE 'AUSENTE' TO WS-ARQ-SITUACAO (WS-IDX-ARQ)
               MOVE ZEROS     TO WS-ARQ-CONVERTIDOS (WS-IDX-ARQ)
               MOVE ZEROS     TO WS-ARQ-DUPLICADOS (WS-IDX-ARQ)
           END-PERFORM

           PERFORM 1000-CONVERTE-PFLGPDSU
           PERFORM 2000-CONVERTE-PFCHXREF
           PERFORM 3000-CONVERTE-PFVISNTF
           PERFORM 4000-CONVERTE-PFCRMHIS

           DISPLAY ' '
           DISPLAY '===== RESUMO DA CONVERSAO PARA ARQUIVOS INDEXADOS ='
           PERFORM VARYING WS-IDX-ARQ FROM 1 BY 1
                   UNTIL WS-IDX-ARQ > 4
               DISPLAY WS-ARQ-NOME (WS-IDX-ARQ) ' : '
                   WS-ARQ-SITUACAO (WS-IDX-ARQ) ' '
                   WS-ARQ-CONVERTIDOS (WS-IDX-ARQ) ' REGISTROS '
                   WS-ARQ-DUPLICADOS (WS-IDX-ARQ) ' DUPLICADOS'
           END-PERFORM

           MOVE WS-TOTAL-CONVERTIDOS TO WS-RLG-CONTAGEM-1
           MOVE WS-TOTAL-DUPLICADOS  TO WS-RLG-CONTAGEM-2
           PERFORM 8100-REGISTRA-FIM

           STOP RUN.

      *>  A chave erased twice (re-inclusion followed by a second
      *>  erasure request) left two identical lines; one is enough.
       1000-CONVERTE-PFLGPDSU.

           MOVE 1 TO WS-IDX-ARQ
           MOVE 'N' TO WS-EOF-ARQUIVO
           OPEN INPUT PFSUPSEQ
           IF WS-FS-ENTRADA NOT = '00'
               DISPLAY 'AVISO: PFLGPDSU.SEQ AUSENTE - NAO CONVERTIDO'
           ELSE
               OPEN OUTPUT PFLGPDSU
               PERFORM 5000-CONFERE-CRIACAO
               PERFORM UNTIL END-OF-FILE-ARQUIVO
                   READ PFSUPSEQ
                       AT END
                           MOVE 'S' TO WS-EOF-ARQUIVO
                       NOT AT END
                           MOVE SSQ-CHAVE-REGISTRO
                               TO SUP-CHAVE-REGISTRO
                           WRITE SUP-REGISTRO
                               INVALID KEY
                                   PERFORM 5200-CONTA-DUPLICADO
                               NOT INVALID KEY
                                   PERFORM 5100-CONTA-CONVERTIDO
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE PFSUPSEQ
               CLOSE PFLGPDSU
               MOVE 'CONVERTIDO' TO WS-ARQ-SITUACAO (WS-IDX-ARQ)
           END-IF

           .

      *>  The flat cross-reference was appended in merge order, so
      *>  when an old chave appears twice the later line is the
      *>  merge that stands and replaces the earlier one.
       2000-CONVERTE-PFCHXREF.

           MOVE 2 TO WS-IDX-ARQ
           MOVE 'N' TO WS-EOF-ARQUIVO
           OPEN INPUT PFXRFSEQ
           IF WS-FS-ENTRADA NOT = '00'
               DISPLAY 'AVISO: PFCHXREF.SEQ AUSENTE - NAO CONVERTIDO'
           ELSE
               OPEN OUTPUT PFCHXREF
               PERFORM 5000-CONFERE-CRIACAO
               CLOSE PFCHXREF
               OPEN I-O PFCHXREF
               PERFORM UNTIL END-OF-FILE-ARQUIVO
                   READ PFXRFSEQ
                       AT END
                           MOVE 'S' TO WS-EOF-ARQUIVO
                       NOT AT END
                           MOVE XSQ-REGISTRO TO XRF-REGISTRO
                           WRITE XRF-REGISTRO
                               INVALID KEY
                                   REWRITE XRF-REGISTRO
                                   DISPLAY 'AVISO: CHAVE ANTIGA '
                                       XSQ-CHAVE-ANTIGA ' REPETIDA EM '
                                       'PFCHXREF - VALE A ULTIMA'
                                   PERFORM 5200-CONTA-DUPLICADO
                               NOT INVALID KEY
                                   PERFORM 5100-CONTA-CONVERTIDO
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE PFXRFSEQ
               CLOSE PFCHXREF
               MOVE 'CONVERTIDO' TO WS-ARQ-SITUACAO (WS-IDX-ARQ)
           END-IF

           .

      *>  PFVISNOT rewrote the flat file whole from its table, one
      *>  line per chave; a repeat can only come from a hand edit,
      *>  and the later line wins as it did when the table loaded.
       3000-CONVERTE-PFVISNTF.

           MOVE 3 TO WS-IDX-ARQ
           MOVE 'N' TO WS-EOF-ARQUIVO
           OPEN INPUT PFNTFSEQ
           IF WS-FS-ENTRADA NOT = '00'
               DISPLAY 'AVISO: PFVISNTF.SEQ AUSENTE - NAO CONVERTIDO'
           ELSE
               OPEN OUTPUT PFVISNTF
               PERFORM 5000-CONFERE-CRIACAO
               CLOSE PFVISNTF
               OPEN I-O PFVISNTF
               PERFORM UNTIL END-OF-FILE-ARQUIVO
                   READ PFNTFSEQ
                       AT END
                           MOVE 'S' TO WS-EOF-ARQUIVO
                       NOT AT END
                           MOVE NSQ-REGISTRO TO NTF-REGISTRO
                           WRITE NTF-REGISTRO
                               INVALID KEY
                                   REWRITE NTF-REGISTRO
                                   PERFORM 5200-CONTA-DUPLICADO
                               NOT INVALID KEY
                                   PERFORM 5100-CONTA-CONVERTIDO
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE PFNTFSEQ
               CLOSE PFVISNTF
               MOVE 'CONVERTIDO' TO WS-ARQ-SITUACAO (WS-IDX-ARQ)
           END-IF

           .

      *>  Each sequence was handed to the CRM once; a repeated one
      *>  means PFCRMCTL was reset by hand at some point. The first
      *>  extract keeps the number and the repeat is reported so the
      *>  CRM team can be asked which file their ack refers to.
       4000-CONVERTE-PFCRMHIS.

           MOVE 4 TO WS-IDX-ARQ
           MOVE 'N' TO WS-EOF-ARQUIVO
           OPEN INPUT PFHISSEQ
           IF WS-FS-ENTRADA NOT = '00'
               DISPLAY 'AVISO: PFCRMHIS.SEQ AUSENTE - NAO CONVERTIDO'
           ELSE
               OPEN OUTPUT PFCRMHIS
               PERFORM 5000-CONFERE-CRIACAO
               PERFORM UNTIL END-OF-FILE-ARQUIVO
                   READ PFHISSEQ
                       AT END
                           MOVE 'S' TO WS-EOF-ARQUIVO
                       NOT AT END
                           MOVE SPACES              TO HIS-REGISTRO
                           MOVE HSQ-SEQUENCIA       TO HIS-SEQUENCIA
                           MOVE HSQ-DATA-EXTRACAO   TO HIS-DATA-EXTRACAO
                           MOVE HSQ-TOTAL-REGISTROS
                               TO HIS-TOTAL-REGISTROS
                           MOVE HSQ-HASH-CHAVES     TO HIS-HASH-CHAVES
                           MOVE 'N'                 TO HIS-CONFIRMADO
                           MOVE ZEROS               TO HIS-ACEITOS
                           MOVE ZEROS               TO HIS-REJEITADOS
                           WRITE HIS-REGISTRO
                               INVALID KEY
                                   DISPLAY 'AVISO: SEQUENCIA '
                                       HSQ-SEQUENCIA ' DE '
                                       HSQ-DATA-EXTRACAO
                                       ' REPETIDA EM PFCRMHIS - '
                                       'DESPREZADA'
                                   PERFORM 5200-CONTA-DUPLICADO
                               NOT INVALID KEY
                                   PERFORM 5100-CONTA-CONVERTIDO
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE PFHISSEQ
               CLOSE PFCRMHIS
               MOVE 'CONVERTIDO' TO WS-ARQ-SITUACAO (WS-IDX-ARQ)
           END-IF

           .

       5000-CONFERE-CRIACAO.

           IF WS-FS-SAIDA NOT = '00'
               DISPLAY 'ERRO FATAL: ' WS-ARQ-NOME (WS-IDX-ARQ)
                   ' NAO PODE SER CRIADO - FILE STATUS ' WS-FS-SAIDA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           .

       5100-CONTA-CONVERTIDO.

           ADD 1 TO WS-TOTAL-CONVERTIDOS
           ADD 1 TO WS-ARQ-CONVERTIDOS (WS-IDX-ARQ)

           .

       5200-CONTA-DUPLICADO.

           ADD 1 TO WS-TOTAL-DUPLICADOS
           ADD 1 TO WS-ARQ-DUPLICADOS (WS-IDX-ARQ)

           .

       COPY 'RUNLOG02'.
       END PROGRAM PFKEYCNV.
