      *          PFAUDEDT, THE WRITE-OFF TRAIL PFAUDBXA, PFREJEIT,
      *          PFREJMOV, PFREJCIC, PFREJEDT AND THE PFCRMEXT
      *          EXTRACT -- REPLACING THE PERSONAL FIELDS (NAMES,
      *          PHONES, ADDRESSES, PASSPORT, CPF) INSIDE THE
      *          LAYOUT001-SHAPED IMAGES WITH ANONYMIZED FILLER WHILE
      *          PRESERVING THE CHAVE, DATES, OPERATOR AND
      *          FIELD-CHANGED LABEL, SO THE CHANGE HISTORY STILL
      *          BALANCES. EACH DATASET IS REWRITTEN TO A PAIRED NEW
      *          NAME (PFAUDITN, PFAUDMVN, PFAUDRSN, PFAUDMGN,
      *          PFAUDEDN, PFAUDBXN, PFREJEIN, PFREJMVN, PFREJCIN,
      *          PFREJEDN, PFCRMEXN) REGISTERED ON THE PFGERCAT
      *          CATALOG AND PROMOTED BY PFGERPRO AFTER A CLEAN END,
      *          SAME GENERATION DISCIPLINE AS PFCADNEW. AN ANONYMIZED
      *          LGPD-EXCLUSAO AUDIT IS APPENDED TO THE NEW PFAUDITN
      *          PER ERASED CHAVE, A CERTIFICATE REPORT (PFLGPDCR.DAT)
      *          LISTS EVERY DATASET TOUCHED PER CHAVE, AND THE CHAVE
               RECORD KEY IS PF-CHAVE-REGISTRO
               ALTERNATE RECORD KEY IS PF-ULTIMO-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PF-CPF
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PFCADAST.

           SELECT PFAUDITO ASSIGN TO 'PFAUDITO.DAT'
               FILE STATUS IS WS-FS-PFREJEDN.

           SELECT PFLGPDSU ASSIGN TO 'PFLGPDSU.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUP-CHAVE-REGISTRO
               FILE STATUS IS WS-FS-PFLGPDSU.

           SELECT PFLGPDCR ASSIGN TO 'PFLGPDCR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFLGPDCR.

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

       FD  PFAUDITN
           LABEL RECORDS ARE STANDARD.
           05  FILLER                   PIC X(01).
           05  NAU-CAMPO-ALTERADO       PIC X(15).
           05  FILLER                   PIC X(01).
           05  NAU-DIGITACAO            PIC X(21).
           05  FILLER                   PIC X(01).
           05  NAU-REGISTRO-ANTES       PIC X(450).
           05  FILLER                   PIC X(01).
           05  NAU-REGISTRO-DEPOIS      PIC X(450).

       FD  PFAUDMOV
           LABEL RECORDS ARE STANDARD.
           05  FILLER                   PIC X(01).
           05  AUM-CAMPO-ALTERADO       PIC X(15).
           05  FILLER                   PIC X(01).
           05  AUM-DIGITACAO            PIC X(21).
           05  FILLER                   PIC X(01).
           05  AUM-REGISTRO-ANTES       PIC X(450).
           05  FILLER                   PIC X(01).
           05  AUM-REGISTRO-DEPOIS      PIC X(450).

       FD  PFAUDMVN
           LABEL RECORDS ARE STANDARD.
       01  NAM-REGISTRO                 PIC X(977).

       FD  PFAUDRES
           LABEL RECORDS ARE STANDARD.
           05  FILLER                   PIC X(01).
           05  AUR-CAMPO-ALTERADO       PIC X(15).
           05  FILLER                   PIC X(01).
           05  AUR-DIGITACAO            PIC X(21).
           05  FILLER                   PIC X(01).
           05  AUR-REGISTRO-ANTES       PIC X(450).
           05  FILLER                   PIC X(01).
           05  AUR-REGISTRO-DEPOIS      PIC X(450).

       FD  PFAUDRSN
           LABEL RECORDS ARE STANDARD.
       01  NAR-REGISTRO                 PIC X(977).

       FD  PFREJEIT
           LABEL RECORDS ARE STANDARD.
           05  FILLER                   PIC X(01).
           05  AMG-CAMPO-ALTERADO       PIC X(15).
           05  FILLER                   PIC X(01).
           05  AMG-DIGITACAO            PIC X(21).
           05  FILLER                   PIC X(01).
           05  AMG-REGISTRO-ANTES       PIC X(450).
           05  FILLER                   PIC X(01).
           05  AMG-REGISTRO-DEPOIS      PIC X(450).

       FD  PFAUDMGN
           LABEL RECORDS ARE STANDARD.
       01  NMG-REGISTRO                 PIC X(977).

       FD  PFAUDEDT
           LABEL RECORDS ARE STANDARD.
           05  FILLER                   PIC X(01).
           05  AED-CAMPO-ALTERADO       PIC X(15).
           05  FILLER                   PIC X(01).
           05  AED-DIGITACAO            PIC X(21).
           05  FILLER                   PIC X(01).
           05  AED-REGISTRO-ANTES       PIC X(450).
           05  FILLER                   PIC X(01).
           05  AED-REGISTRO-DEPOIS      PIC X(450).

       FD  PFAUDEDN
           LABEL RECORDS ARE STANDARD.
       01  NED-REGISTRO                 PIC X(977).

       FD  PFAUDBXA
           LABEL RECORDS ARE STANDARD.
           05  FILLER                   PIC X(01).
           05  ABX-CAMPO-ALTERADO       PIC X(15).
           05  FILLER                   PIC X(01).
           05  ABX-DIGITACAO            PIC X(21).
           05  FILLER                   PIC X(01).
           05  ABX-REGISTRO-ANTES       PIC X(450).
           05  FILLER                   PIC X(01).
           05  ABX-REGISTRO-DEPOIS      PIC X(450).

       FD  PFAUDBXN
           LABEL RECORDS ARE STANDARD.
       01  NBX-REGISTRO                 PIC X(977).

       FD  PFREJEDT
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
       01  CER-LINHA                    PIC X(80).

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
       77  WS-LST-ACHADA           PIC 9(03) VALUE ZEROS.
       77  WS-CHAVE-TESTE          PIC X(06) VALUE SPACES.
       77  WS-IDX-OCO              PIC 9(01).
       77  WS-IMAGEM-TRABALHO      PIC X(450).
       77  WS-TOTAL-ANONIMIZADOS   PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-EXCLUIDOS      PIC 9(03) VALUE ZEROS.

       01  WS-NOMES-ARQUIVOS-R REDEFINES WS-NOMES-ARQUIVOS.
           05  WS-NOME-ARQUIVO      PIC X(08) OCCURS 11 TIMES.

      *>  The paired new name of each dataset, same slot order, as
      *>  registered on the generation catalog.
       01  WS-NOMES-NOVOS.
           05  FILLER               PIC X(08) VALUE 'PFAUDITN'.
           05  FILLER               PIC X(08) VALUE 'PFAUDMVN'.
           05  FILLER               PIC X(08) VALUE 'PFAUDRSN'.
           05  FILLER               PIC X(08) VALUE 'PFREJEIN'.
           05  FILLER               PIC X(08) VALUE 'PFREJMVN'.
           05  FILLER               PIC X(08) VALUE 'PFREJCIN'.
           05  FILLER               PIC X(08) VALUE 'PFCRMEXN'.
           05  FILLER               PIC X(08) VALUE 'PFAUDMGN'.
           05  FILLER               PIC X(08) VALUE 'PFAUDEDN'.
           05  FILLER               PIC X(08) VALUE 'PFAUDBXN'.
           05  FILLER               PIC X(08) VALUE 'PFREJEDN'.
       01  WS-NOMES-NOVOS-R REDEFINES WS-NOMES-NOVOS.
           05  WS-NOME-NOVO         PIC X(08) OCCURS 11 TIMES.

      *>  One entry per chave on the erasure list, carrying the
      *>  anonymized master image (for the LGPD-EXCLUSAO audit), the
      *>  master outcome and the per-dataset counts the certificate
           05  WS-LISTA-ENTRY OCCURS 200 TIMES.
               10  WS-LST-CHAVE         PIC X(06).
               10  WS-LST-NO-MESTRE     PIC X(01).
               10  WS-LST-IMAGEM        PIC X(450).
               10  WS-LST-CONTADORES.
                   15  WS-LST-CONTADOR  PIC 9(04) OCCURS 11 TIMES.

      *>  Hold area for the reject-line anonymizer (5200): the
      *>  write-off trail carries retired reject lines, not LAYOUT001
      *>  images, inside its X(450) before image.
       01  WS-REJ-TRABALHO.
           05  WS-RJT-CHAVE-REGISTRO    PIC X(06).
           05  FILLER                   PIC X(01).
           05  FILLER               PIC X(51) VALUE SPACES.

       COPY 'RUNLOG01'.
       COPY 'GERCAT01'.

       COPY 'LAYOUT001' REPLACING LEADING ==WS-== BY ==ANO-==.


           MOVE 'PFLGPDEL' TO WS-RLG-PROGRAMA
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RLG-DATA-PROC
      *>  An erasure run against a master or a trail that still has
      *>  a generation waiting for promotion would anonymize the
      *>  stale copy, and the promotion would bring the personal
      *>  data straight back.
           MOVE 'PFCADAST' TO WS-GER-VERIFICA
           PERFORM 8600-VERIFICA-GERACAO
           PERFORM VARYING WS-IDX-ARQ FROM 1 BY 1
                   UNTIL WS-IDX-ARQ > 11
               MOVE WS-NOME-ARQUIVO (WS-IDX-ARQ) TO WS-GER-VERIFICA
               PERFORM 8600-VERIFICA-GERACAO
           END-PERFORM
           PERFORM 8000-REGISTRA-INICIO

           PERFORM 8505-INICIA-GERACOES
           MOVE 11 TO WS-GER-QTD-ARQUIVOS
           PERFORM VARYING WS-IDX-ARQ FROM 1 BY 1
                   UNTIL WS-IDX-ARQ > 11
               MOVE WS-NOME-ARQUIVO (WS-IDX-ARQ)
                   TO WS-GER-ARQUIVO (WS-IDX-ARQ)
               MOVE WS-NOME-NOVO (WS-IDX-ARQ)
                   TO WS-GER-NOVO (WS-IDX-ARQ)
           END-PERFORM

           PERFORM 0100-CARREGA-LISTA
           PERFORM 1000-EXCLUI-DO-MESTRE
           PERFORM 2000-REESCREVE-PFAUDITO
           DISPLAY 'EXCLUIDAS DO MESTRE    : ' WS-TOTAL-EXCLUIDOS
           DISPLAY 'REGISTROS ANONIMIZADOS : ' WS-TOTAL-ANONIMIZADOS

           PERFORM 8500-REGISTRA-GERACOES

           MOVE WS-QTD-LISTA          TO WS-RLG-CONTAGEM-1
           MOVE WS-TOTAL-ANONIMIZADOS TO WS-RLG-CONTAGEM-2
           PERFORM 8100-REGISTRA-FIM
                               TO AUD-REGISTRO-DEPOIS
                           PERFORM 5100-CONTA-ANONIMIZADO
                       END-IF
                       MOVE AUD-REGISTRO (1:6) TO WS-GER-CHAVE
                       PERFORM 5300-CONTA-GRAVADO
                       WRITE NAU-REGISTRO FROM AUD-REGISTRO
               END-READ
           END-PERFORM
                   MOVE WS-LST-IMAGEM (WS-IDX-LST)
                       TO NAU-REGISTRO-ANTES
                   MOVE SPACES                TO NAU-REGISTRO-DEPOIS
                   MOVE NAU-REGISTRO (1:6)    TO WS-GER-CHAVE
                   PERFORM 5300-CONTA-GRAVADO
                   WRITE NAU-REGISTRO
               END-IF
           END-PERFORM
                               TO AUM-REGISTRO-DEPOIS
                           PERFORM 5100-CONTA-ANONIMIZADO
                       END-IF
                       MOVE AUM-REGISTRO (1:6) TO WS-GER-CHAVE
                       PERFORM 5300-CONTA-GRAVADO
                       WRITE NAM-REGISTRO FROM AUM-REGISTRO
               END-READ
           END-PERFORM
                               TO AUR-REGISTRO-DEPOIS
                           PERFORM 5100-CONTA-ANONIMIZADO
                       END-IF
                       MOVE AUR-REGISTRO (1:6) TO WS-GER-CHAVE
                       PERFORM 5300-CONTA-GRAVADO
                       WRITE NAR-REGISTRO FROM AUR-REGISTRO
               END-READ
           END-PERFORM
                           MOVE ALL '*' TO REJ-ULTIMO-NOME
                           PERFORM 5100-CONTA-ANONIMIZADO
                       END-IF
                       MOVE REJ-REGISTRO (1:6) TO WS-GER-CHAVE
                       PERFORM 5300-CONTA-GRAVADO
                       WRITE NRE-REGISTRO FROM REJ-REGISTRO
               END-READ
           END-PERFORM
                           MOVE ALL '*' TO RJM-ULTIMO-NOME
                           PERFORM 5100-CONTA-ANONIMIZADO
                       END-IF
                       MOVE RJM-REGISTRO (1:6) TO WS-GER-CHAVE
                       PERFORM 5300-CONTA-GRAVADO
                       WRITE NRM-REGISTRO FROM RJM-REGISTRO
               END-READ
           END-PERFORM
                           MOVE ALL '*' TO CIC-ULTIMO-NOME
                           PERFORM 5100-CONTA-ANONIMIZADO
                       END-IF
                       MOVE CIC-REGISTRO (1:6) TO WS-GER-CHAVE
                       PERFORM 5300-CONTA-GRAVADO
                       WRITE NRC-REGISTRO FROM CIC-REGISTRO
               END-READ
           END-PERFORM
                               PERFORM 5100-CONTA-ANONIMIZADO
                           END-IF
                       END-IF
                       MOVE SPACES TO WS-GER-CHAVE
                       IF CRM-LINHA (1:2) = 'D;'
                           MOVE CRM-LINHA (3:6) TO WS-GER-CHAVE
                       END-IF
                       PERFORM 5300-CONTA-GRAVADO
                       WRITE NCX-LINHA FROM CRM-LINHA
               END-READ
           END-PERFORM
                               TO AMG-REGISTRO-DEPOIS
                           PERFORM 5100-CONTA-ANONIMIZADO
                       END-IF
                       MOVE AMG-REGISTRO (1:6) TO WS-GER-CHAVE
                       PERFORM 5300-CONTA-GRAVADO
                       WRITE NMG-REGISTRO FROM AMG-REGISTRO
               END-READ
           END-PERFORM
                               TO AED-REGISTRO-DEPOIS
                           PERFORM 5100-CONTA-ANONIMIZADO
                       END-IF
                       MOVE AED-REGISTRO (1:6) TO WS-GER-CHAVE
                       PERFORM 5300-CONTA-GRAVADO
                       WRITE NED-REGISTRO FROM AED-REGISTRO
               END-READ
           END-PERFORM
                               TO ABX-REGISTRO-ANTES
                           PERFORM 5100-CONTA-ANONIMIZADO
                       END-IF
                       MOVE ABX-REGISTRO (1:6) TO WS-GER-CHAVE
                       PERFORM 5300-CONTA-GRAVADO
                       WRITE NBX-REGISTRO FROM ABX-REGISTRO
               END-READ
           END-PERFORM
                           MOVE ALL '*' TO RED-ULTIMO-NOME
                           PERFORM 5100-CONTA-ANONIMIZADO
                       END-IF
                       MOVE RED-REGISTRO (1:6) TO WS-GER-CHAVE
                       PERFORM 5300-CONTA-GRAVADO
                       WRITE NRD-REGISTRO FROM RED-REGISTRO
               END-READ
           END-PERFORM
      *>  Permanent: the nightly batch loads this list and never
      *>  extracts a suppressed chave to the CRM again, even if the
      *>  registrant is re-included under the same chave one day.
      *>  A chave erased a second time is already on the list, so
      *>  the duplicate-key WRITE is simply not needed.
       3000-GRAVA-SUPRESSAO.

           OPEN I-O PFLGPDSU
           IF WS-FS-PFLGPDSU NOT = '00'
               OPEN OUTPUT PFLGPDSU
               IF WS-FS-PFLGPDSU NOT = '00'
                   DISPLAY 'ERRO FATAL: PFLGPDSU NAO PODE SER '
                       'CRIADO - FILE STATUS ' WS-FS-PFLGPDSU
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE PFLGPDSU
               OPEN I-O PFLGPDSU
           END-IF

           PERFORM VARYING WS-IDX-LST FROM 1 BY 1
                   UNTIL WS-IDX-LST > WS-QTD-LISTA
               MOVE WS-LST-CHAVE (WS-IDX-LST) TO SUP-CHAVE-REGISTRO
               WRITE SUP-REGISTRO
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-PERFORM

           CLOSE PFLGPDSU
               IF ANO-NUM-PASSAPORTE NOT = SPACES
                   MOVE ALL '*' TO ANO-NUM-PASSAPORTE
               END-IF
               IF ANO-CPF NOT = SPACES
                   MOVE ALL '*' TO ANO-CPF
               END-IF
               MOVE ANO-DADOS-PESSOA TO WS-IMAGEM-TRABALHO
           END-IF


           .

      *>  Every line written to a new dataset, anonymized or copied
      *>  as is, goes into the count and chave hash of its slot on
      *>  the catalog; the CRM extract carries its chave after the
      *>  'D;' record type, header and trailer lines carry none.
       5300-CONTA-GRAVADO.

           MOVE WS-IDX-ARQ TO WS-GER-IDX
           PERFORM 8510-ACUMULA-GERACAO

           .

       COPY 'RUNLOG02'.
       COPY 'GERCAT02'.
       END PROGRAM PFLGPDEL.
