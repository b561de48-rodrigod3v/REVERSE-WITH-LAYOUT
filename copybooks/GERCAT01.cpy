      ******************************************************************
      * Layout: GERCAT01
      * Purpose: Working-storage shared by every program that uses the
      *          PFGERCAT generation catalog via the GERCAT02
      *          paragraphs. Programs copying this must declare the
      *          PFGERCAT file (indexed, record CAT-REGISTRO keyed by
      *          CAT-CHAVE as every catalog user declares it) and copy
      *          RUNLOG01 -- the pending entries are stamped with the
      *          ledger name and processing date. Keep this in step
      *          with GERCAT02: the paragraphs there reference every
      *          item below.
      ******************************************************************
       77  WS-FS-PFGERCAT          PIC X(02) VALUE '00'.
      *>  Live file a consumer is about to read; 8600 refuses the run
      *>  while a new generation of it waits for promotion.
       77  WS-GER-VERIFICA         PIC X(08) VALUE SPACES.
       77  WS-GER-PENDENTE         PIC X(01) VALUE 'N'.
           88  GER-PENDENTE                    VALUE 'S'.
       77  WS-GER-QTD-ARQUIVOS     PIC 9(02) VALUE ZEROS.
       77  WS-GER-IDX              PIC 9(02) VALUE ZEROS.
      *>  Chave of the record just written: producers load it before
      *>  performing 8510. The hash adds it only when numeric, so
      *>  header and trailer lines count as records but add nothing.
       01  WS-GER-CHAVE-AREA.
           05  WS-GER-CHAVE             PIC X(06).
           05  WS-GER-CHAVE-N REDEFINES WS-GER-CHAVE
                                        PIC 9(06).
      *>  One entry per new generation the producer writes: the live
      *>  name it replaces, its own name, and the record count and
      *>  chave hash the promote job ties back to before swapping.
       01  WS-GER-TABELA.
           05  WS-GER-ITEM OCCURS 12 TIMES.
               10  WS-GER-ARQUIVO       PIC X(08).
               10  WS-GER-NOVO          PIC X(08).
               10  WS-GER-QTD-REG       PIC 9(09).
               10  WS-GER-HASH          PIC 9(15).
