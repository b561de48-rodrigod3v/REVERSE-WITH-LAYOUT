      ******************************************************************
      * Layout: GERCAT02
      * Purpose: Generation catalog paragraphs. A job that writes a
      *          new generation of a live file under its own name
      *          registers it here at a clean end as PENDENTE (entry
      *          generation 0000 of the live name, carrying the record
      *          count and chave hash it wrote); only PFGERPRO swaps it
      *          in, after checking them. Every job reading a live file
      *          refuses to start while such an entry exists, so no
      *          job in the chain ever runs against a generation that
      *          was never promoted. Programs copying this must
      *          declare the PFGERCAT file and copy GERCAT01 and the
      *          RUNLOG01/RUNLOG02 pair.
      ******************************************************************

      *>  Clears the output table; the producer then loads the live
      *>  and new names of each output in WS-GER-ARQUIVO/WS-GER-NOVO
      *>  and WS-GER-QTD-ARQUIVOS before writing anything.
       8505-INICIA-GERACOES.

           MOVE ZEROS TO WS-GER-QTD-ARQUIVOS
           PERFORM VARYING WS-GER-IDX FROM 1 BY 1
                   UNTIL WS-GER-IDX > 12
               MOVE SPACES TO WS-GER-ARQUIVO (WS-GER-IDX)
               MOVE SPACES TO WS-GER-NOVO (WS-GER-IDX)
               MOVE ZEROS  TO WS-GER-QTD-REG (WS-GER-IDX)
               MOVE ZEROS  TO WS-GER-HASH (WS-GER-IDX)
           END-PERFORM

           .

      *>  Callers load WS-GER-IDX (which output) and WS-GER-CHAVE
      *>  for every record written to that output.
       8510-ACUMULA-GERACAO.

           ADD 1 TO WS-GER-QTD-REG (WS-GER-IDX)
           IF WS-GER-CHAVE IS NUMERIC
               ADD WS-GER-CHAVE-N TO WS-GER-HASH (WS-GER-IDX)
           END-IF

           .

      *>  Performed just before 8100-REGISTRA-FIM. First registration
      *>  ever creates the catalog. A pending entry already there is
      *>  replaced: the consumer check keeps that from happening in
      *>  the normal chain, so it is reported when it does. Failing
      *>  to register is fatal -- without its FIM the promote job
      *>  will not touch this run's outputs either.
       8500-REGISTRA-GERACOES.

           OPEN I-O PFGERCAT
           IF WS-FS-PFGERCAT NOT = '00'
               OPEN OUTPUT PFGERCAT
               IF WS-FS-PFGERCAT NOT = '00'
                   DISPLAY 'ERRO FATAL: PFGERCAT NAO PODE SER CRIADO - '
                       'FILE STATUS ' WS-FS-PFGERCAT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE PFGERCAT
               OPEN I-O PFGERCAT
           END-IF

           PERFORM VARYING WS-GER-IDX FROM 1 BY 1
                   UNTIL WS-GER-IDX > WS-GER-QTD-ARQUIVOS
               MOVE WS-GER-ARQUIVO (WS-GER-IDX) TO CAT-ARQUIVO
               MOVE ZEROS TO CAT-GERACAO
               MOVE 'N' TO WS-GER-PENDENTE
               READ PFGERCAT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-GER-PENDENTE
                       DISPLAY 'AVISO: GERACAO PENDENTE DE '
                           CAT-ARQUIVO ' (' CAT-ARQUIVO-NOVO ' DE '
                           CAT-PROGRAMA ') SUBSTITUIDA'
               END-READ
               MOVE SPACES                      TO CAT-REGISTRO
               MOVE WS-GER-ARQUIVO (WS-GER-IDX) TO CAT-ARQUIVO
               MOVE ZEROS                       TO CAT-GERACAO
               MOVE 'P'                         TO CAT-SITUACAO
               MOVE WS-RLG-PROGRAMA             TO CAT-PROGRAMA
               MOVE WS-RLG-DATA-PROC            TO CAT-DATA-PROC
               MOVE WS-GER-NOVO (WS-GER-IDX)    TO CAT-ARQUIVO-NOVO
               MOVE WS-GER-QTD-REG (WS-GER-IDX) TO CAT-QTD-REGISTROS
               MOVE WS-GER-HASH (WS-GER-IDX)    TO CAT-HASH-CHAVES
               MOVE ZEROS                       TO CAT-DATA-PROMOCAO
               MOVE FUNCTION CURRENT-DATE       TO CAT-DATA-HORA
               IF GER-PENDENTE
                   REWRITE CAT-REGISTRO
               ELSE
                   WRITE CAT-REGISTRO
               END-IF
               IF WS-FS-PFGERCAT NOT = '00'
                   DISPLAY 'ERRO FATAL: FALHA AO REGISTRAR GERACAO DE '
                       CAT-ARQUIVO ' - FILE STATUS ' WS-FS-PFGERCAT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM

           CLOSE PFGERCAT

           .

      *>  Consumer gate, performed before 8000-REGISTRA-INICIO with
      *>  the live name in WS-GER-VERIFICA. A missing catalog means
      *>  nothing was ever registered. Return code 20, same as the
      *>  ledger refusals: the scheduler reads it as "prerequisite
      *>  not met", here the promotion.
       8600-VERIFICA-GERACAO.

           OPEN INPUT PFGERCAT
           IF WS-FS-PFGERCAT = '00'
               MOVE WS-GER-VERIFICA TO CAT-ARQUIVO
               MOVE ZEROS TO CAT-GERACAO
               READ PFGERCAT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY 'ERRO: ' WS-GER-VERIFICA
                           ' TEM GERACAO NAO PROMOVIDA ('
                           CAT-ARQUIVO-NOVO ' DE ' CAT-PROGRAMA
                           ' DE ' CAT-DATA-PROC
                           ') - EXECUCAO RECUSADA'
                       CLOSE PFGERCAT
                       MOVE 20 TO RETURN-CODE
                       STOP RUN
               END-READ
               CLOSE PFGERCAT
           END-IF

           .
