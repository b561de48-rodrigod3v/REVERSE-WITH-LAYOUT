      *          LINE PER PROGRAM WITH START TIME, END TIME, RETURN
      *          CODE, ITS TWO KEY COUNTS AND THE SITUATION -- OK,
      *          AVISO (ENDED 04/08), FALHOU (ENDED ABOVE 08),
      *          EM ABERTO (STARTED, NEVER ENDED), REVERTIDO (ITS
      *          GENERATIONS ROLLED BACK BY PFGERPRO) -- PLUS TOTALS PER
      *          SITUATION, SO OPERATIONS STOPS DEDUCING THE CHAIN
      *          STATE FROM EIGHT CONSOLE LOGS.
      * Tectonics: cobc
       77  WS-TOTAL-AVISO          PIC 9(02) VALUE ZEROS.
       77  WS-TOTAL-FALHA          PIC 9(02) VALUE ZEROS.
       77  WS-TOTAL-ABERTO         PIC 9(02) VALUE ZEROS.
       77  WS-TOTAL-REVERTIDO      PIC 9(02) VALUE ZEROS.

       01  WS-DATA-VALIDACAO.
           05  WS-DVAL-ANO          PIC 9(04).
               WS-TOTAL-AVISO
           DISPLAY 'FALHAS / ABERTOS : ' WS-TOTAL-FALHA ' / '
               WS-TOTAL-ABERTO
           DISPLAY 'REVERTIDOS       : ' WS-TOTAL-REVERTIDO

           MOVE WS-TOTAL-ESTAMPAS  TO WS-RLG-CONTAGEM-1
           MOVE WS-QTD-PROGRAMAS   TO WS-RLG-CONTAGEM-2
               MOVE ZEROS  TO WS-PRG-CONTAGEM-2 (WS-PRG-ACHADO)
           END-IF

           EVALUATE RLG-EVENTO
               WHEN 'INI'
                   MOVE RLG-DATA-HORA (9:6)
                       TO WS-PRG-HORA-INI (WS-PRG-ACHADO)
      *>  A fresh INI after a FIM is a rerun in flight: the quadro
      *>  goes back to EM ABERTO until its new FIM lands.
                   MOVE SPACES TO WS-PRG-HORA-FIM (WS-PRG-ACHADO)
                   MOVE 'N'    TO WS-PRG-TEM-FIM (WS-PRG-ACHADO)
      *>  A rollback keeps the reverted run's code and counts on the
      *>  line, with the time of the rollback as its end.
               WHEN 'RBK'
                   MOVE RLG-DATA-HORA (9:6)
                       TO WS-PRG-HORA-FIM (WS-PRG-ACHADO)
                   MOVE 'R' TO WS-PRG-TEM-FIM (WS-PRG-ACHADO)
               WHEN OTHER
                   MOVE RLG-DATA-HORA (9:6)
                       TO WS-PRG-HORA-FIM (WS-PRG-ACHADO)
                   MOVE 'S' TO WS-PRG-TEM-FIM (WS-PRG-ACHADO)
                   MOVE RLG-CODIGO-RETORNO TO WS-PRG-RC (WS-PRG-ACHADO)
                   MOVE RLG-CONTAGEM-1
                       TO WS-PRG-CONTAGEM-1 (WS-PRG-ACHADO)
                   MOVE RLG-CONTAGEM-2
                       TO WS-PRG-CONTAGEM-2 (WS-PRG-ACHADO)
           END-EVALUATE

           .

                       ADD 1 TO WS-TOTAL-FALHA
               END-EVALUATE
           ELSE
               IF WS-PRG-TEM-FIM (WS-IDX-PRG) = 'R'
                   MOVE WS-PRG-HORA-FIM (WS-IDX-PRG) TO WS-LIN-HORA-FIM
                   MOVE WS-PRG-RC (WS-IDX-PRG)       TO WS-LIN-RC
                   MOVE WS-PRG-CONTAGEM-1 (WS-IDX-PRG)
                       TO WS-LIN-CONTAGEM-1
                   MOVE WS-PRG-CONTAGEM-2 (WS-IDX-PRG)
                       TO WS-LIN-CONTAGEM-2
                   MOVE 'REVERTIDO' TO WS-LIN-SITUACAO
                   ADD 1 TO WS-TOTAL-REVERTIDO
               ELSE
                   MOVE SPACES      TO WS-LIN-HORA-FIM
                   MOVE '--'        TO WS-LIN-RC
                   MOVE 'EM ABERTO' TO WS-LIN-SITUACAO
                   ADD 1 TO WS-TOTAL-ABERTO
               END-IF
           END-IF

           WRITE REL-LINHA FROM WS-LIN-PROGRAMA
                  '  AVISO: ' WS-TOTAL-AVISO
                  '  FALHOU: ' WS-TOTAL-FALHA
                  '  EM ABERTO: ' WS-TOTAL-ABERTO
                  '  REVERTIDO: ' WS-TOTAL-REVERTIDO
                  DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA

