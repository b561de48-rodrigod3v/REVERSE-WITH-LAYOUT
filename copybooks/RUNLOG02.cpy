      *>  in WS-PRE-PROGRAMA for the current processing date; a
      *>  missing ledger simply finds nothing. A rerun after a bad
      *>  end therefore passes: the later FIM overrides the earlier.
      *>  An RBK stamp (PFGERPRO rolled that run's generations back)
      *>  cancels the FIM before it: the successors refuse again and
      *>  the program itself may be rerun for the date.
       8800-PROCURA-FIM-ANTERIOR.

           IF WS-RLG-DATA-PROC = ZEROS
                               MOVE 99 TO WS-PRE-ULTIMO-RC
                           END-IF
                       END-IF
                       IF RLG-PROGRAMA = WS-PRE-PROGRAMA
                       AND RLG-EVENTO = 'RBK'
                       AND RLG-DATA-PROC = WS-RLG-DATA-PROC
                           MOVE 'N' TO WS-PRE-ACHOU-FIM
                           MOVE ZEROS TO WS-PRE-ULTIMO-RC
                       END-IF
               END-READ
           END-PERFORM

