               RECORD KEY IS PF-CHAVE-REGISTRO
               ALTERNATE RECORD KEY IS PF-ULTIMO-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PF-CPF
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PFCADAST.

           SELECT PFRUNLOG ASSIGN TO 'PFRUNLOG.DAT'
           LABEL RECORDS ARE STANDARD.
       01  SEQ-REGISTRO-CADAST.
           05  SEQ-CHAVE-REGISTRO       PIC 9(06).
           05  FILLER                   PIC X(444).

       FD  PFCADAST
           LABEL RECORDS ARE STANDARD.
           05  PF-PRIMEIRO-NOME         PIC X(15).
           05  PF-ULTIMO-NOME           PIC X(20).
           05  FILLER                   PIC X(363).
           05  PF-CPF                   PIC X(11).
           05  FILLER                   PIC X(35).

       FD  PFRUNLOG
           LABEL RECORDS ARE STANDARD.
