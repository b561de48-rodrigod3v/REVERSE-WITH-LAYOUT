      *          work, billing) and more than one phone (mobile, home,
      *          work); WS-QTD-ENDERECOS / WS-QTD-TELEFONES say how many
      *          of the 3 OCCURS slots below are actually in use.
      *          Layout version 02 (450 bytes): the first 404 bytes
      *          are the original version 01 record unchanged, the CPF
      *          and the version stamp follow, and the trailing FILLER
      *          is reserved so the next field can be added without
      *          converting every file that carries this image again.
      ******************************************************************
       01  WS-DADOS-PESSOA.
           05  WS-CHAVE-REGISTRO        PIC 9(06).
           05  WS-NUM-PASSAPORTE        PIC X(12).
           05  WS-TIPO-VISTO            PIC X(10).
           05  WS-VALIDADE-VISTO        PIC 9(08).
      *>   11 digits, check digits validated by VALID001. May be left
      *>   blank only by a non-BR registrant who carries a passport
      *>   (or on a version 01 record, see below).
           05  WS-CPF                   PIC X(11).
           05  WS-CPF-R REDEFINES WS-CPF.
               10  WS-CPF-DIGITO        PIC 9(01) OCCURS 11 TIMES.
      *>   Stamped '02' by every job that builds a record from desk
      *>   input. Blank means a version 01 record carried over by
      *>   PFLAYCNV, which is exempt from the CPF requirement until
      *>   the desk keys it again.
           05  WS-VERSAO-LAYOUT         PIC X(02).
               88  WS-LAYOUT-ATUAL                 VALUE '02'.
           05  FILLER                   PIC X(33).
