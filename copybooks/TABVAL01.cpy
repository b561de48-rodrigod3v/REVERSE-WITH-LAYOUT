           88  WS-ACHOU-PROF-88                 VALUE 'S'.
       77  WS-DESC-PROFISSAO       PIC X(20).
       77  WS-AUD-CAMPO-ALTERADO   PIC X(15).
       77  WS-AUD-REGISTRO-ANTES   PIC X(450).
       77  WS-AUD-REGISTRO-DEPOIS  PIC X(450).
       77  WS-EXISTE-PFCEPREF      PIC X(01) VALUE 'N'.
           88  EXISTE-PFCEPREF                VALUE 'S'.
      *>  DDD lookup over the PFDDDREF numbering reference file: the
      *>  UF the phone's area code belongs to, checked against the
      *>  registrant's addresses. Without the file the DDD is only
      *>  checked against WS-TABELA-DDD-VALIDOS below.
       77  WS-EXISTE-PFDDDREF      PIC X(01) VALUE 'N'.
           88  EXISTE-PFDDDREF                VALUE 'S'.
       77  WS-UF-DO-DDD            PIC X(02) VALUE SPACES.
       77  WS-IDX-END-DDD          PIC 99.
       77  WS-ACHOU-UF-DDD         PIC X(01) VALUE 'N'.
           88  WS-ACHOU-UF-DDD-88             VALUE 'S'.
      *>  CPF check-digit work areas and the duplicate-CPF lookup over
      *>  the PFCADCPF view of the master (skipped when the caller
      *>  could not open it, same as the PFCEPREF reconciliation).
       77  WS-EXISTE-PFCADCPF      PIC X(01) VALUE 'N'.
           88  EXISTE-PFCADCPF                VALUE 'S'.
       77  WS-CPF-VALIDO           PIC X(01) VALUE 'N'.
           88  WS-CPF-VALIDO-88               VALUE 'S'.
       77  WS-FIM-CPF              PIC X(01) VALUE 'N'.
           88  WS-FIM-CPF-88                  VALUE 'S'.
       77  WS-IDX-CPF              PIC 99.
       77  WS-CPF-IGUAIS           PIC 99.
       77  WS-CPF-SOMA             PIC 9(04).
       77  WS-CPF-QUOCIENTE        PIC 9(04).
       77  WS-CPF-RESTO            PIC 9(02).
       77  WS-CPF-DV               PIC 9(02).
      *>  Chave a movement will really land on after the PFCHXREF
      *>  redirect, set by PFMOVEDT: that registrant's own record is
      *>  not a duplicate of the image. One digit more than the
      *>  record key so the starting value matches no real chave.
       77  WS-CHAVE-SOBREVIVENTE   PIC 9(07) VALUE 9999999.
      *>  Attempt number stamped on every reject written by 1590: the
      *>  nightly batch leaves it at 01, the resubmission run loads it
      *>  with the prior attempt plus one before revalidating.
       77  WS-TENTATIVA-ATUAL      PIC 9(02) VALUE 01.
       77  WS-IDX-MOT              PIC 99.
      *>  Reject lines written this run, by motivo code, in order of
      *>  first appearance (1595-GRAVA-LINHA-REJEITO keeps it). The
      *>  nightly carries it in its checkpoint and statistics history;
      *>  the other callers just leave it unused. Once 29 codes are
      *>  in, any further code is counted in slot 30 under '****'.
       01  WS-TABELA-MOTIVOS.
           05  WS-QTD-MOTIVOS       PIC 9(02) VALUE ZEROS.
           05  WS-MOTIVO-ENTRY      OCCURS 30 TIMES.
               10  WS-MOT-CODIGO        PIC X(04).
               10  WS-MOT-CONTADOR      PIC 9(06).

       01  WS-TABELA-UF-VALIDAS.
           05  FILLER               PIC X(54) VALUE
