      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:15/10/2026
      * Purpose: GENERATION CATALOG PROMOTE / ROLLBACK JOB. EVERY JOB
      *          THAT WRITES A NEW GENERATION OF A LIVE FILE UNDER ITS
      *          OWN NAME (PFMOVAPL, PFAUDRCV, PFCEPCAR, PFDDDCAR,
      *          PFREJAGE, PFLGPDEL, PFINTEGR IN REPAIR MODE) REGISTERS
      *          IT ON THE PFGERCAT CATALOG AS PENDENTE WITH THE RECORD
      *          COUNT AND CHAVE HASH IT WROTE. THIS JOB, DRIVEN BY
      *          PFGERPRM.DAT (ACAO + PRODUCING JOB + GENERATIONS TO
      *          KEEP), DOES THE SWAP OPERATIONS USED TO DO BY HAND:
      *          P (PROMOVER) - THE PRODUCER MUST HAVE A FIM ON THE
      *              PFRUNLOG LEDGER FOR THE GENERATION'S DATE WITHIN
      *              ITS RETURN CODE LIMIT, AND EVERY NEW FILE MUST
      *              RECOUNT AND REHASH TO WHAT THE PRODUCER STAMPED;
      *              THEN EACH LIVE FILE IS KEPT AS NAME.Gnnnn AND THE
      *              NEW ONE TAKES THE LIVE NAME. PRIOR GENERATIONS
      *              BEYOND THE NUMBER TO KEEP ARE DELETED.
      *          R (REVERTER) - PUTS BACK THE PRIOR GENERATION OF EVERY
      *              FILE THE PRODUCER'S LAST PROMOTION REPLACED AND
      *              STAMPS AN RBK ON THE LEDGER UNDER THE PRODUCER'S
      *              NAME, SO ITS SUCCESSORS REFUSE AGAIN AND IT MAY BE
      *              RERUN FOR THE DATE.
      *          D (DESCARTAR) - DROPS THE PRODUCER'S PENDING
      *              GENERATIONS WITHOUT SWAPPING, SAME RBK STAMP.
      *          L (LISTAR) - PRINTS THE WHOLE CATALOG.
      *          EVERY ACTION IS LISTED ON PFGERREL.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PFGERPRO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PFGERPRM ASSIGN TO 'PFGERPRM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFGERPRM.

           SELECT PFGERCAT ASSIGN TO 'PFGERCAT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-CHAVE
               FILE STATUS IS WS-FS-PFGERCAT.

           SELECT PFGERREL ASSIGN TO 'PFGERREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFGERREL.

           SELECT PFRUNLOG ASSIGN TO 'PFRUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFRUNLOG.

      *>  The new generations, read back only to recount them. Each
      *>  is declared exactly as its producer writes it.
           SELECT PFCADNEW ASSIGN TO 'PFCADNEW.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NOV-CHAVE-REGISTRO
               ALTERNATE RECORD KEY IS NOV-ULTIMO-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS NOV-CPF
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PFCADNEW.

           SELECT PFCADRCV ASSIGN TO 'PFCADRCV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RCV-CHAVE-REGISTRO
               ALTERNATE RECORD KEY IS RCV-ULTIMO-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RCV-CPF
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PFCADRCV.

           SELECT PFCEPNEW ASSIGN TO 'PFCEPNEW.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NCP-CHAVE-CEP
               FILE STATUS IS WS-FS-PFCEPNEW.

           SELECT PFDDDNEW ASSIGN TO 'PFDDDNEW.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NDD-CODIGO
               FILE STATUS IS WS-FS-PFDDDNEW.

           SELECT PFREJPUR ASSIGN TO 'PFREJPUR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFREJPUR.

           SELECT PFAUDITN ASSIGN TO 'PFAUDITN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFAUDITN.

           SELECT PFAUDMVN ASSIGN TO 'PFAUDMVN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFAUDMVN.

           SELECT PFAUDRSN ASSIGN TO 'PFAUDRSN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFAUDRSN.

           SELECT PFREJEIN ASSIGN TO 'PFREJEIN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFREJEIN.

           SELECT PFREJMVN ASSIGN TO 'PFREJMVN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFREJMVN.

           SELECT PFREJCIN ASSIGN TO 'PFREJCIN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFREJCIN.

           SELECT PFCRMEXN ASSIGN TO 'PFCRMEXN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFCRMEXN.

           SELECT PFAUDMGN ASSIGN TO 'PFAUDMGN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFAUDMGN.

           SELECT PFAUDEDN ASSIGN TO 'PFAUDEDN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFAUDEDN.

           SELECT PFAUDBXN ASSIGN TO 'PFAUDBXN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFAUDBXN.

           SELECT PFREJEDN ASSIGN TO 'PFREJEDN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFREJEDN.

           SELECT PFENDLIM ASSIGN TO 'PFENDLIM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STL-CHAVE-REGISTRO
               FILE STATUS IS WS-FS-PFENDLIM.

           SELECT PFNTFLIM ASSIGN TO 'PFNTFLIM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NTL-CHAVE-REGISTRO
               FILE STATUS IS WS-FS-PFNTFLIM.

           SELECT PFXRFLIM ASSIGN TO 'PFXRFLIM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XRL-CHAVE-ANTIGA
               FILE STATUS IS WS-FS-PFXRFLIM.

           SELECT PFCICLIM ASSIGN TO 'PFCICLIM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFCICLIM.
       DATA DIVISION.
       FILE SECTION.
       FD  PFGERPRM
           LABEL RECORDS ARE STANDARD.
       01  PRM-REGISTRO.
           05  PRM-ACAO                 PIC X(01).
           05  FILLER                   PIC X(01).
           05  PRM-PROGRAMA             PIC X(08).
           05  FILLER                   PIC X(01).
           05  PRM-GERACOES             PIC X(02).

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

       FD  PFGERREL
           LABEL RECORDS ARE STANDARD.
       01  REL-LINHA                    PIC X(80).

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

       FD  PFCADNEW
           LABEL RECORDS ARE STANDARD.
       01  NOV-REGISTRO-CADAST.
           05  NOV-CHAVE-REGISTRO       PIC 9(06).
           05  NOV-PRIMEIRO-NOME        PIC X(15).
           05  NOV-ULTIMO-NOME          PIC X(20).
           05  FILLER                   PIC X(363).
           05  NOV-CPF                  PIC X(11).
           05  FILLER                   PIC X(35).

       FD  PFCADRCV
           LABEL RECORDS ARE STANDARD.
       01  RCV-REGISTRO-CADAST.
           05  RCV-CHAVE-REGISTRO       PIC 9(06).
           05  RCV-PRIMEIRO-NOME        PIC X(15).
           05  RCV-ULTIMO-NOME          PIC X(20).
           05  FILLER                   PIC X(363).
           05  RCV-CPF                  PIC X(11).
           05  FILLER                   PIC X(35).

       FD  PFCEPNEW
           LABEL RECORDS ARE STANDARD.
       01  NCP-REGISTRO.
           05  NCP-CHAVE-CEP            PIC X(05).
           05  NCP-CIDADE               PIC X(20).
           05  NCP-UF                   PIC X(02).

       FD  PFDDDNEW
           LABEL RECORDS ARE STANDARD.
       01  NDD-REGISTRO.
           05  NDD-CODIGO               PIC X(02).
           05  NDD-UF                   PIC X(02).

       FD  PFREJPUR
           LABEL RECORDS ARE STANDARD.
       01  PUR-REGISTRO                 PIC X(116).

       FD  PFAUDITN
           LABEL RECORDS ARE STANDARD.
       01  NAU-REGISTRO                 PIC X(977).

       FD  PFAUDMVN
           LABEL RECORDS ARE STANDARD.
       01  NAM-REGISTRO                 PIC X(977).

       FD  PFAUDRSN
           LABEL RECORDS ARE STANDARD.
       01  NAR-REGISTRO                 PIC X(977).

       FD  PFREJEIN
           LABEL RECORDS ARE STANDARD.
       01  NRE-REGISTRO                 PIC X(116).

       FD  PFREJMVN
           LABEL RECORDS ARE STANDARD.
       01  NRM-REGISTRO                 PIC X(113).

       FD  PFREJCIN
           LABEL RECORDS ARE STANDARD.
       01  NRC-REGISTRO                 PIC X(116).

       FD  PFCRMEXN
           LABEL RECORDS ARE STANDARD.
       01  NCX-REGISTRO                 PIC X(250).

       FD  PFAUDMGN
           LABEL RECORDS ARE STANDARD.
       01  NMG-REGISTRO                 PIC X(977).

       FD  PFAUDEDN
           LABEL RECORDS ARE STANDARD.
       01  NED-REGISTRO                 PIC X(977).

       FD  PFAUDBXN
           LABEL RECORDS ARE STANDARD.
       01  NBX-REGISTRO                 PIC X(977).

       FD  PFREJEDN
           LABEL RECORDS ARE STANDARD.
       01  NRD-REGISTRO                 PIC X(116).

       FD  PFENDLIM
           LABEL RECORDS ARE STANDARD.
       01  STL-REGISTRO.
           05  STL-CHAVE-REGISTRO       PIC 9(06).
           05  FILLER                   PIC X(12).

       FD  PFNTFLIM
           LABEL RECORDS ARE STANDARD.
       01  NTL-REGISTRO.
           05  NTL-CHAVE-REGISTRO       PIC 9(06).
           05  FILLER                   PIC X(11).

       FD  PFXRFLIM
           LABEL RECORDS ARE STANDARD.
       01  XRL-REGISTRO.
           05  XRL-CHAVE-ANTIGA         PIC 9(06).
           05  FILLER                   PIC X(01).
           05  XRL-CHAVE-NOVA           PIC 9(06).

       FD  PFCICLIM
           LABEL RECORDS ARE STANDARD.
       01  CIL-REGISTRO                 PIC X(116).
       WORKING-STORAGE SECTION.
       77  WS-FS-PFGERPRM          PIC X(02) VALUE '00'.
       77  WS-FS-PFGERREL          PIC X(02) VALUE '00'.
       77  WS-FS-PFCADNEW          PIC X(02) VALUE '00'.
       77  WS-FS-PFCADRCV          PIC X(02) VALUE '00'.
       77  WS-FS-PFCEPNEW          PIC X(02) VALUE '00'.
       77  WS-FS-PFDDDNEW          PIC X(02) VALUE '00'.
       77  WS-FS-PFREJPUR          PIC X(02) VALUE '00'.
       77  WS-FS-PFAUDITN          PIC X(02) VALUE '00'.
       77  WS-FS-PFAUDMVN          PIC X(02) VALUE '00'.
       77  WS-FS-PFAUDRSN          PIC X(02) VALUE '00'.
       77  WS-FS-PFREJEIN          PIC X(02) VALUE '00'.
       77  WS-FS-PFREJMVN          PIC X(02) VALUE '00'.
       77  WS-FS-PFREJCIN          PIC X(02) VALUE '00'.
       77  WS-FS-PFCRMEXN          PIC X(02) VALUE '00'.
       77  WS-FS-PFAUDMGN          PIC X(02) VALUE '00'.
       77  WS-FS-PFAUDEDN          PIC X(02) VALUE '00'.
       77  WS-FS-PFAUDBXN          PIC X(02) VALUE '00'.
       77  WS-FS-PFREJEDN          PIC X(02) VALUE '00'.
       77  WS-FS-PFENDLIM          PIC X(02) VALUE '00'.
       77  WS-FS-PFNTFLIM          PIC X(02) VALUE '00'.
       77  WS-FS-PFXRFLIM          PIC X(02) VALUE '00'.
       77  WS-FS-PFCICLIM          PIC X(02) VALUE '00'.
       77  WS-EOF-ARQUIVO          PIC X(01) VALUE 'N'.
           88  END-OF-FILE-ARQUIVO             VALUE 'S'.
       77  WS-EOF-PFGERCAT         PIC X(01) VALUE 'N'.
           88  END-OF-FILE-PFGERCAT            VALUE 'S'.
       77  WS-ACAO                 PIC X(01) VALUE SPACES.
           88  ACAO-PROMOVER                   VALUE 'P'.
           88  ACAO-REVERTER                   VALUE 'R'.
           88  ACAO-DESCARTAR                  VALUE 'D'.
           88  ACAO-LISTAR                     VALUE 'L'.
       77  WS-PROGRAMA-ALVO        PIC X(08) VALUE SPACES.
       77  WS-GERACOES-MANTER      PIC 9(02) VALUE 03.
       77  WS-RC-LIMITE            PIC 9(02) VALUE ZEROS.
       77  WS-DATA-GERACAO         PIC 9(08) VALUE ZEROS.
       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WS-IDX-PAR              PIC 9(02).
       77  WS-QTD-SELECIONADOS     PIC 9(02) VALUE ZEROS.
       77  WS-QTD-RECUSAS          PIC 9(02) VALUE ZEROS.
       77  WS-ARQ-ALVO             PIC X(08) VALUE SPACES.
       77  WS-ULTIMA-GERACAO       PIC 9(04) VALUE ZEROS.
       77  WS-GERACAO-ATIVA        PIC 9(04) VALUE ZEROS.
       77  WS-GERACAO-ANTERIOR     PIC 9(04) VALUE ZEROS.
       77  WS-GERACAO-NOVA         PIC 9(04) VALUE ZEROS.
       77  WS-QTD-GUARDADAS        PIC 9(04) VALUE ZEROS.
       77  WS-QTD-EXCEDENTES       PIC 9(04) VALUE ZEROS.
       77  WS-NOME-ORIGEM          PIC X(20) VALUE SPACES.
       77  WS-NOME-DESTINO         PIC X(20) VALUE SPACES.
       77  WS-NOME-ELIMINAR        PIC X(20) VALUE SPACES.
       77  WS-RC-ROTINA            PIC 9(04) VALUE ZEROS.
       77  WS-CNT-PRESENTE         PIC X(01) VALUE 'N'.
           88  CNT-PRESENTE                    VALUE 'S'.
       77  WS-CNT-QTD              PIC 9(09) VALUE ZEROS.
       77  WS-CNT-HASH             PIC 9(15) VALUE ZEROS.
       77  WS-TITULO-SECAO         PIC X(80) VALUE SPACES.
       77  WS-TOTAL-PROMOVIDOS     PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-REVERTIDOS     PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-DESCARTADOS    PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-ELIMINADOS     PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-LISTADOS       PIC 9(06) VALUE ZEROS.

      *>  Every producer/live file/new file triple the catalog knows,
      *>  with the highest producer return code still promotable: 04
      *>  where a warning end is the job's normal working outcome
      *>  (conflicts for operations to read on the PFAUDRCV tie-out,
      *>  problems found by a PFINTEGR repair run), 00 elsewhere.
       01  WS-TABELA-PARES.
           05  FILLER  PIC X(26) VALUE 'PFMOVAPLPFCADASTPFCADNEW00'.
           05  FILLER  PIC X(26) VALUE 'PFAUDRCVPFCADASTPFCADRCV04'.
           05  FILLER  PIC X(26) VALUE 'PFCEPCARPFCEPREFPFCEPNEW00'.
           05  FILLER  PIC X(26) VALUE 'PFREJAGEPFREJCICPFREJPUR00'.
           05  FILLER  PIC X(26) VALUE 'PFLGPDELPFAUDITOPFAUDITN00'.
           05  FILLER  PIC X(26) VALUE 'PFLGPDELPFAUDMOVPFAUDMVN00'.
           05  FILLER  PIC X(26) VALUE 'PFLGPDELPFAUDRESPFAUDRSN00'.
           05  FILLER  PIC X(26) VALUE 'PFLGPDELPFREJEITPFREJEIN00'.
           05  FILLER  PIC X(26) VALUE 'PFLGPDELPFREJMOVPFREJMVN00'.
           05  FILLER  PIC X(26) VALUE 'PFLGPDELPFREJCICPFREJCIN00'.
           05  FILLER  PIC X(26) VALUE 'PFLGPDELPFCRMEXTPFCRMEXN00'.
           05  FILLER  PIC X(26) VALUE 'PFLGPDELPFAUDMRGPFAUDMGN00'.
           05  FILLER  PIC X(26) VALUE 'PFLGPDELPFAUDEDTPFAUDEDN00'.
           05  FILLER  PIC X(26) VALUE 'PFLGPDELPFAUDBXAPFAUDBXN00'.
           05  FILLER  PIC X(26) VALUE 'PFLGPDELPFREJEDTPFREJEDN00'.
           05  FILLER  PIC X(26) VALUE 'PFINTEGRPFENDSTAPFENDLIM04'.
           05  FILLER  PIC X(26) VALUE 'PFINTEGRPFVISNTFPFNTFLIM04'.
           05  FILLER  PIC X(26) VALUE 'PFINTEGRPFCHXREFPFXRFLIM04'.
           05  FILLER  PIC X(26) VALUE 'PFINTEGRPFREJCICPFCICLIM04'.
           05  FILLER  PIC X(26) VALUE 'PFDDDCARPFDDDREFPFDDDNEW00'.
       01  WS-TABELA-PARES-R REDEFINES WS-TABELA-PARES.
           05  WS-PAR-ENTRY OCCURS 20 TIMES.
               10  WS-PAR-PROGRAMA      PIC X(08).
               10  WS-PAR-ARQUIVO       PIC X(08).
               10  WS-PAR-NOVO          PIC X(08).
               10  WS-PAR-RC-LIMITE     PIC 9(02).

      *>  What this run found for each triple of the chosen producer:
      *>  whether it takes part, and the generations it moves.
       01  WS-TABELA-SELECAO.
           05  WS-SEL-ENTRY OCCURS 20 TIMES.
               10  WS-SEL-MARCA         PIC X(01).
               10  WS-SEL-ATIVA         PIC 9(04).
               10  WS-SEL-ANTERIOR      PIC 9(04).

       01  WS-LIN-GERACAO.
           05  WS-LGE-ARQUIVO       PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-LGE-GERACAO       PIC 9(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-LGE-SITUACAO      PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-LGE-DATA-PROC     PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-LGE-DATA-PROMOCAO PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-LGE-QTD           PIC 9(09).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-LGE-DETALHE       PIC X(27).

       01  WS-CAB-COLUNAS.
           05  FILLER               PIC X(09) VALUE 'ARQUIVO  '.
           05  FILLER               PIC X(05) VALUE 'GER  '.
           05  FILLER               PIC X(11) VALUE 'SITUACAO   '.
           05  FILLER               PIC X(09) VALUE 'DATA-PROC'.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(09) VALUE 'PROMOCAO '.
           05  FILLER               PIC X(10) VALUE 'REGISTROS '.
           05  FILLER               PIC X(26) VALUE 'OBSERVACAO'.

       COPY 'RUNLOG01'.
       COPY 'GERCAT01'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 0100-LE-PARAMETROS

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE
           MOVE 'PFGERPRO' TO WS-RLG-PROGRAMA

           OPEN I-O PFGERCAT
           IF WS-FS-PFGERCAT NOT = '00'
               DISPLAY 'ERRO FATAL: PFGERCAT NAO PODE SER ABERTO - '
                   'FILE STATUS ' WS-FS-PFGERCAT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT PFGERREL

           EVALUATE TRUE
               WHEN ACAO-PROMOVER
                   PERFORM 1000-PROMOVE
               WHEN ACAO-REVERTER
                   PERFORM 2000-REVERTE
               WHEN ACAO-DESCARTAR
                   PERFORM 3000-DESCARTA
               WHEN OTHER
                   PERFORM 3500-LISTA
           END-EVALUATE

           PERFORM 6000-IMPRIME-RESUMO

           CLOSE PFGERCAT
           CLOSE PFGERREL

           IF WS-QTD-RECUSAS > ZEROS
               MOVE 20 TO RETURN-CODE
               MOVE 20 TO WS-RLG-CODIGO-RETORNO
           END-IF

           MOVE WS-TOTAL-PROMOVIDOS TO WS-RLG-CONTAGEM-1
           IF ACAO-REVERTER
               MOVE WS-TOTAL-REVERTIDOS TO WS-RLG-CONTAGEM-1
           END-IF
           IF ACAO-DESCARTAR
               MOVE WS-TOTAL-DESCARTADOS TO WS-RLG-CONTAGEM-1
           END-IF
           IF ACAO-LISTAR
               MOVE WS-TOTAL-LISTADOS TO WS-RLG-CONTAGEM-1
           END-IF
           MOVE WS-TOTAL-ELIMINADOS TO WS-RLG-CONTAGEM-2
           PERFORM 8100-REGISTRA-FIM

           STOP RUN.

      *>  The action and, except for a listing, the producer are
      *>  required -- a blank or mistyped parameter must never turn
      *>  into a swap. Generations to keep default to 03; at least
      *>  one must stay, or there would be nothing to roll back to.
       0100-LE-PARAMETROS.

           OPEN INPUT PFGERPRM
           IF WS-FS-PFGERPRM NOT = '00'
               DISPLAY 'ERRO FATAL: PFGERPRM NAO PODE SER ABERTO - '
                   'FILE STATUS ' WS-FS-PFGERPRM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PFGERPRM
               AT END
                   DISPLAY 'ERRO FATAL: PFGERPRM VAZIO'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE PFGERPRM

           MOVE PRM-ACAO     TO WS-ACAO
           MOVE PRM-PROGRAMA TO WS-PROGRAMA-ALVO
           IF NOT ACAO-PROMOVER AND NOT ACAO-REVERTER
           AND NOT ACAO-DESCARTAR AND NOT ACAO-LISTAR
               DISPLAY 'ERRO FATAL: ACAO INVALIDA EM PFGERPRM - USAR '
                   'P (PROMOVER), R (REVERTER), D (DESCARTAR) OU '
                   'L (LISTAR)'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF PRM-GERACOES NOT = SPACES
               IF PRM-GERACOES IS NUMERIC
               AND PRM-GERACOES > '00'
                   MOVE PRM-GERACOES TO WS-GERACOES-MANTER
               ELSE
                   DISPLAY 'ERRO FATAL: GERACOES A MANTER INVALIDAS '
                       'EM PFGERPRM - ' PRM-GERACOES
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           IF NOT ACAO-LISTAR
               MOVE ZEROS TO WS-RC-LIMITE
               MOVE 'N' TO WS-CNT-PRESENTE
               PERFORM VARYING WS-IDX-PAR FROM 1 BY 1
                       UNTIL WS-IDX-PAR > 20
                   IF WS-PAR-PROGRAMA (WS-IDX-PAR) = WS-PROGRAMA-ALVO
                       MOVE 'S' TO WS-CNT-PRESENTE
                       MOVE WS-PAR-RC-LIMITE (WS-IDX-PAR)
                           TO WS-RC-LIMITE
                   END-IF
               END-PERFORM
               IF NOT CNT-PRESENTE
                   DISPLAY 'ERRO FATAL: ' WS-PROGRAMA-ALVO
                       ' NAO PRODUZ GERACOES CATALOGADAS'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           .

      *>  Promotion. The producer's pending entries must all carry
      *>  the same processing date; that date is the one this run is
      *>  stamped under and the one the producer's FIM is looked up
      *>  for. Nothing is renamed until every new file has tied out.
       1000-PROMOVE.

           PERFORM 1100-LOCALIZA-PENDENTES

           MOVE WS-DATA-GERACAO  TO WS-RLG-DATA-PROC
           MOVE WS-PROGRAMA-ALVO TO WS-PRE-PROGRAMA
           MOVE WS-RC-LIMITE     TO WS-PRE-RC-LIMITE
           PERFORM 8200-VERIFICA-PREREQUISITO
           PERFORM 8000-REGISTRA-INICIO

           MOVE 'CONFERENCIA DAS NOVAS GERACOES' TO WS-TITULO-SECAO
           PERFORM 7000-GRAVA-TITULO
           PERFORM VARYING WS-IDX-PAR FROM 1 BY 1
                   UNTIL WS-IDX-PAR > 20
               IF WS-SEL-MARCA (WS-IDX-PAR) = 'S'
                   PERFORM 1200-CONFERE-NOVO
               END-IF
           END-PERFORM

           IF WS-QTD-RECUSAS > ZEROS
               DISPLAY 'ERRO: CONTAGENS DE ' WS-PROGRAMA-ALVO
                   ' NAO CONFEREM COM O CATALOGO - PROMOCAO RECUSADA'
           ELSE
               MOVE 'PROMOCAO' TO WS-TITULO-SECAO
               PERFORM 7000-GRAVA-TITULO
               PERFORM VARYING WS-IDX-PAR FROM 1 BY 1
                       UNTIL WS-IDX-PAR > 20
                   IF WS-SEL-MARCA (WS-IDX-PAR) = 'S'
                       PERFORM 1300-PROMOVE-ARQUIVO
                   END-IF
               END-PERFORM
           END-IF

           .

      *>  A pending entry of a live file this producer feeds but
      *>  written by another job is not ours to promote; it is only
      *>  reported.
       1100-LOCALIZA-PENDENTES.

           MOVE ZEROS TO WS-QTD-SELECIONADOS
           MOVE ZEROS TO WS-DATA-GERACAO
           PERFORM VARYING WS-IDX-PAR FROM 1 BY 1
                   UNTIL WS-IDX-PAR > 20
               MOVE 'N' TO WS-SEL-MARCA (WS-IDX-PAR)
               IF WS-PAR-PROGRAMA (WS-IDX-PAR) = WS-PROGRAMA-ALVO
                   MOVE WS-PAR-ARQUIVO (WS-IDX-PAR) TO CAT-ARQUIVO
                   MOVE ZEROS TO CAT-GERACAO
                   READ PFGERCAT
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CAT-PROGRAMA = WS-PROGRAMA-ALVO
                           AND CAT-ARQUIVO-NOVO =
                               WS-PAR-NOVO (WS-IDX-PAR)
                               PERFORM 1150-SELECIONA-PENDENTE
                           ELSE
                               DISPLAY 'AVISO: ' CAT-ARQUIVO
                                   ' TEM GERACAO PENDENTE DE '
                                   CAT-PROGRAMA ' - NAO PROMOVIDA'
                           END-IF
                   END-READ
               END-IF
           END-PERFORM

           IF WS-QTD-SELECIONADOS = ZEROS
               DISPLAY 'ERRO: NENHUMA GERACAO PENDENTE DE '
                   WS-PROGRAMA-ALVO ' - NADA A PROMOVER'
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF

           .

       1150-SELECIONA-PENDENTE.

           IF WS-DATA-GERACAO = ZEROS
               MOVE CAT-DATA-PROC TO WS-DATA-GERACAO
           END-IF
           IF CAT-DATA-PROC NOT = WS-DATA-GERACAO
               DISPLAY 'ERRO FATAL: GERACOES PENDENTES DE '
                   WS-PROGRAMA-ALVO ' COM DATAS DIFERENTES - '
                   WS-DATA-GERACAO ' E ' CAT-DATA-PROC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'S' TO WS-SEL-MARCA (WS-IDX-PAR)
           ADD 1 TO WS-QTD-SELECIONADOS

           .

      *>  Recounts the new file and ties count and hash to the
      *>  pending entry; a new file that cannot be opened fails the
      *>  tie-out the same way.
       1200-CONFERE-NOVO.

           PERFORM 4000-CONTA-NOVO

           MOVE WS-PAR-ARQUIVO (WS-IDX-PAR) TO CAT-ARQUIVO
           MOVE ZEROS TO CAT-GERACAO
           READ PFGERCAT
               INVALID KEY
                   DISPLAY 'ERRO FATAL: ENTRADA PENDENTE DE '
                       CAT-ARQUIVO ' SUMIU DO CATALOGO'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ

           MOVE SPACES TO WS-LGE-DETALHE
           EVALUATE TRUE
               WHEN NOT CNT-PRESENTE
                   ADD 1 TO WS-QTD-RECUSAS
                   STRING WS-PAR-NOVO (WS-IDX-PAR) ' AUSENTE'
                       DELIMITED BY SIZE INTO WS-LGE-DETALHE
               WHEN WS-CNT-QTD NOT = CAT-QTD-REGISTROS
                   ADD 1 TO WS-QTD-RECUSAS
                   STRING 'LIDOS ' WS-CNT-QTD ' DIVERGENTE'
                       DELIMITED BY SIZE INTO WS-LGE-DETALHE
               WHEN WS-CNT-HASH NOT = CAT-HASH-CHAVES
                   ADD 1 TO WS-QTD-RECUSAS
                   MOVE 'HASH DE CHAVES DIVERGENTE' TO WS-LGE-DETALHE
               WHEN OTHER
                   STRING WS-PAR-NOVO (WS-IDX-PAR) ' CONFERE'
                       DELIMITED BY SIZE INTO WS-LGE-DETALHE
           END-EVALUATE
           PERFORM 7100-GRAVA-ENTRADA

           .

      *>  The live file (if there is one) becomes generation nnnn
      *>  under NAME.Gnnnn, the new file takes the live name, and the
      *>  catalog follows each rename as it happens so it always
      *>  tells the truth about the disk. A live file from before the
      *>  catalog existed is kept the same way, as a generation with
      *>  no producer on record.
       1300-PROMOVE-ARQUIVO.

           MOVE WS-PAR-ARQUIVO (WS-IDX-PAR) TO WS-ARQ-ALVO
           PERFORM 5000-LOCALIZA-GERACOES
           COMPUTE WS-GERACAO-NOVA = WS-ULTIMA-GERACAO + 1

           MOVE SPACES TO WS-NOME-ORIGEM
           STRING WS-ARQ-ALVO DELIMITED BY SPACE
                  '.DAT' DELIMITED BY SIZE INTO WS-NOME-ORIGEM
           IF WS-GERACAO-ATIVA > ZEROS
               MOVE WS-GERACAO-ATIVA TO CAT-GERACAO
               PERFORM 9300-NOME-GERACAO
               PERFORM 9100-RENOMEIA
               IF WS-RC-ROTINA NOT = ZEROS
                   DISPLAY 'ERRO FATAL: ' WS-NOME-ORIGEM
                       ' NAO PODE SER GUARDADO COMO ' WS-NOME-DESTINO
                       ' - RETORNO ' WS-RC-ROTINA
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-ARQ-ALVO TO CAT-ARQUIVO
               MOVE WS-GERACAO-ATIVA TO CAT-GERACAO
               PERFORM 5200-LE-ENTRADA
               MOVE 'H' TO CAT-SITUACAO
               PERFORM 5300-REGRAVA-ENTRADA
           ELSE
               MOVE WS-GERACAO-NOVA TO CAT-GERACAO
               PERFORM 9300-NOME-GERACAO
               PERFORM 9100-RENOMEIA
               IF WS-RC-ROTINA = ZEROS
                   MOVE SPACES           TO CAT-REGISTRO
                   MOVE WS-ARQ-ALVO      TO CAT-ARQUIVO
                   MOVE WS-GERACAO-NOVA  TO CAT-GERACAO
                   MOVE 'H'              TO CAT-SITUACAO
                   MOVE ZEROS            TO CAT-DATA-PROC
                   MOVE ZEROS            TO CAT-QTD-REGISTROS
                   MOVE ZEROS            TO CAT-HASH-CHAVES
                   MOVE ZEROS            TO CAT-DATA-PROMOCAO
                   MOVE FUNCTION CURRENT-DATE TO CAT-DATA-HORA
                   PERFORM 5400-GRAVA-ENTRADA
                   MOVE 'GERACAO ANTERIOR AO CATALOGO'
                       TO WS-LGE-DETALHE
                   PERFORM 7100-GRAVA-ENTRADA
                   ADD 1 TO WS-GERACAO-NOVA
               END-IF
           END-IF

           MOVE SPACES TO WS-NOME-ORIGEM
           STRING WS-PAR-NOVO (WS-IDX-PAR) DELIMITED BY SPACE
                  '.DAT' DELIMITED BY SIZE INTO WS-NOME-ORIGEM
           MOVE SPACES TO WS-NOME-DESTINO
           STRING WS-ARQ-ALVO DELIMITED BY SPACE
                  '.DAT' DELIMITED BY SIZE INTO WS-NOME-DESTINO
           PERFORM 9100-RENOMEIA
           IF WS-RC-ROTINA NOT = ZEROS
               DISPLAY 'ERRO FATAL: ' WS-NOME-ORIGEM
                   ' NAO PODE SER PROMOVIDO A ' WS-NOME-DESTINO
                   ' - RETORNO ' WS-RC-ROTINA
               DISPLAY 'ERRO FATAL: ' WS-ARQ-ALVO
                   ' SEM ARQUIVO VIVO - RESTAURAR A ULTIMA GERACAO '
                   'GUARDADA ANTES DE QUALQUER OUTRO JOB'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-ARQ-ALVO TO CAT-ARQUIVO
           MOVE ZEROS TO CAT-GERACAO
           PERFORM 5200-LE-ENTRADA
           DELETE PFGERCAT RECORD
           IF WS-FS-PFGERCAT NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO BAIXAR PENDENTE DE '
                   WS-ARQ-ALVO ' - FILE STATUS ' WS-FS-PFGERCAT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-GERACAO-NOVA TO CAT-GERACAO
           MOVE 'A'             TO CAT-SITUACAO
           MOVE WS-DATA-HOJE    TO CAT-DATA-PROMOCAO
           MOVE FUNCTION CURRENT-DATE TO CAT-DATA-HORA
           PERFORM 5400-GRAVA-ENTRADA
           ADD 1 TO WS-TOTAL-PROMOVIDOS
           MOVE SPACES TO WS-LGE-DETALHE
           STRING 'PROMOVIDO DE ' WS-PAR-NOVO (WS-IDX-PAR)
               DELIMITED BY SIZE INTO WS-LGE-DETALHE
           PERFORM 7100-GRAVA-ENTRADA

           PERFORM 5100-APLICA-RETENCAO

           .

      *>  Rollback of the producer's last promotion. Every file whose
      *>  active generation it wrote must have a prior generation on
      *>  disk and no new one pending, or nothing is touched.
       2000-REVERTE.

           PERFORM 2100-LOCALIZA-ATIVAS

           MOVE WS-DATA-GERACAO TO WS-RLG-DATA-PROC
           PERFORM 8000-REGISTRA-INICIO

           IF WS-QTD-RECUSAS > ZEROS
               DISPLAY 'ERRO: REVERSAO DE ' WS-PROGRAMA-ALVO
                   ' RECUSADA - VER PFGERREL'
           ELSE
               MOVE 'REVERSAO' TO WS-TITULO-SECAO
               PERFORM 7000-GRAVA-TITULO
               PERFORM VARYING WS-IDX-PAR FROM 1 BY 1
                       UNTIL WS-IDX-PAR > 20
                   IF WS-SEL-MARCA (WS-IDX-PAR) = 'S'
                       PERFORM 2200-REVERTE-ARQUIVO
                   END-IF
               END-PERFORM
               PERFORM 2900-REGISTRA-REVERSAO
           END-IF

           .

       2100-LOCALIZA-ATIVAS.

           MOVE ZEROS TO WS-QTD-SELECIONADOS
           MOVE ZEROS TO WS-DATA-GERACAO
           MOVE 'CONFERENCIA DAS GERACOES ATIVAS' TO WS-TITULO-SECAO
           PERFORM 7000-GRAVA-TITULO
           PERFORM VARYING WS-IDX-PAR FROM 1 BY 1
                   UNTIL WS-IDX-PAR > 20
               MOVE 'N' TO WS-SEL-MARCA (WS-IDX-PAR)
               IF WS-PAR-PROGRAMA (WS-IDX-PAR) = WS-PROGRAMA-ALVO
                   MOVE WS-PAR-ARQUIVO (WS-IDX-PAR) TO WS-ARQ-ALVO
                   PERFORM 5000-LOCALIZA-GERACOES
                   IF WS-GERACAO-ATIVA > ZEROS
                       MOVE WS-ARQ-ALVO TO CAT-ARQUIVO
                       MOVE WS-GERACAO-ATIVA TO CAT-GERACAO
                       PERFORM 5200-LE-ENTRADA
                       IF CAT-PROGRAMA = WS-PROGRAMA-ALVO
                       AND CAT-ARQUIVO-NOVO = WS-PAR-NOVO (WS-IDX-PAR)
                           PERFORM 2150-SELECIONA-ATIVA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-QTD-SELECIONADOS = ZEROS
               DISPLAY 'ERRO: NENHUMA GERACAO ATIVA DE '
                   WS-PROGRAMA-ALVO ' - NADA A REVERTER'
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF

           .

       2150-SELECIONA-ATIVA.

           IF WS-DATA-GERACAO = ZEROS
               MOVE CAT-DATA-PROC TO WS-DATA-GERACAO
           END-IF
           MOVE SPACES TO WS-LGE-DETALHE
           EVALUATE TRUE
               WHEN CAT-DATA-PROC NOT = WS-DATA-GERACAO
                   ADD 1 TO WS-QTD-RECUSAS
                   MOVE 'DE OUTRA DATA - REVERTER ANTES'
                       TO WS-LGE-DETALHE
               WHEN WS-GERACAO-ANTERIOR = ZEROS
                   ADD 1 TO WS-QTD-RECUSAS
                   MOVE 'SEM GERACAO ANTERIOR GUARDADA'
                       TO WS-LGE-DETALHE
               WHEN GER-PENDENTE
                   ADD 1 TO WS-QTD-RECUSAS
                   MOVE 'COM NOVA GERACAO PENDENTE' TO WS-LGE-DETALHE
               WHEN OTHER
                   STRING 'VOLTA A GERACAO ' WS-GERACAO-ANTERIOR
                       DELIMITED BY SIZE INTO WS-LGE-DETALHE
           END-EVALUATE
           PERFORM 7100-GRAVA-ENTRADA
           MOVE 'S' TO WS-SEL-MARCA (WS-IDX-PAR)
           MOVE WS-GERACAO-ATIVA    TO WS-SEL-ATIVA (WS-IDX-PAR)
           MOVE WS-GERACAO-ANTERIOR TO WS-SEL-ANTERIOR (WS-IDX-PAR)
           ADD 1 TO WS-QTD-SELECIONADOS

           .

      *>  The reverted generation is kept (DESFEITA) under its own
      *>  NAME.Gnnnn for inspection, and the prior one goes back under
      *>  the live name.
       2200-REVERTE-ARQUIVO.

           MOVE WS-PAR-ARQUIVO (WS-IDX-PAR) TO WS-ARQ-ALVO
           MOVE SPACES TO WS-NOME-ORIGEM
           STRING WS-ARQ-ALVO DELIMITED BY SPACE
                  '.DAT' DELIMITED BY SIZE INTO WS-NOME-ORIGEM
           MOVE WS-SEL-ATIVA (WS-IDX-PAR) TO CAT-GERACAO
           PERFORM 9300-NOME-GERACAO
           PERFORM 9100-RENOMEIA
           IF WS-RC-ROTINA NOT = ZEROS
               DISPLAY 'ERRO FATAL: ' WS-NOME-ORIGEM
                   ' NAO PODE SER GUARDADO COMO ' WS-NOME-DESTINO
                   ' - RETORNO ' WS-RC-ROTINA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-ARQ-ALVO TO CAT-ARQUIVO
           MOVE WS-SEL-ATIVA (WS-IDX-PAR) TO CAT-GERACAO
           PERFORM 5200-LE-ENTRADA
           MOVE 'D' TO CAT-SITUACAO
           PERFORM 5300-REGRAVA-ENTRADA
           MOVE 'GERACAO DESFEITA' TO WS-LGE-DETALHE
           PERFORM 7100-GRAVA-ENTRADA

           MOVE WS-SEL-ANTERIOR (WS-IDX-PAR) TO CAT-GERACAO
           PERFORM 9300-NOME-GERACAO
           MOVE WS-NOME-DESTINO TO WS-NOME-ORIGEM
           MOVE SPACES TO WS-NOME-DESTINO
           STRING WS-ARQ-ALVO DELIMITED BY SPACE
                  '.DAT' DELIMITED BY SIZE INTO WS-NOME-DESTINO
           PERFORM 9100-RENOMEIA
           IF WS-RC-ROTINA NOT = ZEROS
               DISPLAY 'ERRO FATAL: ' WS-NOME-ORIGEM
                   ' NAO PODE SER RESTAURADO A ' WS-NOME-DESTINO
                   ' - RETORNO ' WS-RC-ROTINA
               DISPLAY 'ERRO FATAL: ' WS-ARQ-ALVO
                   ' SEM ARQUIVO VIVO - RESTAURAR MANUALMENTE ANTES '
                   'DE QUALQUER OUTRO JOB'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-ARQ-ALVO TO CAT-ARQUIVO
           MOVE WS-SEL-ANTERIOR (WS-IDX-PAR) TO CAT-GERACAO
           PERFORM 5200-LE-ENTRADA
           MOVE 'A' TO CAT-SITUACAO
           MOVE WS-DATA-HOJE TO CAT-DATA-PROMOCAO
           PERFORM 5300-REGRAVA-ENTRADA
           ADD 1 TO WS-TOTAL-REVERTIDOS
           MOVE 'RESTAURADA COMO VIVA' TO WS-LGE-DETALHE
           PERFORM 7100-GRAVA-ENTRADA

           .

      *>  RBK under the producer's own name and date: RUNLOG02 then
      *>  treats that run as never having ended, so its successors
      *>  refuse and the producer itself may be rerun.
       2900-REGISTRA-REVERSAO.

           MOVE WS-PROGRAMA-ALVO TO WS-RLG-PROGRAMA
           MOVE 'RBK' TO WS-RLG-EVENTO-GRAVA
           MOVE WS-QTD-SELECIONADOS TO WS-RLG-CONTAGEM-1
           MOVE ZEROS TO WS-RLG-CONTAGEM-2
           PERFORM 8900-GRAVA-LEDGER
           MOVE 'PFGERPRO' TO WS-RLG-PROGRAMA

           .

      *>  Discards a bad run's pending generations without touching
      *>  the live files; the new files stay under their own names
      *>  (the producer's rerun overwrites them) and the entries are
      *>  kept as DESCARTADA for the record.
       3000-DESCARTA.

           PERFORM 1100-LOCALIZA-PENDENTES

           MOVE WS-DATA-GERACAO TO WS-RLG-DATA-PROC
           PERFORM 8000-REGISTRA-INICIO

           MOVE 'DESCARTE' TO WS-TITULO-SECAO
           PERFORM 7000-GRAVA-TITULO
           PERFORM VARYING WS-IDX-PAR FROM 1 BY 1
                   UNTIL WS-IDX-PAR > 20
               IF WS-SEL-MARCA (WS-IDX-PAR) = 'S'
                   PERFORM 3100-DESCARTA-ARQUIVO
               END-IF
           END-PERFORM
           PERFORM 2900-REGISTRA-REVERSAO

           .

       3100-DESCARTA-ARQUIVO.

           MOVE WS-PAR-ARQUIVO (WS-IDX-PAR) TO WS-ARQ-ALVO
           PERFORM 5000-LOCALIZA-GERACOES
           MOVE WS-ARQ-ALVO TO CAT-ARQUIVO
           MOVE ZEROS TO CAT-GERACAO
           PERFORM 5200-LE-ENTRADA
           DELETE PFGERCAT RECORD
           IF WS-FS-PFGERCAT NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO BAIXAR PENDENTE DE '
                   WS-ARQ-ALVO ' - FILE STATUS ' WS-FS-PFGERCAT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE CAT-GERACAO = WS-ULTIMA-GERACAO + 1
           MOVE 'X' TO CAT-SITUACAO
           MOVE FUNCTION CURRENT-DATE TO CAT-DATA-HORA
           PERFORM 5400-GRAVA-ENTRADA
           ADD 1 TO WS-TOTAL-DESCARTADOS
           MOVE SPACES TO WS-LGE-DETALHE
           STRING WS-PAR-NOVO (WS-IDX-PAR) ' DESCARTADO'
               DELIMITED BY SIZE INTO WS-LGE-DETALHE
           PERFORM 7100-GRAVA-ENTRADA

           .

       3500-LISTA.

           MOVE WS-DATA-HOJE TO WS-RLG-DATA-PROC
           PERFORM 8000-REGISTRA-INICIO

           MOVE 'CATALOGO DE GERACOES' TO WS-TITULO-SECAO
           PERFORM 7000-GRAVA-TITULO
           MOVE LOW-VALUES TO CAT-CHAVE
           MOVE 'N' TO WS-EOF-PFGERCAT
           START PFGERCAT KEY IS NOT LESS THAN CAT-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-EOF-PFGERCAT
           END-START
           PERFORM UNTIL END-OF-FILE-PFGERCAT
               READ PFGERCAT NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF-PFGERCAT
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LISTADOS
                       MOVE SPACES TO WS-LGE-DETALHE
                       STRING CAT-PROGRAMA ' ' CAT-ARQUIVO-NOVO
                           DELIMITED BY SIZE INTO WS-LGE-DETALHE
                       PERFORM 7100-GRAVA-ENTRADA
               END-READ
           END-PERFORM

           .

      *>  Leaves the record count and chave hash of the new file of
      *>  triple WS-IDX-PAR in WS-CNT-QTD/WS-CNT-HASH, by the same
      *>  rule its producer stamped them with.
       4000-CONTA-NOVO.

           MOVE 'N' TO WS-CNT-PRESENTE
           MOVE ZEROS TO WS-CNT-QTD
           MOVE ZEROS TO WS-CNT-HASH
           MOVE 'N' TO WS-EOF-ARQUIVO

           EVALUATE WS-PAR-NOVO (WS-IDX-PAR)
               WHEN 'PFCADNEW'
                   PERFORM 4010-CONTA-PFCADNEW
               WHEN 'PFCADRCV'
                   PERFORM 4020-CONTA-PFCADRCV
               WHEN 'PFCEPNEW'
                   PERFORM 4030-CONTA-PFCEPNEW
               WHEN 'PFREJPUR'
                   PERFORM 4040-CONTA-PFREJPUR
               WHEN 'PFAUDITN'
                   PERFORM 4050-CONTA-PFAUDITN
               WHEN 'PFAUDMVN'
                   PERFORM 4060-CONTA-PFAUDMVN
               WHEN 'PFAUDRSN'
                   PERFORM 4070-CONTA-PFAUDRSN
               WHEN 'PFREJEIN'
                   PERFORM 4080-CONTA-PFREJEIN
               WHEN 'PFREJMVN'
                   PERFORM 4090-CONTA-PFREJMVN
               WHEN 'PFREJCIN'
                   PERFORM 4100-CONTA-PFREJCIN
               WHEN 'PFCRMEXN'
                   PERFORM 4110-CONTA-PFCRMEXN
               WHEN 'PFAUDMGN'
                   PERFORM 4120-CONTA-PFAUDMGN
               WHEN 'PFAUDEDN'
                   PERFORM 4130-CONTA-PFAUDEDN
               WHEN 'PFAUDBXN'
                   PERFORM 4140-CONTA-PFAUDBXN
               WHEN 'PFREJEDN'
                   PERFORM 4150-CONTA-PFREJEDN
               WHEN 'PFENDLIM'
                   PERFORM 4160-CONTA-PFENDLIM
               WHEN 'PFNTFLIM'
                   PERFORM 4170-CONTA-PFNTFLIM
               WHEN 'PFXRFLIM'
                   PERFORM 4180-CONTA-PFXRFLIM
               WHEN 'PFCICLIM'
                   PERFORM 4190-CONTA-PFCICLIM
               WHEN 'PFDDDNEW'
                   PERFORM 4200-CONTA-PFDDDNEW
           END-EVALUATE

           .

       4010-CONTA-PFCADNEW.

           OPEN INPUT PFCADNEW
           IF WS-FS-PFCADNEW = '00'
               MOVE 'S' TO WS-CNT-PRESENTE
               PERFORM UNTIL END-OF-FILE-ARQUIVO
                   READ PFCADNEW NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-EOF-ARQUIVO
                       NOT AT END
                           MOVE NOV-CHAVE-REGISTRO TO WS-GER-CHAVE
                           PERFORM 4900-ACUMULA-CONTAGEM
                   END-READ
               END-PERFORM
               CLOSE PFCADNEW
           END-IF

           .

       4020-CONTA-PFCADRCV.

           OPEN INPUT PFCADRCV
           IF WS-FS-PFCADRCV = '00'
               MOVE 'S' TO WS-CNT-PRESENTE
               PERFORM UNTIL END-OF-FILE-ARQUIVO
                   READ PFCADRCV NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-EOF-ARQUIVO
                       NOT AT END
                           MOVE RCV-CHAVE-REGISTRO TO WS-GER-CHAVE
                           PERFORM 4900-ACUMULA-CONTAGEM
                   END-READ
               END-PERFORM
               CLOSE PFCADRCV
           END-IF

           .

       4030-CONTA-PFCEPNEW.

           OPEN INPUT PFCEPNEW
           IF WS-FS-PFCEPNEW = '00'
               MOVE 'S' TO WS-CNT-PRESENTE
               PERFORM UNTIL END-OF-FILE-ARQUIVO
                   READ PFCEPNEW NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-EOF-ARQUIVO
                       NOT AT END
                           MOVE NCP-CHAVE-CEP TO WS-GER-CHAVE-N
                           PERFORM 4900-ACUMULA-CONTAGEM
                   END-READ
               END-PERFORM
               CLOSE PFCEPNEW
           END-IF

           .

       4040-CONTA-PFREJPUR.

           OPEN INPUT PFREJPUR
           IF WS-FS-PFREJPUR = '00'
               MOVE 'S' TO WS-CNT-PRESENTE
               PERFORM UNTIL END-OF-FILE-ARQUIVO
                   READ PFREJPUR
                       AT END
                           MOVE 'S' TO WS-EOF-ARQUIVO
                       NOT AT END
                           MOVE PUR-REGISTRO (1:6) TO WS-GER-CHAVE
                           PERFORM 4900-ACUMULA-CONTAGEM
                   END-READ
               END-PERFORM
               CLOSE PFREJPUR
           END-IF

           .

       4050-CONTA-PFAUDITN.

           OPEN INPUT PFAUDITN
           IF WS-FS-PFAUDITN = '00'
               MOVE 'S' TO WS-CNT-PRESENTE
               PERFORM UNTIL END-OF-FILE-ARQUIVO
                   READ PFAUDITN
                       AT END
                           MOVE 'S' TO WS-EOF-ARQUIVO
                       NOT AT END
                           MOVE NAU-REGISTRO (1:6) TO WS-GER-CHAVE
                           PERFORM 4900-ACUMULA-CONTAGEM
                   END-READ
               END-PERFORM
               CLOSE PFAUDITN
           END-IF

           .

       4060-CONTA-PFAUDMVN.

           OPEN INPUT PFAUDMVN
           IF WS-FS-PFAUDMVN = '00'
               MOVE 'S' TO WS-CNT-PRESENTE
               PERFORM UNTIL END-OF-FILE-ARQUIVO
                   READ PFAUDMVN
                       AT END
                           MOVE 'S' TO WS-EOF-ARQUIVO
                       NOT AT END
                           MOVE NAM-REGISTRO (1:6) TO WS-GER-CHAVE
                           PERFORM 4900-ACUMULA-CONTAGEM
                   END-READ
               END-PERFORM
               CLOSE PFAUDMVN
           END-IF

           .

       4070-CONTA-PFAUDRSN.

           OPEN INPUT PFAUDRSN
           IF WS-FS-PFAUDRSN = '00'
               MOVE 'S' TO WS-CNT-PRESENTE
               PERFORM UNTIL END-OF-FILE-ARQUIVO
                   READ PFAUDRSN
                       AT END
                           MOVE 'S' TO WS-EOF-ARQUIVO
                       NOT AT END
                           MOVE NAR-REGISTRO (1:6) TO WS-GER-CHAVE
                           PERFORM 4900-ACUMULA-CONTAGEM
                   END-READ
               END-PERFORM
               CLOSE PFAUDRSN
           END-IF

           .

       4080-CONTA-PFREJEIN.

           OPEN INPUT PFREJEIN
           IF WS-FS-PFREJEIN = '00'
               MOVE 'S' TO WS-CNT-PRESENTE
               PERFORM UNTIL END-OF-FILE-ARQUIVO
                   READ PFREJEIN
                       AT END
                           MOVE 'S' TO WS-EOF-ARQUIVO
                       NOT AT END
                           MOVE NRE-REGISTRO (1:6) TO WS-GER-CHAVE
                           PERFORM 4900-ACUMULA-CONTAGEM
                   END-READ
               END-PERFORM
               CLOSE PFREJEIN
           END-IF

           .

       4090-CONTA-PFREJMVN.

           OPEN INPUT PFREJMVN
           IF WS-FS-PFREJMVN = '00'
               MOVE 'S' TO WS-CNT-PRESENTE
               PERFORM UNTIL END-OF-FILE-ARQUIVO
                   READ PFREJMVN
                       AT END
                           MOVE 'S' TO WS-EOF-ARQUIVO
                       NOT AT END
                           MOVE NRM-REGISTRO (1:6) TO WS-GER-CHAVE
                           PERFORM 4900-ACUMULA-CONTAGEM
                   END-READ
               END-PERFORM
               CLOSE PFREJMVN
           END-IF

           .

       4100-CONTA-PFREJCIN.

           OPEN INPUT PFREJCIN
           IF WS-FS-PFREJCIN = '00'
               MOVE 'S' TO WS-CNT-PRESENTE
               PERFORM UNTIL END-OF-FILE-ARQUIVO
                   READ PFREJCIN
                       AT END
                           MOVE 'S' TO WS-EOF-ARQUIVO
                       NOT AT END
                           MOVE NRC-REGISTRO (1:6) TO WS-GER-CHAVE
                           PERFORM 4900-ACUMULA-CONTAGEM
                   END-READ
               END-PERFORM
               CLOSE PFREJCIN
           END-IF

           .

       4110-CONTA-PFCRMEXN.

           OPEN INPUT PFCRMEXN
           IF WS-FS-PFCRMEXN = '00'
               MOVE 'S' TO WS-CNT-PRESENTE
               PERFORM UNTIL END-OF-FILE-ARQUIVO
                   READ PFCRMEXN
                       AT END
                           MOVE 'S' TO WS-EOF-ARQUIVO
                       NOT AT END
                           MOVE SPACES TO WS-GER-CHAVE
                           IF NCX-REGISTRO (1:2) = 'D;'
                               MOVE NCX-REGISTRO (3:6) TO WS-GER-CHAVE
                           END-IF
                           PERFORM 4900-ACUMULA-CONTAGEM
                   END-READ
               END-PERFORM
               CLOSE PFCRMEXN
           END-IF

           .

       4120-CONTA-PFAUDMGN.

           OPEN INPUT PFAUDMGN
           IF WS-FS-PFAUDMGN = '00'
               MOVE 'S' TO WS-CNT-PRESENTE
               PERFORM UNTIL END-OF-FILE-ARQUIVO
                   READ PFAUDMGN
                       AT END
                           MOVE 'S' TO WS-EOF-ARQUIVO
                       NOT AT END
                           MOVE NMG-REGISTRO (1:6) TO WS-GER-CHAVE
                           PERFORM 4900-ACUMULA-CONTAGEM
                   END-READ
               END-PERFORM
               CLOSE PFAUDMGN
           END-IF

           .

       4130-CONTA-PFAUDEDN.

           OPEN INPUT PFAUDEDN
           IF WS-FS-PFAUDEDN = '00'
               MOVE 'S' TO WS-CNT-PRESENTE
               PERFORM UNTIL END-OF-FILE-ARQUIVO
                   READ PFAUDEDN
                       AT END
                           MOVE 'S' TO WS-EOF-ARQUIVO
                       NOT AT END
                           MOVE NED-REGISTRO (1:6) TO WS-GER-CHAVE
                           PERFORM 4900-ACUMULA-CONTAGEM
                   END-READ
               END-PERFORM
               CLOSE PFAUDEDN
           END-IF

           .

       4140-CONTA-PFAUDBXN.

           OPEN INPUT PFAUDBXN
           IF WS-FS-PFAUDBXN = '00'
               MOVE 'S' TO WS-CNT-PRESENTE
               PERFORM UNTIL END-OF-FILE-ARQUIVO
                   READ PFAUDBXN
                       AT END
                           MOVE 'S' TO WS-EOF-ARQUIVO
                       NOT AT END
                           MOVE NBX-REGISTRO (1:6) TO WS-GER-CHAVE
                           PERFORM 4900-ACUMULA-CONTAGEM
                   END-READ
               END-PERFORM
               CLOSE PFAUDBXN
           END-IF

           .

       4150-CONTA-PFREJEDN.

           OPEN INPUT PFREJEDN
           IF WS-FS-PFREJEDN = '00'
               MOVE 'S' TO WS-CNT-PRESENTE
               PERFORM UNTIL END-OF-FILE-ARQUIVO
                   READ PFREJEDN
                       AT END
                           MOVE 'S' TO WS-EOF-ARQUIVO
                       NOT AT END
                           MOVE NRD-REGISTRO (1:6) TO WS-GER-CHAVE
                           PERFORM 4900-ACUMULA-CONTAGEM
                   END-READ
               END-PERFORM
               CLOSE PFREJEDN
           END-IF

           .

       4160-CONTA-PFENDLIM.

           OPEN INPUT PFENDLIM
           IF WS-FS-PFENDLIM = '00'
               MOVE 'S' TO WS-CNT-PRESENTE
               PERFORM UNTIL END-OF-FILE-ARQUIVO
                   READ PFENDLIM NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-EOF-ARQUIVO
                       NOT AT END
                           MOVE STL-CHAVE-REGISTRO TO WS-GER-CHAVE
                           PERFORM 4900-ACUMULA-CONTAGEM
                   END-READ
               END-PERFORM
               CLOSE PFENDLIM
           END-IF

           .

       4170-CONTA-PFNTFLIM.

           OPEN INPUT PFNTFLIM
           IF WS-FS-PFNTFLIM = '00'
               MOVE 'S' TO WS-CNT-PRESENTE
               PERFORM UNTIL END-OF-FILE-ARQUIVO
                   READ PFNTFLIM NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-EOF-ARQUIVO
                       NOT AT END
                           MOVE NTL-CHAVE-REGISTRO TO WS-GER-CHAVE
                           PERFORM 4900-ACUMULA-CONTAGEM
                   END-READ
               END-PERFORM
               CLOSE PFNTFLIM
           END-IF

           .

       4180-CONTA-PFXRFLIM.

           OPEN INPUT PFXRFLIM
           IF WS-FS-PFXRFLIM = '00'
               MOVE 'S' TO WS-CNT-PRESENTE
               PERFORM UNTIL END-OF-FILE-ARQUIVO
                   READ PFXRFLIM NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-EOF-ARQUIVO
                       NOT AT END
                           MOVE XRL-CHAVE-ANTIGA TO WS-GER-CHAVE
                           PERFORM 4900-ACUMULA-CONTAGEM
                   END-READ
               END-PERFORM
               CLOSE PFXRFLIM
           END-IF

           .

       4190-CONTA-PFCICLIM.

           OPEN INPUT PFCICLIM
           IF WS-FS-PFCICLIM = '00'
               MOVE 'S' TO WS-CNT-PRESENTE
               PERFORM UNTIL END-OF-FILE-ARQUIVO
                   READ PFCICLIM
                       AT END
                           MOVE 'S' TO WS-EOF-ARQUIVO
                       NOT AT END
                           MOVE CIL-REGISTRO (1:6) TO WS-GER-CHAVE
                           PERFORM 4900-ACUMULA-CONTAGEM
                   END-READ
               END-PERFORM
               CLOSE PFCICLIM
           END-IF

           .

       4200-CONTA-PFDDDNEW.

           OPEN INPUT PFDDDNEW
           IF WS-FS-PFDDDNEW = '00'
               MOVE 'S' TO WS-CNT-PRESENTE
               PERFORM UNTIL END-OF-FILE-ARQUIVO
                   READ PFDDDNEW NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-EOF-ARQUIVO
                       NOT AT END
                           MOVE NDD-CODIGO TO WS-GER-CHAVE-N
                           PERFORM 4900-ACUMULA-CONTAGEM
                   END-READ
               END-PERFORM
               CLOSE PFDDDNEW
           END-IF

           .
       4900-ACUMULA-CONTAGEM.

           ADD 1 TO WS-CNT-QTD
           IF WS-GER-CHAVE IS NUMERIC
               ADD WS-GER-CHAVE-N TO WS-CNT-HASH
           END-IF

           .

      *>  Walks the catalog entries of WS-ARQ-ALVO (generation 0001
      *>  up): highest generation number, the active one, the newest
      *>  prior one kept, how many are kept on disk, and whether a
      *>  new one is pending.
       5000-LOCALIZA-GERACOES.

           MOVE ZEROS TO WS-ULTIMA-GERACAO
           MOVE ZEROS TO WS-GERACAO-ATIVA
           MOVE ZEROS TO WS-GERACAO-ANTERIOR
           MOVE ZEROS TO WS-QTD-GUARDADAS
           MOVE 'N' TO WS-GER-PENDENTE

           MOVE WS-ARQ-ALVO TO CAT-ARQUIVO
           MOVE ZEROS TO CAT-GERACAO
           READ PFGERCAT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-GER-PENDENTE
           END-READ

           MOVE WS-ARQ-ALVO TO CAT-ARQUIVO
           MOVE 1 TO CAT-GERACAO
           MOVE 'N' TO WS-EOF-PFGERCAT
           START PFGERCAT KEY IS NOT LESS THAN CAT-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-EOF-PFGERCAT
           END-START
           PERFORM UNTIL END-OF-FILE-PFGERCAT
               READ PFGERCAT NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF-PFGERCAT
                   NOT AT END
                       IF CAT-ARQUIVO NOT = WS-ARQ-ALVO
                           MOVE 'S' TO WS-EOF-PFGERCAT
                       ELSE
                           MOVE CAT-GERACAO TO WS-ULTIMA-GERACAO
                           EVALUATE CAT-SITUACAO
                               WHEN 'A'
                                   MOVE CAT-GERACAO
                                       TO WS-GERACAO-ATIVA
                               WHEN 'H'
                                   MOVE CAT-GERACAO
                                       TO WS-GERACAO-ANTERIOR
                                   ADD 1 TO WS-QTD-GUARDADAS
                               WHEN 'D'
                                   ADD 1 TO WS-QTD-GUARDADAS
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM

           .

      *>  Keeps the newest WS-GERACOES-MANTER prior generations of
      *>  WS-ARQ-ALVO on disk, ANTERIOR and DESFEITA alike; the older
      *>  ones are deleted and stay on the catalog as ELIMINADA, with
      *>  their dates, for the history.
       5100-APLICA-RETENCAO.

           PERFORM 5000-LOCALIZA-GERACOES
           MOVE ZEROS TO WS-QTD-EXCEDENTES
           IF WS-QTD-GUARDADAS > WS-GERACOES-MANTER
               COMPUTE WS-QTD-EXCEDENTES =
                   WS-QTD-GUARDADAS - WS-GERACOES-MANTER
           END-IF

           MOVE WS-ARQ-ALVO TO CAT-ARQUIVO
           MOVE 1 TO CAT-GERACAO
           MOVE 'N' TO WS-EOF-PFGERCAT
           IF WS-QTD-EXCEDENTES = ZEROS
               MOVE 'S' TO WS-EOF-PFGERCAT
           ELSE
               START PFGERCAT KEY IS NOT LESS THAN CAT-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-EOF-PFGERCAT
               END-START
           END-IF
           PERFORM UNTIL END-OF-FILE-PFGERCAT
               READ PFGERCAT NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF-PFGERCAT
                   NOT AT END
                       IF CAT-ARQUIVO NOT = WS-ARQ-ALVO
                           MOVE 'S' TO WS-EOF-PFGERCAT
                       ELSE
                           IF CAT-SITUACAO = 'H' OR CAT-SITUACAO = 'D'
                               PERFORM 5150-ELIMINA-GERACAO
                           END-IF
                       END-IF
               END-READ
               IF WS-QTD-EXCEDENTES = ZEROS
                   MOVE 'S' TO WS-EOF-PFGERCAT
               END-IF
           END-PERFORM

           .

       5150-ELIMINA-GERACAO.

           PERFORM 9300-NOME-GERACAO
           MOVE WS-NOME-DESTINO TO WS-NOME-ELIMINAR
           PERFORM 9200-ELIMINA
           IF WS-RC-ROTINA NOT = ZEROS
               DISPLAY 'AVISO: ' WS-NOME-ELIMINAR ' NAO PODE SER '
                   'ELIMINADO - RETORNO ' WS-RC-ROTINA
           END-IF
           MOVE 'E' TO CAT-SITUACAO
           PERFORM 5300-REGRAVA-ENTRADA
           SUBTRACT 1 FROM WS-QTD-EXCEDENTES
           ADD 1 TO WS-TOTAL-ELIMINADOS
           MOVE SPACES TO WS-LGE-DETALHE
           STRING WS-NOME-ELIMINAR ' ELIMINADO'
               DELIMITED BY SIZE INTO WS-LGE-DETALHE
           PERFORM 7100-GRAVA-ENTRADA

           .

      *>  Catalog access for an entry this run has already found;
      *>  losing it halfway through a swap is fatal.
       5200-LE-ENTRADA.

           READ PFGERCAT
               INVALID KEY
                   DISPLAY 'ERRO FATAL: ENTRADA ' CAT-ARQUIVO ' '
                       CAT-GERACAO ' AUSENTE DO CATALOGO'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ

           .

       5300-REGRAVA-ENTRADA.

           REWRITE CAT-REGISTRO
           IF WS-FS-PFGERCAT NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO REGRAVAR ' CAT-ARQUIVO
                   ' ' CAT-GERACAO ' - FILE STATUS ' WS-FS-PFGERCAT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           .

       5400-GRAVA-ENTRADA.

           WRITE CAT-REGISTRO
           IF WS-FS-PFGERCAT NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO GRAVAR ' CAT-ARQUIVO
                   ' ' CAT-GERACAO ' - FILE STATUS ' WS-FS-PFGERCAT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           .

       6000-IMPRIME-RESUMO.

           DISPLAY ' '
           DISPLAY '===== RESUMO DO CATALOGO DE GERACOES ====='
           DISPLAY 'ACAO                 : ' WS-ACAO
           DISPLAY 'PROGRAMA PRODUTOR    : ' WS-PROGRAMA-ALVO
           DISPLAY 'DATA DA GERACAO      : ' WS-DATA-GERACAO
           DISPLAY 'ARQUIVOS PROMOVIDOS  : ' WS-TOTAL-PROMOVIDOS
           DISPLAY 'ARQUIVOS REVERTIDOS  : ' WS-TOTAL-REVERTIDOS
           DISPLAY 'GERACOES DESCARTADAS : ' WS-TOTAL-DESCARTADOS
           DISPLAY 'GERACOES ELIMINADAS  : ' WS-TOTAL-ELIMINADOS
           DISPLAY 'RECUSAS              : ' WS-QTD-RECUSAS

           .

       7000-GRAVA-TITULO.

           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-TITULO-SECAO TO REL-LINHA
           WRITE REL-LINHA
           MOVE ALL '-' TO REL-LINHA
           WRITE REL-LINHA
           WRITE REL-LINHA FROM WS-CAB-COLUNAS

           .

      *>  One report line for the catalog entry in CAT-REGISTRO;
      *>  callers load WS-LGE-DETALHE first.
       7100-GRAVA-ENTRADA.

           MOVE CAT-ARQUIVO       TO WS-LGE-ARQUIVO
           MOVE CAT-GERACAO       TO WS-LGE-GERACAO
           MOVE CAT-DATA-PROC     TO WS-LGE-DATA-PROC
           MOVE CAT-DATA-PROMOCAO TO WS-LGE-DATA-PROMOCAO
           MOVE CAT-QTD-REGISTROS TO WS-LGE-QTD
           EVALUATE CAT-SITUACAO
               WHEN 'P'
                   MOVE 'PENDENTE'   TO WS-LGE-SITUACAO
               WHEN 'A'
                   MOVE 'ATIVA'      TO WS-LGE-SITUACAO
               WHEN 'H'
                   MOVE 'ANTERIOR'   TO WS-LGE-SITUACAO
               WHEN 'D'
                   MOVE 'DESFEITA'   TO WS-LGE-SITUACAO
               WHEN 'E'
                   MOVE 'ELIMINADA'  TO WS-LGE-SITUACAO
               WHEN 'X'
                   MOVE 'DESCARTADA' TO WS-LGE-SITUACAO
               WHEN OTHER
                   MOVE CAT-SITUACAO TO WS-LGE-SITUACAO
           END-EVALUATE
           WRITE REL-LINHA FROM WS-LIN-GERACAO

           .

      *>  File-system renames and deletes go through the runtime's
      *>  library routines; a non-zero return means the file was not
      *>  there or could not be moved.
       9100-RENOMEIA.

           CALL 'CBL_RENAME_FILE' USING WS-NOME-ORIGEM
                                        WS-NOME-DESTINO
           MOVE RETURN-CODE TO WS-RC-ROTINA
           MOVE ZEROS TO RETURN-CODE

           .

       9200-ELIMINA.

           CALL 'CBL_DELETE_FILE' USING WS-NOME-ELIMINAR
           MOVE RETURN-CODE TO WS-RC-ROTINA
           MOVE ZEROS TO RETURN-CODE

           .

      *>  NAME.Gnnnn of generation CAT-GERACAO of WS-ARQ-ALVO, left
      *>  in WS-NOME-DESTINO.
       9300-NOME-GERACAO.

           MOVE SPACES TO WS-NOME-DESTINO
           STRING WS-ARQ-ALVO DELIMITED BY SPACE
                  '.G' CAT-GERACAO DELIMITED BY SIZE
                  INTO WS-NOME-DESTINO

           .

       COPY 'RUNLOG02'.
       COPY 'GERCAT02'.
       END PROGRAM PFGERPRO.
