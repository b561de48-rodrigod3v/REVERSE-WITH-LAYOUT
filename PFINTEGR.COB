      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:15/10/2026
      * Purpose: WEEKLY REFERENTIAL INTEGRITY SWEEP OF THE COMPANION
      *          FILES KEYED BY CHAVE AGAINST THE PFCADAST MASTER.
      *          REPORTS (PFINTREL.DAT) PFENDSTA DELIVERY STATUS AND
      *          PFVISNTF NOTIFICATION ENTRIES FOR CHAVES NO LONGER ON
      *          THE MASTER; PFCHXREF MERGE ENTRIES THAT FORM A CHAIN
      *          (A->B WITH B LATER MERGED INTO C), A LOOP, POINT AT A
      *          SURVIVOR NO LONGER ON THE MASTER OR WHOSE OLD CHAVE
      *          IS BACK ON THE MASTER; PFLGPDSU SUPPRESSED CHAVES
      *          STILL PRESENT ON THE MASTER; AND PFREJCIC CARRY-
      *          FORWARD REJECTS FOR REGISTRANTS NO LONGER ON IT.
      *          MERGES, LGPD ERASURES, EXCLUSIONS AND POINT-IN-TIME
      *          RECOVERIES ALL LEAVE THIS KIND OF DEBRIS BEHIND.
      *          WITH THE PARAMETER PFINTPRM.DAT SET TO 'R' (REPARO)
      *          THE RUN ALSO WRITES CLEANED NEW GENERATIONS,
      *          REGISTERED ON THE PFGERCAT CATALOG FOR PFGERPRO TO
      *          PROMOTE AFTER A CLEAN END, SAME GENERATION
      *          DISCIPLINE AS PFCADNEW: PFENDLIM OVER
      *          PFENDSTA, PFNTFLIM OVER PFVISNTF, PFXRFLIM OVER
      *          PFCHXREF (CHAINS COLLAPSED TO THEIR FINAL SURVIVOR)
      *          AND PFCICLIM OVER PFREJCIC. THE SUPPRESSION LIST IS
      *          NEVER CLEANED -- THERE IT IS THE MASTER THAT IS
      *          WRONG -- SO THOSE CHAVES GO TO PFLGPDRP.DAT, IN THE
      *          PFLGPDSL FORMAT, FOR A NEW PFLGPDEL ERASURE RUN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PFINTEGR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PFINTPRM ASSIGN TO 'PFINTPRM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFINTPRM.

           SELECT PFCADAST ASSIGN TO 'PFCADAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PF-CHAVE-REGISTRO
               ALTERNATE RECORD KEY IS PF-ULTIMO-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PF-CPF
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PFCADAST.

           SELECT PFENDSTA ASSIGN TO 'PFENDSTA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STA-CHAVE-REGISTRO
               FILE STATUS IS WS-FS-PFENDSTA.

           SELECT PFENDLIM ASSIGN TO 'PFENDLIM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STL-CHAVE-REGISTRO
               FILE STATUS IS WS-FS-PFENDLIM.

           SELECT PFVISNTF ASSIGN TO 'PFVISNTF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NTF-CHAVE-REGISTRO
               FILE STATUS IS WS-FS-PFVISNTF.

           SELECT PFNTFLIM ASSIGN TO 'PFNTFLIM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NTL-CHAVE-REGISTRO
               FILE STATUS IS WS-FS-PFNTFLIM.

      *>  The cross-reference is walked in key order through the
      *>  first connector while the second one follows each entry's
      *>  survivor down the chain, so the walk never loses its place.
           SELECT PFCHXREF ASSIGN TO 'PFCHXREF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XRF-CHAVE-ANTIGA
               FILE STATUS IS WS-FS-PFCHXREF.

           SELECT PFXRFBUS ASSIGN TO 'PFCHXREF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XBU-CHAVE-ANTIGA
               FILE STATUS IS WS-FS-PFXRFBUS.

           SELECT PFXRFLIM ASSIGN TO 'PFXRFLIM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XRL-CHAVE-ANTIGA
               FILE STATUS IS WS-FS-PFXRFLIM.

           SELECT PFLGPDSU ASSIGN TO 'PFLGPDSU.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SUP-CHAVE-REGISTRO
               FILE STATUS IS WS-FS-PFLGPDSU.

           SELECT PFLGPDRP ASSIGN TO 'PFLGPDRP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFLGPDRP.

           SELECT PFREJCIC ASSIGN TO 'PFREJCIC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFREJCIC.

           SELECT PFCICLIM ASSIGN TO 'PFCICLIM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFCICLIM.

           SELECT PFINTREL ASSIGN TO 'PFINTREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFINTREL.

           SELECT PFGERCAT ASSIGN TO 'PFGERCAT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-CHAVE
               FILE STATUS IS WS-FS-PFGERCAT.

           SELECT PFRUNLOG ASSIGN TO 'PFRUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFRUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PFINTPRM
           LABEL RECORDS ARE STANDARD.
       01  PRM-REGISTRO.
           05  PRM-MODO                 PIC X(01).

       FD  PFCADAST
           LABEL RECORDS ARE STANDARD.
       01  PF-REGISTRO-CADAST.
           05  PF-CHAVE-REGISTRO        PIC 9(06).
           05  PF-PRIMEIRO-NOME         PIC X(15).
           05  PF-ULTIMO-NOME           PIC X(20).
           05  FILLER                   PIC X(363).
           05  PF-CPF                   PIC X(11).
           05  FILLER                   PIC X(35).

       FD  PFENDSTA
           LABEL RECORDS ARE STANDARD.
       01  STA-REGISTRO.
           05  STA-CHAVE-REGISTRO       PIC 9(06).
           05  STA-OCORRENCIAS OCCURS 3 TIMES.
               10  STA-SITUACAO         PIC X(01).
               10  STA-MOTIVO-RETORNO   PIC X(03).

       FD  PFENDLIM
           LABEL RECORDS ARE STANDARD.
       01  STL-REGISTRO.
           05  STL-CHAVE-REGISTRO       PIC 9(06).
           05  FILLER                   PIC X(12).

       FD  PFVISNTF
           LABEL RECORDS ARE STANDARD.
       01  NTF-REGISTRO.
           05  NTF-CHAVE-REGISTRO       PIC 9(06).
           05  FILLER                   PIC X(01).
           05  NTF-FAIXA                PIC 9(01).
           05  FILLER                   PIC X(01).
           05  NTF-DATA-NOTIFICACAO     PIC 9(08).

       FD  PFNTFLIM
           LABEL RECORDS ARE STANDARD.
       01  NTL-REGISTRO.
           05  NTL-CHAVE-REGISTRO       PIC 9(06).
           05  FILLER                   PIC X(11).

       FD  PFCHXREF
           LABEL RECORDS ARE STANDARD.
       01  XRF-REGISTRO.
           05  XRF-CHAVE-ANTIGA         PIC 9(06).
           05  FILLER                   PIC X(01).
           05  XRF-CHAVE-NOVA           PIC 9(06).

       FD  PFXRFBUS
           LABEL RECORDS ARE STANDARD.
       01  XBU-REGISTRO.
           05  XBU-CHAVE-ANTIGA         PIC 9(06).
           05  FILLER                   PIC X(01).
           05  XBU-CHAVE-NOVA           PIC 9(06).

       FD  PFXRFLIM
           LABEL RECORDS ARE STANDARD.
       01  XRL-REGISTRO.
           05  XRL-CHAVE-ANTIGA         PIC 9(06).
           05  FILLER                   PIC X(01).
           05  XRL-CHAVE-NOVA           PIC 9(06).

       FD  PFLGPDSU
           LABEL RECORDS ARE STANDARD.
       01  SUP-REGISTRO.
           05  SUP-CHAVE-REGISTRO       PIC X(06).

       FD  PFLGPDRP
           LABEL RECORDS ARE STANDARD.
       01  LRP-REGISTRO.
           05  LRP-CHAVE-REGISTRO       PIC X(06).

       FD  PFREJCIC
           LABEL RECORDS ARE STANDARD.
       01  CIC-REGISTRO.
           05  CIC-CHAVE-REGISTRO       PIC X(06).
           05  FILLER                   PIC X(01).
           05  CIC-PRIMEIRO-NOME        PIC X(15).
           05  FILLER                   PIC X(01).
           05  CIC-ULTIMO-NOME          PIC X(20).
           05  FILLER                   PIC X(01).
           05  CIC-CODIGO-MOTIVO        PIC X(04).
           05  FILLER                   PIC X(01).
           05  CIC-REFERENCIA           PIC X(08).
           05  FILLER                   PIC X(01).
           05  CIC-DESCRICAO-MOTIVO     PIC X(55).
           05  FILLER                   PIC X(01).
           05  CIC-TENTATIVAS           PIC X(02).

       FD  PFCICLIM
           LABEL RECORDS ARE STANDARD.
       01  CIL-REGISTRO                 PIC X(116).

       FD  PFINTREL
           LABEL RECORDS ARE STANDARD.
       01  REL-LINHA                    PIC X(80).

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
       77  WS-FS-PFINTPRM          PIC X(02) VALUE '00'.
       77  WS-FS-PFCADAST          PIC X(02) VALUE '00'.
       77  WS-FS-PFENDSTA          PIC X(02) VALUE '00'.
       77  WS-FS-PFENDLIM          PIC X(02) VALUE '00'.
       77  WS-FS-PFVISNTF          PIC X(02) VALUE '00'.
       77  WS-FS-PFNTFLIM          PIC X(02) VALUE '00'.
       77  WS-FS-PFCHXREF          PIC X(02) VALUE '00'.
       77  WS-FS-PFXRFBUS          PIC X(02) VALUE '00'.
       77  WS-FS-PFXRFLIM          PIC X(02) VALUE '00'.
       77  WS-FS-PFLGPDSU          PIC X(02) VALUE '00'.
       77  WS-FS-PFLGPDRP          PIC X(02) VALUE '00'.
       77  WS-FS-PFREJCIC          PIC X(02) VALUE '00'.
       77  WS-FS-PFCICLIM          PIC X(02) VALUE '00'.
       77  WS-FS-PFINTREL          PIC X(02) VALUE '00'.
       77  WS-EOF-ARQUIVO          PIC X(01) VALUE 'N'.
           88  END-OF-FILE-ARQUIVO             VALUE 'S'.
       77  WS-MODO                 PIC X(01) VALUE 'V'.
           88  MODO-VERIFICACAO                VALUE 'V'.
           88  MODO-REPARO                     VALUE 'R'.
       77  WS-MESTRE-ACHADO        PIC X(01) VALUE 'N'.
           88  MESTRE-ACHADO                   VALUE 'S'.
       77  WS-CHAVE-PROCURA        PIC 9(06) VALUE ZEROS.
       77  WS-XRF-PROCURA          PIC X(01) VALUE 'N'.
           88  XRF-PROCURA                     VALUE 'S'.
       77  WS-XRF-CICLO            PIC X(01) VALUE 'N'.
           88  XRF-CICLO                       VALUE 'S'.
       77  WS-XRF-MANTIDA          PIC X(01) VALUE 'N'.
           88  XRF-MANTIDA                     VALUE 'S'.
       77  WS-XRF-DESTINO          PIC 9(06) VALUE ZEROS.
       77  WS-XRF-SALTOS           PIC 9(02) VALUE ZEROS.
       77  WS-IDX-VISITA           PIC 9(02) VALUE ZEROS.
       77  WS-QTD-VISITADAS        PIC 9(02) VALUE ZEROS.
       77  WS-TITULO-SECAO         PIC X(80) VALUE SPACES.
       77  WS-TOTAL-LIDOS          PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-PROBLEMAS      PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-STA-LIDOS      PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-STA-ORFAOS     PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-NTF-LIDOS      PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-NTF-ORFAOS     PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-XRF-LIDOS      PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-XRF-CADEIAS    PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-XRF-CICLOS     PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-XRF-SEM-DEST   PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-XRF-ATIVAS     PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-SUP-LIDOS      PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-SUP-ATIVOS     PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-CIC-LIDOS      PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-CIC-ORFAOS     PIC 9(06) VALUE ZEROS.

      *>  Chaves already visited while following one cross-reference
      *>  entry down its chain. Returning to any of them is a loop;
      *>  running out of room is reported the same way, since no
      *>  honest chain of merges gets anywhere near that long.
       01  WS-TABELA-VISITADAS.
           05  WS-VISITADA OCCURS 20 TIMES PIC 9(06).

       01  WS-LIN-OCORRENCIA.
           05  WS-OCO-TEXTO         PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-OCO-CHAVE         PIC 9(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-OCO-DETALHE       PIC X(42).

       COPY 'RUNLOG01'.
       COPY 'GERCAT01'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 0100-LE-PARAMETROS

           MOVE 'PFINTEGR' TO WS-RLG-PROGRAMA
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RLG-DATA-PROC
           MOVE 'PFCADAST' TO WS-GER-VERIFICA
           PERFORM 8600-VERIFICA-GERACAO
           MOVE 'PFENDSTA' TO WS-GER-VERIFICA
           PERFORM 8600-VERIFICA-GERACAO
           MOVE 'PFVISNTF' TO WS-GER-VERIFICA
           PERFORM 8600-VERIFICA-GERACAO
           MOVE 'PFCHXREF' TO WS-GER-VERIFICA
           PERFORM 8600-VERIFICA-GERACAO
           MOVE 'PFREJCIC' TO WS-GER-VERIFICA
           PERFORM 8600-VERIFICA-GERACAO
           PERFORM 8000-REGISTRA-INICIO

      *>  Repair outputs join the catalog table as each one is
      *>  opened -- a companion file that is absent gets no new
      *>  generation -- and WS-GER-IDX stays on that output while
      *>  its section writes it.
           PERFORM 8505-INICIA-GERACOES

           OPEN INPUT PFCADAST
           IF WS-FS-PFCADAST NOT = '00'
               DISPLAY 'ERRO FATAL: PFCADAST NAO PODE SER ABERTO - '
                   'FILE STATUS ' WS-FS-PFCADAST
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT PFINTREL
           MOVE 'VERIFICACAO DE INTEGRIDADE DOS ARQUIVOS COMPLEMENTARES'
               TO REL-LINHA
           WRITE REL-LINHA
           MOVE ALL '=' TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           IF MODO-REPARO
               STRING 'MODO: REPARO - NOVAS GERACOES GRAVADAS'
                   DELIMITED BY SIZE INTO REL-LINHA
           ELSE
               STRING 'MODO: VERIFICACAO - NENHUM ARQUIVO GRAVADO'
                   DELIMITED BY SIZE INTO REL-LINHA
           END-IF
           WRITE REL-LINHA

           PERFORM 1000-VERIFICA-PFENDSTA
           PERFORM 2000-VERIFICA-PFVISNTF
           PERFORM 3000-VERIFICA-PFCHXREF
           PERFORM 4000-VERIFICA-PFLGPDSU
           PERFORM 5000-VERIFICA-PFREJCIC

           PERFORM 6000-IMPRIME-RESUMO

           CLOSE PFCADAST
           CLOSE PFINTREL

           IF WS-TOTAL-PROBLEMAS > 0
               MOVE 4 TO RETURN-CODE
               MOVE 4 TO WS-RLG-CODIGO-RETORNO
           END-IF

           IF MODO-REPARO
               PERFORM 8500-REGISTRA-GERACOES
           END-IF

           MOVE WS-TOTAL-LIDOS     TO WS-RLG-CONTAGEM-1
           MOVE WS-TOTAL-PROBLEMAS TO WS-RLG-CONTAGEM-2
           PERFORM 8100-REGISTRA-FIM

           STOP RUN.

      *>  The parameter is optional: the weekly schedule runs without
      *>  one and only reports. Anything other than R or V is a
      *>  typing error that must not silently become a repair run.
       0100-LE-PARAMETROS.

           OPEN INPUT PFINTPRM
           IF WS-FS-PFINTPRM = '00'
               READ PFINTPRM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-MODO NOT = SPACES
                           MOVE PRM-MODO TO WS-MODO
                       END-IF
               END-READ
               CLOSE PFINTPRM
           END-IF

           IF NOT MODO-VERIFICACAO AND NOT MODO-REPARO
               DISPLAY 'ERRO FATAL: MODO INVALIDO EM PFINTPRM - USAR '
                   'V (VERIFICACAO) OU R (REPARO)'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           .

      *>  A delivery status left behind for a chave that merged away,
      *>  was erased or excluded is harmless to the label jobs but
      *>  would wrongly greet a future re-inclusion under the same
      *>  chave with addresses already flagged as bounced.
       1000-VERIFICA-PFENDSTA.

           MOVE 'SITUACAO DE ENTREGA (PFENDSTA)'
               TO WS-TITULO-SECAO
           PERFORM 7000-GRAVA-TITULO

           MOVE 'N' TO WS-EOF-ARQUIVO
           OPEN INPUT PFENDSTA
           IF WS-FS-PFENDSTA NOT = '00'
               DISPLAY 'AVISO: PFENDSTA AUSENTE - NAO VERIFICADO'
               MOVE '  ARQUIVO AUSENTE - NADA A VERIFICAR' TO REL-LINHA
               WRITE REL-LINHA
           ELSE
               IF MODO-REPARO
                   OPEN OUTPUT PFENDLIM
                   IF WS-FS-PFENDLIM NOT = '00'
                       DISPLAY 'ERRO FATAL: PFENDLIM NAO PODE SER '
                           'CRIADO - FILE STATUS ' WS-FS-PFENDLIM
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-GER-QTD-ARQUIVOS
                   MOVE WS-GER-QTD-ARQUIVOS TO WS-GER-IDX
                   MOVE 'PFENDSTA' TO WS-GER-ARQUIVO (WS-GER-IDX)
                   MOVE 'PFENDLIM' TO WS-GER-NOVO (WS-GER-IDX)
               END-IF
               PERFORM UNTIL END-OF-FILE-ARQUIVO
                   READ PFENDSTA NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-EOF-ARQUIVO
                       NOT AT END
                           PERFORM 1100-CONFERE-SITUACAO
                   END-READ
               END-PERFORM
               CLOSE PFENDSTA
               IF MODO-REPARO
                   CLOSE PFENDLIM
               END-IF
           END-IF

           .

       1100-CONFERE-SITUACAO.

           ADD 1 TO WS-TOTAL-STA-LIDOS
           ADD 1 TO WS-TOTAL-LIDOS
           MOVE STA-CHAVE-REGISTRO TO WS-CHAVE-PROCURA
           PERFORM 9000-PROCURA-MESTRE
           IF MESTRE-ACHADO
               IF MODO-REPARO
                   WRITE STL-REGISTRO FROM STA-REGISTRO
                   IF WS-FS-PFENDLIM NOT = '00'
                       DISPLAY 'ERRO FATAL: FALHA AO GRAVAR PFENDLIM '
                           'DA CHAVE ' STA-CHAVE-REGISTRO
                           ' - FILE STATUS ' WS-FS-PFENDLIM
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE STA-CHAVE-REGISTRO TO WS-GER-CHAVE
                   PERFORM 8510-ACUMULA-GERACAO
               END-IF
           ELSE
               ADD 1 TO WS-TOTAL-STA-ORFAOS
               MOVE SPACES TO WS-LIN-OCORRENCIA
               MOVE 'SITUACAO SEM CADASTRO' TO WS-OCO-TEXTO
               MOVE STA-CHAVE-REGISTRO TO WS-OCO-CHAVE
               PERFORM 7100-GRAVA-OCORRENCIA
           END-IF

           .

      *>  Same for the visa notification log: an orphan entry would
      *>  hold back the first letter to a re-included registrant.
       2000-VERIFICA-PFVISNTF.

           MOVE 'NOTIFICACOES DE VISTO (PFVISNTF)'
               TO WS-TITULO-SECAO
           PERFORM 7000-GRAVA-TITULO

           MOVE 'N' TO WS-EOF-ARQUIVO
           OPEN INPUT PFVISNTF
           IF WS-FS-PFVISNTF NOT = '00'
               DISPLAY 'AVISO: PFVISNTF AUSENTE - NAO VERIFICADO'
               MOVE '  ARQUIVO AUSENTE - NADA A VERIFICAR' TO REL-LINHA
               WRITE REL-LINHA
           ELSE
               IF MODO-REPARO
                   OPEN OUTPUT PFNTFLIM
                   IF WS-FS-PFNTFLIM NOT = '00'
                       DISPLAY 'ERRO FATAL: PFNTFLIM NAO PODE SER '
                           'CRIADO - FILE STATUS ' WS-FS-PFNTFLIM
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-GER-QTD-ARQUIVOS
                   MOVE WS-GER-QTD-ARQUIVOS TO WS-GER-IDX
                   MOVE 'PFVISNTF' TO WS-GER-ARQUIVO (WS-GER-IDX)
                   MOVE 'PFNTFLIM' TO WS-GER-NOVO (WS-GER-IDX)
               END-IF
               PERFORM UNTIL END-OF-FILE-ARQUIVO
                   READ PFVISNTF NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-EOF-ARQUIVO
                       NOT AT END
                           PERFORM 2100-CONFERE-NOTIFICACAO
                   END-READ
               END-PERFORM
               CLOSE PFVISNTF
               IF MODO-REPARO
                   CLOSE PFNTFLIM
               END-IF
           END-IF

           .

       2100-CONFERE-NOTIFICACAO.

           ADD 1 TO WS-TOTAL-NTF-LIDOS
           ADD 1 TO WS-TOTAL-LIDOS
           MOVE NTF-CHAVE-REGISTRO TO WS-CHAVE-PROCURA
           PERFORM 9000-PROCURA-MESTRE
           IF MESTRE-ACHADO
               IF MODO-REPARO
                   WRITE NTL-REGISTRO FROM NTF-REGISTRO
                   IF WS-FS-PFNTFLIM NOT = '00'
                       DISPLAY 'ERRO FATAL: FALHA AO GRAVAR PFNTFLIM '
                           'DA CHAVE ' NTF-CHAVE-REGISTRO
                           ' - FILE STATUS ' WS-FS-PFNTFLIM
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE NTF-CHAVE-REGISTRO TO WS-GER-CHAVE
                   PERFORM 8510-ACUMULA-GERACAO
               END-IF
           ELSE
               ADD 1 TO WS-TOTAL-NTF-ORFAOS
               MOVE SPACES TO WS-LIN-OCORRENCIA
               MOVE 'NOTIFICACAO SEM CADASTRO' TO WS-OCO-TEXTO
               MOVE NTF-CHAVE-REGISTRO TO WS-OCO-CHAVE
               MOVE SPACES TO WS-OCO-DETALHE
               STRING 'FAIXA ' NTF-FAIXA
                      ' NOTIFICADA EM ' NTF-DATA-NOTIFICACAO
                      DELIMITED BY SIZE INTO WS-OCO-DETALHE
               PERFORM 7100-GRAVA-OCORRENCIA
           END-IF

           .

      *>  PFMOVAPL follows the cross-reference at most 5 hops and
      *>  redirects whatever chave it is handed, so every entry is
      *>  checked four ways: its old chave must really be gone from
      *>  the master (a point-in-time recovery can bring it back, and
      *>  movements for it would then land on the survivor), its
      *>  survivor must not itself have been merged away (a chain),
      *>  following the chain must not come back on itself (a loop),
      *>  and the final survivor must still be on the master. The
      *>  repaired generation points each sound entry straight at its
      *>  final survivor and drops the ones that cannot be trusted.
       3000-VERIFICA-PFCHXREF.

           MOVE 'REDIRECIONAMENTO DE CHAVES (PFCHXREF)'
               TO WS-TITULO-SECAO
           PERFORM 7000-GRAVA-TITULO

           MOVE 'N' TO WS-EOF-ARQUIVO
           OPEN INPUT PFCHXREF
           IF WS-FS-PFCHXREF NOT = '00'
               DISPLAY 'AVISO: PFCHXREF AUSENTE - NAO VERIFICADO'
               MOVE '  ARQUIVO AUSENTE - NADA A VERIFICAR' TO REL-LINHA
               WRITE REL-LINHA
           ELSE
               OPEN INPUT PFXRFBUS
               IF WS-FS-PFXRFBUS NOT = '00'
                   DISPLAY 'ERRO FATAL: PFCHXREF NAO PODE SER ABERTO '
                       'PARA BUSCA - FILE STATUS ' WS-FS-PFXRFBUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF MODO-REPARO
                   OPEN OUTPUT PFXRFLIM
                   IF WS-FS-PFXRFLIM NOT = '00'
                       DISPLAY 'ERRO FATAL: PFXRFLIM NAO PODE SER '
                           'CRIADO - FILE STATUS ' WS-FS-PFXRFLIM
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-GER-QTD-ARQUIVOS
                   MOVE WS-GER-QTD-ARQUIVOS TO WS-GER-IDX
                   MOVE 'PFCHXREF' TO WS-GER-ARQUIVO (WS-GER-IDX)
                   MOVE 'PFXRFLIM' TO WS-GER-NOVO (WS-GER-IDX)
               END-IF
               PERFORM UNTIL END-OF-FILE-ARQUIVO
                   READ PFCHXREF NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-EOF-ARQUIVO
                       NOT AT END
                           PERFORM 3100-CONFERE-REDIRECIONAMENTO
                   END-READ
               END-PERFORM
               CLOSE PFCHXREF
               CLOSE PFXRFBUS
               IF MODO-REPARO
                   CLOSE PFXRFLIM
               END-IF
           END-IF

           .

       3100-CONFERE-REDIRECIONAMENTO.

           ADD 1 TO WS-TOTAL-XRF-LIDOS
           ADD 1 TO WS-TOTAL-LIDOS
           MOVE 'S' TO WS-XRF-MANTIDA

           MOVE XRF-CHAVE-ANTIGA TO WS-CHAVE-PROCURA
           PERFORM 9000-PROCURA-MESTRE
           IF MESTRE-ACHADO
               ADD 1 TO WS-TOTAL-XRF-ATIVAS
               MOVE 'N' TO WS-XRF-MANTIDA
               MOVE SPACES TO WS-LIN-OCORRENCIA
               MOVE 'CHAVE ANTIGA ATIVA NO CADASTRO' TO WS-OCO-TEXTO
               MOVE XRF-CHAVE-ANTIGA TO WS-OCO-CHAVE
               MOVE SPACES TO WS-OCO-DETALHE
               STRING 'REDIRECIONADA PARA ' XRF-CHAVE-NOVA
                      DELIMITED BY SIZE INTO WS-OCO-DETALHE
               PERFORM 7100-GRAVA-OCORRENCIA
           END-IF

           PERFORM 3200-SEGUE-CADEIA

           IF XRF-CICLO
               ADD 1 TO WS-TOTAL-XRF-CICLOS
               MOVE 'N' TO WS-XRF-MANTIDA
               MOVE SPACES TO WS-LIN-OCORRENCIA
               MOVE 'CICLO NO REDIRECIONAMENTO' TO WS-OCO-TEXTO
               MOVE XRF-CHAVE-ANTIGA TO WS-OCO-CHAVE
               MOVE SPACES TO WS-OCO-DETALHE
               STRING 'VOLTA A ' WS-XRF-DESTINO
                      ' APOS ' WS-XRF-SALTOS ' SALTOS'
                      DELIMITED BY SIZE INTO WS-OCO-DETALHE
               PERFORM 7100-GRAVA-OCORRENCIA
           ELSE
               IF WS-XRF-SALTOS > 1
                   ADD 1 TO WS-TOTAL-XRF-CADEIAS
                   MOVE SPACES TO WS-LIN-OCORRENCIA
                   MOVE 'CADEIA DE REDIRECIONAMENTO' TO WS-OCO-TEXTO
                   MOVE XRF-CHAVE-ANTIGA TO WS-OCO-CHAVE
                   MOVE SPACES TO WS-OCO-DETALHE
                   STRING XRF-CHAVE-NOVA ' -> DESTINO FINAL '
                          WS-XRF-DESTINO ' EM ' WS-XRF-SALTOS
                          ' SALTOS'
                          DELIMITED BY SIZE INTO WS-OCO-DETALHE
                   PERFORM 7100-GRAVA-OCORRENCIA
               END-IF
               MOVE WS-XRF-DESTINO TO WS-CHAVE-PROCURA
               PERFORM 9000-PROCURA-MESTRE
               IF NOT MESTRE-ACHADO
                   ADD 1 TO WS-TOTAL-XRF-SEM-DEST
                   MOVE 'N' TO WS-XRF-MANTIDA
                   MOVE SPACES TO WS-LIN-OCORRENCIA
                   MOVE 'DESTINO AUSENTE DO CADASTRO' TO WS-OCO-TEXTO
                   MOVE XRF-CHAVE-ANTIGA TO WS-OCO-CHAVE
                   MOVE SPACES TO WS-OCO-DETALHE
                   STRING 'DESTINO FINAL ' WS-XRF-DESTINO
                          DELIMITED BY SIZE INTO WS-OCO-DETALHE
                   PERFORM 7100-GRAVA-OCORRENCIA
               END-IF
           END-IF

           IF MODO-REPARO AND XRF-MANTIDA
               MOVE SPACES           TO XRL-REGISTRO
               MOVE XRF-CHAVE-ANTIGA TO XRL-CHAVE-ANTIGA
               MOVE WS-XRF-DESTINO   TO XRL-CHAVE-NOVA
               WRITE XRL-REGISTRO
               IF WS-FS-PFXRFLIM NOT = '00'
                   DISPLAY 'ERRO FATAL: FALHA AO GRAVAR PFXRFLIM DA '
                       'CHAVE ' XRF-CHAVE-ANTIGA
                       ' - FILE STATUS ' WS-FS-PFXRFLIM
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE XRF-CHAVE-ANTIGA TO WS-GER-CHAVE
               PERFORM 8510-ACUMULA-GERACAO
           END-IF

           .

      *>  Leaves the final survivor in WS-XRF-DESTINO and the number
      *>  of redirects taken in WS-XRF-SALTOS; on a loop, the chave
      *>  met for the second time is left in WS-XRF-DESTINO instead.
       3200-SEGUE-CADEIA.

           MOVE 'N' TO WS-XRF-CICLO
           MOVE 1 TO WS-XRF-SALTOS
           MOVE XRF-CHAVE-NOVA TO WS-XRF-DESTINO
           MOVE ZEROS TO WS-TABELA-VISITADAS
           MOVE 2 TO WS-QTD-VISITADAS
           MOVE XRF-CHAVE-ANTIGA TO WS-VISITADA (1)
           MOVE XRF-CHAVE-NOVA   TO WS-VISITADA (2)
           IF XRF-CHAVE-NOVA = XRF-CHAVE-ANTIGA
               MOVE 'S' TO WS-XRF-CICLO
           END-IF

           MOVE 'S' TO WS-XRF-PROCURA
           IF XRF-CICLO
               MOVE 'N' TO WS-XRF-PROCURA
           END-IF
           PERFORM UNTIL NOT XRF-PROCURA
               MOVE 'N' TO WS-XRF-PROCURA
               MOVE WS-XRF-DESTINO TO XBU-CHAVE-ANTIGA
               READ PFXRFBUS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE XBU-CHAVE-NOVA TO WS-XRF-DESTINO
                       ADD 1 TO WS-XRF-SALTOS
                       PERFORM 3300-MARCA-VISITADA
               END-READ
           END-PERFORM

           .

       3300-MARCA-VISITADA.

           PERFORM VARYING WS-IDX-VISITA FROM 1 BY 1
                   UNTIL WS-IDX-VISITA > WS-QTD-VISITADAS
               IF WS-VISITADA (WS-IDX-VISITA) = WS-XRF-DESTINO
                   MOVE 'S' TO WS-XRF-CICLO
               END-IF
           END-PERFORM

           IF NOT XRF-CICLO
               IF WS-QTD-VISITADAS >= 20
                   MOVE 'S' TO WS-XRF-CICLO
               ELSE
                   ADD 1 TO WS-QTD-VISITADAS
                   MOVE WS-XRF-DESTINO
                       TO WS-VISITADA (WS-QTD-VISITADAS)
                   MOVE 'S' TO WS-XRF-PROCURA
               END-IF
           END-IF

           .

      *>  An erased chave back on the master -- a point-in-time
      *>  recovery over the erasure date, or an erasure run that
      *>  never completed -- is personal data the registrant asked
      *>  us to destroy. The list itself is right; the master is not,
      *>  so the chave goes to a fresh erasure list instead.
       4000-VERIFICA-PFLGPDSU.

           MOVE 'SUPRESSAO LGPD (PFLGPDSU)'
               TO WS-TITULO-SECAO
           PERFORM 7000-GRAVA-TITULO

           MOVE 'N' TO WS-EOF-ARQUIVO
           OPEN INPUT PFLGPDSU
           IF WS-FS-PFLGPDSU NOT = '00'
               DISPLAY 'AVISO: PFLGPDSU AUSENTE - NAO VERIFICADO'
               MOVE '  ARQUIVO AUSENTE - NADA A VERIFICAR' TO REL-LINHA
               WRITE REL-LINHA
           ELSE
               IF MODO-REPARO
                   OPEN OUTPUT PFLGPDRP
                   IF WS-FS-PFLGPDRP NOT = '00'
                       DISPLAY 'ERRO FATAL: PFLGPDRP NAO PODE SER '
                           'CRIADO - FILE STATUS ' WS-FS-PFLGPDRP
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               PERFORM UNTIL END-OF-FILE-ARQUIVO
                   READ PFLGPDSU NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-EOF-ARQUIVO
                       NOT AT END
                           PERFORM 4100-CONFERE-SUPRESSAO
                   END-READ
               END-PERFORM
               CLOSE PFLGPDSU
               IF MODO-REPARO
                   CLOSE PFLGPDRP
               END-IF
           END-IF

           .

       4100-CONFERE-SUPRESSAO.

           ADD 1 TO WS-TOTAL-SUP-LIDOS
           ADD 1 TO WS-TOTAL-LIDOS
           IF SUP-CHAVE-REGISTRO IS NUMERIC
               MOVE SUP-CHAVE-REGISTRO TO WS-CHAVE-PROCURA
               PERFORM 9000-PROCURA-MESTRE
               IF MESTRE-ACHADO
                   ADD 1 TO WS-TOTAL-SUP-ATIVOS
                   MOVE SPACES TO WS-LIN-OCORRENCIA
                   MOVE 'SUPRIMIDA AINDA NO CADASTRO' TO WS-OCO-TEXTO
                   MOVE WS-CHAVE-PROCURA TO WS-OCO-CHAVE
                   MOVE 'REENVIAR A PFLGPDEL' TO WS-OCO-DETALHE
                   PERFORM 7100-GRAVA-OCORRENCIA
                   IF MODO-REPARO
                       MOVE SUP-CHAVE-REGISTRO TO LRP-CHAVE-REGISTRO
                       WRITE LRP-REGISTRO
                   END-IF
               END-IF
           END-IF

           .

      *>  Every carry-forward reject belongs to a registrant on the
      *>  master -- PFREJRES revalidates against it -- so one whose
      *>  chave is gone can never be corrected and only rides the
      *>  cycle until PFREJAGE flags it ESTAGNADO.
       5000-VERIFICA-PFREJCIC.

           MOVE 'REJEITOS EM CICLO (PFREJCIC)'
               TO WS-TITULO-SECAO
           PERFORM 7000-GRAVA-TITULO

           MOVE 'N' TO WS-EOF-ARQUIVO
           OPEN INPUT PFREJCIC
           IF WS-FS-PFREJCIC NOT = '00'
               DISPLAY 'AVISO: PFREJCIC AUSENTE - NAO VERIFICADO'
               MOVE '  ARQUIVO AUSENTE - NADA A VERIFICAR' TO REL-LINHA
               WRITE REL-LINHA
           ELSE
               IF MODO-REPARO
                   OPEN OUTPUT PFCICLIM
                   IF WS-FS-PFCICLIM NOT = '00'
                       DISPLAY 'ERRO FATAL: PFCICLIM NAO PODE SER '
                           'CRIADO - FILE STATUS ' WS-FS-PFCICLIM
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-GER-QTD-ARQUIVOS
                   MOVE WS-GER-QTD-ARQUIVOS TO WS-GER-IDX
                   MOVE 'PFREJCIC' TO WS-GER-ARQUIVO (WS-GER-IDX)
                   MOVE 'PFCICLIM' TO WS-GER-NOVO (WS-GER-IDX)
               END-IF
               PERFORM UNTIL END-OF-FILE-ARQUIVO
                   READ PFREJCIC
                       AT END
                           MOVE 'S' TO WS-EOF-ARQUIVO
                       NOT AT END
                           PERFORM 5100-CONFERE-REJEITO
                   END-READ
               END-PERFORM
               CLOSE PFREJCIC
               IF MODO-REPARO
                   CLOSE PFCICLIM
               END-IF
           END-IF

           .

       5100-CONFERE-REJEITO.

           ADD 1 TO WS-TOTAL-CIC-LIDOS
           ADD 1 TO WS-TOTAL-LIDOS
           MOVE 'N' TO WS-MESTRE-ACHADO
           IF CIC-CHAVE-REGISTRO IS NUMERIC
               MOVE CIC-CHAVE-REGISTRO TO WS-CHAVE-PROCURA
               PERFORM 9000-PROCURA-MESTRE
           ELSE
               MOVE ZEROS TO WS-CHAVE-PROCURA
           END-IF

           IF MESTRE-ACHADO
               IF MODO-REPARO
                   WRITE CIL-REGISTRO FROM CIC-REGISTRO
                   IF WS-FS-PFCICLIM NOT = '00'
                       DISPLAY 'ERRO FATAL: FALHA AO GRAVAR PFCICLIM '
                           'DA CHAVE ' CIC-CHAVE-REGISTRO
                           ' - FILE STATUS ' WS-FS-PFCICLIM
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE CIC-CHAVE-REGISTRO TO WS-GER-CHAVE
                   PERFORM 8510-ACUMULA-GERACAO
               END-IF
           ELSE
               ADD 1 TO WS-TOTAL-CIC-ORFAOS
               MOVE SPACES TO WS-LIN-OCORRENCIA
               MOVE 'REJEITO DE CHAVE EXCLUIDA' TO WS-OCO-TEXTO
               MOVE WS-CHAVE-PROCURA TO WS-OCO-CHAVE
               MOVE SPACES TO WS-OCO-DETALHE
               STRING 'MOTIVO ' CIC-CODIGO-MOTIVO
                      ' TENTATIVAS ' CIC-TENTATIVAS
                      DELIMITED BY SIZE INTO WS-OCO-DETALHE
               PERFORM 7100-GRAVA-OCORRENCIA
           END-IF

           .

       6000-IMPRIME-RESUMO.

           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING 'ENTRADAS VERIFICADAS: ' WS-TOTAL-LIDOS
                  '  OCORRENCIAS: ' WS-TOTAL-PROBLEMAS
                  DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA

           DISPLAY ' '
           DISPLAY '===== RESUMO DA VERIFICACAO DE INTEGRIDADE ====='
           DISPLAY 'MODO                   : ' WS-MODO
           DISPLAY 'PFENDSTA LIDOS         : ' WS-TOTAL-STA-LIDOS
           DISPLAY '  SEM CADASTRO         : ' WS-TOTAL-STA-ORFAOS
           DISPLAY 'PFVISNTF LIDOS         : ' WS-TOTAL-NTF-LIDOS
           DISPLAY '  SEM CADASTRO         : ' WS-TOTAL-NTF-ORFAOS
           DISPLAY 'PFCHXREF LIDOS         : ' WS-TOTAL-XRF-LIDOS
           DISPLAY '  CHAVE ANTIGA ATIVA   : ' WS-TOTAL-XRF-ATIVAS
           DISPLAY '  CADEIAS              : ' WS-TOTAL-XRF-CADEIAS
           DISPLAY '  CICLOS               : ' WS-TOTAL-XRF-CICLOS
           DISPLAY '  DESTINO AUSENTE      : ' WS-TOTAL-XRF-SEM-DEST
           DISPLAY 'PFLGPDSU LIDOS         : ' WS-TOTAL-SUP-LIDOS
           DISPLAY '  AINDA NO CADASTRO    : ' WS-TOTAL-SUP-ATIVOS
           DISPLAY 'PFREJCIC LIDOS         : ' WS-TOTAL-CIC-LIDOS
           DISPLAY '  SEM CADASTRO         : ' WS-TOTAL-CIC-ORFAOS
           DISPLAY 'TOTAL DE OCORRENCIAS   : ' WS-TOTAL-PROBLEMAS

           .

      *>  Callers load the section title into WS-TITULO-SECAO.
       7000-GRAVA-TITULO.

           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           WRITE REL-LINHA FROM WS-TITULO-SECAO
           MOVE ALL '-' TO REL-LINHA
           WRITE REL-LINHA

           .

       7100-GRAVA-OCORRENCIA.

           ADD 1 TO WS-TOTAL-PROBLEMAS
           WRITE REL-LINHA FROM WS-LIN-OCORRENCIA

           .

       9000-PROCURA-MESTRE.

           MOVE 'N' TO WS-MESTRE-ACHADO
           MOVE WS-CHAVE-PROCURA TO PF-CHAVE-REGISTRO
           READ PFCADAST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-MESTRE-ACHADO
           END-READ

           .

       COPY 'RUNLOG02'.
       COPY 'GERCAT02'.
       END PROGRAM PFINTEGR.
