      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:15/10/2026
      * Purpose: ONE-TIME CONVERSION OF EVERY FILE THAT CARRIES THE
      *          LAYOUT001 PERSON IMAGE FROM LAYOUT VERSION 01 (404
      *          BYTES) TO VERSION 02 (450 BYTES, CPF + VERSION STAMP
      *          + RESERVED FILLER). OPERATIONS RENAMES EACH OLD FILE
      *          TO THE SAME NAME WITH EXTENSION .V01 BEFORE RUNNING
      *          (PFCADAST.DAT -> PFCADAST.V01, PFAUDITO.DAT ->
      *          PFAUDITO.V01 AND SO ON); THE CONVERTED FILE IS BUILT
      *          UNDER THE .DAT NAME THE OTHER JOBS ALREADY USE, SAME
      *          DISCIPLINE AS PFCADCNV. THE MASTER IS MANDATORY AND
      *          IS REBUILT INDEXED WITH THE NEW PF-CPF ALTERNATE KEY;
      *          THE AUDIT TRAILS (PFAUDITO, PFAUDMOV, PFAUDRES,
      *          PFAUDMRG, PFAUDEDT, PFAUDBXA), THE PENDING MOVEMENTS
      *          (PFMOVENT, PFMOVTO) AND THE DESK CORRECTIONS
      *          (PFCORREC) ARE CONVERTED WHEN PRESENT. EVERY IMAGE
      *          LEAVES WITH A BLANK CPF AND A BLANK VERSION STAMP,
      *          WHICH EXEMPTS IT FROM THE CPF REQUIREMENT UNTIL THE
      *          DESK KEYS THE REGISTRANT AGAIN THROUGH THE NORMAL
      *          MOVEMENT CYCLE (PFMOVEDT AND PFREJRES STAMP '02').
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PFLAYCNV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PFCADV01 ASSIGN TO 'PFCADAST.V01'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS V01-CHAVE-REGISTRO
               ALTERNATE RECORD KEY IS V01-ULTIMO-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-ENTRADA.

           SELECT PFCADAST ASSIGN TO 'PFCADAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PF-CHAVE-REGISTRO
               ALTERNATE RECORD KEY IS PF-ULTIMO-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PF-CPF
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-SAIDA.

           SELECT PFAUDITA ASSIGN TO 'PFAUDITO.V01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENTRADA.

           SELECT PFAUDITO ASSIGN TO 'PFAUDITO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SAIDA.

           SELECT PFAUDMVA ASSIGN TO 'PFAUDMOV.V01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENTRADA.

           SELECT PFAUDMOV ASSIGN TO 'PFAUDMOV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SAIDA.

           SELECT PFAUDRSA ASSIGN TO 'PFAUDRES.V01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENTRADA.

           SELECT PFAUDRES ASSIGN TO 'PFAUDRES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SAIDA.

           SELECT PFAUDMGA ASSIGN TO 'PFAUDMRG.V01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENTRADA.

           SELECT PFAUDMRG ASSIGN TO 'PFAUDMRG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SAIDA.

           SELECT PFAUDEDA ASSIGN TO 'PFAUDEDT.V01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENTRADA.

           SELECT PFAUDEDT ASSIGN TO 'PFAUDEDT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SAIDA.

           SELECT PFAUDBXV ASSIGN TO 'PFAUDBXA.V01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENTRADA.

           SELECT PFAUDBXA ASSIGN TO 'PFAUDBXA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SAIDA.

           SELECT PFMOVENA ASSIGN TO 'PFMOVENT.V01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENTRADA.

           SELECT PFMOVENT ASSIGN TO 'PFMOVENT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SAIDA.

           SELECT PFMOVTOA ASSIGN TO 'PFMOVTO.V01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENTRADA.

           SELECT PFMOVTO ASSIGN TO 'PFMOVTO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SAIDA.

           SELECT PFCORREA ASSIGN TO 'PFCORREC.V01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENTRADA.

           SELECT PFCORREC ASSIGN TO 'PFCORREC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SAIDA.

           SELECT PFRUNLOG ASSIGN TO 'PFRUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFRUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PFCADV01
           LABEL RECORDS ARE STANDARD.
       01  V01-REGISTRO-CADAST.
           05  V01-CHAVE-REGISTRO       PIC 9(06).
           05  V01-PRIMEIRO-NOME        PIC X(15).
           05  V01-ULTIMO-NOME          PIC X(20).
           05  FILLER                   PIC X(363).

       FD  PFCADAST
           LABEL RECORDS ARE STANDARD.
       01  PF-REGISTRO-CADAST.
           05  PF-CHAVE-REGISTRO        PIC 9(06).
           05  PF-PRIMEIRO-NOME         PIC X(15).
           05  PF-ULTIMO-NOME           PIC X(20).
           05  FILLER                   PIC X(363).
           05  PF-CPF                   PIC X(11).
           05  FILLER                   PIC X(35).

      *>  The six audit trails share the PFAUDITO format, so each
      *>  side is declared flat and read INTO / written FROM the
      *>  version 01 and version 02 layouts in WORKING-STORAGE.
       FD  PFAUDITA
           LABEL RECORDS ARE STANDARD.
       01  AIA-REGISTRO                 PIC X(863).

       FD  PFAUDITO
           LABEL RECORDS ARE STANDARD.
       01  AIO-REGISTRO                 PIC X(977).

       FD  PFAUDMVA
           LABEL RECORDS ARE STANDARD.
       01  AMA-REGISTRO                 PIC X(863).

       FD  PFAUDMOV
           LABEL RECORDS ARE STANDARD.
       01  AMO-REGISTRO                 PIC X(977).

       FD  PFAUDRSA
           LABEL RECORDS ARE STANDARD.
       01  ARA-REGISTRO                 PIC X(863).

       FD  PFAUDRES
           LABEL RECORDS ARE STANDARD.
       01  ARO-REGISTRO                 PIC X(977).

       FD  PFAUDMGA
           LABEL RECORDS ARE STANDARD.
       01  AGA-REGISTRO                 PIC X(863).

       FD  PFAUDMRG
           LABEL RECORDS ARE STANDARD.
       01  AGO-REGISTRO                 PIC X(977).

       FD  PFAUDEDA
           LABEL RECORDS ARE STANDARD.
       01  AEA-REGISTRO                 PIC X(863).

       FD  PFAUDEDT
           LABEL RECORDS ARE STANDARD.
       01  AEO-REGISTRO                 PIC X(977).

       FD  PFAUDBXV
           LABEL RECORDS ARE STANDARD.
       01  ABA-REGISTRO                 PIC X(863).

       FD  PFAUDBXA
           LABEL RECORDS ARE STANDARD.
       01  ABO-REGISTRO                 PIC X(977).

       FD  PFMOVENA
           LABEL RECORDS ARE STANDARD.
       01  MEA-REGISTRO.
           05  MEA-TIPO-MOVTO           PIC X(01).
           05  MEA-IMAGEM-PESSOA        PIC X(404).

       FD  PFMOVENT
           LABEL RECORDS ARE STANDARD.
       01  MEO-REGISTRO.
           05  MEO-TIPO-MOVTO           PIC X(01).
           05  MEO-IMAGEM-PESSOA        PIC X(450).

       FD  PFMOVTOA
           LABEL RECORDS ARE STANDARD.
       01  MTA-REGISTRO.
           05  MTA-TIPO-MOVTO           PIC X(01).
           05  MTA-IMAGEM-PESSOA        PIC X(404).

       FD  PFMOVTO
           LABEL RECORDS ARE STANDARD.
       01  MTO-REGISTRO.
           05  MTO-TIPO-MOVTO           PIC X(01).
           05  MTO-IMAGEM-PESSOA        PIC X(450).

       FD  PFCORREA
           LABEL RECORDS ARE STANDARD.
       01  CRA-REGISTRO.
           05  CRA-CABECALHO            PIC X(12).
           05  CRA-IMAGEM-PESSOA        PIC X(404).

       FD  PFCORREC
           LABEL RECORDS ARE STANDARD.
       01  CRO-REGISTRO.
           05  CRO-CABECALHO            PIC X(12).
           05  CRO-IMAGEM-PESSOA        PIC X(450).

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
       77  WS-FS-ENTRADA           PIC X(02) VALUE '00'.
       77  WS-FS-SAIDA             PIC X(02) VALUE '00'.
       77  WS-EOF-ARQUIVO          PIC X(01) VALUE 'N'.
           88  END-OF-FILE-ARQUIVO             VALUE 'S'.
       77  WS-IDX-ARQ              PIC 9(02) VALUE ZEROS.
       77  WS-CHAVE-ANTERIOR       PIC 9(06) VALUE ZEROS.
       77  WS-IMAGEM-V01           PIC X(404) VALUE SPACES.
       77  WS-IMAGEM-V02           PIC X(450) VALUE SPACES.
       77  WS-TOTAL-MESTRE         PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-SEQUENCIAIS    PIC 9(06) VALUE ZEROS.

      *>  Audit record, version 01 (863 bytes) and version 02 (977
      *>  bytes): the version 01 header fields are unchanged, the
      *>  version 02 header adds the time the change was keyed at the
      *>  desk (blank on every converted record) and the two images
      *>  grow.
       01  WS-AUD-V01.
           05  WS-AV1-CABECALHO         PIC X(54).
           05  WS-AV1-REGISTRO-ANTES    PIC X(404).
           05  FILLER                   PIC X(01).
           05  WS-AV1-REGISTRO-DEPOIS   PIC X(404).
       01  WS-AUD-V02.
           05  WS-AV2-CABECALHO         PIC X(54).
           05  WS-AV2-DIGITACAO         PIC X(21).
           05  FILLER                   PIC X(01).
           05  WS-AV2-REGISTRO-ANTES    PIC X(450).
           05  FILLER                   PIC X(01).
           05  WS-AV2-REGISTRO-DEPOIS   PIC X(450).

      *>  One line per file for the run summary, in processing order.
       01  WS-TABELA-ARQUIVOS.
           05  WS-ARQ-ITEM OCCURS 10 TIMES.
               10  WS-ARQ-NOME          PIC X(08).
               10  WS-ARQ-SITUACAO      PIC X(10).
               10  WS-ARQ-CONVERTIDOS   PIC 9(06).

       COPY 'RUNLOG01'.

       COPY 'LAYOUT001'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE 'PFLAYCNV' TO WS-RLG-PROGRAMA
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RLG-DATA-PROC
           PERFORM 8000-REGISTRA-INICIO

           MOVE 'PFCADAST' TO WS-ARQ-NOME (1)
           MOVE 'PFAUDITO' TO WS-ARQ-NOME (2)
           MOVE 'PFAUDMOV' TO WS-ARQ-NOME (3)
           MOVE 'PFAUDRES' TO WS-ARQ-NOME (4)
           MOVE 'PFAUDMRG' TO WS-ARQ-NOME (5)
           MOVE 'PFAUDEDT' TO WS-ARQ-NOME (6)
           MOVE 'PFAUDBXA' TO WS-ARQ-NOME (7)
           MOVE 'PFMOVENT' TO WS-ARQ-NOME (8)
           MOVE 'PFMOVTO'  TO WS-ARQ-NOME (9)
           MOVE 'PFCORREC' TO WS-ARQ-NOME (10)
           PERFORM VARYING WS-IDX-ARQ FROM 1 BY 1
                   UNTIL WS-IDX-ARQ > 10
               MOVE 'AUSENTE' TO WS-ARQ-SITUACAO (WS-IDX-ARQ)
               MOVE ZEROS     TO WS-ARQ-CONVERTIDOS (WS-IDX-ARQ)
           END-PERFORM

           PERFORM 1000-CONVERTE-MESTRE
           PERFORM 2000-CONVERTE-PFAUDITO
           PERFORM 2100-CONVERTE-PFAUDMOV
           PERFORM 2200-CONVERTE-PFAUDRES
           PERFORM 2300-CONVERTE-PFAUDMRG
           PERFORM 2400-CONVERTE-PFAUDEDT
           PERFORM 2500-CONVERTE-PFAUDBXA
           PERFORM 3000-CONVERTE-PFMOVENT
           PERFORM 3100-CONVERTE-PFMOVTO
           PERFORM 3200-CONVERTE-PFCORREC

           DISPLAY ' '
           DISPLAY '===== RESUMO DA CONVERSAO PARA O LAYOUT 02 ====='
           PERFORM VARYING WS-IDX-ARQ FROM 1 BY 1
                   UNTIL WS-IDX-ARQ > 10
               DISPLAY WS-ARQ-NOME (WS-IDX-ARQ) ' : '
                   WS-ARQ-SITUACAO (WS-IDX-ARQ) ' '
                   WS-ARQ-CONVERTIDOS (WS-IDX-ARQ) ' REGISTROS'
           END-PERFORM

           MOVE WS-TOTAL-MESTRE      TO WS-RLG-CONTAGEM-1
           MOVE WS-TOTAL-SEQUENCIAIS TO WS-RLG-CONTAGEM-2
           PERFORM 8100-REGISTRA-FIM

           STOP RUN.

      *>  The master is the one file the conversion cannot run
      *>  without: a missing PFCADAST.V01 means operations did not
      *>  rename it, and going on would leave the jobs reading a
      *>  version 01 master through version 02 descriptions.
       1000-CONVERTE-MESTRE.

           MOVE 1 TO WS-IDX-ARQ
           MOVE 'N' TO WS-EOF-ARQUIVO
           OPEN INPUT PFCADV01
           IF WS-FS-ENTRADA NOT = '00'
               DISPLAY 'ERRO FATAL: PFCADAST.V01 NAO PODE SER ABERTO - '
                   'FILE STATUS ' WS-FS-ENTRADA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT PFCADAST
           IF WS-FS-SAIDA NOT = '00'
               DISPLAY 'ERRO FATAL: PFCADAST NAO PODE SER CRIADO - '
                   'FILE STATUS ' WS-FS-SAIDA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL END-OF-FILE-ARQUIVO
               READ PFCADV01 INTO WS-IMAGEM-V01
                   AT END
                       MOVE 'S' TO WS-EOF-ARQUIVO
                   NOT AT END
                       PERFORM 5000-CONVERTE-IMAGEM
                       PERFORM 1100-GRAVA-MESTRE
               END-READ
           END-PERFORM

           CLOSE PFCADV01
           CLOSE PFCADAST
           MOVE 'CONVERTIDO' TO WS-ARQ-SITUACAO (WS-IDX-ARQ)

           .

      *>  Status 02 is a successful WRITE that merely notes a
      *>  duplicate on an alternate key -- every homonym, and every
      *>  record (all of them, at this point) with a blank CPF.
       1100-GRAVA-MESTRE.

           IF WS-CHAVE-REGISTRO <= WS-CHAVE-ANTERIOR
               DISPLAY 'ERRO FATAL: PFCADAST.V01 FORA DE SEQUENCIA '
                   'NA CHAVE ' WS-CHAVE-REGISTRO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CHAVE-REGISTRO TO WS-CHAVE-ANTERIOR

           WRITE PF-REGISTRO-CADAST FROM WS-IMAGEM-V02
           IF WS-FS-SAIDA NOT = '00'
           AND WS-FS-SAIDA NOT = '02'
               DISPLAY 'ERRO FATAL: FALHA AO GRAVAR CHAVE '
                   WS-CHAVE-REGISTRO ' - FILE STATUS ' WS-FS-SAIDA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-TOTAL-MESTRE
           ADD 1 TO WS-ARQ-CONVERTIDOS (WS-IDX-ARQ)

           .

       2000-CONVERTE-PFAUDITO.

           MOVE 2 TO WS-IDX-ARQ
           MOVE 'N' TO WS-EOF-ARQUIVO
           OPEN INPUT PFAUDITA
           IF WS-FS-ENTRADA NOT = '00'
               DISPLAY 'AVISO: PFAUDITO.V01 AUSENTE - NAO CONVERTIDO'
           ELSE
               OPEN OUTPUT PFAUDITO
               IF WS-FS-SAIDA NOT = '00'
                   DISPLAY 'ERRO FATAL: PFAUDITO NAO PODE SER CRIADO - '
                       'FILE STATUS ' WS-FS-SAIDA
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-FILE-ARQUIVO
                   READ PFAUDITA INTO WS-AUD-V01
                       AT END
                           MOVE 'S' TO WS-EOF-ARQUIVO
                       NOT AT END
                           PERFORM 4000-CONVERTE-AUDITORIA
                           WRITE AIO-REGISTRO FROM WS-AUD-V02
                           PERFORM 4200-CONFERE-GRAVACAO
                   END-READ
               END-PERFORM
               CLOSE PFAUDITA
               CLOSE PFAUDITO
               MOVE 'CONVERTIDO' TO WS-ARQ-SITUACAO (WS-IDX-ARQ)
           END-IF

           .

       2100-CONVERTE-PFAUDMOV.

           MOVE 3 TO WS-IDX-ARQ
           MOVE 'N' TO WS-EOF-ARQUIVO
           OPEN INPUT PFAUDMVA
           IF WS-FS-ENTRADA NOT = '00'
               DISPLAY 'AVISO: PFAUDMOV.V01 AUSENTE - NAO CONVERTIDO'
           ELSE
               OPEN OUTPUT PFAUDMOV
               IF WS-FS-SAIDA NOT = '00'
                   DISPLAY 'ERRO FATAL: PFAUDMOV NAO PODE SER CRIADO - '
                       'FILE STATUS ' WS-FS-SAIDA
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-FILE-ARQUIVO
                   READ PFAUDMVA INTO WS-AUD-V01
                       AT END
                           MOVE 'S' TO WS-EOF-ARQUIVO
                       NOT AT END
                           PERFORM 4000-CONVERTE-AUDITORIA
                           WRITE AMO-REGISTRO FROM WS-AUD-V02
                           PERFORM 4200-CONFERE-GRAVACAO
                   END-READ
               END-PERFORM
               CLOSE PFAUDMVA
               CLOSE PFAUDMOV
               MOVE 'CONVERTIDO' TO WS-ARQ-SITUACAO (WS-IDX-ARQ)
           END-IF

           .

       2200-CONVERTE-PFAUDRES.

           MOVE 4 TO WS-IDX-ARQ
           MOVE 'N' TO WS-EOF-ARQUIVO
           OPEN INPUT PFAUDRSA
           IF WS-FS-ENTRADA NOT = '00'
               DISPLAY 'AVISO: PFAUDRES.V01 AUSENTE - NAO CONVERTIDO'
           ELSE
               OPEN OUTPUT PFAUDRES
               IF WS-FS-SAIDA NOT = '00'
                   DISPLAY 'ERRO FATAL: PFAUDRES NAO PODE SER CRIADO - '
                       'FILE STATUS ' WS-FS-SAIDA
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-FILE-ARQUIVO
                   READ PFAUDRSA INTO WS-AUD-V01
                       AT END
                           MOVE 'S' TO WS-EOF-ARQUIVO
                       NOT AT END
                           PERFORM 4000-CONVERTE-AUDITORIA
                           WRITE ARO-REGISTRO FROM WS-AUD-V02
                           PERFORM 4200-CONFERE-GRAVACAO
                   END-READ
               END-PERFORM
               CLOSE PFAUDRSA
               CLOSE PFAUDRES
               MOVE 'CONVERTIDO' TO WS-ARQ-SITUACAO (WS-IDX-ARQ)
           END-IF

           .

       2300-CONVERTE-PFAUDMRG.

           MOVE 5 TO WS-IDX-ARQ
           MOVE 'N' TO WS-EOF-ARQUIVO
           OPEN INPUT PFAUDMGA
           IF WS-FS-ENTRADA NOT = '00'
               DISPLAY 'AVISO: PFAUDMRG.V01 AUSENTE - NAO CONVERTIDO'
           ELSE
               OPEN OUTPUT PFAUDMRG
               IF WS-FS-SAIDA NOT = '00'
                   DISPLAY 'ERRO FATAL: PFAUDMRG NAO PODE SER CRIADO - '
                       'FILE STATUS ' WS-FS-SAIDA
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-FILE-ARQUIVO
                   READ PFAUDMGA INTO WS-AUD-V01
                       AT END
                           MOVE 'S' TO WS-EOF-ARQUIVO
                       NOT AT END
                           PERFORM 4000-CONVERTE-AUDITORIA
                           WRITE AGO-REGISTRO FROM WS-AUD-V02
                           PERFORM 4200-CONFERE-GRAVACAO
                   END-READ
               END-PERFORM
               CLOSE PFAUDMGA
               CLOSE PFAUDMRG
               MOVE 'CONVERTIDO' TO WS-ARQ-SITUACAO (WS-IDX-ARQ)
           END-IF

           .

       2400-CONVERTE-PFAUDEDT.

           MOVE 6 TO WS-IDX-ARQ
           MOVE 'N' TO WS-EOF-ARQUIVO
           OPEN INPUT PFAUDEDA
           IF WS-FS-ENTRADA NOT = '00'
               DISPLAY 'AVISO: PFAUDEDT.V01 AUSENTE - NAO CONVERTIDO'
           ELSE
               OPEN OUTPUT PFAUDEDT
               IF WS-FS-SAIDA NOT = '00'
                   DISPLAY 'ERRO FATAL: PFAUDEDT NAO PODE SER CRIADO - '
                       'FILE STATUS ' WS-FS-SAIDA
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-FILE-ARQUIVO
                   READ PFAUDEDA INTO WS-AUD-V01
                       AT END
                           MOVE 'S' TO WS-EOF-ARQUIVO
                       NOT AT END
                           PERFORM 4000-CONVERTE-AUDITORIA
                           WRITE AEO-REGISTRO FROM WS-AUD-V02
                           PERFORM 4200-CONFERE-GRAVACAO
                   END-READ
               END-PERFORM
               CLOSE PFAUDEDA
               CLOSE PFAUDEDT
               MOVE 'CONVERTIDO' TO WS-ARQ-SITUACAO (WS-IDX-ARQ)
           END-IF

           .

      *>  The write-off trail's images are retired reject lines, not
      *>  person images; padding them to 450 bytes is all they need.
       2500-CONVERTE-PFAUDBXA.

           MOVE 7 TO WS-IDX-ARQ
           MOVE 'N' TO WS-EOF-ARQUIVO
           OPEN INPUT PFAUDBXV
           IF WS-FS-ENTRADA NOT = '00'
               DISPLAY 'AVISO: PFAUDBXA.V01 AUSENTE - NAO CONVERTIDO'
           ELSE
               OPEN OUTPUT PFAUDBXA
               IF WS-FS-SAIDA NOT = '00'
                   DISPLAY 'ERRO FATAL: PFAUDBXA NAO PODE SER CRIADO - '
                       'FILE STATUS ' WS-FS-SAIDA
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-FILE-ARQUIVO
                   READ PFAUDBXV INTO WS-AUD-V01
                       AT END
                           MOVE 'S' TO WS-EOF-ARQUIVO
                       NOT AT END
                           PERFORM 4000-CONVERTE-AUDITORIA
                           WRITE ABO-REGISTRO FROM WS-AUD-V02
                           PERFORM 4200-CONFERE-GRAVACAO
                   END-READ
               END-PERFORM
               CLOSE PFAUDBXV
               CLOSE PFAUDBXA
               MOVE 'CONVERTIDO' TO WS-ARQ-SITUACAO (WS-IDX-ARQ)
           END-IF

           .

       3000-CONVERTE-PFMOVENT.

           MOVE 8 TO WS-IDX-ARQ
           MOVE 'N' TO WS-EOF-ARQUIVO
           OPEN INPUT PFMOVENA
           IF WS-FS-ENTRADA NOT = '00'
               DISPLAY 'AVISO: PFMOVENT.V01 AUSENTE - NAO CONVERTIDO'
           ELSE
               OPEN OUTPUT PFMOVENT
               IF WS-FS-SAIDA NOT = '00'
                   DISPLAY 'ERRO FATAL: PFMOVENT NAO PODE SER CRIADO - '
                       'FILE STATUS ' WS-FS-SAIDA
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-FILE-ARQUIVO
                   READ PFMOVENA
                       AT END
                           MOVE 'S' TO WS-EOF-ARQUIVO
                       NOT AT END
                           MOVE MEA-IMAGEM-PESSOA TO WS-IMAGEM-V01
                           PERFORM 5000-CONVERTE-IMAGEM
                           MOVE MEA-TIPO-MOVTO    TO MEO-TIPO-MOVTO
                           MOVE WS-IMAGEM-V02     TO MEO-IMAGEM-PESSOA
                           WRITE MEO-REGISTRO
                           PERFORM 4200-CONFERE-GRAVACAO
                           PERFORM 4100-CONTA-SEQUENCIAL
                   END-READ
               END-PERFORM
               CLOSE PFMOVENA
               CLOSE PFMOVENT
               MOVE 'CONVERTIDO' TO WS-ARQ-SITUACAO (WS-IDX-ARQ)
           END-IF

           .

       3100-CONVERTE-PFMOVTO.

           MOVE 9 TO WS-IDX-ARQ
           MOVE 'N' TO WS-EOF-ARQUIVO
           OPEN INPUT PFMOVTOA
           IF WS-FS-ENTRADA NOT = '00'
               DISPLAY 'AVISO: PFMOVTO.V01 AUSENTE - NAO CONVERTIDO'
           ELSE
               OPEN OUTPUT PFMOVTO
               IF WS-FS-SAIDA NOT = '00'
                   DISPLAY 'ERRO FATAL: PFMOVTO NAO PODE SER CRIADO - '
                       'FILE STATUS ' WS-FS-SAIDA
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-FILE-ARQUIVO
                   READ PFMOVTOA
                       AT END
                           MOVE 'S' TO WS-EOF-ARQUIVO
                       NOT AT END
                           MOVE MTA-IMAGEM-PESSOA TO WS-IMAGEM-V01
                           PERFORM 5000-CONVERTE-IMAGEM
                           MOVE MTA-TIPO-MOVTO    TO MTO-TIPO-MOVTO
                           MOVE WS-IMAGEM-V02     TO MTO-IMAGEM-PESSOA
                           WRITE MTO-REGISTRO
                           PERFORM 4200-CONFERE-GRAVACAO
                           PERFORM 4100-CONTA-SEQUENCIAL
                   END-READ
               END-PERFORM
               CLOSE PFMOVTOA
               CLOSE PFMOVTO
               MOVE 'CONVERTIDO' TO WS-ARQ-SITUACAO (WS-IDX-ARQ)
           END-IF

           .

      *>  The chave + motivo header of a desk correction passes
      *>  through untouched; only the image behind it grows.
       3200-CONVERTE-PFCORREC.

           MOVE 10 TO WS-IDX-ARQ
           MOVE 'N' TO WS-EOF-ARQUIVO
           OPEN INPUT PFCORREA
           IF WS-FS-ENTRADA NOT = '00'
               DISPLAY 'AVISO: PFCORREC.V01 AUSENTE - NAO CONVERTIDO'
           ELSE
               OPEN OUTPUT PFCORREC
               IF WS-FS-SAIDA NOT = '00'
                   DISPLAY 'ERRO FATAL: PFCORREC NAO PODE SER CRIADO - '
                       'FILE STATUS ' WS-FS-SAIDA
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-FILE-ARQUIVO
                   READ PFCORREA
                       AT END
                           MOVE 'S' TO WS-EOF-ARQUIVO
                       NOT AT END
                           MOVE CRA-IMAGEM-PESSOA TO WS-IMAGEM-V01
                           PERFORM 5000-CONVERTE-IMAGEM
                           MOVE CRA-CABECALHO     TO CRO-CABECALHO
                           MOVE WS-IMAGEM-V02     TO CRO-IMAGEM-PESSOA
                           WRITE CRO-REGISTRO
                           PERFORM 4200-CONFERE-GRAVACAO
                           PERFORM 4100-CONTA-SEQUENCIAL
                   END-READ
               END-PERFORM
               CLOSE PFCORREA
               CLOSE PFCORREC
               MOVE 'CONVERTIDO' TO WS-ARQ-SITUACAO (WS-IDX-ARQ)
           END-IF

           .

      *>  Header fields copy across as-is; each image is converted
      *>  on its own, so a blank before image (inclusion) or a blank
      *>  after image (exclusion) stays blank.
       4000-CONVERTE-AUDITORIA.

           MOVE SPACES                 TO WS-AUD-V02
           MOVE WS-AV1-CABECALHO       TO WS-AV2-CABECALHO
           MOVE WS-AV1-REGISTRO-ANTES  TO WS-IMAGEM-V01
           PERFORM 5000-CONVERTE-IMAGEM
           MOVE WS-IMAGEM-V02          TO WS-AV2-REGISTRO-ANTES
           MOVE WS-AV1-REGISTRO-DEPOIS TO WS-IMAGEM-V01
           PERFORM 5000-CONVERTE-IMAGEM
           MOVE WS-IMAGEM-V02          TO WS-AV2-REGISTRO-DEPOIS
           PERFORM 4100-CONTA-SEQUENCIAL

           .

       4100-CONTA-SEQUENCIAL.

           ADD 1 TO WS-TOTAL-SEQUENCIAIS
           ADD 1 TO WS-ARQ-CONVERTIDOS (WS-IDX-ARQ)

           .

      *>  Every sequential output of the conversion is written under
      *>  WS-FS-SAIDA; a failed WRITE would leave a short file that
      *>  the jobs would then read as complete.
       4200-CONFERE-GRAVACAO.

           IF WS-FS-SAIDA NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO GRAVAR '
                   WS-ARQ-NOME (WS-IDX-ARQ) ' - FILE STATUS '
                   WS-FS-SAIDA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           .

      *>  The version 01 image is the first 404 bytes of the version
      *>  02 image; the CPF, the version stamp and the reserved
      *>  FILLER all start out blank.
       5000-CONVERTE-IMAGEM.

           MOVE SPACES         TO WS-DADOS-PESSOA
           MOVE WS-IMAGEM-V01  TO WS-DADOS-PESSOA (1:404)
           MOVE WS-DADOS-PESSOA TO WS-IMAGEM-V02

           .

       COPY 'RUNLOG02'.
       END PROGRAM PFLAYCNV.
