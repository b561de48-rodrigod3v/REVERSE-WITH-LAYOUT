      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:15/10/2026
      * Purpose: MONTHLY FOREIGN-REGISTRANT RETURN TO THE FEDERAL
      *          IMMIGRATION AUTHORITY. FOR ONE CLOSED MONTH (THE
      *          COMPETENCIA, AAAAMM IN PFIMGPRM.DAT; THE MONTH BEFORE
      *          THE PROCESSING DATE WHEN ABSENT) BUILDS PFIMGRET.DAT,
      *          A FIXED-WIDTH FILE WITH ONE DETAIL PER EVENT:
      *          N - NEW FOREIGN REGISTRANT (INCLUSAO, OR A BR RECORD
      *              CORRECTED TO A FOREIGN NATIONALITY),
      *          E - ADDRESS CHANGE OF A FOREIGN REGISTRANT,
      *          BOTH TAKEN FROM THE PFAUDITO/PFAUDMOV/PFAUDRES AFTER
      *          IMAGES DATED IN THE MONTH, AND
      *          V - VISA THAT EXPIRED IN THE MONTH WITHOUT RENEWAL,
      *              FROM THE VALIDADE-VISTO STILL ON PFCADAST.
      *          A CHAVE ON THE LGPD SUPPRESSION LIST (PFLGPDSU) GOES
      *          OUT MARKED ERASED WITH ONLY ITS CHAVE, EVENT AND DATE.
      *          HEADER AND TRAILER RECORDS BALANCE THE FILE THE SAME
      *          WAY AS THE CRM EXTRACT (COUNTS AND CHAVE HASH). EVERY
      *          RETURN BUILT IS LOGGED ON PFIMGLOG.DAT (ONE LINE PER
      *          MONTH WITH ITS SEQUENCE NUMBER): A MONTH ALREADY ON THE
      *          LOG IS REFUSED, AND MONTHS SKIPPED SINCE THE LAST
      *          RETURN ARE FLAGGED (RETURN CODE 4).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PFIMGDEC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PFCADAST ASSIGN TO 'PFCADAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PF-CHAVE-REGISTRO
               ALTERNATE RECORD KEY IS PF-ULTIMO-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PF-CPF
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PFCADAST.

           SELECT PFAUDITO ASSIGN TO 'PFAUDITO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFAUDITO.

           SELECT PFAUDMOV ASSIGN TO 'PFAUDMOV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFAUDMOV.

           SELECT PFAUDRES ASSIGN TO 'PFAUDRES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFAUDRES.

           SELECT PFLGPDSU ASSIGN TO 'PFLGPDSU.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUP-CHAVE-REGISTRO
               FILE STATUS IS WS-FS-PFLGPDSU.

           SELECT PFDATPRC ASSIGN TO 'PFDATPRC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFDATPRC.

           SELECT PFIMGPRM ASSIGN TO 'PFIMGPRM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFIMGPRM.

           SELECT PFIMGRET ASSIGN TO 'PFIMGRET.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFIMGRET.

      *>  Permanent submission log, appended to by every run; never
      *>  rewritten, so it is the record of what was sent.
           SELECT PFIMGLOG ASSIGN TO 'PFIMGLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFIMGLOG.

           SELECT PFGERCAT ASSIGN TO 'PFGERCAT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-CHAVE
               FILE STATUS IS WS-FS-PFGERCAT.

           SELECT PFRUNLOG ASSIGN TO 'PFRUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFRUNLOG.

           SELECT ARQSORT ASSIGN TO 'SORTWK'.

       DATA DIVISION.
       FILE SECTION.
       FD  PFCADAST
           LABEL RECORDS ARE STANDARD.
       01  PF-REGISTRO-CADAST.
           05  PF-CHAVE-REGISTRO        PIC 9(06).
           05  PF-PRIMEIRO-NOME         PIC X(15).
           05  PF-ULTIMO-NOME           PIC X(20).
           05  FILLER                   PIC X(363).
           05  PF-CPF                   PIC X(11).
           05  FILLER                   PIC X(35).

      *>  The three audit trails share the 977-byte audit record; each
      *>  is read into WS-AUDITORIA below.
       FD  PFAUDITO
           LABEL RECORDS ARE STANDARD.
       01  AUD-REGISTRO                 PIC X(977).

       FD  PFAUDMOV
           LABEL RECORDS ARE STANDARD.
       01  AMV-REGISTRO                 PIC X(977).

       FD  PFAUDRES
           LABEL RECORDS ARE STANDARD.
       01  ARS-REGISTRO                 PIC X(977).

       FD  PFLGPDSU
           LABEL RECORDS ARE STANDARD.
       01  SUP-REGISTRO.
           05  SUP-CHAVE-REGISTRO       PIC X(06).

       FD  PFDATPRC
           LABEL RECORDS ARE STANDARD.
       01  DTP-REGISTRO.
           05  DTP-DATA-PROCESSAMENTO   PIC X(08).

       FD  PFIMGPRM
           LABEL RECORDS ARE STANDARD.
       01  PRM-REGISTRO.
           05  PRM-COMPETENCIA          PIC X(06).

      *>  Fixed-width return, 180 bytes: H header, D detail, T trailer.
       FD  PFIMGRET
           LABEL RECORDS ARE STANDARD.
       01  RET-REGISTRO.
           05  RET-TIPO                 PIC X(01).
           05  RET-MOVIMENTO            PIC X(01).
           05  RET-SITUACAO             PIC X(01).
           05  RET-CHAVE-REGISTRO       PIC 9(06).
           05  RET-DATA-EVENTO          PIC 9(08).
           05  RET-ULTIMO-NOME          PIC X(20).
           05  RET-PRIMEIRO-NOME        PIC X(15).
           05  RET-NACIONALIDADE        PIC X(02).
           05  RET-NUM-PASSAPORTE       PIC X(12).
           05  RET-TIPO-VISTO           PIC X(10).
           05  RET-VALIDADE-VISTO       PIC 9(08).
           05  RET-RUA                  PIC X(30).
           05  RET-BAIRRO               PIC X(20).
           05  RET-CIDADE               PIC X(20).
           05  RET-UF                   PIC X(02).
           05  RET-CEP                  PIC X(08).
           05  FILLER                   PIC X(16).
       01  RET-CABECALHO.
           05  RET-CAB-TIPO             PIC X(01).
           05  RET-CAB-COMPETENCIA      PIC 9(06).
           05  RET-CAB-SEQUENCIA        PIC 9(06).
           05  RET-CAB-DATA-GERACAO     PIC 9(08).
           05  RET-CAB-ORIGEM           PIC X(08).
           05  FILLER                   PIC X(151).
       01  RET-TRAILER.
           05  RET-TRL-TIPO             PIC X(01).
           05  RET-TRL-QTD-DETALHES     PIC 9(06).
           05  RET-TRL-QTD-NOVOS        PIC 9(06).
           05  RET-TRL-QTD-ENDERECOS    PIC 9(06).
           05  RET-TRL-QTD-VENCIDOS     PIC 9(06).
           05  RET-TRL-QTD-APAGADOS     PIC 9(06).
           05  RET-TRL-HASH-CHAVES      PIC 9(12).
           05  FILLER                   PIC X(137).

       FD  PFIMGLOG
           LABEL RECORDS ARE STANDARD.
       01  LOG-REGISTRO.
           05  LOG-COMPETENCIA          PIC 9(06).
           05  FILLER                   PIC X(01).
           05  LOG-SEQUENCIA            PIC 9(06).
           05  FILLER                   PIC X(01).
           05  LOG-DATA-GERACAO         PIC 9(08).
           05  FILLER                   PIC X(01).
           05  LOG-QTD-NOVOS            PIC 9(06).
           05  FILLER                   PIC X(01).
           05  LOG-QTD-ENDERECOS        PIC 9(06).
           05  FILLER                   PIC X(01).
           05  LOG-QTD-VENCIDOS         PIC 9(06).
           05  FILLER                   PIC X(01).
           05  LOG-QTD-APAGADOS         PIC 9(06).
           05  FILLER                   PIC X(01).
           05  LOG-HASH-CHAVES          PIC 9(12).
           05  FILLER                   PIC X(01).
           05  LOG-MESES-EM-FALTA       PIC 9(03).
           05  FILLER                   PIC X(01).
           05  LOG-DATA-HORA            PIC X(21).

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

       SD  ARQSORT.
       01  SRT-REGISTRO.
           05  SRT-MOVIMENTO            PIC X(01).
           05  SRT-CHAVE-REGISTRO       PIC 9(06).
           05  SRT-DATA-EVENTO          PIC 9(08).
           05  SRT-IMAGEM               PIC X(450).

       WORKING-STORAGE SECTION.
       77  WS-FS-PFCADAST          PIC X(02) VALUE '00'.
       77  WS-FS-PFAUDITO          PIC X(02) VALUE '00'.
       77  WS-FS-PFAUDMOV          PIC X(02) VALUE '00'.
       77  WS-FS-PFAUDRES          PIC X(02) VALUE '00'.
       77  WS-FS-PFLGPDSU          PIC X(02) VALUE '00'.
       77  WS-FS-PFDATPRC          PIC X(02) VALUE '00'.
       77  WS-FS-PFIMGPRM          PIC X(02) VALUE '00'.
       77  WS-FS-PFIMGRET          PIC X(02) VALUE '00'.
       77  WS-FS-PFIMGLOG          PIC X(02) VALUE '00'.
       77  WS-EOF-PFCADAST         PIC X(01) VALUE 'N'.
           88  END-OF-FILE-PFCADAST            VALUE 'S'.
       77  WS-EOF-ARQUIVO          PIC X(01) VALUE 'N'.
           88  END-OF-FILE-ARQUIVO             VALUE 'S'.
       77  WS-FIM-SORT             PIC X(01) VALUE 'N'.
           88  FIM-DO-SORT                     VALUE 'S'.
       77  WS-EXISTE-PFLGPDSU      PIC X(01) VALUE 'N'.
           88  EXISTE-PFLGPDSU                 VALUE 'S'.
       77  WS-CHAVE-SUPRIMIDA      PIC X(01) VALUE 'N'.
           88  CHAVE-SUPRIMIDA-LGPD            VALUE 'S'.
       77  WS-DATA-PROCESSAMENTO   PIC 9(08) VALUE ZEROS.
       77  WS-MOVIMENTO            PIC X(01) VALUE SPACES.
       77  WS-SEQUENCIA-ANTERIOR   PIC 9(06) VALUE ZEROS.
       77  WS-SEQUENCIA-RETORNO    PIC 9(06) VALUE ZEROS.
       77  WS-ULTIMA-ENVIADA       PIC 9(06) VALUE ZEROS.
       77  WS-MESES-COMPETENCIA    PIC 9(06) VALUE ZEROS.
       77  WS-MESES-ULTIMA         PIC 9(06) VALUE ZEROS.
       77  WS-MESES-EM-FALTA       PIC 9(03) VALUE ZEROS.
       77  WS-IDX-BUSCA-END        PIC 99.
       77  WS-HASH-CHAVES          PIC 9(12) VALUE ZEROS.
       77  WS-TOTAL-AUDITORIAS     PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-LIDOS          PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-DETALHES       PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-NOVOS          PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-ENDERECOS      PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-VENCIDOS       PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-APAGADOS       PIC 9(06) VALUE ZEROS.

       01  WS-DATA-VALIDACAO.
           05  WS-DVAL-ANO          PIC 9(04).
           05  WS-DVAL-MES          PIC 9(02).
           05  WS-DVAL-DIA          PIC 9(02).

      *>  The month being returned, AAAAMM, and a working month used
      *>  to name the missing ones.
       01  WS-COMPETENCIA.
           05  WS-COMP-ANO          PIC 9(04).
           05  WS-COMP-MES          PIC 9(02).
       01  WS-COMPETENCIA-X REDEFINES WS-COMPETENCIA
                                    PIC X(06).
       01  WS-COMPETENCIA-N REDEFINES WS-COMPETENCIA
                                    PIC 9(06).

       01  WS-MES-FALTANTE.
           05  WS-FALT-ANO          PIC 9(04).
           05  WS-FALT-MES          PIC 9(02).

       01  WS-AUDITORIA.
           05  WS-AUD-CHAVE-REGISTRO    PIC 9(06).
           05  FILLER                   PIC X(01).
           05  WS-AUD-DATA-HORA         PIC X(21).
           05  FILLER                   PIC X(01).
           05  WS-AUD-OPERADOR          PIC X(08).
           05  FILLER                   PIC X(01).
           05  WS-AUD-CAMPO-ALTERADO    PIC X(15).
           05  FILLER                   PIC X(01).
           05  WS-AUD-DIGITACAO         PIC X(21).
           05  FILLER                   PIC X(01).
           05  WS-AUD-REGISTRO-ANTES    PIC X(450).
           05  FILLER                   PIC X(01).
           05  WS-AUD-REGISTRO-DEPOIS   PIC X(450).

       COPY 'LAYOUT001' REPLACING LEADING ==WS-== BY ==ANT-==.
       COPY 'LAYOUT001' REPLACING LEADING ==WS-== BY ==DEP-==.

       COPY 'RUNLOG01'.
       COPY 'GERCAT01'.

       COPY 'LAYOUT001'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 0100-OBTEM-DATA-PROCESSAMENTO
           PERFORM 0150-LE-PARAMETROS
           PERFORM 0200-VERIFICA-LOG-ENVIOS

           MOVE 'PFIMGDEC'            TO WS-RLG-PROGRAMA
           MOVE WS-DATA-PROCESSAMENTO TO WS-RLG-DATA-PROC
           MOVE 'PFCADAST' TO WS-GER-VERIFICA
           PERFORM 8600-VERIFICA-GERACAO
           MOVE 'PFAUDITO' TO WS-GER-VERIFICA
           PERFORM 8600-VERIFICA-GERACAO
           MOVE 'PFAUDMOV' TO WS-GER-VERIFICA
           PERFORM 8600-VERIFICA-GERACAO
           MOVE 'PFAUDRES' TO WS-GER-VERIFICA
           PERFORM 8600-VERIFICA-GERACAO
           PERFORM 8000-REGISTRA-INICIO

           OPEN INPUT PFCADAST
           IF WS-FS-PFCADAST NOT = '00'
               DISPLAY 'ERRO FATAL: PFCADAST NAO PODE SER ABERTO - '
                   'FILE STATUS ' WS-FS-PFCADAST
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT PFLGPDSU
           IF WS-FS-PFLGPDSU = '00'
               MOVE 'S' TO WS-EXISTE-PFLGPDSU
           END-IF

           OPEN OUTPUT PFIMGRET
           IF WS-FS-PFIMGRET NOT = '00'
               DISPLAY 'ERRO FATAL: PFIMGRET NAO PODE SER CRIADO - '
                   'FILE STATUS ' WS-FS-PFIMGRET
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           SORT ARQSORT
               ON ASCENDING KEY SRT-MOVIMENTO
                                SRT-CHAVE-REGISTRO
                                SRT-DATA-EVENTO
               INPUT PROCEDURE IS 1000-SELECIONA-EVENTOS
               OUTPUT PROCEDURE IS 3000-GRAVA-DECLARACAO

           CLOSE PFCADAST
           CLOSE PFIMGRET
           IF EXISTE-PFLGPDSU
               CLOSE PFLGPDSU
           END-IF

           PERFORM 4000-REGISTRA-ENVIO

           DISPLAY ' '
           DISPLAY '===== RESUMO DA DECLARACAO DE ESTRANGEIROS ====='
           DISPLAY 'COMPETENCIA            : ' WS-COMPETENCIA-X
           DISPLAY 'SEQUENCIA              : ' WS-SEQUENCIA-RETORNO
           DISPLAY 'AUDITORIAS LIDAS       : ' WS-TOTAL-AUDITORIAS
           DISPLAY 'REGISTROS LIDOS        : ' WS-TOTAL-LIDOS
           DISPLAY 'NOVOS ESTRANGEIROS     : ' WS-TOTAL-NOVOS
           DISPLAY 'MUDANCAS DE ENDERECO   : ' WS-TOTAL-ENDERECOS
           DISPLAY 'VISTOS VENCIDOS        : ' WS-TOTAL-VENCIDOS
           DISPLAY 'APAGADOS (LGPD)        : ' WS-TOTAL-APAGADOS
           DISPLAY 'TOTAL DE DETALHES      : ' WS-TOTAL-DETALHES
           DISPLAY 'MESES SEM DECLARACAO   : ' WS-MESES-EM-FALTA

           IF WS-MESES-EM-FALTA > ZEROS
               MOVE 4 TO RETURN-CODE
               MOVE 4 TO WS-RLG-CODIGO-RETORNO
           END-IF
           MOVE WS-TOTAL-DETALHES TO WS-RLG-CONTAGEM-1
           MOVE WS-TOTAL-APAGADOS TO WS-RLG-CONTAGEM-2
           PERFORM 8100-REGISTRA-FIM

           STOP RUN.

      *>  The processing date normally arrives in PFDATPRC.DAT so the
      *>  run can be dated independently of the machine clock (e.g. a
      *>  weekend run dated for Monday); when the file is missing or
      *>  does not hold a plausible AAAAMMDD the machine date is used
      *>  and the fact is logged to the console.
       0100-OBTEM-DATA-PROCESSAMENTO.

           OPEN INPUT PFDATPRC
           IF WS-FS-PFDATPRC = '00'
               READ PFDATPRC
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DTP-DATA-PROCESSAMENTO
                           TO WS-DATA-VALIDACAO
               END-READ
               CLOSE PFDATPRC
           END-IF

           IF WS-DATA-VALIDACAO IS NUMERIC
           AND WS-DVAL-ANO > 1900
           AND WS-DVAL-MES >= 01 AND WS-DVAL-MES <= 12
           AND WS-DVAL-DIA >= 01 AND WS-DVAL-DIA <= 31
               MOVE WS-DATA-VALIDACAO TO WS-DATA-PROCESSAMENTO
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8)
                   TO WS-DATA-PROCESSAMENTO
               DISPLAY 'AVISO: PFDATPRC AUSENTE/INVALIDO - USANDO '
                   'DATA DA MAQUINA ' WS-DATA-PROCESSAMENTO
           END-IF

           .

      *>  The competencia is normally left to default to the month
      *>  before the processing date; PFIMGPRM.DAT names another one
      *>  when a missed month has to be caught up. Only a closed month
      *>  can be returned.
       0150-LE-PARAMETROS.

           MOVE WS-DATA-PROCESSAMENTO TO WS-DATA-VALIDACAO
           IF WS-DVAL-MES = 01
               COMPUTE WS-COMP-ANO = WS-DVAL-ANO - 1
               MOVE 12 TO WS-COMP-MES
           ELSE
               MOVE WS-DVAL-ANO TO WS-COMP-ANO
               COMPUTE WS-COMP-MES = WS-DVAL-MES - 1
           END-IF

           OPEN INPUT PFIMGPRM
           IF WS-FS-PFIMGPRM = '00'
               READ PFIMGPRM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-COMPETENCIA NOT = SPACES
                           MOVE PRM-COMPETENCIA TO WS-COMPETENCIA-X
                       END-IF
               END-READ
               CLOSE PFIMGPRM
           END-IF

           IF WS-COMPETENCIA-X IS NOT NUMERIC
           OR WS-COMP-ANO < 1901
           OR WS-COMP-MES < 01 OR WS-COMP-MES > 12
               DISPLAY 'ERRO FATAL: COMPETENCIA INVALIDA EM PFIMGPRM - '
                   WS-COMPETENCIA-X
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-COMPETENCIA-X >= WS-DATA-PROCESSAMENTO (1:6)
               DISPLAY 'ERRO FATAL: COMPETENCIA ' WS-COMPETENCIA-X
                   ' AINDA NAO ENCERRADA EM ' WS-DATA-PROCESSAMENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           .

      *>  Reads the submission log through: a line for this very
      *>  month means it was already sent, and is refused the same
      *>  way the ledger refuses a second run (return code 20). The
      *>  sequence continues from the highest one on the log, and the
      *>  months between the latest earlier return and this one are
      *>  named as missing. A first-ever run has nothing to compare.
       0200-VERIFICA-LOG-ENVIOS.

           MOVE ZEROS TO WS-SEQUENCIA-ANTERIOR
           MOVE ZEROS TO WS-ULTIMA-ENVIADA
           OPEN INPUT PFIMGLOG
           IF WS-FS-PFIMGLOG = '00'
               MOVE 'N' TO WS-EOF-ARQUIVO
               PERFORM UNTIL END-OF-FILE-ARQUIVO
                   READ PFIMGLOG
                       AT END
                           MOVE 'S' TO WS-EOF-ARQUIVO
                       NOT AT END
                           PERFORM 0210-CONFERE-ENVIO
                   END-READ
               END-PERFORM
               CLOSE PFIMGLOG
           END-IF
           COMPUTE WS-SEQUENCIA-RETORNO = WS-SEQUENCIA-ANTERIOR + 1

           MOVE ZEROS TO WS-MESES-EM-FALTA
           IF WS-ULTIMA-ENVIADA > ZEROS
               COMPUTE WS-MESES-COMPETENCIA =
                   WS-COMP-ANO * 12 + WS-COMP-MES
               MOVE WS-ULTIMA-ENVIADA TO WS-MES-FALTANTE
               COMPUTE WS-MESES-ULTIMA =
                   WS-FALT-ANO * 12 + WS-FALT-MES
               COMPUTE WS-MESES-EM-FALTA =
                   WS-MESES-COMPETENCIA - WS-MESES-ULTIMA - 1
               PERFORM WS-MESES-EM-FALTA TIMES
                   IF WS-FALT-MES = 12
                       ADD 1 TO WS-FALT-ANO
                       MOVE 01 TO WS-FALT-MES
                   ELSE
                       ADD 1 TO WS-FALT-MES
                   END-IF
                   DISPLAY 'AVISO: COMPETENCIA ' WS-MES-FALTANTE
                       ' SEM DECLARACAO ENVIADA'
               END-PERFORM
           END-IF

           .

       0210-CONFERE-ENVIO.

           IF LOG-COMPETENCIA = WS-COMPETENCIA-N
               DISPLAY 'ERRO: DECLARACAO DE ' WS-COMPETENCIA-X
                   ' JA GERADA (SEQUENCIA ' LOG-SEQUENCIA ' EM '
                   LOG-DATA-GERACAO ') - EXECUCAO RECUSADA'
               CLOSE PFIMGLOG
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           IF LOG-SEQUENCIA > WS-SEQUENCIA-ANTERIOR
               MOVE LOG-SEQUENCIA TO WS-SEQUENCIA-ANTERIOR
           END-IF
           IF LOG-COMPETENCIA < WS-COMPETENCIA-N
           AND LOG-COMPETENCIA > WS-ULTIMA-ENVIADA
               MOVE LOG-COMPETENCIA TO WS-ULTIMA-ENVIADA
           END-IF

           .

      *>  Releases one sort record per event of the month: the audit
      *>  trails first, then the expiries on the master.
       1000-SELECIONA-EVENTOS.

           OPEN INPUT PFAUDITO
           IF WS-FS-PFAUDITO NOT = '00'
               DISPLAY 'AVISO: PFAUDITO AUSENTE - NAO LIDO'
           ELSE
               MOVE 'N' TO WS-EOF-ARQUIVO
               PERFORM UNTIL END-OF-FILE-ARQUIVO
                   READ PFAUDITO INTO WS-AUDITORIA
                       AT END
                           MOVE 'S' TO WS-EOF-ARQUIVO
                       NOT AT END
                           PERFORM 1200-CLASSIFICA-AUDITORIA
                   END-READ
               END-PERFORM
               CLOSE PFAUDITO
           END-IF

           OPEN INPUT PFAUDMOV
           IF WS-FS-PFAUDMOV NOT = '00'
               DISPLAY 'AVISO: PFAUDMOV AUSENTE - NAO LIDO'
           ELSE
               MOVE 'N' TO WS-EOF-ARQUIVO
               PERFORM UNTIL END-OF-FILE-ARQUIVO
                   READ PFAUDMOV INTO WS-AUDITORIA
                       AT END
                           MOVE 'S' TO WS-EOF-ARQUIVO
                       NOT AT END
                           PERFORM 1200-CLASSIFICA-AUDITORIA
                   END-READ
               END-PERFORM
               CLOSE PFAUDMOV
           END-IF

           OPEN INPUT PFAUDRES
           IF WS-FS-PFAUDRES NOT = '00'
               DISPLAY 'AVISO: PFAUDRES AUSENTE - NAO LIDO'
           ELSE
               MOVE 'N' TO WS-EOF-ARQUIVO
               PERFORM UNTIL END-OF-FILE-ARQUIVO
                   READ PFAUDRES INTO WS-AUDITORIA
                       AT END
                           MOVE 'S' TO WS-EOF-ARQUIVO
                       NOT AT END
                           PERFORM 1200-CLASSIFICA-AUDITORIA
                   END-READ
               END-PERFORM
               CLOSE PFAUDRES
           END-IF

           PERFORM 1100-LE-PFCADAST
           PERFORM UNTIL END-OF-FILE-PFCADAST
               ADD 1 TO WS-TOTAL-LIDOS
               PERFORM 1300-CLASSIFICA-VALIDADE
               PERFORM 1100-LE-PFCADAST
           END-PERFORM

           .

       1100-LE-PFCADAST.

           READ PFCADAST INTO WS-DADOS-PESSOA
               AT END
                   MOVE 'S' TO WS-EOF-PFCADAST
           END-READ.

      *>  Only after images of a foreign registrant dated inside the
      *>  month count; an exclusion (blank after image) does not. No
      *>  before image, or a BR one, makes a new foreign registrant;
      *>  otherwise a change to the address block -- bytes 106
      *>  through 370, WS-QTD-ENDERECOS plus the 3 occurrences, the
      *>  same test PFREJRES uses -- makes an address change.
       1200-CLASSIFICA-AUDITORIA.

           ADD 1 TO WS-TOTAL-AUDITORIAS
           IF WS-AUD-DATA-HORA (1:6) = WS-COMPETENCIA-X
           AND WS-AUD-REGISTRO-DEPOIS NOT = SPACES
               MOVE WS-AUD-REGISTRO-ANTES  TO ANT-DADOS-PESSOA
               MOVE WS-AUD-REGISTRO-DEPOIS TO DEP-DADOS-PESSOA
               MOVE SPACES TO WS-MOVIMENTO
               IF DEP-NACIONALIDADE NOT = 'BR'
                   EVALUATE TRUE
                       WHEN WS-AUD-REGISTRO-ANTES = SPACES
                           MOVE 'N' TO WS-MOVIMENTO
                       WHEN ANT-NACIONALIDADE = 'BR'
                           MOVE 'N' TO WS-MOVIMENTO
                       WHEN WS-AUD-REGISTRO-DEPOIS (106:265) NOT =
                            WS-AUD-REGISTRO-ANTES (106:265)
                           MOVE 'E' TO WS-MOVIMENTO
                   END-EVALUATE
               END-IF
               IF WS-MOVIMENTO NOT = SPACES
                   MOVE SPACES                 TO SRT-REGISTRO
                   MOVE WS-MOVIMENTO           TO SRT-MOVIMENTO
                   MOVE WS-AUD-CHAVE-REGISTRO  TO SRT-CHAVE-REGISTRO
                   MOVE WS-AUD-DATA-HORA (1:8) TO SRT-DATA-EVENTO
                   MOVE WS-AUD-REGISTRO-DEPOIS TO SRT-IMAGEM
                   RELEASE SRT-REGISTRO
               END-IF
           END-IF

           .

      *>  A visa still on the master with its validade inside the
      *>  month ran out without being renewed -- a renewal would have
      *>  moved the date on.
       1300-CLASSIFICA-VALIDADE.

           IF WS-NACIONALIDADE NOT = 'BR'
               MOVE WS-VALIDADE-VISTO TO WS-DATA-VALIDACAO
               IF WS-DATA-VALIDACAO IS NUMERIC
               AND WS-DVAL-ANO = WS-COMP-ANO
               AND WS-DVAL-MES = WS-COMP-MES
                   MOVE SPACES             TO SRT-REGISTRO
                   MOVE 'V'                TO SRT-MOVIMENTO
                   MOVE WS-CHAVE-REGISTRO  TO SRT-CHAVE-REGISTRO
                   MOVE WS-VALIDADE-VISTO  TO SRT-DATA-EVENTO
                   MOVE WS-DADOS-PESSOA    TO SRT-IMAGEM
                   RELEASE SRT-REGISTRO
               END-IF
           END-IF

           .

      *>  The header carries the competencia and the sequence the
      *>  log will record; the trailer balances the details written.
       3000-GRAVA-DECLARACAO.

           MOVE SPACES                TO RET-CABECALHO
           MOVE 'H'                   TO RET-CAB-TIPO
           MOVE WS-COMPETENCIA-N      TO RET-CAB-COMPETENCIA
           MOVE WS-SEQUENCIA-RETORNO  TO RET-CAB-SEQUENCIA
           MOVE WS-DATA-PROCESSAMENTO TO RET-CAB-DATA-GERACAO
           MOVE 'PFCADAST'            TO RET-CAB-ORIGEM
           WRITE RET-CABECALHO

           PERFORM 3100-RETORNA-DO-SORT
           PERFORM UNTIL FIM-DO-SORT
               PERFORM 3200-GRAVA-DETALHE
               PERFORM 3100-RETORNA-DO-SORT
           END-PERFORM

           MOVE SPACES             TO RET-TRAILER
           MOVE 'T'                TO RET-TRL-TIPO
           MOVE WS-TOTAL-DETALHES  TO RET-TRL-QTD-DETALHES
           MOVE WS-TOTAL-NOVOS     TO RET-TRL-QTD-NOVOS
           MOVE WS-TOTAL-ENDERECOS TO RET-TRL-QTD-ENDERECOS
           MOVE WS-TOTAL-VENCIDOS  TO RET-TRL-QTD-VENCIDOS
           MOVE WS-TOTAL-APAGADOS  TO RET-TRL-QTD-APAGADOS
           MOVE WS-HASH-CHAVES     TO RET-TRL-HASH-CHAVES
           WRITE RET-TRAILER

           .

       3100-RETORNA-DO-SORT.

           RETURN ARQSORT
               AT END
                   MOVE 'S' TO WS-FIM-SORT
           END-RETURN.

      *>  A suppressed chave keeps only the event, its date and the
      *>  chave: situacao 'A' (apagado) tells the authority the person
      *>  was erased under the LGPD. Everyone else goes out situacao
      *>  'R' with the image's residence address.
       3200-GRAVA-DETALHE.

           MOVE SRT-IMAGEM TO WS-DADOS-PESSOA
           PERFORM 3300-VERIFICA-SUPRESSAO

           MOVE SPACES             TO RET-REGISTRO
           MOVE 'D'                TO RET-TIPO
           MOVE SRT-MOVIMENTO      TO RET-MOVIMENTO
           MOVE SRT-CHAVE-REGISTRO TO RET-CHAVE-REGISTRO
           MOVE SRT-DATA-EVENTO    TO RET-DATA-EVENTO
           MOVE ZEROS              TO RET-VALIDADE-VISTO
           IF CHAVE-SUPRIMIDA-LGPD
               MOVE 'A' TO RET-SITUACAO
               ADD 1 TO WS-TOTAL-APAGADOS
           ELSE
               MOVE 'R'                TO RET-SITUACAO
               MOVE WS-ULTIMO-NOME     TO RET-ULTIMO-NOME
               MOVE WS-PRIMEIRO-NOME   TO RET-PRIMEIRO-NOME
               MOVE WS-NACIONALIDADE   TO RET-NACIONALIDADE
               MOVE WS-NUM-PASSAPORTE  TO RET-NUM-PASSAPORTE
               MOVE WS-TIPO-VISTO      TO RET-TIPO-VISTO
               IF WS-VALIDADE-VISTO IS NUMERIC
                   MOVE WS-VALIDADE-VISTO TO RET-VALIDADE-VISTO
               END-IF
               PERFORM 3400-LOCALIZA-RESIDENCIA
               IF WS-QTD-ENDERECOS > 0
                   MOVE WS-RUA (WS-IDX-END)    TO RET-RUA
                   MOVE WS-BAIRRO (WS-IDX-END) TO RET-BAIRRO
                   MOVE WS-CIDADE (WS-IDX-END) TO RET-CIDADE
                   MOVE WS-UF (WS-IDX-END)     TO RET-UF
                   MOVE WS-CEP (WS-IDX-END)    TO RET-CEP
               END-IF
           END-IF
           WRITE RET-REGISTRO

           ADD 1 TO WS-TOTAL-DETALHES
           ADD SRT-CHAVE-REGISTRO TO WS-HASH-CHAVES
           EVALUATE SRT-MOVIMENTO
               WHEN 'N'
                   ADD 1 TO WS-TOTAL-NOVOS
               WHEN 'E'
                   ADD 1 TO WS-TOTAL-ENDERECOS
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-VENCIDOS
           END-EVALUATE

           .

       3300-VERIFICA-SUPRESSAO.

           MOVE 'N' TO WS-CHAVE-SUPRIMIDA
           IF EXISTE-PFLGPDSU
               MOVE SRT-CHAVE-REGISTRO TO SUP-CHAVE-REGISTRO
               READ PFLGPDSU
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-CHAVE-SUPRIMIDA
               END-READ
           END-IF

           .

      *>  The residence is the HOME address when there is one,
      *>  otherwise the first occurrence.
       3400-LOCALIZA-RESIDENCIA.

           SET WS-IDX-END TO 1
           PERFORM VARYING WS-IDX-BUSCA-END FROM 1 BY 1
                   UNTIL WS-IDX-BUSCA-END > WS-QTD-ENDERECOS
               IF WS-END-TIPO (WS-IDX-BUSCA-END) = 'HOME'
                   SET WS-IDX-END TO WS-IDX-BUSCA-END
               END-IF
           END-PERFORM

           .

      *>  Logged only once the return is complete. First run ever
      *>  creates the log. Failing to log is fatal: a return that is
      *>  not on the log could be built and sent a second time.
       4000-REGISTRA-ENVIO.

           OPEN EXTEND PFIMGLOG
           IF WS-FS-PFIMGLOG NOT = '00'
               OPEN OUTPUT PFIMGLOG
           END-IF
           IF WS-FS-PFIMGLOG NOT = '00'
               DISPLAY 'ERRO FATAL: PFIMGLOG NAO PODE SER GRAVADO - '
                   'FILE STATUS ' WS-FS-PFIMGLOG
               DISPLAY 'ERRO FATAL: PFIMGRET DE ' WS-COMPETENCIA-X
                   ' NAO REGISTRADO - NAO ENVIAR'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES                TO LOG-REGISTRO
           MOVE WS-COMPETENCIA-N      TO LOG-COMPETENCIA
           MOVE WS-SEQUENCIA-RETORNO  TO LOG-SEQUENCIA
           MOVE WS-DATA-PROCESSAMENTO TO LOG-DATA-GERACAO
           MOVE WS-TOTAL-NOVOS        TO LOG-QTD-NOVOS
           MOVE WS-TOTAL-ENDERECOS    TO LOG-QTD-ENDERECOS
           MOVE WS-TOTAL-VENCIDOS     TO LOG-QTD-VENCIDOS
           MOVE WS-TOTAL-APAGADOS     TO LOG-QTD-APAGADOS
           MOVE WS-HASH-CHAVES        TO LOG-HASH-CHAVES
           MOVE WS-MESES-EM-FALTA     TO LOG-MESES-EM-FALTA
           MOVE FUNCTION CURRENT-DATE TO LOG-DATA-HORA
           WRITE LOG-REGISTRO
           CLOSE PFIMGLOG

           .

       COPY 'RUNLOG02'.
       COPY 'GERCAT02'.
       END PROGRAM PFIMGDEC.
