      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:15/10/2026
      * Purpose: MAILING CONSENT MAINTENANCE. APPLIES THE DESK'S
      *          CONSENT REQUESTS (PFCONREQ.DAT: CHAVE, CHANNEL,
      *          S = CONSENTS / N = WITHDRAWN, DATE GIVEN OR WITHDRAWN
      *          AND THE DESK OPERATOR WHO TOOK IT) TO THE CONSENT
      *          REGISTRY PFCONSEN.DAT, KEYED BY CHAVE WITH ONE SLOT
      *          PER CHANNEL: 1 = MAILED LABELS, 2 = CRM EXTRACT,
      *          3 = VISA NOTICES. A CHAVE WITH NO RECORD, OR A SLOT
      *          NEVER RECORDED, CONSENTS -- THE OUTPUT JOBS (THE
      *          NIGHTLY BATCH, PFVISNOT AND THE PFREJRES REPRINT)
      *          SUPPRESS ONLY WHAT WAS EXPLICITLY WITHDRAWN. EVERY
      *          CHANGE IS AUDITED BEFORE/AFTER IN THE PFAUDITO FORMAT
      *          ON PFAUDCON.DAT, WHICH ACCUMULATES ACROSS RUNS AS THE
      *          REGISTRANT'S CONSENT HISTORY.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PFCONMAN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PFCONREQ ASSIGN TO 'PFCONREQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFCONREQ.

           SELECT PFDATPRC ASSIGN TO 'PFDATPRC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFDATPRC.

           SELECT PFCADAST ASSIGN TO 'PFCADAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PF-CHAVE-REGISTRO
               ALTERNATE RECORD KEY IS PF-ULTIMO-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PF-CPF
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PFCADAST.

      *>  Companion file like PFENDSTA: consent is not part of the
      *>  registrant image, so no audit or movement interface had to
      *>  widen for it.
           SELECT PFCONSEN ASSIGN TO 'PFCONSEN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CON-CHAVE-REGISTRO
               FILE STATUS IS WS-FS-PFCONSEN.

           SELECT PFAUDITO ASSIGN TO 'PFAUDCON.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFAUDITO.

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
      *>  Canal: E = mailed labels, C = CRM extract, V = visa notices.
      *>  A blank date takes the processing date.
       FD  PFCONREQ
           LABEL RECORDS ARE STANDARD.
       01  REQ-REGISTRO.
           05  REQ-CHAVE-REGISTRO       PIC X(06).
           05  FILLER                   PIC X(01).
           05  REQ-CANAL                PIC X(01).
           05  FILLER                   PIC X(01).
           05  REQ-SITUACAO             PIC X(01).
           05  FILLER                   PIC X(01).
           05  REQ-DATA                 PIC X(08).
           05  FILLER                   PIC X(01).
           05  REQ-OPERADOR             PIC X(08).

       FD  PFDATPRC
           LABEL RECORDS ARE STANDARD.
       01  DTP-REGISTRO.
           05  DTP-DATA-PROCESSAMENTO   PIC X(08).

       FD  PFCADAST
           LABEL RECORDS ARE STANDARD.
       01  PF-REGISTRO-CADAST.
           05  PF-CHAVE-REGISTRO        PIC 9(06).
           05  PF-PRIMEIRO-NOME         PIC X(15).
           05  PF-ULTIMO-NOME           PIC X(20).
           05  FILLER                   PIC X(363).
           05  PF-CPF                   PIC X(11).
           05  FILLER                   PIC X(35).

       FD  PFCONSEN
           LABEL RECORDS ARE STANDARD.
       01  CON-REGISTRO.
           05  CON-CHAVE-REGISTRO       PIC 9(06).
           05  CON-CANAIS OCCURS 3 TIMES.
               10  CON-SITUACAO         PIC X(01).
               10  CON-DATA             PIC 9(08).
               10  CON-OPERADOR         PIC X(08).

       FD  PFAUDITO
           LABEL RECORDS ARE STANDARD.
       01  AUD-REGISTRO.
           05  AUD-CHAVE-REGISTRO       PIC 9(06).
           05  FILLER                   PIC X(01).
           05  AUD-DATA-HORA            PIC X(21).
           05  FILLER                   PIC X(01).
           05  AUD-OPERADOR             PIC X(08).
           05  FILLER                   PIC X(01).
           05  AUD-CAMPO-ALTERADO       PIC X(15).
           05  FILLER                   PIC X(01).
           05  AUD-DIGITACAO            PIC X(21).
           05  FILLER                   PIC X(01).
           05  AUD-REGISTRO-ANTES       PIC X(450).
           05  FILLER                   PIC X(01).
           05  AUD-REGISTRO-DEPOIS      PIC X(450).

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
       77  WS-FS-PFCONREQ          PIC X(02) VALUE '00'.
       77  WS-FS-PFDATPRC          PIC X(02) VALUE '00'.
       77  WS-FS-PFCADAST          PIC X(02) VALUE '00'.
       77  WS-FS-PFCONSEN          PIC X(02) VALUE '00'.
       77  WS-FS-PFAUDITO          PIC X(02) VALUE '00'.
       77  WS-EOF-PFCONREQ         PIC X(01) VALUE 'N'.
           88  END-OF-FILE-PFCONREQ            VALUE 'S'.
       77  WS-CONSENT-EXISTE       PIC X(01) VALUE 'N'.
           88  CONSENT-EXISTE                  VALUE 'S'.
       77  WS-PEDIDO-VALIDO        PIC X(01) VALUE 'N'.
           88  PEDIDO-VALIDO                   VALUE 'S'.
       77  WS-IDX-CANAL            PIC 9(01) VALUE ZEROS.
       77  WS-DATA-PEDIDO          PIC 9(08) VALUE ZEROS.
       77  WS-DATA-PROCESSAMENTO   PIC 9(08) VALUE ZEROS.
       77  WS-CONSENT-ANTES        PIC X(57).
       77  WS-TOTAL-PEDIDOS        PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-APLICADOS      PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-CONCEDIDOS     PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-RETIRADOS      PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-SEM-MUDANCA    PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-SEM-CADASTRO   PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-INVALIDOS      PIC 9(06) VALUE ZEROS.

       01  WS-DATA-VALIDACAO.
           05  WS-DVAL-ANO          PIC 9(04).
           05  WS-DVAL-MES          PIC 9(02).
           05  WS-DVAL-DIA          PIC 9(02).

      *>  Audit label per channel slot.
       01  WS-TABELA-CANAIS-DADOS.
           05  FILLER               PIC X(16) VALUE 'ECONS-ETIQUETA  '.
           05  FILLER               PIC X(16) VALUE 'CCONS-CRM       '.
           05  FILLER               PIC X(16) VALUE 'VCONS-VISTO     '.
       01  WS-TABELA-CANAIS REDEFINES WS-TABELA-CANAIS-DADOS.
           05  WS-CANAL-ENTRY OCCURS 3 TIMES.
               10  WS-CANAL-CODIGO      PIC X(01).
               10  WS-CANAL-ROTULO      PIC X(15).

       COPY 'RUNLOG01'.
       COPY 'GERCAT01'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 0100-OBTEM-DATA-PROCESSAMENTO

           MOVE 'PFCONMAN'            TO WS-RLG-PROGRAMA
           MOVE WS-DATA-PROCESSAMENTO TO WS-RLG-DATA-PROC
           MOVE 'PFCADAST' TO WS-GER-VERIFICA
           PERFORM 8600-VERIFICA-GERACAO
           PERFORM 8000-REGISTRA-INICIO

           OPEN INPUT PFCONREQ
           IF WS-FS-PFCONREQ NOT = '00'
               DISPLAY 'ERRO FATAL: PFCONREQ NAO PODE SER ABERTO - '
                   'FILE STATUS ' WS-FS-PFCONREQ
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT PFCADAST
           IF WS-FS-PFCADAST NOT = '00'
               DISPLAY 'ERRO FATAL: PFCADAST NAO PODE SER ABERTO - '
                   'FILE STATUS ' WS-FS-PFCADAST
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *>  First request ever creates the registry.
           OPEN I-O PFCONSEN
           IF WS-FS-PFCONSEN NOT = '00'
               OPEN OUTPUT PFCONSEN
               IF WS-FS-PFCONSEN NOT = '00'
                   DISPLAY 'ERRO FATAL: PFCONSEN NAO PODE SER '
                       'CRIADO - FILE STATUS ' WS-FS-PFCONSEN
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE PFCONSEN
               OPEN I-O PFCONSEN
           END-IF

      *>  The trail is the consent history, so it is extended, never
      *>  recreated.
           OPEN EXTEND PFAUDITO
           IF WS-FS-PFAUDITO NOT = '00'
               OPEN OUTPUT PFAUDITO
               IF WS-FS-PFAUDITO NOT = '00'
                   DISPLAY 'ERRO FATAL: PFAUDCON NAO PODE SER '
                       'GRAVADO - FILE STATUS ' WS-FS-PFAUDITO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM 1000-LE-PEDIDO
           PERFORM UNTIL END-OF-FILE-PFCONREQ
               PERFORM 2000-PROCESSA-PEDIDO
               PERFORM 1000-LE-PEDIDO
           END-PERFORM

           PERFORM 3000-IMPRIME-RESUMO

           CLOSE PFCONREQ
           CLOSE PFCADAST
           CLOSE PFCONSEN
           CLOSE PFAUDITO

      *>  Requests the desk has to rekey end the run with code 4,
      *>  same as the movement edit's rejects.
           IF WS-TOTAL-INVALIDOS > 0
           OR WS-TOTAL-SEM-CADASTRO > 0
               MOVE 04 TO WS-RLG-CODIGO-RETORNO
           END-IF
           MOVE WS-TOTAL-PEDIDOS   TO WS-RLG-CONTAGEM-1
           MOVE WS-TOTAL-APLICADOS TO WS-RLG-CONTAGEM-2
           PERFORM 8100-REGISTRA-FIM

           MOVE WS-RLG-CODIGO-RETORNO TO RETURN-CODE
           STOP RUN.

      *>  Same rule PFVISREL applies: the run can be dated via
      *>  PFDATPRC.DAT, and falls back to the machine date with a
      *>  console notice when the file is missing or implausible.
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

       1000-LE-PEDIDO.

           READ PFCONREQ
               AT END
                   MOVE 'S' TO WS-EOF-PFCONREQ
               NOT AT END
                   ADD 1 TO WS-TOTAL-PEDIDOS
           END-READ.

       2000-PROCESSA-PEDIDO.

           PERFORM 2100-VALIDA-PEDIDO

           IF PEDIDO-VALIDO
               MOVE REQ-CHAVE-REGISTRO TO PF-CHAVE-REGISTRO
               READ PFCADAST
                   INVALID KEY
                       ADD 1 TO WS-TOTAL-SEM-CADASTRO
                       DISPLAY 'AVISO: CHAVE ' REQ-CHAVE-REGISTRO
                           ' NAO ENCONTRADA NO CADASTRO - '
                           'PEDIDO IGNORADO'
                   NOT INVALID KEY
                       PERFORM 2200-APLICA-PEDIDO
               END-READ
           END-IF

           .

      *>  A consent date after the processing date would be a keying
      *>  error: nobody can have given or withdrawn it yet.
       2100-VALIDA-PEDIDO.

           MOVE 'N' TO WS-PEDIDO-VALIDO
           MOVE ZEROS TO WS-IDX-CANAL
           PERFORM VARYING WS-IDX-CANAL FROM 1 BY 1
                   UNTIL WS-IDX-CANAL > 3
                      OR WS-CANAL-CODIGO (WS-IDX-CANAL) = REQ-CANAL
               CONTINUE
           END-PERFORM

           IF REQ-DATA = SPACES
               MOVE WS-DATA-PROCESSAMENTO TO WS-DATA-VALIDACAO
           ELSE
               MOVE REQ-DATA TO WS-DATA-VALIDACAO
           END-IF

           EVALUATE TRUE
               WHEN REQ-CHAVE-REGISTRO IS NOT NUMERIC
                   DISPLAY 'AVISO: PEDIDO COM CHAVE NAO NUMERICA - '
                       REQ-CHAVE-REGISTRO ' - IGNORADO'
               WHEN WS-IDX-CANAL > 3
                   DISPLAY 'AVISO: CHAVE ' REQ-CHAVE-REGISTRO
                       ' CANAL INVALIDO (' REQ-CANAL ') - IGNORADO'
               WHEN REQ-SITUACAO NOT = 'S' AND REQ-SITUACAO NOT = 'N'
                   DISPLAY 'AVISO: CHAVE ' REQ-CHAVE-REGISTRO
                       ' SITUACAO INVALIDA (' REQ-SITUACAO
                       ') - IGNORADO'
               WHEN REQ-OPERADOR = SPACES
                   DISPLAY 'AVISO: CHAVE ' REQ-CHAVE-REGISTRO
                       ' SEM OPERADOR - IGNORADO'
               WHEN WS-DATA-VALIDACAO IS NOT NUMERIC
               OR WS-DVAL-ANO < 1901
               OR WS-DVAL-MES < 01 OR WS-DVAL-MES > 12
               OR WS-DVAL-DIA < 01 OR WS-DVAL-DIA > 31
               OR WS-DATA-VALIDACAO > WS-DATA-PROCESSAMENTO
                   DISPLAY 'AVISO: CHAVE ' REQ-CHAVE-REGISTRO
                       ' DATA INVALIDA (' REQ-DATA ') - IGNORADO'
               WHEN OTHER
                   MOVE 'S' TO WS-PEDIDO-VALIDO
                   MOVE WS-DATA-VALIDACAO TO WS-DATA-PEDIDO
           END-EVALUATE

           IF NOT PEDIDO-VALIDO
               ADD 1 TO WS-TOTAL-INVALIDOS
           END-IF

           .

      *>  A request that restates the flag already on file changes
      *>  nothing: the date kept is the one the consent was actually
      *>  given or withdrawn.
       2200-APLICA-PEDIDO.

           MOVE 'N' TO WS-CONSENT-EXISTE
           MOVE REQ-CHAVE-REGISTRO TO CON-CHAVE-REGISTRO
           READ PFCONSEN
               INVALID KEY
                   MOVE SPACES TO CON-REGISTRO
                   MOVE REQ-CHAVE-REGISTRO TO CON-CHAVE-REGISTRO
                   MOVE ZEROS TO CON-DATA (1) CON-DATA (2) CON-DATA (3)
               NOT INVALID KEY
                   MOVE 'S' TO WS-CONSENT-EXISTE
           END-READ
           MOVE CON-REGISTRO TO WS-CONSENT-ANTES

           IF CON-SITUACAO (WS-IDX-CANAL) = REQ-SITUACAO
               ADD 1 TO WS-TOTAL-SEM-MUDANCA
           ELSE
               MOVE REQ-SITUACAO   TO CON-SITUACAO (WS-IDX-CANAL)
               MOVE WS-DATA-PEDIDO TO CON-DATA (WS-IDX-CANAL)
               MOVE REQ-OPERADOR   TO CON-OPERADOR (WS-IDX-CANAL)
               PERFORM 2300-GRAVA-CONSENTIMENTO
               PERFORM 2400-GRAVA-AUDITORIA
               ADD 1 TO WS-TOTAL-APLICADOS
               IF REQ-SITUACAO = 'S'
                   ADD 1 TO WS-TOTAL-CONCEDIDOS
               ELSE
                   ADD 1 TO WS-TOTAL-RETIRADOS
               END-IF
           END-IF

           .

       2300-GRAVA-CONSENTIMENTO.

           IF CONSENT-EXISTE
               REWRITE CON-REGISTRO
           ELSE
               WRITE CON-REGISTRO
           END-IF
           IF WS-FS-PFCONSEN NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO GRAVAR CONSENTIMENTO DA '
                   'CHAVE ' REQ-CHAVE-REGISTRO ' - FILE STATUS '
                   WS-FS-PFCONSEN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           .

      *>  Same before/after record every audit trail uses; the images
      *>  are the consent record, not a LAYOUT001 image, and the
      *>  operator is the desk operator who took the request.
       2400-GRAVA-AUDITORIA.

           MOVE SPACES                       TO AUD-REGISTRO
           MOVE CON-CHAVE-REGISTRO           TO AUD-CHAVE-REGISTRO
           MOVE FUNCTION CURRENT-DATE        TO AUD-DATA-HORA
           MOVE REQ-OPERADOR                 TO AUD-OPERADOR
           MOVE WS-CANAL-ROTULO (WS-IDX-CANAL) TO AUD-CAMPO-ALTERADO
           IF CONSENT-EXISTE
               MOVE WS-CONSENT-ANTES         TO AUD-REGISTRO-ANTES
           END-IF
           MOVE CON-REGISTRO                 TO AUD-REGISTRO-DEPOIS
           WRITE AUD-REGISTRO
           IF WS-FS-PFAUDITO NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO GRAVAR PFAUDCON DA CHAVE '
                   CON-CHAVE-REGISTRO ' - FILE STATUS ' WS-FS-PFAUDITO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           .

       3000-IMPRIME-RESUMO.

           DISPLAY ' '
           DISPLAY '===== RESUMO DA MANUTENCAO DE CONSENTIMENTOS ====='
           DISPLAY 'DATA DE PROCESSAMENTO: ' WS-DATA-PROCESSAMENTO
           DISPLAY 'PEDIDOS LIDOS        : ' WS-TOTAL-PEDIDOS
           DISPLAY 'PEDIDOS APLICADOS    : ' WS-TOTAL-APLICADOS
           DISPLAY '  CONSENTIMENTOS     : ' WS-TOTAL-CONCEDIDOS
           DISPLAY '  RETIRADAS          : ' WS-TOTAL-RETIRADOS
           DISPLAY 'SEM MUDANCA          : ' WS-TOTAL-SEM-MUDANCA
           DISPLAY 'CHAVE SEM CADASTRO   : ' WS-TOTAL-SEM-CADASTRO
           DISPLAY 'PEDIDOS IGNORADOS    : ' WS-TOTAL-INVALIDOS

           .

       COPY 'RUNLOG02'.
       COPY 'GERCAT02'.
       END PROGRAM PFCONMAN.
