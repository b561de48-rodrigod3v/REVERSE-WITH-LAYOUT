      *          PFENDSTA UNDELIVERABLE SKIP), WITH MATCHING PFMANWRK
      *          RECORDS APPENDED SO THE PIECES RIDE THE CEP-SORTED
      *          MANIFEST FOR THE POSTAGE DISCOUNT. THE TRACKING FILE
      *          PFVISNTF.DAT (KEYED BY CHAVE: FAIXA + DATE NOTIFIED)
      *          STOPS A REGISTRANT ALREADY NOTIFIED AT A TIER FROM
      *          BEING RE-NOTIFIED UNTIL THE VISA CROSSES INTO A MORE
      *          URGENT FAIXA. A REGISTRANT WHO WITHDREW CONSENT TO
      *          VISA NOTICES ON PFCONSEN.DAT GETS NO LETTER, EXCEPT
      *          THE EXPIRED-VISA NOTICE (FAIXA 1), WHICH THE LAW
      *          REQUIRES: THAT ONE GOES OUT ANYWAY AND IS LISTED ON
      *          THE RUN REPORT AS A CONSENT OVERRIDE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS PF-CHAVE-REGISTRO
               ALTERNATE RECORD KEY IS PF-ULTIMO-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PF-CPF
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PFCADAST.

      *>  Processing date for the run AND for the run-ledger
               FILE STATUS IS WS-FS-PFENDSTA.

           SELECT PFVISNTF ASSIGN TO 'PFVISNTF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NTF-CHAVE-REGISTRO
               FILE STATUS IS WS-FS-PFVISNTF.

      *>  Consent registry maintained by PFCONMAN; slot 3 is the visa
      *>  notices. Absent file = no request ever taken.
           SELECT PFCONSEN ASSIGN TO 'PFCONSEN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CON-CHAVE-REGISTRO
               FILE STATUS IS WS-FS-PFCONSEN.

           SELECT PFVISETQ ASSIGN TO 'PFVISETQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFVISETQ.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFMANWRK.

           SELECT PFGERCAT ASSIGN TO 'PFGERCAT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-CHAVE
               FILE STATUS IS WS-FS-PFGERCAT.

           SELECT PFRUNLOG ASSIGN TO 'PFRUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFRUNLOG.
           05  PF-PRIMEIRO-NOME         PIC X(15).
           05  PF-ULTIMO-NOME           PIC X(20).
           05  FILLER                   PIC X(363).
           05  PF-CPF                   PIC X(11).
           05  FILLER                   PIC X(35).

       FD  PFDATPRC
           LABEL RECORDS ARE STANDARD.
           05  FILLER                   PIC X(01).
           05  NTF-DATA-NOTIFICACAO     PIC 9(08).

       FD  PFCONSEN
           LABEL RECORDS ARE STANDARD.
       01  CON-REGISTRO.
           05  CON-CHAVE-REGISTRO       PIC 9(06).
           05  CON-CANAIS OCCURS 3 TIMES.
               10  CON-SITUACAO         PIC X(01).
               10  CON-DATA             PIC 9(08).
               10  CON-OPERADOR         PIC X(08).

       FD  PFVISETQ
           LABEL RECORDS ARE STANDARD.
       01  ETQ-LINHA                   PIC X(50).
           05  MAN-CIDADE               PIC X(20).
           05  MAN-UF                   PIC X(02).
           05  MAN-CEP                  PIC X(08).
      *>  Mail stream the piece belongs to, for the postage
      *>  chargeback: N nightly labels, V visa notices (PFVISNOT),
      *>  R reject-cycle reprints (PFREJRES).
           05  MAN-FLUXO                PIC X(01).

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
       77  WS-FS-PFMANWRK          PIC X(02) VALUE '00'.
       77  WS-EOF-PFCADAST         PIC X(01) VALUE 'N'.
           88  END-OF-FILE-PFCADAST            VALUE 'S'.
       77  WS-EXISTE-PFENDSTA      PIC X(01) VALUE 'N'.
           88  EXISTE-PFENDSTA                 VALUE 'S'.
       77  WS-ENDERECO-ENTREGAVEL  PIC X(01) VALUE 'N'.
       77  WS-INT-VALIDADE         PIC 9(07) VALUE ZEROS.
       77  WS-DIAS-RESTANTES       PIC S9(05) VALUE ZEROS.
       77  WS-IDX-FAIXA            PIC 9(01).
       77  WS-NTF-ACHADO           PIC X(01) VALUE 'N'.
           88  NTF-ACHADO                      VALUE 'S'.
       77  WS-TOTAL-LIDOS          PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-ESTRANGEIROS   PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-NA-FAIXA       PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-JA-AVISADOS    PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-SEM-ENTREGA    PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-DATA-INVALIDA  PIC 9(06) VALUE ZEROS.
       77  WS-FS-PFCONSEN          PIC X(02) VALUE '00'.
       77  WS-EXISTE-PFCONSEN      PIC X(01) VALUE 'N'.
           88  EXISTE-PFCONSEN                 VALUE 'S'.
       77  WS-CONSENT-VISTO        PIC X(01) VALUE SPACES.
           88  CONSENT-VISTO-RETIRADO          VALUE 'N'.
       77  WS-TOTAL-SEM-CONSENT    PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-OBRIGATORIAS   PIC 9(06) VALUE ZEROS.

       01  WS-DATA-VALIDACAO.
           05  WS-DVAL-ANO          PIC 9(04).
       01  WS-SITUACOES-ENTREGA.
           05  WS-SIT-ENTREGA       PIC X(01) OCCURS 3 TIMES.

       COPY 'RUNLOG01'.
       COPY 'GERCAT01'.

       COPY 'LAYOUT001'.
       PROCEDURE DIVISION.
           MOVE WS-DATA-PROCESSAMENTO TO WS-RLG-DATA-PROC
           MOVE 'PFCADBAT'            TO WS-PRE-PROGRAMA
           PERFORM 8200-VERIFICA-PREREQUISITO
           MOVE 'PFCADAST' TO WS-GER-VERIFICA
           PERFORM 8600-VERIFICA-GERACAO
           MOVE 'PFENDSTA' TO WS-GER-VERIFICA
           PERFORM 8600-VERIFICA-GERACAO
           MOVE 'PFVISNTF' TO WS-GER-VERIFICA
           PERFORM 8600-VERIFICA-GERACAO
           PERFORM 8000-REGISTRA-INICIO

           PERFORM 0200-ABRE-NOTIFICADOS

           OPEN INPUT PFCADAST
           IF WS-FS-PFCADAST NOT = '00'
               MOVE 'S' TO WS-EXISTE-PFENDSTA
           END-IF

           OPEN INPUT PFCONSEN
           IF WS-FS-PFCONSEN = '00'
               MOVE 'S' TO WS-EXISTE-PFCONSEN
           END-IF

           OPEN OUTPUT PFVISETQ

           OPEN EXTEND PFMANWRK
               PERFORM 1000-LE-PFCADAST
           END-PERFORM

           CLOSE PFVISNTF
           CLOSE PFCADAST
           CLOSE PFVISETQ
           CLOSE PFMANWRK
           IF EXISTE-PFENDSTA
               CLOSE PFENDSTA
           END-IF
           IF EXISTE-PFCONSEN
               CLOSE PFCONSEN
           END-IF

           DISPLAY ' '
           DISPLAY '===== RESUMO DA NOTIFICACAO DE VISTOS ====='
           DISPLAY 'JA NOTIFICADOS NA FAIXA : ' WS-TOTAL-JA-AVISADOS
           DISPLAY 'SEM ENDERECO ENTREGAVEL : ' WS-TOTAL-SEM-ENTREGA
           DISPLAY 'VALIDADES INVALIDAS     : ' WS-TOTAL-DATA-INVALIDA
           DISPLAY 'SUPRIMIDAS SEM CONSENT. : ' WS-TOTAL-SEM-CONSENT
           DISPLAY 'OBRIGATORIAS S/ CONSENT.: ' WS-TOTAL-OBRIGATORIAS

           MOVE WS-TOTAL-NA-FAIXA TO WS-RLG-CONTAGEM-1
           MOVE WS-TOTAL-CARTAS   TO WS-RLG-CONTAGEM-2

           .

      *>  A missing tracking file is the first run ever: it is
      *>  created empty here and everyone in a faixa gets a letter.
       0200-ABRE-NOTIFICADOS.

           OPEN I-O PFVISNTF
           IF WS-FS-PFVISNTF NOT = '00'
               DISPLAY 'AVISO: PFVISNTF AUSENTE - PRIMEIRO CICLO DE '
                   'NOTIFICACAO'
               OPEN OUTPUT PFVISNTF
               IF WS-FS-PFVISNTF NOT = '00'
                   DISPLAY 'ERRO FATAL: PFVISNTF NAO PODE SER CRIADO - '
                       'FILE STATUS ' WS-FS-PFVISNTF
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE PFVISNTF
               OPEN I-O PFVISNTF
           END-IF

           .
      *>  The faixas get more urgent as the number drops (1 = vencido
      *>  ... 4 = 90 dias), so a letter goes out only when the chave
      *>  was never notified or its visa crossed into a lower faixa
      *>  than the one already mailed. The tracking entry is updated
      *>  as each letter is made, so an entry dated with tonight's
      *>  processing date comes from an earlier attempt at this same
      *>  run, whose PFVISETQ the rerun recreates: that letter is
      *>  made again rather than lost.
       2000-DECIDE-NOTIFICACAO.

           MOVE 'N' TO WS-NTF-ACHADO
           MOVE WS-CHAVE-REGISTRO TO NTF-CHAVE-REGISTRO
           READ PFVISNTF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-NTF-ACHADO
           END-READ

           IF NTF-ACHADO
           AND NTF-FAIXA <= WS-IDX-FAIXA
           AND NTF-DATA-NOTIFICACAO NOT = WS-DATA-PROCESSAMENTO
               ADD 1 TO WS-TOTAL-JA-AVISADOS
           ELSE
               PERFORM 2100-GERA-CARTA

           .

      *>  A withdrawn consent is not noted on PFVISNTF, so the letter
      *>  goes out if consent is given again while the visa is still
      *>  in the faixa; an expired visa (faixa 1) is notified whatever
      *>  the consent, and the override is listed by chave.
       2100-GERA-CARTA.

           PERFORM 2120-LE-CONSENTIMENTO
           IF CONSENT-VISTO-RETIRADO
           AND WS-IDX-FAIXA NOT = 1
               ADD 1 TO WS-TOTAL-SEM-CONSENT
           ELSE
               PERFORM 2110-LOCALIZA-ENDERECO-CORRESP
               IF NOT ENDERECO-ENTREGAVEL
                   ADD 1 TO WS-TOTAL-SEM-ENTREGA
                   DISPLAY 'AVISO: CHAVE ' WS-CHAVE-REGISTRO
                       ' SEM ENDERECO ENTREGAVEL - CARTA NAO GERADA'
               ELSE
                   PERFORM 2200-IMPRIME-CARTA
                   PERFORM 2300-GRAVA-MANIFESTO
                   PERFORM 2400-ANOTA-NOTIFICACAO
                   ADD 1 TO WS-TOTAL-CARTAS
                   IF CONSENT-VISTO-RETIRADO
                       ADD 1 TO WS-TOTAL-OBRIGATORIAS
                       DISPLAY 'AVISO: CHAVE ' WS-CHAVE-REGISTRO
                           ' SEM CONSENTIMENTO - VISTO VENCIDO, CARTA '
                           'OBRIGATORIA EMITIDA'
                   END-IF
               END-IF
           END-IF

           .

       2120-LE-CONSENTIMENTO.

           MOVE SPACES TO WS-CONSENT-VISTO
           IF EXISTE-PFCONSEN
               MOVE WS-CHAVE-REGISTRO TO CON-CHAVE-REGISTRO
               READ PFCONSEN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CON-SITUACAO (3) TO WS-CONSENT-VISTO
               END-READ
           END-IF

           .
           MOVE WS-CIDADE (WS-IDX-END)   TO MAN-CIDADE
           MOVE WS-UF (WS-IDX-END)       TO MAN-UF
           MOVE WS-CEP (WS-IDX-END)      TO MAN-CEP
           MOVE 'V'                      TO MAN-FLUXO
           WRITE MAN-REGISTRO

           .

       2400-ANOTA-NOTIFICACAO.

           MOVE SPACES                TO NTF-REGISTRO
           MOVE WS-CHAVE-REGISTRO     TO NTF-CHAVE-REGISTRO
           MOVE WS-IDX-FAIXA          TO NTF-FAIXA
           MOVE WS-DATA-PROCESSAMENTO TO NTF-DATA-NOTIFICACAO
           IF NTF-ACHADO
               REWRITE NTF-REGISTRO
           ELSE
               WRITE NTF-REGISTRO
           END-IF
           IF WS-FS-PFVISNTF NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO GRAVAR PFVISNTF DA CHAVE '
                   WS-CHAVE-REGISTRO ' - FILE STATUS ' WS-FS-PFVISNTF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           .

       COPY 'RUNLOG02'.
       COPY 'GERCAT02'.
       END PROGRAM PFVISNOT.
