      *          same rules wherever it is (re)validated. Programs
      *          copying this must declare: WS-DADOS-PESSOA (LAYOUT001),
      *          the TABVAL01 working-storage, WS-OPERADOR-ID, and the
      *          PFREJEIT, PFAUDITO, PFCEPREF, PFDDDREF and PFCADCPF
      *          files with the record names used below. PFCADCPF is a
      *          second, DYNAMIC-access connector over PFCADAST.DAT used
      *          only to look registrants up by the CPF alternate key.
      ******************************************************************

      *>  Writes one before/after audit record for the current person
               MOVE 'END0' TO REJ-CODIGO-MOTIVO
               MOVE 'REGISTRO SEM ENDERECO CADASTRADO'
                   TO REJ-DESCRICAO-MOTIVO
               PERFORM 1595-GRAVA-LINHA-REJEITO
           END-IF

      *>  WS-QTD-ENDERECOS/WS-QTD-TELEFONES come straight off the
               MOVE 'END2' TO REJ-CODIGO-MOTIVO
               MOVE 'QTD DE ENDERECOS MAIOR QUE O LIMITE DE 3'
                   TO REJ-DESCRICAO-MOTIVO
               PERFORM 1595-GRAVA-LINHA-REJEITO
               MOVE 3 TO WS-QTD-ENDERECOS
           END-IF

               MOVE 'TEL2' TO REJ-CODIGO-MOTIVO
               MOVE 'QTD DE TELEFONES MAIOR QUE O LIMITE DE 3'
                   TO REJ-DESCRICAO-MOTIVO
               PERFORM 1595-GRAVA-LINHA-REJEITO
               MOVE 3 TO WS-QTD-TELEFONES
           END-IF

               PERFORM 1580-VALIDA-ESTRANGEIRO
           END-IF

           PERFORM 1550-VALIDA-CPF

           .

      *>  Every BR registrant must carry a CPF; a non-BR registrant
      *>  may leave it blank only when a passport identifies them
      *>  instead. A CPF that is present is always held to its mod-11
      *>  check digits and, when the master can be searched by CPF,
      *>  must not already belong to a different chave.
       1550-VALIDA-CPF.

      *>  A version 01 record (stamp still blank) predates the CPF
      *>  and is not rejected for lacking one; a CPF it does carry
      *>  is checked like any other.
           IF WS-CPF = SPACES
               IF WS-LAYOUT-ATUAL
               AND (WS-NACIONALIDADE = 'BR'
                    OR WS-NUM-PASSAPORTE = SPACES)
                   PERFORM 1590-GRAVA-REJEITO
                   MOVE 'CPF0' TO REJ-CODIGO-MOTIVO
                   MOVE 'CPF NAO INFORMADO - OBRIGATORIO SEM PASSAPORTE'
                       TO REJ-DESCRICAO-MOTIVO
                   PERFORM 1595-GRAVA-LINHA-REJEITO
               END-IF
           ELSE
               PERFORM 1552-CONFERE-DIGITOS-CPF
               IF NOT WS-CPF-VALIDO-88
                   PERFORM 1590-GRAVA-REJEITO
                   MOVE 'CPF1' TO REJ-CODIGO-MOTIVO
                   MOVE 'CPF INVALIDO - DIGITO VERIFICADOR NAO CONFERE'
                       TO REJ-DESCRICAO-MOTIVO
                   PERFORM 1595-GRAVA-LINHA-REJEITO
               ELSE
                   IF EXISTE-PFCADCPF
                       PERFORM 1555-VERIFICA-CPF-DUPLICADO
                   END-IF
               END-IF
           END-IF

           .

      *>  Receita Federal rule: first check digit from the 9 base
      *>  digits weighted 10 down to 2, second from the first 10
      *>  weighted 11 down to 2; a remainder below 2 gives digit 0,
      *>  anything else 11 minus the remainder. Eleven equal digits
      *>  satisfy the arithmetic but are never issued, so they fail.
       1552-CONFERE-DIGITOS-CPF.

           MOVE 'N' TO WS-CPF-VALIDO
           IF WS-CPF IS NUMERIC
               MOVE ZEROS TO WS-CPF-IGUAIS
               PERFORM VARYING WS-IDX-CPF FROM 2 BY 1
                       UNTIL WS-IDX-CPF > 11
                   IF WS-CPF-DIGITO (WS-IDX-CPF) = WS-CPF-DIGITO (1)
                       ADD 1 TO WS-CPF-IGUAIS
                   END-IF
               END-PERFORM

               MOVE ZEROS TO WS-CPF-SOMA
               PERFORM VARYING WS-IDX-CPF FROM 1 BY 1
                       UNTIL WS-IDX-CPF > 9
                   COMPUTE WS-CPF-SOMA = WS-CPF-SOMA +
                       WS-CPF-DIGITO (WS-IDX-CPF) * (11 - WS-IDX-CPF)
               END-PERFORM
               DIVIDE WS-CPF-SOMA BY 11 GIVING WS-CPF-QUOCIENTE
                   REMAINDER WS-CPF-RESTO
               IF WS-CPF-RESTO < 2
                   MOVE ZEROS TO WS-CPF-DV
               ELSE
                   COMPUTE WS-CPF-DV = 11 - WS-CPF-RESTO
               END-IF

               IF WS-CPF-DV = WS-CPF-DIGITO (10)
               AND WS-CPF-IGUAIS < 10
                   MOVE ZEROS TO WS-CPF-SOMA
                   PERFORM VARYING WS-IDX-CPF FROM 1 BY 1
                           UNTIL WS-IDX-CPF > 10
                       COMPUTE WS-CPF-SOMA = WS-CPF-SOMA +
                         WS-CPF-DIGITO (WS-IDX-CPF) * (12 - WS-IDX-CPF)
                   END-PERFORM
                   DIVIDE WS-CPF-SOMA BY 11 GIVING WS-CPF-QUOCIENTE
                       REMAINDER WS-CPF-RESTO
                   IF WS-CPF-RESTO < 2
                       MOVE ZEROS TO WS-CPF-DV
                   ELSE
                       COMPUTE WS-CPF-DV = 11 - WS-CPF-RESTO
                   END-IF
                   IF WS-CPF-DV = WS-CPF-DIGITO (11)
                       MOVE 'S' TO WS-CPF-VALIDO
                   END-IF
               END-IF
           END-IF

           .

      *>  Walks every master record filed under this CPF on the
      *>  alternate key; the first one belonging to another chave
      *>  raises CPF2 with that chave in REJ-REFERENCIA so the desk
      *>  knows which registrant to compare against (PFDUPREL lists
      *>  the same pair for a merge decision). The survivor a
      *>  merged-away chave redirects to is the same registrant.
       1555-VERIFICA-CPF-DUPLICADO.

           MOVE WS-CPF TO CPF-NUMERO
           MOVE 'N' TO WS-FIM-CPF
           START PFCADCPF KEY = CPF-NUMERO
               INVALID KEY
                   MOVE 'S' TO WS-FIM-CPF
           END-START

           PERFORM UNTIL WS-FIM-CPF-88
               READ PFCADCPF NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIM-CPF
                   NOT AT END
                       IF CPF-NUMERO NOT = WS-CPF
                           MOVE 'S' TO WS-FIM-CPF
                       ELSE
                           IF CPF-CHAVE-REGISTRO NOT = WS-CHAVE-REGISTRO
                           AND CPF-CHAVE-REGISTRO
                                   NOT = WS-CHAVE-SOBREVIVENTE
                               PERFORM 1590-GRAVA-REJEITO
                               MOVE 'CPF2' TO REJ-CODIGO-MOTIVO
                               MOVE CPF-CHAVE-REGISTRO TO REJ-REFERENCIA
                               MOVE 'CPF JA CADASTRADO EM OUTRA CHAVE'
                                   TO REJ-DESCRICAO-MOTIVO
                               PERFORM 1595-GRAVA-LINHA-REJEITO
                               MOVE 'S' TO WS-FIM-CPF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           .

      *>  Non-BR registrants must carry passport and visa data; BR
               MOVE 'PAS1' TO REJ-CODIGO-MOTIVO
               MOVE 'ESTRANGEIRO SEM PASSAPORTE/VISTO CADASTRADO'
                   TO REJ-DESCRICAO-MOTIVO
               PERFORM 1595-GRAVA-LINHA-REJEITO
           END-IF

           .
               MOVE 'PRF1' TO REJ-CODIGO-MOTIVO
               MOVE 'PROFISSAO INVALIDA - CODIGO NAO CADASTRADO'
                   TO REJ-DESCRICAO-MOTIVO
               PERFORM 1595-GRAVA-LINHA-REJEITO
           END-IF

           .
               MOVE WS-END-TIPO (WS-IDX-END) TO REJ-REFERENCIA
               MOVE 'CEP INVALIDO - NAO CONTEM 8 DIGITOS NUMERICOS'
                   TO REJ-DESCRICAO-MOTIVO
               PERFORM 1595-GRAVA-LINHA-REJEITO
           END-IF

           MOVE 'N' TO WS-ACHOU-UF
               MOVE WS-END-TIPO (WS-IDX-END) TO REJ-REFERENCIA
               MOVE 'UF INVALIDA - NAO E UMA SIGLA DE ESTADO BRASILEIRO'
                   TO REJ-DESCRICAO-MOTIVO
               PERFORM 1595-GRAVA-LINHA-REJEITO
           END-IF

           IF WS-CEP-1 (WS-IDX-END) IS NUMERIC
                       MOVE 'CEP2' TO REJ-CODIGO-MOTIVO
                       MOVE 'CIDADE/UF DIVERGENTE DO CEP - CORRIGIDO'
                           TO REJ-DESCRICAO-MOTIVO
                       PERFORM 1595-GRAVA-LINHA-REJEITO
                   END-IF
           END-READ

           .

      *>  The DDD must be an area code on the PFDDDREF numbering
      *>  reference file, which also gives the UF it belongs to; when
      *>  the caller could not open the file the DDD is held to the
      *>  WS-TABELA-DDD-VALIDOS list instead and no UF is known. A
      *>  MOBILE number must be in the 9-digit mobile format: a
      *>  5-digit PREFIXO starting with 9 and a 4-digit SUFIXO.
       1540-VALIDA-TELEFONE.

           MOVE 'N' TO WS-ACHOU-DDD
           MOVE SPACES TO WS-UF-DO-DDD
           IF EXISTE-PFDDDREF
               MOVE WS-DDD (WS-IDX-TEL) TO DDD-CODIGO
               READ PFDDDREF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-ACHOU-DDD
                       MOVE DDD-UF TO WS-UF-DO-DDD
               END-READ
           ELSE
               PERFORM VARYING WS-IDX-DDD FROM 1 BY 1
                       UNTIL WS-IDX-DDD > 67
                   IF WS-DDD-VALIDO (WS-IDX-DDD) = WS-DDD (WS-IDX-TEL)
                       MOVE 'S' TO WS-ACHOU-DDD
                       SET WS-IDX-DDD TO 68
                   END-IF
               END-PERFORM
           END-IF
           IF NOT WS-ACHOU-DDD-88
               PERFORM 1590-GRAVA-REJEITO
               MOVE 'DDD1' TO REJ-CODIGO-MOTIVO
               MOVE WS-TEL-TIPO (WS-IDX-TEL) TO REJ-REFERENCIA
               MOVE 'DDD INVALIDO - NAO E UM CODIGO DE AREA EXISTENTE'
                   TO REJ-DESCRICAO-MOTIVO
               PERFORM 1595-GRAVA-LINHA-REJEITO
           END-IF

           IF WS-TEL-TIPO (WS-IDX-TEL) = 'MOBILE'
               IF WS-PREFIXO (WS-IDX-TEL) IS NOT NUMERIC
               OR WS-PREFIXO (WS-IDX-TEL) (1:1) NOT = '9'
               OR WS-SUFIXO (WS-IDX-TEL) IS NOT NUMERIC
                   PERFORM 1590-GRAVA-REJEITO
                   MOVE 'TEL3' TO REJ-CODIGO-MOTIVO
                   MOVE WS-TEL-TIPO (WS-IDX-TEL) TO REJ-REFERENCIA
                   MOVE 'CELULAR FORA DO FORMATO DE 9 DIGITOS'
                       TO REJ-DESCRICAO-MOTIVO
                   PERFORM 1595-GRAVA-LINHA-REJEITO
               END-IF
           END-IF

           IF WS-UF-DO-DDD NOT = SPACES
           AND WS-QTD-ENDERECOS > 0
               PERFORM 1545-CONFRONTA-UF-DDD
           END-IF

           .

      *>  A phone whose area code belongs to a UF none of the
      *>  registrant's addresses is in is flagged on PFREJEIT as DDD2
      *>  for the data team to look at, like the CEP2 correction --
      *>  people keep their number when they move, so the record
      *>  itself is not invalidated (REGISTRO-VALIDO is left alone).
       1545-CONFRONTA-UF-DDD.

           MOVE 'N' TO WS-ACHOU-UF-DDD
           PERFORM VARYING WS-IDX-END-DDD FROM 1 BY 1
                   UNTIL WS-IDX-END-DDD > WS-QTD-ENDERECOS
               IF WS-UF (WS-IDX-END-DDD) = WS-UF-DO-DDD
                   MOVE 'S' TO WS-ACHOU-UF-DDD
               END-IF
           END-PERFORM
           IF NOT WS-ACHOU-UF-DDD-88
               MOVE SPACES            TO REJ-REGISTRO
               MOVE WS-CHAVE-REGISTRO TO REJ-CHAVE-REGISTRO
               MOVE WS-PRIMEIRO-NOME  TO REJ-PRIMEIRO-NOME
               MOVE WS-ULTIMO-NOME    TO REJ-ULTIMO-NOME
               MOVE WS-TENTATIVA-ATUAL TO REJ-TENTATIVAS
               MOVE WS-TEL-TIPO (WS-IDX-TEL) TO REJ-REFERENCIA
               MOVE 'DDD2' TO REJ-CODIGO-MOTIVO
               STRING 'DDD DE ' WS-UF-DO-DDD
                      ' SEM ENDERECO DO REGISTRANTE NESTA UF'
                      DELIMITED BY SIZE
                      INTO REJ-DESCRICAO-MOTIVO
               PERFORM 1595-GRAVA-LINHA-REJEITO
           END-IF

           .

      *>  Every reject line is written here, once its motivo code is
      *>  loaded, so the run can tally its rejects by motivo.
       1595-GRAVA-LINHA-REJEITO.

           WRITE REJ-REGISTRO
           PERFORM VARYING WS-IDX-MOT FROM 1 BY 1
                   UNTIL WS-IDX-MOT > WS-QTD-MOTIVOS
                      OR WS-MOT-CODIGO (WS-IDX-MOT) = REJ-CODIGO-MOTIVO
               CONTINUE
           END-PERFORM
           IF WS-IDX-MOT > WS-QTD-MOTIVOS
               EVALUATE TRUE
                   WHEN WS-QTD-MOTIVOS < 29
                       ADD 1 TO WS-QTD-MOTIVOS
                       MOVE REJ-CODIGO-MOTIVO
                           TO WS-MOT-CODIGO (WS-QTD-MOTIVOS)
                       MOVE ZEROS TO WS-MOT-CONTADOR (WS-QTD-MOTIVOS)
                   WHEN WS-QTD-MOTIVOS = 29
                       ADD 1 TO WS-QTD-MOTIVOS
                       MOVE '****' TO WS-MOT-CODIGO (WS-QTD-MOTIVOS)
                       MOVE ZEROS  TO WS-MOT-CONTADOR (WS-QTD-MOTIVOS)
               END-EVALUATE
               MOVE WS-QTD-MOTIVOS TO WS-IDX-MOT
           END-IF
           ADD 1 TO WS-MOT-CONTADOR (WS-IDX-MOT)

           .

