      *    WHEN THE 48-BYTE COUNT DIVERGES THE FILE IS RECOUNTED   *
      *    AT 27 AND A MATCH ON EITHER LENGTH IS ACCEPTED, SO THE  *
      *    RETAINED PRE-CUTOVER GENERATIONS DO NOT FAIL THE GATE   *
      *    ON ITS FIRST NIGHTS. THE ARCHIVE BASES PROGARQ CATALOGS *
      *    (JORNAL-ARQ AT 104 BYTES, MOVTOS-ARQ AT 73) ARE COUNTED AT*
      *    THEIR OWN LENGTHS AND MUST ALSO ADD UP TO THE BALANCE   *
      *    CONTROL TOTAL IN CAT-TOTAL; THEY ARE NEVER PURGED, SO THEY*
      *    STAY OUT OF THE ORPHAN PROBE. RETURN CODE 0 = CLEAN, 8 =*
      *    DIVERGENT, SAME GATING AS PROGVAL SO THE CHAIN CAN      *
      *    STOP BEFORE SHIPPING A BAD SET.                         *
      ******************************************
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-VERIFICACAO.
           SELECT ARQ-JORNAL-ARQ ASSIGN TO ARQVERIFICACAO
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-VERIFICACAO.
           SELECT ARQ-MOVTOS-ARQ ASSIGN TO ARQVERIFICACAO
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-VERIFICACAO.
           SELECT REL-CATALOGO ASSIGN TO './RELATORIO-CATALOGO.txt'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           03 CAT-QTD              PIC 9(08).
           03 FILLER               PIC X(01).
           03 CAT-SITUACAO         PIC X(09).
           03 FILLER               PIC X(01).
           03 CAT-TOTAL            PIC 9(13)V99.
           03 FILLER               PIC X(01).
           03 CAT-CORTE            PIC 9(08).
      *        LAYOUT = 77 POSIÇÕES (MESMO CATALOGO DO PROG)        *
       FD ARQ-ENVELOPE
           RECORDING IS F.
       01 REG-ENVELOPE.
       01 REG-RELATORIO-ANT    PIC X(27).
      *        LAYOUT = 27 POSIÇÕES -- GERACOES DE REL-AGENCIAS     *
      *        ANTERIORES AO CORTE DO NOME DE AGENCIA               *
       FD ARQ-JORNAL-ARQ
           RECORDING IS F.
       01 REG-JORNAL-ARQ.
           03 JRA-TIPO             PIC X(01).
               88 JRA-IMAGEM          VALUE 'B'.
           03 FILLER               PIC X(61).
           03 JRA-SALDO-ANT        PIC 9(09)V99.
           03 FILLER               PIC X(31).
      *        LAYOUT = 104 POSIÇÕES (MESMO JORNAL DO PROGMST)      *
       FD ARQ-MOVTOS-ARQ
           RECORDING IS F.
       01 REG-MOVTOS-ARQ.
           03 FILLER               PIC X(44).
           03 MVA-SALDO-NOVO       PIC 9(09)V99.
           03 FILLER               PIC X(18).
      *        LAYOUT = 73 POSIÇÕES (MESMO MOVIMENTOS DO PROGMST)   *
       FD REL-CATALOGO
           RECORDING IS F.
       01 REG-REL-CATALOGO     PIC X(80).
       01 DATA-PROCESSAMENTO   PIC 9(08).
       01 NOME-GERACAO     PIC X(40).
       01 BASE-TRABALHO    PIC X(12).
           88 BASE-ARQUIVO        VALUE 'JORNAL-ARQ' 'MOVTOS-ARQ'.
       01 DATA-GERACAO     PIC 9(08).
       01 SEQ-GERACAO      PIC 9(02).
       01 CNT-ENTRADAS     PIC 9(04) USAGE COMP VALUE ZERO.
       01 CNT-ORFAOS       PIC 9(04) USAGE COMP VALUE ZERO.
       01 CNT-LIDOS        PIC 9(08) USAGE COMP.
       01 CNT-LIDOS-ANT    PIC 9(08) USAGE COMP.
       01 SOMA-SALDOS      PIC 9(13)V99.
       01 CNT-HEADERS      PIC 9(04) USAGE COMP.
       01 CNT-TRAILERS     PIC 9(04) USAGE COMP.
       01 CNT-TIPO-INVALIDO PIC 9(04) USAGE COMP.
           88 AUDITORIA-REPROVADA     VALUE 'REPROVADO'.
       01 TAB-CATALOGO.
           03 QTD-CATALOGO         PIC 9(04) USAGE COMP VALUE ZERO.
           03 TAB-CAT-OCORRE OCCURS 999 TIMES
                                  INDEXED BY IDX-CAT.
               05 TAB-CAT-BASE     PIC X(12).
               05 TAB-CAT-DATA     PIC 9(08).
               05 TAB-CAT-SEQ      PIC 9(02).
               05 TAB-CAT-QTD      PIC 9(08).
               05 TAB-CAT-TOTAL    PIC 9(13)V99.
       01 AVISO-CATALOGO-CHEIO PIC X(01) VALUE 'N'.
           88 CATALOGO-CHEIO-AVISADO  VALUE 'S'.
       01 TAB-DATAS.
      ******************************************

       001-GUARDAR-ENTRADA SECTION.
           IF QTD-CATALOGO < 999
               ADD 1 TO QTD-CATALOGO
               SET IDX-CAT TO QTD-CATALOGO
               MOVE CAT-BASE TO TAB-CAT-BASE (IDX-CAT)
               MOVE CAT-DATA TO TAB-CAT-DATA (IDX-CAT)
               MOVE CAT-SEQ TO TAB-CAT-SEQ (IDX-CAT)
               MOVE CAT-QTD TO TAB-CAT-QTD (IDX-CAT)
               MOVE CAT-TOTAL TO TAB-CAT-TOTAL (IDX-CAT)
           ELSE
               IF NOT CATALOGO-CHEIO-AVISADO
                   DISPLAY 'Warning: catalog table full (999), '
                           'further entries ignored'
                   MOVE 'S' TO AVISO-CATALOGO-CHEIO
               END-IF
           END-IF.

      *    THE DISTINCT DATES FEED THE ORPHAN PROBE BELOW. THE
      *    ARCHIVE BASES ARE KEPT FOREVER AND ARE NOT PROBED, SO
      *    THEIR DATES WOULD ONLY CROWD THE TABLE.
           IF CAT-BASE EQUAL 'JORNAL-ARQ'
              OR CAT-BASE EQUAL 'MOVTOS-ARQ'
               GO TO 001-GUARDAR-ENTRADA-FIM
           END-IF.

           MOVE 'N' TO ACHOU-ENTRADA.
           IF QTD-DATAS NOT EQUAL ZERO
               PERFORM VARYING IDX-DATA FROM 1 BY 1
                   MOVE 'AUSENTE' TO SITUACAO-ENTRADA
               WHEN CNT-LIDOS NOT EQUAL TAB-CAT-QTD (IDX-CAT)
                   MOVE 'QTD DIVERGENTE' TO SITUACAO-ENTRADA
               WHEN BASE-ARQUIVO
                AND SOMA-SALDOS NOT EQUAL TAB-CAT-TOTAL (IDX-CAT)
                   MOVE 'TOTAL DIVERGENTE' TO SITUACAO-ENTRADA
               WHEN BASE-TRABALHO EQUAL 'SAIDA'
                AND (CNT-HEADERS NOT EQUAL 1
                     OR CNT-TRAILERS NOT EQUAL 1
      *    A TRAILER THAT STAYS FINAL LEAVES IT SET (SAME RULE AS
      *    PROGVAL).
           MOVE ZERO TO CNT-LIDOS.
           MOVE ZERO TO SOMA-SALDOS.
           MOVE ZERO TO CNT-HEADERS.
           MOVE ZERO TO CNT-TRAILERS.
           MOVE ZERO TO CNT-TIPO-INVALIDO.
           DISPLAY 'ARQVERIFICACAO' UPON ENVIRONMENT-NAME.
           DISPLAY ARQVERIFICACAO UPON ENVIRONMENT-VALUE.

           EVALUATE BASE-TRABALHO
               WHEN 'REL-AGENCIAS'
                   PERFORM 002-CONTAR-RELATORIO THRU
                           002-CONTAR-RELATORIO-FIM
               WHEN 'JORNAL-ARQ'
                   PERFORM 002-CONTAR-JORNAL-ARQ THRU
                           002-CONTAR-JORNAL-ARQ-FIM
               WHEN 'MOVTOS-ARQ'
                   PERFORM 002-CONTAR-MOVTOS-ARQ THRU
                           002-CONTAR-MOVTOS-ARQ-FIM
               WHEN OTHER
                   PERFORM 002-CONTAR-ENVELOPE THRU
                           002-CONTAR-ENVELOPE-FIM
           END-EVALUATE.

       002-CONTAR-ARQUIVO-FIM.
           EXIT.
           EXIT.
      ******************************************

       002-CONTAR-JORNAL-ARQ SECTION.
      *    THE JOURNAL ARCHIVE'S CONTROL TOTAL IS THE SUM OF THE
      *    BEFORE-IMAGE SALDOS ON ITS 'B' RECORDS.
           OPEN INPUT ARQ-JORNAL-ARQ.
           IF FS-VERIFICACAO NOT EQUAL ZEROS
               MOVE 'S' TO EOF-VERIFICACAO
               GO TO 002-CONTAR-JORNAL-ARQ-FIM
           END-IF.

           PERFORM UNTIL EOF-VERIFICACAO EQUAL 'S'
               READ ARQ-JORNAL-ARQ
                       AT END
                           MOVE 'S' TO EOF-VERIFICACAO
                       NOT AT END
                           ADD 1 TO CNT-LIDOS
                           IF JRA-IMAGEM
                               ADD JRA-SALDO-ANT TO SOMA-SALDOS
                           END-IF
               END-READ
           END-PERFORM.

           CLOSE ARQ-JORNAL-ARQ.
           MOVE ZEROS TO FS-VERIFICACAO.

       002-CONTAR-JORNAL-ARQ-FIM.
           EXIT.
      ******************************************

       002-CONTAR-MOVTOS-ARQ SECTION.
      *    THE MOVEMENT ARCHIVE'S CONTROL TOTAL IS THE SUM OF THE
      *    NEW SALDO OF EVERY LINE.
           OPEN INPUT ARQ-MOVTOS-ARQ.
           IF FS-VERIFICACAO NOT EQUAL ZEROS
               MOVE 'S' TO EOF-VERIFICACAO
               GO TO 002-CONTAR-MOVTOS-ARQ-FIM
           END-IF.

           PERFORM UNTIL EOF-VERIFICACAO EQUAL 'S'
               READ ARQ-MOVTOS-ARQ
                       AT END
                           MOVE 'S' TO EOF-VERIFICACAO
                       NOT AT END
                           ADD 1 TO CNT-LIDOS
                           ADD MVA-SALDO-NOVO TO SOMA-SALDOS
               END-READ
           END-PERFORM.

           CLOSE ARQ-MOVTOS-ARQ.
           MOVE ZEROS TO FS-VERIFICACAO.

       002-CONTAR-MOVTOS-ARQ-FIM.
           EXIT.
      ******************************************

       002-CONTAR-RELATORIO-ANT SECTION.
           MOVE ZERO TO CNT-LIDOS-ANT.
           MOVE 'N' TO EOF-VERIFICACAO.
