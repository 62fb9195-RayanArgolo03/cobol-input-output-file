      *    FILE) SHOWS AS THE TWO COLUMNS DRIFTING APART. THE     *
      *    HALF-DAY DIG THROUGH OLD SAIDA-DELTA GENERATIONS IN     *
      *    ONE RUN.                                                *
      *    MOVEMENTS PROGARQ HAS ARCHIVED ARE READ FIRST, OLDEST   *
      *    GENERATION FIRST, WHENEVER DATA-INICIO FALLS BEFORE THE *
      *    CUTOFF OF A MOVTOS-ARQ GENERATION IN                    *
      *    CATALOGO-GERACOES.txt -- AN ARCHIVE MISSING FROM DISK   *
      *    IS NAMED ON THE STATEMENT AND SHOWS AS A GAP.           *
      *    RETURN CODE 0 = STATEMENT PRINTED, 8 = NO SELECTION     *
      *    GIVEN OR HISTORY UNAVAILABLE.                           *
      ******************************************
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-MOVIMENTOS.
           SELECT MOVTOS-ARQ ASSIGN TO ARQMOVTOSARQ
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-MOVTOS-ARQ.
           SELECT CATALOGO ASSIGN TO './CATALOGO-GERACOES.txt'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-CATALOGO.
           SELECT REL-EXTRATO ASSIGN TO './EXTRATO-CLIENTE.txt'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           03 FILLER               PIC X(01).
           03 MOV-HORA             PIC 9(08).
      *        LAYOUT = 73 POSIÇÕES (MESMO MOVIMENTOS DO PROGMST)   *
       FD MOVTOS-ARQ
           RECORDING IS F.
       01 REG-MOVTO-ARQ        PIC X(73).
      *        LAYOUT = 73 POSIÇÕES (GERACOES MOVTOS-ARQ DO PROGARQ)*
       FD CATALOGO
           RECORDING IS F.
       01 REG-CATALOGO.
           03 CAT-BASE             PIC X(12).
           03 FILLER               PIC X(01).
           03 CAT-DATA             PIC 9(08).
           03 FILLER               PIC X(01).
           03 CAT-SEQ              PIC 9(02).
           03 FILLER               PIC X(01).
           03 CAT-HORA             PIC 9(08).
           03 FILLER               PIC X(01).
           03 CAT-QTD              PIC 9(08).
           03 FILLER               PIC X(01).
           03 CAT-SITUACAO         PIC X(09).
           03 FILLER               PIC X(01).
           03 CAT-TOTAL            PIC 9(13)V99.
           03 FILLER               PIC X(01).
           03 CAT-CORTE            PIC 9(08).
      *        LAYOUT = 77 POSIÇÕES (MESMO CATALOGO DO PROG)        *
       FD REL-EXTRATO
           RECORDING IS F.
       01 REG-REL-EXTRATO      PIC X(80).
       WORKING-STORAGE SECTION.
       01 FS-MOVIMENTOS    PIC 9(02).
       01 FS-REL-EXTRATO   PIC 9(02).
       01 FS-MOVTOS-ARQ    PIC 9(02).
       01 FS-CATALOGO      PIC 9(02).
       01 EOF-MOVIMENTOS   PIC X(01) VALUE 'N'.
       01 EOF-MOVTOS-ARQ   PIC X(01).
       01 EOF-CATALOGO     PIC X(01) VALUE 'N'.
       01 ARQMOVTOSARQ     PIC X(100).
       01 AGENCIA-EXTRATO  PIC X(04).
       01 NOME-EXTRATO     PIC X(12).
       01 CPF-EXTRATO      PIC X(11).
           88 SELECAO-CPF         VALUE 'C'.
       01 CNT-LIDOS        PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-SELECIONADOS PIC 9(06) USAGE COMP VALUE ZERO.
       01 CNT-ARQ-LIDOS    PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-ARQ-AUSENTES PIC 9(04) USAGE COMP VALUE ZERO.
       01 TAB-ARQUIVOS.
           03 QTD-ARQUIVOS         PIC 9(04) USAGE COMP VALUE ZERO.
           03 TAB-ARQ-OCORRE OCCURS 500 TIMES
                                  INDEXED BY IDX-ARQ IDX-ARQ-2.
               05 TAB-ARQ-CHAVE.
                   07 TAB-ARQ-DATA PIC 9(08).
                   07 TAB-ARQ-SEQ  PIC 9(02).
       01 AVISO-ARQUIVOS-CHEIO PIC X(01) VALUE 'N'.
           88 ARQUIVOS-CHEIO-AVISADO  VALUE 'S'.
       01 TROCA-ARQUIVO    PIC X(10).
       01 NOME-GERACAO     PIC X(40).
       01 SALDO-CORRENTE   PIC S9(10)V99 USAGE COMP VALUE ZERO.
       01 PRIMEIRO-MOVIMENTO PIC X(01) VALUE 'S'.
       01 LINHA-TEXTO      PIC X(80).
               STOP RUN
           END-IF.

           PERFORM 001-CARREGAR-ARQUIVOS THRU
                   001-CARREGAR-ARQUIVOS-FIM.

           OPEN OUTPUT REL-EXTRATO.
           IF FS-REL-EXTRATO NOT EQUAL ZEROS
               DISPLAY 'Erro ao abrir REL-EXTRATO, código: '
           EXIT.
      ******************************************

       001-CARREGAR-ARQUIVOS SECTION.
      *    A MOVTOS-ARQ GENERATION HOLDS ONLY MOVEMENTS DATED
      *    BEFORE ITS CUTOFF, SO IT MATTERS ONLY WHEN THE RANGE
      *    STARTS BEFORE THAT DATE. THE GENERATIONS TAKEN ARE PUT
      *    IN DATE/SEQUENCE ORDER -- THE SAME ORDER PROGARQ CUT
      *    THEM -- SO THE RUNNING BALANCE FOLLOWS PROCESSING ORDER.
           OPEN INPUT CATALOGO.
           IF FS-CATALOGO NOT EQUAL ZEROS
               MOVE 'S' TO EOF-CATALOGO
           END-IF.

           PERFORM UNTIL EOF-CATALOGO EQUAL 'S'
               READ CATALOGO
                       AT END
                           MOVE 'S' TO EOF-CATALOGO
                       NOT AT END
                           IF CAT-BASE EQUAL 'MOVTOS-ARQ'
                              AND CAT-CORTE IS NUMERIC
                              AND CAT-CORTE > DATA-INICIO
                               PERFORM 001-GUARDAR-ARQUIVO THRU
                                       001-GUARDAR-ARQUIVO-FIM
                           END-IF
               END-READ
           END-PERFORM.

           IF FS-CATALOGO EQUAL ZEROS OR FS-CATALOGO EQUAL '10'
               CLOSE CATALOGO
           END-IF.

           IF QTD-ARQUIVOS > 1
               PERFORM VARYING IDX-ARQ FROM 1 BY 1
                       UNTIL IDX-ARQ NOT LESS QTD-ARQUIVOS
                   PERFORM VARYING IDX-ARQ-2 FROM IDX-ARQ BY 1
                           UNTIL IDX-ARQ-2 > QTD-ARQUIVOS
                       IF TAB-ARQ-CHAVE (IDX-ARQ-2)
                              < TAB-ARQ-CHAVE (IDX-ARQ)
                           MOVE TAB-ARQ-CHAVE (IDX-ARQ)
                               TO TROCA-ARQUIVO
                           MOVE TAB-ARQ-CHAVE (IDX-ARQ-2)
                               TO TAB-ARQ-CHAVE (IDX-ARQ)
                           MOVE TROCA-ARQUIVO
                               TO TAB-ARQ-CHAVE (IDX-ARQ-2)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       001-CARREGAR-ARQUIVOS-FIM.
           EXIT.
      ******************************************

       001-GUARDAR-ARQUIVO SECTION.
           IF QTD-ARQUIVOS < 500
               ADD 1 TO QTD-ARQUIVOS
               SET IDX-ARQ TO QTD-ARQUIVOS
               MOVE CAT-DATA TO TAB-ARQ-DATA (IDX-ARQ)
               MOVE CAT-SEQ TO TAB-ARQ-SEQ (IDX-ARQ)
           ELSE
               IF NOT ARQUIVOS-CHEIO-AVISADO
                   DISPLAY 'Warning: archive table full (500), '
                           'further generations ignored'
                   MOVE 'S' TO AVISO-ARQUIVOS-CHEIO
               END-IF
           END-IF.

       001-GUARDAR-ARQUIVO-FIM.
           EXIT.
      ******************************************

       002-LER SECTION.
           IF QTD-ARQUIVOS NOT EQUAL ZERO
               PERFORM VARYING IDX-ARQ FROM 1 BY 1
                       UNTIL IDX-ARQ > QTD-ARQUIVOS
                   PERFORM 002-LER-ARQUIVO THRU 002-LER-ARQUIVO-FIM
               END-PERFORM
           END-IF.

           PERFORM UNTIL EOF-MOVIMENTOS EQUAL 'S'
               READ MOVIMENTOS
                       AT END
           EXIT.
      ******************************************

       002-LER-ARQUIVO SECTION.
      *    THE ARCHIVED LINE IS CARRIED INTO THE LIVE FILE'S
      *    RECORD AREA, SO THE SELECTION BELOW SERVES BOTH; THE
      *    LIVE FILE IS ONLY READ AFTER THE LAST ARCHIVE.
           MOVE SPACES TO NOME-GERACAO.
           STRING './MOVTOS-ARQ.D' DELIMITED BY SIZE
                  TAB-ARQ-DATA (IDX-ARQ) DELIMITED BY SIZE
                  '.S' DELIMITED BY SIZE
                  TAB-ARQ-SEQ (IDX-ARQ) DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO NOME-GERACAO.
           MOVE NOME-GERACAO TO ARQMOVTOSARQ.
           DISPLAY 'ARQMOVTOSARQ' UPON ENVIRONMENT-NAME.
           DISPLAY ARQMOVTOSARQ UPON ENVIRONMENT-VALUE.

           MOVE 'N' TO EOF-MOVTOS-ARQ.
           OPEN INPUT MOVTOS-ARQ.
           IF FS-MOVTOS-ARQ NOT EQUAL ZEROS
               ADD 1 TO CNT-ARQ-AUSENTES
               DISPLAY 'Archive generation not available: '
                       NOME-GERACAO
               MOVE SPACES TO LINHA-TEXTO
               STRING 'GERACAO ARQUIVADA AUSENTE: ' DELIMITED BY SIZE
                      NOME-GERACAO DELIMITED BY SPACE
                   INTO LINHA-TEXTO
               PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM
               GO TO 002-LER-ARQUIVO-FIM
           END-IF.

           PERFORM UNTIL EOF-MOVTOS-ARQ EQUAL 'S'
               READ MOVTOS-ARQ
                       AT END
                           MOVE 'S' TO EOF-MOVTOS-ARQ
                       NOT AT END
                           ADD 1 TO CNT-ARQ-LIDOS
                           MOVE REG-MOVTO-ARQ TO REG-MOVIMENTO
                           PERFORM 002-SELECIONAR
               END-READ
           END-PERFORM.

           CLOSE MOVTOS-ARQ.

       002-LER-ARQUIVO-FIM.
           EXIT.
      ******************************************

       002-SELECIONAR SECTION.
           IF SELECAO-CPF
               IF MOV-CPF NOT EQUAL CPF-EXTRATO
               INTO LINHA-TEXTO.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

           IF QTD-ARQUIVOS NOT EQUAL ZERO
               MOVE SPACES TO LINHA-TEXTO
               MOVE QTD-ARQUIVOS TO QTD-EDITADA
               STRING 'GERACOES ARQUIVADAS CONSULTADAS: '
                          DELIMITED BY SIZE
                      QTD-EDITADA DELIMITED BY SIZE
                   INTO LINHA-TEXTO
               PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM
           END-IF.

           DISPLAY 'Movements read: ' CNT-LIDOS
           DISPLAY 'Archived movements read: ' CNT-ARQ-LIDOS
           DISPLAY 'Archive generations missing: ' CNT-ARQ-AUSENTES
           DISPLAY 'Movements selected: ' CNT-SELECIONADOS

           CLOSE MOVIMENTOS.
