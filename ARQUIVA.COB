       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGARQ.
       AUTHOR. RAYAN ARGOLO
      ******************************************
      *    PERIODIC ARCHIVING RUN FOR THE TWO FILES PROGMST ONLY    *
      *    EVER APPENDS TO. JOURNAL BLOCKS CLOSED BY THEIR 'F'      *
      *    RECORD AND OPENED BEFORE TODAY MINUS                     *
      *    DIAS-RETENCAO-JORNAL (DEFAULT 0035) MOVE, WITH EVERY     *
      *    RECORD OF THE RUN, TO THE JORNAL-ARQ GENERATION;         *
      *    MOVEMENTS DATED BEFORE TODAY MINUS DIAS-RETENCAO         *
      *    (DEFAULT 0400) MOVE TO THE MOVTOS-ARQ GENERATION. BOTH   *
      *    GENERATIONS ARE NAMED AND CATALOGED IN                   *
      *    CATALOGO-GERACOES.txt THE SAME WAY PROG CATALOGS ITS     *
      *    OUTPUTS, WITH THE RECORD COUNT, THE BALANCE CONTROL      *
      *    TOTAL (BEFORE-IMAGE SALDOS OF THE 'B' RECORDS / NEW      *
      *    SALDO OF THE MOVEMENTS) AND THE CUTOFF DATE, WHICH IS    *
      *    HOW PROGEXT FINDS THE ARCHIVES A STATEMENT REACHES INTO. *
      *    A BLOCK WITHOUT ITS 'F' IS NEVER ARCHIVED, AND NEITHER   *
      *    IS THE BLOCK OF A RUN THAT STILL HAS ITEMS WAITING IN    *
      *    PENDENTES-APROVACAO.txt -- PROGAPR LOOKS THAT RUN UP IN  *
      *    THE JOURNAL. THE RECORDS LEFT BEHIND ARE COPIED BACK     *
      *    OVER THE LIVE FILES ONLY AFTER THE ARCHIVES ARE          *
      *    CATALOGED. MODO-ARQUIVO=SIMULACAO PRINTS THE SAME REPORT *
      *    WITHOUT TOUCHING ANY FILE. MODO-ARQUIVO=CONVERSAO IS THE *
      *    ONE-SHOT CUTOVER OF THE CATALOG FROM 52 TO 77 POSITIONS: *
      *    OPERATIONS RENAMES THE OLD CATALOG TO ARQCATALOGOANT     *
      *    (DEFAULT ./CATALOGO-GERACOES-ANT.txt) AND THE PROGRAM    *
      *    REBUILDS CATALOGO-GERACOES.txt FROM IT, REFUSING TO      *
      *    OVERWRITE A CATALOG THAT ALREADY EXISTS.                 *
      *    RETURN CODE 0 = RUN COMPLETE, 4 = OLD BLOCKS HELD BACK   *
      *    (UNFINISHED OR AWAITING APPROVAL), 8 = NOT RUN OR THE    *
      *    LIVE FILES COULD NOT BE REWRITTEN.                       *
      ******************************************
       ENVIRONMENT DIVISION.
      ******************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JORNAL ASSIGN TO './JORNAL-MASTER.txt'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-JORNAL.
           SELECT JORNAL-NOVO ASSIGN TO './JORNAL-MASTER-NOVO.txt'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-JORNAL-NOVO.
           SELECT JORNAL-ARQ ASSIGN TO ARQJORNALARQ
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-JORNAL-ARQ.
           SELECT MOVIMENTOS ASSIGN TO './MOVIMENTOS-MASTER.txt'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-MOVIMENTOS.
           SELECT MOVIMENTOS-NOVO
               ASSIGN TO './MOVIMENTOS-MASTER-NOVO.txt'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-MOVIMENTOS-NOVO.
           SELECT MOVTOS-ARQ ASSIGN TO ARQMOVTOSARQ
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-MOVTOS-ARQ.
           SELECT PENDENTES ASSIGN TO './PENDENTES-APROVACAO.txt'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-PENDENTES.
           SELECT CATALOGO ASSIGN TO './CATALOGO-GERACOES.txt'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-CATALOGO.
           SELECT CATALOGO-ANTIGO ASSIGN TO ARQCATALOGOANT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-CATALOGO-ANTIGO.
      *    SCRATCH PER-RUN BLOCK STATE, REBUILT EMPTY PER RUN -- THE
      *    SAME KEYED-SPILL PATTERN AS CHAVES-BACKOUT, SO A JOURNAL
      *    OF ANY LENGTH FITS.
           SELECT BLOCOS ASSIGN TO './ARQUIVA-BLOCOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLQ-EXECUCAO
               FILE STATUS IS FS-BLOCOS.
           SELECT REL-ARQUIVAMENTO
               ASSIGN TO './RELATORIO-ARQUIVAMENTO.txt'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-REL-ARQUIVAMENTO.
      ******************************************
       DATA DIVISION.
      ******************************************
       FILE SECTION.
      ******************************************
       FD JORNAL
           RECORDING IS F.
       01 REG-JORNAL.
           03 JRN-TIPO             PIC X(01).
               88 JRN-ABERTURA        VALUE 'A'.
               88 JRN-IMAGEM          VALUE 'B'.
               88 JRN-FECHAMENTO      VALUE 'F'.
           03 JRN-EXECUCAO         PIC X(16).
           03 JRN-OPERACAO         PIC X(01).
           03 JRN-AGENCIA          PIC 9(04).
           03 JRN-NOME             PIC X(12).
           03 JRN-TINHA-ANTERIOR   PIC X(01).
           03 JRN-CPF-ANT          PIC 9(11).
           03 JRN-CONTA-ANT        PIC 9(08).
           03 JRN-DATA-ANT         PIC 9(08).
           03 JRN-SALDO-ANT        PIC 9(09)V99.
           03 JRN-SITUACAO         PIC X(08).
           03 JRN-SIT-CONTA-ANT    PIC X(07).
           03 JRN-DATA-SIT-ANT     PIC 9(08).
           03 JRN-DATA-MOV-ANT     PIC 9(08).
      *        LAYOUT = 104 POSIÇÕES (MESMO JORNAL DO PROGMST)      *
       FD JORNAL-NOVO
           RECORDING IS F.
       01 REG-JORNAL-NOVO      PIC X(104).
       FD JORNAL-ARQ
           RECORDING IS F.
       01 REG-JORNAL-ARQ       PIC X(104).
       FD MOVIMENTOS
           RECORDING IS F.
       01 REG-MOVIMENTO.
           03 MOV-AGENCIA          PIC 9(04).
           03 FILLER               PIC X(01).
           03 MOV-NOME             PIC X(12).
           03 FILLER               PIC X(01).
           03 MOV-CPF              PIC 9(11).
           03 FILLER               PIC X(01).
           03 MOV-OPERACAO         PIC X(01).
           03 FILLER               PIC X(01).
           03 MOV-SALDO-ANT        PIC 9(09)V99.
           03 FILLER               PIC X(01).
           03 MOV-SALDO-NOVO       PIC 9(09)V99.
           03 FILLER               PIC X(01).
           03 MOV-DATA             PIC 9(08).
           03 FILLER               PIC X(01).
           03 MOV-HORA             PIC 9(08).
      *        LAYOUT = 73 POSIÇÕES (MESMO MOVIMENTOS DO PROGMST)   *
       FD MOVIMENTOS-NOVO
           RECORDING IS F.
       01 REG-MOVIMENTO-NOVO   PIC X(73).
       FD MOVTOS-ARQ
           RECORDING IS F.
       01 REG-MOVTO-ARQ        PIC X(73).
       FD PENDENTES
           RECORDING IS F.
       01 REG-PENDENTE.
           03 PND-EXECUCAO         PIC X(16).
           03 PND-SEQ              PIC 9(06).
           03 PND-ORIGEM           PIC X(07).
               88 PND-DE-PROGMST      VALUE 'PROGMST'.
           03 FILLER               PIC X(133).
      *        LAYOUT = 162 POSIÇÕES (MESMO PENDENTES DO PROGAPR)   *
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
       FD CATALOGO-ANTIGO
           RECORDING IS F.
       01 REG-CATALOGO-ANTIGO.
           03 CTA-DADOS            PIC X(52).
      *        LAYOUT = 52 POSIÇÕES -- CATALOGO ANTERIOR AO TOTAL   *
      *        DE CONTROLE (BASE ATE SITUACAO, MESMAS POSICOES)     *
       FD BLOCOS.
       01 REG-BLOCO.
           03 BLQ-EXECUCAO         PIC X(16).
           03 BLQ-ABERTO           PIC X(01).
           03 BLQ-RETIDO           PIC X(01).
      *        ONE ENTRY PER RUN SEEN IN THE JOURNAL: ABERTO 'S'    *
      *        UNTIL AN 'F' FOR THE RUN IS READ, RETIDO 'S' WHILE   *
      *        THE APPROVAL QUEUE STILL HOLDS ITEMS OF THE RUN      *
       FD REL-ARQUIVAMENTO
           RECORDING IS F.
       01 REG-REL-ARQUIVAMENTO PIC X(80).
      ******************************************
       WORKING-STORAGE SECTION.
       01 FS-JORNAL        PIC 9(02).
       01 FS-JORNAL-NOVO   PIC 9(02).
       01 FS-JORNAL-ARQ    PIC 9(02).
       01 FS-MOVIMENTOS    PIC 9(02).
       01 FS-MOVIMENTOS-NOVO PIC 9(02).
       01 FS-MOVTOS-ARQ    PIC 9(02).
       01 FS-PENDENTES     PIC 9(02).
       01 FS-CATALOGO      PIC 9(02).
       01 FS-CATALOGO-ANTIGO PIC 9(02).
       01 FS-BLOCOS        PIC 9(02).
       01 FS-REL-ARQUIVAMENTO PIC 9(02).
       01 EOF-JORNAL       PIC X(01).
       01 EOF-MOVIMENTOS   PIC X(01).
       01 EOF-PENDENTES    PIC X(01).
       01 EOF-CATALOGO     PIC X(01).
       01 ARQJORNALARQ     PIC X(100).
       01 ARQMOVTOSARQ     PIC X(100).
       01 ARQCATALOGOANT   PIC X(100).
       01 MODO-ARQUIVO     PIC X(09) VALUE 'NORMAL'.
           88 MODO-SIMULACAO      VALUE 'SIMULACAO'.
           88 MODO-CONVERSAO      VALUE 'CONVERSAO'.
       01 RESULTADO-EXECUCAO   PIC X(08) VALUE 'NORMAL'.
           88 EXECUCAO-NORMAL     VALUE 'NORMAL'.
           88 EXECUCAO-ABEND      VALUE 'ABEND'.
       01 DATA-PROCESSAMENTO   PIC 9(08) VALUE ZERO.
       01 HORA-CATALOGO    PIC 9(08).
       01 DIAS-RETENCAO-TX PIC X(04).
       01 DIAS-RETENCAO    PIC 9(04) VALUE 400.
       01 DIAS-JORNAL-TX   PIC X(04).
       01 DIAS-JORNAL      PIC 9(04) VALUE 35.
       01 CORTE-MOVIMENTOS PIC 9(08).
       01 CORTE-JORNAL     PIC 9(08).
       01 DATA-BLOCO-TX    PIC X(08).
       01 DATA-BLOCO       PIC 9(08).
       01 BASE-TRABALHO    PIC X(12).
       01 DATA-GERACAO     PIC 9(08).
       01 SEQ-GERACAO      PIC 9(02) VALUE ZERO.
       01 NOME-GERACAO     PIC X(40).
       01 ACHOU-GERACAO    PIC X(01) VALUE 'N'.
       01 ACHOU-BLOCO      PIC X(01).
       01 ARQUIVAR-REGISTRO PIC X(01).
       01 JORNAL-ARQ-ABERTO PIC X(01) VALUE 'N'.
       01 MOVTOS-ARQ-ABERTO PIC X(01) VALUE 'N'.
       01 CNT-JRN-LIDOS    PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-JRN-ARQUIVADOS PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-JRN-MANTIDOS PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-BLOCOS-ARQUIVADOS PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-BLOCOS-RETIDOS PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-MOV-LIDOS    PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-MOV-ARQUIVADOS PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-MOV-MANTIDOS PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-PENDENTES    PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-CONVERTIDOS  PIC 9(08) USAGE COMP VALUE ZERO.
       01 TOTAL-JORNAL-ARQ PIC 9(13)V99 VALUE ZERO.
       01 TOTAL-MOVTOS-ARQ PIC 9(13)V99 VALUE ZERO.
       01 LINHA-TEXTO      PIC X(80).
       01 QTD-EDITADA      PIC 9(08).
      *    BALANCE TOTALS PRINT IN CENTAVOS, THE SAME CONVENTION THE
      *    OTHER BALANCE REPORTS USE.
       01 VALOR-EDITADO    PIC 9(15).
       01 LINHA-BLOCO.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LBL-EXECUCAO     PIC X(16).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LBL-MOTIVO       PIC X(30).
           03 FILLER           PIC X(31) VALUE SPACES.
      ******************************************
       PROCEDURE DIVISION.
            PERFORM 001-VALIDAR THRU 001-FIM.
            IF MODO-CONVERSAO
                PERFORM 005-CONVERTER-CATALOGO THRU 005-FIM
            END-IF.
            PERFORM 002-LER THRU 002-FIM.
            PERFORM 003-ENCERRAR THRU 004-FIM.
      ******************************************

       001-VALIDAR SECTION.
           ACCEPT MODO-ARQUIVO FROM ENVIRONMENT 'MODO-ARQUIVO'
               ON EXCEPTION
                   MOVE 'NORMAL' TO MODO-ARQUIVO
           END-ACCEPT.

           ACCEPT DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
           ACCEPT HORA-CATALOGO FROM TIME.

           IF MODO-CONVERSAO
               GO TO 001-FIM
           END-IF.

           ACCEPT DIAS-RETENCAO-TX FROM ENVIRONMENT 'DIAS-RETENCAO'
               ON EXCEPTION
                   MOVE SPACES TO DIAS-RETENCAO-TX
           END-ACCEPT.
           IF DIAS-RETENCAO-TX IS NUMERIC
               MOVE DIAS-RETENCAO-TX TO DIAS-RETENCAO
           END-IF.

           ACCEPT DIAS-JORNAL-TX FROM ENVIRONMENT
                   'DIAS-RETENCAO-JORNAL'
               ON EXCEPTION
                   MOVE SPACES TO DIAS-JORNAL-TX
           END-ACCEPT.
           IF DIAS-JORNAL-TX IS NUMERIC
               MOVE DIAS-JORNAL-TX TO DIAS-JORNAL
           END-IF.

           COMPUTE CORTE-MOVIMENTOS = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (DATA-PROCESSAMENTO)
                - DIAS-RETENCAO).
           COMPUTE CORTE-JORNAL = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (DATA-PROCESSAMENTO)
                - DIAS-JORNAL).

           DISPLAY 'Journal cutoff date: ' CORTE-JORNAL.
           DISPLAY 'Movement cutoff date: ' CORTE-MOVIMENTOS.

           OPEN OUTPUT REL-ARQUIVAMENTO.
           IF FS-REL-ARQUIVAMENTO NOT EQUAL ZEROS
               DISPLAY 'Erro ao abrir REL-ARQUIVAMENTO, código: '
                       FS-REL-ARQUIVAMENTO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT BLOCOS.
           CLOSE BLOCOS.
           OPEN I-O BLOCOS.
           IF FS-BLOCOS NOT EQUAL ZEROS
               DISPLAY 'Erro ao abrir BLOCOS, código: ' FS-BLOCOS
               CLOSE REL-ARQUIVAMENTO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 001-RESOLVER-GERACAO THRU
                   001-RESOLVER-GERACAO-FIM.

           PERFORM 001-CARREGAR-BLOCOS THRU
                   001-CARREGAR-BLOCOS-FIM.

           PERFORM 001-CARREGAR-PENDENTES THRU
                   001-CARREGAR-PENDENTES-FIM.

           MOVE SPACES TO LINHA-TEXTO.
           STRING 'ARQUIVAMENTO DE JORNAL E MOVIMENTOS - '
                      DELIMITED BY SIZE
                  'PROCESSAMENTO ' DELIMITED BY SIZE
                  DATA-PROCESSAMENTO DELIMITED BY SIZE
               INTO LINHA-TEXTO.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

           MOVE SPACES TO LINHA-TEXTO.
           STRING 'CORTE DO JORNAL ' DELIMITED BY SIZE
                  CORTE-JORNAL DELIMITED BY SIZE
                  ' CORTE DOS MOVIMENTOS ' DELIMITED BY SIZE
                  CORTE-MOVIMENTOS DELIMITED BY SIZE
               INTO LINHA-TEXTO.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

           IF MODO-SIMULACAO
               MOVE 'SIMULACAO -- NENHUM ARQUIVO FOI ALTERADO'
                   TO LINHA-TEXTO
               PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM
           END-IF.

           MOVE 'BLOCOS ANTERIORES AO CORTE MANTIDOS NO JORNAL:'
               TO LINHA-TEXTO.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

       001-FIM.
           EXIT.
      ******************************************

       001-RESOLVER-GERACAO SECTION.
      *    THE RUN TAKES THE NEXT SEQUENCE OF THE DAY ACROSS EVERY
      *    BASE IN THE CATALOG, AS PROG DOES, SO ITS GENERATIONS
      *    NEVER COLLIDE WITH A NAME ALREADY ON DISK.
           MOVE 'N' TO EOF-CATALOGO.
           MOVE ZERO TO SEQ-GERACAO.

           OPEN INPUT CATALOGO.
           IF FS-CATALOGO NOT EQUAL ZEROS
               MOVE 'S' TO EOF-CATALOGO
           END-IF.

           PERFORM UNTIL EOF-CATALOGO EQUAL 'S'
               READ CATALOGO
                       AT END
                           MOVE 'S' TO EOF-CATALOGO
                       NOT AT END
                           IF CAT-DATA IS NUMERIC
                              AND CAT-DATA EQUAL DATA-PROCESSAMENTO
                              AND CAT-SEQ IS NUMERIC
                              AND CAT-SEQ > SEQ-GERACAO
                               MOVE CAT-SEQ TO SEQ-GERACAO
                               MOVE 'S' TO ACHOU-GERACAO
                           END-IF
               END-READ
           END-PERFORM.

           IF FS-CATALOGO EQUAL ZEROS OR FS-CATALOGO EQUAL '10'
               CLOSE CATALOGO
           END-IF.

           MOVE DATA-PROCESSAMENTO TO DATA-GERACAO.
           IF ACHOU-GERACAO EQUAL 'S'
               IF SEQ-GERACAO < 99
                   ADD 1 TO SEQ-GERACAO
               ELSE
                   DISPLAY 'Warning: generation sequence '
                           'exhausted for the day, reusing 99'
               END-IF
           ELSE
               MOVE 1 TO SEQ-GERACAO
           END-IF.

           MOVE 'JORNAL-ARQ' TO BASE-TRABALHO.
           PERFORM 001-MONTAR-NOME THRU 001-MONTAR-NOME-FIM.
           MOVE NOME-GERACAO TO ARQJORNALARQ.

           MOVE 'MOVTOS-ARQ' TO BASE-TRABALHO.
           PERFORM 001-MONTAR-NOME THRU 001-MONTAR-NOME-FIM.
           MOVE NOME-GERACAO TO ARQMOVTOSARQ.

           DISPLAY 'ARQJORNALARQ' UPON ENVIRONMENT-NAME.
           DISPLAY ARQJORNALARQ UPON ENVIRONMENT-VALUE.
           DISPLAY 'ARQMOVTOSARQ' UPON ENVIRONMENT-NAME.
           DISPLAY ARQMOVTOSARQ UPON ENVIRONMENT-VALUE.

       001-RESOLVER-GERACAO-FIM.
           EXIT.
      ******************************************

       001-MONTAR-NOME SECTION.
           MOVE SPACES TO NOME-GERACAO.
           STRING './' DELIMITED BY SIZE
                  BASE-TRABALHO DELIMITED BY SPACE
                  '.D' DELIMITED BY SIZE
                  DATA-GERACAO DELIMITED BY SIZE
                  '.S' DELIMITED BY SIZE
                  SEQ-GERACAO DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO NOME-GERACAO.

       001-MONTAR-NOME-FIM.
           EXIT.
      ******************************************

       001-CARREGAR-BLOCOS SECTION.
      *    FIRST PASS: EVERY RUN THAT OPENED A BLOCK IS ABERTO
      *    UNTIL AN 'F' CARRYING ITS ID IS READ. A BACKOUT'S 'F'
      *    CARRIES THE TARGET RUN'S ID, SO IT CLOSES THAT BLOCK
      *    TOO, AND AN 'F' WHOSE BLOCK IS NO LONGER LIVE COMES IN
      *    CLOSED ON ITS OWN.
           MOVE 'N' TO EOF-JORNAL.

           OPEN INPUT JORNAL.
           IF FS-JORNAL NOT EQUAL ZEROS
               MOVE 'S' TO EOF-JORNAL
           END-IF.

           PERFORM UNTIL EOF-JORNAL EQUAL 'S'
               READ JORNAL
                       AT END
                           MOVE 'S' TO EOF-JORNAL
                       NOT AT END
                           IF JRN-ABERTURA OR JRN-FECHAMENTO
                               PERFORM 001-GUARDAR-BLOCO THRU
                                       001-GUARDAR-BLOCO-FIM
                           END-IF
               END-READ
           END-PERFORM.

           IF FS-JORNAL EQUAL ZEROS OR FS-JORNAL EQUAL '10'
               CLOSE JORNAL
           END-IF.

       001-CARREGAR-BLOCOS-FIM.
           EXIT.
      ******************************************

       001-GUARDAR-BLOCO SECTION.
           MOVE JRN-EXECUCAO TO BLQ-EXECUCAO.
           MOVE 'S' TO ACHOU-BLOCO.
           READ BLOCOS
               INVALID KEY
                   MOVE 'N' TO ACHOU-BLOCO
           END-READ.

           IF ACHOU-BLOCO EQUAL 'N'
               MOVE JRN-EXECUCAO TO BLQ-EXECUCAO
               MOVE 'N' TO BLQ-RETIDO
           END-IF.

           IF JRN-ABERTURA
               MOVE 'S' TO BLQ-ABERTO
           ELSE
               MOVE 'N' TO BLQ-ABERTO
           END-IF.

           IF ACHOU-BLOCO EQUAL 'S'
               REWRITE REG-BLOCO
           ELSE
               WRITE REG-BLOCO
           END-IF.
           IF FS-BLOCOS NOT EQUAL ZEROS
               DISPLAY 'Writing error (blocos): ' FS-BLOCOS
           END-IF.

       001-GUARDAR-BLOCO-FIM.
           EXIT.
      ******************************************

       001-CARREGAR-PENDENTES SECTION.
      *    A PROGMST ITEM STILL IN THE APPROVAL QUEUE IS DECIDED
      *    AGAINST ITS RUN'S STATE IN THE JOURNAL, SO THAT RUN'S
      *    BLOCK STAYS LIVE UNTIL THE QUEUE NO LONGER NEEDS IT.
           MOVE 'N' TO EOF-PENDENTES.

           OPEN INPUT PENDENTES.
           IF FS-PENDENTES NOT EQUAL ZEROS
               MOVE 'S' TO EOF-PENDENTES
           END-IF.

           PERFORM UNTIL EOF-PENDENTES EQUAL 'S'
               READ PENDENTES
                       AT END
                           MOVE 'S' TO EOF-PENDENTES
                       NOT AT END
                           IF PND-DE-PROGMST
                               PERFORM 001-RETER-BLOCO THRU
                                       001-RETER-BLOCO-FIM
                           END-IF
               END-READ
           END-PERFORM.

           IF FS-PENDENTES EQUAL ZEROS OR FS-PENDENTES EQUAL '10'
               CLOSE PENDENTES
           END-IF.

       001-CARREGAR-PENDENTES-FIM.
           EXIT.
      ******************************************

       001-RETER-BLOCO SECTION.
           ADD 1 TO CNT-PENDENTES.
           MOVE PND-EXECUCAO TO BLQ-EXECUCAO.
           READ BLOCOS
               INVALID KEY
                   GO TO 001-RETER-BLOCO-FIM
           END-READ.

           IF BLQ-RETIDO EQUAL 'S'
               GO TO 001-RETER-BLOCO-FIM
           END-IF.

           MOVE 'S' TO BLQ-RETIDO.
           REWRITE REG-BLOCO.
           IF FS-BLOCOS NOT EQUAL ZEROS
               DISPLAY 'Writing error (blocos): ' FS-BLOCOS
           END-IF.

       001-RETER-BLOCO-FIM.
           EXIT.
      ******************************************

       002-LER SECTION.
           PERFORM 002-ARQUIVAR-JORNAL THRU 002-ARQUIVAR-JORNAL-FIM.

           IF EXECUCAO-ABEND
               PERFORM 003-ENCERRAR THRU 004-FIM
           END-IF.

           PERFORM 002-ARQUIVAR-MOVIMENTOS THRU
                   002-ARQUIVAR-MOVIMENTOS-FIM.

       002-FIM.
           EXIT.
      ******************************************

       002-ARQUIVAR-JORNAL SECTION.
      *    SECOND PASS: EACH RECORD FOLLOWS ITS RUN'S BLOCK. THE
      *    BLOCK'S DATE IS THE DATE PART OF THE RUN ID; A RECORD
      *    WHOSE RUN CANNOT BE PLACED STAYS IN THE LIVE FILE.
           MOVE 'N' TO EOF-JORNAL.

           OPEN INPUT JORNAL.
           IF FS-JORNAL NOT EQUAL ZEROS
               DISPLAY 'Journal not available, status: ' FS-JORNAL
               GO TO 002-ARQUIVAR-JORNAL-FIM
           END-IF.

           IF NOT MODO-SIMULACAO
               OPEN OUTPUT JORNAL-NOVO
               IF FS-JORNAL-NOVO NOT EQUAL ZEROS
                   DISPLAY 'Erro ao abrir JORNAL-NOVO, código: '
                           FS-JORNAL-NOVO
                   CLOSE JORNAL
                   MOVE 'ABEND' TO RESULTADO-EXECUCAO
                   GO TO 002-ARQUIVAR-JORNAL-FIM
               END-IF
           END-IF.

           PERFORM UNTIL EOF-JORNAL EQUAL 'S'
               READ JORNAL
                       AT END
                           MOVE 'S' TO EOF-JORNAL
                       NOT AT END
                           ADD 1 TO CNT-JRN-LIDOS
                           PERFORM 002-TRATAR-JORNAL THRU
                                   002-TRATAR-JORNAL-FIM
               END-READ
           END-PERFORM.

           CLOSE JORNAL.
           IF NOT MODO-SIMULACAO
               CLOSE JORNAL-NOVO
           END-IF.
           IF JORNAL-ARQ-ABERTO EQUAL 'S'
               CLOSE JORNAL-ARQ
           END-IF.

       002-ARQUIVAR-JORNAL-FIM.
           EXIT.
      ******************************************

       002-TRATAR-JORNAL SECTION.
           MOVE 'N' TO ARQUIVAR-REGISTRO.
           MOVE ZERO TO DATA-BLOCO.
           MOVE JRN-EXECUCAO (1:8) TO DATA-BLOCO-TX.
           IF DATA-BLOCO-TX IS NUMERIC
               MOVE DATA-BLOCO-TX TO DATA-BLOCO
           END-IF.

           MOVE JRN-EXECUCAO TO BLQ-EXECUCAO.
           MOVE 'S' TO ACHOU-BLOCO.
           READ BLOCOS
               INVALID KEY
                   MOVE 'N' TO ACHOU-BLOCO
           END-READ.

           IF ACHOU-BLOCO EQUAL 'S'
              AND DATA-BLOCO NOT EQUAL ZERO
              AND DATA-BLOCO < CORTE-JORNAL
               IF BLQ-ABERTO EQUAL 'N' AND BLQ-RETIDO EQUAL 'N'
                   MOVE 'S' TO ARQUIVAR-REGISTRO
               ELSE
                   IF JRN-ABERTURA
                       PERFORM 002-LISTAR-RETIDO THRU
                               002-LISTAR-RETIDO-FIM
                   END-IF
               END-IF
           END-IF.

           IF ARQUIVAR-REGISTRO EQUAL 'N'
               ADD 1 TO CNT-JRN-MANTIDOS
               IF NOT MODO-SIMULACAO
                   MOVE REG-JORNAL TO REG-JORNAL-NOVO
                   WRITE REG-JORNAL-NOVO
                   IF FS-JORNAL-NOVO NOT EQUAL ZEROS
                       DISPLAY 'Writing error (jornal novo): '
                               FS-JORNAL-NOVO
                       MOVE 'ABEND' TO RESULTADO-EXECUCAO
                   END-IF
               END-IF
               GO TO 002-TRATAR-JORNAL-FIM
           END-IF.

           ADD 1 TO CNT-JRN-ARQUIVADOS.
           IF JRN-ABERTURA
               ADD 1 TO CNT-BLOCOS-ARQUIVADOS
           END-IF.
           IF JRN-IMAGEM
               ADD JRN-SALDO-ANT TO TOTAL-JORNAL-ARQ
           END-IF.

           IF MODO-SIMULACAO
               GO TO 002-TRATAR-JORNAL-FIM
           END-IF.

           IF JORNAL-ARQ-ABERTO EQUAL 'N'
               OPEN OUTPUT JORNAL-ARQ
               IF FS-JORNAL-ARQ NOT EQUAL ZEROS
                   DISPLAY 'Erro ao abrir JORNAL-ARQ, código: '
                           FS-JORNAL-ARQ
                   MOVE 'ABEND' TO RESULTADO-EXECUCAO
                   MOVE 'S' TO EOF-JORNAL
                   GO TO 002-TRATAR-JORNAL-FIM
               END-IF
               MOVE 'S' TO JORNAL-ARQ-ABERTO
           END-IF.

           MOVE REG-JORNAL TO REG-JORNAL-ARQ.
           WRITE REG-JORNAL-ARQ.
           IF FS-JORNAL-ARQ NOT EQUAL ZEROS
               DISPLAY 'Writing error (jornal arq): ' FS-JORNAL-ARQ
               MOVE 'ABEND' TO RESULTADO-EXECUCAO
           END-IF.

       002-TRATAR-JORNAL-FIM.
           EXIT.
      ******************************************

       002-LISTAR-RETIDO SECTION.
           ADD 1 TO CNT-BLOCOS-RETIDOS.
           MOVE JRN-EXECUCAO TO LBL-EXECUCAO.
           IF BLQ-ABERTO EQUAL 'S'
               MOVE 'BLOCO SEM FECHAMENTO' TO LBL-MOTIVO
           ELSE
               MOVE 'ITENS AGUARDANDO APROVACAO' TO LBL-MOTIVO
           END-IF.
           WRITE REG-REL-ARQUIVAMENTO FROM LINHA-BLOCO.
           IF FS-REL-ARQUIVAMENTO NOT EQUAL ZEROS
               DISPLAY 'Report write warning: ' FS-REL-ARQUIVAMENTO
           END-IF.

       002-LISTAR-RETIDO-FIM.
           EXIT.
      ******************************************

       002-ARQUIVAR-MOVIMENTOS SECTION.
           MOVE 'N' TO EOF-MOVIMENTOS.

           OPEN INPUT MOVIMENTOS.
           IF FS-MOVIMENTOS NOT EQUAL ZEROS
               DISPLAY 'Movement history not available, status: '
                       FS-MOVIMENTOS
               GO TO 002-ARQUIVAR-MOVIMENTOS-FIM
           END-IF.

           IF NOT MODO-SIMULACAO
               OPEN OUTPUT MOVIMENTOS-NOVO
               IF FS-MOVIMENTOS-NOVO NOT EQUAL ZEROS
                   DISPLAY 'Erro ao abrir MOVIMENTOS-NOVO, código: '
                           FS-MOVIMENTOS-NOVO
                   CLOSE MOVIMENTOS
                   MOVE 'ABEND' TO RESULTADO-EXECUCAO
                   GO TO 002-ARQUIVAR-MOVIMENTOS-FIM
               END-IF
           END-IF.

           PERFORM UNTIL EOF-MOVIMENTOS EQUAL 'S'
               READ MOVIMENTOS
                       AT END
                           MOVE 'S' TO EOF-MOVIMENTOS
                       NOT AT END
                           ADD 1 TO CNT-MOV-LIDOS
                           PERFORM 002-TRATAR-MOVIMENTO THRU
                                   002-TRATAR-MOVIMENTO-FIM
               END-READ
           END-PERFORM.

           CLOSE MOVIMENTOS.
           IF NOT MODO-SIMULACAO
               CLOSE MOVIMENTOS-NOVO
           END-IF.
           IF MOVTOS-ARQ-ABERTO EQUAL 'S'
               CLOSE MOVTOS-ARQ
           END-IF.

       002-ARQUIVAR-MOVIMENTOS-FIM.
           EXIT.
      ******************************************

       002-TRATAR-MOVIMENTO SECTION.
           IF MOV-DATA NOT < CORTE-MOVIMENTOS
               ADD 1 TO CNT-MOV-MANTIDOS
               IF NOT MODO-SIMULACAO
                   MOVE REG-MOVIMENTO TO REG-MOVIMENTO-NOVO
                   WRITE REG-MOVIMENTO-NOVO
                   IF FS-MOVIMENTOS-NOVO NOT EQUAL ZEROS
                       DISPLAY 'Writing error (movimentos novo): '
                               FS-MOVIMENTOS-NOVO
                       MOVE 'ABEND' TO RESULTADO-EXECUCAO
                   END-IF
               END-IF
               GO TO 002-TRATAR-MOVIMENTO-FIM
           END-IF.

           ADD 1 TO CNT-MOV-ARQUIVADOS.
           ADD MOV-SALDO-NOVO TO TOTAL-MOVTOS-ARQ.

           IF MODO-SIMULACAO
               GO TO 002-TRATAR-MOVIMENTO-FIM
           END-IF.

           IF MOVTOS-ARQ-ABERTO EQUAL 'N'
               OPEN OUTPUT MOVTOS-ARQ
               IF FS-MOVTOS-ARQ NOT EQUAL ZEROS
                   DISPLAY 'Erro ao abrir MOVTOS-ARQ, código: '
                           FS-MOVTOS-ARQ
                   MOVE 'ABEND' TO RESULTADO-EXECUCAO
                   MOVE 'S' TO EOF-MOVIMENTOS
                   GO TO 002-TRATAR-MOVIMENTO-FIM
               END-IF
               MOVE 'S' TO MOVTOS-ARQ-ABERTO
           END-IF.

           MOVE REG-MOVIMENTO TO REG-MOVTO-ARQ.
           WRITE REG-MOVTO-ARQ.
           IF FS-MOVTOS-ARQ NOT EQUAL ZEROS
               DISPLAY 'Writing error (movtos arq): ' FS-MOVTOS-ARQ
               MOVE 'ABEND' TO RESULTADO-EXECUCAO
           END-IF.

       002-TRATAR-MOVIMENTO-FIM.
           EXIT.
      ******************************************

       003-ENCERRAR SECTION.
      *    THE LIVE FILES ARE ONLY TRIMMED ONCE THE ARCHIVES ARE
      *    WRITTEN AND CATALOGED -- A RUN THAT STOPS HALFWAY LEAVES
      *    THE LIVE FILES WHOLE AND AT WORST AN UNCATALOGED
      *    GENERATION THE NEXT RUN'S SEQUENCE STEPS PAST.
           IF EXECUCAO-NORMAL AND NOT MODO-SIMULACAO
               PERFORM 003-CATALOGAR THRU 003-CATALOGAR-FIM
           END-IF.

           IF EXECUCAO-NORMAL AND NOT MODO-SIMULACAO
              AND CNT-JRN-ARQUIVADOS NOT EQUAL ZERO
               PERFORM 003-RENOVAR-JORNAL THRU
                       003-RENOVAR-JORNAL-FIM
           END-IF.

           IF EXECUCAO-NORMAL AND NOT MODO-SIMULACAO
              AND CNT-MOV-ARQUIVADOS NOT EQUAL ZERO
               PERFORM 003-RENOVAR-MOVIMENTOS THRU
                       003-RENOVAR-MOVIMENTOS-FIM
           END-IF.

           MOVE SPACES TO LINHA-TEXTO.
           MOVE CNT-BLOCOS-RETIDOS TO QTD-EDITADA.
           STRING 'BLOCOS MANTIDOS: ' DELIMITED BY SIZE
                  QTD-EDITADA DELIMITED BY SIZE
               INTO LINHA-TEXTO.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

           MOVE SPACES TO LINHA-TEXTO.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

           MOVE SPACES TO LINHA-TEXTO.
           MOVE CNT-JRN-LIDOS TO QTD-EDITADA.
           STRING 'JORNAL - REGISTROS LIDOS: ' DELIMITED BY SIZE
                  QTD-EDITADA DELIMITED BY SIZE
               INTO LINHA-TEXTO.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

           MOVE SPACES TO LINHA-TEXTO.
           MOVE CNT-JRN-ARQUIVADOS TO QTD-EDITADA.
           STRING 'JORNAL - REGISTROS ARQUIVADOS: ' DELIMITED BY SIZE
                  QTD-EDITADA DELIMITED BY SIZE
               INTO LINHA-TEXTO.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

           MOVE SPACES TO LINHA-TEXTO.
           MOVE CNT-BLOCOS-ARQUIVADOS TO QTD-EDITADA.
           STRING 'JORNAL - BLOCOS ARQUIVADOS: ' DELIMITED BY SIZE
                  QTD-EDITADA DELIMITED BY SIZE
               INTO LINHA-TEXTO.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

           MOVE SPACES TO LINHA-TEXTO.
           MOVE CNT-JRN-MANTIDOS TO QTD-EDITADA.
           STRING 'JORNAL - REGISTROS MANTIDOS: ' DELIMITED BY SIZE
                  QTD-EDITADA DELIMITED BY SIZE
               INTO LINHA-TEXTO.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

           MOVE SPACES TO LINHA-TEXTO.
           COMPUTE VALOR-EDITADO = TOTAL-JORNAL-ARQ * 100.
           STRING 'JORNAL - TOTAL DE SALDOS ARQUIVADOS (C): '
                      DELIMITED BY SIZE
                  VALOR-EDITADO DELIMITED BY SIZE
               INTO LINHA-TEXTO.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

           IF CNT-JRN-ARQUIVADOS NOT EQUAL ZERO
               MOVE SPACES TO LINHA-TEXTO
               STRING 'JORNAL - GERACAO: ' DELIMITED BY SIZE
                      ARQJORNALARQ DELIMITED BY SPACE
                   INTO LINHA-TEXTO
               PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM
           END-IF.

           MOVE SPACES TO LINHA-TEXTO.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

           MOVE SPACES TO LINHA-TEXTO.
           MOVE CNT-MOV-LIDOS TO QTD-EDITADA.
           STRING 'MOVIMENTOS - LIDOS: ' DELIMITED BY SIZE
                  QTD-EDITADA DELIMITED BY SIZE
               INTO LINHA-TEXTO.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

           MOVE SPACES TO LINHA-TEXTO.
           MOVE CNT-MOV-ARQUIVADOS TO QTD-EDITADA.
           STRING 'MOVIMENTOS - ARQUIVADOS: ' DELIMITED BY SIZE
                  QTD-EDITADA DELIMITED BY SIZE
               INTO LINHA-TEXTO.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

           MOVE SPACES TO LINHA-TEXTO.
           MOVE CNT-MOV-MANTIDOS TO QTD-EDITADA.
           STRING 'MOVIMENTOS - MANTIDOS: ' DELIMITED BY SIZE
                  QTD-EDITADA DELIMITED BY SIZE
               INTO LINHA-TEXTO.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

           MOVE SPACES TO LINHA-TEXTO.
           COMPUTE VALOR-EDITADO = TOTAL-MOVTOS-ARQ * 100.
           STRING 'MOVIMENTOS - TOTAL DE SALDOS NOVOS ARQUIVADOS (C): '
                      DELIMITED BY SIZE
                  VALOR-EDITADO DELIMITED BY SIZE
               INTO LINHA-TEXTO.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

           IF CNT-MOV-ARQUIVADOS NOT EQUAL ZERO
               MOVE SPACES TO LINHA-TEXTO
               STRING 'MOVIMENTOS - GERACAO: ' DELIMITED BY SIZE
                      ARQMOVTOSARQ DELIMITED BY SPACE
                   INTO LINHA-TEXTO
               PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM
           END-IF.

           MOVE SPACES TO LINHA-TEXTO.
           STRING 'RESULTADO: ' DELIMITED BY SIZE
                  RESULTADO-EXECUCAO DELIMITED BY SIZE
               INTO LINHA-TEXTO.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

           DISPLAY 'Journal records read: ' CNT-JRN-LIDOS
           DISPLAY 'Journal records archived: ' CNT-JRN-ARQUIVADOS
           DISPLAY 'Journal blocks archived: ' CNT-BLOCOS-ARQUIVADOS
           DISPLAY 'Journal blocks held back: ' CNT-BLOCOS-RETIDOS
           DISPLAY 'Movements read: ' CNT-MOV-LIDOS
           DISPLAY 'Movements archived: ' CNT-MOV-ARQUIVADOS
           DISPLAY 'Archive run: ' RESULTADO-EXECUCAO

           CLOSE BLOCOS.
           CLOSE REL-ARQUIVAMENTO.

           EVALUATE TRUE
               WHEN EXECUCAO-ABEND
                   MOVE 8 TO RETURN-CODE
               WHEN CNT-BLOCOS-RETIDOS NOT EQUAL ZERO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.
       004-FIM.
           EXIT.
      ******************************************

       003-CATALOGAR SECTION.
      *    EACH ARCHIVE GENERATION ACTUALLY WRITTEN GETS ITS LINE,
      *    APPENDED -- PROG REWRITES THE CATALOG FROM WHAT IT
      *    LOADED, SO THE ARCHIVE LINES RIDE ALONG, AND ITS
      *    RETENTION PURGE NEVER TOUCHES THESE BASES.
           IF CNT-JRN-ARQUIVADOS EQUAL ZERO
              AND CNT-MOV-ARQUIVADOS EQUAL ZERO
               GO TO 003-CATALOGAR-FIM
           END-IF.

           OPEN EXTEND CATALOGO.
           IF FS-CATALOGO EQUAL '35'
               OPEN OUTPUT CATALOGO
           END-IF.
           IF FS-CATALOGO NOT EQUAL ZEROS
               DISPLAY 'Erro ao abrir CATALOGO, código: '
                       FS-CATALOGO
               MOVE 'ABEND' TO RESULTADO-EXECUCAO
               GO TO 003-CATALOGAR-FIM
           END-IF.

           IF CNT-JRN-ARQUIVADOS NOT EQUAL ZERO
               MOVE SPACES TO REG-CATALOGO
               MOVE 'JORNAL-ARQ' TO CAT-BASE
               MOVE DATA-GERACAO TO CAT-DATA
               MOVE SEQ-GERACAO TO CAT-SEQ
               MOVE HORA-CATALOGO TO CAT-HORA
               MOVE CNT-JRN-ARQUIVADOS TO CAT-QTD
               MOVE 'CORRENTE' TO CAT-SITUACAO
               MOVE TOTAL-JORNAL-ARQ TO CAT-TOTAL
               MOVE CORTE-JORNAL TO CAT-CORTE
               WRITE REG-CATALOGO
               IF FS-CATALOGO NOT EQUAL ZEROS
                   DISPLAY 'Catalog write error: ' FS-CATALOGO
                   MOVE 'ABEND' TO RESULTADO-EXECUCAO
               END-IF
           END-IF.

           IF CNT-MOV-ARQUIVADOS NOT EQUAL ZERO
               MOVE SPACES TO REG-CATALOGO
               MOVE 'MOVTOS-ARQ' TO CAT-BASE
               MOVE DATA-GERACAO TO CAT-DATA
               MOVE SEQ-GERACAO TO CAT-SEQ
               MOVE HORA-CATALOGO TO CAT-HORA
               MOVE CNT-MOV-ARQUIVADOS TO CAT-QTD
               MOVE 'CORRENTE' TO CAT-SITUACAO
               MOVE TOTAL-MOVTOS-ARQ TO CAT-TOTAL
               MOVE CORTE-MOVIMENTOS TO CAT-CORTE
               WRITE REG-CATALOGO
               IF FS-CATALOGO NOT EQUAL ZEROS
                   DISPLAY 'Catalog write error: ' FS-CATALOGO
                   MOVE 'ABEND' TO RESULTADO-EXECUCAO
               END-IF
           END-IF.

           CLOSE CATALOGO.

       003-CATALOGAR-FIM.
           EXIT.
      ******************************************

       003-RENOVAR-JORNAL SECTION.
      *    THE RECORDS LEFT BEHIND REPLACE THE JOURNAL -- A PLAIN
      *    COPY-BACK, THE WORK FILE STAYS BEHIND AS A TRACE.
           MOVE 'N' TO EOF-JORNAL.

           OPEN INPUT JORNAL-NOVO.
           OPEN OUTPUT JORNAL.

           IF FS-JORNAL-NOVO NOT EQUAL ZEROS
              OR FS-JORNAL NOT EQUAL ZEROS
               DISPLAY 'Journal rewrite error: '
                       FS-JORNAL-NOVO ' ' FS-JORNAL
               MOVE 'ABEND' TO RESULTADO-EXECUCAO
           ELSE
               PERFORM UNTIL EOF-JORNAL EQUAL 'S'
                   READ JORNAL-NOVO
                           AT END
                               MOVE 'S' TO EOF-JORNAL
                           NOT AT END
                               MOVE REG-JORNAL-NOVO TO REG-JORNAL
                               WRITE REG-JORNAL
                               IF FS-JORNAL NOT EQUAL ZEROS
                                   DISPLAY 'Writing error (jornal): '
                                           FS-JORNAL
                                   MOVE 'ABEND' TO RESULTADO-EXECUCAO
                                   MOVE 'S' TO EOF-JORNAL
                               END-IF
                   END-READ
               END-PERFORM
           END-IF.

           CLOSE JORNAL-NOVO.
           CLOSE JORNAL.

       003-RENOVAR-JORNAL-FIM.
           EXIT.
      ******************************************

       003-RENOVAR-MOVIMENTOS SECTION.
           MOVE 'N' TO EOF-MOVIMENTOS.

           OPEN INPUT MOVIMENTOS-NOVO.
           OPEN OUTPUT MOVIMENTOS.

           IF FS-MOVIMENTOS-NOVO NOT EQUAL ZEROS
              OR FS-MOVIMENTOS NOT EQUAL ZEROS
               DISPLAY 'Movement history rewrite error: '
                       FS-MOVIMENTOS-NOVO ' ' FS-MOVIMENTOS
               MOVE 'ABEND' TO RESULTADO-EXECUCAO
           ELSE
               PERFORM UNTIL EOF-MOVIMENTOS EQUAL 'S'
                   READ MOVIMENTOS-NOVO
                           AT END
                               MOVE 'S' TO EOF-MOVIMENTOS
                           NOT AT END
                               MOVE REG-MOVIMENTO-NOVO
                                   TO REG-MOVIMENTO
                               WRITE REG-MOVIMENTO
                               IF FS-MOVIMENTOS NOT EQUAL ZEROS
                                   DISPLAY 'Writing error '
                                           '(movimentos): '
                                           FS-MOVIMENTOS
                                   MOVE 'ABEND' TO RESULTADO-EXECUCAO
                                   MOVE 'S' TO EOF-MOVIMENTOS
                               END-IF
                   END-READ
               END-PERFORM
           END-IF.

           CLOSE MOVIMENTOS-NOVO.
           CLOSE MOVIMENTOS.

       003-RENOVAR-MOVIMENTOS-FIM.
           EXIT.
      ******************************************

       003-GRAVAR-TEXTO SECTION.
           WRITE REG-REL-ARQUIVAMENTO FROM LINHA-TEXTO.
           IF FS-REL-ARQUIVAMENTO NOT EQUAL ZEROS
               DISPLAY 'Report write warning: ' FS-REL-ARQUIVAMENTO
           END-IF.

       003-GRAVAR-TEXTO-FIM.
           EXIT.
      ******************************************

       005-CONVERTER-CATALOGO SECTION.
      *    EVERY OLD LINE COMES OVER AS IT WAS, WITH A ZERO
      *    CONTROL TOTAL AND NO CUTOFF -- THE OLD CATALOG ONLY
      *    EVER HELD PROG'S OWN GENERATIONS.
           ACCEPT ARQCATALOGOANT FROM ENVIRONMENT 'ARQCATALOGOANT'
               ON EXCEPTION
                   MOVE './CATALOGO-GERACOES-ANT.txt' TO ARQCATALOGOANT
           END-ACCEPT.
           IF ARQCATALOGOANT EQUAL SPACES
               MOVE './CATALOGO-GERACOES-ANT.txt' TO ARQCATALOGOANT
           END-IF.
           DISPLAY 'ARQCATALOGOANT' UPON ENVIRONMENT-NAME.
           DISPLAY ARQCATALOGOANT UPON ENVIRONMENT-VALUE.

           OPEN INPUT CATALOGO.
           IF FS-CATALOGO EQUAL ZEROS
               DISPLAY 'CATALOGO-GERACOES.txt already exists, '
                       'catalog not converted'
               CLOSE CATALOGO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CATALOGO-ANTIGO.
           IF FS-CATALOGO-ANTIGO NOT EQUAL ZEROS
               DISPLAY 'Erro ao abrir CATALOGO-ANTIGO, código: '
                       FS-CATALOGO-ANTIGO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT CATALOGO.
           IF FS-CATALOGO NOT EQUAL ZEROS
               DISPLAY 'Erro ao abrir CATALOGO, código: '
                       FS-CATALOGO
               CLOSE CATALOGO-ANTIGO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'N' TO EOF-CATALOGO.
           PERFORM UNTIL EOF-CATALOGO EQUAL 'S'
               READ CATALOGO-ANTIGO
                       AT END
                           MOVE 'S' TO EOF-CATALOGO
                       NOT AT END
                           MOVE SPACES TO REG-CATALOGO
                           MOVE CTA-DADOS TO REG-CATALOGO (1:52)
                           MOVE ZERO TO CAT-TOTAL
                           MOVE ZERO TO CAT-CORTE
                           WRITE REG-CATALOGO
                           ADD 1 TO CNT-CONVERTIDOS
               END-READ
           END-PERFORM.

           CLOSE CATALOGO-ANTIGO.
           CLOSE CATALOGO.

           DISPLAY 'Catalog entries converted: ' CNT-CONVERTIDOS
           STOP RUN.
       005-FIM.
           EXIT.
      ******************************************
