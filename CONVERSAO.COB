       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCNV.
       AUTHOR. RAYAN ARGOLO
      ******************************************
      *    ONE-SHOT CUTOVER OF THE CUSTOMER MASTER AND THE MASTER   *
      *    JOURNAL TO THE LAYOUTS THAT CARRY THE ATIVA/INATIVA      *
      *    STATUS (MASTER 54 -> 77 POSITIONS, JOURNAL 81 -> 104).   *
      *    OPERATIONS RENAMES THE OLD FILES TO ARQMASTERANT         *
      *    (DEFAULT ./CLIENTES-MASTER-ANT.DAT) AND ARQJORNALANT     *
      *    (DEFAULT ./JORNAL-MASTER-ANT.txt); THE PROGRAM REBUILDS  *
      *    CLIENTES-MASTER.DAT AND JORNAL-MASTER.txt FROM THEM.     *
      *    EVERY KEY COMES OVER ATIVA, WITH ITS LAST-MOVEMENT DATE  *
      *    SEEDED FROM MOVIMENTOS-MASTER.txt SO THE FIRST DORMANCY  *
      *    RUN MEASURES REAL HISTORY INSTEAD OF THE CUTOVER DATE.   *
      *    THE PROGRAM REFUSES TO RUN WHEN THE NEW MASTER ALREADY   *
      *    EXISTS OR THE OLD JOURNAL HOLDS AN UNFINISHED BLOCK --   *
      *    THAT RUN MUST BE BACKED OUT BEFORE THE CUTOVER.          *
      *    MODO-CONVERSAO=CONTA IS THE LATER CUTOVER THAT ADDS      *
      *    CONTA AS AN ALTERNATE KEY OF THE MASTER: OPERATIONS      *
      *    RENAMES THE CURRENT MASTER TO ARQMASTERANT AND THE       *
      *    PROGRAM COPIES IT RECORD FOR RECORD INTO A NEW           *
      *    CLIENTES-MASTER.DAT BUILT WITH THE KEY. THE JOURNAL IS   *
      *    LEFT AS IT IS. EVERY CONTA ALREADY HELD BY ANOTHER       *
      *    CUSTOMER IS LISTED -- THE RECORD STILL COMES OVER, AND   *
      *    THE HELP DESK RESOLVES THE SHARED ACCOUNT BY HAND.       *
      *    RETURN CODE 0 = CONVERTED, 4 = CONVERTED WITH SHARED     *
      *    CONTAS LISTED, 8 = NOTHING CONVERTED.                    *
      ******************************************
       ENVIRONMENT DIVISION.
      ******************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-ANTIGO ASSIGN TO ARQMASTERANT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANT-CHAVE
               FILE STATUS IS FS-MASTER-ANTIGO.
           SELECT CLIENTES-MASTER ASSIGN TO './CLIENTES-MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-CHAVE
               ALTERNATE RECORD KEY IS MST-CONTA WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES-MASTER.
           SELECT MASTER-SEM-CONTA ASSIGN TO ARQMASTERANT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCT-CHAVE
               FILE STATUS IS FS-MASTER-SEM-CONTA.
           SELECT JORNAL-ANTIGO ASSIGN TO ARQJORNALANT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-JORNAL-ANTIGO.
           SELECT JORNAL ASSIGN TO './JORNAL-MASTER.txt'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-JORNAL.
           SELECT MOVIMENTOS ASSIGN TO './MOVIMENTOS-MASTER.txt'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-MOVIMENTOS.
      *    SCRATCH LAST-MOVEMENT-PER-KEY PROBE, REBUILT EMPTY PER
      *    RUN -- THE SAME KEYED-SPILL PATTERN AS CHAVES-BACKOUT.
           SELECT ULTIMOS-MOV ASSIGN TO './ULTIMOS-MOVIMENTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ULT-CHAVE
               FILE STATUS IS FS-ULTIMOS-MOV.
      ******************************************
       DATA DIVISION.
      ******************************************
       FILE SECTION.
      ******************************************
       FD MASTER-ANTIGO.
       01 REG-MASTER-ANTIGO.
           03 ANT-CHAVE.
               05 ANT-AGENCIA      PIC 9(04).
               05 ANT-NOME         PIC X(12).
           03 ANT-CPF          PIC 9(11).
           03 ANT-CONTA        PIC 9(08).
           03 ANT-DATA-ABERTURA PIC 9(08).
           03 ANT-SALDO        PIC 9(09)V99.
      *        LAYOUT = 54 POSIÇÕES -- MASTER ANTERIOR AO CORTE     *
       FD MASTER-SEM-CONTA.
       01 REG-MASTER-SEM-CONTA.
           03 SCT-CHAVE.
               05 SCT-AGENCIA      PIC 9(04).
               05 SCT-NOME         PIC X(12).
           03 SCT-CPF          PIC 9(11).
           03 SCT-CONTA        PIC 9(08).
           03 SCT-DATA-ABERTURA PIC 9(08).
           03 SCT-SALDO        PIC 9(09)V99.
           03 SCT-SITUACAO     PIC X(07).
           03 SCT-DATA-SITUACAO PIC 9(08).
           03 SCT-DATA-MOVIMENTO PIC 9(08).
      *        LAYOUT = 77 POSIÇÕES -- MASTER ANTERIOR A CHAVE      *
      *        ALTERNATIVA CONTA (MODO-CONVERSAO=CONTA)             *
       FD CLIENTES-MASTER.
       01 REG-CLIENTE-MASTER.
           03 MST-CHAVE.
               05 MST-AGENCIA      PIC 9(04).
               05 MST-NOME         PIC X(12).
           03 MST-CPF          PIC 9(11).
           03 MST-CONTA        PIC 9(08).
           03 MST-DATA-ABERTURA PIC 9(08).
           03 MST-SALDO        PIC 9(09)V99.
           03 MST-SITUACAO     PIC X(07).
           03 MST-DATA-SITUACAO PIC 9(08).
           03 MST-DATA-MOVIMENTO PIC 9(08).
      *        LAYOUT = 77 POSIÇÕES (MESMO MASTER DO PROGMST)       *
       FD JORNAL-ANTIGO
           RECORDING IS F.
       01 REG-JORNAL-ANTIGO.
           03 JAN-TIPO             PIC X(01).
               88 JAN-ABERTURA        VALUE 'A'.
               88 JAN-IMAGEM          VALUE 'B'.
               88 JAN-FECHAMENTO      VALUE 'F'.
           03 JAN-EXECUCAO         PIC X(16).
           03 JAN-OPERACAO         PIC X(01).
           03 JAN-AGENCIA          PIC 9(04).
           03 JAN-NOME             PIC X(12).
           03 JAN-TINHA-ANTERIOR   PIC X(01).
           03 JAN-CPF-ANT          PIC 9(11).
           03 JAN-CONTA-ANT        PIC 9(08).
           03 JAN-DATA-ANT         PIC 9(08).
           03 JAN-SALDO-ANT        PIC 9(09)V99.
           03 JAN-SITUACAO         PIC X(08).
      *        LAYOUT = 81 POSIÇÕES -- JORNAL ANTERIOR AO CORTE     *
       FD JORNAL
           RECORDING IS F.
       01 REG-JORNAL.
           03 JRN-TIPO             PIC X(01).
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
       FD ULTIMOS-MOV.
       01 REG-ULTIMO-MOV.
           03 ULT-CHAVE            PIC X(16).
           03 ULT-DATA             PIC 9(08).
      *        ONE KEY PER CUSTOMER WITH THE DATE OF ITS LATEST     *
      *        MOVEMENT LINE.                                       *
      ******************************************
       WORKING-STORAGE SECTION.
       01 FS-MASTER-ANTIGO PIC 9(02).
       01 FS-CLIENTES-MASTER   PIC 9(02).
       01 FS-JORNAL-ANTIGO PIC 9(02).
       01 FS-JORNAL        PIC 9(02).
       01 FS-MOVIMENTOS    PIC 9(02).
       01 FS-ULTIMOS-MOV   PIC 9(02).
       01 EOF-MASTER       PIC X(01) VALUE 'N'.
       01 EOF-JORNAL       PIC X(01) VALUE 'N'.
       01 EOF-MOVIMENTOS   PIC X(01) VALUE 'N'.
       01 ARQMASTERANT     PIC X(100).
       01 ARQJORNALANT     PIC X(100).
       01 EXECUCAO-PENDENTE PIC X(16) VALUE SPACES.
       01 CNT-MOVIMENTOS   PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-MASTER       PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-GRAVADOS     PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-SEM-MOVIMENTO PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-JORNAL       PIC 9(08) USAGE COMP VALUE ZERO.
       01 SEM-JORNAL-ANTIGO PIC X(01) VALUE 'N'.
           88 JORNAL-ANTIGO-AUSENTE  VALUE 'S'.
       01 MODO-CONVERSAO   PIC X(08) VALUE 'LAYOUT'.
           88 MODO-LAYOUT         VALUE 'LAYOUT'.
           88 MODO-CONTA          VALUE 'CONTA'.
       01 FS-MASTER-SEM-CONTA PIC 9(02).
       01 CNT-CONTA-COMPARTILHADA PIC 9(08) USAGE COMP VALUE ZERO.
      ******************************************
       PROCEDURE DIVISION.
            PERFORM 001-VALIDAR THRU 001-FIM.
            IF MODO-CONTA
                PERFORM 005-REINDEXAR THRU 005-FIM
            END-IF.
            PERFORM 002-LER THRU 002-FIM.
            PERFORM 003-ENCERRAR THRU 004-FIM.
      ******************************************

       001-VALIDAR SECTION.
           ACCEPT MODO-CONVERSAO FROM ENVIRONMENT 'MODO-CONVERSAO'
               ON EXCEPTION
                   MOVE 'LAYOUT' TO MODO-CONVERSAO
           END-ACCEPT.
           IF MODO-CONVERSAO EQUAL SPACES
               MOVE 'LAYOUT' TO MODO-CONVERSAO
           END-IF.
      *    THE TWO CUTOVERS READ THE OLD MASTER THROUGH DIFFERENT
      *    LAYOUTS -- A MISTYPED MODE MUST NOT PICK ONE FOR US.
           IF NOT MODO-LAYOUT AND NOT MODO-CONTA
               DISPLAY 'Invalid MODO-CONVERSAO (LAYOUT/CONTA): '
                       MODO-CONVERSAO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT ARQMASTERANT FROM ENVIRONMENT 'ARQMASTERANT'
               ON EXCEPTION
                   MOVE './CLIENTES-MASTER-ANT.DAT' TO ARQMASTERANT
           END-ACCEPT.

           ACCEPT ARQJORNALANT FROM ENVIRONMENT 'ARQJORNALANT'
               ON EXCEPTION
                   MOVE './JORNAL-MASTER-ANT.txt' TO ARQJORNALANT
           END-ACCEPT.

           DISPLAY 'ARQMASTERANT' UPON ENVIRONMENT-NAME.
           DISPLAY ARQMASTERANT UPON ENVIRONMENT-VALUE.

           DISPLAY 'ARQJORNALANT' UPON ENVIRONMENT-NAME.
           DISPLAY ARQJORNALANT UPON ENVIRONMENT-VALUE.

      *    A MASTER ALREADY IN THE NEW LAYOUT IS NEVER OVERWRITTEN
      *    -- A SECOND CUTOVER WOULD WIPE EVERYTHING POSTED SINCE.
           OPEN INPUT CLIENTES-MASTER.
           IF FS-CLIENTES-MASTER NOT EQUAL '35'
               IF FS-CLIENTES-MASTER EQUAL ZEROS
                   CLOSE CLIENTES-MASTER
               END-IF
               DISPLAY 'New-layout master already present ('
                       FS-CLIENTES-MASTER '), cutover refused'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF MODO-CONTA
               GO TO 001-FIM
           END-IF.

           OPEN INPUT MASTER-ANTIGO.
           IF FS-MASTER-ANTIGO NOT EQUAL ZEROS
               DISPLAY 'Erro ao abrir MASTER-ANTIGO, código: '
                       FS-MASTER-ANTIGO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 001-CONFERIR-JORNAL THRU 001-CONFERIR-JORNAL-FIM.

           IF EXECUCAO-PENDENTE NOT EQUAL SPACES
               DISPLAY 'Unfinished journal run found: '
                       EXECUCAO-PENDENTE
               DISPLAY 'Back it out before the cutover'
               CLOSE MASTER-ANTIGO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT ULTIMOS-MOV.
           CLOSE ULTIMOS-MOV.
           OPEN I-O ULTIMOS-MOV.
           IF FS-ULTIMOS-MOV NOT EQUAL ZEROS
               DISPLAY 'Erro ao abrir ULTIMOS-MOV, código: '
                       FS-ULTIMOS-MOV
               CLOSE MASTER-ANTIGO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 001-CARREGAR-MOVIMENTOS THRU
                   001-CARREGAR-MOVIMENTOS-FIM.

           OPEN OUTPUT CLIENTES-MASTER.
           CLOSE CLIENTES-MASTER.
           OPEN I-O CLIENTES-MASTER.
           IF FS-CLIENTES-MASTER NOT EQUAL ZEROS
               DISPLAY 'Erro ao abrir CLIENTES-MASTER, código: '
                       FS-CLIENTES-MASTER
               CLOSE MASTER-ANTIGO
               CLOSE ULTIMOS-MOV
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       001-FIM.
           EXIT.
      ******************************************

       001-CONFERIR-JORNAL SECTION.
      *    SAME FORWARD PASS PROGMST MAKES, OVER THE OLD LAYOUT. A
      *    SITE THAT NEVER JOURNALED SIMPLY HAS NO OLD JOURNAL.
           MOVE 'N' TO EOF-JORNAL.

           OPEN INPUT JORNAL-ANTIGO.
           IF FS-JORNAL-ANTIGO NOT EQUAL ZEROS
               DISPLAY 'Old journal not found ('
                       FS-JORNAL-ANTIGO '), journal starts empty'
               MOVE 'S' TO SEM-JORNAL-ANTIGO
               MOVE 'S' TO EOF-JORNAL
           END-IF.

           PERFORM UNTIL EOF-JORNAL EQUAL 'S'
               READ JORNAL-ANTIGO
                       AT END
                           MOVE 'S' TO EOF-JORNAL
                       NOT AT END
                           IF JAN-ABERTURA
                               MOVE JAN-EXECUCAO TO EXECUCAO-PENDENTE
                           END-IF
                           IF JAN-FECHAMENTO
                              AND JAN-EXECUCAO EQUAL EXECUCAO-PENDENTE
                               MOVE SPACES TO EXECUCAO-PENDENTE
                           END-IF
               END-READ
           END-PERFORM.

           IF NOT JORNAL-ANTIGO-AUSENTE
               CLOSE JORNAL-ANTIGO
           END-IF.

       001-CONFERIR-JORNAL-FIM.
           EXIT.
      ******************************************

       001-CARREGAR-MOVIMENTOS SECTION.
      *    THE HISTORY IS APPENDED IN PROCESSING ORDER, SO THE LAST
      *    LINE SEEN FOR A KEY CARRIES ITS LATEST DATE; COMPENSATING
      *    'B' LINES COUNT TOO -- THEY ARE MASTER MOVEMENTS.
           OPEN INPUT MOVIMENTOS.
           IF FS-MOVIMENTOS NOT EQUAL ZEROS
               DISPLAY 'Movement history not found ('
                       FS-MOVIMENTOS '), last-movement dates left zero'
               GO TO 001-CARREGAR-MOVIMENTOS-FIM
           END-IF.

           PERFORM UNTIL EOF-MOVIMENTOS EQUAL 'S'
               READ MOVIMENTOS
                       AT END
                           MOVE 'S' TO EOF-MOVIMENTOS
                       NOT AT END
                           ADD 1 TO CNT-MOVIMENTOS
                           MOVE SPACES TO ULT-CHAVE
                           STRING
                               MOV-AGENCIA DELIMITED BY SIZE
                               MOV-NOME DELIMITED BY SIZE
                           INTO ULT-CHAVE
                           MOVE MOV-DATA TO ULT-DATA
                           WRITE REG-ULTIMO-MOV
                               INVALID KEY
                                   REWRITE REG-ULTIMO-MOV
                                       INVALID KEY
                                           DISPLAY 'Scratch write '
                                               'warning: '
                                               FS-ULTIMOS-MOV
                                   END-REWRITE
                           END-WRITE
               END-READ
           END-PERFORM.

           CLOSE MOVIMENTOS.

       001-CARREGAR-MOVIMENTOS-FIM.
           EXIT.
      ******************************************

       002-LER SECTION.
           PERFORM UNTIL EOF-MASTER EQUAL 'S'
               READ MASTER-ANTIGO NEXT
                       AT END
                           MOVE 'S' TO EOF-MASTER
                       NOT AT END
                           ADD 1 TO CNT-MASTER
                           PERFORM 002-CONVERTER-CLIENTE
               END-READ
           END-PERFORM.

           PERFORM 002-CONVERTER-JORNAL THRU 002-CONVERTER-JORNAL-FIM.

       002-FIM.
           EXIT.
      ******************************************

       002-CONVERTER-CLIENTE SECTION.
           MOVE ANT-AGENCIA TO MST-AGENCIA.
           MOVE ANT-NOME TO MST-NOME.
           MOVE ANT-CPF TO MST-CPF.
           MOVE ANT-CONTA TO MST-CONTA.
           MOVE ANT-DATA-ABERTURA TO MST-DATA-ABERTURA.
           MOVE ANT-SALDO TO MST-SALDO.
           MOVE 'ATIVA' TO MST-SITUACAO.
           MOVE ANT-DATA-ABERTURA TO MST-DATA-SITUACAO.

           MOVE ANT-CHAVE TO ULT-CHAVE.
           READ ULTIMOS-MOV
               INVALID KEY
                   ADD 1 TO CNT-SEM-MOVIMENTO
                   MOVE ZERO TO MST-DATA-MOVIMENTO
               NOT INVALID KEY
                   MOVE ULT-DATA TO MST-DATA-MOVIMENTO
           END-READ.

           WRITE REG-CLIENTE-MASTER
               INVALID KEY
                   DISPLAY 'Master write warning: ' FS-CLIENTES-MASTER
                           ' ' MST-CHAVE
               NOT INVALID KEY
                   ADD 1 TO CNT-GRAVADOS
           END-WRITE.

       002-CONVERTER-CLIENTE-FIM.
           EXIT.
      ******************************************

       002-CONVERTER-JORNAL SECTION.
      *    OLD IMAGES ALL DESCRIBE ATIVA KEYS -- THERE WAS NO OTHER
      *    STATUS BEFORE THE CUTOVER -- SO A LATER BACKOUT OF ONE
      *    OF THOSE RUNS RESTORES THE KEY ATIVA.
           IF JORNAL-ANTIGO-AUSENTE
               GO TO 002-CONVERTER-JORNAL-FIM
           END-IF.

           OPEN INPUT JORNAL-ANTIGO.
           OPEN OUTPUT JORNAL.
           IF FS-JORNAL-ANTIGO NOT EQUAL ZEROS
              OR FS-JORNAL NOT EQUAL ZEROS
               DISPLAY 'Journal conversion warning: '
                       FS-JORNAL-ANTIGO ' ' FS-JORNAL
               MOVE 8 TO RETURN-CODE
               GO TO 002-CONVERTER-JORNAL-FIM
           END-IF.

           MOVE 'N' TO EOF-JORNAL.
           PERFORM UNTIL EOF-JORNAL EQUAL 'S'
               READ JORNAL-ANTIGO
                       AT END
                           MOVE 'S' TO EOF-JORNAL
                       NOT AT END
                           ADD 1 TO CNT-JORNAL
                           MOVE JAN-TIPO TO JRN-TIPO
                           MOVE JAN-EXECUCAO TO JRN-EXECUCAO
                           MOVE JAN-OPERACAO TO JRN-OPERACAO
                           MOVE JAN-AGENCIA TO JRN-AGENCIA
                           MOVE JAN-NOME TO JRN-NOME
                           MOVE JAN-TINHA-ANTERIOR
                               TO JRN-TINHA-ANTERIOR
                           MOVE JAN-CPF-ANT TO JRN-CPF-ANT
                           MOVE JAN-CONTA-ANT TO JRN-CONTA-ANT
                           MOVE JAN-DATA-ANT TO JRN-DATA-ANT
                           MOVE JAN-SALDO-ANT TO JRN-SALDO-ANT
                           MOVE JAN-SITUACAO TO JRN-SITUACAO
                           MOVE SPACES TO JRN-SIT-CONTA-ANT
                           MOVE ZERO TO JRN-DATA-SIT-ANT
                           MOVE ZERO TO JRN-DATA-MOV-ANT
                           IF JAN-IMAGEM
                              AND JAN-TINHA-ANTERIOR EQUAL 'S'
                               MOVE 'ATIVA' TO JRN-SIT-CONTA-ANT
                               MOVE JAN-DATA-ANT TO JRN-DATA-SIT-ANT
                           END-IF
                           WRITE REG-JORNAL
                           IF FS-JORNAL NOT EQUAL ZEROS
                               DISPLAY 'Journal write warning: '
                                       FS-JORNAL
                           END-IF
               END-READ
           END-PERFORM.

           CLOSE JORNAL-ANTIGO.
           CLOSE JORNAL.

       002-CONVERTER-JORNAL-FIM.
           EXIT.
      ******************************************

       003-ENCERRAR SECTION.
           DISPLAY 'Movement lines scanned: ' CNT-MOVIMENTOS
           DISPLAY 'Old master records read: ' CNT-MASTER
           DISPLAY 'New master records written: ' CNT-GRAVADOS
           DISPLAY 'Keys without movement history: ' CNT-SEM-MOVIMENTO
           DISPLAY 'Journal records converted: ' CNT-JORNAL

           IF CNT-GRAVADOS NOT EQUAL CNT-MASTER
               DISPLAY 'Warning: not every old record was converted'
               MOVE 8 TO RETURN-CODE
           END-IF

           CLOSE MASTER-ANTIGO.
           CLOSE CLIENTES-MASTER.
           CLOSE ULTIMOS-MOV.
           STOP RUN.
       004-FIM.
           EXIT.
      ******************************************

       005-REINDEXAR SECTION.
      *    THE MASTER ALREADY HAS THE 77-POSITION LAYOUT; ONLY THE
      *    KEY STRUCTURE CHANGES, SO EVERY RECORD IS COPIED AS IT
      *    STANDS. AN UNFINISHED JOURNAL BLOCK STILL REFUSES THE
      *    CUTOVER -- ITS BACKOUT MUST SEE THE MASTER IT POSTED TO.
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
                           IF JRN-TIPO EQUAL 'A'
                               MOVE JRN-EXECUCAO TO EXECUCAO-PENDENTE
                           END-IF
                           IF JRN-TIPO EQUAL 'F'
                              AND JRN-EXECUCAO EQUAL EXECUCAO-PENDENTE
                               MOVE SPACES TO EXECUCAO-PENDENTE
                           END-IF
               END-READ
           END-PERFORM.

           IF FS-JORNAL EQUAL ZEROS
               CLOSE JORNAL
           END-IF.

           IF EXECUCAO-PENDENTE NOT EQUAL SPACES
               DISPLAY 'Unfinished journal run found: '
                       EXECUCAO-PENDENTE
               DISPLAY 'Back it out before the cutover'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT MASTER-SEM-CONTA.
           IF FS-MASTER-SEM-CONTA NOT EQUAL ZEROS
               DISPLAY 'Erro ao abrir MASTER-SEM-CONTA, código: '
                       FS-MASTER-SEM-CONTA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT CLIENTES-MASTER.
           CLOSE CLIENTES-MASTER.
           OPEN I-O CLIENTES-MASTER.
           IF FS-CLIENTES-MASTER NOT EQUAL ZEROS
               DISPLAY 'Erro ao abrir CLIENTES-MASTER, código: '
                       FS-CLIENTES-MASTER
               CLOSE MASTER-SEM-CONTA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL EOF-MASTER EQUAL 'S'
               READ MASTER-SEM-CONTA NEXT
                       AT END
                           MOVE 'S' TO EOF-MASTER
                       NOT AT END
                           ADD 1 TO CNT-MASTER
                           PERFORM 005-COPIAR-CLIENTE THRU
                                   005-COPIAR-CLIENTE-FIM
               END-READ
           END-PERFORM.

           DISPLAY 'Old master records read: ' CNT-MASTER
           DISPLAY 'New master records written: ' CNT-GRAVADOS
           DISPLAY 'Shared CONTA records listed: '
                   CNT-CONTA-COMPARTILHADA

           IF CNT-CONTA-COMPARTILHADA NOT EQUAL ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           IF CNT-GRAVADOS NOT EQUAL CNT-MASTER
               DISPLAY 'Warning: not every old record was converted'
               MOVE 8 TO RETURN-CODE
           END-IF

           CLOSE MASTER-SEM-CONTA.
           CLOSE CLIENTES-MASTER.
           STOP RUN.

       005-FIM.
           EXIT.
      ******************************************

       005-COPIAR-CLIENTE SECTION.
      *    THE PROBE BY CONTA OVERLAYS THE RECORD AREA, SO THE OLD
      *    RECORD IS MOVED IN ONLY AFTER IT.
           MOVE SCT-CONTA TO MST-CONTA.
           READ CLIENTES-MASTER KEY IS MST-CONTA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO CNT-CONTA-COMPARTILHADA
                   DISPLAY 'Shared CONTA ' SCT-CONTA ': '
                           SCT-CHAVE ' and ' MST-CHAVE
           END-READ.

           MOVE REG-MASTER-SEM-CONTA TO REG-CLIENTE-MASTER.

           WRITE REG-CLIENTE-MASTER
               INVALID KEY
                   DISPLAY 'Master write warning: ' FS-CLIENTES-MASTER
                           ' ' MST-CHAVE
               NOT INVALID KEY
                   ADD 1 TO CNT-GRAVADOS
           END-WRITE.

       005-COPIAR-CLIENTE-FIM.
           EXIT.
      ******************************************
