       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGFUS.
       AUTHOR. RAYAN ARGOLO
      ******************************************
      *    BRANCH MERGER OVER THE DELTA-MAINTAINED MASTER: EVERY    *
      *    CUSTOMER OF AGENCIA-ORIGEM (WHICH MUST ALREADY BE        *
      *    FECHADA IN AGENCIAS-REF) IS MOVED TO AGENCIA-DESTINO     *
      *    (WHICH MUST NOT BE) WITH ITS CPF, CONTA, DATES, SALDO    *
      *    AND ATIVA/INATIVA STATUS UNCHANGED. EACH MOVE RE-KEYS    *
      *    THE CUSTOMER'S CPF-XREF ENTRY AND LEAVES TWO 'T' LINES   *
      *    IN THE MOVEMENT HISTORY -- THE OLD KEY GOING TO ZERO,    *
      *    THE NEW KEY COMING FROM ZERO -- SO A PROGEXT STATEMENT   *
      *    BY CPF RUNS STRAIGHT THROUGH THE MERGER. BOTH KEYS ARE   *
      *    JOURNALED IN THE SAME A/B/F BLOCK PROGMST WRITES, SO THE *
      *    WHOLE MERGER BACKS OUT WITH MODO-MASTER=BACKOUT, AND THE *
      *    RUN REFUSES TO START OVER AN UNFINISHED BLOCK. A NAME    *
      *    ALREADY HELD AT THE TARGET BRANCH IS NEVER OVERWRITTEN:  *
      *    THE CUSTOMER STAYS PUT AND GOES TO EXCECOES-FUSAO.txt    *
      *    FOR THE BRANCHES TO SETTLE, AND A LATER RUN OVER THE     *
      *    SAME PAIR PICKS UP WHAT WAS LEFT. THE BALANCES MOVED GO  *
      *    TO THE LEDGER AS ONE BATCH OF ORIGEM FUSAO (DEFAULT      *
      *    ./CONTABIL-FUSAO.txt): A DEBIT ON THE OLD BRANCH AND A   *
      *    CREDIT ON THE NEW ONE. MODO-FUSAO=SIMULACAO PRINTS THE   *
      *    SAME REPORTS WITHOUT TOUCHING ANY FILE.                  *
      *    RETURN CODE 0 = ALL CUSTOMERS MOVED, 4 = COLLISIONS LEFT *
      *    BEHIND, 8 = NOT STARTED OR STOPPED WITH THE JOURNAL      *
      *    BLOCK LEFT OPEN FOR BACKOUT.                             *
      ******************************************
       ENVIRONMENT DIVISION.
      ******************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES-MASTER ASSIGN TO './CLIENTES-MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-CHAVE
               ALTERNATE RECORD KEY IS MST-CONTA WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES-MASTER.
           SELECT CPF-XREF ASSIGN TO './CPF-XREF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-CHAVE
               FILE STATUS IS FS-CPF-XREF.
           SELECT JORNAL ASSIGN TO './JORNAL-MASTER.txt'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-JORNAL.
           SELECT MOVIMENTOS ASSIGN TO './MOVIMENTOS-MASTER.txt'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-MOVIMENTOS.
           SELECT AGENCIAS-REF ASSIGN TO './AGENCIAS-REF.txt'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-AGENCIAS-REF.
           SELECT CONTABIL ASSIGN TO ARQCONTABILFUS
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-CONTABIL.
           SELECT REL-FUSAO ASSIGN TO './RELATORIO-FUSAO.txt'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-REL-FUSAO.
           SELECT REL-EXCECOES ASSIGN TO './EXCECOES-FUSAO.txt'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-REL-EXCECOES.
      ******************************************
       DATA DIVISION.
      ******************************************
       FILE SECTION.
      ******************************************
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
               88 MST-ATIVA           VALUE 'ATIVA'.
               88 MST-INATIVA         VALUE 'INATIVA'.
           03 MST-DATA-SITUACAO PIC 9(08).
           03 MST-DATA-MOVIMENTO PIC 9(08).
      *        LAYOUT = 77 POSIÇÕES (MESMO MASTER DO PROGMST)       *
       FD CPF-XREF.
       01 REG-CPF-XREF.
           03 XRF-CHAVE.
               05 XRF-CPF          PIC 9(11).
               05 XRF-AGENCIA      PIC 9(04).
               05 XRF-NOME         PIC X(12).
           03 XRF-CONTA        PIC 9(08).
           03 XRF-SALDO        PIC 9(09)V99.
      *        CPF-KEYED CROSS-REFERENCE (MESMO CPF-XREF DO PROG)   *
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
      *        LAYOUT = 104 POSIÇÕES (MESMO JORNAL DO PROGMST) --   *
      *        THIS RUN'S IMAGES CARRY OPERACAO 'T' (TRANSFERENCIA):*
      *        THE NEW KEY AS 'NO PRIOR', THE OLD KEY IN FULL.      *
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
      *        -- A TRANSFER IS A PAIR OF 'T' LINES: OLD KEY SALDO  *
      *        TO ZERO, NEW KEY ZERO TO SALDO.                      *
       FD AGENCIAS-REF
           RECORDING IS F.
       01 REG-AGENCIA-REF.
           03 AGR-CODIGO           PIC X(04).
           03 FILLER               PIC X(01).
           03 AGR-NOME             PIC X(20).
           03 FILLER               PIC X(01).
           03 AGR-REGIAO           PIC X(06).
           03 FILLER               PIC X(01).
           03 AGR-SITUACAO         PIC X(07).
      *        LAYOUT = 40 POSIÇÕES (MESMO AGENCIAS-REF DO PROGAGE) *
       FD CONTABIL
           RECORDING IS F.
       01 REG-CONTABIL.
           03 CTB-TIPO-REGISTRO    PIC X(01).
           03 CTB-DATA             PIC 9(08).
           03 CTB-ORIGEM           PIC X(08).
           03 CTB-AGENCIA          PIC 9(04).
           03 CTB-DEB-CRED         PIC X(01).
           03 CTB-VALOR            PIC 9(13)V99.
           03 CTB-QTD-LINHAS       PIC 9(06).
      *        LAYOUT = 43 POSIÇÕES (MESMA INTERFACE CONTABIL DO    *
      *        PROGMST, ORIGEM FUSAO)                               *
       FD REL-FUSAO
           RECORDING IS F.
       01 REG-REL-FUSAO        PIC X(80).
       FD REL-EXCECOES
           RECORDING IS F.
       01 REG-REL-EXCECOES     PIC X(80).
      ******************************************
       WORKING-STORAGE SECTION.
       01 FS-CLIENTES-MASTER   PIC 9(02).
       01 FS-CPF-XREF      PIC 9(02).
       01 FS-JORNAL        PIC 9(02).
       01 FS-MOVIMENTOS    PIC 9(02).
       01 FS-AGENCIAS-REF  PIC 9(02).
       01 FS-CONTABIL      PIC 9(02).
       01 FS-REL-FUSAO     PIC 9(02).
       01 FS-REL-EXCECOES  PIC 9(02).
       01 EOF-JORNAL       PIC X(01).
       01 EOF-AGENCIAS-REF PIC X(01) VALUE 'N'.
       01 FIM-ORIGEM       PIC X(01) VALUE 'N'.
       01 ARQCONTABILFUS   PIC X(100).
       01 MODO-FUSAO       PIC X(09) VALUE 'NORMAL'.
           88 MODO-SIMULACAO      VALUE 'SIMULACAO'.
       01 RESULTADO-EXECUCAO   PIC X(08) VALUE 'NORMAL'.
           88 EXECUCAO-NORMAL     VALUE 'NORMAL'.
           88 EXECUCAO-ABEND      VALUE 'ABEND'.
       01 AGENCIA-ORIGEM-TX  PIC X(04).
       01 AGENCIA-DESTINO-TX PIC X(04).
       01 AGENCIA-ORIGEM   PIC 9(04).
       01 AGENCIA-DESTINO  PIC 9(04).
       01 SITUACAO-ORIGEM  PIC X(07) VALUE SPACES.
       01 SITUACAO-DESTINO PIC X(07) VALUE SPACES.
       01 NOME-ORIGEM      PIC X(20) VALUE SPACES.
       01 NOME-DESTINO     PIC X(20) VALUE SPACES.
       01 DATA-PROCESSAMENTO   PIC 9(08) VALUE ZERO.
       01 HORA-EXECUCAO    PIC 9(08).
       01 HORA-MOVIMENTO   PIC 9(08).
       01 EXECUCAO-ATUAL.
           03 EXA-DATA         PIC 9(08).
           03 EXA-HORA         PIC 9(08).
       01 EXECUCAO-PENDENTE PIC X(16) VALUE SPACES.
       01 CLIENTE-ORIGEM.
           03 CLO-CHAVE.
               05 CLO-AGENCIA      PIC 9(04).
               05 CLO-NOME         PIC X(12).
           03 CLO-CPF          PIC 9(11).
           03 CLO-CONTA        PIC 9(08).
           03 CLO-DATA-ABERTURA PIC 9(08).
           03 CLO-SALDO        PIC 9(09)V99.
           03 CLO-SITUACAO     PIC X(07).
           03 CLO-DATA-SITUACAO PIC 9(08).
           03 CLO-DATA-MOVIMENTO PIC 9(08).
       01 HOUVE-COLISAO    PIC X(01).
       01 CPF-DESTINO      PIC 9(11).
       01 SALDO-DESTINO    PIC 9(09)V99.
       01 CNT-LIDOS        PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-TRANSFERIDOS PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-COLISOES     PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-IMAGENS      PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-MOVIMENTOS   PIC 9(08) USAGE COMP VALUE ZERO.
       01 SALDO-TRANSFERIDO PIC 9(13)V99 USAGE COMP VALUE ZERO.
       01 SALDO-COLISOES   PIC 9(13)V99 USAGE COMP VALUE ZERO.
       01 LINHA-TEXTO      PIC X(80).
       01 QTD-EDITADA      PIC 9(08).
      *    BALANCES PRINT IN CENTAVOS, THE SAME CONVENTION THE
      *    OTHER BALANCE REPORTS USE.
       01 LINHA-CLIENTE.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LCL-NOME         PIC X(12).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LCL-CPF          PIC 9(11).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LCL-CONTA        PIC 9(08).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LCL-SALDO        PIC 9(11).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LCL-SITUACAO     PIC X(07).
           03 FILLER           PIC X(25) VALUE SPACES.
       01 LINHA-COLISAO.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LCO-NOME         PIC X(12).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LCO-CPF-ORIGEM   PIC 9(11).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LCO-SALDO-ORIGEM PIC 9(11).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LCO-CPF-DESTINO  PIC 9(11).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LCO-SALDO-DESTINO PIC 9(11).
           03 FILLER           PIC X(18) VALUE SPACES.
       01 LINHA-TOTAL.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LTO-ROTULO       PIC X(17).
           03 LTO-QTD          PIC 9(08).
           03 FILLER           PIC X(11) VALUE ' SALDO (C) '.
           03 LTO-SALDO        PIC 9(15).
           03 FILLER           PIC X(27) VALUE SPACES.
      ******************************************
       PROCEDURE DIVISION.
            PERFORM 001-VALIDAR THRU 001-FIM.
            PERFORM 002-LER THRU 002-FIM.
            PERFORM 003-ENCERRAR THRU 004-FIM.
      ******************************************

       001-VALIDAR SECTION.
           ACCEPT MODO-FUSAO FROM ENVIRONMENT 'MODO-FUSAO'
               ON EXCEPTION
                   MOVE 'NORMAL' TO MODO-FUSAO
           END-ACCEPT.

           ACCEPT AGENCIA-ORIGEM-TX FROM ENVIRONMENT 'AGENCIA-ORIGEM'
               ON EXCEPTION
                   MOVE SPACES TO AGENCIA-ORIGEM-TX
           END-ACCEPT.

           ACCEPT AGENCIA-DESTINO-TX FROM ENVIRONMENT 'AGENCIA-DESTINO'
               ON EXCEPTION
                   MOVE SPACES TO AGENCIA-DESTINO-TX
           END-ACCEPT.

           IF AGENCIA-ORIGEM-TX IS NOT NUMERIC
              OR AGENCIA-DESTINO-TX IS NOT NUMERIC
              OR AGENCIA-ORIGEM-TX EQUAL AGENCIA-DESTINO-TX
               DISPLAY 'Inform AGENCIA-ORIGEM and AGENCIA-DESTINO, '
                       'two different four-digit branches'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE AGENCIA-ORIGEM-TX TO AGENCIA-ORIGEM.
           MOVE AGENCIA-DESTINO-TX TO AGENCIA-DESTINO.

           ACCEPT ARQCONTABILFUS FROM ENVIRONMENT 'ARQCONTABILFUS'
               ON EXCEPTION
                   MOVE './CONTABIL-FUSAO.txt' TO ARQCONTABILFUS
           END-ACCEPT.

           ACCEPT DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
           ACCEPT HORA-EXECUCAO FROM TIME.
           MOVE DATA-PROCESSAMENTO TO EXA-DATA.
           MOVE HORA-EXECUCAO TO EXA-HORA.

           PERFORM 001-CONFERIR-AGENCIAS THRU
                   001-CONFERIR-AGENCIAS-FIM.

      *    THE MERGER WRITES THE SAME JOURNAL AS PROGMST, SO IT
      *    OBEYS THE SAME RULE: NOTHING GOES IN OVER A BLOCK
      *    WITHOUT ITS 'F' UNTIL THAT RUN IS BACKED OUT.
           PERFORM 001-CONFERIR-JORNAL THRU 001-CONFERIR-JORNAL-FIM.

           IF NOT MODO-SIMULACAO
              AND EXECUCAO-PENDENTE NOT EQUAL SPACES
               DISPLAY 'Unfinished journal run found: '
                       EXECUCAO-PENDENTE
               DISPLAY 'Run MODO-MASTER=BACKOUT before merging '
                       'branches'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF MODO-SIMULACAO
               OPEN INPUT CLIENTES-MASTER
           ELSE
               OPEN I-O CLIENTES-MASTER
           END-IF.
           IF FS-CLIENTES-MASTER NOT EQUAL ZEROS
               DISPLAY 'Erro ao abrir CLIENTES-MASTER, código: '
                       FS-CLIENTES-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT REL-FUSAO.
           OPEN OUTPUT REL-EXCECOES.
           IF FS-REL-FUSAO NOT EQUAL ZEROS
              OR FS-REL-EXCECOES NOT EQUAL ZEROS
               DISPLAY 'Erro ao abrir REL-FUSAO/REL-EXCECOES, '
                       'código: ' FS-REL-FUSAO ' ' FS-REL-EXCECOES
               CLOSE CLIENTES-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF NOT MODO-SIMULACAO
               PERFORM 001-ABRIR-ARQUIVOS THRU 001-ABRIR-ARQUIVOS-FIM
               PERFORM 001-ABRIR-BLOCO THRU 001-ABRIR-BLOCO-FIM
           END-IF.

           MOVE SPACES TO LINHA-TEXTO.
           STRING 'FUSAO DE AGENCIAS - PROCESSAMENTO '
                      DELIMITED BY SIZE
                  DATA-PROCESSAMENTO DELIMITED BY SIZE
               INTO LINHA-TEXTO.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

           MOVE SPACES TO LINHA-TEXTO.
           STRING 'ORIGEM  ' DELIMITED BY SIZE
                  AGENCIA-ORIGEM DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  NOME-ORIGEM DELIMITED BY SIZE
               INTO LINHA-TEXTO.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

           MOVE SPACES TO LINHA-TEXTO.
           STRING 'DESTINO ' DELIMITED BY SIZE
                  AGENCIA-DESTINO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  NOME-DESTINO DELIMITED BY SIZE
               INTO LINHA-TEXTO.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

           IF MODO-SIMULACAO
               MOVE 'SIMULACAO -- NENHUM CLIENTE FOI MOVIDO'
                   TO LINHA-TEXTO
               PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM
           END-IF.

           MOVE '  NOME         CPF         CONTA    SALDO (C)'
               TO LINHA-TEXTO.
           MOVE 'SITUACAO' TO LINHA-TEXTO (49:8).
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

           MOVE SPACES TO LINHA-TEXTO.
           STRING 'COLISOES NA FUSAO ' DELIMITED BY SIZE
                  AGENCIA-ORIGEM DELIMITED BY SIZE
                  ' -> ' DELIMITED BY SIZE
                  AGENCIA-DESTINO DELIMITED BY SIZE
                  ' - PROCESSAMENTO ' DELIMITED BY SIZE
                  DATA-PROCESSAMENTO DELIMITED BY SIZE
               INTO LINHA-TEXTO.
           PERFORM 003-GRAVAR-EXCECAO THRU 003-GRAVAR-EXCECAO-FIM.

           MOVE '  NOME         CPF ORIGEM  SALDO ORIG. CPF DESTINO '
               TO LINHA-TEXTO.
           MOVE 'SALDO DEST.' TO LINHA-TEXTO (52:11).
           PERFORM 003-GRAVAR-EXCECAO THRU 003-GRAVAR-EXCECAO-FIM.

       001-FIM.
           EXIT.
      ******************************************

       001-CONFERIR-AGENCIAS SECTION.
      *    ONLY A BRANCH PROGAGE HAS ALREADY CLOSED CAN BE EMPTIED,
      *    AND ONLY INTO ONE STILL OPEN -- WITHOUT THE REFERENCE
      *    FILE NEITHER CAN BE TOLD, SO THE MERGER DOES NOT START.
           OPEN INPUT AGENCIAS-REF.
           IF FS-AGENCIAS-REF NOT EQUAL ZEROS
               DISPLAY 'Erro ao abrir AGENCIAS-REF, código: '
                       FS-AGENCIAS-REF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL EOF-AGENCIAS-REF EQUAL 'S'
               READ AGENCIAS-REF
                       AT END
                           MOVE 'S' TO EOF-AGENCIAS-REF
                       NOT AT END
                           IF AGR-CODIGO EQUAL AGENCIA-ORIGEM-TX
                               MOVE AGR-SITUACAO TO SITUACAO-ORIGEM
                               MOVE AGR-NOME TO NOME-ORIGEM
                           END-IF
                           IF AGR-CODIGO EQUAL AGENCIA-DESTINO-TX
                               MOVE AGR-SITUACAO TO SITUACAO-DESTINO
                               MOVE AGR-NOME TO NOME-DESTINO
                           END-IF
               END-READ
           END-PERFORM.

           CLOSE AGENCIAS-REF.

           IF SITUACAO-ORIGEM NOT EQUAL 'FECHADA'
               DISPLAY 'Source branch ' AGENCIA-ORIGEM
                       ' is not FECHADA in AGENCIAS-REF'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF SITUACAO-DESTINO EQUAL SPACES
              OR SITUACAO-DESTINO EQUAL 'FECHADA'
               DISPLAY 'Target branch ' AGENCIA-DESTINO
                       ' is missing or FECHADA in AGENCIAS-REF'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       001-CONFERIR-AGENCIAS-FIM.
           EXIT.
      ******************************************

       001-CONFERIR-JORNAL SECTION.
      *    SAME FORWARD PASS PROGMST MAKES: THE LAST RUN OPENED AND
      *    WHETHER ITS BLOCK WAS CLOSED AGAIN.
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
                           IF JRN-ABERTURA
                               MOVE JRN-EXECUCAO TO EXECUCAO-PENDENTE
                           END-IF
                           IF JRN-FECHAMENTO
                              AND JRN-EXECUCAO EQUAL EXECUCAO-PENDENTE
                               MOVE SPACES TO EXECUCAO-PENDENTE
                           END-IF
               END-READ
           END-PERFORM.

           IF FS-JORNAL EQUAL ZEROS OR FS-JORNAL EQUAL '10'
               CLOSE JORNAL
           END-IF.

       001-CONFERIR-JORNAL-FIM.
           EXIT.
      ******************************************

       001-ABRIR-ARQUIVOS SECTION.
           OPEN EXTEND JORNAL.
           IF FS-JORNAL EQUAL '35'
               OPEN OUTPUT JORNAL
           END-IF.

           OPEN EXTEND MOVIMENTOS.
           IF FS-MOVIMENTOS EQUAL '35'
               OPEN OUTPUT MOVIMENTOS
           END-IF.

           OPEN I-O CPF-XREF.
           IF FS-CPF-XREF EQUAL '35'
               OPEN OUTPUT CPF-XREF
               CLOSE CPF-XREF
               OPEN I-O CPF-XREF
           END-IF.

           IF FS-JORNAL NOT EQUAL ZEROS
              OR FS-MOVIMENTOS NOT EQUAL ZEROS
              OR FS-CPF-XREF NOT EQUAL ZEROS
                 IF FS-JORNAL NOT EQUAL ZEROS
                     DISPLAY 'Erro ao abrir JORNAL, código: '
                             FS-JORNAL
                 END-IF
                 IF FS-MOVIMENTOS NOT EQUAL ZEROS
                     DISPLAY 'Erro ao abrir MOVIMENTOS, código: '
                             FS-MOVIMENTOS
                 END-IF
                 IF FS-CPF-XREF NOT EQUAL ZEROS
                     DISPLAY 'Erro ao abrir CPF-XREF, código: '
                             FS-CPF-XREF
                 END-IF
                 CLOSE CLIENTES-MASTER
                 CLOSE REL-FUSAO
                 CLOSE REL-EXCECOES
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-IF.

       001-ABRIR-ARQUIVOS-FIM.
           EXIT.
      ******************************************

       001-ABRIR-BLOCO SECTION.
           MOVE 'A' TO JRN-TIPO.
           MOVE EXECUCAO-ATUAL TO JRN-EXECUCAO.
           MOVE SPACES TO JRN-OPERACAO.
           MOVE ZERO TO JRN-AGENCIA.
           MOVE SPACES TO JRN-NOME.
           MOVE SPACES TO JRN-TINHA-ANTERIOR.
           MOVE ZERO TO JRN-CPF-ANT.
           MOVE ZERO TO JRN-CONTA-ANT.
           MOVE ZERO TO JRN-DATA-ANT.
           MOVE ZERO TO JRN-SALDO-ANT.
           MOVE SPACES TO JRN-SITUACAO.
           MOVE SPACES TO JRN-SIT-CONTA-ANT.
           MOVE ZERO TO JRN-DATA-SIT-ANT.
           MOVE ZERO TO JRN-DATA-MOV-ANT.

           WRITE REG-JORNAL.
           IF FS-JORNAL NOT EQUAL ZEROS
               DISPLAY 'Journal write error: ' FS-JORNAL
               MOVE 'ABEND' TO RESULTADO-EXECUCAO
               PERFORM 003-ENCERRAR
           END-IF.

       001-ABRIR-BLOCO-FIM.
           EXIT.
      ******************************************

       002-LER SECTION.
      *    THE SOURCE BRANCH'S KEYS SIT TOGETHER IN THE MASTER. THE
      *    TARGET PROBE AND THE WRITE/DELETE OF EACH MOVE LOSE THE
      *    BROWSE POSITION, SO EVERY READ NEXT IS PRECEDED BY A
      *    START JUST PAST THE LAST KEY HANDLED -- A KEY LEFT
      *    BEHIND BY A COLLISION IS NEVER SEEN TWICE.
           MOVE AGENCIA-ORIGEM TO MST-AGENCIA.
           MOVE LOW-VALUES TO MST-NOME.
           START CLIENTES-MASTER KEY IS NOT LESS THAN MST-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-ORIGEM
           END-START.

           PERFORM UNTIL FIM-ORIGEM EQUAL 'S'
               READ CLIENTES-MASTER NEXT
                       AT END
                           MOVE 'S' TO FIM-ORIGEM
                       NOT AT END
                           IF MST-AGENCIA NOT EQUAL AGENCIA-ORIGEM
                               MOVE 'S' TO FIM-ORIGEM
                           ELSE
                               ADD 1 TO CNT-LIDOS
                               PERFORM 002-TRANSFERIR THRU
                                       002-TRANSFERIR-FIM
                               PERFORM 002-REPOSICIONAR THRU
                                       002-REPOSICIONAR-FIM
                           END-IF
               END-READ
           END-PERFORM.

       002-FIM.
           EXIT.
      ******************************************

       002-REPOSICIONAR SECTION.
           MOVE CLO-CHAVE TO MST-CHAVE.
           START CLIENTES-MASTER KEY IS GREATER THAN MST-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-ORIGEM
           END-START.

       002-REPOSICIONAR-FIM.
           EXIT.
      ******************************************

       002-TRANSFERIR SECTION.
      *    THE SOURCE RECORD IS CARRIED TO WORKING-STORAGE FIRST --
      *    THE TARGET PROBE OVERLAYS THE RECORD AREA.
           MOVE REG-CLIENTE-MASTER TO CLIENTE-ORIGEM.

           MOVE AGENCIA-DESTINO TO MST-AGENCIA.
           MOVE CLO-NOME TO MST-NOME.
           MOVE 'N' TO HOUVE-COLISAO.
           READ CLIENTES-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO HOUVE-COLISAO
                   MOVE MST-CPF TO CPF-DESTINO
                   MOVE MST-SALDO TO SALDO-DESTINO
           END-READ.

           IF HOUVE-COLISAO EQUAL 'S'
               PERFORM 002-REGISTRAR-COLISAO THRU
                       002-REGISTRAR-COLISAO-FIM
               GO TO 002-TRANSFERIR-FIM
           END-IF.

           IF NOT MODO-SIMULACAO
               PERFORM 002-JORNALIZAR THRU 002-JORNALIZAR-FIM
               PERFORM 002-MOVER-CHAVE THRU 002-MOVER-CHAVE-FIM
               PERFORM 002-MOVER-XREF THRU 002-MOVER-XREF-FIM
               PERFORM 002-GRAVAR-MOVIMENTOS THRU
                       002-GRAVAR-MOVIMENTOS-FIM
           END-IF.

           ADD 1 TO CNT-TRANSFERIDOS.
           ADD CLO-SALDO TO SALDO-TRANSFERIDO.

           MOVE CLO-NOME TO LCL-NOME.
           MOVE CLO-CPF TO LCL-CPF.
           MOVE CLO-CONTA TO LCL-CONTA.
           COMPUTE LCL-SALDO = CLO-SALDO * 100.
           MOVE CLO-SITUACAO TO LCL-SITUACAO.
           WRITE REG-REL-FUSAO FROM LINHA-CLIENTE.
           IF FS-REL-FUSAO NOT EQUAL ZEROS
               DISPLAY 'Report write warning: ' FS-REL-FUSAO
           END-IF.

       002-TRANSFERIR-FIM.
           EXIT.
      ******************************************

       002-REGISTRAR-COLISAO SECTION.
      *    TWO DIFFERENT CUSTOMERS MAY SHARE A NAME ACROSS BRANCHES;
      *    THE TARGET'S CUSTOMER IS NEVER OVERWRITTEN. THE BRANCH
      *    RENAMES ONE OF THEM AND THE NEXT RUN MOVES THE OTHER.
           ADD 1 TO CNT-COLISOES.
           ADD CLO-SALDO TO SALDO-COLISOES.

           MOVE CLO-NOME TO LCO-NOME.
           MOVE CLO-CPF TO LCO-CPF-ORIGEM.
           COMPUTE LCO-SALDO-ORIGEM = CLO-SALDO * 100.
           MOVE CPF-DESTINO TO LCO-CPF-DESTINO.
           COMPUTE LCO-SALDO-DESTINO = SALDO-DESTINO * 100.
           WRITE REG-REL-EXCECOES FROM LINHA-COLISAO.
           IF FS-REL-EXCECOES NOT EQUAL ZEROS
               DISPLAY 'Report write warning: ' FS-REL-EXCECOES
           END-IF.

       002-REGISTRAR-COLISAO-FIM.
           EXIT.
      ******************************************

       002-JORNALIZAR SECTION.
      *    TWO BEFORE-IMAGES PER MOVE: THE NEW KEY DID NOT EXIST,
      *    THE OLD KEY HELD THE WHOLE RECORD -- PROGMST'S BACKOUT
      *    DROPS THE ONE AND WRITES THE OTHER BACK.
           MOVE 'B' TO JRN-TIPO.
           MOVE EXECUCAO-ATUAL TO JRN-EXECUCAO.
           MOVE 'T' TO JRN-OPERACAO.
           MOVE AGENCIA-DESTINO TO JRN-AGENCIA.
           MOVE CLO-NOME TO JRN-NOME.
           MOVE 'N' TO JRN-TINHA-ANTERIOR.
           MOVE ZERO TO JRN-CPF-ANT.
           MOVE ZERO TO JRN-CONTA-ANT.
           MOVE ZERO TO JRN-DATA-ANT.
           MOVE ZERO TO JRN-SALDO-ANT.
           MOVE SPACES TO JRN-SITUACAO.
           MOVE SPACES TO JRN-SIT-CONTA-ANT.
           MOVE ZERO TO JRN-DATA-SIT-ANT.
           MOVE ZERO TO JRN-DATA-MOV-ANT.
           PERFORM 002-GRAVAR-IMAGEM THRU 002-GRAVAR-IMAGEM-FIM.

           MOVE 'B' TO JRN-TIPO.
           MOVE EXECUCAO-ATUAL TO JRN-EXECUCAO.
           MOVE 'T' TO JRN-OPERACAO.
           MOVE CLO-AGENCIA TO JRN-AGENCIA.
           MOVE CLO-NOME TO JRN-NOME.
           MOVE 'S' TO JRN-TINHA-ANTERIOR.
           MOVE CLO-CPF TO JRN-CPF-ANT.
           MOVE CLO-CONTA TO JRN-CONTA-ANT.
           MOVE CLO-DATA-ABERTURA TO JRN-DATA-ANT.
           MOVE CLO-SALDO TO JRN-SALDO-ANT.
           MOVE SPACES TO JRN-SITUACAO.
           MOVE CLO-SITUACAO TO JRN-SIT-CONTA-ANT.
           MOVE CLO-DATA-SITUACAO TO JRN-DATA-SIT-ANT.
           MOVE CLO-DATA-MOVIMENTO TO JRN-DATA-MOV-ANT.
           PERFORM 002-GRAVAR-IMAGEM THRU 002-GRAVAR-IMAGEM-FIM.

       002-JORNALIZAR-FIM.
           EXIT.
      ******************************************

       002-GRAVAR-IMAGEM SECTION.
           ADD 1 TO CNT-IMAGENS.

           WRITE REG-JORNAL.
           IF FS-JORNAL NOT EQUAL ZEROS
               DISPLAY 'Journal write error: ' FS-JORNAL
               MOVE 'ABEND' TO RESULTADO-EXECUCAO
               PERFORM 003-ENCERRAR
           END-IF.

       002-GRAVAR-IMAGEM-FIM.
           EXIT.
      ******************************************

       002-MOVER-CHAVE SECTION.
      *    THE NEW KEY IS WRITTEN BEFORE THE OLD ONE GOES, SO A
      *    FAILURE IN BETWEEN NEVER LOSES THE CUSTOMER -- THE OPEN
      *    JOURNAL BLOCK PUTS BOTH KEYS BACK EITHER WAY. A TRANSFER
      *    IS NOT CUSTOMER ACTIVITY: THE STATUS AND BOTH DATES TRAVEL
      *    UNCHANGED, SO THE DORMANCY CLOCK KEEPS RUNNING.
           MOVE CLIENTE-ORIGEM TO REG-CLIENTE-MASTER.
           MOVE AGENCIA-DESTINO TO MST-AGENCIA.

           WRITE REG-CLIENTE-MASTER
               INVALID KEY
                   DISPLAY 'Master write error: ' FS-CLIENTES-MASTER
                   MOVE 'ABEND' TO RESULTADO-EXECUCAO
                   PERFORM 003-ENCERRAR
           END-WRITE.

           MOVE CLO-CHAVE TO MST-CHAVE.
           DELETE CLIENTES-MASTER
               INVALID KEY
                   DISPLAY 'Master delete error: ' FS-CLIENTES-MASTER
                   MOVE 'ABEND' TO RESULTADO-EXECUCAO
                   PERFORM 003-ENCERRAR
           END-DELETE.

       002-MOVER-CHAVE-FIM.
           EXIT.
      ******************************************

       002-MOVER-XREF SECTION.
      *    THE CROSS-REFERENCE FOLLOWS THE MASTER: THE ENTRY UNDER
      *    THE OLD BRANCH GOES, THE SAME CPF/CONTA/SALDO COMES BACK
      *    UNDER THE NEW ONE.
           MOVE CLO-CPF TO XRF-CPF.
           MOVE CLO-AGENCIA TO XRF-AGENCIA.
           MOVE CLO-NOME TO XRF-NOME.
           DELETE CPF-XREF
               INVALID KEY
                   CONTINUE
           END-DELETE.

           MOVE CLO-CPF TO XRF-CPF.
           MOVE AGENCIA-DESTINO TO XRF-AGENCIA.
           MOVE CLO-NOME TO XRF-NOME.
           MOVE CLO-CONTA TO XRF-CONTA.
           MOVE CLO-SALDO TO XRF-SALDO.
           WRITE REG-CPF-XREF
               INVALID KEY
                   REWRITE REG-CPF-XREF
                       INVALID KEY
                           DISPLAY 'Xref write warning: '
                                   FS-CPF-XREF
                   END-REWRITE
           END-WRITE.

       002-MOVER-XREF-FIM.
           EXIT.
      ******************************************

       002-GRAVAR-MOVIMENTOS SECTION.
           ACCEPT HORA-MOVIMENTO FROM TIME.

           MOVE CLO-AGENCIA TO MOV-AGENCIA.
           MOVE CLO-NOME TO MOV-NOME.
           MOVE CLO-CPF TO MOV-CPF.
           MOVE 'T' TO MOV-OPERACAO.
           MOVE CLO-SALDO TO MOV-SALDO-ANT.
           MOVE ZERO TO MOV-SALDO-NOVO.
           MOVE DATA-PROCESSAMENTO TO MOV-DATA.
           MOVE HORA-MOVIMENTO TO MOV-HORA.
           PERFORM 002-GRAVAR-MOVIMENTO THRU 002-GRAVAR-MOVIMENTO-FIM.

           MOVE AGENCIA-DESTINO TO MOV-AGENCIA.
           MOVE CLO-NOME TO MOV-NOME.
           MOVE CLO-CPF TO MOV-CPF.
           MOVE 'T' TO MOV-OPERACAO.
           MOVE ZERO TO MOV-SALDO-ANT.
           MOVE CLO-SALDO TO MOV-SALDO-NOVO.
           MOVE DATA-PROCESSAMENTO TO MOV-DATA.
           MOVE HORA-MOVIMENTO TO MOV-HORA.
           PERFORM 002-GRAVAR-MOVIMENTO THRU 002-GRAVAR-MOVIMENTO-FIM.

       002-GRAVAR-MOVIMENTOS-FIM.
           EXIT.
      ******************************************

       002-GRAVAR-MOVIMENTO SECTION.
           ADD 1 TO CNT-MOVIMENTOS.

           WRITE REG-MOVIMENTO.
           IF FS-MOVIMENTOS NOT EQUAL ZEROS
               DISPLAY 'Movement write warning: ' FS-MOVIMENTOS
           END-IF.

       002-GRAVAR-MOVIMENTO-FIM.
           EXIT.
      ******************************************

       003-ENCERRAR SECTION.
           IF NOT EXECUCAO-ABEND
               MOVE SPACES TO LINHA-TEXTO
               MOVE CNT-LIDOS TO QTD-EDITADA
               STRING 'CLIENTES NA AGENCIA ORIGEM: ' DELIMITED BY SIZE
                      QTD-EDITADA DELIMITED BY SIZE
                   INTO LINHA-TEXTO
               PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM

               MOVE 'TRANSFERIDOS:    ' TO LTO-ROTULO
               MOVE CNT-TRANSFERIDOS TO LTO-QTD
               COMPUTE LTO-SALDO = SALDO-TRANSFERIDO * 100
               WRITE REG-REL-FUSAO FROM LINHA-TOTAL

               MOVE 'COLISOES:        ' TO LTO-ROTULO
               MOVE CNT-COLISOES TO LTO-QTD
               COMPUTE LTO-SALDO = SALDO-COLISOES * 100
               WRITE REG-REL-FUSAO FROM LINHA-TOTAL
               WRITE REG-REL-EXCECOES FROM LINHA-TOTAL
           END-IF

           DISPLAY 'Source branch customers: ' CNT-LIDOS
           DISPLAY 'Customers transferred: ' CNT-TRANSFERIDOS
           DISPLAY 'Name collisions left behind: ' CNT-COLISOES
           DISPLAY 'Journal images: ' CNT-IMAGENS
           DISPLAY 'Movement history lines: ' CNT-MOVIMENTOS

           IF NOT MODO-SIMULACAO
               IF NOT EXECUCAO-ABEND
                   PERFORM 003-GRAVAR-CONTABIL THRU
                           003-GRAVAR-CONTABIL-FIM
                   PERFORM 003-FECHAR-BLOCO THRU 003-FECHAR-BLOCO-FIM
               END-IF
               CLOSE JORNAL
               CLOSE MOVIMENTOS
               CLOSE CPF-XREF
           END-IF
      *    ON ABEND THE BLOCK STAYS OPEN ON PURPOSE -- PROGMST'S
      *    BACKOUT PUTS EVERY CUSTOMER ALREADY MOVED BACK.
           IF EXECUCAO-ABEND
               MOVE 8 TO RETURN-CODE
           ELSE
               IF CNT-COLISOES NOT EQUAL ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           CLOSE CLIENTES-MASTER.
           CLOSE REL-FUSAO.
           CLOSE REL-EXCECOES.
           STOP RUN.
       004-FIM.
           EXIT.
      ******************************************

       003-GRAVAR-CONTABIL SECTION.
      *    THE MONEY CHANGES BRANCH, NOT OWNER: ONE DEBIT LINE ON
      *    THE OLD BRANCH AND ONE CREDIT LINE ON THE NEW ONE FOR
      *    THE SAME AMOUNT, SO THE BATCH NETS TO ZERO.
           DISPLAY 'ARQCONTABILFUS' UPON ENVIRONMENT-NAME.
           DISPLAY ARQCONTABILFUS UPON ENVIRONMENT-VALUE.

           OPEN OUTPUT CONTABIL.
           IF FS-CONTABIL NOT EQUAL ZEROS
               DISPLAY 'Erro ao abrir CONTABIL, código: '
                       FS-CONTABIL
               GO TO 003-GRAVAR-CONTABIL-FIM
           END-IF.

           MOVE 'H' TO CTB-TIPO-REGISTRO.
           MOVE DATA-PROCESSAMENTO TO CTB-DATA.
           MOVE 'FUSAO' TO CTB-ORIGEM.
           MOVE ZERO TO CTB-AGENCIA.
           MOVE SPACES TO CTB-DEB-CRED.
           MOVE ZERO TO CTB-VALOR.
           MOVE ZERO TO CTB-QTD-LINHAS.
           WRITE REG-CONTABIL.

           MOVE 'D' TO CTB-TIPO-REGISTRO.
           MOVE SPACES TO CTB-ORIGEM.
           MOVE AGENCIA-ORIGEM TO CTB-AGENCIA.
           MOVE 'D' TO CTB-DEB-CRED.
           MOVE SALDO-TRANSFERIDO TO CTB-VALOR.
           WRITE REG-CONTABIL.

           MOVE AGENCIA-DESTINO TO CTB-AGENCIA.
           MOVE 'C' TO CTB-DEB-CRED.
           WRITE REG-CONTABIL.

           MOVE 'T' TO CTB-TIPO-REGISTRO.
           MOVE 'FUSAO' TO CTB-ORIGEM.
           MOVE ZERO TO CTB-AGENCIA.
           MOVE 'C' TO CTB-DEB-CRED.
           MOVE ZERO TO CTB-VALOR.
           MOVE 2 TO CTB-QTD-LINHAS.
           WRITE REG-CONTABIL.
           IF FS-CONTABIL NOT EQUAL ZEROS
               DISPLAY 'Interface write warning: ' FS-CONTABIL
           END-IF.

           CLOSE CONTABIL.

       003-GRAVAR-CONTABIL-FIM.
           EXIT.
      ******************************************

       003-FECHAR-BLOCO SECTION.
           MOVE 'F' TO JRN-TIPO.
           MOVE EXECUCAO-ATUAL TO JRN-EXECUCAO.
           MOVE SPACES TO JRN-OPERACAO.
           MOVE ZERO TO JRN-AGENCIA.
           MOVE SPACES TO JRN-NOME.
           MOVE SPACES TO JRN-TINHA-ANTERIOR.
           MOVE ZERO TO JRN-CPF-ANT.
           MOVE ZERO TO JRN-CONTA-ANT.
           MOVE ZERO TO JRN-DATA-ANT.
           MOVE ZERO TO JRN-SALDO-ANT.
           MOVE 'NORMAL' TO JRN-SITUACAO.
           MOVE SPACES TO JRN-SIT-CONTA-ANT.
           MOVE ZERO TO JRN-DATA-SIT-ANT.
           MOVE ZERO TO JRN-DATA-MOV-ANT.

           WRITE REG-JORNAL.
           IF FS-JORNAL NOT EQUAL ZEROS
               DISPLAY 'Journal write error: ' FS-JORNAL
           END-IF.

       003-FECHAR-BLOCO-FIM.
           EXIT.
      ******************************************

       003-GRAVAR-TEXTO SECTION.
           WRITE REG-REL-FUSAO FROM LINHA-TEXTO.
           IF FS-REL-FUSAO NOT EQUAL ZEROS
               DISPLAY 'Report write warning: ' FS-REL-FUSAO
           END-IF.

       003-GRAVAR-TEXTO-FIM.
           EXIT.
      ******************************************

       003-GRAVAR-EXCECAO SECTION.
           WRITE REG-REL-EXCECOES FROM LINHA-TEXTO.
           IF FS-REL-EXCECOES NOT EQUAL ZEROS
               DISPLAY 'Report write warning: ' FS-REL-EXCECOES
           END-IF.

       003-GRAVAR-EXCECAO-FIM.
           EXIT.
      ******************************************
