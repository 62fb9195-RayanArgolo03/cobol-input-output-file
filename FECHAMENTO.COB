       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGFEC.
       AUTHOR. RAYAN ARGOLO
      ******************************************
      *    MONTH-END ROLL-FORWARD PROOF OF THE CUSTOMER MASTER.     *
      *    FIRST A CLOSING SNAPSHOT OF CLIENTES-MASTER.DAT IS       *
      *    WRITTEN TO ARQFECHAMENTO (DEFAULT                        *
      *    ./FECHAMENTO-AAAAMM.txt FOR COMPETENCIA, DEFAULT THE     *
      *    CURRENT MONTH): EVERY CUSTOMER'S SALDO, THE COUNT AND    *
      *    SALDO PER AGENCIA AND THE GRAND TOTAL, STAMPED WITH THE  *
      *    CAPTURE DATE AND TIME. THEN THE MONTH IS PROVED AGAINST  *
      *    THE PRIOR MONTH'S SNAPSHOT (ARQFECHANTERIOR): PRIOR      *
      *    CLOSING PLUS THE NET (NEW MINUS OLD SALDO) OF EVERY      *
      *    MOVEMENT STAMPED BETWEEN THE TWO CAPTURES MUST EQUAL     *
      *    THIS CLOSING, KEY BY KEY AND BRANCH BY BRANCH. ALL       *
      *    OPERATIONS COUNT, THE COMPENSATING 'B' LINES OF A        *
      *    BACKOUT AND PROGFUS'S 'T' PAIRS INCLUDED, AND MOVTOS-ARQ *
      *    GENERATIONS PROGARQ HAS ALREADY ARCHIVED ARE READ AS     *
      *    PROGEXT READS THEM.                                      *
      *    RELATORIO-FECHAMENTO.txt LISTS EACH BRANCH WITH BOTH     *
      *    COUNTS, THE PRIOR, NET AND CLOSING BALANCES AND          *
      *    FECHA/NAO FECHA; UNDER A BRANCH THAT DOES NOT ROLL       *
      *    FORWARD COME THE GAP AND THE KEYS THAT EXPLAIN IT, EACH  *
      *    WITH ITS OWN DIFFERENCE, MOVEMENT COUNT, LAST OPERATION  *
      *    AND LIKELY CAUSE. THE FIRST MONTH, WITH NO PRIOR         *
      *    SNAPSHOT, ONLY WRITES ITS OWN. RUN IT AFTER THE MONTH'S  *
      *    LAST POSTING AND BEFORE THE NEXT MONTH'S FIRST; A RERUN  *
      *    REPLACES THE MONTH'S SNAPSHOT.                           *
      *    RETURN CODE 0 = MONTH PROVED (OR SNAPSHOT ONLY), 4 =     *
      *    BRANCHES NOT ROLLING FORWARD, ARCHIVES MISSING OR PRIOR  *
      *    SNAPSHOT INCOMPLETE, 8 = NOT RUN OR SNAPSHOT NOT         *
      *    WRITTEN.                                                 *
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
           SELECT FECHAMENTO ASSIGN TO ARQFECHAMENTO
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FECHAMENTO.
           SELECT FECH-ANTERIOR ASSIGN TO ARQFECHANTERIOR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FECH-ANTERIOR.
           SELECT MOVIMENTOS ASSIGN TO './MOVIMENTOS-MASTER.txt'
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
      *    SCRATCH KEYED FILE, REBUILT EMPTY PER RUN: THE NET OF
      *    THE MONTH'S MOVEMENTS PER AGENCIA+NOME.
           SELECT FEC-CHAVES ASSIGN TO './FECHAMENTO-CHAVES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCK-CHAVE
               FILE STATUS IS FS-FEC-CHAVES.
           SELECT REL-FECHAMENTO
               ASSIGN TO './RELATORIO-FECHAMENTO.txt'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-REL-FECHAMENTO.
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
       FD FECHAMENTO
           RECORDING IS F.
       01 REG-FECHAMENTO.
           03 FCH-TIPO             PIC X(01).
               88 FCH-CABECALHO       VALUE 'H'.
               88 FCH-CLIENTE         VALUE 'C'.
               88 FCH-TOTAL-AGENCIA   VALUE 'S'.
               88 FCH-TRAILER         VALUE 'T'.
           03 FILLER               PIC X(01).
           03 FCH-COMPETENCIA      PIC 9(06).
           03 FILLER               PIC X(01).
           03 FCH-AGENCIA          PIC 9(04).
           03 FILLER               PIC X(01).
           03 FCH-NOME             PIC X(12).
           03 FILLER               PIC X(01).
           03 FCH-QTD              PIC 9(08).
           03 FILLER               PIC X(01).
           03 FCH-SALDO            PIC 9(13)V99.
           03 FILLER               PIC X(01).
           03 FCH-DATA             PIC 9(08).
           03 FILLER               PIC X(01).
           03 FCH-HORA             PIC 9(08).
      *        LAYOUT = 69 POSIÇÕES -- 'H' WITH THE CAPTURE DATE    *
      *        AND TIME, ONE 'C' PER CUSTOMER IN KEY ORDER, AN 'S'  *
      *        AFTER EACH AGENCIA (COUNT AND SALDO), 'T' GRAND      *
      *        TOTAL. EVERY LINE CARRIES THE CAPTURE STAMP.         *
       FD FECH-ANTERIOR
           RECORDING IS F.
       01 REG-FECH-ANTERIOR.
           03 FCA-TIPO             PIC X(01).
               88 FCA-CABECALHO       VALUE 'H'.
               88 FCA-CLIENTE         VALUE 'C'.
               88 FCA-TOTAL-AGENCIA   VALUE 'S'.
               88 FCA-TRAILER         VALUE 'T'.
           03 FILLER               PIC X(01).
           03 FCA-COMPETENCIA      PIC 9(06).
           03 FILLER               PIC X(01).
           03 FCA-AGENCIA          PIC 9(04).
           03 FILLER               PIC X(01).
           03 FCA-NOME             PIC X(12).
           03 FILLER               PIC X(01).
           03 FCA-QTD              PIC 9(08).
           03 FILLER               PIC X(01).
           03 FCA-SALDO            PIC 9(13)V99.
           03 FILLER               PIC X(01).
           03 FCA-DATA             PIC 9(08).
           03 FILLER               PIC X(01).
           03 FCA-HORA             PIC 9(08).
      *        LAYOUT = 69 POSIÇÕES (MESMO FECHAMENTO, MES ANTERIOR)*
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
       FD FEC-CHAVES.
       01 REG-FEC-CHAVE.
           03 FCK-CHAVE.
               05 FCK-AGENCIA      PIC 9(04).
               05 FCK-NOME         PIC X(12).
           03 FCK-QTD              PIC 9(06).
           03 FCK-LIQUIDO          PIC S9(11)V99.
           03 FCK-ULTIMA-OPERACAO  PIC X(01).
           03 FCK-DATA-ULTIMA      PIC 9(08).
      *        ONE ENTRY PER AGENCIA+NOME MOVED IN THE MONTH: LINE  *
      *        COUNT, NET OF NEW-MINUS-OLD SALDO, LAST OPERATION.   *
       FD REL-FECHAMENTO
           RECORDING IS F.
       01 REG-REL-FECHAMENTO   PIC X(80).
      ******************************************
       WORKING-STORAGE SECTION.
       01 FS-CLIENTES-MASTER   PIC 9(02).
       01 FS-FECHAMENTO    PIC 9(02).
       01 FS-FECH-ANTERIOR PIC 9(02).
       01 FS-MOVIMENTOS    PIC 9(02).
       01 FS-MOVTOS-ARQ    PIC 9(02).
       01 FS-CATALOGO      PIC 9(02).
       01 FS-FEC-CHAVES    PIC 9(02).
       01 FS-REL-FECHAMENTO PIC 9(02).
       01 EOF-MASTER       PIC X(01) VALUE 'N'.
       01 EOF-FECHAMENTO   PIC X(01) VALUE 'N'.
       01 EOF-FECH-ANTERIOR PIC X(01) VALUE 'N'.
       01 EOF-MOVIMENTOS   PIC X(01) VALUE 'N'.
       01 EOF-MOVTOS-ARQ   PIC X(01).
       01 EOF-CATALOGO     PIC X(01) VALUE 'N'.
       01 EOF-FEC-CHAVES   PIC X(01) VALUE 'N'.
       01 ARQFECHAMENTO    PIC X(100).
       01 ARQFECHANTERIOR  PIC X(100).
       01 ARQMOVTOSARQ     PIC X(100).
       01 DATA-PROCESSAMENTO   PIC 9(08) VALUE ZERO.
       01 HORA-PROCESSAMENTO   PIC 9(08) VALUE ZERO.
       01 COMPETENCIA-TX   PIC X(06).
       01 COMPETENCIA.
           03 CMP-ANO          PIC 9(04).
           03 CMP-MES          PIC 9(02).
       01 COMPETENCIA-ANTERIOR.
           03 CMA-ANO          PIC 9(04).
           03 CMA-MES          PIC 9(02).
       01 TEM-ANTERIOR     PIC X(01) VALUE 'N'.
           88 HA-FECHAMENTO-ANTERIOR  VALUE 'S'.
       01 ANTERIOR-COMPLETO PIC X(01) VALUE 'N'.
       01 ERRO-FOTO        PIC X(01) VALUE 'N'.
      *    THE MONTH IS THE SPAN BETWEEN THE TWO CAPTURES, TO THE
      *    HUNDREDTH OF A SECOND -- THE SAME STAMP PROGMST PUTS ON
      *    EVERY MOVEMENT LINE.
       01 MOMENTO-ANTERIOR.
           03 MAN-DATA         PIC 9(08) VALUE ZERO.
           03 MAN-HORA         PIC 9(08) VALUE ZERO.
       01 MOMENTO-ATUAL.
           03 MAT-DATA         PIC 9(08).
           03 MAT-HORA         PIC 9(08).
       01 MOMENTO-MOVIMENTO.
           03 MMV-DATA         PIC 9(08).
           03 MMV-HORA         PIC 9(08).
       01 CNT-MASTER       PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-LIDOS        PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-ARQ-LIDOS    PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-ARQ-AUSENTES PIC 9(04) USAGE COMP VALUE ZERO.
       01 CNT-NA-JANELA    PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-AGENCIAS     PIC 9(06) USAGE COMP VALUE ZERO.
       01 CNT-AGENCIAS-DIVERG PIC 9(06) USAGE COMP VALUE ZERO.
       01 CNT-CHAVES-DIVERG PIC 9(08) USAGE COMP VALUE ZERO.
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
       01 LIQUIDO-MOVIMENTO PIC S9(11)V99 USAGE COMP.
      *    SNAPSHOT CONTROL BREAK.
       01 HOUVE-FOTO       PIC X(01) VALUE 'N'.
       01 QUEBRA-FOTO      PIC 9(04).
       01 FQ-QTD           PIC 9(08) USAGE COMP VALUE ZERO.
       01 FQ-SALDO         PIC 9(13)V99 USAGE COMP VALUE ZERO.
       01 FT-QTD           PIC 9(08) USAGE COMP VALUE ZERO.
       01 FT-SALDO         PIC 9(13)V99 USAGE COMP VALUE ZERO.
      *    PROOF MATCH-MERGE: PRIOR CLOSING, THIS CLOSING AND THE
      *    MONTH'S NETS, ALL IN AGENCIA+NOME ORDER; HIGH-VALUES
      *    MARKS AN EXHAUSTED SIDE.
       01 CHAVE-ANT        PIC X(16).
       01 CHAVE-ATU        PIC X(16).
       01 CHAVE-MOV        PIC X(16).
       01 CHAVE-MENOR      PIC X(16).
       01 VALOR-ANT        PIC 9(09)V99.
       01 VALOR-ATU        PIC 9(09)V99.
       01 VALOR-MOV        PIC S9(11)V99 USAGE COMP.
       01 QTD-MOV          PIC 9(06) USAGE COMP.
       01 DIFERENCA-CHAVE  PIC S9(11)V99 USAGE COMP.
       01 TEVE-ANT         PIC X(01).
       01 TEVE-ATU         PIC X(01).
       01 ULTIMA-OPERACAO  PIC X(01).
       01 DATA-ULTIMA      PIC 9(08).
       01 HOUVE-LINHA      PIC X(01) VALUE 'N'.
       01 QUEBRA-AGENCIA   PIC X(04).
       01 AGENCIA-LINHA    PIC X(04).
       01 QB-QTD-ANT       PIC 9(08) USAGE COMP VALUE ZERO.
       01 QB-QTD-ATU       PIC 9(08) USAGE COMP VALUE ZERO.
       01 QB-QTD-MOV       PIC 9(08) USAGE COMP VALUE ZERO.
       01 QB-SALDO-ANT     PIC 9(13)V99 USAGE COMP VALUE ZERO.
       01 QB-SALDO-ATU     PIC 9(13)V99 USAGE COMP VALUE ZERO.
       01 QB-LIQUIDO       PIC S9(13)V99 USAGE COMP VALUE ZERO.
       01 QB-DIFERENCA     PIC S9(13)V99 USAGE COMP VALUE ZERO.
       01 QB-CHAVES        PIC 9(06) USAGE COMP VALUE ZERO.
       01 TOT-SALDO-ANT    PIC 9(13)V99 USAGE COMP VALUE ZERO.
       01 TOT-SALDO-ATU    PIC 9(13)V99 USAGE COMP VALUE ZERO.
       01 TOT-LIQUIDO      PIC S9(13)V99 USAGE COMP VALUE ZERO.
       01 TOT-DIFERENCA    PIC S9(13)V99 USAGE COMP VALUE ZERO.
       01 LINHA-TEXTO      PIC X(80).
       01 QTD-EDITADA      PIC 9(08).
       01 SALDO-EDITADO    PIC +9(14).
      *    BALANCES PRINT IN CENTAVOS, THE SAME CONVENTION PROGVAL
      *    AND PROGEXT USE; EVERY DIFFERENCE IS THIS CLOSING MINUS
      *    (PRIOR CLOSING + NET OF THE MONTH'S MOVEMENTS).
       01 LINHA-CHAVE.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LCH-AGENCIA      PIC X(04).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LCH-NOME         PIC X(12).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LCH-ANTERIOR     PIC +9(12).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LCH-MOVIMENTOS   PIC +9(12).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LCH-ATUAL        PIC +9(12).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LCH-DIFERENCA    PIC +9(12).
           03 FILLER           PIC X(05) VALUE SPACES.
       01 LINHA-MOTIVO.
           03 FILLER           PIC X(07) VALUE SPACES.
           03 LMO-MOTIVO       PIC X(30).
           03 FILLER           PIC X(13) VALUE ' MOVIMENTOS: '.
           03 LMO-QTD          PIC 9(06).
           03 FILLER           PIC X(09) VALUE ' ULTIMO: '.
           03 LMO-OPERACAO     PIC X(01).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LMO-DATA         PIC 9(08).
           03 FILLER           PIC X(05) VALUE SPACES.
       01 LINHA-AGENCIA.
           03 FILLER           PIC X(08) VALUE 'AGENCIA '.
           03 LAG-AGENCIA      PIC X(04).
           03 FILLER           PIC X(15) VALUE '  CLIENTES ANT '.
           03 LAG-QTD-ANT      PIC 9(08).
           03 FILLER           PIC X(05) VALUE ' ATU '.
           03 LAG-QTD-ATU      PIC 9(08).
           03 FILLER           PIC X(08) VALUE ' MOVTOS '.
           03 LAG-QTD-MOV      PIC 9(06).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LAG-SITUACAO     PIC X(09).
           03 FILLER           PIC X(08) VALUE SPACES.
       01 LINHA-VALORES.
           03 FILLER           PIC X(11) VALUE '  ANTERIOR '.
           03 LVA-ANTERIOR     PIC +9(14).
           03 FILLER           PIC X(12) VALUE ' MOVIMENTOS '.
           03 LVA-MOVIMENTOS   PIC +9(14).
           03 FILLER           PIC X(07) VALUE ' ATUAL '.
           03 LVA-ATUAL        PIC +9(14).
           03 FILLER           PIC X(05) VALUE SPACES.
       01 LINHA-DIFERENCA.
           03 FILLER           PIC X(12) VALUE '  DIFERENCA '.
           03 LDI-DIFERENCA    PIC +9(14).
           03 FILLER           PIC X(21) VALUE ' CHAVES DIVERGENTES: '.
           03 LDI-CHAVES       PIC 9(06).
           03 FILLER           PIC X(26) VALUE SPACES.
      ******************************************
       PROCEDURE DIVISION.
            PERFORM 001-VALIDAR THRU 001-FIM.
            PERFORM 002-LER THRU 002-FIM.
            PERFORM 003-ENCERRAR THRU 004-FIM.
      ******************************************

       001-VALIDAR SECTION.
           ACCEPT DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
           ACCEPT HORA-PROCESSAMENTO FROM TIME.
           MOVE DATA-PROCESSAMENTO TO MAT-DATA.
           MOVE HORA-PROCESSAMENTO TO MAT-HORA.

      *    LEFT UNSET, THE COMPETENCIA IS THE CURRENT MONTH -- THE
      *    RUN BELONGS AFTER THE MONTH'S LAST POSTING, BEFORE THE
      *    FIRST ONE OF THE NEXT.
           ACCEPT COMPETENCIA-TX FROM ENVIRONMENT 'COMPETENCIA'
               ON EXCEPTION
                   MOVE SPACES TO COMPETENCIA-TX
           END-ACCEPT.
           IF COMPETENCIA-TX EQUAL SPACES
               MOVE DATA-PROCESSAMENTO (1:6) TO COMPETENCIA-TX
           END-IF.
           IF COMPETENCIA-TX IS NOT NUMERIC
               DISPLAY 'Invalid COMPETENCIA (AAAAMM): ' COMPETENCIA-TX
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE COMPETENCIA-TX TO COMPETENCIA.
           IF CMP-MES < 1 OR CMP-MES > 12
               DISPLAY 'Invalid COMPETENCIA (AAAAMM): ' COMPETENCIA-TX
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF CMP-MES EQUAL 1
               COMPUTE CMA-ANO = CMP-ANO - 1
               MOVE 12 TO CMA-MES
           ELSE
               MOVE CMP-ANO TO CMA-ANO
               COMPUTE CMA-MES = CMP-MES - 1
           END-IF.

           ACCEPT ARQFECHAMENTO FROM ENVIRONMENT 'ARQFECHAMENTO'
               ON EXCEPTION
                   MOVE SPACES TO ARQFECHAMENTO
           END-ACCEPT.
           IF ARQFECHAMENTO EQUAL SPACES
               STRING './FECHAMENTO-' DELIMITED BY SIZE
                      COMPETENCIA DELIMITED BY SIZE
                      '.txt' DELIMITED BY SIZE
                   INTO ARQFECHAMENTO
           END-IF.

           ACCEPT ARQFECHANTERIOR FROM ENVIRONMENT 'ARQFECHANTERIOR'
               ON EXCEPTION
                   MOVE SPACES TO ARQFECHANTERIOR
           END-ACCEPT.
           IF ARQFECHANTERIOR EQUAL SPACES
               STRING './FECHAMENTO-' DELIMITED BY SIZE
                      COMPETENCIA-ANTERIOR DELIMITED BY SIZE
                      '.txt' DELIMITED BY SIZE
                   INTO ARQFECHANTERIOR
           END-IF.

           DISPLAY 'ARQFECHAMENTO' UPON ENVIRONMENT-NAME.
           DISPLAY ARQFECHAMENTO UPON ENVIRONMENT-VALUE.
           DISPLAY 'ARQFECHANTERIOR' UPON ENVIRONMENT-NAME.
           DISPLAY ARQFECHANTERIOR UPON ENVIRONMENT-VALUE.

           PERFORM 001-ABRIR-ANTERIOR THRU 001-ABRIR-ANTERIOR-FIM.

           OPEN INPUT CLIENTES-MASTER.
           OPEN OUTPUT FECHAMENTO.
           OPEN OUTPUT REL-FECHAMENTO.

           IF FS-CLIENTES-MASTER NOT EQUAL TO ZEROS
              OR FS-FECHAMENTO NOT EQUAL TO ZEROS
              OR FS-REL-FECHAMENTO NOT EQUAL TO ZEROS
                 IF FS-CLIENTES-MASTER NOT EQUAL TO ZEROS
                     DISPLAY 'Erro ao abrir CLIENTES-MASTER, código: '
                             FS-CLIENTES-MASTER
                 END-IF
                 IF FS-FECHAMENTO NOT EQUAL TO ZEROS
                     DISPLAY 'Erro ao abrir FECHAMENTO, código: '
                             FS-FECHAMENTO
                 END-IF
                 IF FS-REL-FECHAMENTO NOT EQUAL TO ZEROS
                     DISPLAY 'Erro ao abrir REL-FECHAMENTO, código: '
                             FS-REL-FECHAMENTO
                 END-IF
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-IF.

           IF HA-FECHAMENTO-ANTERIOR
               OPEN OUTPUT FEC-CHAVES
               CLOSE FEC-CHAVES
               OPEN I-O FEC-CHAVES
               IF FS-FEC-CHAVES NOT EQUAL ZEROS
                   DISPLAY 'Erro ao abrir FEC-CHAVES, código: '
                           FS-FEC-CHAVES
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 001-CARREGAR-ARQUIVOS THRU
                       001-CARREGAR-ARQUIVOS-FIM
           END-IF.

           MOVE 'PROVA DE FECHAMENTO MENSAL DO MASTER POR AGENCIA'
               TO LINHA-TEXTO.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

           MOVE SPACES TO LINHA-TEXTO.
           STRING 'COMPETENCIA: ' DELIMITED BY SIZE
                  COMPETENCIA DELIMITED BY SIZE
                  '  FECHAMENTO: ' DELIMITED BY SIZE
                  ARQFECHAMENTO DELIMITED BY SPACE
               INTO LINHA-TEXTO.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

           MOVE SPACES TO LINHA-TEXTO.
           IF HA-FECHAMENTO-ANTERIOR
               STRING 'MOVIMENTOS DE ' DELIMITED BY SIZE
                      MAN-DATA DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      MAN-HORA DELIMITED BY SIZE
                      ' A ' DELIMITED BY SIZE
                      MAT-DATA DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      MAT-HORA DELIMITED BY SIZE
                   INTO LINHA-TEXTO
           ELSE
               STRING 'SEM FECHAMENTO ANTERIOR ' DELIMITED BY SIZE
                      ARQFECHANTERIOR DELIMITED BY SPACE
                      ' - SOMENTE FOTO' DELIMITED BY SIZE
                   INTO LINHA-TEXTO
           END-IF.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

       001-FIM.
           EXIT.
      ******************************************

       001-ABRIR-ANTERIOR SECTION.
      *    THE FIRST MONTH HAS NOTHING TO PROVE AGAINST: ONLY THE
      *    SNAPSHOT IS TAKEN, AND THE PROOF STARTS NEXT MONTH. A
      *    PRIOR CLOSING THAT IS THERE MUST OPEN WITH ITS 'H' AND
      *    BE OLDER THAN THIS CAPTURE.
           OPEN INPUT FECH-ANTERIOR.
           IF FS-FECH-ANTERIOR EQUAL '35'
               GO TO 001-ABRIR-ANTERIOR-FIM
           END-IF.
           IF FS-FECH-ANTERIOR NOT EQUAL ZEROS
               DISPLAY 'Erro ao abrir FECH-ANTERIOR, código: '
                       FS-FECH-ANTERIOR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ FECH-ANTERIOR
               AT END
                   MOVE SPACES TO FCA-TIPO
           END-READ.

           IF NOT FCA-CABECALHO
               DISPLAY 'Prior closing has no header: ' ARQFECHANTERIOR
               CLOSE FECH-ANTERIOR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FCA-DATA TO MAN-DATA.
           MOVE FCA-HORA TO MAN-HORA.

           IF MOMENTO-ANTERIOR NOT LESS MOMENTO-ATUAL
               DISPLAY 'Prior closing is not older than this run: '
                       ARQFECHANTERIOR
               CLOSE FECH-ANTERIOR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'S' TO TEM-ANTERIOR.

       001-ABRIR-ANTERIOR-FIM.
           EXIT.
      ******************************************

       001-CARREGAR-ARQUIVOS SECTION.
      *    SAME SELECTION PROGEXT MAKES: A MOVTOS-ARQ GENERATION
      *    HOLDS ONLY MOVEMENTS DATED BEFORE ITS CUTOFF, SO IT IS
      *    READ ONLY WHEN THAT CUTOFF IS AFTER THE PRIOR CAPTURE.
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
                              AND CAT-CORTE > MAN-DATA
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
           PERFORM 002-FOTOGRAFAR THRU 002-FOTOGRAFAR-FIM.

           IF NOT HA-FECHAMENTO-ANTERIOR OR ERRO-FOTO EQUAL 'S'
               GO TO 002-FIM
           END-IF.

           PERFORM 002-ACUMULAR-MOVIMENTOS THRU
                   002-ACUMULAR-MOVIMENTOS-FIM.

           PERFORM 002-PROVAR THRU 002-PROVAR-FIM.

       002-FIM.
           EXIT.
      ******************************************

       002-FOTOGRAFAR SECTION.
      *    THE CLOSING SNAPSHOT: ONE PASS OVER THE MASTER IN KEY
      *    ORDER, ACTIVE AND DORMANT ALIKE -- A DORMANT BALANCE IS
      *    STILL A BALANCE THE LEDGER CARRIES.
           MOVE SPACES TO REG-FECHAMENTO.
           MOVE 'H' TO FCH-TIPO.
           MOVE ZERO TO FCH-AGENCIA.
           MOVE ZERO TO FCH-QTD.
           MOVE ZERO TO FCH-SALDO.
           PERFORM 002-GRAVAR-FOTO THRU 002-GRAVAR-FOTO-FIM.

           PERFORM UNTIL EOF-MASTER EQUAL 'S'
               READ CLIENTES-MASTER NEXT
                       AT END
                           MOVE 'S' TO EOF-MASTER
                       NOT AT END
                           ADD 1 TO CNT-MASTER
                           PERFORM 002-FOTOGRAFAR-CLIENTE THRU
                                   002-FOTOGRAFAR-CLIENTE-FIM
               END-READ
           END-PERFORM.

           IF HOUVE-FOTO EQUAL 'S'
               PERFORM 002-GRAVAR-TOTAL-AGENCIA THRU
                       002-GRAVAR-TOTAL-AGENCIA-FIM
           END-IF.

           MOVE SPACES TO REG-FECHAMENTO.
           MOVE 'T' TO FCH-TIPO.
           MOVE ZERO TO FCH-AGENCIA.
           MOVE FT-QTD TO FCH-QTD.
           MOVE FT-SALDO TO FCH-SALDO.
           PERFORM 002-GRAVAR-FOTO THRU 002-GRAVAR-FOTO-FIM.

           CLOSE FECHAMENTO.

       002-FOTOGRAFAR-FIM.
           EXIT.
      ******************************************

       002-FOTOGRAFAR-CLIENTE SECTION.
           IF HOUVE-FOTO EQUAL 'N'
               MOVE 'S' TO HOUVE-FOTO
               MOVE MST-AGENCIA TO QUEBRA-FOTO
           ELSE
               IF MST-AGENCIA NOT EQUAL QUEBRA-FOTO
                   PERFORM 002-GRAVAR-TOTAL-AGENCIA THRU
                           002-GRAVAR-TOTAL-AGENCIA-FIM
                   MOVE MST-AGENCIA TO QUEBRA-FOTO
               END-IF
           END-IF.

           MOVE SPACES TO REG-FECHAMENTO.
           MOVE 'C' TO FCH-TIPO.
           MOVE MST-AGENCIA TO FCH-AGENCIA.
           MOVE MST-NOME TO FCH-NOME.
           MOVE 1 TO FCH-QTD.
           MOVE MST-SALDO TO FCH-SALDO.
           PERFORM 002-GRAVAR-FOTO THRU 002-GRAVAR-FOTO-FIM.

           ADD 1 TO FQ-QTD.
           ADD MST-SALDO TO FQ-SALDO.

       002-FOTOGRAFAR-CLIENTE-FIM.
           EXIT.
      ******************************************

       002-GRAVAR-TOTAL-AGENCIA SECTION.
           MOVE SPACES TO REG-FECHAMENTO.
           MOVE 'S' TO FCH-TIPO.
           MOVE QUEBRA-FOTO TO FCH-AGENCIA.
           MOVE FQ-QTD TO FCH-QTD.
           MOVE FQ-SALDO TO FCH-SALDO.
           PERFORM 002-GRAVAR-FOTO THRU 002-GRAVAR-FOTO-FIM.

           ADD FQ-QTD TO FT-QTD.
           ADD FQ-SALDO TO FT-SALDO.
           MOVE ZERO TO FQ-QTD.
           MOVE ZERO TO FQ-SALDO.

       002-GRAVAR-TOTAL-AGENCIA-FIM.
           EXIT.
      ******************************************

       002-GRAVAR-FOTO SECTION.
           MOVE COMPETENCIA TO FCH-COMPETENCIA.
           MOVE MAT-DATA TO FCH-DATA.
           MOVE MAT-HORA TO FCH-HORA.

           WRITE REG-FECHAMENTO.
           IF FS-FECHAMENTO NOT EQUAL ZEROS
               DISPLAY 'Writing error (fechamento): ' FS-FECHAMENTO
               MOVE 'S' TO ERRO-FOTO
           END-IF.

       002-GRAVAR-FOTO-FIM.
           EXIT.
      ******************************************

       002-ACUMULAR-MOVIMENTOS SECTION.
      *    EVERY MOVEMENT STAMPED AFTER THE PRIOR CAPTURE AND NOT
      *    AFTER THIS ONE COUNTS, WHATEVER ITS OPERATION: I/A/E/R
      *    FROM PROGMST AND PROGTEL, 'T' PAIRS FROM PROGFUS AND
      *    THE COMPENSATING 'B' LINES OF A BACKOUT. ARCHIVED
      *    GENERATIONS FIRST, THEN THE LIVE FILE.
           IF QTD-ARQUIVOS NOT EQUAL ZERO
               PERFORM VARYING IDX-ARQ FROM 1 BY 1
                       UNTIL IDX-ARQ > QTD-ARQUIVOS
                   PERFORM 002-LER-ARQUIVO THRU 002-LER-ARQUIVO-FIM
               END-PERFORM
           END-IF.

           OPEN INPUT MOVIMENTOS.
           IF FS-MOVIMENTOS NOT EQUAL ZEROS
               DISPLAY 'Warning: MOVIMENTOS unavailable ('
                       FS-MOVIMENTOS '), live history not read'
               MOVE SPACES TO LINHA-TEXTO
               MOVE 'HISTORICO MOVIMENTOS-MASTER.txt AUSENTE'
                   TO LINHA-TEXTO
               PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM
               GO TO 002-ACUMULAR-MOVIMENTOS-FIM
           END-IF.

           PERFORM UNTIL EOF-MOVIMENTOS EQUAL 'S'
               READ MOVIMENTOS
                       AT END
                           MOVE 'S' TO EOF-MOVIMENTOS
                       NOT AT END
                           ADD 1 TO CNT-LIDOS
                           PERFORM 002-SOMAR-MOVIMENTO THRU
                                   002-SOMAR-MOVIMENTO-FIM
               END-READ
           END-PERFORM.

           CLOSE MOVIMENTOS.

       002-ACUMULAR-MOVIMENTOS-FIM.
           EXIT.
      ******************************************

       002-LER-ARQUIVO SECTION.
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
                           PERFORM 002-SOMAR-MOVIMENTO THRU
                                   002-SOMAR-MOVIMENTO-FIM
               END-READ
           END-PERFORM.

           CLOSE MOVTOS-ARQ.

       002-LER-ARQUIVO-FIM.
           EXIT.
      ******************************************

       002-SOMAR-MOVIMENTO SECTION.
           MOVE MOV-DATA TO MMV-DATA.
           MOVE MOV-HORA TO MMV-HORA.

           IF MOMENTO-MOVIMENTO NOT > MOMENTO-ANTERIOR
              OR MOMENTO-MOVIMENTO > MOMENTO-ATUAL
               GO TO 002-SOMAR-MOVIMENTO-FIM
           END-IF.

           ADD 1 TO CNT-NA-JANELA.
           COMPUTE LIQUIDO-MOVIMENTO = MOV-SALDO-NOVO - MOV-SALDO-ANT.

           MOVE MOV-AGENCIA TO FCK-AGENCIA.
           MOVE MOV-NOME TO FCK-NOME.
           READ FEC-CHAVES
               INVALID KEY
                   MOVE 1 TO FCK-QTD
                   MOVE LIQUIDO-MOVIMENTO TO FCK-LIQUIDO
                   MOVE MOV-OPERACAO TO FCK-ULTIMA-OPERACAO
                   MOVE MOV-DATA TO FCK-DATA-ULTIMA
                   WRITE REG-FEC-CHAVE
                       INVALID KEY
                           DISPLAY 'Writing error (chaves): '
                                   FS-FEC-CHAVES
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO FCK-QTD
                   ADD LIQUIDO-MOVIMENTO TO FCK-LIQUIDO
                   MOVE MOV-OPERACAO TO FCK-ULTIMA-OPERACAO
                   MOVE MOV-DATA TO FCK-DATA-ULTIMA
                   REWRITE REG-FEC-CHAVE
                       INVALID KEY
                           DISPLAY 'Writing error (chaves): '
                                   FS-FEC-CHAVES
                   END-REWRITE
           END-READ.

       002-SOMAR-MOVIMENTO-FIM.
           EXIT.
      ******************************************

       002-PROVAR SECTION.
      *    THREE-WAY MATCH-MERGE IN AGENCIA+NOME ORDER, THE SAME
      *    SHAPE AS PROGCON'S: PER KEY, THIS CLOSING MUST EQUAL
      *    THE PRIOR CLOSING PLUS THE NET OF ITS MOVEMENTS (A KEY
      *    ABSENT FROM A SIDE COUNTS ZERO THERE). EVERY KEY THAT
      *    MISSES IS LISTED UNDER ITS BRANCH; THE BRANCH LINE THEN
      *    CARRIES THE SAME PROOF FOR THE BRANCH AS A WHOLE.
           OPEN INPUT FECHAMENTO.
           IF FS-FECHAMENTO NOT EQUAL ZEROS
               DISPLAY 'Erro ao reabrir FECHAMENTO, código: '
                       FS-FECHAMENTO
               MOVE 'S' TO ERRO-FOTO
               GO TO 002-PROVAR-FIM
           END-IF.

           MOVE LOW-VALUES TO FCK-CHAVE.
           START FEC-CHAVES KEY IS NOT LESS THAN FCK-CHAVE
               INVALID KEY
                   MOVE 'S' TO EOF-FEC-CHAVES
           END-START.

           MOVE SPACES TO LINHA-TEXTO.
           STRING '  AG   NOME         ANTERIOR(C)   ' DELIMITED BY SIZE
                  'MOVIMENTOS(C) ATUAL(C)      DIFERENCA(C)'
                      DELIMITED BY SIZE
               INTO LINHA-TEXTO.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

           PERFORM 002-LER-ANTERIOR THRU 002-LER-ANTERIOR-FIM.
           PERFORM 002-LER-ATUAL THRU 002-LER-ATUAL-FIM.
           PERFORM 002-LER-CHAVES THRU 002-LER-CHAVES-FIM.

           PERFORM UNTIL CHAVE-ANT EQUAL HIGH-VALUES
                     AND CHAVE-ATU EQUAL HIGH-VALUES
                     AND CHAVE-MOV EQUAL HIGH-VALUES
               PERFORM 002-CONFRONTAR THRU 002-CONFRONTAR-FIM
           END-PERFORM.

           IF HOUVE-LINHA EQUAL 'S'
               PERFORM 002-QUEBRA-AGENCIA THRU
                       002-QUEBRA-AGENCIA-FIM
           END-IF.

           CLOSE FECHAMENTO.

       002-PROVAR-FIM.
           EXIT.
      ******************************************

       002-LER-ANTERIOR SECTION.
      *    DELIVERS THE NEXT CUSTOMER OF THE PRIOR CLOSING,
      *    SKIPPING THE BRANCH TOTALS; ITS 'T' PROVES IT WAS
      *    WRITTEN TO THE END.
           PERFORM UNTIL EOF-FECH-ANTERIOR EQUAL 'S'
               READ FECH-ANTERIOR
                       AT END
                           MOVE 'S' TO EOF-FECH-ANTERIOR
                       NOT AT END
                           IF FCA-TRAILER
                               MOVE 'S' TO ANTERIOR-COMPLETO
                           END-IF
                           IF FCA-CLIENTE
                               STRING
                                   FCA-AGENCIA DELIMITED BY SIZE
                                   FCA-NOME DELIMITED BY SIZE
                               INTO CHAVE-ANT
                               GO TO 002-LER-ANTERIOR-FIM
                           END-IF
               END-READ
           END-PERFORM.

           MOVE HIGH-VALUES TO CHAVE-ANT.

       002-LER-ANTERIOR-FIM.
           EXIT.
      ******************************************

       002-LER-ATUAL SECTION.
           PERFORM UNTIL EOF-FECHAMENTO EQUAL 'S'
               READ FECHAMENTO
                       AT END
                           MOVE 'S' TO EOF-FECHAMENTO
                       NOT AT END
                           IF FCH-CLIENTE
                               STRING
                                   FCH-AGENCIA DELIMITED BY SIZE
                                   FCH-NOME DELIMITED BY SIZE
                               INTO CHAVE-ATU
                               GO TO 002-LER-ATUAL-FIM
                           END-IF
               END-READ
           END-PERFORM.

           MOVE HIGH-VALUES TO CHAVE-ATU.

       002-LER-ATUAL-FIM.
           EXIT.
      ******************************************

       002-LER-CHAVES SECTION.
           IF EOF-FEC-CHAVES EQUAL 'S'
               GO TO 002-LER-CHAVES-ALTO
           END-IF.

           READ FEC-CHAVES NEXT
               AT END
                   MOVE 'S' TO EOF-FEC-CHAVES
               NOT AT END
                   MOVE FCK-CHAVE TO CHAVE-MOV
                   GO TO 002-LER-CHAVES-FIM
           END-READ.

       002-LER-CHAVES-ALTO.
           MOVE HIGH-VALUES TO CHAVE-MOV.

       002-LER-CHAVES-FIM.
           EXIT.
      ******************************************

       002-CONFRONTAR SECTION.
           MOVE CHAVE-ANT TO CHAVE-MENOR.
           IF CHAVE-ATU < CHAVE-MENOR
               MOVE CHAVE-ATU TO CHAVE-MENOR
           END-IF.
           IF CHAVE-MOV < CHAVE-MENOR
               MOVE CHAVE-MOV TO CHAVE-MENOR
           END-IF.

           MOVE CHAVE-MENOR (1:4) TO AGENCIA-LINHA.
           PERFORM 002-CONTROLAR-QUEBRA THRU
                   002-CONTROLAR-QUEBRA-FIM.

           MOVE ZERO TO VALOR-ANT.
           MOVE ZERO TO VALOR-ATU.
           MOVE ZERO TO VALOR-MOV.
           MOVE ZERO TO QTD-MOV.
           MOVE 'N' TO TEVE-ANT.
           MOVE 'N' TO TEVE-ATU.
           MOVE SPACES TO ULTIMA-OPERACAO.
           MOVE ZERO TO DATA-ULTIMA.

           IF CHAVE-ANT EQUAL CHAVE-MENOR
               MOVE 'S' TO TEVE-ANT
               MOVE FCA-SALDO TO VALOR-ANT
               ADD 1 TO QB-QTD-ANT
               PERFORM 002-LER-ANTERIOR THRU 002-LER-ANTERIOR-FIM
           END-IF.

           IF CHAVE-ATU EQUAL CHAVE-MENOR
               MOVE 'S' TO TEVE-ATU
               MOVE FCH-SALDO TO VALOR-ATU
               ADD 1 TO QB-QTD-ATU
               PERFORM 002-LER-ATUAL THRU 002-LER-ATUAL-FIM
           END-IF.

           IF CHAVE-MOV EQUAL CHAVE-MENOR
               MOVE FCK-LIQUIDO TO VALOR-MOV
               MOVE FCK-QTD TO QTD-MOV
               MOVE FCK-ULTIMA-OPERACAO TO ULTIMA-OPERACAO
               MOVE FCK-DATA-ULTIMA TO DATA-ULTIMA
               ADD FCK-QTD TO QB-QTD-MOV
               PERFORM 002-LER-CHAVES THRU 002-LER-CHAVES-FIM
           END-IF.

           ADD VALOR-ANT TO QB-SALDO-ANT.
           ADD VALOR-ATU TO QB-SALDO-ATU.
           ADD VALOR-MOV TO QB-LIQUIDO.

           COMPUTE DIFERENCA-CHAVE = VALOR-ATU - VALOR-ANT - VALOR-MOV.
           IF DIFERENCA-CHAVE EQUAL ZERO
               GO TO 002-CONFRONTAR-FIM
           END-IF.

           ADD 1 TO QB-CHAVES.
           ADD 1 TO CNT-CHAVES-DIVERG.

           MOVE AGENCIA-LINHA TO LCH-AGENCIA.
           MOVE CHAVE-MENOR (5:12) TO LCH-NOME.
           COMPUTE LCH-ANTERIOR = VALOR-ANT * 100.
           COMPUTE LCH-MOVIMENTOS = VALOR-MOV * 100.
           COMPUTE LCH-ATUAL = VALOR-ATU * 100.
           COMPUTE LCH-DIFERENCA = DIFERENCA-CHAVE * 100.
           WRITE REG-REL-FECHAMENTO FROM LINHA-CHAVE.

      *    THE LIKELY CAUSE, SO THE BRANCH KNOWS WHERE TO LOOK: A
      *    KEY THAT APPEARED OR VANISHED WITH NO HISTORY LINE, A
      *    BALANCE THAT MOVED WITH NONE, OR A HISTORY WHOSE LINES
      *    DO NOT ADD UP TO THE CHANGE.
           EVALUATE TRUE
               WHEN QTD-MOV EQUAL ZERO AND TEVE-ANT EQUAL 'N'
                   MOVE 'INCLUIDO SEM MOVIMENTO' TO LMO-MOTIVO
               WHEN QTD-MOV EQUAL ZERO AND TEVE-ATU EQUAL 'N'
                   MOVE 'EXCLUIDO SEM MOVIMENTO' TO LMO-MOTIVO
               WHEN QTD-MOV EQUAL ZERO
                   MOVE 'SALDO ALTERADO SEM MOVIMENTO' TO LMO-MOTIVO
               WHEN OTHER
                   MOVE 'MOVIMENTOS NAO FECHAM O SALDO' TO LMO-MOTIVO
           END-EVALUATE.
           MOVE QTD-MOV TO LMO-QTD.
           MOVE ULTIMA-OPERACAO TO LMO-OPERACAO.
           MOVE DATA-ULTIMA TO LMO-DATA.
           WRITE REG-REL-FECHAMENTO FROM LINHA-MOTIVO.
           IF FS-REL-FECHAMENTO NOT EQUAL ZEROS
               DISPLAY 'Report write warning: ' FS-REL-FECHAMENTO
           END-IF.

       002-CONFRONTAR-FIM.
           EXIT.
      ******************************************

       002-CONTROLAR-QUEBRA SECTION.
           IF HOUVE-LINHA EQUAL 'N'
               MOVE 'S' TO HOUVE-LINHA
               MOVE AGENCIA-LINHA TO QUEBRA-AGENCIA
           ELSE
               IF AGENCIA-LINHA NOT EQUAL QUEBRA-AGENCIA
                   PERFORM 002-QUEBRA-AGENCIA THRU
                           002-QUEBRA-AGENCIA-FIM
                   MOVE AGENCIA-LINHA TO QUEBRA-AGENCIA
               END-IF
           END-IF.

       002-CONTROLAR-QUEBRA-FIM.
           EXIT.
      ******************************************

       002-QUEBRA-AGENCIA SECTION.
      *    A BRANCH ROLLS FORWARD ONLY WHEN ITS TOTAL PROVES AND
      *    NO KEY UNDER IT MISSES -- TWO KEYS OFF BY OPPOSITE
      *    AMOUNTS STILL FAIL THE BRANCH.
           ADD 1 TO CNT-AGENCIAS.

           COMPUTE QB-DIFERENCA = QB-SALDO-ATU - QB-SALDO-ANT
               - QB-LIQUIDO.

           MOVE QUEBRA-AGENCIA TO LAG-AGENCIA.
           MOVE QB-QTD-ANT TO LAG-QTD-ANT.
           MOVE QB-QTD-ATU TO LAG-QTD-ATU.
           MOVE QB-QTD-MOV TO LAG-QTD-MOV.
           IF QB-DIFERENCA EQUAL ZERO AND QB-CHAVES EQUAL ZERO
               MOVE 'FECHA' TO LAG-SITUACAO
           ELSE
               MOVE 'NAO FECHA' TO LAG-SITUACAO
               ADD 1 TO CNT-AGENCIAS-DIVERG
           END-IF.
           WRITE REG-REL-FECHAMENTO FROM LINHA-AGENCIA.

           COMPUTE LVA-ANTERIOR = QB-SALDO-ANT * 100.
           COMPUTE LVA-MOVIMENTOS = QB-LIQUIDO * 100.
           COMPUTE LVA-ATUAL = QB-SALDO-ATU * 100.
           WRITE REG-REL-FECHAMENTO FROM LINHA-VALORES.

           IF QB-DIFERENCA NOT EQUAL ZERO OR QB-CHAVES NOT EQUAL ZERO
               COMPUTE LDI-DIFERENCA = QB-DIFERENCA * 100
               MOVE QB-CHAVES TO LDI-CHAVES
               WRITE REG-REL-FECHAMENTO FROM LINHA-DIFERENCA
           END-IF.
           IF FS-REL-FECHAMENTO NOT EQUAL ZEROS
               DISPLAY 'Report write warning: ' FS-REL-FECHAMENTO
           END-IF.

           ADD QB-SALDO-ANT TO TOT-SALDO-ANT.
           ADD QB-SALDO-ATU TO TOT-SALDO-ATU.
           ADD QB-LIQUIDO TO TOT-LIQUIDO.
           ADD QB-DIFERENCA TO TOT-DIFERENCA.

           MOVE ZERO TO QB-QTD-ANT.
           MOVE ZERO TO QB-QTD-ATU.
           MOVE ZERO TO QB-QTD-MOV.
           MOVE ZERO TO QB-SALDO-ANT.
           MOVE ZERO TO QB-SALDO-ATU.
           MOVE ZERO TO QB-LIQUIDO.
           MOVE ZERO TO QB-DIFERENCA.
           MOVE ZERO TO QB-CHAVES.

       002-QUEBRA-AGENCIA-FIM.
           EXIT.
      ******************************************

       003-ENCERRAR SECTION.
           MOVE SPACES TO LINHA-TEXTO.
           MOVE CNT-MASTER TO QTD-EDITADA.
           STRING 'CLIENTES NO FECHAMENTO: ' DELIMITED BY SIZE
                  QTD-EDITADA DELIMITED BY SIZE
               INTO LINHA-TEXTO.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

           MOVE SPACES TO LINHA-TEXTO.
           COMPUTE SALDO-EDITADO = FT-SALDO * 100.
           STRING 'SALDO NO FECHAMENTO (CENTAVOS): ' DELIMITED BY SIZE
                  SALDO-EDITADO DELIMITED BY SIZE
               INTO LINHA-TEXTO.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

           IF HA-FECHAMENTO-ANTERIOR AND ERRO-FOTO EQUAL 'N'
               PERFORM 003-RESUMIR-PROVA THRU 003-RESUMIR-PROVA-FIM
           END-IF.

           IF ERRO-FOTO EQUAL 'S'
               MOVE 'FECHAMENTO NAO GRAVADO POR INTEIRO - REPROCESSAR'
                   TO LINHA-TEXTO
               PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM
           END-IF.

           DISPLAY 'Master records: ' CNT-MASTER
           DISPLAY 'Movements read: ' CNT-LIDOS
           DISPLAY 'Archived movements read: ' CNT-ARQ-LIDOS
           DISPLAY 'Archive generations missing: ' CNT-ARQ-AUSENTES
           DISPLAY 'Movements in the month: ' CNT-NA-JANELA
           DISPLAY 'Branches proved: ' CNT-AGENCIAS
           DISPLAY 'Branches not rolling forward: '
                   CNT-AGENCIAS-DIVERG
           DISPLAY 'Keys not rolling forward: ' CNT-CHAVES-DIVERG

           CLOSE CLIENTES-MASTER.
           CLOSE REL-FECHAMENTO.
           IF HA-FECHAMENTO-ANTERIOR
               CLOSE FECH-ANTERIOR
               CLOSE FEC-CHAVES
           END-IF.

           EVALUATE TRUE
               WHEN ERRO-FOTO EQUAL 'S'
                   MOVE 8 TO RETURN-CODE
               WHEN CNT-AGENCIAS-DIVERG NOT EQUAL ZERO
                 OR CNT-ARQ-AUSENTES NOT EQUAL ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN HA-FECHAMENTO-ANTERIOR
                AND ANTERIOR-COMPLETO EQUAL 'N'
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.
       004-FIM.
           EXIT.
      ******************************************

       003-RESUMIR-PROVA SECTION.
           IF ANTERIOR-COMPLETO EQUAL 'N'
               MOVE 'FECHAMENTO ANTERIOR SEM TRAILER - INCOMPLETO'
                   TO LINHA-TEXTO
               PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM
           END-IF.

           MOVE SPACES TO LINHA-TEXTO.
           MOVE CNT-NA-JANELA TO QTD-EDITADA.
           STRING 'MOVIMENTOS NO MES: ' DELIMITED BY SIZE
                  QTD-EDITADA DELIMITED BY SIZE
               INTO LINHA-TEXTO.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

           MOVE SPACES TO LINHA-TEXTO.
           COMPUTE SALDO-EDITADO = TOT-SALDO-ANT * 100.
           STRING 'SALDO ANTERIOR (CENTAVOS): ' DELIMITED BY SIZE
                  SALDO-EDITADO DELIMITED BY SIZE
               INTO LINHA-TEXTO.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

           MOVE SPACES TO LINHA-TEXTO.
           COMPUTE SALDO-EDITADO = TOT-LIQUIDO * 100.
           STRING 'LIQUIDO DOS MOVIMENTOS (CENTAVOS): '
                      DELIMITED BY SIZE
                  SALDO-EDITADO DELIMITED BY SIZE
               INTO LINHA-TEXTO.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

           MOVE SPACES TO LINHA-TEXTO.
           COMPUTE SALDO-EDITADO = TOT-DIFERENCA * 100.
           STRING 'DIFERENCA TOTAL (CENTAVOS): ' DELIMITED BY SIZE
                  SALDO-EDITADO DELIMITED BY SIZE
               INTO LINHA-TEXTO.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

           MOVE SPACES TO LINHA-TEXTO.
           MOVE CNT-AGENCIAS-DIVERG TO QTD-EDITADA.
           STRING 'AGENCIAS QUE NAO FECHAM: ' DELIMITED BY SIZE
                  QTD-EDITADA DELIMITED BY SIZE
               INTO LINHA-TEXTO.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

           MOVE SPACES TO LINHA-TEXTO.
           MOVE CNT-CHAVES-DIVERG TO QTD-EDITADA.
           STRING 'CHAVES QUE EXPLICAM A DIFERENCA: ' DELIMITED BY SIZE
                  QTD-EDITADA DELIMITED BY SIZE
               INTO LINHA-TEXTO.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

       003-RESUMIR-PROVA-FIM.
           EXIT.
      ******************************************

       003-GRAVAR-TEXTO SECTION.
           WRITE REG-REL-FECHAMENTO FROM LINHA-TEXTO.
           IF FS-REL-FECHAMENTO NOT EQUAL ZEROS
               DISPLAY 'Report write warning: ' FS-REL-FECHAMENTO
           END-IF.

       003-GRAVAR-TEXTO-FIM.
           EXIT.
      ******************************************
