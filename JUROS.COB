       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGJUR.
       AUTHOR. RAYAN ARGOLO
      ******************************************
      *    MONTH-END INTEREST ACCRUAL OVER THE DELTA-MAINTAINED     *
      *    MASTER. THE MONTHLY RATE (PERCENT, FOUR DECIMALS) COMES  *
      *    FROM TAXAS-JUROS.txt BY BALANCE BAND: A KEY TAKES THE    *
      *    SMALLEST BAND CEILING (SALDO-ATE) THAT HOLDS ITS SALDO,  *
      *    LOOKED UP FIRST AMONG ITS OWN AGENCIA'S ROWS AND, WHEN   *
      *    THE BRANCH HAS NO OVERRIDE BAND FOR IT, AMONG THE        *
      *    GENERAL ROWS (AGENCIA 0000). EACH CREDIT GOES OUT AS AN  *
      *    'A' RECORD IN THE TRANSACOES LAYOUT CARRYING THE NEW     *
      *    SALDO, FOR PROGMST TO POST WITH ORIGEM-LOTE=JUROS        *
      *    THROUGH ITS NORMAL JOURNAL, MOVEMENT AND CPF-XREF PATHS. *
      *    THE SALDO EACH CREDIT WAS FIGURED ON GOES TO             *
      *    JUROS-BASE.txt (ARQJUROSBASE) UNDER THE SAME KEY, SO     *
      *    PROGMST REFUSES A CREDIT WHOSE KEY WAS MOVED BY ANOTHER  *
      *    BATCH BEFORE THIS ONE WAS POSTED.                        *
      *    INATIVA KEYS ARE LEFT OUT -- PROGMST REFUSES AN 'A' ON   *
      *    THEM, AND INTEREST IS NO REASON TO REACTIVATE. THE       *
      *    ACCRUAL REGISTER LISTS EVERY CREDIT WITH PER-AGENCIA     *
      *    SUBTOTALS, AND THE SAME SUBTOTALS GO TO JUROS-TOTAIS.txt *
      *    SO MODO-JUROS=CONFERENCIA CAN TIE THEM, AFTER PROGMST    *
      *    POSTED THE BATCH, TO THE CONTABIL INTERFACE LINES OF     *
      *    THAT RUN (ARQCONTABILMST, DEFAULT ./CONTABIL-JUROS.txt). *
      *    CALCULO ACCRUES THE MONTH OF THE PROCESSING DATE AND     *
      *    RECORDS IT IN JUROS-CTL.txt; A SECOND CALCULO FOR THE    *
      *    SAME MONTH IS REFUSED UNLESS REPROCESSAR=S. RETURN CODE  *
      *    0 = CLEAN, 4 = KEYS WITHOUT A RATE OR CREDIT (CALCULO) / *
      *    REGISTER AND LEDGER DISAGREE (CONFERENCIA), 8 = NOT RUN, *
      *    MONTH ALREADY ACCRUED, OR JUROS-CTL NOT REWRITTEN (THE   *
      *    CREDIT FILE IS WHOLE, BUT THE MONTH IS NOT MARKED        *
      *    ACCRUED).                                                *
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
           SELECT TAXAS-JUROS ASSIGN TO './TAXAS-JUROS.txt'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-TAXAS-JUROS.
           SELECT AGENCIAS-REF ASSIGN TO './AGENCIAS-REF.txt'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-AGENCIAS-REF.
           SELECT TRANSACOES-JUROS ASSIGN TO ARQTRANSJUROS
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-TRANSACOES-JUROS.
           SELECT JUROS-BASE ASSIGN TO ARQJUROSBASE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-JUROS-BASE.
           SELECT JUROS-CTL ASSIGN TO './JUROS-CTL.txt'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-JUROS-CTL.
           SELECT JUROS-TOTAIS ASSIGN TO './JUROS-TOTAIS.txt'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-JUROS-TOTAIS.
           SELECT CONTABIL ASSIGN TO ARQCONTABILMST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-CONTABIL.
           SELECT REL-JUROS ASSIGN TO ARQRELJUROS
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-REL-JUROS.
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
       FD TAXAS-JUROS
           RECORDING IS F.
       01 REG-TAXA-JUROS.
           03 TXJ-AGENCIA          PIC 9(04).
           03 FILLER               PIC X(01).
           03 TXJ-SALDO-ATE        PIC 9(09)V99.
           03 FILLER               PIC X(01).
           03 TXJ-TAXA             PIC 9(03)V9(04).
      *        LAYOUT = 24 POSIÇÕES -- AGENCIA (0000 = GERAL), TETO *
      *        DA FAIXA 9(09)V99 E TAXA MENSAL EM % 9(03)V9(04).    *
      *        EVERY FIELD IS PROVED NUMERIC BEFORE USE, SO A BAD   *
      *        ROW IS SKIPPED INSTEAD OF MISPRICING ANYONE.         *
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
       FD TRANSACOES-JUROS
           RECORDING IS F.
       01 TRANSACAO-JUROS.
           03 TRJ-OPERACAO     PIC X(01).
           03 TRJ-AGENCIA      PIC 9(04).
           03 TRJ-NOME         PIC X(12).
           03 TRJ-CPF          PIC 9(11).
           03 TRJ-CONTA        PIC 9(08).
           03 TRJ-DATA-ABERTURA PIC 9(08).
           03 TRJ-SALDO        PIC 9(09)V99.
      *        LAYOUT = 55 POSIÇÕES (MESMO TRANSACOES DO PROGMST)   *
       FD JUROS-BASE
           RECORDING IS F.
       01 REG-JUROS-BASE.
           03 JBA-CHAVE.
               05 JBA-AGENCIA      PIC 9(04).
               05 JBA-NOME         PIC X(12).
           03 JBA-SALDO            PIC 9(09)V99.
      *        LAYOUT = 27 POSIÇÕES -- ONE LINE PER CREDIT, IN      *
      *        MASTER KEY ORDER, WITH THE SALDO THE INTEREST WAS    *
      *        FIGURED ON. PROGMST REFUSES A CREDIT WHOSE KEY NO    *
      *        LONGER HOLDS THAT SALDO WHEN THE BATCH IS POSTED.    *
       FD JUROS-CTL
           RECORDING IS F.
       01 REG-JUROS-CTL.
           03 JCT-MES              PIC 9(06).
           03 FILLER               PIC X(01).
           03 JCT-DATA             PIC 9(08).
           03 FILLER               PIC X(01).
           03 JCT-CREDITOS         PIC 9(08).
      *        LAYOUT = 24 POSIÇÕES -- THE LAST MONTH (AAAAMM)      *
      *        ACCRUED, THE DATE OF THAT CALCULO RUN AND HOW MANY   *
      *        CREDITS IT WROTE. REWRITTEN BY EVERY CALCULO THAT    *
      *        FINISHES, SO THE SAME MONTH IS NOT ACCRUED TWICE.    *
       FD JUROS-TOTAIS
           RECORDING IS F.
       01 REG-JUROS-TOTAL.
           03 JTO-DATA             PIC 9(08).
           03 JTO-AGENCIA          PIC 9(04).
           03 JTO-QTD              PIC 9(06).
           03 JTO-VALOR            PIC 9(13)V99.
      *        LAYOUT = 33 POSIÇÕES -- ONE LINE PER AGENCIA         *
      *        CREDITED BY THE LAST CALCULO RUN, REWRITTEN EVERY    *
      *        RUN.                                                 *
       FD CONTABIL
           RECORDING IS F.
       01 REG-CONTABIL.
           03 CTB-TIPO-REGISTRO    PIC X(01).
               88 CTB-HEADER          VALUE 'H'.
               88 CTB-DETALHE         VALUE 'D'.
               88 CTB-TRAILER         VALUE 'T'.
           03 CTB-DATA             PIC 9(08).
           03 CTB-ORIGEM           PIC X(08).
           03 CTB-AGENCIA          PIC 9(04).
           03 CTB-DEB-CRED         PIC X(01).
           03 CTB-VALOR            PIC 9(13)V99.
           03 CTB-QTD-LINHAS       PIC 9(06).
      *        LAYOUT = 43 POSIÇÕES (MESMA INTERFACE CONTABIL DO    *
      *        PROGMST)                                             *
       FD REL-JUROS
           RECORDING IS F.
       01 REG-REL-JUROS        PIC X(80).
      ******************************************
       WORKING-STORAGE SECTION.
       01 FS-CLIENTES-MASTER   PIC 9(02).
       01 FS-TAXAS-JUROS   PIC 9(02).
       01 FS-AGENCIAS-REF  PIC 9(02) VALUE ZERO.
       01 FS-TRANSACOES-JUROS PIC 9(02).
       01 FS-JUROS-BASE    PIC 9(02).
       01 FS-JUROS-CTL     PIC 9(02).
       01 FS-JUROS-TOTAIS  PIC 9(02).
       01 FS-CONTABIL      PIC 9(02).
       01 FS-REL-JUROS     PIC 9(02).
       01 EOF-MASTER       PIC X(01) VALUE 'N'.
       01 EOF-TAXAS        PIC X(01) VALUE 'N'.
       01 EOF-AGENCIAS-REF PIC X(01).
       01 EOF-TOTAIS       PIC X(01) VALUE 'N'.
       01 EOF-CONTABIL     PIC X(01) VALUE 'N'.
       01 SEM-AGENCIAS-REF PIC X(01) VALUE 'N'.
           88 AGENCIAS-INDISPONIVEIS  VALUE 'S'.
       01 ARQTRANSJUROS    PIC X(100).
       01 ARQJUROSBASE     PIC X(100).
       01 ARQCONTABILMST   PIC X(100).
       01 ARQRELJUROS      PIC X(100).
       01 MODO-JUROS       PIC X(11) VALUE 'CALCULO'.
           88 MODO-CONFERENCIA    VALUE 'CONFERENCIA'.
       01 DATA-PROCESSAMENTO   PIC 9(08) VALUE ZERO.
       01 MES-JUROS        PIC 9(06) VALUE ZERO.
       01 MES-ANTERIOR     PIC 9(06) VALUE ZERO.
       01 REPROCESSAR      PIC X(01) VALUE 'N'.
           88 REPROCESSAMENTO-AUTORIZADO VALUE 'S'.
       01 DATA-TOTAIS      PIC 9(08) VALUE ZERO.
       01 TAB-TAXAS.
           03 QTD-TAXAS            PIC 9(04) USAGE COMP VALUE ZERO.
           03 TAB-TXJ-OCORRE OCCURS 500 TIMES
                                  INDEXED BY IDX-TXJ.
               05 TAB-TXJ-AGENCIA  PIC 9(04).
               05 TAB-TXJ-SALDO-ATE PIC 9(09)V99.
               05 TAB-TXJ-TAXA     PIC 9(03)V9(04).
       01 AVISO-TAXAS-CHEIO PIC X(01) VALUE 'N'.
           88 TAXAS-CHEIO-AVISADO     VALUE 'S'.
       01 CNT-TAXAS-INVALIDAS PIC 9(04) USAGE COMP VALUE ZERO.
       01 PROC-TAXA-AGENCIA PIC 9(04).
       01 ACHOU-TAXA       PIC X(01).
       01 TETO-ESCOLHIDO   PIC 9(09)V99.
       01 TAXA-APLICADA    PIC 9(03)V9(04).
       01 JUROS-CALCULADO  PIC 9(09)V99.
       01 SALDO-NOVO       PIC 9(09)V99.
       01 CREDITO-VALIDO   PIC X(01).
       01 CNT-LIDOS        PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-CREDITADOS   PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-INATIVOS     PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-SEM-TAXA     PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-SEM-JUROS    PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-ESTOURO      PIC 9(08) USAGE COMP VALUE ZERO.
       01 TOTAL-JUROS      PIC 9(13)V99 USAGE COMP VALUE ZERO.
       01 HOUVE-AGENCIA    PIC X(01) VALUE 'N'.
       01 AGENCIA-QUEBRA   PIC 9(04).
       01 QUEBRA-QTD       PIC 9(06) USAGE COMP VALUE ZERO.
       01 QUEBRA-JUROS     PIC 9(13)V99 USAGE COMP VALUE ZERO.
       01 TAB-AGENCIAS.
           03 QTD-AGENCIAS         PIC 9(04) USAGE COMP VALUE ZERO.
           03 TAB-AGR-OCORRE OCCURS 500 TIMES
                                  INDEXED BY IDX-AGR.
               05 TAB-AGR-CODIGO   PIC X(04).
               05 TAB-AGR-NOME     PIC X(20).
       01 AVISO-AGENCIAS-CHEIO PIC X(01) VALUE 'N'.
           88 AGENCIAS-CHEIO-AVISADO  VALUE 'S'.
       01 PROC-AGENCIA     PIC X(04).
       01 NOME-AGENCIA-REF PIC X(20).
       01 TAB-CONFERENCIA.
           03 QTD-CONFERENCIA      PIC 9(04) USAGE COMP VALUE ZERO.
           03 TAB-CNF-OCORRE OCCURS 500 TIMES
                                  INDEXED BY IDX-CNF.
               05 TAB-CNF-AGENCIA  PIC 9(04).
               05 TAB-CNF-REGISTRO PIC S9(13)V99 USAGE COMP.
               05 TAB-CNF-CONTABIL PIC S9(13)V99 USAGE COMP.
       01 AVISO-CONFERENCIA-CHEIO PIC X(01) VALUE 'N'.
           88 CONFERENCIA-CHEIO-AVISADO VALUE 'S'.
       01 PROC-CNF-AGENCIA PIC 9(04).
       01 VALOR-REGISTRO   PIC S9(13)V99 USAGE COMP.
       01 VALOR-CONTABIL   PIC S9(13)V99 USAGE COMP.
       01 TOTAL-REGISTRO   PIC S9(13)V99 USAGE COMP VALUE ZERO.
       01 TOTAL-CONTABIL   PIC S9(13)V99 USAGE COMP VALUE ZERO.
       01 ORIGEM-CONTABIL  PIC X(08) VALUE SPACES.
       01 DATA-CONTABIL    PIC 9(08) VALUE ZERO.
       01 CNT-DIVERGENTES  PIC 9(04) USAGE COMP VALUE ZERO.
       01 LINHA-TEXTO      PIC X(80).
       01 QTD-EDITADA      PIC 9(08).
      *    BALANCES PRINT IN CENTAVOS, THE SAME CONVENTION THE
      *    OTHER BALANCE REPORTS USE; THE RATE PRINTS SCALED BY
      *    10000 (0012500 = 1,25% AO MES).
       01 LINHA-JUROS.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LJU-AGENCIA      PIC 9(04).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LJU-NOME         PIC X(12).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LJU-CONTA        PIC 9(08).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LJU-SALDO        PIC 9(11).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LJU-TAXA         PIC 9(07).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LJU-JUROS        PIC 9(11).
           03 FILLER           PIC X(20) VALUE SPACES.
       01 LINHA-AGENCIA.
           03 FILLER           PIC X(08) VALUE 'AGENCIA '.
           03 LAG-AGENCIA      PIC 9(04).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LAG-NOME         PIC X(20).
           03 FILLER           PIC X(47) VALUE SPACES.
       01 LINHA-TOTAL.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LTO-ROTULO       PIC X(17).
           03 LTO-QTD          PIC 9(08).
           03 FILLER           PIC X(11) VALUE ' JUROS (C) '.
           03 LTO-JUROS        PIC 9(15).
           03 FILLER           PIC X(27) VALUE SPACES.
       01 LINHA-CONFERENCIA.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LCF-AGENCIA      PIC 9(04).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LCF-REGISTRO     PIC 9(15).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LCF-CONTABIL     PIC 9(15).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LCF-SITUACAO     PIC X(10).
           03 FILLER           PIC X(31) VALUE SPACES.
      ******************************************
       PROCEDURE DIVISION.
            PERFORM 001-VALIDAR THRU 001-FIM.
            IF MODO-CONFERENCIA
                PERFORM 005-CONFERIR THRU 005-FIM
            END-IF.
            PERFORM 002-LER THRU 002-FIM.
            PERFORM 003-ENCERRAR THRU 004-FIM.
      ******************************************

       001-VALIDAR SECTION.
           ACCEPT MODO-JUROS FROM ENVIRONMENT 'MODO-JUROS'
               ON EXCEPTION
                   MOVE 'CALCULO' TO MODO-JUROS
           END-ACCEPT.

           ACCEPT DATA-PROCESSAMENTO FROM DATE YYYYMMDD.

           IF MODO-CONFERENCIA
               PERFORM 001-PREPARAR-CONFERENCIA THRU
                       001-PREPARAR-CONFERENCIA-FIM
               GO TO 001-FIM
           END-IF.

      *    A MONTH ALREADY ACCRUED IS REFUSED BEFORE ANY OUTPUT IS
      *    TRUNCATED -- A SECOND CREDIT FILE FIGURED ON THE BALANCES
      *    THE FIRST ONE LEFT WOULD PASS EVERY CHECK PROGMST MAKES,
      *    AND JUROS-TOTAIS WOULD NO LONGER MATCH THE LEDGER.
      *    REPROCESSAR=S ACCRUES IT AGAIN ON PURPOSE.
           MOVE DATA-PROCESSAMENTO (1:6) TO MES-JUROS.
           PERFORM 001-CONFERIR-MES THRU 001-CONFERIR-MES-FIM.

           ACCEPT ARQTRANSJUROS FROM ENVIRONMENT 'ARQTRANSJUROS'
               ON EXCEPTION
                   MOVE './TRANSACOES-JUROS.txt' TO ARQTRANSJUROS
           END-ACCEPT.

           ACCEPT ARQJUROSBASE FROM ENVIRONMENT 'ARQJUROSBASE'
               ON EXCEPTION
                   MOVE './JUROS-BASE.txt' TO ARQJUROSBASE
           END-ACCEPT.

           ACCEPT ARQRELJUROS FROM ENVIRONMENT 'ARQRELJUROS'
               ON EXCEPTION
                   MOVE './RELATORIO-JUROS.txt' TO ARQRELJUROS
           END-ACCEPT.

           PERFORM 001-CARREGAR-TAXAS THRU 001-CARREGAR-TAXAS-FIM.

      *    WITHOUT A SINGLE USABLE RATE THERE IS NOTHING TO
      *    ACCRUE -- AN EMPTY CREDIT FILE WOULD LOOK LIKE A MONTH
      *    WITH NO INTEREST DUE.
           IF QTD-TAXAS EQUAL ZERO
               DISPLAY 'No usable rate in TAXAS-JUROS, nothing '
                       'accrued'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY 'ARQTRANSJUROS' UPON ENVIRONMENT-NAME.
           DISPLAY ARQTRANSJUROS UPON ENVIRONMENT-VALUE.

           DISPLAY 'ARQJUROSBASE' UPON ENVIRONMENT-NAME.
           DISPLAY ARQJUROSBASE UPON ENVIRONMENT-VALUE.

           DISPLAY 'ARQRELJUROS' UPON ENVIRONMENT-NAME.
           DISPLAY ARQRELJUROS UPON ENVIRONMENT-VALUE.

           OPEN INPUT CLIENTES-MASTER.
           OPEN OUTPUT TRANSACOES-JUROS.
           OPEN OUTPUT JUROS-BASE.
           OPEN OUTPUT JUROS-TOTAIS.
           OPEN OUTPUT REL-JUROS.

           IF FS-CLIENTES-MASTER NOT EQUAL TO ZEROS
              OR FS-TRANSACOES-JUROS NOT EQUAL TO ZEROS
              OR FS-JUROS-BASE NOT EQUAL TO ZEROS
              OR FS-JUROS-TOTAIS NOT EQUAL TO ZEROS
              OR FS-REL-JUROS NOT EQUAL TO ZEROS
                 IF FS-CLIENTES-MASTER NOT EQUAL TO ZEROS
                     DISPLAY 'Erro ao abrir CLIENTES-MASTER, código: '
                             FS-CLIENTES-MASTER
                 END-IF
                 IF FS-TRANSACOES-JUROS NOT EQUAL TO ZEROS
                     DISPLAY 'Erro ao abrir TRANSACOES-JUROS, código: '
                             FS-TRANSACOES-JUROS
                 END-IF
                 IF FS-JUROS-BASE NOT EQUAL TO ZEROS
                     DISPLAY 'Erro ao abrir JUROS-BASE, código: '
                             FS-JUROS-BASE
                 END-IF
                 IF FS-JUROS-TOTAIS NOT EQUAL TO ZEROS
                     DISPLAY 'Erro ao abrir JUROS-TOTAIS, código: '
                             FS-JUROS-TOTAIS
                 END-IF
                 IF FS-REL-JUROS NOT EQUAL TO ZEROS
                     DISPLAY 'Erro ao abrir REL-JUROS, código: '
                             FS-REL-JUROS
                 END-IF
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-IF.

           PERFORM 001-CARREGAR-AGENCIAS THRU
                   001-CARREGAR-AGENCIAS-FIM.

           MOVE SPACES TO LINHA-TEXTO.
           STRING 'REGISTRO DE JUROS APROPRIADOS - PROCESSAMENTO '
                      DELIMITED BY SIZE
                  DATA-PROCESSAMENTO DELIMITED BY SIZE
               INTO LINHA-TEXTO.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

           MOVE '  AGEN NOME         CONTA' TO LINHA-TEXTO.
           MOVE 'SALDO (C)' TO LINHA-TEXTO (30:9).
           MOVE 'TAXA' TO LINHA-TEXTO (42:4).
           MOVE 'JUROS (C)' TO LINHA-TEXTO (50:9).
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

       001-FIM.
           EXIT.
      ******************************************

       001-CONFERIR-MES SECTION.
      *    AN ABSENT CONTROL FILE IS THE FIRST MONTH EVER ACCRUED.
           OPEN INPUT JUROS-CTL.
           IF FS-JUROS-CTL EQUAL ZEROS
               READ JUROS-CTL
                   NOT AT END
                       MOVE JCT-MES TO MES-ANTERIOR
               END-READ
               CLOSE JUROS-CTL
           ELSE
               IF FS-JUROS-CTL NOT EQUAL '35'
                   DISPLAY 'Erro ao abrir JUROS-CTL, código: '
                           FS-JUROS-CTL
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           IF MES-ANTERIOR NOT EQUAL MES-JUROS
               GO TO 001-CONFERIR-MES-FIM
           END-IF.

           ACCEPT REPROCESSAR FROM ENVIRONMENT 'REPROCESSAR'
               ON EXCEPTION
                   MOVE 'N' TO REPROCESSAR
           END-ACCEPT.

           IF REPROCESSAMENTO-AUTORIZADO
               DISPLAY 'Warning: month ' MES-JUROS
                       ' already accrued, reprocessing authorized'
               GO TO 001-CONFERIR-MES-FIM
           END-IF.

           DISPLAY 'Interest for month ' MES-JUROS
                   ' already accrued (JUROS-CTL), nothing written'.
           DISPLAY 'Set REPROCESSAR=S to accrue it again'.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       001-CONFERIR-MES-FIM.
           EXIT.
      ******************************************

       001-PREPARAR-CONFERENCIA SECTION.
           ACCEPT ARQCONTABILMST FROM ENVIRONMENT 'ARQCONTABILMST'
               ON EXCEPTION
                   MOVE './CONTABIL-JUROS.txt' TO ARQCONTABILMST
           END-ACCEPT.

           ACCEPT ARQRELJUROS FROM ENVIRONMENT 'ARQRELJUROS'
               ON EXCEPTION
                   MOVE './RELATORIO-CONFERENCIA-JUROS.txt'
                       TO ARQRELJUROS
           END-ACCEPT.

           DISPLAY 'ARQCONTABILMST' UPON ENVIRONMENT-NAME.
           DISPLAY ARQCONTABILMST UPON ENVIRONMENT-VALUE.

           DISPLAY 'ARQRELJUROS' UPON ENVIRONMENT-NAME.
           DISPLAY ARQRELJUROS UPON ENVIRONMENT-VALUE.

           OPEN INPUT JUROS-TOTAIS.
           OPEN INPUT CONTABIL.
           OPEN OUTPUT REL-JUROS.

           IF FS-JUROS-TOTAIS NOT EQUAL TO ZEROS
              OR FS-CONTABIL NOT EQUAL TO ZEROS
              OR FS-REL-JUROS NOT EQUAL TO ZEROS
                 IF FS-JUROS-TOTAIS NOT EQUAL TO ZEROS
                     DISPLAY 'Erro ao abrir JUROS-TOTAIS, código: '
                             FS-JUROS-TOTAIS
                 END-IF
                 IF FS-CONTABIL NOT EQUAL TO ZEROS
                     DISPLAY 'Erro ao abrir CONTABIL, código: '
                             FS-CONTABIL
                 END-IF
                 IF FS-REL-JUROS NOT EQUAL TO ZEROS
                     DISPLAY 'Erro ao abrir REL-JUROS, código: '
                             FS-REL-JUROS
                 END-IF
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-IF.

       001-PREPARAR-CONFERENCIA-FIM.
           EXIT.
      ******************************************

       001-CARREGAR-TAXAS SECTION.
           OPEN INPUT TAXAS-JUROS.
           IF FS-TAXAS-JUROS NOT EQUAL ZEROS
               DISPLAY 'Erro ao abrir TAXAS-JUROS, código: '
                       FS-TAXAS-JUROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL EOF-TAXAS EQUAL 'S'
               READ TAXAS-JUROS
                       AT END
                           MOVE 'S' TO EOF-TAXAS
                       NOT AT END
                           PERFORM 001-GUARDAR-TAXA
               END-READ
           END-PERFORM.

           CLOSE TAXAS-JUROS.

           DISPLAY 'Rate bands loaded: ' QTD-TAXAS.
           IF CNT-TAXAS-INVALIDAS NOT EQUAL ZERO
               DISPLAY 'Rate rows skipped (not numeric): '
                       CNT-TAXAS-INVALIDAS
           END-IF.

       001-CARREGAR-TAXAS-FIM.
           EXIT.
      ******************************************

       001-GUARDAR-TAXA SECTION.
           IF TXJ-AGENCIA IS NOT NUMERIC
              OR TXJ-SALDO-ATE IS NOT NUMERIC
              OR TXJ-TAXA IS NOT NUMERIC
               ADD 1 TO CNT-TAXAS-INVALIDAS
               GO TO 001-GUARDAR-TAXA-FIM
           END-IF.

           IF QTD-TAXAS < 500
               ADD 1 TO QTD-TAXAS
               SET IDX-TXJ TO QTD-TAXAS
               MOVE TXJ-AGENCIA TO TAB-TXJ-AGENCIA (IDX-TXJ)
               MOVE TXJ-SALDO-ATE TO TAB-TXJ-SALDO-ATE (IDX-TXJ)
               MOVE TXJ-TAXA TO TAB-TXJ-TAXA (IDX-TXJ)
           ELSE
               IF NOT TAXAS-CHEIO-AVISADO
                   DISPLAY 'Warning: rate table full (500), further '
                           'bands ignored'
                   MOVE 'S' TO AVISO-TAXAS-CHEIO
               END-IF
           END-IF.

       001-GUARDAR-TAXA-FIM.
           EXIT.
      ******************************************

       001-CARREGAR-AGENCIAS SECTION.
      *    BRANCH NAMES ONLY DRESS THE REGISTER -- WITHOUT THE
      *    REFERENCE FILE THE NAME COLUMN SIMPLY STAYS BLANK.
           MOVE 'N' TO EOF-AGENCIAS-REF.

           OPEN INPUT AGENCIAS-REF.
           IF FS-AGENCIAS-REF NOT EQUAL ZEROS
               DISPLAY 'Warning: branch reference file unavailable ('
                       FS-AGENCIAS-REF '), branch names left blank'
               MOVE 'S' TO SEM-AGENCIAS-REF
               MOVE 'S' TO EOF-AGENCIAS-REF
           END-IF.

           PERFORM UNTIL EOF-AGENCIAS-REF EQUAL 'S'
               READ AGENCIAS-REF
                       AT END
                           MOVE 'S' TO EOF-AGENCIAS-REF
                       NOT AT END
                           IF QTD-AGENCIAS < 500
                               ADD 1 TO QTD-AGENCIAS
                               SET IDX-AGR TO QTD-AGENCIAS
                               MOVE AGR-CODIGO
                                   TO TAB-AGR-CODIGO (IDX-AGR)
                               MOVE AGR-NOME
                                   TO TAB-AGR-NOME (IDX-AGR)
                           ELSE
                               IF NOT AGENCIAS-CHEIO-AVISADO
                                   DISPLAY 'Warning: branch table '
                                       'full (500), further entries '
                                       'ignored'
                                   MOVE 'S' TO AVISO-AGENCIAS-CHEIO
                               END-IF
                           END-IF
               END-READ
           END-PERFORM.

           IF NOT AGENCIAS-INDISPONIVEIS
               CLOSE AGENCIAS-REF
           END-IF.

       001-CARREGAR-AGENCIAS-FIM.
           EXIT.
      ******************************************

       002-LER SECTION.
      *    THE MASTER COMES IN KEY ORDER, SO THE REGISTER'S BRANCH
      *    SUBTOTALS ARE A PLAIN CONTROL BREAK ON MST-AGENCIA.
           PERFORM UNTIL EOF-MASTER EQUAL 'S'
               READ CLIENTES-MASTER NEXT
                       AT END
                           MOVE 'S' TO EOF-MASTER
                       NOT AT END
                           ADD 1 TO CNT-LIDOS
                           PERFORM 002-CALCULAR
               END-READ
           END-PERFORM.

           IF HOUVE-AGENCIA EQUAL 'S'
               PERFORM 002-FECHAR-AGENCIA THRU 002-FECHAR-AGENCIA-FIM
           END-IF.

       002-FIM.
           EXIT.
      ******************************************

       002-CALCULAR SECTION.
           IF HOUVE-AGENCIA EQUAL 'N'
               MOVE 'S' TO HOUVE-AGENCIA
               MOVE MST-AGENCIA TO AGENCIA-QUEBRA
           ELSE
               IF MST-AGENCIA NOT EQUAL AGENCIA-QUEBRA
                   PERFORM 002-FECHAR-AGENCIA THRU
                           002-FECHAR-AGENCIA-FIM
                   MOVE MST-AGENCIA TO AGENCIA-QUEBRA
               END-IF
           END-IF.

           IF MST-INATIVA
               ADD 1 TO CNT-INATIVOS
               GO TO 002-CALCULAR-FIM
           END-IF.

      *    THE BRANCH'S OWN BANDS WIN; THE GENERAL TABLE ONLY
      *    PRICES WHAT THE BRANCH DOES NOT OVERRIDE.
           MOVE MST-AGENCIA TO PROC-TAXA-AGENCIA.
           PERFORM 002-PROCURAR-TAXA THRU 002-PROCURAR-TAXA-FIM.
           IF ACHOU-TAXA EQUAL 'N'
               MOVE ZERO TO PROC-TAXA-AGENCIA
               PERFORM 002-PROCURAR-TAXA THRU 002-PROCURAR-TAXA-FIM
           END-IF.

           IF ACHOU-TAXA EQUAL 'N'
               ADD 1 TO CNT-SEM-TAXA
               DISPLAY 'No rate band for ' MST-AGENCIA ' ' MST-NOME
               GO TO 002-CALCULAR-FIM
           END-IF.

           COMPUTE JUROS-CALCULADO ROUNDED =
               MST-SALDO * TAXA-APLICADA / 100.

           IF JUROS-CALCULADO EQUAL ZERO
               ADD 1 TO CNT-SEM-JUROS
               GO TO 002-CALCULAR-FIM
           END-IF.

           MOVE 'S' TO CREDITO-VALIDO.
           ADD MST-SALDO JUROS-CALCULADO GIVING SALDO-NOVO
               ON SIZE ERROR
                   MOVE 'N' TO CREDITO-VALIDO
           END-ADD.

           IF CREDITO-VALIDO EQUAL 'N'
               ADD 1 TO CNT-ESTOURO
               DISPLAY 'Credit overflows SALDO for ' MST-AGENCIA ' '
                       MST-NOME
               GO TO 002-CALCULAR-FIM
           END-IF.

           PERFORM 002-GRAVAR-CREDITO THRU 002-GRAVAR-CREDITO-FIM.

       002-CALCULAR-FIM.
           EXIT.
      ******************************************

       002-PROCURAR-TAXA SECTION.
      *    THE ROWS NEED NOT COME SORTED: THE SMALLEST CEILING THAT
      *    STILL HOLDS THE BALANCE IS THE KEY'S BAND.
           MOVE 'N' TO ACHOU-TAXA.
           MOVE ZERO TO TAXA-APLICADA.
           MOVE ZERO TO TETO-ESCOLHIDO.

           PERFORM VARYING IDX-TXJ FROM 1 BY 1
                   UNTIL IDX-TXJ > QTD-TAXAS
               IF TAB-TXJ-AGENCIA (IDX-TXJ) EQUAL PROC-TAXA-AGENCIA
                  AND TAB-TXJ-SALDO-ATE (IDX-TXJ) NOT LESS MST-SALDO
                   IF ACHOU-TAXA EQUAL 'N'
                      OR TAB-TXJ-SALDO-ATE (IDX-TXJ) < TETO-ESCOLHIDO
                       MOVE 'S' TO ACHOU-TAXA
                       MOVE TAB-TXJ-SALDO-ATE (IDX-TXJ)
                           TO TETO-ESCOLHIDO
                       MOVE TAB-TXJ-TAXA (IDX-TXJ) TO TAXA-APLICADA
                   END-IF
               END-IF
           END-PERFORM.

       002-PROCURAR-TAXA-FIM.
           EXIT.
      ******************************************

       002-GRAVAR-CREDITO SECTION.
      *    EVERY FIELD BUT SALDO IS CARRIED FROM THE MASTER AS IT
      *    STANDS, SO PROGMST'S 'A' CHANGES NOTHING ELSE.
           MOVE 'A' TO TRJ-OPERACAO.
           MOVE MST-AGENCIA TO TRJ-AGENCIA.
           MOVE MST-NOME TO TRJ-NOME.
           MOVE MST-CPF TO TRJ-CPF.
           MOVE MST-CONTA TO TRJ-CONTA.
           MOVE MST-DATA-ABERTURA TO TRJ-DATA-ABERTURA.
           MOVE SALDO-NOVO TO TRJ-SALDO.

           WRITE TRANSACAO-JUROS.
           IF FS-TRANSACOES-JUROS NOT EQUAL ZEROS
               DISPLAY 'Writing error (transacoes juros): '
                       FS-TRANSACOES-JUROS
               MOVE 8 TO RETURN-CODE
               PERFORM 003-ENCERRAR
           END-IF.

      *    THE SALDO THE CREDIT WAS FIGURED ON, SO PROGMST CAN TELL
      *    WHETHER THE KEY MOVED BEFORE THE BATCH WAS POSTED.
           MOVE MST-AGENCIA TO JBA-AGENCIA.
           MOVE MST-NOME TO JBA-NOME.
           MOVE MST-SALDO TO JBA-SALDO.
           WRITE REG-JUROS-BASE.
           IF FS-JUROS-BASE NOT EQUAL ZEROS
               DISPLAY 'Writing error (juros base): ' FS-JUROS-BASE
               MOVE 8 TO RETURN-CODE
               PERFORM 003-ENCERRAR
           END-IF.

           ADD 1 TO CNT-CREDITADOS.
           ADD JUROS-CALCULADO TO TOTAL-JUROS.
           ADD 1 TO QUEBRA-QTD.
           ADD JUROS-CALCULADO TO QUEBRA-JUROS.

           MOVE MST-AGENCIA TO LJU-AGENCIA.
           MOVE MST-NOME TO LJU-NOME.
           MOVE MST-CONTA TO LJU-CONTA.
           COMPUTE LJU-SALDO = MST-SALDO * 100.
           COMPUTE LJU-TAXA = TAXA-APLICADA * 10000.
           COMPUTE LJU-JUROS = JUROS-CALCULADO * 100.
           WRITE REG-REL-JUROS FROM LINHA-JUROS.
           IF FS-REL-JUROS NOT EQUAL ZEROS
               DISPLAY 'Report write warning: ' FS-REL-JUROS
           END-IF.

       002-GRAVAR-CREDITO-FIM.
           EXIT.
      ******************************************

       002-FECHAR-AGENCIA SECTION.
      *    A BRANCH WITH NOTHING CREDITED STAYS OFF THE REGISTER
      *    AND OFF THE TOTALS THE LEDGER IS PROVED AGAINST --
      *    PROGMST WRITES NO INTERFACE LINE FOR IT EITHER.
           IF QUEBRA-QTD NOT EQUAL ZERO
               PERFORM 002-IMPRIMIR-AGENCIA THRU
                       002-IMPRIMIR-AGENCIA-FIM
           END-IF.

           MOVE ZERO TO QUEBRA-QTD.
           MOVE ZERO TO QUEBRA-JUROS.

       002-FECHAR-AGENCIA-FIM.
           EXIT.
      ******************************************

       002-IMPRIMIR-AGENCIA SECTION.
           MOVE AGENCIA-QUEBRA TO PROC-AGENCIA.
           PERFORM 002-PROCURAR-AGENCIA THRU 002-PROCURAR-AGENCIA-FIM.

           MOVE AGENCIA-QUEBRA TO LAG-AGENCIA.
           MOVE NOME-AGENCIA-REF TO LAG-NOME.
           WRITE REG-REL-JUROS FROM LINHA-AGENCIA.

           MOVE 'CREDITOS:        ' TO LTO-ROTULO.
           MOVE QUEBRA-QTD TO LTO-QTD.
           COMPUTE LTO-JUROS = QUEBRA-JUROS * 100.
           WRITE REG-REL-JUROS FROM LINHA-TOTAL.
           IF FS-REL-JUROS NOT EQUAL ZEROS
               DISPLAY 'Report write warning: ' FS-REL-JUROS
           END-IF.

           MOVE DATA-PROCESSAMENTO TO JTO-DATA.
           MOVE AGENCIA-QUEBRA TO JTO-AGENCIA.
           MOVE QUEBRA-QTD TO JTO-QTD.
           MOVE QUEBRA-JUROS TO JTO-VALOR.
           WRITE REG-JUROS-TOTAL.
           IF FS-JUROS-TOTAIS NOT EQUAL ZEROS
               DISPLAY 'Totals write warning: ' FS-JUROS-TOTAIS
           END-IF.

       002-IMPRIMIR-AGENCIA-FIM.
           EXIT.
      ******************************************

       002-PROCURAR-AGENCIA SECTION.
           MOVE SPACES TO NOME-AGENCIA-REF.

           IF QTD-AGENCIAS NOT EQUAL ZERO
               PERFORM VARYING IDX-AGR FROM 1 BY 1
                       UNTIL IDX-AGR > QTD-AGENCIAS
                   IF TAB-AGR-CODIGO (IDX-AGR) EQUAL PROC-AGENCIA
                       MOVE TAB-AGR-NOME (IDX-AGR)
                           TO NOME-AGENCIA-REF
                       SET IDX-AGR TO QTD-AGENCIAS
                   END-IF
               END-PERFORM
           END-IF.

       002-PROCURAR-AGENCIA-FIM.
           EXIT.
      ******************************************

       003-ENCERRAR SECTION.
           MOVE SPACES TO LINHA-TEXTO
           MOVE CNT-LIDOS TO QTD-EDITADA
           STRING 'CHAVES LIDAS NO MASTER: ' DELIMITED BY SIZE
                  QTD-EDITADA DELIMITED BY SIZE
               INTO LINHA-TEXTO
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM

           MOVE SPACES TO LINHA-TEXTO
           MOVE CNT-INATIVOS TO QTD-EDITADA
           STRING 'INATIVAS SEM JUROS:     ' DELIMITED BY SIZE
                  QTD-EDITADA DELIMITED BY SIZE
               INTO LINHA-TEXTO
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM

           IF CNT-SEM-TAXA NOT EQUAL ZERO
               MOVE SPACES TO LINHA-TEXTO
               MOVE CNT-SEM-TAXA TO QTD-EDITADA
               STRING 'CHAVES SEM FAIXA DE TAXA:' DELIMITED BY SIZE
                      QTD-EDITADA DELIMITED BY SIZE
                   INTO LINHA-TEXTO
               PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM
           END-IF

           IF CNT-ESTOURO NOT EQUAL ZERO
               MOVE SPACES TO LINHA-TEXTO
               MOVE CNT-ESTOURO TO QTD-EDITADA
               STRING 'CREDITOS ACIMA DO SALDO: ' DELIMITED BY SIZE
                      QTD-EDITADA DELIMITED BY SIZE
                   INTO LINHA-TEXTO
               PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM
           END-IF

           MOVE 'TOTAL GERAL:     ' TO LTO-ROTULO
           MOVE CNT-CREDITADOS TO LTO-QTD
           COMPUTE LTO-JUROS = TOTAL-JUROS * 100
           WRITE REG-REL-JUROS FROM LINHA-TOTAL

           DISPLAY 'Master keys read: ' CNT-LIDOS
           DISPLAY 'Interest credits written: ' CNT-CREDITADOS
           DISPLAY 'INATIVA keys skipped: ' CNT-INATIVOS
           DISPLAY 'Keys with zero interest: ' CNT-SEM-JUROS
           DISPLAY 'Keys without a rate band: ' CNT-SEM-TAXA
           DISPLAY 'Credits overflowing SALDO: ' CNT-ESTOURO

           IF RETURN-CODE EQUAL ZERO
              AND (CNT-SEM-TAXA NOT EQUAL ZERO
                   OR CNT-ESTOURO NOT EQUAL ZERO)
               MOVE 4 TO RETURN-CODE
           END-IF

      *    A CREDIT FILE WRITTEN IN FULL, WARNINGS OR NOT, IS THE
      *    MONTH'S ACCRUAL -- ONLY A RUN THAT STOPPED ON AN ERROR
      *    LEAVES THE MONTH OPEN FOR A RERUN.
           IF RETURN-CODE LESS 8
               PERFORM 003-GRAVAR-CONTROLE THRU
                       003-GRAVAR-CONTROLE-FIM
           END-IF

           CLOSE CLIENTES-MASTER.
           CLOSE TRANSACOES-JUROS.
           CLOSE JUROS-BASE.
           CLOSE JUROS-TOTAIS.
           CLOSE REL-JUROS.
           STOP RUN.
       004-FIM.
           EXIT.
      ******************************************

       003-GRAVAR-CONTROLE SECTION.
           OPEN OUTPUT JUROS-CTL.
           IF FS-JUROS-CTL NOT EQUAL ZEROS
               DISPLAY 'Erro ao regravar JUROS-CTL, código: '
                       FS-JUROS-CTL
               MOVE 8 TO RETURN-CODE
               GO TO 003-GRAVAR-CONTROLE-FIM
           END-IF.

           MOVE SPACES TO REG-JUROS-CTL.
           MOVE MES-JUROS TO JCT-MES.
           MOVE DATA-PROCESSAMENTO TO JCT-DATA.
           MOVE CNT-CREDITADOS TO JCT-CREDITOS.
           WRITE REG-JUROS-CTL.
           IF FS-JUROS-CTL NOT EQUAL ZEROS
               DISPLAY 'Writing error (juros ctl): ' FS-JUROS-CTL
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE JUROS-CTL.

       003-GRAVAR-CONTROLE-FIM.
           EXIT.
      ******************************************

       003-GRAVAR-TEXTO SECTION.
           WRITE REG-REL-JUROS FROM LINHA-TEXTO.
           IF FS-REL-JUROS NOT EQUAL ZEROS
               DISPLAY 'Report write warning: ' FS-REL-JUROS
           END-IF.

       003-GRAVAR-TEXTO-FIM.
           EXIT.
      ******************************************

       005-CONFERIR SECTION.
      *    THE REGISTER SIDE COMES FROM JUROS-TOTAIS, THE LEDGER
      *    SIDE FROM THE CONTABIL BATCH PROGMST WROTE WHEN IT
      *    POSTED THE CREDITS: EVERY AGENCIA ON EITHER SIDE MUST
      *    SHOW THE SAME NET CREDIT ON THE OTHER. A CREDIT PROGMST
      *    REFUSED (KEY DELETED OR FLAGGED INATIVA SINCE THE
      *    CALCULATION) SURFACES HERE AS A DIVERGENT BRANCH.
           PERFORM UNTIL EOF-TOTAIS EQUAL 'S'
               READ JUROS-TOTAIS
                       AT END
                           MOVE 'S' TO EOF-TOTAIS
                       NOT AT END
                           MOVE JTO-DATA TO DATA-TOTAIS
                           MOVE JTO-AGENCIA TO PROC-CNF-AGENCIA
                           MOVE JTO-VALOR TO VALOR-REGISTRO
                           MOVE ZERO TO VALOR-CONTABIL
                           PERFORM 005-ACUMULAR-CONFERENCIA THRU
                                   005-ACUMULAR-CONFERENCIA-FIM
               END-READ
           END-PERFORM.

           PERFORM UNTIL EOF-CONTABIL EQUAL 'S'
               READ CONTABIL
                       AT END
                           MOVE 'S' TO EOF-CONTABIL
                       NOT AT END
                           IF CTB-HEADER
                               MOVE CTB-ORIGEM TO ORIGEM-CONTABIL
                               MOVE CTB-DATA TO DATA-CONTABIL
                           END-IF
                           IF CTB-DETALHE
                               MOVE CTB-AGENCIA TO PROC-CNF-AGENCIA
                               MOVE ZERO TO VALOR-REGISTRO
                               MOVE CTB-VALOR TO VALOR-CONTABIL
                               IF CTB-DEB-CRED EQUAL 'D'
                                   COMPUTE VALOR-CONTABIL =
                                       ZERO - CTB-VALOR
                               END-IF
                               PERFORM 005-ACUMULAR-CONFERENCIA THRU
                                       005-ACUMULAR-CONFERENCIA-FIM
                           END-IF
               END-READ
           END-PERFORM.

           MOVE SPACES TO LINHA-TEXTO.
           STRING 'CONFERENCIA JUROS X CONTABIL - PROCESSAMENTO '
                      DELIMITED BY SIZE
                  DATA-PROCESSAMENTO DELIMITED BY SIZE
               INTO LINHA-TEXTO.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

           MOVE SPACES TO LINHA-TEXTO.
           STRING 'REGISTRO DE ' DELIMITED BY SIZE
                  DATA-TOTAIS DELIMITED BY SIZE
                  '  LOTE CONTABIL DE ' DELIMITED BY SIZE
                  DATA-CONTABIL DELIMITED BY SIZE
                  ' ORIGEM ' DELIMITED BY SIZE
                  ORIGEM-CONTABIL DELIMITED BY SIZE
               INTO LINHA-TEXTO.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

      *    A BATCH FROM ANY OTHER ORIGIN IS NOT THE INTEREST
      *    POSTING, WHATEVER ITS NUMBERS SAY.
           IF ORIGEM-CONTABIL NOT EQUAL 'JUROS'
               ADD 1 TO CNT-DIVERGENTES
               MOVE 'LOTE CONTABIL NAO E DE ORIGEM JUROS'
                   TO LINHA-TEXTO
               PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM
           END-IF.

           MOVE '  AGEN REGISTRO (C)' TO LINHA-TEXTO.
           MOVE 'CONTABIL (C)' TO LINHA-TEXTO (24:12).
           MOVE 'SITUACAO' TO LINHA-TEXTO (40:8).
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

           IF QTD-CONFERENCIA NOT EQUAL ZERO
               PERFORM VARYING IDX-CNF FROM 1 BY 1
                       UNTIL IDX-CNF > QTD-CONFERENCIA
                   PERFORM 005-IMPRIMIR-CONFERENCIA THRU
                           005-IMPRIMIR-CONFERENCIA-FIM
               END-PERFORM
           END-IF.

           MOVE ZERO TO LCF-AGENCIA.
           COMPUTE LCF-REGISTRO = TOTAL-REGISTRO * 100.
           COMPUTE LCF-CONTABIL = TOTAL-CONTABIL * 100.
           MOVE 'TOTAL' TO LCF-SITUACAO.
           WRITE REG-REL-JUROS FROM LINHA-CONFERENCIA.

           MOVE SPACES TO LINHA-TEXTO.
           MOVE CNT-DIVERGENTES TO QTD-EDITADA.
           STRING 'DIVERGENCIAS: ' DELIMITED BY SIZE
                  QTD-EDITADA DELIMITED BY SIZE
               INTO LINHA-TEXTO.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

           DISPLAY 'Branches compared: ' QTD-CONFERENCIA
           DISPLAY 'Divergences: ' CNT-DIVERGENTES

           IF CNT-DIVERGENTES NOT EQUAL ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE JUROS-TOTAIS.
           CLOSE CONTABIL.
           CLOSE REL-JUROS.
           STOP RUN.
       005-FIM.
           EXIT.
      ******************************************

       005-ACUMULAR-CONFERENCIA SECTION.
           PERFORM VARYING IDX-CNF FROM 1 BY 1
                   UNTIL IDX-CNF > QTD-CONFERENCIA
                      OR TAB-CNF-AGENCIA (IDX-CNF) EQUAL
                         PROC-CNF-AGENCIA
               CONTINUE
           END-PERFORM.

           IF IDX-CNF > QTD-CONFERENCIA
               IF QTD-CONFERENCIA < 500
                   ADD 1 TO QTD-CONFERENCIA
                   SET IDX-CNF TO QTD-CONFERENCIA
                   MOVE PROC-CNF-AGENCIA TO TAB-CNF-AGENCIA (IDX-CNF)
                   MOVE ZERO TO TAB-CNF-REGISTRO (IDX-CNF)
                   MOVE ZERO TO TAB-CNF-CONTABIL (IDX-CNF)
               ELSE
                   IF NOT CONFERENCIA-CHEIO-AVISADO
                       DISPLAY 'Warning: branch table full (500), '
                               'further branches not compared'
                       MOVE 'S' TO AVISO-CONFERENCIA-CHEIO
                   END-IF
                   GO TO 005-ACUMULAR-CONFERENCIA-FIM
               END-IF
           END-IF.

           ADD VALOR-REGISTRO TO TAB-CNF-REGISTRO (IDX-CNF).
           ADD VALOR-CONTABIL TO TAB-CNF-CONTABIL (IDX-CNF).
           ADD VALOR-REGISTRO TO TOTAL-REGISTRO.
           ADD VALOR-CONTABIL TO TOTAL-CONTABIL.

       005-ACUMULAR-CONFERENCIA-FIM.
           EXIT.
      ******************************************

       005-IMPRIMIR-CONFERENCIA SECTION.
           MOVE TAB-CNF-AGENCIA (IDX-CNF) TO LCF-AGENCIA.
           COMPUTE LCF-REGISTRO = TAB-CNF-REGISTRO (IDX-CNF) * 100.
           COMPUTE LCF-CONTABIL = TAB-CNF-CONTABIL (IDX-CNF) * 100.

           IF TAB-CNF-REGISTRO (IDX-CNF) EQUAL
              TAB-CNF-CONTABIL (IDX-CNF)
               MOVE 'CONFERE' TO LCF-SITUACAO
           ELSE
               MOVE 'DIVERGE' TO LCF-SITUACAO
               ADD 1 TO CNT-DIVERGENTES
           END-IF.

           WRITE REG-REL-JUROS FROM LINHA-CONFERENCIA.
           IF FS-REL-JUROS NOT EQUAL ZEROS
               DISPLAY 'Report write warning: ' FS-REL-JUROS
           END-IF.

       005-IMPRIMIR-CONFERENCIA-FIM.
           EXIT.
      ******************************************
