       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGMON.
       AUTHOR. RAYAN ARGOLO
      ******************************************
      *    COMPLIANCE MONITORING OVER THE MOVEMENT HISTORY PROGMST  *
      *    APPENDS: EVERY MOVEMENT IN THE DATA-INICIO/DATA-FIM      *
      *    WINDOW (DEFAULT: ALL) IS CHECKED AND AN ALERT, WITH THE  *
      *    NEXT CASE NUMBER, GOES TO ARQALERTAS (DEFAULT            *
      *    ./ALERTAS-MONITORACAO.txt) FOR:                          *
      *      VALOR      ONE MOVEMENT MOVING THE BALANCE BY MORE     *
      *                 THAN LIMITE-MOVIMENTO (DEFAULT 50000);      *
      *      FREQUENCIA A CPF WITH MORE THAN QTD-MAXIMA MOVEMENTS   *
      *                 IN THE WINDOW (DEFAULT 0020);               *
      *      INC-EXC    AN 'I' FOLLOWED BY AN 'E' OF THE SAME KEY   *
      *                 WITHIN DIAS-INC-EXC DAYS (DEFAULT 005);     *
      *      AGREGADO   A CPF WHOSE MOVEMENTS, SPREAD OVER MORE     *
      *                 THAN ONE AGENCIA+NOME KEY, ADD UP TO MORE   *
      *                 THAN LIMITE-AGREGADO (DEFAULT 50000).       *
      *    A KEY'S CPF IS TAKEN FROM CPF-XREF.DAT WHEN IT IS THERE  *
      *    (A DELETED KEY FALLS BACK TO THE MOVEMENT'S OWN CPF), SO *
      *    ONE PERSON'S BRANCHES ARE SUMMED TOGETHER. LIMITS ARE IN *
      *    WHOLE REAIS, NINE DIGITS. BACKOUT COMPENSATION LINES     *
      *    ('B') AND BRANCH-MERGER TRANSFER LINES ('T', PROGFUS)    *
      *    ARE NOT CUSTOMER ACTIVITY AND ARE SKIPPED. CASE          *
      *    NUMBERS CONTINUE FROM RUN TO RUN (MONITORA-CTL.txt);     *
      *    THE REPORT SUMMARIZES THE ALERTS BY TYPE AND AGENCIA --  *
      *    AGENCIA 0000 IS A CPF ACTIVE IN MORE THAN ONE BRANCH.    *
      *    MOVEMENTS PROGARQ HAS ARCHIVED ARE READ FIRST, OLDEST    *
      *    GENERATION FIRST, WHENEVER DATA-INICIO FALLS BEFORE THE  *
      *    CUTOFF OF A MOVTOS-ARQ GENERATION IN                     *
      *    CATALOGO-GERACOES.txt -- AN ARCHIVE MISSING FROM DISK IS *
      *    NAMED ON THE REPORT. RETURN CODE 0 = NO ALERTS, 4 =      *
      *    ALERTS RAISED OR AN ARCHIVE GENERATION MISSING, 8 = NOT  *
      *    RUN.                                                     *
      ******************************************
       ENVIRONMENT DIVISION.
      ******************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT CPF-XREF ASSIGN TO './CPF-XREF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-CHAVE
               FILE STATUS IS FS-CPF-XREF.
      *    SCRATCH KEYED FILES, REBUILT EMPTY PER RUN: KEY-TO-CPF
      *    WITH THE PENDING INCLUDE DATE, AND THE PER-CPF TOTALS.
           SELECT MON-CHAVES ASSIGN TO './MONITORA-CHAVES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHV-CHAVE
               FILE STATUS IS FS-MON-CHAVES.
           SELECT MON-CPFS ASSIGN TO './MONITORA-CPFS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACP-CPF
               FILE STATUS IS FS-MON-CPFS.
           SELECT MON-CTL ASSIGN TO './MONITORA-CTL.txt'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-MON-CTL.
           SELECT ALERTAS ASSIGN TO ARQALERTAS
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-ALERTAS.
           SELECT REL-MONITORACAO
               ASSIGN TO './RELATORIO-MONITORACAO.txt'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-REL-MONITORACAO.
      ******************************************
       DATA DIVISION.
      ******************************************
       FILE SECTION.
      ******************************************
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
       FD CPF-XREF.
       01 REG-CPF-XREF.
           03 XRF-CHAVE.
               05 XRF-CPF          PIC 9(11).
               05 XRF-AGENCIA      PIC 9(04).
               05 XRF-NOME         PIC X(12).
           03 XRF-CONTA        PIC 9(08).
           03 XRF-SALDO        PIC 9(09)V99.
      *        CPF-KEYED CROSS-REFERENCE (MESMO CPF-XREF DO PROG)   *
       FD MON-CHAVES.
       01 REG-MON-CHAVE.
           03 CHV-CHAVE.
               05 CHV-AGENCIA      PIC 9(04).
               05 CHV-NOME         PIC X(12).
           03 CHV-CPF              PIC 9(11).
           03 CHV-DATA-INCLUSAO    PIC 9(08).
      *        ONE ENTRY PER AGENCIA+NOME: ITS CPF AND THE DATE OF  *
      *        AN 'I' STILL WAITING FOR A MATCHING 'E' (ZERO: NONE) *
       FD MON-CPFS.
       01 REG-MON-CPF.
           03 ACP-CPF              PIC 9(11).
           03 ACP-QTD              PIC 9(06).
           03 ACP-TOTAL            PIC 9(13)V99.
           03 ACP-CHAVE            PIC X(16).
           03 ACP-VARIAS-CHAVES    PIC X(01).
           03 ACP-AGENCIA          PIC 9(04).
           03 ACP-VARIAS-AGENCIAS  PIC X(01).
      *        PER-CPF MOVEMENT COUNT AND SUMMED BALANCE CHANGE,    *
      *        WITH THE FIRST KEY AND BRANCH SEEN AND WHETHER       *
      *        OTHERS FOLLOWED.                                     *
       FD MON-CTL
           RECORDING IS F.
       01 REG-MON-CTL.
           03 CTL-ULTIMO-CASO      PIC 9(08).
           03 CTL-DATA             PIC 9(08).
      *        LAYOUT = 16 POSIÇÕES -- LAST CASE NUMBER ISSUED      *
       FD ALERTAS
           RECORDING IS F.
       01 REG-ALERTA.
           03 ALR-CASO             PIC 9(08).
           03 ALR-DATA-GERACAO     PIC 9(08).
           03 ALR-TIPO             PIC X(10).
           03 ALR-AGENCIA          PIC 9(04).
           03 ALR-NOME             PIC X(12).
           03 ALR-CPF              PIC 9(11).
           03 ALR-DATA-MOV         PIC 9(08).
           03 ALR-VALOR            PIC 9(13)V99.
           03 ALR-QTD              PIC 9(06).
      *        LAYOUT = 82 POSIÇÕES -- VALOR: THE MOVEMENT'S CHANGE;*
      *        FREQUENCIA/AGREGADO: SUMMED CHANGE AND MOVEMENT      *
      *        COUNT; INC-EXC: BALANCE REMOVED AND DAYS BETWEEN.    *
       FD REL-MONITORACAO
           RECORDING IS F.
       01 REG-REL-MONITORACAO  PIC X(80).
      ******************************************
       WORKING-STORAGE SECTION.
       01 FS-MOVIMENTOS    PIC 9(02).
       01 FS-MOVTOS-ARQ    PIC 9(02).
       01 FS-CATALOGO      PIC 9(02).
       01 FS-CPF-XREF      PIC 9(02).
       01 FS-MON-CHAVES    PIC 9(02).
       01 FS-MON-CPFS      PIC 9(02).
       01 FS-MON-CTL       PIC 9(02).
       01 FS-ALERTAS       PIC 9(02).
       01 FS-REL-MONITORACAO PIC 9(02).
       01 EOF-MOVIMENTOS   PIC X(01) VALUE 'N'.
       01 EOF-MOVTOS-ARQ   PIC X(01).
       01 EOF-CATALOGO     PIC X(01) VALUE 'N'.
       01 EOF-CPF-XREF     PIC X(01) VALUE 'N'.
       01 EOF-MON-CPFS     PIC X(01) VALUE 'N'.
       01 ARQALERTAS       PIC X(100).
       01 ARQMOVTOSARQ     PIC X(100).
       01 DATA-PROCESSAMENTO   PIC 9(08) VALUE ZERO.
       01 DATA-INICIO-TX   PIC X(08).
       01 DATA-FIM-TX      PIC X(08).
       01 DATA-INICIO      PIC 9(08) VALUE ZERO.
       01 DATA-FIM         PIC 9(08) VALUE 99999999.
       01 LIMITE-MOVIMENTO-TX PIC X(09).
       01 LIMITE-MOVIMENTO PIC 9(09) VALUE 50000.
       01 LIMITE-AGREGADO-TX PIC X(09).
       01 LIMITE-AGREGADO  PIC 9(09) VALUE 50000.
       01 QTD-MAXIMA-TX    PIC X(04).
       01 QTD-MAXIMA       PIC 9(04) VALUE 20.
       01 DIAS-INC-EXC-TX  PIC X(03).
       01 DIAS-INC-EXC     PIC 9(03) VALUE 5.
       01 ULTIMO-CASO      PIC 9(08) VALUE ZERO.
       01 CPF-MOVIMENTO    PIC 9(11).
       01 VALOR-MUDANCA    PIC 9(09)V99.
       01 DIAS-DECORRIDOS  PIC S9(07) USAGE COMP.
       01 CHAVE-MOVIMENTO.
           03 CHM-AGENCIA      PIC 9(04).
           03 CHM-NOME         PIC X(12).
       01 CNT-LIDOS        PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-NA-JANELA    PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-ALERTAS      PIC 9(06) USAGE COMP VALUE ZERO.
       01 CNT-CPFS         PIC 9(08) USAGE COMP VALUE ZERO.
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
       01 TAB-RESUMO.
           03 QTD-RESUMO           PIC 9(04) USAGE COMP VALUE ZERO.
           03 TAB-RES-OCORRE OCCURS 500 TIMES
                                  INDEXED BY IDX-RES.
               05 TAB-RES-TIPO     PIC X(10).
               05 TAB-RES-AGENCIA  PIC 9(04).
               05 TAB-RES-QTD      PIC 9(06) USAGE COMP.
       01 AVISO-RESUMO-CHEIO PIC X(01) VALUE 'N'.
           88 RESUMO-CHEIO-AVISADO    VALUE 'S'.
       01 ACHOU-RESUMO     PIC X(01).
       01 TAB-TIPOS-VALORES.
           03 FILLER           PIC X(10) VALUE 'VALOR'.
           03 FILLER           PIC X(10) VALUE 'FREQUENCIA'.
           03 FILLER           PIC X(10) VALUE 'INC-EXC'.
           03 FILLER           PIC X(10) VALUE 'AGREGADO'.
       01 TAB-TIPOS REDEFINES TAB-TIPOS-VALORES.
           03 TAB-TIPO         PIC X(10) OCCURS 4 TIMES
                                  INDEXED BY IDX-TIPO.
       01 QTD-TIPO         PIC 9(06) USAGE COMP.
       01 LINHA-TEXTO      PIC X(80).
       01 QTD-EDITADA      PIC 9(08).
       01 LINHA-RESUMO.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LRE-TIPO         PIC X(10).
           03 FILLER           PIC X(09) VALUE ' AGENCIA '.
           03 LRE-AGENCIA      PIC 9(04).
           03 FILLER           PIC X(10) VALUE '  ALERTAS '.
           03 LRE-QTD          PIC 9(06).
           03 FILLER           PIC X(39) VALUE SPACES.
      ******************************************
       PROCEDURE DIVISION.
            PERFORM 001-VALIDAR THRU 001-FIM.
            PERFORM 002-LER THRU 002-FIM.
            PERFORM 003-ENCERRAR THRU 004-FIM.
      ******************************************

       001-VALIDAR SECTION.
           ACCEPT ARQALERTAS FROM ENVIRONMENT 'ARQALERTAS'
               ON EXCEPTION
                   MOVE './ALERTAS-MONITORACAO.txt' TO ARQALERTAS
           END-ACCEPT.

           ACCEPT DATA-INICIO-TX FROM ENVIRONMENT 'DATA-INICIO'
               ON EXCEPTION
                   MOVE SPACES TO DATA-INICIO-TX
           END-ACCEPT.
           IF DATA-INICIO-TX IS NUMERIC
               MOVE DATA-INICIO-TX TO DATA-INICIO
           END-IF.

           ACCEPT DATA-FIM-TX FROM ENVIRONMENT 'DATA-FIM'
               ON EXCEPTION
                   MOVE SPACES TO DATA-FIM-TX
           END-ACCEPT.
           IF DATA-FIM-TX IS NUMERIC
               MOVE DATA-FIM-TX TO DATA-FIM
           END-IF.

           ACCEPT LIMITE-MOVIMENTO-TX
               FROM ENVIRONMENT 'LIMITE-MOVIMENTO'
               ON EXCEPTION
                   MOVE SPACES TO LIMITE-MOVIMENTO-TX
           END-ACCEPT.
           IF LIMITE-MOVIMENTO-TX IS NUMERIC
               MOVE LIMITE-MOVIMENTO-TX TO LIMITE-MOVIMENTO
           END-IF.

           ACCEPT LIMITE-AGREGADO-TX
               FROM ENVIRONMENT 'LIMITE-AGREGADO'
               ON EXCEPTION
                   MOVE SPACES TO LIMITE-AGREGADO-TX
           END-ACCEPT.
           IF LIMITE-AGREGADO-TX IS NUMERIC
               MOVE LIMITE-AGREGADO-TX TO LIMITE-AGREGADO
           END-IF.

           ACCEPT QTD-MAXIMA-TX FROM ENVIRONMENT 'QTD-MAXIMA'
               ON EXCEPTION
                   MOVE SPACES TO QTD-MAXIMA-TX
           END-ACCEPT.
           IF QTD-MAXIMA-TX IS NUMERIC
               MOVE QTD-MAXIMA-TX TO QTD-MAXIMA
           END-IF.

           ACCEPT DIAS-INC-EXC-TX FROM ENVIRONMENT 'DIAS-INC-EXC'
               ON EXCEPTION
                   MOVE SPACES TO DIAS-INC-EXC-TX
           END-ACCEPT.
           IF DIAS-INC-EXC-TX IS NUMERIC
               MOVE DIAS-INC-EXC-TX TO DIAS-INC-EXC
           END-IF.

           ACCEPT DATA-PROCESSAMENTO FROM DATE YYYYMMDD.

      *    THE LAST CASE NUMBER ISSUED -- AN ABSENT CONTROL FILE
      *    IS THE FIRST RUN, NUMBERING STARTS AT 1.
           OPEN INPUT MON-CTL.
           IF FS-MON-CTL EQUAL ZEROS
               READ MON-CTL
                   NOT AT END
                       MOVE CTL-ULTIMO-CASO TO ULTIMO-CASO
               END-READ
               CLOSE MON-CTL
           ELSE
               IF FS-MON-CTL NOT EQUAL '35'
                   DISPLAY 'Erro ao abrir MON-CTL, código: '
                           FS-MON-CTL
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN INPUT MOVIMENTOS.
           IF FS-MOVIMENTOS NOT EQUAL ZEROS
               DISPLAY 'Erro ao abrir MOVIMENTOS, código: '
                       FS-MOVIMENTOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY 'ARQALERTAS' UPON ENVIRONMENT-NAME.
           DISPLAY ARQALERTAS UPON ENVIRONMENT-VALUE.

           OPEN OUTPUT ALERTAS.
           OPEN OUTPUT REL-MONITORACAO.

           OPEN OUTPUT MON-CHAVES.
           CLOSE MON-CHAVES.
           OPEN I-O MON-CHAVES.

           OPEN OUTPUT MON-CPFS.
           CLOSE MON-CPFS.
           OPEN I-O MON-CPFS.

           IF FS-ALERTAS NOT EQUAL TO ZEROS
              OR FS-REL-MONITORACAO NOT EQUAL TO ZEROS
              OR FS-MON-CHAVES NOT EQUAL TO ZEROS
              OR FS-MON-CPFS NOT EQUAL TO ZEROS
                 IF FS-ALERTAS NOT EQUAL TO ZEROS
                     DISPLAY 'Erro ao abrir ALERTAS, código: '
                             FS-ALERTAS
                 END-IF
                 IF FS-REL-MONITORACAO NOT EQUAL TO ZEROS
                     DISPLAY 'Erro ao abrir REL-MONITORACAO, código: '
                             FS-REL-MONITORACAO
                 END-IF
                 IF FS-MON-CHAVES NOT EQUAL TO ZEROS
                     DISPLAY 'Erro ao abrir MON-CHAVES, código: '
                             FS-MON-CHAVES
                 END-IF
                 IF FS-MON-CPFS NOT EQUAL TO ZEROS
                     DISPLAY 'Erro ao abrir MON-CPFS, código: '
                             FS-MON-CPFS
                 END-IF
                 CLOSE MOVIMENTOS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-IF.

           PERFORM 001-CARREGAR-XREF THRU 001-CARREGAR-XREF-FIM.

           PERFORM 001-CARREGAR-ARQUIVOS THRU
                   001-CARREGAR-ARQUIVOS-FIM.

           MOVE 'MONITORACAO DE MOVIMENTOS SUSPEITOS' TO LINHA-TEXTO.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

           MOVE SPACES TO LINHA-TEXTO.
           STRING 'PERIODO: ' DELIMITED BY SIZE
                  DATA-INICIO DELIMITED BY SIZE
                  ' A ' DELIMITED BY SIZE
                  DATA-FIM DELIMITED BY SIZE
                  '  PROCESSAMENTO ' DELIMITED BY SIZE
                  DATA-PROCESSAMENTO DELIMITED BY SIZE
               INTO LINHA-TEXTO.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

           MOVE SPACES TO LINHA-TEXTO.
           STRING 'LIMITES: MOVIMENTO ' DELIMITED BY SIZE
                  LIMITE-MOVIMENTO DELIMITED BY SIZE
                  ' AGREGADO ' DELIMITED BY SIZE
                  LIMITE-AGREGADO DELIMITED BY SIZE
                  ' QTD ' DELIMITED BY SIZE
                  QTD-MAXIMA DELIMITED BY SIZE
                  ' DIAS I/E ' DELIMITED BY SIZE
                  DIAS-INC-EXC DELIMITED BY SIZE
               INTO LINHA-TEXTO.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

       001-FIM.
           EXIT.
      ******************************************

       001-CARREGAR-XREF SECTION.
      *    THE CROSS-REFERENCE IS KEYED BY CPF; THE MOVEMENTS COME
      *    BY AGENCIA+NOME -- ONE PASS TURNS IT AROUND INTO THE
      *    SCRATCH KEY FILE. WITHOUT IT EVERY MOVEMENT KEEPS ITS
      *    OWN CPF AND THE RUN STILL GOES AHEAD.
           OPEN INPUT CPF-XREF.
           IF FS-CPF-XREF NOT EQUAL ZEROS
               DISPLAY 'CPF-XREF unavailable, code: ' FS-CPF-XREF
                       ' -- movement CPFs used'
               GO TO 001-CARREGAR-XREF-FIM
           END-IF.

           PERFORM UNTIL EOF-CPF-XREF EQUAL 'S'
               READ CPF-XREF NEXT
                       AT END
                           MOVE 'S' TO EOF-CPF-XREF
                       NOT AT END
                           MOVE XRF-AGENCIA TO CHV-AGENCIA
                           MOVE XRF-NOME TO CHV-NOME
                           MOVE XRF-CPF TO CHV-CPF
                           MOVE ZERO TO CHV-DATA-INCLUSAO
                           WRITE REG-MON-CHAVE
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
               END-READ
           END-PERFORM.

           CLOSE CPF-XREF.

       001-CARREGAR-XREF-FIM.
           EXIT.
      ******************************************

       001-CARREGAR-ARQUIVOS SECTION.
      *    A MOVTOS-ARQ GENERATION HOLDS ONLY MOVEMENTS DATED
      *    BEFORE ITS CUTOFF, SO IT MATTERS ONLY WHEN THE WINDOW
      *    STARTS BEFORE THAT DATE. THE GENERATIONS TAKEN ARE PUT
      *    IN DATE/SEQUENCE ORDER -- THE SAME ORDER PROGARQ CUT
      *    THEM -- SO AN 'I' IS STILL SEEN BEFORE ITS 'E'.
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
                           MOVE 'S' TO EOF-MOVIMENTOS
                       NOT AT END
                           ADD 1 TO CNT-LIDOS
                           PERFORM 002-EXAMINAR
               END-READ
           END-PERFORM.

           PERFORM 002-AVALIAR-CPFS THRU 002-AVALIAR-CPFS-FIM.

       002-FIM.
           EXIT.
      ******************************************

       002-LER-ARQUIVO SECTION.
      *    THE ARCHIVED LINE IS CARRIED INTO THE LIVE FILE'S
      *    RECORD AREA, SO THE CHECKS BELOW SERVE BOTH; THE LIVE
      *    FILE IS ONLY READ AFTER THE LAST ARCHIVE.
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
                           PERFORM 002-EXAMINAR
               END-READ
           END-PERFORM.

           CLOSE MOVTOS-ARQ.

       002-LER-ARQUIVO-FIM.
           EXIT.
      ******************************************

       002-EXAMINAR SECTION.
           IF MOV-DATA < DATA-INICIO OR MOV-DATA > DATA-FIM
               GO TO 002-EXAMINAR-FIM
           END-IF.

           IF MOV-OPERACAO EQUAL 'B' OR MOV-OPERACAO EQUAL 'T'
               GO TO 002-EXAMINAR-FIM
           END-IF.

           ADD 1 TO CNT-NA-JANELA.

           IF MOV-SALDO-NOVO NOT LESS MOV-SALDO-ANT
               COMPUTE VALOR-MUDANCA = MOV-SALDO-NOVO - MOV-SALDO-ANT
           ELSE
               COMPUTE VALOR-MUDANCA = MOV-SALDO-ANT - MOV-SALDO-NOVO
           END-IF.

      *    WHOSE MOVEMENT IS THIS: THE CPF THE CROSS-REFERENCE
      *    HOLDS FOR THE KEY, OR THE ONE THE MOVEMENT CARRIED.
           MOVE MOV-AGENCIA TO CHM-AGENCIA.
           MOVE MOV-NOME TO CHM-NOME.
           MOVE CHAVE-MOVIMENTO TO CHV-CHAVE.
           READ MON-CHAVES
               INVALID KEY
                   MOVE MOV-CPF TO CHV-CPF
                   MOVE ZERO TO CHV-DATA-INCLUSAO
                   WRITE REG-MON-CHAVE
                       INVALID KEY
                           DISPLAY 'Writing error (chaves): '
                                   FS-MON-CHAVES
                   END-WRITE
           END-READ.
           MOVE CHV-CPF TO CPF-MOVIMENTO.

           IF VALOR-MUDANCA > LIMITE-MOVIMENTO
               MOVE 'VALOR' TO ALR-TIPO
               MOVE MOV-AGENCIA TO ALR-AGENCIA
               MOVE MOV-NOME TO ALR-NOME
               MOVE CPF-MOVIMENTO TO ALR-CPF
               MOVE MOV-DATA TO ALR-DATA-MOV
               MOVE VALOR-MUDANCA TO ALR-VALOR
               MOVE 1 TO ALR-QTD
               PERFORM 003-GRAVAR-ALERTA THRU 003-GRAVAR-ALERTA-FIM
           END-IF.

           EVALUATE MOV-OPERACAO
               WHEN 'I'
                   MOVE MOV-DATA TO CHV-DATA-INCLUSAO
                   PERFORM 002-REGRAVAR-CHAVE THRU
                           002-REGRAVAR-CHAVE-FIM
               WHEN 'E'
                   IF CHV-DATA-INCLUSAO NOT EQUAL ZERO
                       PERFORM 002-CONFERIR-EXCLUSAO THRU
                               002-CONFERIR-EXCLUSAO-FIM
                       MOVE ZERO TO CHV-DATA-INCLUSAO
                       PERFORM 002-REGRAVAR-CHAVE THRU
                               002-REGRAVAR-CHAVE-FIM
                   END-IF
           END-EVALUATE.

           PERFORM 002-ACUMULAR-CPF THRU 002-ACUMULAR-CPF-FIM.

       002-EXAMINAR-FIM.
           EXIT.
      ******************************************

       002-CONFERIR-EXCLUSAO SECTION.
      *    AN ACCOUNT OPENED AND CLOSED AGAIN WITHIN A FEW DAYS IS
      *    A CLASSIC PASS-THROUGH -- THE INCLUDE'S DATE WAS KEPT ON
      *    THE KEY UNTIL THIS DELETE CAME IN.
           COMPUTE DIAS-DECORRIDOS =
               FUNCTION INTEGER-OF-DATE (MOV-DATA)
               - FUNCTION INTEGER-OF-DATE (CHV-DATA-INCLUSAO).

           IF DIAS-DECORRIDOS > DIAS-INC-EXC
               GO TO 002-CONFERIR-EXCLUSAO-FIM
           END-IF.

           MOVE 'INC-EXC' TO ALR-TIPO.
           MOVE MOV-AGENCIA TO ALR-AGENCIA.
           MOVE MOV-NOME TO ALR-NOME.
           MOVE CPF-MOVIMENTO TO ALR-CPF.
           MOVE MOV-DATA TO ALR-DATA-MOV.
           MOVE MOV-SALDO-ANT TO ALR-VALOR.
           MOVE DIAS-DECORRIDOS TO ALR-QTD.
           PERFORM 003-GRAVAR-ALERTA THRU 003-GRAVAR-ALERTA-FIM.

       002-CONFERIR-EXCLUSAO-FIM.
           EXIT.
      ******************************************

       002-REGRAVAR-CHAVE SECTION.
           MOVE CHAVE-MOVIMENTO TO CHV-CHAVE.
           MOVE CPF-MOVIMENTO TO CHV-CPF.
           REWRITE REG-MON-CHAVE
               INVALID KEY
                   DISPLAY 'Writing error (chaves): ' FS-MON-CHAVES
           END-REWRITE.

       002-REGRAVAR-CHAVE-FIM.
           EXIT.
      ******************************************

       002-ACUMULAR-CPF SECTION.
           MOVE CPF-MOVIMENTO TO ACP-CPF.
           READ MON-CPFS
               INVALID KEY
                   ADD 1 TO CNT-CPFS
                   MOVE 1 TO ACP-QTD
                   MOVE VALOR-MUDANCA TO ACP-TOTAL
                   MOVE CHAVE-MOVIMENTO TO ACP-CHAVE
                   MOVE 'N' TO ACP-VARIAS-CHAVES
                   MOVE MOV-AGENCIA TO ACP-AGENCIA
                   MOVE 'N' TO ACP-VARIAS-AGENCIAS
                   WRITE REG-MON-CPF
                       INVALID KEY
                           DISPLAY 'Writing error (cpfs): '
                                   FS-MON-CPFS
                   END-WRITE
                   GO TO 002-ACUMULAR-CPF-FIM
           END-READ.

           ADD 1 TO ACP-QTD
               ON SIZE ERROR
                   CONTINUE
           END-ADD.
           ADD VALOR-MUDANCA TO ACP-TOTAL
               ON SIZE ERROR
                   CONTINUE
           END-ADD.
           IF ACP-CHAVE NOT EQUAL CHAVE-MOVIMENTO
               MOVE 'S' TO ACP-VARIAS-CHAVES
           END-IF.
           IF ACP-AGENCIA NOT EQUAL MOV-AGENCIA
               MOVE 'S' TO ACP-VARIAS-AGENCIAS
           END-IF.

           REWRITE REG-MON-CPF
               INVALID KEY
                   DISPLAY 'Writing error (cpfs): ' FS-MON-CPFS
           END-REWRITE.

       002-ACUMULAR-CPF-FIM.
           EXIT.
      ******************************************

       002-AVALIAR-CPFS SECTION.
      *    THE PER-CPF ALERTS NEED THE WHOLE WINDOW, SO THEY COME
      *    OUT AFTER THE LAST MOVEMENT, IN CPF ORDER.
           CLOSE MON-CPFS.
           OPEN INPUT MON-CPFS.
           IF FS-MON-CPFS NOT EQUAL ZEROS
               DISPLAY 'Erro ao abrir MON-CPFS, código: ' FS-MON-CPFS
               GO TO 002-AVALIAR-CPFS-FIM
           END-IF.

           PERFORM UNTIL EOF-MON-CPFS EQUAL 'S'
               READ MON-CPFS NEXT
                       AT END
                           MOVE 'S' TO EOF-MON-CPFS
                       NOT AT END
                           PERFORM 002-AVALIAR-CPF THRU
                                   002-AVALIAR-CPF-FIM
               END-READ
           END-PERFORM.

       002-AVALIAR-CPFS-FIM.
           EXIT.
      ******************************************

       002-AVALIAR-CPF SECTION.
           MOVE ACP-CPF TO ALR-CPF.
           MOVE ZERO TO ALR-DATA-MOV.
           MOVE ACP-TOTAL TO ALR-VALOR.
           MOVE ACP-QTD TO ALR-QTD.
           MOVE ACP-AGENCIA TO ALR-AGENCIA.
           MOVE ACP-CHAVE (5:12) TO ALR-NOME.
           IF ACP-VARIAS-AGENCIAS EQUAL 'S'
               MOVE ZERO TO ALR-AGENCIA
           END-IF.
           IF ACP-VARIAS-CHAVES EQUAL 'S'
               MOVE SPACES TO ALR-NOME
           END-IF.

           IF ACP-QTD > QTD-MAXIMA
               MOVE 'FREQUENCIA' TO ALR-TIPO
               PERFORM 003-GRAVAR-ALERTA THRU 003-GRAVAR-ALERTA-FIM
           END-IF.

      *    ONE KEY ALONE IS ALREADY WATCHED BY THE PER-MOVEMENT
      *    LIMIT -- THE AGGREGATE IS ABOUT MONEY SPREAD THIN.
           IF ACP-VARIAS-CHAVES EQUAL 'S'
              AND ACP-TOTAL > LIMITE-AGREGADO
               MOVE 'AGREGADO' TO ALR-TIPO
               PERFORM 003-GRAVAR-ALERTA THRU 003-GRAVAR-ALERTA-FIM
           END-IF.

       002-AVALIAR-CPF-FIM.
           EXIT.
      ******************************************

       003-GRAVAR-ALERTA SECTION.
           ADD 1 TO ULTIMO-CASO.
           ADD 1 TO CNT-ALERTAS.
           MOVE ULTIMO-CASO TO ALR-CASO.
           MOVE DATA-PROCESSAMENTO TO ALR-DATA-GERACAO.

           WRITE REG-ALERTA.
           IF FS-ALERTAS NOT EQUAL ZEROS
               DISPLAY 'Writing error (alertas): ' FS-ALERTAS
           END-IF.

           MOVE 'N' TO ACHOU-RESUMO.

           IF QTD-RESUMO NOT EQUAL ZERO
               PERFORM VARYING IDX-RES FROM 1 BY 1
                       UNTIL IDX-RES > QTD-RESUMO
                   IF TAB-RES-TIPO (IDX-RES) EQUAL ALR-TIPO
                      AND TAB-RES-AGENCIA (IDX-RES) EQUAL ALR-AGENCIA
                       ADD 1 TO TAB-RES-QTD (IDX-RES)
                       MOVE 'S' TO ACHOU-RESUMO
                       SET IDX-RES TO QTD-RESUMO
                   END-IF
               END-PERFORM
           END-IF.

           IF ACHOU-RESUMO EQUAL 'N'
               IF QTD-RESUMO < 500
                   ADD 1 TO QTD-RESUMO
                   SET IDX-RES TO QTD-RESUMO
                   MOVE ALR-TIPO TO TAB-RES-TIPO (IDX-RES)
                   MOVE ALR-AGENCIA TO TAB-RES-AGENCIA (IDX-RES)
                   MOVE 1 TO TAB-RES-QTD (IDX-RES)
               ELSE
                   IF NOT RESUMO-CHEIO-AVISADO
                       DISPLAY 'Warning: summary table full (500), '
                               'further branches left out of the '
                               'summary'
                       MOVE 'S' TO AVISO-RESUMO-CHEIO
                   END-IF
               END-IF
           END-IF.

       003-GRAVAR-ALERTA-FIM.
           EXIT.
      ******************************************

       003-ENCERRAR SECTION.
           MOVE 'RESUMO POR TIPO DE ALERTA E AGENCIA' TO LINHA-TEXTO
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM

           PERFORM VARYING IDX-TIPO FROM 1 BY 1 UNTIL IDX-TIPO > 4
               PERFORM 003-RESUMIR-TIPO THRU 003-RESUMIR-TIPO-FIM
           END-PERFORM

           MOVE SPACES TO LINHA-TEXTO
           MOVE CNT-NA-JANELA TO QTD-EDITADA
           STRING 'MOVIMENTOS EXAMINADOS: ' DELIMITED BY SIZE
                  QTD-EDITADA DELIMITED BY SIZE
               INTO LINHA-TEXTO
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM

           MOVE SPACES TO LINHA-TEXTO
           MOVE CNT-CPFS TO QTD-EDITADA
           STRING 'CPFS COM MOVIMENTO: ' DELIMITED BY SIZE
                  QTD-EDITADA DELIMITED BY SIZE
               INTO LINHA-TEXTO
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM

           MOVE SPACES TO LINHA-TEXTO
           MOVE CNT-ALERTAS TO QTD-EDITADA
           STRING 'ALERTAS GERADOS: ' DELIMITED BY SIZE
                  QTD-EDITADA DELIMITED BY SIZE
                  ' ULTIMO CASO: ' DELIMITED BY SIZE
                  ULTIMO-CASO DELIMITED BY SIZE
               INTO LINHA-TEXTO
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM

           IF QTD-ARQUIVOS NOT EQUAL ZERO
               MOVE SPACES TO LINHA-TEXTO
               MOVE QTD-ARQUIVOS TO QTD-EDITADA
               STRING 'GERACOES ARQUIVADAS CONSULTADAS: '
                          DELIMITED BY SIZE
                      QTD-EDITADA DELIMITED BY SIZE
                   INTO LINHA-TEXTO
               PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM
           END-IF

           IF CNT-ARQ-AUSENTES NOT EQUAL ZERO
               MOVE SPACES TO LINHA-TEXTO
               MOVE CNT-ARQ-AUSENTES TO QTD-EDITADA
               STRING 'GERACOES AUSENTES - JANELA INCOMPLETA: '
                          DELIMITED BY SIZE
                      QTD-EDITADA DELIMITED BY SIZE
                   INTO LINHA-TEXTO
               PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM
           END-IF

           DISPLAY 'Movements read: ' CNT-LIDOS
           DISPLAY 'Archived movements read: ' CNT-ARQ-LIDOS
           DISPLAY 'Archive generations missing: ' CNT-ARQ-AUSENTES
           DISPLAY 'Movements in window: ' CNT-NA-JANELA
           DISPLAY 'CPFs with movements: ' CNT-CPFS
           DISPLAY 'Alerts raised: ' CNT-ALERTAS

           CLOSE MOVIMENTOS.
           CLOSE ALERTAS.
           CLOSE REL-MONITORACAO.
           CLOSE MON-CHAVES.
           CLOSE MON-CPFS.

      *    THE CASE NUMBER ONLY MOVES FORWARD -- A CASE ALREADY
      *    HANDED TO COMPLIANCE IS NEVER NUMBERED AGAIN.
           OPEN OUTPUT MON-CTL.
           IF FS-MON-CTL NOT EQUAL ZEROS
               DISPLAY 'Erro ao regravar MON-CTL, código: '
                       FS-MON-CTL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ULTIMO-CASO TO CTL-ULTIMO-CASO.
           MOVE DATA-PROCESSAMENTO TO CTL-DATA.
           WRITE REG-MON-CTL.
           CLOSE MON-CTL.

      *    A MISSING GENERATION MEANS THE COUNTS RAN SHORT -- THE
      *    RUN IS NOT CLEAN EVEN WITHOUT A SINGLE ALERT.
           IF CNT-ALERTAS NOT EQUAL ZERO
              OR CNT-ARQ-AUSENTES NOT EQUAL ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       004-FIM.
           EXIT.
      ******************************************

       003-RESUMIR-TIPO SECTION.
           MOVE ZERO TO QTD-TIPO.

           IF QTD-RESUMO NOT EQUAL ZERO
               PERFORM VARYING IDX-RES FROM 1 BY 1
                       UNTIL IDX-RES > QTD-RESUMO
                   IF TAB-RES-TIPO (IDX-RES) EQUAL TAB-TIPO (IDX-TIPO)
                       ADD TAB-RES-QTD (IDX-RES) TO QTD-TIPO
                       MOVE TAB-RES-TIPO (IDX-RES) TO LRE-TIPO
                       MOVE TAB-RES-AGENCIA (IDX-RES) TO LRE-AGENCIA
                       MOVE TAB-RES-QTD (IDX-RES) TO LRE-QTD
                       WRITE REG-REL-MONITORACAO FROM LINHA-RESUMO
                   END-IF
               END-PERFORM
           END-IF.

           MOVE SPACES TO LINHA-TEXTO.
           MOVE QTD-TIPO TO QTD-EDITADA.
           STRING 'TOTAL ' DELIMITED BY SIZE
                  TAB-TIPO (IDX-TIPO) DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  QTD-EDITADA DELIMITED BY SIZE
               INTO LINHA-TEXTO.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

       003-RESUMIR-TIPO-FIM.
           EXIT.
      ******************************************

       003-GRAVAR-TEXTO SECTION.
           WRITE REG-REL-MONITORACAO FROM LINHA-TEXTO.
           IF FS-REL-MONITORACAO NOT EQUAL ZEROS
               DISPLAY 'Report write warning: ' FS-REL-MONITORACAO
           END-IF.

       003-GRAVAR-TEXTO-FIM.
           EXIT.
      ******************************************
