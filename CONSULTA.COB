       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGTEL.
       AUTHOR. RAYAN ARGOLO
      ******************************************
      *    ONLINE INQUIRY AND MAINTENANCE OF THE CUSTOMER MASTER,   *
      *    ONE CUSTOMER PER SCREEN. A CUSTOMER IS FOUND BY ITS      *
      *    AGENCIA+NOME KEY (C), BY CPF THROUGH CPF-XREF (P, AGAIN  *
      *    FOR THE NEXT CUSTOMER OF THE SAME CPF) OR BY CONTA       *
      *    THROUGH THE MASTER'S ALTERNATE KEY (N, AGAIN FOR THE     *
      *    NEXT HOLDER OF A SHARED CONTA). THE SCREEN SHOWS THE     *
      *    BRANCH NAME, SITUACAO AND ITS DATES, AND THE LAST FIVE   *
      *    MOVEMENT LINES OF THE KEY. BALANCES ARE KEYED AND SHOWN  *
      *    IN CENTAVOS.                                             *
      *    AN OPERADOR LISTED IN OPERADORES-MANUTENCAO.txt MAY ALSO *
      *    KEY AN INCLUDE (I), CHANGE (A) OR DELETE (E). THE ENTRY  *
      *    IS CHECKED WITH PROGMST'S OWN RULES -- FIELDS, CPF       *
      *    DIGITS, DATE, BRANCH FOR AN INCLUDE, PRIOR STATE, CONTA  *
      *    NOT HELD BY ANOTHER KEY -- BEFORE ANYTHING IS WRITTEN,   *
      *    AND A REFUSAL ONLY SHOWS THE REASON. AN ACCEPTED ENTRY   *
      *    IS POSTED AS A JOURNAL BLOCK OF ITS OWN, WITH ITS        *
      *    MOVEMENT LINE AND CPF-XREF ENTRY, SO MODO-MASTER=BACKOUT *
      *    WITH THAT RUN ID UNDOES IT. A CHANGE OR DELETE OVER      *
      *    LIMITE-APROVACAO IS HELD IN PENDENTES-APROVACAO.txt FOR  *
      *    PROGAPR INSTEAD. THE SESSION'S POSTINGS GO TO THE LEDGER *
      *    AS ONE ORIGEM ONLINE BATCH APPENDED TO ARQCONTABILTEL.   *
      *    ANY OTHER OPERADOR ONLY CONSULTS, AND THE FILES ARE THEN *
      *    OPENED FOR INPUT. NOTHING IS POSTED WHILE A RUN'S        *
      *    JOURNAL BLOCK IS OPEN; MAINTENANCE SESSIONS BELONG IN    *
      *    THE ONLINE WINDOW, NOT WHILE THE BATCH CHAIN POSTS.      *
      *    RETURN CODE 0 = SESSION ENDED, 8 = MASTER NOT OPENED OR  *
      *    A POSTING FAILED WITH ITS JOURNAL BLOCK LEFT OPEN FOR    *
      *    BACKOUT.                                                 *
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
           SELECT PENDENTES ASSIGN TO './PENDENTES-APROVACAO.txt'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-PENDENTES.
           SELECT CONTABIL ASSIGN TO ARQCONTABILTEL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-CONTABIL.
           SELECT OPERADORES
               ASSIGN TO './OPERADORES-MANUTENCAO.txt'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.
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
      *        ONE A/B/F BLOCK PER POSTING KEYED ON THE SCREEN.     *
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
      *        LAYOUT = 40 POSIÇÕES (MESMO AGENCIAS-REF DO PROG)    *
       FD PENDENTES
           RECORDING IS F.
       01 REG-PENDENTE.
           03 PND-CHAVE.
               05 PND-EXECUCAO     PIC X(16).
               05 PND-SEQ          PIC 9(06).
           03 PND-ORIGEM           PIC X(07).
           03 PND-SITUACAO         PIC X(08).
           03 PND-OPERADOR-SUBM    PIC X(08).
           03 PND-DATA-SUBM        PIC 9(08).
           03 PND-HORA-SUBM        PIC 9(08).
           03 PND-OPERADOR-DEC     PIC X(08).
           03 PND-DATA-DEC         PIC 9(08).
           03 PND-HORA-DEC         PIC 9(08).
           03 PND-VALOR            PIC 9(09)V99.
           03 PND-CONTEUDO         PIC X(55).
           03 PND-SALDO-SUBM       PIC 9(09)V99.
      *        LAYOUT = 162 POSIÇÕES (MESMO PENDENTES DO PROGAPR)   *
      *        -- A HELD SCREEN POSTING GOES IN AS A PROGMST ITEM,  *
      *        WITH THE SALDO THE SCREEN SHOWED, SO IT COMES BACK   *
      *        THROUGH TRANSACOES-LIBERADAS.txt.                    *
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
      *        PROGMST, ORIGEM ONLINE) -- ONE H/D/T BATCH APPENDED  *
      *        PER SESSION THAT POSTED ANYTHING.                    *
       FD OPERADORES
           RECORDING IS F.
       01 REG-OPERADOR.
           03 OPM-OPERADOR         PIC X(08).
      *        LAYOUT = 8 POSIÇÕES -- ONE OPERADOR PER LINE ALLOWED *
      *        TO KEY INCLUDES, CHANGES AND DELETES ON THE SCREEN.  *
      ******************************************
       WORKING-STORAGE SECTION.
       01 FS-CLIENTES-MASTER   PIC 9(02).
       01 FS-CPF-XREF      PIC 9(02).
       01 FS-JORNAL        PIC 9(02).
       01 FS-MOVIMENTOS    PIC 9(02).
       01 FS-AGENCIAS-REF  PIC 9(02).
       01 FS-PENDENTES     PIC 9(02).
       01 FS-CONTABIL      PIC 9(02).
       01 FS-OPERADORES    PIC 9(02).
       01 EOF-JORNAL       PIC X(01).
       01 EOF-MOVIMENTOS   PIC X(01).
       01 EOF-AGENCIAS-REF PIC X(01) VALUE 'N'.
       01 EOF-OPERADORES   PIC X(01) VALUE 'N'.
       01 FIM-SESSAO       PIC X(01) VALUE 'N'.
       01 FIM-CONTA        PIC X(01).
       01 ARQCONTABILTEL   PIC X(100).
       01 OPERADOR         PIC X(08).
       01 AUTORIZACAO      PIC X(01) VALUE 'N'.
           88 OPERADOR-AUTORIZADO VALUE 'S'.
       01 XREF-DISPONIVEL  PIC X(01) VALUE 'N'.
       01 LIMITE-APROVACAO-TX PIC X(09).
       01 LIMITE-APROVACAO PIC 9(09) VALUE 100000.
       01 VALOR-MUDANCA    PIC 9(09)V99.
       01 ITEM-DESVIADO    PIC X(01).
       01 RESULTADO-EXECUCAO   PIC X(08) VALUE 'NORMAL'.
           88 EXECUCAO-NORMAL     VALUE 'NORMAL'.
           88 EXECUCAO-ABEND      VALUE 'ABEND'.
       01 DATA-PROCESSAMENTO   PIC 9(08) VALUE ZERO.
       01 HORA-EXECUCAO    PIC 9(08).
       01 HORA-MOVIMENTO   PIC 9(08).
       01 EXECUCAO-ATUAL.
           03 EXA-DATA         PIC 9(08).
           03 EXA-HORA         PIC 9(08).
       01 EXECUCAO-PENDENTE PIC X(16) VALUE SPACES.
       01 CNT-CONSULTAS    PIC 9(06) USAGE COMP VALUE ZERO.
       01 CNT-INCLUSOES    PIC 9(06) USAGE COMP VALUE ZERO.
       01 CNT-ALTERACOES   PIC 9(06) USAGE COMP VALUE ZERO.
       01 CNT-EXCLUSOES    PIC 9(06) USAGE COMP VALUE ZERO.
       01 CNT-PENDENTES    PIC 9(06) USAGE COMP VALUE ZERO.
       01 CNT-RECUSADAS    PIC 9(06) USAGE COMP VALUE ZERO.
       01 CNT-POSTAGENS    PIC 9(06) USAGE COMP VALUE ZERO.
      *    THE SCREEN BUILDS THE SAME 55-POSITION TRANSACTION A
      *    TRANSACOES LINE CARRIES, SO THE VALIDATION, THE POSTING
      *    RULES AND A HELD ITEM'S PND-CONTEUDO ARE PROGMST'S.
       01 TRANSACAO.
           03 TRN-OPERACAO     PIC X(01).
               88 TRN-INCLUSAO        VALUE 'I'.
               88 TRN-ALTERACAO       VALUE 'A'.
               88 TRN-EXCLUSAO        VALUE 'E'.
           03 TRN-AGENCIA      PIC 9(04).
           03 TRN-NOME         PIC X(12).
           03 TRN-CPF          PIC 9(11).
           03 TRN-CONTA        PIC 9(08).
           03 TRN-DATA-ABERTURA PIC 9(08).
           03 TRN-SALDO        PIC 9(09)V99.
       01 TINHA-ANTERIOR   PIC X(01).
       01 CPF-ANTERIOR     PIC 9(11).
       01 SALDO-ANTERIOR   PIC 9(09)V99.
       01 CONTA-ANTERIOR   PIC 9(08).
       01 DATA-ABERTURA-ANTERIOR PIC 9(08).
       01 SITUACAO-ANTERIOR PIC X(07).
       01 DATA-SIT-ANTERIOR PIC 9(08).
       01 DATA-MOV-ANTERIOR PIC 9(08).
       01 REGISTRO-VALIDO  PIC X(01).
           88 REGISTRO-OK        VALUE 'S'.
           88 REGISTRO-INVALIDO  VALUE 'N'.
       01 MOTIVO-REJEICAO  PIC X(30).
       01 CPF-TRABALHO.
           03 CPF-DIGITO       PIC 9(01) OCCURS 11 TIMES.
       01 IDX-CPF          PIC 9(02) USAGE COMP.
       01 PESO-CPF         PIC 9(02) USAGE COMP.
       01 SOMA-CPF         PIC 9(04) USAGE COMP.
       01 RESTO-CPF        PIC 9(02) USAGE COMP.
       01 DV-CALCULADO     PIC 9(02) USAGE COMP.
       01 DATA-TRABALHO.
           03 DTT-ANO          PIC 9(04).
           03 DTT-MES          PIC 9(02).
           03 DTT-DIA          PIC 9(02).
       01 DIAS-NO-MES      PIC 9(02) USAGE COMP.
       01 RESTO-ANO        PIC 9(04) USAGE COMP.
       01 TAB-AGENCIAS.
           03 QTD-AGENCIAS         PIC 9(04) USAGE COMP VALUE ZERO.
           03 TAB-AGR-OCORRE OCCURS 500 TIMES
                                  INDEXED BY IDX-AGR.
               05 TAB-AGR-CODIGO   PIC X(04).
               05 TAB-AGR-NOME     PIC X(20).
               05 TAB-AGR-SITUACAO PIC X(07).
       01 SEM-AGENCIAS-REF PIC X(01) VALUE 'N'.
           88 AGENCIAS-INDISPONIVEIS  VALUE 'S'.
       01 PROC-AGENCIA     PIC X(04).
       01 ACHOU-AGENCIA    PIC X(01).
           88 AGENCIA-ACHADA       VALUE 'S'.
       01 NOME-AGENCIA-REF PIC X(20).
       01 SITUACAO-AGENCIA PIC X(07).
       01 TAB-CONTABIL.
           03 QTD-CONTABIL         PIC 9(04) USAGE COMP VALUE ZERO.
           03 TAB-CTB-OCORRE OCCURS 500 TIMES
                                  INDEXED BY IDX-CTB.
               05 TAB-CTB-AGENCIA  PIC 9(04).
               05 TAB-CTB-DEBITOS  PIC 9(13)V99 USAGE COMP.
               05 TAB-CTB-CREDITOS PIC 9(13)V99 USAGE COMP.
       01 AVISO-CONTABIL-CHEIO PIC X(01) VALUE 'N'.
           88 CONTABIL-CHEIO-AVISADO  VALUE 'S'.
       01 ACHOU-CONTABIL   PIC X(01).
       01 VALOR-DEBITO     PIC 9(13)V99 USAGE COMP.
       01 VALOR-CREDITO    PIC 9(13)V99 USAGE COMP.
       01 NET-AGENCIA      PIC S9(13)V99 USAGE COMP.
       01 NET-CONTABIL     PIC S9(13)V99 USAGE COMP VALUE ZERO.
       01 INTERFACE-LINHAS PIC 9(06) USAGE COMP VALUE ZERO.
      *    LOOKUP WORK AREAS: A SHARED CONTA IS PAGED BY REMEMBERING
      *    THE FIRST HOLDER AND THE ONE AFTER THE CUSTOMER ON SCREEN.
       01 CLIENTE-PRIMEIRO PIC X(77).
       01 CLIENTE-PROXIMO  PIC X(77).
       01 QTD-MESMA-CONTA  PIC 9(04) USAGE COMP.
       01 QTD-EDITADA      PIC Z(03)9.
       01 PASSOU-ATUAL     PIC X(01).
       01 ACHOU-PROXIMO    PIC X(01).
       01 CPF-PROCURADO    PIC 9(11).
       01 PRIMEIRA-BUSCA   PIC X(01).
      *    FIELDS OF THE SCREEN. BALANCES ARE KEYED AND SHOWN IN
      *    CENTAVOS, THE SAME CONVENTION THE BALANCE REPORTS USE.
       01 TEL-FUNCAO       PIC X(01) VALUE SPACES.
           88 TEL-FUNCAO-CHAVE    VALUE 'C'.
           88 TEL-FUNCAO-CPF      VALUE 'P'.
           88 TEL-FUNCAO-CONTA    VALUE 'N'.
           88 TEL-FUNCAO-MANUTENCAO VALUE 'I' 'A' 'E'.
           88 TEL-FUNCAO-FIM      VALUE 'F'.
       01 TEL-AGENCIA      PIC 9(04) VALUE ZERO.
       01 TEL-NOME         PIC X(12) VALUE SPACES.
       01 TEL-CPF          PIC 9(11) VALUE ZERO.
       01 TEL-CONTA        PIC 9(08) VALUE ZERO.
       01 TEL-DATA-ABERTURA PIC 9(08) VALUE ZERO.
       01 TEL-SALDO        PIC 9(11) VALUE ZERO.
       01 TEL-SITUACAO     PIC X(07) VALUE SPACES.
       01 TEL-DATA-SITUACAO PIC 9(08) VALUE ZERO.
       01 TEL-DATA-MOVIMENTO PIC 9(08) VALUE ZERO.
       01 TEL-NOME-AGENCIA PIC X(20) VALUE SPACES.
       01 TEL-SIT-AGENCIA  PIC X(07) VALUE SPACES.
       01 TEL-PERFIL       PIC X(10) VALUE 'CONSULTA'.
       01 TEL-MENSAGEM     PIC X(60) VALUE SPACES.
       01 TAB-ULTIMOS.
           03 QTD-ULTIMOS      PIC 9(04) USAGE COMP VALUE ZERO.
           03 TAB-ULT-LINHA    PIC X(60) OCCURS 5 TIMES.
       01 IDX-ULT          PIC 9(02) USAGE COMP.
       01 LINHA-MOVTO-TELA.
           03 LMT-OPERACAO     PIC X(01).
           03 FILLER           PIC X(03) VALUE SPACES.
           03 LMT-DATA         PIC 9(08).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LMT-HORA         PIC 9(08).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LMT-SALDO-ANT    PIC 9(11).
           03 FILLER           PIC X(04) VALUE SPACES.
           03 LMT-SALDO-NOVO   PIC 9(11).
           03 FILLER           PIC X(11) VALUE SPACES.
      ******************************************
       SCREEN SECTION.
       01 TELA-CLIENTE.
           03 BLANK SCREEN.
           03 LINE 1 COLUMN 2 VALUE 'PROGTEL'.
           03 LINE 1 COLUMN 20
               VALUE 'CONSULTA E MANUTENCAO DE CLIENTES'.
           03 LINE 1 COLUMN 64 VALUE 'DATA'.
           03 LINE 1 COLUMN 69 PIC 9(08) FROM DATA-PROCESSAMENTO.
           03 LINE 2 COLUMN 2 VALUE 'OPERADOR'.
           03 LINE 2 COLUMN 11 PIC X(08) FROM OPERADOR.
           03 LINE 2 COLUMN 21 PIC X(10) FROM TEL-PERFIL.
           03 LINE 4 COLUMN 2 VALUE 'FUNCAO'.
           03 LINE 4 COLUMN 9 PIC X(01) USING TEL-FUNCAO.
           03 LINE 4 COLUMN 12 VALUE
               'C=CHAVE P=CPF N=CONTA I=INCLUI A=ALTERA E=EXCLUI F=FIM'.
           03 LINE 6 COLUMN 2 VALUE 'AGENCIA'.
           03 LINE 6 COLUMN 11 PIC 9(04) USING TEL-AGENCIA.
           03 LINE 6 COLUMN 17 VALUE 'NOME'.
           03 LINE 6 COLUMN 23 PIC X(12) USING TEL-NOME.
           03 LINE 6 COLUMN 38 PIC X(20) FROM TEL-NOME-AGENCIA.
           03 LINE 6 COLUMN 60 PIC X(07) FROM TEL-SIT-AGENCIA.
           03 LINE 7 COLUMN 2 VALUE 'CPF'.
           03 LINE 7 COLUMN 11 PIC 9(11) USING TEL-CPF.
           03 LINE 7 COLUMN 25 VALUE 'CONTA'.
           03 LINE 7 COLUMN 32 PIC 9(08) USING TEL-CONTA.
           03 LINE 8 COLUMN 2 VALUE 'ABERTURA'.
           03 LINE 8 COLUMN 11 PIC 9(08) USING TEL-DATA-ABERTURA.
           03 LINE 8 COLUMN 25 VALUE 'SALDO (C)'.
           03 LINE 8 COLUMN 36 PIC 9(11) USING TEL-SALDO.
           03 LINE 9 COLUMN 2 VALUE 'SITUACAO'.
           03 LINE 9 COLUMN 11 PIC X(07) FROM TEL-SITUACAO.
           03 LINE 9 COLUMN 25 VALUE 'DESDE'.
           03 LINE 9 COLUMN 32 PIC 9(08) FROM TEL-DATA-SITUACAO.
           03 LINE 9 COLUMN 44 VALUE 'ULTIMO MOVIMENTO'.
           03 LINE 9 COLUMN 61 PIC 9(08) FROM TEL-DATA-MOVIMENTO.
           03 LINE 11 COLUMN 2 VALUE 'ULTIMOS MOVIMENTOS'.
           03 LINE 12 COLUMN 2 VALUE
               'OP  DATA     HORA      SALDO ANT (C)  SALDO NOVO (C)'.
           03 LINE 13 COLUMN 2 PIC X(60) FROM TAB-ULT-LINHA (1).
           03 LINE 14 COLUMN 2 PIC X(60) FROM TAB-ULT-LINHA (2).
           03 LINE 15 COLUMN 2 PIC X(60) FROM TAB-ULT-LINHA (3).
           03 LINE 16 COLUMN 2 PIC X(60) FROM TAB-ULT-LINHA (4).
           03 LINE 17 COLUMN 2 PIC X(60) FROM TAB-ULT-LINHA (5).
           03 LINE 22 COLUMN 2 VALUE 'MENSAGEM'.
           03 LINE 22 COLUMN 11 PIC X(60) FROM TEL-MENSAGEM.
      ******************************************
       PROCEDURE DIVISION.
            PERFORM 001-VALIDAR THRU 001-FIM.
            PERFORM 002-LER THRU 002-FIM.
            PERFORM 003-ENCERRAR THRU 004-FIM.
      ******************************************

       001-VALIDAR SECTION.
           ACCEPT OPERADOR FROM ENVIRONMENT 'OPERADOR'
               ON EXCEPTION
                   MOVE SPACES TO OPERADOR
           END-ACCEPT.

           ACCEPT LIMITE-APROVACAO-TX
               FROM ENVIRONMENT 'LIMITE-APROVACAO'
               ON EXCEPTION
                   MOVE SPACES TO LIMITE-APROVACAO-TX
           END-ACCEPT.
           IF LIMITE-APROVACAO-TX IS NUMERIC
               MOVE LIMITE-APROVACAO-TX TO LIMITE-APROVACAO
           END-IF.

           ACCEPT ARQCONTABILTEL FROM ENVIRONMENT 'ARQCONTABILTEL'
               ON EXCEPTION
                   MOVE './CONTABIL-ONLINE.txt' TO ARQCONTABILTEL
           END-ACCEPT.

           DISPLAY 'ARQCONTABILTEL' UPON ENVIRONMENT-NAME.
           DISPLAY ARQCONTABILTEL UPON ENVIRONMENT-VALUE.

           ACCEPT DATA-PROCESSAMENTO FROM DATE YYYYMMDD.

           PERFORM 001-CONFERIR-OPERADOR THRU
                   001-CONFERIR-OPERADOR-FIM.

           PERFORM 001-CARREGAR-AGENCIAS THRU
                   001-CARREGAR-AGENCIAS-FIM.

      *    AN INQUIRY-ONLY SESSION NEVER OPENS ANYTHING FOR UPDATE,
      *    SO IT CAN STAY UP WHILE THE BATCH CHAIN POSTS.
           IF OPERADOR-AUTORIZADO
               OPEN I-O CLIENTES-MASTER
           ELSE
               OPEN INPUT CLIENTES-MASTER
           END-IF.
           IF FS-CLIENTES-MASTER NOT EQUAL ZEROS
               DISPLAY 'Erro ao abrir CLIENTES-MASTER, código: '
                       FS-CLIENTES-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    WITHOUT THE CROSS-REFERENCE ONLY THE LOOKUP BY CPF IS
      *    LOST; A POSTING THEN LEAVES IT TO PROG'S NEXT FULL LOAD.
           IF OPERADOR-AUTORIZADO
               OPEN I-O CPF-XREF
           ELSE
               OPEN INPUT CPF-XREF
           END-IF.
           IF FS-CPF-XREF EQUAL ZEROS
               MOVE 'S' TO XREF-DISPONIVEL
           ELSE
               DISPLAY 'Warning: CPF-XREF unavailable ('
                       FS-CPF-XREF '), lookup by CPF disabled'
           END-IF.

       001-FIM.
           EXIT.
      ******************************************

       001-CONFERIR-OPERADOR SECTION.
      *    MAINTENANCE IS GRANTED BY NAME: OPERADOR MUST BE SET AND
      *    LISTED IN OPERADORES-MANUTENCAO.txt. ANYONE ELSE -- OR
      *    EVERYONE, WHEN THE LIST IS MISSING -- ONLY CONSULTS.
           IF OPERADOR EQUAL SPACES
               GO TO 001-CONFERIR-OPERADOR-FIM
           END-IF.

           OPEN INPUT OPERADORES.
           IF FS-OPERADORES NOT EQUAL ZEROS
               DISPLAY 'Warning: operator list unavailable ('
                       FS-OPERADORES '), inquiry only'
               GO TO 001-CONFERIR-OPERADOR-FIM
           END-IF.

           PERFORM UNTIL EOF-OPERADORES EQUAL 'S'
               READ OPERADORES
                       AT END
                           MOVE 'S' TO EOF-OPERADORES
                       NOT AT END
                           IF OPM-OPERADOR EQUAL OPERADOR
                               MOVE 'S' TO AUTORIZACAO
                               MOVE 'S' TO EOF-OPERADORES
                           END-IF
               END-READ
           END-PERFORM.

           CLOSE OPERADORES.

           IF OPERADOR-AUTORIZADO
               MOVE 'MANUTENCAO' TO TEL-PERFIL
           END-IF.

       001-CONFERIR-OPERADOR-FIM.
           EXIT.
      ******************************************

       001-CARREGAR-AGENCIAS SECTION.
      *    SAME ONE-TIME LOAD PROG MAKES; WITHOUT THE FILE THE
      *    SCREEN SHOWS NO BRANCH NAME AND SKIPS THE BRANCH CHECK.
           OPEN INPUT AGENCIAS-REF.
           IF FS-AGENCIAS-REF NOT EQUAL ZEROS
               DISPLAY 'Warning: branch reference file unavailable ('
                       FS-AGENCIAS-REF '), branch checks skipped'
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
                               MOVE AGR-SITUACAO
                                   TO TAB-AGR-SITUACAO (IDX-AGR)
                           END-IF
               END-READ
           END-PERFORM.

           IF NOT AGENCIAS-INDISPONIVEIS
               CLOSE AGENCIAS-REF
           END-IF.

       001-CARREGAR-AGENCIAS-FIM.
           EXIT.
      ******************************************

       001-CONFERIR-JORNAL SECTION.
      *    SAME FORWARD PASS PROGMST MAKES, REPEATED BEFORE EVERY
      *    POSTING -- A BATCH RUN MAY HAVE OPENED A BLOCK SINCE THE
      *    LAST ONE.
           MOVE 'N' TO EOF-JORNAL.
           MOVE SPACES TO EXECUCAO-PENDENTE.

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

       002-LER SECTION.
           IF OPERADOR-AUTORIZADO
               MOVE 'INFORME A FUNCAO E A CHAVE' TO TEL-MENSAGEM
           ELSE
               MOVE 'SOMENTE CONSULTA - OPERADOR SEM AUTORIZACAO'
                   TO TEL-MENSAGEM
           END-IF.

           PERFORM UNTIL FIM-SESSAO EQUAL 'S'
               DISPLAY TELA-CLIENTE
               ACCEPT TELA-CLIENTE
               MOVE FUNCTION UPPER-CASE (TEL-FUNCAO) TO TEL-FUNCAO
               MOVE SPACES TO TEL-MENSAGEM
               PERFORM 002-PROCESSAR-FUNCAO THRU
                       002-PROCESSAR-FUNCAO-FIM
           END-PERFORM.

       002-FIM.
           EXIT.
      ******************************************

       002-PROCESSAR-FUNCAO SECTION.
           EVALUATE TRUE
               WHEN TEL-FUNCAO-CHAVE
                   PERFORM 002-CONSULTAR-CHAVE THRU
                           002-CONSULTAR-CHAVE-FIM
               WHEN TEL-FUNCAO-CPF
                   PERFORM 002-CONSULTAR-CPF THRU
                           002-CONSULTAR-CPF-FIM
               WHEN TEL-FUNCAO-CONTA
                   PERFORM 002-CONSULTAR-CONTA THRU
                           002-CONSULTAR-CONTA-FIM
               WHEN TEL-FUNCAO-MANUTENCAO
                   PERFORM 002-MANTER THRU 002-MANTER-FIM
               WHEN TEL-FUNCAO-FIM
                   MOVE 'S' TO FIM-SESSAO
               WHEN OTHER
                   MOVE 'FUNCAO INVALIDA' TO TEL-MENSAGEM
           END-EVALUATE.

           IF EXECUCAO-ABEND
               MOVE 'S' TO FIM-SESSAO
           END-IF.

       002-PROCESSAR-FUNCAO-FIM.
           EXIT.
      ******************************************

       002-CONSULTAR-CHAVE SECTION.
           ADD 1 TO CNT-CONSULTAS.

           MOVE TEL-AGENCIA TO MST-AGENCIA.
           MOVE TEL-NOME TO MST-NOME.
           READ CLIENTES-MASTER KEY IS MST-CHAVE
               INVALID KEY
                   PERFORM 002-LIMPAR-CLIENTE THRU
                           002-LIMPAR-CLIENTE-FIM
                   MOVE 'CLIENTE NAO ENCONTRADO' TO TEL-MENSAGEM
               NOT INVALID KEY
                   PERFORM 002-MOSTRAR-CLIENTE THRU
                           002-MOSTRAR-CLIENTE-FIM
                   MOVE 'CLIENTE ENCONTRADO' TO TEL-MENSAGEM
           END-READ.

       002-CONSULTAR-CHAVE-FIM.
           EXIT.
      ******************************************

       002-CONSULTAR-CPF SECTION.
      *    THE CROSS-REFERENCE IS KEYED CPF+AGENCIA+NOME, SO THE
      *    BROWSE STARTS JUST PAST THE KEY ON SCREEN: A BARE CPF
      *    FINDS ITS FIRST CUSTOMER, AND 'P' AGAIN OVER A CUSTOMER
      *    OF THAT CPF PAGES TO THE NEXT ONE.
           ADD 1 TO CNT-CONSULTAS.

           IF XREF-DISPONIVEL NOT EQUAL 'S'
               MOVE 'CONSULTA POR CPF INDISPONIVEL' TO TEL-MENSAGEM
               GO TO 002-CONSULTAR-CPF-FIM
           END-IF.

           MOVE TEL-CPF TO CPF-PROCURADO.
           MOVE 'S' TO PRIMEIRA-BUSCA.
           IF TEL-AGENCIA NOT EQUAL ZERO
              OR TEL-NOME NOT EQUAL SPACES
               MOVE 'N' TO PRIMEIRA-BUSCA
           END-IF.

           MOVE TEL-CPF TO XRF-CPF.
           MOVE TEL-AGENCIA TO XRF-AGENCIA.
           MOVE TEL-NOME TO XRF-NOME.
           START CPF-XREF KEY IS GREATER THAN XRF-CHAVE
               INVALID KEY
                   MOVE ZERO TO XRF-CPF
           END-START.

           IF XRF-CPF EQUAL CPF-PROCURADO
               READ CPF-XREF NEXT
                   AT END
                       MOVE ZERO TO XRF-CPF
               END-READ
           END-IF.

           IF XRF-CPF NOT EQUAL CPF-PROCURADO
               IF PRIMEIRA-BUSCA EQUAL 'S'
                   PERFORM 002-LIMPAR-CLIENTE THRU
                           002-LIMPAR-CLIENTE-FIM
                   MOVE CPF-PROCURADO TO TEL-CPF
                   MOVE 'CPF NAO ENCONTRADO' TO TEL-MENSAGEM
               ELSE
                   MOVE 'NAO HA OUTRO CLIENTE COM ESTE CPF'
                       TO TEL-MENSAGEM
               END-IF
               GO TO 002-CONSULTAR-CPF-FIM
           END-IF.

           MOVE XRF-AGENCIA TO MST-AGENCIA.
           MOVE XRF-NOME TO MST-NOME.
           READ CLIENTES-MASTER KEY IS MST-CHAVE
               INVALID KEY
                   MOVE XRF-AGENCIA TO TEL-AGENCIA
                   MOVE XRF-NOME TO TEL-NOME
                   MOVE 'CPF-XREF SEM CLIENTE NO CADASTRO'
                       TO TEL-MENSAGEM
               NOT INVALID KEY
                   PERFORM 002-MOSTRAR-CLIENTE THRU
                           002-MOSTRAR-CLIENTE-FIM
                   MOVE 'CLIENTE DO CPF - TECLE P PARA O PROXIMO'
                       TO TEL-MENSAGEM
           END-READ.

       002-CONSULTAR-CPF-FIM.
           EXIT.
      ******************************************

       002-CONSULTAR-CONTA SECTION.
      *    CONTA IS THE MASTER'S ALTERNATE KEY. A CONTA STILL
      *    SHARED FROM BEFORE THE KEY EXISTED SHOWS ITS HOLDERS ONE
      *    AT A TIME: 'N' AGAIN SHOWS THE ONE AFTER THE CUSTOMER ON
      *    SCREEN, WRAPPING BACK TO THE FIRST.
           ADD 1 TO CNT-CONSULTAS.

           MOVE ZERO TO QTD-MESMA-CONTA.
           MOVE 'N' TO PASSOU-ATUAL.
           MOVE 'N' TO ACHOU-PROXIMO.
           MOVE 'N' TO FIM-CONTA.

           MOVE TEL-CONTA TO MST-CONTA.
           START CLIENTES-MASTER KEY IS EQUAL MST-CONTA
               INVALID KEY
                   MOVE 'S' TO FIM-CONTA
           END-START.

           PERFORM UNTIL FIM-CONTA EQUAL 'S'
               READ CLIENTES-MASTER NEXT
                       AT END
                           MOVE 'S' TO FIM-CONTA
                       NOT AT END
                           IF MST-CONTA NOT EQUAL TEL-CONTA
                               MOVE 'S' TO FIM-CONTA
                           ELSE
                               PERFORM 002-GUARDAR-CONTA THRU
                                       002-GUARDAR-CONTA-FIM
                           END-IF
               END-READ
           END-PERFORM.

           IF QTD-MESMA-CONTA EQUAL ZERO
               PERFORM 002-LIMPAR-CLIENTE THRU 002-LIMPAR-CLIENTE-FIM
               MOVE MST-CONTA TO TEL-CONTA
               MOVE 'CONTA NAO ENCONTRADA' TO TEL-MENSAGEM
               GO TO 002-CONSULTAR-CONTA-FIM
           END-IF.

           IF ACHOU-PROXIMO EQUAL 'S'
               MOVE CLIENTE-PROXIMO TO REG-CLIENTE-MASTER
           ELSE
               MOVE CLIENTE-PRIMEIRO TO REG-CLIENTE-MASTER
           END-IF.
           PERFORM 002-MOSTRAR-CLIENTE THRU 002-MOSTRAR-CLIENTE-FIM.

           IF QTD-MESMA-CONTA > 1
               MOVE QTD-MESMA-CONTA TO QTD-EDITADA
               STRING 'CONTA COMPARTILHADA POR ' DELIMITED BY SIZE
                      QTD-EDITADA DELIMITED BY SIZE
                      ' CLIENTES - TECLE N' DELIMITED BY SIZE
                   INTO TEL-MENSAGEM
           ELSE
               MOVE 'CLIENTE ENCONTRADO' TO TEL-MENSAGEM
           END-IF.

       002-CONSULTAR-CONTA-FIM.
           EXIT.
      ******************************************

       002-GUARDAR-CONTA SECTION.
           ADD 1 TO QTD-MESMA-CONTA.

           IF QTD-MESMA-CONTA EQUAL 1
               MOVE REG-CLIENTE-MASTER TO CLIENTE-PRIMEIRO
           END-IF.

           IF PASSOU-ATUAL EQUAL 'S' AND ACHOU-PROXIMO EQUAL 'N'
               MOVE REG-CLIENTE-MASTER TO CLIENTE-PROXIMO
               MOVE 'S' TO ACHOU-PROXIMO
           END-IF.

           IF MST-AGENCIA EQUAL TEL-AGENCIA
              AND MST-NOME EQUAL TEL-NOME
               MOVE 'S' TO PASSOU-ATUAL
           END-IF.

       002-GUARDAR-CONTA-FIM.
           EXIT.
      ******************************************

       002-MOSTRAR-CLIENTE SECTION.
           MOVE MST-AGENCIA TO TEL-AGENCIA.
           MOVE MST-NOME TO TEL-NOME.
           MOVE MST-CPF TO TEL-CPF.
           MOVE MST-CONTA TO TEL-CONTA.
           MOVE MST-DATA-ABERTURA TO TEL-DATA-ABERTURA.
           COMPUTE TEL-SALDO = MST-SALDO * 100.
           MOVE MST-SITUACAO TO TEL-SITUACAO.
           MOVE MST-DATA-SITUACAO TO TEL-DATA-SITUACAO.
           MOVE MST-DATA-MOVIMENTO TO TEL-DATA-MOVIMENTO.

           MOVE MST-AGENCIA TO PROC-AGENCIA.
           PERFORM 002-PROCURAR-AGENCIA THRU 002-PROCURAR-AGENCIA-FIM.
           MOVE NOME-AGENCIA-REF TO TEL-NOME-AGENCIA.
           MOVE SITUACAO-AGENCIA TO TEL-SIT-AGENCIA.

           PERFORM 002-CARREGAR-MOVIMENTOS THRU
                   002-CARREGAR-MOVIMENTOS-FIM.

       002-MOSTRAR-CLIENTE-FIM.
           EXIT.
      ******************************************

       002-LIMPAR-CLIENTE SECTION.
      *    THE KEY TYPED STAYS ON SCREEN FOR THE NEXT TRY; ONLY
      *    WHAT WAS SHOWN OF THE LAST CUSTOMER IS CLEARED.
           MOVE ZERO TO TEL-CPF.
           MOVE ZERO TO TEL-CONTA.
           MOVE ZERO TO TEL-DATA-ABERTURA.
           MOVE ZERO TO TEL-SALDO.
           MOVE SPACES TO TEL-SITUACAO.
           MOVE ZERO TO TEL-DATA-SITUACAO.
           MOVE ZERO TO TEL-DATA-MOVIMENTO.
           MOVE SPACES TO TEL-NOME-AGENCIA.
           MOVE SPACES TO TEL-SIT-AGENCIA.
           MOVE ZERO TO QTD-ULTIMOS.
           MOVE SPACES TO TAB-ULT-LINHA (1).
           MOVE SPACES TO TAB-ULT-LINHA (2).
           MOVE SPACES TO TAB-ULT-LINHA (3).
           MOVE SPACES TO TAB-ULT-LINHA (4).
           MOVE SPACES TO TAB-ULT-LINHA (5).

       002-LIMPAR-CLIENTE-FIM.
           EXIT.
      ******************************************

       002-PROCURAR-AGENCIA SECTION.
           MOVE 'N' TO ACHOU-AGENCIA.
           MOVE SPACES TO NOME-AGENCIA-REF.
           MOVE SPACES TO SITUACAO-AGENCIA.

           IF QTD-AGENCIAS NOT EQUAL ZERO
               PERFORM VARYING IDX-AGR FROM 1 BY 1
                       UNTIL IDX-AGR > QTD-AGENCIAS
                   IF TAB-AGR-CODIGO (IDX-AGR) EQUAL PROC-AGENCIA
                       MOVE TAB-AGR-NOME (IDX-AGR)
                           TO NOME-AGENCIA-REF
                       MOVE TAB-AGR-SITUACAO (IDX-AGR)
                           TO SITUACAO-AGENCIA
                       MOVE 'S' TO ACHOU-AGENCIA
                       SET IDX-AGR TO QTD-AGENCIAS
                   END-IF
               END-PERFORM
           END-IF.

       002-PROCURAR-AGENCIA-FIM.
           EXIT.
      ******************************************

       002-CARREGAR-MOVIMENTOS SECTION.
      *    THE HISTORY IS IN POSTING ORDER, SO THE LAST FIVE LINES
      *    OF THE KEY ARE KEPT AS THE FILE GOES BY, OLDEST FIRST.
      *    THE FILE IS OPENED ONLY FOR THE PASS, NEVER HELD.
           MOVE ZERO TO QTD-ULTIMOS.
           MOVE SPACES TO TAB-ULT-LINHA (1).
           MOVE SPACES TO TAB-ULT-LINHA (2).
           MOVE SPACES TO TAB-ULT-LINHA (3).
           MOVE SPACES TO TAB-ULT-LINHA (4).
           MOVE SPACES TO TAB-ULT-LINHA (5).
           MOVE 'N' TO EOF-MOVIMENTOS.

           OPEN INPUT MOVIMENTOS.
           IF FS-MOVIMENTOS NOT EQUAL ZEROS
               GO TO 002-CARREGAR-MOVIMENTOS-FIM
           END-IF.

           PERFORM UNTIL EOF-MOVIMENTOS EQUAL 'S'
               READ MOVIMENTOS
                       AT END
                           MOVE 'S' TO EOF-MOVIMENTOS
                       NOT AT END
                           IF MOV-AGENCIA EQUAL TEL-AGENCIA
                              AND MOV-NOME EQUAL TEL-NOME
                               PERFORM 002-GUARDAR-MOVIMENTO THRU
                                       002-GUARDAR-MOVIMENTO-FIM
                           END-IF
               END-READ
           END-PERFORM.

           CLOSE MOVIMENTOS.

       002-CARREGAR-MOVIMENTOS-FIM.
           EXIT.
      ******************************************

       002-GUARDAR-MOVIMENTO SECTION.
           IF QTD-ULTIMOS < 5
               ADD 1 TO QTD-ULTIMOS
           ELSE
               PERFORM VARYING IDX-ULT FROM 1 BY 1 UNTIL IDX-ULT > 4
                   MOVE TAB-ULT-LINHA (IDX-ULT + 1)
                       TO TAB-ULT-LINHA (IDX-ULT)
               END-PERFORM
           END-IF.

           MOVE MOV-OPERACAO TO LMT-OPERACAO.
           MOVE MOV-DATA TO LMT-DATA.
           MOVE MOV-HORA TO LMT-HORA.
           COMPUTE LMT-SALDO-ANT = MOV-SALDO-ANT * 100.
           COMPUTE LMT-SALDO-NOVO = MOV-SALDO-NOVO * 100.
           MOVE LINHA-MOVTO-TELA TO TAB-ULT-LINHA (QTD-ULTIMOS).

       002-GUARDAR-MOVIMENTO-FIM.
           EXIT.
      ******************************************

       002-MANTER SECTION.
      *    A KEYED INCLUDE, CHANGE OR DELETE GOES THROUGH PROGMST'S
      *    OWN RULES, ALL CHECKED BEFORE ANYTHING IS WRITTEN -- A
      *    REFUSED ENTRY LEAVES NO JOURNAL BLOCK BEHIND, ONLY THE
      *    REASON ON SCREEN.
           IF NOT OPERADOR-AUTORIZADO
               MOVE 'OPERADOR SEM AUTORIZACAO PARA MANUTENCAO'
                   TO TEL-MENSAGEM
               GO TO 002-MANTER-FIM
           END-IF.

           MOVE TEL-FUNCAO TO TRN-OPERACAO.
           MOVE TEL-AGENCIA TO TRN-AGENCIA.
           MOVE TEL-NOME TO TRN-NOME.
           MOVE TEL-CPF TO TRN-CPF.
           MOVE TEL-CONTA TO TRN-CONTA.
           MOVE TEL-DATA-ABERTURA TO TRN-DATA-ABERTURA.
           COMPUTE TRN-SALDO = TEL-SALDO / 100.

           PERFORM 002-VALIDAR-TRANSACAO THRU
                   002-VALIDAR-TRANSACAO-FIM.

           IF REGISTRO-OK
               PERFORM 002-CONFERIR-CADASTRO THRU
                       002-CONFERIR-CADASTRO-FIM
           END-IF.

           IF REGISTRO-INVALIDO
               ADD 1 TO CNT-RECUSADAS
               MOVE MOTIVO-REJEICAO TO TEL-MENSAGEM
               GO TO 002-MANTER-FIM
           END-IF.

      *    THE BATCH CHAIN AND THE SCREEN SHARE ONE JOURNAL: WHILE
      *    A RUN'S BLOCK IS OPEN (RUNNING, OR DIED AND WAITING FOR
      *    ITS BACKOUT) NOTHING IS POSTED FROM HERE EITHER.
           PERFORM 001-CONFERIR-JORNAL THRU 001-CONFERIR-JORNAL-FIM.
           IF EXECUCAO-PENDENTE NOT EQUAL SPACES
               ADD 1 TO CNT-RECUSADAS
               MOVE 'EXECUCAO EM ABERTO NO JORNAL - TENTE MAIS TARDE'
                   TO TEL-MENSAGEM
               GO TO 002-MANTER-FIM
           END-IF.

           MOVE 'N' TO ITEM-DESVIADO.
           IF TRN-ALTERACAO OR TRN-EXCLUSAO
               PERFORM 002-VERIFICAR-LIMITE THRU
                       002-VERIFICAR-LIMITE-FIM
           END-IF.

           PERFORM 002-POSTAR THRU 002-POSTAR-FIM.

       002-MANTER-FIM.
           EXIT.
      ******************************************

       002-VALIDAR-TRANSACAO SECTION.
      *    PROGMST'S 002-VALIDAR-TRANSACAO FOR THE THREE OPERATIONS
      *    THE SCREEN OFFERS.
           MOVE 'S' TO REGISTRO-VALIDO.
           MOVE SPACES TO MOTIVO-REJEICAO.

           IF TRN-AGENCIA IS NOT NUMERIC
               MOVE 'N' TO REGISTRO-VALIDO
               MOVE 'AGENCIA NAO NUMERICA' TO MOTIVO-REJEICAO
           END-IF.

           IF REGISTRO-OK AND TRN-NOME EQUAL SPACES
               MOVE 'N' TO REGISTRO-VALIDO
               MOVE 'NOME EM BRANCO' TO MOTIVO-REJEICAO
           END-IF.

           IF REGISTRO-OK AND NOT TRN-EXCLUSAO
               PERFORM 002-VALIDAR-CPF THRU 002-VALIDAR-CPF-FIM
               IF REGISTRO-OK
                   PERFORM 002-VALIDAR-DATA THRU 002-VALIDAR-DATA-FIM
               END-IF
               IF REGISTRO-OK AND TRN-SALDO IS NOT NUMERIC
                   MOVE 'N' TO REGISTRO-VALIDO
                   MOVE 'SALDO NAO NUMERICO' TO MOTIVO-REJEICAO
               END-IF
           END-IF.

      *    A NEW CUSTOMER ALSO NEEDS A BRANCH THAT EXISTS AND IS
      *    STILL OPEN -- THE CHECK PROG APPLIES TO A FULL LOAD. A
      *    CLOSED BRANCH'S CUSTOMERS CAN STILL BE CORRECTED UNTIL
      *    PROGFUS MOVES THEM.
           IF REGISTRO-OK AND TRN-INCLUSAO
              AND NOT AGENCIAS-INDISPONIVEIS
               MOVE TRN-AGENCIA TO PROC-AGENCIA
               PERFORM 002-PROCURAR-AGENCIA THRU
                       002-PROCURAR-AGENCIA-FIM
               IF NOT AGENCIA-ACHADA
                   MOVE 'N' TO REGISTRO-VALIDO
                   MOVE 'AGENCIA DESCONHECIDA' TO MOTIVO-REJEICAO
               ELSE
                   IF SITUACAO-AGENCIA EQUAL 'FECHADA'
                       MOVE 'N' TO REGISTRO-VALIDO
                       MOVE 'AGENCIA FECHADA' TO MOTIVO-REJEICAO
                   END-IF
               END-IF
           END-IF.

       002-VALIDAR-TRANSACAO-FIM.
           EXIT.
      ******************************************

       002-VALIDAR-CPF SECTION.
      *    STANDARD CPF CHECK-DIGIT RULE: FIRST VERIFIER OVER THE
      *    NINE BASE DIGITS WITH WEIGHTS 10 DOWN TO 2, SECOND OVER
      *    THE TEN LEADING DIGITS WITH WEIGHTS 11 DOWN TO 2, EACH
      *    REMAINDER UNDER 2 GIVING DIGIT ZERO.
           IF TRN-CPF IS NOT NUMERIC
               MOVE 'N' TO REGISTRO-VALIDO
               MOVE 'CPF INVALIDO' TO MOTIVO-REJEICAO
               GO TO 002-VALIDAR-CPF-FIM
           END-IF.

           MOVE TRN-CPF TO CPF-TRABALHO.

           MOVE ZERO TO SOMA-CPF.
           MOVE 10 TO PESO-CPF.
           PERFORM VARYING IDX-CPF FROM 1 BY 1 UNTIL IDX-CPF > 9
               COMPUTE SOMA-CPF = SOMA-CPF
                   + CPF-DIGITO (IDX-CPF) * PESO-CPF
               SUBTRACT 1 FROM PESO-CPF
           END-PERFORM.
           COMPUTE RESTO-CPF = FUNCTION MOD (SOMA-CPF, 11).
           IF RESTO-CPF < 2
               MOVE ZERO TO DV-CALCULADO
           ELSE
               COMPUTE DV-CALCULADO = 11 - RESTO-CPF
           END-IF.
           IF DV-CALCULADO NOT EQUAL CPF-DIGITO (10)
               MOVE 'N' TO REGISTRO-VALIDO
               MOVE 'CPF INVALIDO' TO MOTIVO-REJEICAO
               GO TO 002-VALIDAR-CPF-FIM
           END-IF.

           MOVE ZERO TO SOMA-CPF.
           MOVE 11 TO PESO-CPF.
           PERFORM VARYING IDX-CPF FROM 1 BY 1 UNTIL IDX-CPF > 10
               COMPUTE SOMA-CPF = SOMA-CPF
                   + CPF-DIGITO (IDX-CPF) * PESO-CPF
               SUBTRACT 1 FROM PESO-CPF
           END-PERFORM.
           COMPUTE RESTO-CPF = FUNCTION MOD (SOMA-CPF, 11).
           IF RESTO-CPF < 2
               MOVE ZERO TO DV-CALCULADO
           ELSE
               COMPUTE DV-CALCULADO = 11 - RESTO-CPF
           END-IF.
           IF DV-CALCULADO NOT EQUAL CPF-DIGITO (11)
               MOVE 'N' TO REGISTRO-VALIDO
               MOVE 'CPF INVALIDO' TO MOTIVO-REJEICAO
           END-IF.

       002-VALIDAR-CPF-FIM.
           EXIT.
      ******************************************

       002-VALIDAR-DATA SECTION.
           IF TRN-DATA-ABERTURA IS NOT NUMERIC
               MOVE 'N' TO REGISTRO-VALIDO
               MOVE 'DATA ABERTURA INVALIDA' TO MOTIVO-REJEICAO
               GO TO 002-VALIDAR-DATA-FIM
           END-IF.

           MOVE TRN-DATA-ABERTURA TO DATA-TRABALHO.

           IF DTT-ANO < 1900 OR DTT-MES < 1 OR DTT-MES > 12
               MOVE 'N' TO REGISTRO-VALIDO
               MOVE 'DATA ABERTURA INVALIDA' TO MOTIVO-REJEICAO
               GO TO 002-VALIDAR-DATA-FIM
           END-IF.

           EVALUATE DTT-MES
               WHEN 1
               WHEN 3
               WHEN 5
               WHEN 7
               WHEN 8
               WHEN 10
               WHEN 12
                   MOVE 31 TO DIAS-NO-MES
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO DIAS-NO-MES
               WHEN 2
                   MOVE 28 TO DIAS-NO-MES
                   COMPUTE RESTO-ANO = FUNCTION MOD (DTT-ANO, 4)
                   IF RESTO-ANO EQUAL ZERO
                       COMPUTE RESTO-ANO =
                           FUNCTION MOD (DTT-ANO, 100)
                       IF RESTO-ANO NOT EQUAL ZERO
                           MOVE 29 TO DIAS-NO-MES
                       ELSE
                           COMPUTE RESTO-ANO =
                               FUNCTION MOD (DTT-ANO, 400)
                           IF RESTO-ANO EQUAL ZERO
                               MOVE 29 TO DIAS-NO-MES
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

           IF DTT-DIA < 1 OR DTT-DIA > DIAS-NO-MES
               MOVE 'N' TO REGISTRO-VALIDO
               MOVE 'DATA ABERTURA INVALIDA' TO MOTIVO-REJEICAO
           END-IF.

       002-VALIDAR-DATA-FIM.
           EXIT.
      ******************************************

       002-CONFERIR-CADASTRO SECTION.
      *    THE MASTER AS IT STANDS DECIDES THE POSTING RULES: AN
      *    INCLUDE MUST NOT EXIST, A CHANGE OR DELETE MUST, A
      *    DORMANT KEY TAKES NEITHER UNTIL A BATCH 'R' REACTIVATES
      *    IT. THE PRIOR STATE IS KEPT FOR THE BEFORE-IMAGE.
           MOVE TRN-AGENCIA TO MST-AGENCIA.
           MOVE TRN-NOME TO MST-NOME.
           READ CLIENTES-MASTER KEY IS MST-CHAVE
               INVALID KEY
                   MOVE 'N' TO TINHA-ANTERIOR
                   MOVE ZERO TO CPF-ANTERIOR
                   MOVE ZERO TO CONTA-ANTERIOR
                   MOVE ZERO TO DATA-ABERTURA-ANTERIOR
                   MOVE ZERO TO SALDO-ANTERIOR
                   MOVE SPACES TO SITUACAO-ANTERIOR
                   MOVE ZERO TO DATA-SIT-ANTERIOR
                   MOVE ZERO TO DATA-MOV-ANTERIOR
               NOT INVALID KEY
                   MOVE 'S' TO TINHA-ANTERIOR
                   MOVE MST-CPF TO CPF-ANTERIOR
                   MOVE MST-CONTA TO CONTA-ANTERIOR
                   MOVE MST-DATA-ABERTURA TO DATA-ABERTURA-ANTERIOR
                   MOVE MST-SALDO TO SALDO-ANTERIOR
                   MOVE MST-SITUACAO TO SITUACAO-ANTERIOR
                   MOVE MST-DATA-SITUACAO TO DATA-SIT-ANTERIOR
                   MOVE MST-DATA-MOVIMENTO TO DATA-MOV-ANTERIOR
           END-READ.

           IF TRN-INCLUSAO AND TINHA-ANTERIOR EQUAL 'S'
               MOVE 'N' TO REGISTRO-VALIDO
               MOVE 'JA EXISTE NO CADASTRO' TO MOTIVO-REJEICAO
               GO TO 002-CONFERIR-CADASTRO-FIM
           END-IF.

           IF NOT TRN-INCLUSAO AND TINHA-ANTERIOR EQUAL 'N'
               MOVE 'N' TO REGISTRO-VALIDO
               MOVE 'NAO EXISTE NO CADASTRO' TO MOTIVO-REJEICAO
               GO TO 002-CONFERIR-CADASTRO-FIM
           END-IF.

           IF NOT TRN-INCLUSAO AND SITUACAO-ANTERIOR EQUAL 'INATIVA'
               MOVE 'N' TO REGISTRO-VALIDO
               MOVE 'CONTA INATIVA SEM REATIVACAO' TO MOTIVO-REJEICAO
               GO TO 002-CONFERIR-CADASTRO-FIM
           END-IF.

           IF NOT TRN-EXCLUSAO
               PERFORM 002-VERIFICAR-CONTA THRU
                       002-VERIFICAR-CONTA-FIM
           END-IF.

       002-CONFERIR-CADASTRO-FIM.
           EXIT.
      ******************************************

       002-VERIFICAR-CONTA SECTION.
      *    ONE CONTA, ONE CUSTOMER -- THE SAME WALK OVER THE
      *    ALTERNATE KEY PROGMST MAKES BEFORE AN INCLUDE OR CHANGE.
           MOVE 'N' TO FIM-CONTA.
           MOVE TRN-CONTA TO MST-CONTA.

           START CLIENTES-MASTER KEY IS EQUAL MST-CONTA
               INVALID KEY
                   MOVE 'S' TO FIM-CONTA
           END-START.

           PERFORM UNTIL FIM-CONTA EQUAL 'S'
               READ CLIENTES-MASTER NEXT
                       AT END
                           MOVE 'S' TO FIM-CONTA
                       NOT AT END
                           IF MST-CONTA NOT EQUAL TRN-CONTA
                               MOVE 'S' TO FIM-CONTA
                           ELSE
                               IF MST-AGENCIA NOT EQUAL TRN-AGENCIA
                                  OR MST-NOME NOT EQUAL TRN-NOME
                                   MOVE 'N' TO REGISTRO-VALIDO
                                   MOVE 'CONTA JA CADASTRADA'
                                       TO MOTIVO-REJEICAO
                                   MOVE 'S' TO FIM-CONTA
                               END-IF
                           END-IF
               END-READ
           END-PERFORM.

       002-VERIFICAR-CONTA-FIM.
           EXIT.
      ******************************************

       002-VERIFICAR-LIMITE SECTION.
      *    SAME THRESHOLD AS PROGMST: A CHANGE MOVES THE BALANCE BY
      *    THE DIFFERENCE, A DELETE WIPES ALL OF IT.
           IF TRN-EXCLUSAO
               MOVE SALDO-ANTERIOR TO VALOR-MUDANCA
           ELSE
               IF TRN-SALDO NOT LESS SALDO-ANTERIOR
                   COMPUTE VALOR-MUDANCA = TRN-SALDO - SALDO-ANTERIOR
               ELSE
                   COMPUTE VALOR-MUDANCA = SALDO-ANTERIOR - TRN-SALDO
               END-IF
           END-IF.

           IF VALOR-MUDANCA > LIMITE-APROVACAO
               MOVE 'S' TO ITEM-DESVIADO
           END-IF.

       002-VERIFICAR-LIMITE-FIM.
           EXIT.
      ******************************************

       002-POSTAR SECTION.
      *    EVERY POSTING IS A RUN OF ITS OWN: AN 'A' UNDER A FRESH
      *    RUN ID, THE BEFORE-IMAGE, THE MASTER UPDATE WITH ITS
      *    MOVEMENT LINE AND XREF ENTRY, AND THE CLOSING 'F' -- SO
      *    MODO-MASTER=BACKOUT WITH THAT ID UNDOES ONE CORRECTION.
      *    A HELD ITEM STILL GETS ITS (EMPTY) A/F BLOCK: PROGAPR
      *    ONLY RELEASES A PROGMST ITEM WHOSE RUN IS CLOSED.
           ACCEPT HORA-EXECUCAO FROM TIME.
           MOVE DATA-PROCESSAMENTO TO EXA-DATA.
           MOVE HORA-EXECUCAO TO EXA-HORA.

           OPEN EXTEND JORNAL.
           IF FS-JORNAL EQUAL '35'
               OPEN OUTPUT JORNAL
           END-IF.
           IF FS-JORNAL NOT EQUAL ZEROS
               MOVE 'ERRO AO ABRIR O JORNAL - NADA FOI GRAVADO'
                   TO TEL-MENSAGEM
               DISPLAY 'Erro ao abrir JORNAL, código: ' FS-JORNAL
               GO TO 002-POSTAR-FIM
           END-IF.

           OPEN EXTEND MOVIMENTOS.
           IF FS-MOVIMENTOS EQUAL '35'
               OPEN OUTPUT MOVIMENTOS
           END-IF.
           IF FS-MOVIMENTOS NOT EQUAL ZEROS
               MOVE 'ERRO AO ABRIR MOVIMENTOS - NADA FOI GRAVADO'
                   TO TEL-MENSAGEM
               DISPLAY 'Erro ao abrir MOVIMENTOS, código: '
                       FS-MOVIMENTOS
               CLOSE JORNAL
               GO TO 002-POSTAR-FIM
           END-IF.

           PERFORM 002-ABRIR-BLOCO THRU 002-ABRIR-BLOCO-FIM.

           IF EXECUCAO-NORMAL
               IF ITEM-DESVIADO EQUAL 'S'
                   PERFORM 002-DESVIAR THRU 002-DESVIAR-FIM
               ELSE
                   PERFORM 002-JORNALIZAR THRU 002-JORNALIZAR-FIM
                   IF EXECUCAO-NORMAL
                       PERFORM 002-APLICAR THRU 002-APLICAR-FIM
                   END-IF
               END-IF
           END-IF.

      *    ON ABEND THE BLOCK STAYS OPEN ON PURPOSE -- PROGMST'S
      *    BACKOUT PUTS THE KEY BACK, AND THE SESSION ENDS.
           IF EXECUCAO-NORMAL
               PERFORM 002-FECHAR-BLOCO THRU 002-FECHAR-BLOCO-FIM
           ELSE
               MOVE 'ERRO NA GRAVACAO - SESSAO ENCERRADA'
                   TO TEL-MENSAGEM
           END-IF.

           CLOSE JORNAL.
           CLOSE MOVIMENTOS.

      *    THE SCREEN SHOWS THE RESULT: THE CUSTOMER AS POSTED, OR
      *    AN EMPTY DETAIL AFTER A DELETE. ONLY NOW -- THE DETAIL
      *    READS THE MOVEMENT HISTORY, WHICH WAS OPEN FOR POSTING.
           IF EXECUCAO-NORMAL AND ITEM-DESVIADO NOT EQUAL 'S'
               IF TRN-EXCLUSAO
                   PERFORM 002-LIMPAR-CLIENTE THRU
                           002-LIMPAR-CLIENTE-FIM
               ELSE
                   PERFORM 002-MOSTRAR-CLIENTE THRU
                           002-MOSTRAR-CLIENTE-FIM
               END-IF
           END-IF.

       002-POSTAR-FIM.
           EXIT.
      ******************************************

       002-ABRIR-BLOCO SECTION.
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
           END-IF.

       002-ABRIR-BLOCO-FIM.
           EXIT.
      ******************************************

       002-JORNALIZAR SECTION.
      *    THE PRIOR STATE WAS READ IN 002-CONFERIR-CADASTRO; IT
      *    GOES TO THE JOURNAL BEFORE THE MASTER IS TOUCHED.
           MOVE 'B' TO JRN-TIPO.
           MOVE EXECUCAO-ATUAL TO JRN-EXECUCAO.
           MOVE TRN-OPERACAO TO JRN-OPERACAO.
           MOVE TRN-AGENCIA TO JRN-AGENCIA.
           MOVE TRN-NOME TO JRN-NOME.
           MOVE TINHA-ANTERIOR TO JRN-TINHA-ANTERIOR.
           MOVE CPF-ANTERIOR TO JRN-CPF-ANT.
           MOVE CONTA-ANTERIOR TO JRN-CONTA-ANT.
           MOVE DATA-ABERTURA-ANTERIOR TO JRN-DATA-ANT.
           MOVE SALDO-ANTERIOR TO JRN-SALDO-ANT.
           MOVE SPACES TO JRN-SITUACAO.
           MOVE SITUACAO-ANTERIOR TO JRN-SIT-CONTA-ANT.
           MOVE DATA-SIT-ANTERIOR TO JRN-DATA-SIT-ANT.
           MOVE DATA-MOV-ANTERIOR TO JRN-DATA-MOV-ANT.

           WRITE REG-JORNAL.
           IF FS-JORNAL NOT EQUAL ZEROS
               DISPLAY 'Journal write error: ' FS-JORNAL
               MOVE 'ABEND' TO RESULTADO-EXECUCAO
           END-IF.

       002-JORNALIZAR-FIM.
           EXIT.
      ******************************************

       002-APLICAR SECTION.
      *    SAME RECORD PROGMST'S 002-APLICAR BUILDS: AN INCLUDE
      *    STARTS ATIVA, A CHANGE KEEPS THE DATE THE STATUS LAST
      *    MOVED, AND EITHER ONE RESETS THE LAST-MOVEMENT DATE.
           MOVE TRN-AGENCIA TO MST-AGENCIA.
           MOVE TRN-NOME TO MST-NOME.
           MOVE TRN-CPF TO MST-CPF.
           MOVE TRN-CONTA TO MST-CONTA.
           MOVE TRN-DATA-ABERTURA TO MST-DATA-ABERTURA.
           MOVE TRN-SALDO TO MST-SALDO.
           MOVE 'ATIVA' TO MST-SITUACAO.
           MOVE DATA-PROCESSAMENTO TO MST-DATA-SITUACAO.
           IF TINHA-ANTERIOR EQUAL 'S'
              AND DATA-SIT-ANTERIOR NOT EQUAL ZERO
               MOVE DATA-SIT-ANTERIOR TO MST-DATA-SITUACAO
           END-IF.
           MOVE DATA-PROCESSAMENTO TO MST-DATA-MOVIMENTO.

           EVALUATE TRUE
               WHEN TRN-INCLUSAO
                   WRITE REG-CLIENTE-MASTER
                       INVALID KEY
                           DISPLAY 'Master write error: '
                                   FS-CLIENTES-MASTER
                           MOVE 'ABEND' TO RESULTADO-EXECUCAO
                       NOT INVALID KEY
                           ADD 1 TO CNT-INCLUSOES
                           MOVE 'INCLUSAO EFETUADA' TO TEL-MENSAGEM
                   END-WRITE
               WHEN TRN-ALTERACAO
                   REWRITE REG-CLIENTE-MASTER
                       INVALID KEY
                           DISPLAY 'Master write error: '
                                   FS-CLIENTES-MASTER
                           MOVE 'ABEND' TO RESULTADO-EXECUCAO
                       NOT INVALID KEY
                           ADD 1 TO CNT-ALTERACOES
                           MOVE 'ALTERACAO EFETUADA' TO TEL-MENSAGEM
                   END-REWRITE
               WHEN TRN-EXCLUSAO
                   DELETE CLIENTES-MASTER
                       INVALID KEY
                           DISPLAY 'Master delete error: '
                                   FS-CLIENTES-MASTER
                           MOVE 'ABEND' TO RESULTADO-EXECUCAO
                       NOT INVALID KEY
                           ADD 1 TO CNT-EXCLUSOES
                           MOVE 'EXCLUSAO EFETUADA' TO TEL-MENSAGEM
                   END-DELETE
           END-EVALUATE.

           IF EXECUCAO-ABEND
               GO TO 002-APLICAR-FIM
           END-IF.

           ADD 1 TO CNT-POSTAGENS.
           PERFORM 002-GRAVAR-MOVIMENTO THRU 002-GRAVAR-MOVIMENTO-FIM.
           PERFORM 002-ATUALIZAR-XREF THRU 002-ATUALIZAR-XREF-FIM.
           PERFORM 002-ACUMULAR-CONTABIL THRU
                   002-ACUMULAR-CONTABIL-FIM.

       002-APLICAR-FIM.
           EXIT.
      ******************************************

       002-DESVIAR SECTION.
      *    THE ITEM IS PARKED FOR PROGAPR AS A PROGMST ITEM UNDER
      *    THIS POSTING'S RUN ID. ONCE ANOTHER OPERATOR APPROVES IT
      *    THE NEXT PROGMST RUN POSTS IT FROM TRANSACOES-LIBERADAS.
           OPEN EXTEND PENDENTES.
           IF FS-PENDENTES EQUAL '35'
               OPEN OUTPUT PENDENTES
           END-IF.
           IF FS-PENDENTES NOT EQUAL ZEROS
               DISPLAY 'Erro ao abrir PENDENTES, código: '
                       FS-PENDENTES
               MOVE 'ABEND' TO RESULTADO-EXECUCAO
               GO TO 002-DESVIAR-FIM
           END-IF.

           ADD 1 TO CNT-PENDENTES.

           MOVE EXECUCAO-ATUAL TO PND-EXECUCAO.
           MOVE 1 TO PND-SEQ.
           MOVE 'PROGMST' TO PND-ORIGEM.
           MOVE 'PENDENTE' TO PND-SITUACAO.
           MOVE OPERADOR TO PND-OPERADOR-SUBM.
           MOVE DATA-PROCESSAMENTO TO PND-DATA-SUBM.
           ACCEPT PND-HORA-SUBM FROM TIME.
           MOVE SPACES TO PND-OPERADOR-DEC.
           MOVE ZERO TO PND-DATA-DEC.
           MOVE ZERO TO PND-HORA-DEC.
           MOVE VALOR-MUDANCA TO PND-VALOR.
           MOVE TRANSACAO TO PND-CONTEUDO.
           MOVE SALDO-ANTERIOR TO PND-SALDO-SUBM.

           WRITE REG-PENDENTE.
           IF FS-PENDENTES NOT EQUAL ZEROS
               DISPLAY 'Writing error (pendentes): ' FS-PENDENTES
               MOVE 'ABEND' TO RESULTADO-EXECUCAO
           ELSE
               MOVE 'ACIMA DO LIMITE - ENVIADO PARA APROVACAO'
                   TO TEL-MENSAGEM
           END-IF.

           CLOSE PENDENTES.

       002-DESVIAR-FIM.
           EXIT.
      ******************************************

       002-FECHAR-BLOCO SECTION.
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

       002-FECHAR-BLOCO-FIM.
           EXIT.
      ******************************************

       002-GRAVAR-MOVIMENTO SECTION.
      *    SAME HISTORY LINE PROGMST WRITES FOR THE OPERATION.
           ACCEPT HORA-MOVIMENTO FROM TIME.

           MOVE TRN-AGENCIA TO MOV-AGENCIA.
           MOVE TRN-NOME TO MOV-NOME.
           MOVE TRN-OPERACAO TO MOV-OPERACAO.
           MOVE DATA-PROCESSAMENTO TO MOV-DATA.
           MOVE HORA-MOVIMENTO TO MOV-HORA.

           EVALUATE TRUE
               WHEN TRN-INCLUSAO
                   MOVE TRN-CPF TO MOV-CPF
                   MOVE ZERO TO MOV-SALDO-ANT
                   MOVE TRN-SALDO TO MOV-SALDO-NOVO
               WHEN TRN-ALTERACAO
                   MOVE TRN-CPF TO MOV-CPF
                   MOVE SALDO-ANTERIOR TO MOV-SALDO-ANT
                   MOVE TRN-SALDO TO MOV-SALDO-NOVO
               WHEN TRN-EXCLUSAO
                   MOVE CPF-ANTERIOR TO MOV-CPF
                   MOVE SALDO-ANTERIOR TO MOV-SALDO-ANT
                   MOVE ZERO TO MOV-SALDO-NOVO
           END-EVALUATE.

           WRITE REG-MOVIMENTO.
           IF FS-MOVIMENTOS NOT EQUAL ZEROS
               DISPLAY 'Movement write warning: ' FS-MOVIMENTOS
           END-IF.

       002-GRAVAR-MOVIMENTO-FIM.
           EXIT.
      ******************************************

       002-ATUALIZAR-XREF SECTION.
      *    SAME UPKEEP AS PROGMST: A CHANGE THAT RE-KEYS THE CPF
      *    DROPS THE OLD ENTRY FIRST, A DELETE USES THE PRIOR CPF.
           IF XREF-DISPONIVEL NOT EQUAL 'S'
               GO TO 002-ATUALIZAR-XREF-FIM
           END-IF.

           EVALUATE TRUE
               WHEN TRN-INCLUSAO
                   PERFORM 002-GRAVAR-XREF THRU 002-GRAVAR-XREF-FIM
               WHEN TRN-ALTERACAO
                   IF CPF-ANTERIOR NOT EQUAL TRN-CPF
                       MOVE CPF-ANTERIOR TO XRF-CPF
                       MOVE TRN-AGENCIA TO XRF-AGENCIA
                       MOVE TRN-NOME TO XRF-NOME
                       DELETE CPF-XREF
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   END-IF
                   PERFORM 002-GRAVAR-XREF THRU 002-GRAVAR-XREF-FIM
               WHEN TRN-EXCLUSAO
                   MOVE CPF-ANTERIOR TO XRF-CPF
                   MOVE TRN-AGENCIA TO XRF-AGENCIA
                   MOVE TRN-NOME TO XRF-NOME
                   DELETE CPF-XREF
                       INVALID KEY
                           CONTINUE
                   END-DELETE
           END-EVALUATE.

       002-ATUALIZAR-XREF-FIM.
           EXIT.
      ******************************************

       002-GRAVAR-XREF SECTION.
           MOVE TRN-CPF TO XRF-CPF.
           MOVE TRN-AGENCIA TO XRF-AGENCIA.
           MOVE TRN-NOME TO XRF-NOME.
           MOVE TRN-CONTA TO XRF-CONTA.
           MOVE TRN-SALDO TO XRF-SALDO.

           WRITE REG-CPF-XREF
               INVALID KEY
                   REWRITE REG-CPF-XREF
                       INVALID KEY
                           DISPLAY 'Xref write warning: '
                                   FS-CPF-XREF
                   END-REWRITE
           END-WRITE.

       002-GRAVAR-XREF-FIM.
           EXIT.
      ******************************************

       002-ACUMULAR-CONTABIL SECTION.
      *    PROGMST'S PER-BRANCH ACCUMULATION: AN INCLUDE CREDITS
      *    THE NEW SALDO, A DELETE DEBITS THE PRIOR ONE, A CHANGE
      *    CARRIES ONLY THE DIFFERENCE.
           MOVE ZERO TO VALOR-DEBITO.
           MOVE ZERO TO VALOR-CREDITO.

           EVALUATE TRUE
               WHEN TRN-INCLUSAO
                   MOVE TRN-SALDO TO VALOR-CREDITO
               WHEN TRN-ALTERACAO
                   IF TRN-SALDO NOT LESS SALDO-ANTERIOR
                       COMPUTE VALOR-CREDITO =
                           TRN-SALDO - SALDO-ANTERIOR
                   ELSE
                       COMPUTE VALOR-DEBITO =
                           SALDO-ANTERIOR - TRN-SALDO
                   END-IF
               WHEN TRN-EXCLUSAO
                   MOVE SALDO-ANTERIOR TO VALOR-DEBITO
           END-EVALUATE.

           MOVE 'N' TO ACHOU-CONTABIL.

           IF QTD-CONTABIL NOT EQUAL ZERO
               PERFORM VARYING IDX-CTB FROM 1 BY 1
                       UNTIL IDX-CTB > QTD-CONTABIL
                   IF TAB-CTB-AGENCIA (IDX-CTB) EQUAL TRN-AGENCIA
                       ADD VALOR-DEBITO
                           TO TAB-CTB-DEBITOS (IDX-CTB)
                       ADD VALOR-CREDITO
                           TO TAB-CTB-CREDITOS (IDX-CTB)
                       MOVE 'S' TO ACHOU-CONTABIL
                       SET IDX-CTB TO QTD-CONTABIL
                   END-IF
               END-PERFORM
           END-IF.

           IF ACHOU-CONTABIL EQUAL 'N'
               IF QTD-CONTABIL < 500
                   ADD 1 TO QTD-CONTABIL
                   SET IDX-CTB TO QTD-CONTABIL
                   MOVE TRN-AGENCIA TO TAB-CTB-AGENCIA (IDX-CTB)
                   MOVE VALOR-DEBITO TO TAB-CTB-DEBITOS (IDX-CTB)
                   MOVE VALOR-CREDITO TO TAB-CTB-CREDITOS (IDX-CTB)
               ELSE
                   IF NOT CONTABIL-CHEIO-AVISADO
                       DISPLAY 'Warning: ledger table full (500), '
                               'further branches not sent'
                       MOVE 'S' TO AVISO-CONTABIL-CHEIO
                   END-IF
               END-IF
           END-IF.

       002-ACUMULAR-CONTABIL-FIM.
           EXIT.
      ******************************************

       003-ENCERRAR SECTION.
           IF CNT-POSTAGENS NOT EQUAL ZERO
               PERFORM 003-GRAVAR-CONTABIL THRU
                       003-GRAVAR-CONTABIL-FIM
           END-IF.

           DISPLAY 'Inquiries: ' CNT-CONSULTAS
           DISPLAY 'Includes posted: ' CNT-INCLUSOES
           DISPLAY 'Changes posted: ' CNT-ALTERACOES
           DISPLAY 'Deletes posted: ' CNT-EXCLUSOES
           DISPLAY 'Held for approval: ' CNT-PENDENTES
           DISPLAY 'Entries refused: ' CNT-RECUSADAS

           IF EXECUCAO-ABEND
               DISPLAY 'Session stopped with journal block '
                       EXECUCAO-ATUAL ' left open for backout'
               MOVE 8 TO RETURN-CODE
           END-IF.

           CLOSE CLIENTES-MASTER.
           IF XREF-DISPONIVEL EQUAL 'S'
               CLOSE CPF-XREF
           END-IF.
           STOP RUN.
       004-FIM.
           EXIT.
      ******************************************

       003-GRAVAR-CONTABIL SECTION.
      *    ONE LEDGER BATCH PER SESSION, APPENDED -- SEVERAL
      *    SESSIONS A DAY EACH LEAVE THEIR OWN H/D/T ENVELOPE IN
      *    THE FILE UNTIL OPERATIONS SENDS IT AND CLEARS IT.
           OPEN EXTEND CONTABIL.
           IF FS-CONTABIL EQUAL '35'
               OPEN OUTPUT CONTABIL
           END-IF.
           IF FS-CONTABIL NOT EQUAL ZEROS
               DISPLAY 'Erro ao abrir CONTABIL, código: '
                       FS-CONTABIL
               GO TO 003-GRAVAR-CONTABIL-FIM
           END-IF.

           MOVE 'H' TO CTB-TIPO-REGISTRO.
           MOVE DATA-PROCESSAMENTO TO CTB-DATA.
           MOVE 'ONLINE' TO CTB-ORIGEM.
           MOVE ZERO TO CTB-AGENCIA.
           MOVE SPACES TO CTB-DEB-CRED.
           MOVE ZERO TO CTB-VALOR.
           MOVE ZERO TO CTB-QTD-LINHAS.
           WRITE REG-CONTABIL.

           MOVE ZERO TO NET-CONTABIL.
           MOVE ZERO TO INTERFACE-LINHAS.

           IF QTD-CONTABIL NOT EQUAL ZERO
               PERFORM VARYING IDX-CTB FROM 1 BY 1
                       UNTIL IDX-CTB > QTD-CONTABIL
                   PERFORM 003-GRAVAR-LINHA-CONTABIL THRU
                           003-GRAVAR-LINHA-CONTABIL-FIM
               END-PERFORM
           END-IF.

           MOVE 'T' TO CTB-TIPO-REGISTRO.
           MOVE DATA-PROCESSAMENTO TO CTB-DATA.
           MOVE 'ONLINE' TO CTB-ORIGEM.
           MOVE ZERO TO CTB-AGENCIA.
           IF NET-CONTABIL < ZERO
               MOVE 'D' TO CTB-DEB-CRED
               COMPUTE CTB-VALOR = ZERO - NET-CONTABIL
           ELSE
               MOVE 'C' TO CTB-DEB-CRED
               MOVE NET-CONTABIL TO CTB-VALOR
           END-IF.
           MOVE INTERFACE-LINHAS TO CTB-QTD-LINHAS.
           WRITE REG-CONTABIL.
           IF FS-CONTABIL NOT EQUAL ZEROS
               DISPLAY 'Interface write warning: ' FS-CONTABIL
           END-IF.

           CLOSE CONTABIL.

           DISPLAY 'Ledger interface lines: ' INTERFACE-LINHAS.

       003-GRAVAR-CONTABIL-FIM.
           EXIT.
      ******************************************

       003-GRAVAR-LINHA-CONTABIL SECTION.
           COMPUTE NET-AGENCIA = TAB-CTB-CREDITOS (IDX-CTB)
               - TAB-CTB-DEBITOS (IDX-CTB).

           MOVE 'D' TO CTB-TIPO-REGISTRO.
           MOVE DATA-PROCESSAMENTO TO CTB-DATA.
           MOVE SPACES TO CTB-ORIGEM.
           MOVE TAB-CTB-AGENCIA (IDX-CTB) TO CTB-AGENCIA.
           IF NET-AGENCIA < ZERO
               MOVE 'D' TO CTB-DEB-CRED
               COMPUTE CTB-VALOR = ZERO - NET-AGENCIA
           ELSE
               MOVE 'C' TO CTB-DEB-CRED
               MOVE NET-AGENCIA TO CTB-VALOR
           END-IF.
           MOVE ZERO TO CTB-QTD-LINHAS.

           ADD NET-AGENCIA TO NET-CONTABIL.
           ADD 1 TO INTERFACE-LINHAS.

           WRITE REG-CONTABIL.
           IF FS-CONTABIL NOT EQUAL ZEROS
               DISPLAY 'Interface write warning: ' FS-CONTABIL
           END-IF.

       003-GRAVAR-LINHA-CONTABIL-FIM.
           EXIT.
      ******************************************
