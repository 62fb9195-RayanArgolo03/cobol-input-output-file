       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCCS.
       AUTHOR. RAYAN ARGOLO
      ******************************************
      *    CUSTOMER-RELATIONSHIP EXPORT TO THE CENTRAL BANK         *
      *    REGISTRY (CCS). EVERY CPF'S ACCOUNT RELATIONSHIPS --     *
      *    AGENCIA, CONTA, START DATE (MST-DATA-ABERTURA) AND END   *
      *    DATE -- ARE BUILT FROM CLIENTES-MASTER.DAT, CHECKED      *
      *    AGAINST CPF-XREF.DAT, AND COMPARED WITH CCS-BASE.txt,    *
      *    THE IMAGE THE REGULATOR HAS ALREADY ACCEPTED. ONLY THE   *
      *    DIFFERENCES ARE SENT: 'I' FOR A RELATIONSHIP OPENED (OR  *
      *    REOPENED), 'F' FOR ONE CLOSED, 'A' FOR A CHANGED START   *
      *    DATE. THE END DATE OF AN 'F' IS THE LAST EXCLUSION OF    *
      *    ITS AGENCIA+NOME IN MOVIMENTOS-MASTER.txt ('E', OR THE   *
      *    'T'/'B' LINES OF A MERGER OR BACKOUT), THE MOVTOS-ARQ    *
      *    GENERATIONS INCLUDED; WITH NONE ON FILE THE PROCESSING   *
      *    DATE IS SENT AND THE LINE IS FLAGGED.                    *
      *    MODO-CCS=REMESSA (DEFAULT) WRITES SUBMISSION N TO        *
      *    ARQCCSREMESSA (DEFAULT ./CCS-REMESSA-NNNNNN.txt):        *
      *    HEADER, ONE DETAIL PER DIFFERENCE, TRAILER WITH THE      *
      *    COUNTS AND THE CPF HASH TOTAL, UNDER CODIGO-INSTITUICAO. *
      *    ARQCCSRASTREIO (DEFAULT ./CCS-RASTREIO-NNNNNN.txt) KEEPS *
      *    EACH DETAIL'S SEQUENCE WITH ITS AGENCIA+NOME. NO         *
      *    DIFFERENCES, NO SUBMISSION. A NEW SUBMISSION IS REFUSED  *
      *    WHILE THE LAST ONE AWAITS ITS RETURN (CCS-CTL.txt).      *
      *    MODO-CCS=RETORNO READS THE REGULATOR'S RETURN            *
      *    (ARQCCSRETORNO, DEFAULT ./CCS-RETORNO-NNNNNN.txt):       *
      *    ACCEPTED DETAILS ARE APPLIED TO CCS-BASE.txt, REJECTED   *
      *    OR UNANSWERED ONES ARE LISTED WITH THEIR CUSTOMER KEY    *
      *    AND STAY OUT OF THE BASE, SO THE NEXT SUBMISSION SENDS   *
      *    THEM AGAIN.                                              *
      *    RELATORIO-CCS.txt RECONCILES THE MASTER AGAINST CPF-XREF *
      *    BOTH WAYS AND PROVES ACCEPTED OPEN RELATIONSHIPS PLUS    *
      *    OPENINGS MINUS CLOSINGS AGAINST THE MASTER.              *
      *    RETURN CODE 0 = RUN COMPLETE, 4 = DISCREPANCIES,         *
      *    ESTIMATED END DATES OR REJECTED DETAILS, 8 = NOT RUN,    *
      *    NOTHING SENT OR APPLIED.                                 *
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
           SELECT CCS-CTL ASSIGN TO './CCS-CTL.txt'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-CCS-CTL.
           SELECT CCS-BASE ASSIGN TO './CCS-BASE.txt'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-CCS-BASE.
           SELECT BASE-NOVA ASSIGN TO './CCS-BASE-NOVA.txt'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-BASE-NOVA.
           SELECT REMESSA ASSIGN TO ARQCCSREMESSA
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-REMESSA.
           SELECT RASTREIO ASSIGN TO ARQCCSRASTREIO
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-RASTREIO.
           SELECT RETORNO ASSIGN TO ARQCCSRETORNO
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-RETORNO.
      *    SCRATCH KEYED FILES, REBUILT EMPTY PER RUN: THE LAST
      *    EXCLUSION DATE PER AGENCIA+NOME, AND THE REGULATOR'S
      *    ANSWER PER DETAIL SEQUENCE.
           SELECT CCS-FINS ASSIGN TO './CCS-FINS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIN-CHAVE
               FILE STATUS IS FS-CCS-FINS.
           SELECT CCS-RESPOSTAS ASSIGN TO './CCS-RESPOSTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSP-SEQUENCIA
               FILE STATUS IS FS-CCS-RESPOSTAS.
           SELECT REL-CCS ASSIGN TO './RELATORIO-CCS.txt'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-REL-CCS.
           SELECT ORDENACAO ASSIGN TO './SORTWK-CCS.tmp'.
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
      *        LAYOUT = 73 POSIÇÕES (GERACOES MOVTOS-ARQ DO         *
      *        PROGARQ)                                             *
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
       FD CCS-CTL
           RECORDING IS F.
       01 REG-CCS-CTL.
           03 CTL-REMESSA          PIC 9(06).
           03 FILLER               PIC X(01).
           03 CTL-DATA             PIC 9(08).
           03 FILLER               PIC X(01).
           03 CTL-HORA             PIC 9(08).
           03 FILLER               PIC X(01).
           03 CTL-SITUACAO         PIC X(08).
           03 FILLER               PIC X(01).
           03 CTL-QTD              PIC 9(08).
           03 FILLER               PIC X(01).
           03 CTL-ULTIMA-ACEITA    PIC 9(06).
      *        LAYOUT = 49 POSIÇÕES -- LAST SUBMISSION NUMBER, WHEN *
      *        IT WAS WRITTEN OR ANSWERED, ITS SITUACAO (ENVIADA    *
      *        UNTIL THE RETURN IS APPLIED, THEN ACEITA OR          *
      *        PARCIAL), ITS DETAIL COUNT AND THE LAST SUBMISSION   *
      *        WHOSE RETURN WAS APPLIED.                            *
       FD CCS-BASE
           RECORDING IS F.
       01 REG-BASE.
           03 BAS-CHAVE.
               05 BAS-CPF          PIC 9(11).
               05 BAS-AGENCIA      PIC 9(04).
               05 BAS-CONTA        PIC 9(08).
           03 FILLER               PIC X(01).
           03 BAS-NOME             PIC X(12).
           03 FILLER               PIC X(01).
           03 BAS-DATA-INICIO      PIC 9(08).
           03 FILLER               PIC X(01).
           03 BAS-DATA-FIM         PIC 9(08).
           03 FILLER               PIC X(01).
           03 BAS-REMESSA          PIC 9(06).
      *        LAYOUT = 61 POSIÇÕES -- ONE LINE PER                 *
      *        CPF+AGENCIA+CONTA THE REGULATOR HAS ACCEPTED, IN     *
      *        THAT ORDER, WITH THE CUSTOMER'S NOME, START AND END  *
      *        DATE (ZERO WHILE OPEN) AND THE SUBMISSION THAT LAST  *
      *        CHANGED IT.                                          *
       FD BASE-NOVA
           RECORDING IS F.
       01 REG-BASE-NOVA.
           03 BSN-CHAVE.
               05 BSN-CPF          PIC 9(11).
               05 BSN-AGENCIA      PIC 9(04).
               05 BSN-CONTA        PIC 9(08).
           03 FILLER               PIC X(01).
           03 BSN-NOME             PIC X(12).
           03 FILLER               PIC X(01).
           03 BSN-DATA-INICIO      PIC 9(08).
           03 FILLER               PIC X(01).
           03 BSN-DATA-FIM         PIC 9(08).
           03 FILLER               PIC X(01).
           03 BSN-REMESSA          PIC 9(06).
      *        LAYOUT = 61 POSIÇÕES (MESMA CCS-BASE, REGRAVADA NO   *
      *        RETORNO)                                             *
       FD REMESSA
           RECORDING IS F.
       01 REG-REMESSA.
           03 REM-TIPO             PIC X(01).
               88 REM-HEADER          VALUE 'H'.
               88 REM-DETALHE         VALUE 'D'.
               88 REM-TRAILER         VALUE 'T'.
           03 REM-INSTITUICAO      PIC 9(08).
           03 REM-NUMERO           PIC 9(06).
           03 REM-CARGA            PIC X(64).
           03 REM-CARGA-HEADER REDEFINES REM-CARGA.
               05 REM-DATA-GERACAO PIC 9(08).
               05 REM-HORA-GERACAO PIC 9(08).
               05 REM-ULTIMA-ACEITA PIC 9(06).
               05 FILLER           PIC X(42).
           03 REM-CARGA-DETALHE REDEFINES REM-CARGA.
               05 REM-SEQUENCIA    PIC 9(08).
               05 REM-MOVIMENTO    PIC X(01).
               05 REM-CPF          PIC 9(11).
               05 REM-AGENCIA      PIC 9(04).
               05 REM-CONTA        PIC 9(08).
               05 REM-DATA-INICIO  PIC 9(08).
               05 REM-DATA-FIM     PIC 9(08).
               05 FILLER           PIC X(16).
           03 REM-CARGA-TRAILER REDEFINES REM-CARGA.
               05 REM-QTD-DETALHES PIC 9(08).
               05 REM-QTD-INICIOS  PIC 9(08).
               05 REM-QTD-FINS     PIC 9(08).
               05 REM-QTD-ALTERACOES PIC 9(08).
               05 REM-TOTAL-CPF    PIC 9(15).
               05 FILLER           PIC X(17).
      *        LAYOUT = 79 POSIÇÕES -- REGULATOR'S FIXED FORMAT:    *
      *        TIPO, INSTITUICAO AND SUBMISSION NUMBER ON EVERY     *
      *        LINE; 'H' GENERATION STAMP AND LAST ACCEPTED         *
      *        SUBMISSION, 'D' ONE RELATIONSHIP (MOVIMENTO I/F/A),  *
      *        'T' COUNTS AND THE SUM OF THE DETAIL CPFS.           *
       FD RASTREIO
           RECORDING IS F.
       01 REG-RASTREIO.
           03 RAS-SEQUENCIA        PIC 9(08).
           03 FILLER               PIC X(01).
           03 RAS-MOVIMENTO        PIC X(01).
           03 FILLER               PIC X(01).
           03 RAS-CPF              PIC 9(11).
           03 FILLER               PIC X(01).
           03 RAS-AGENCIA          PIC 9(04).
           03 FILLER               PIC X(01).
           03 RAS-CONTA            PIC 9(08).
           03 FILLER               PIC X(01).
           03 RAS-NOME             PIC X(12).
           03 FILLER               PIC X(01).
           03 RAS-DATA-INICIO      PIC 9(08).
           03 FILLER               PIC X(01).
           03 RAS-DATA-FIM         PIC 9(08).
           03 FILLER               PIC X(01).
           03 RAS-ORIGEM-FIM       PIC X(01).
      *        LAYOUT = 69 POSIÇÕES -- ONE LINE PER DETAIL SENT, IN *
      *        SEQUENCE ORDER, WITH THE CUSTOMER KEY (AGENCIA+NOME) *
      *        BEHIND IT AND WHERE AN END DATE CAME FROM (THE E/T/B *
      *        OPERATION, OR 'P' = PROCESSING DATE).                *
       FD RETORNO
           RECORDING IS F.
       01 REG-RETORNO.
           03 RET-TIPO             PIC X(01).
               88 RET-HEADER          VALUE 'H'.
               88 RET-DETALHE         VALUE 'D'.
               88 RET-TRAILER         VALUE 'T'.
           03 RET-INSTITUICAO      PIC 9(08).
           03 RET-NUMERO           PIC 9(06).
           03 RET-CARGA            PIC X(64).
           03 RET-CARGA-DETALHE REDEFINES RET-CARGA.
               05 RET-SEQUENCIA    PIC 9(08).
               05 RET-SITUACAO     PIC X(01).
               05 RET-ERRO         PIC X(04).
               05 RET-DESCRICAO    PIC X(40).
               05 FILLER           PIC X(11).
           03 RET-CARGA-TRAILER REDEFINES RET-CARGA.
               05 RET-QTD-DETALHES PIC 9(08).
               05 FILLER           PIC X(56).
      *        LAYOUT = 79 POSIÇÕES -- REGULATOR'S RETURN: 'H'      *
      *        NAMING THE SUBMISSION, ONE 'D' PER DETAIL SEQUENCE   *
      *        (SITUACAO A = ACCEPTED, R = REJECTED WITH ERROR CODE *
      *        AND TEXT), 'T' WITH THE 'D' COUNT.                   *
       FD CCS-FINS.
       01 REG-CCS-FIM.
           03 FIN-CHAVE.
               05 FIN-AGENCIA      PIC 9(04).
               05 FIN-NOME         PIC X(12).
           03 FIN-DATA             PIC 9(08).
           03 FIN-OPERACAO         PIC X(01).
      *        LAST E/T/B MOVEMENT DATE PER AGENCIA+NOME.           *
       FD CCS-RESPOSTAS.
       01 REG-CCS-RESPOSTA.
           03 RSP-SEQUENCIA        PIC 9(08).
           03 RSP-SITUACAO         PIC X(01).
               88 RSP-ACEITO          VALUE 'A'.
               88 RSP-REJEITADO       VALUE 'R'.
           03 RSP-ERRO             PIC X(04).
           03 RSP-DESCRICAO        PIC X(40).
           03 RSP-CASADA           PIC X(01).
      *        THE RETURN'S ANSWER PER DETAIL SEQUENCE; CASADA =    *
      *        'S' ONCE A DETAIL OF THE SUBMISSION CLAIMED IT.      *
       FD REL-CCS
           RECORDING IS F.
       01 REG-REL-CCS          PIC X(80).
      ******************************************
       SD ORDENACAO.
       01 REG-ORDENACAO.
           03 SRT-CHAVE.
               05 SRT-CPF          PIC 9(11).
               05 SRT-AGENCIA      PIC 9(04).
               05 SRT-CONTA        PIC 9(08).
           03 SRT-NOME             PIC X(12).
           03 SRT-DATA-INICIO      PIC 9(08).
           03 SRT-DATA-FIM         PIC 9(08).
           03 SRT-MOVIMENTO        PIC X(01).
      *        CPF+AGENCIA+CONTA ORDER: THE MASTER'S RELATIONSHIPS  *
      *        ON A SUBMISSION, THE ACCEPTED DETAILS ON A RETURN.   *
      ******************************************
       WORKING-STORAGE SECTION.
       01 FS-CLIENTES-MASTER   PIC 9(02).
       01 FS-CPF-XREF      PIC 9(02).
       01 FS-MOVIMENTOS    PIC 9(02).
       01 FS-MOVTOS-ARQ    PIC 9(02).
       01 FS-CATALOGO      PIC 9(02).
       01 FS-CCS-CTL       PIC 9(02).
       01 FS-CCS-BASE      PIC 9(02).
       01 FS-BASE-NOVA     PIC 9(02).
       01 FS-REMESSA       PIC 9(02).
       01 FS-RASTREIO      PIC 9(02).
       01 FS-RETORNO       PIC 9(02).
       01 FS-CCS-FINS      PIC 9(02).
       01 FS-CCS-RESPOSTAS PIC 9(02).
       01 FS-REL-CCS       PIC 9(02).
       01 EOF-MASTER       PIC X(01) VALUE 'N'.
       01 EOF-CPF-XREF     PIC X(01) VALUE 'N'.
       01 EOF-MOVIMENTOS   PIC X(01) VALUE 'N'.
       01 EOF-MOVTOS-ARQ   PIC X(01).
       01 EOF-CATALOGO     PIC X(01) VALUE 'N'.
       01 EOF-CCS-BASE     PIC X(01) VALUE 'N'.
       01 EOF-BASE-NOVA    PIC X(01) VALUE 'N'.
       01 EOF-RASTREIO     PIC X(01) VALUE 'N'.
       01 EOF-RETORNO      PIC X(01) VALUE 'N'.
       01 EOF-CCS-RESPOSTAS PIC X(01) VALUE 'N'.
       01 FIM-ORDENACAO    PIC X(01) VALUE 'N'.
       01 MODO-CCS         PIC X(08).
           88 MODO-REMESSA        VALUE 'REMESSA'.
           88 MODO-RETORNO        VALUE 'RETORNO'.
       01 INSTITUICAO-TX   PIC X(08).
       01 CODIGO-INSTITUICAO PIC 9(08) VALUE ZERO.
       01 ARQCCSREMESSA    PIC X(100).
       01 ARQCCSRASTREIO   PIC X(100).
       01 ARQCCSRETORNO    PIC X(100).
       01 ARQMOVTOSARQ     PIC X(100).
       01 DATA-PROCESSAMENTO   PIC 9(08) VALUE ZERO.
       01 HORA-PROCESSAMENTO   PIC 9(08) VALUE ZERO.
      *    SUBMISSION CONTROL, AS READ FROM CCS-CTL.txt AND AS IT
      *    IS WRITTEN BACK.
       01 NUMERO-REMESSA   PIC 9(06) VALUE ZERO.
       01 ULTIMA-ACEITA    PIC 9(06) VALUE ZERO.
       01 QTD-ENVIADA      PIC 9(08) VALUE ZERO.
       01 SITUACAO-CTL     PIC X(08) VALUE SPACES.
           88 REMESSA-PENDENTE    VALUE 'ENVIADA'.
       01 ERRO-CCS         PIC X(01) VALUE 'N'.
       01 AVISO-CCS        PIC X(01) VALUE 'N'.
       01 TEM-BASE         PIC X(01) VALUE 'N'.
       01 TEM-TRAILER      PIC X(01) VALUE 'N'.
       01 ACHOU-ORDENADO   PIC X(01).
       01 QTD-DECLARADA    PIC 9(08) VALUE ZERO.
       01 DATA-FIM-ENCONTRADA PIC 9(08).
       01 ERRO-RESPOSTA    PIC X(04).
       01 DESCRICAO-RESPOSTA PIC X(40).
       01 CNT-MASTER       PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-ATIVAS       PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-INATIVAS     PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-SEM-CPF      PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-SEM-XREF     PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-CONTA-DIVERG PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-XREF-LIDOS   PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-XREF-SEM-MASTER PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-XREF-CPF-DIVERG PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-DUPLICADOS   PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-ATUAIS       PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-BASE         PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-BASE-ABERTOS PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-INICIOS      PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-FINS         PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-ALTERACOES   PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-DETALHES     PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-FIM-ESTIMADO PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-LIDOS        PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-ARQ-LIDOS    PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-ARQ-AUSENTES PIC 9(04) USAGE COMP VALUE ZERO.
       01 CNT-RESPOSTAS    PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-RESPOSTAS-INVALIDAS PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-RESPOSTAS-REPETIDAS PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-RESPOSTAS-AVULSAS PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-RASTREIO     PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-ACEITOS      PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-REJEITADOS   PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-SEM-RESPOSTA PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-BASE-NOVA    PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-BASE-NOVA-ABERTOS PIC 9(08) USAGE COMP VALUE ZERO.
       01 TOTAL-CPF        PIC 9(15) USAGE COMP VALUE ZERO.
      *    THE PROOF: ACCEPTED OPEN RELATIONSHIPS PLUS OPENINGS
      *    MINUS CLOSINGS MUST EQUAL WHAT THE MASTER HOLDS NOW,
      *    LESS THE RECORDS THAT CANNOT BE EXPORTED.
       01 PROVA-BASE       PIC S9(09) USAGE COMP VALUE ZERO.
       01 PROVA-MASTER     PIC S9(09) USAGE COMP VALUE ZERO.
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
      *    MATCH-MERGE KEYS, CPF+AGENCIA+CONTA; HIGH-VALUES MARKS AN
      *    EXHAUSTED SIDE.
       01 CHAVE-ATU        PIC X(23).
       01 CHAVE-BASE       PIC X(23).
       01 CHAVE-ANTERIOR   PIC X(23) VALUE LOW-VALUES.
       01 LINHA-TEXTO      PIC X(80).
       01 QTD-EDITADA      PIC 9(08).
       01 ROTULO-CONTAGEM  PIC X(50).
       01 LINHA-CONTAGEM.
           03 LCT-ROTULO       PIC X(50).
           03 FILLER           PIC X(02) VALUE ': '.
           03 LCT-QTD          PIC 9(08).
           03 FILLER           PIC X(20) VALUE SPACES.
       01 LINHA-OCORRENCIA.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LOC-AGENCIA      PIC 9(04).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LOC-NOME         PIC X(12).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LOC-CPF          PIC 9(11).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LOC-CONTA        PIC 9(08).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LOC-MOTIVO       PIC X(38).
           03 FILLER           PIC X(01) VALUE SPACES.
       01 LINHA-PROVA.
           03 FILLER           PIC X(30)
                               VALUE 'PROVA: ABERTOS+INICIOS-FINS '.
           03 LPR-BASE         PIC +9(09).
           03 FILLER           PIC X(08) VALUE ' MASTER '.
           03 LPR-MASTER       PIC +9(09).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LPR-SITUACAO     PIC X(09).
           03 FILLER           PIC X(12) VALUE SPACES.
       01 LINHA-REJEITADO.
           03 FILLER           PIC X(06) VALUE '  SEQ '.
           03 LRJ-SEQUENCIA    PIC 9(08).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LRJ-MOVIMENTO    PIC X(01).
           03 FILLER           PIC X(05) VALUE ' CPF '.
           03 LRJ-CPF          PIC 9(11).
           03 FILLER           PIC X(07) VALUE ' CHAVE '.
           03 LRJ-AGENCIA      PIC 9(04).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LRJ-NOME         PIC X(12).
           03 FILLER           PIC X(07) VALUE ' CONTA '.
           03 LRJ-CONTA        PIC 9(08).
           03 FILLER           PIC X(09) VALUE SPACES.
       01 LINHA-ERRO.
           03 FILLER           PIC X(11) VALUE '      ERRO '.
           03 LER-ERRO         PIC X(04).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LER-DESCRICAO    PIC X(40).
           03 FILLER           PIC X(24) VALUE SPACES.
      ******************************************
       PROCEDURE DIVISION.
            PERFORM 001-VALIDAR THRU 001-FIM.
            PERFORM 002-LER THRU 002-FIM.
            PERFORM 003-ENCERRAR THRU 004-FIM.
      ******************************************

       001-VALIDAR SECTION.
           ACCEPT DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
           ACCEPT HORA-PROCESSAMENTO FROM TIME.

           ACCEPT MODO-CCS FROM ENVIRONMENT 'MODO-CCS'
               ON EXCEPTION
                   MOVE 'REMESSA' TO MODO-CCS
           END-ACCEPT.
           IF MODO-CCS EQUAL SPACES
               MOVE 'REMESSA' TO MODO-CCS
           END-IF.
           IF NOT MODO-REMESSA AND NOT MODO-RETORNO
               DISPLAY 'Invalid MODO-CCS (REMESSA/RETORNO): ' MODO-CCS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    THE INSTITUTION'S CODE WITH THE REGULATOR (THE 8-DIGIT
      *    CNPJ ROOT) -- IT HEADS EVERY LINE SENT AND MUST HEAD
      *    EVERY LINE THAT COMES BACK.
           ACCEPT INSTITUICAO-TX FROM ENVIRONMENT 'CODIGO-INSTITUICAO'
               ON EXCEPTION
                   MOVE SPACES TO INSTITUICAO-TX
           END-ACCEPT.
           IF INSTITUICAO-TX IS NOT NUMERIC
               DISPLAY 'Invalid CODIGO-INSTITUICAO (8 digits): '
                       INSTITUICAO-TX
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE INSTITUICAO-TX TO CODIGO-INSTITUICAO.

           PERFORM 001-LER-CONTROLE THRU 001-LER-CONTROLE-FIM.

      *    ONE SUBMISSION IN FLIGHT AT A TIME: THE NEXT ONE IS CUT
      *    AGAINST THE ACCEPTED IMAGE, WHICH ONLY THE RETURN OF THE
      *    LAST ONE BRINGS UP TO DATE.
           IF MODO-REMESSA AND REMESSA-PENDENTE
               DISPLAY 'Submission ' NUMERO-REMESSA
                       ' still awaits its return (MODO-CCS=RETORNO)'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF MODO-RETORNO AND NOT REMESSA-PENDENTE
               DISPLAY 'No submission awaits a return (CCS-CTL: '
                       SITUACAO-CTL ')'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF MODO-REMESSA
               ADD 1 TO NUMERO-REMESSA
           END-IF.

           ACCEPT ARQCCSREMESSA FROM ENVIRONMENT 'ARQCCSREMESSA'
               ON EXCEPTION
                   MOVE SPACES TO ARQCCSREMESSA
           END-ACCEPT.
           IF ARQCCSREMESSA EQUAL SPACES
               STRING './CCS-REMESSA-' DELIMITED BY SIZE
                      NUMERO-REMESSA DELIMITED BY SIZE
                      '.txt' DELIMITED BY SIZE
                   INTO ARQCCSREMESSA
           END-IF.

           ACCEPT ARQCCSRASTREIO FROM ENVIRONMENT 'ARQCCSRASTREIO'
               ON EXCEPTION
                   MOVE SPACES TO ARQCCSRASTREIO
           END-ACCEPT.
           IF ARQCCSRASTREIO EQUAL SPACES
               STRING './CCS-RASTREIO-' DELIMITED BY SIZE
                      NUMERO-REMESSA DELIMITED BY SIZE
                      '.txt' DELIMITED BY SIZE
                   INTO ARQCCSRASTREIO
           END-IF.

           ACCEPT ARQCCSRETORNO FROM ENVIRONMENT 'ARQCCSRETORNO'
               ON EXCEPTION
                   MOVE SPACES TO ARQCCSRETORNO
           END-ACCEPT.
           IF ARQCCSRETORNO EQUAL SPACES
               STRING './CCS-RETORNO-' DELIMITED BY SIZE
                      NUMERO-REMESSA DELIMITED BY SIZE
                      '.txt' DELIMITED BY SIZE
                   INTO ARQCCSRETORNO
           END-IF.

           DISPLAY 'ARQCCSREMESSA' UPON ENVIRONMENT-NAME.
           DISPLAY ARQCCSREMESSA UPON ENVIRONMENT-VALUE.
           DISPLAY 'ARQCCSRASTREIO' UPON ENVIRONMENT-NAME.
           DISPLAY ARQCCSRASTREIO UPON ENVIRONMENT-VALUE.
           DISPLAY 'ARQCCSRETORNO' UPON ENVIRONMENT-NAME.
           DISPLAY ARQCCSRETORNO UPON ENVIRONMENT-VALUE.

           OPEN OUTPUT REL-CCS.
           IF FS-REL-CCS NOT EQUAL ZEROS
               DISPLAY 'Erro ao abrir REL-CCS, código: ' FS-REL-CCS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF MODO-REMESSA
               MOVE 'CCS - RELACIONAMENTOS DE CLIENTES - REMESSA'
                   TO LINHA-TEXTO
           ELSE
               MOVE 'CCS - RELACIONAMENTOS DE CLIENTES - RETORNO'
                   TO LINHA-TEXTO
           END-IF.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

           MOVE SPACES TO LINHA-TEXTO.
           STRING 'REMESSA: ' DELIMITED BY SIZE
                  NUMERO-REMESSA DELIMITED BY SIZE
                  '  ULTIMA ACEITA: ' DELIMITED BY SIZE
                  ULTIMA-ACEITA DELIMITED BY SIZE
                  '  INSTITUICAO: ' DELIMITED BY SIZE
                  CODIGO-INSTITUICAO DELIMITED BY SIZE
                  '  DATA: ' DELIMITED BY SIZE
                  DATA-PROCESSAMENTO DELIMITED BY SIZE
               INTO LINHA-TEXTO.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

       001-FIM.
           EXIT.
      ******************************************

       001-LER-CONTROLE SECTION.
      *    AN ABSENT CONTROL FILE IS THE FIRST SUBMISSION: NUMBER
      *    1, AGAINST AN EMPTY ACCEPTED IMAGE -- A FULL LOAD.
           OPEN INPUT CCS-CTL.
           IF FS-CCS-CTL EQUAL ZEROS
               READ CCS-CTL
                   NOT AT END
                       MOVE CTL-REMESSA TO NUMERO-REMESSA
                       MOVE CTL-SITUACAO TO SITUACAO-CTL
                       MOVE CTL-QTD TO QTD-ENVIADA
                       MOVE CTL-ULTIMA-ACEITA TO ULTIMA-ACEITA
               END-READ
               CLOSE CCS-CTL
           ELSE
               IF FS-CCS-CTL NOT EQUAL '35'
                   DISPLAY 'Erro ao abrir CCS-CTL, código: '
                           FS-CCS-CTL
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       001-LER-CONTROLE-FIM.
           EXIT.
      ******************************************

       002-LER SECTION.
           IF MODO-RETORNO
               PERFORM 002-APLICAR-RETORNO THRU
                       002-APLICAR-RETORNO-FIM
           ELSE
               PERFORM 002-GERAR-REMESSA THRU
                       002-GERAR-REMESSA-FIM
           END-IF.

       002-FIM.
           EXIT.
      ******************************************

       002-GERAR-REMESSA SECTION.
           OPEN INPUT CLIENTES-MASTER.
           IF FS-CLIENTES-MASTER NOT EQUAL ZEROS
               DISPLAY 'Erro ao abrir CLIENTES-MASTER, código: '
                       FS-CLIENTES-MASTER
               MOVE 'S' TO ERRO-CCS
               GO TO 002-GERAR-REMESSA-FIM
           END-IF.

           OPEN INPUT CPF-XREF.
           IF FS-CPF-XREF NOT EQUAL ZEROS
               DISPLAY 'Erro ao abrir CPF-XREF, código: '
                       FS-CPF-XREF
               CLOSE CLIENTES-MASTER
               MOVE 'S' TO ERRO-CCS
               GO TO 002-GERAR-REMESSA-FIM
           END-IF.

           OPEN OUTPUT CCS-FINS.
           CLOSE CCS-FINS.
           OPEN I-O CCS-FINS.
           IF FS-CCS-FINS NOT EQUAL ZEROS
               DISPLAY 'Erro ao abrir CCS-FINS, código: '
                       FS-CCS-FINS
               CLOSE CLIENTES-MASTER
               CLOSE CPF-XREF
               MOVE 'S' TO ERRO-CCS
               GO TO 002-GERAR-REMESSA-FIM
           END-IF.

           PERFORM 002-CARREGAR-ARQUIVOS THRU
                   002-CARREGAR-ARQUIVOS-FIM.
           PERFORM 002-ACUMULAR-FINS THRU 002-ACUMULAR-FINS-FIM.

           MOVE SPACES TO LINHA-TEXTO.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.
           MOVE '  AG   NOME         CPF         CONTA    OCORRENCIA'
               TO LINHA-TEXTO.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

           SORT ORDENACAO
               ON ASCENDING KEY SRT-CHAVE
               INPUT PROCEDURE IS 002-SELECIONAR-MASTER THRU
                                  002-SELECIONAR-MASTER-FIM
               OUTPUT PROCEDURE IS 002-COMPARAR-BASE THRU
                                   002-COMPARAR-BASE-FIM.

           CLOSE CLIENTES-MASTER.
           CLOSE CPF-XREF.
           CLOSE CCS-FINS.

       002-GERAR-REMESSA-FIM.
           EXIT.
      ******************************************

       002-CARREGAR-ARQUIVOS SECTION.
      *    EVERY MOVTOS-ARQ GENERATION, OLDEST FIRST: A CLOSING
      *    SENT AGAIN AFTER A REJECTION MAY BE OLDER THAN ANY
      *    CUTOFF THE LAST SUBMISSION COULD SUGGEST.
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
                               PERFORM 002-GUARDAR-ARQUIVO THRU
                                       002-GUARDAR-ARQUIVO-FIM
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

       002-CARREGAR-ARQUIVOS-FIM.
           EXIT.
      ******************************************

       002-GUARDAR-ARQUIVO SECTION.
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

       002-GUARDAR-ARQUIVO-FIM.
           EXIT.
      ******************************************

       002-ACUMULAR-FINS SECTION.
      *    THE LAST DATE EACH AGENCIA+NOME LEFT THE MASTER: 'E'
      *    FROM PROGMST AND PROGTEL, THE 'T' PAIR OF A PROGFUS
      *    MERGER (THE OLD KEY ENDS THERE) AND THE 'B' LINES OF A
      *    BACKOUT THAT UNDID AN INCLUSION. ARCHIVED GENERATIONS
      *    FIRST, THEN THE LIVE FILE.
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
               GO TO 002-ACUMULAR-FINS-FIM
           END-IF.

           PERFORM UNTIL EOF-MOVIMENTOS EQUAL 'S'
               READ MOVIMENTOS
                       AT END
                           MOVE 'S' TO EOF-MOVIMENTOS
                       NOT AT END
                           ADD 1 TO CNT-LIDOS
                           PERFORM 002-GUARDAR-FIM THRU
                                   002-GUARDAR-FIM-FIM
               END-READ
           END-PERFORM.

           CLOSE MOVIMENTOS.

       002-ACUMULAR-FINS-FIM.
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
                           PERFORM 002-GUARDAR-FIM THRU
                                   002-GUARDAR-FIM-FIM
               END-READ
           END-PERFORM.

           CLOSE MOVTOS-ARQ.

       002-LER-ARQUIVO-FIM.
           EXIT.
      ******************************************

       002-GUARDAR-FIM SECTION.
           IF MOV-OPERACAO NOT EQUAL 'E'
              AND MOV-OPERACAO NOT EQUAL 'T'
              AND MOV-OPERACAO NOT EQUAL 'B'
               GO TO 002-GUARDAR-FIM-FIM
           END-IF.

           MOVE MOV-AGENCIA TO FIN-AGENCIA.
           MOVE MOV-NOME TO FIN-NOME.
           READ CCS-FINS
               INVALID KEY
                   MOVE MOV-DATA TO FIN-DATA
                   MOVE MOV-OPERACAO TO FIN-OPERACAO
                   WRITE REG-CCS-FIM
                       INVALID KEY
                           DISPLAY 'Writing error (fins): '
                                   FS-CCS-FINS
                   END-WRITE
               NOT INVALID KEY
                   IF MOV-DATA NOT LESS FIN-DATA
                       MOVE MOV-DATA TO FIN-DATA
                       MOVE MOV-OPERACAO TO FIN-OPERACAO
                       REWRITE REG-CCS-FIM
                           INVALID KEY
                               DISPLAY 'Writing error (fins): '
                                       FS-CCS-FINS
                       END-REWRITE
                   END-IF
           END-READ.

       002-GUARDAR-FIM-FIM.
           EXIT.
      ******************************************

       002-SELECIONAR-MASTER SECTION.
      *    EVERY CUSTOMER IS A RELATIONSHIP, ACTIVE AND DORMANT
      *    ALIKE -- A DORMANT ACCOUNT IS STILL OPEN. EACH ONE IS
      *    CHECKED AGAINST ITS CPF-XREF ENTRY ON THE WAY; THEN
      *    CPF-XREF IS READ END TO END FOR ENTRIES THE MASTER NO
      *    LONGER BACKS.
           PERFORM UNTIL EOF-MASTER EQUAL 'S'
               READ CLIENTES-MASTER NEXT
                       AT END
                           MOVE 'S' TO EOF-MASTER
                       NOT AT END
                           PERFORM 002-LIBERAR-CLIENTE THRU
                                   002-LIBERAR-CLIENTE-FIM
               END-READ
           END-PERFORM.

           MOVE LOW-VALUES TO XRF-CHAVE.
           START CPF-XREF KEY IS NOT LESS THAN XRF-CHAVE
               INVALID KEY
                   MOVE 'S' TO EOF-CPF-XREF
           END-START.

           PERFORM UNTIL EOF-CPF-XREF EQUAL 'S'
               READ CPF-XREF NEXT
                       AT END
                           MOVE 'S' TO EOF-CPF-XREF
                       NOT AT END
                           ADD 1 TO CNT-XREF-LIDOS
                           PERFORM 002-CONFERIR-XREF THRU
                                   002-CONFERIR-XREF-FIM
               END-READ
           END-PERFORM.

       002-SELECIONAR-MASTER-FIM.
           EXIT.
      ******************************************

       002-LIBERAR-CLIENTE SECTION.
           ADD 1 TO CNT-MASTER.
           IF MST-INATIVA
               ADD 1 TO CNT-INATIVAS
           ELSE
               ADD 1 TO CNT-ATIVAS
           END-IF.

           MOVE MST-AGENCIA TO LOC-AGENCIA.
           MOVE MST-NOME TO LOC-NOME.
           MOVE MST-CPF TO LOC-CPF.
           MOVE MST-CONTA TO LOC-CONTA.

      *    WITHOUT A CPF THERE IS NOTHING THE REGISTRY CAN FILE
      *    THE RELATIONSHIP UNDER.
           IF MST-CPF IS NOT NUMERIC OR MST-CPF EQUAL ZERO
               ADD 1 TO CNT-SEM-CPF
               MOVE ZERO TO LOC-CPF
               MOVE 'MASTER SEM CPF - NAO EXPORTADO' TO LOC-MOTIVO
               PERFORM 002-LISTAR-OCORRENCIA THRU
                       002-LISTAR-OCORRENCIA-FIM
               GO TO 002-LIBERAR-CLIENTE-FIM
           END-IF.

           MOVE MST-CPF TO XRF-CPF.
           MOVE MST-AGENCIA TO XRF-AGENCIA.
           MOVE MST-NOME TO XRF-NOME.
           READ CPF-XREF
               INVALID KEY
                   ADD 1 TO CNT-SEM-XREF
                   MOVE 'SEM ENTRADA NO CPF-XREF' TO LOC-MOTIVO
                   PERFORM 002-LISTAR-OCORRENCIA THRU
                           002-LISTAR-OCORRENCIA-FIM
               NOT INVALID KEY
                   IF XRF-CONTA NOT EQUAL MST-CONTA
                       ADD 1 TO CNT-CONTA-DIVERG
                       MOVE 'CONTA DIFERENTE NO CPF-XREF'
                           TO LOC-MOTIVO
                       PERFORM 002-LISTAR-OCORRENCIA THRU
                               002-LISTAR-OCORRENCIA-FIM
                   END-IF
           END-READ.

      *    THE MASTER IS THE SOURCE: A RELATIONSHIP IS SENT AS THE
      *    MASTER HOLDS IT, WHATEVER CPF-XREF SAYS.
           MOVE SPACES TO REG-ORDENACAO.
           MOVE MST-CPF TO SRT-CPF.
           MOVE MST-AGENCIA TO SRT-AGENCIA.
           MOVE MST-CONTA TO SRT-CONTA.
           MOVE MST-NOME TO SRT-NOME.
           MOVE MST-DATA-ABERTURA TO SRT-DATA-INICIO.
           MOVE ZERO TO SRT-DATA-FIM.
           RELEASE REG-ORDENACAO.

       002-LIBERAR-CLIENTE-FIM.
           EXIT.
      ******************************************

       002-CONFERIR-XREF SECTION.
           MOVE XRF-AGENCIA TO MST-AGENCIA.
           MOVE XRF-NOME TO MST-NOME.
           READ CLIENTES-MASTER
               INVALID KEY
                   ADD 1 TO CNT-XREF-SEM-MASTER
                   MOVE XRF-AGENCIA TO LOC-AGENCIA
                   MOVE XRF-NOME TO LOC-NOME
                   MOVE XRF-CPF TO LOC-CPF
                   MOVE XRF-CONTA TO LOC-CONTA
                   MOVE 'CPF-XREF SEM CLIENTE NO MASTER'
                       TO LOC-MOTIVO
                   PERFORM 002-LISTAR-OCORRENCIA THRU
                           002-LISTAR-OCORRENCIA-FIM
               NOT INVALID KEY
                   IF MST-CPF NOT EQUAL XRF-CPF
                       ADD 1 TO CNT-XREF-CPF-DIVERG
                       MOVE XRF-AGENCIA TO LOC-AGENCIA
                       MOVE XRF-NOME TO LOC-NOME
                       MOVE XRF-CPF TO LOC-CPF
                       MOVE XRF-CONTA TO LOC-CONTA
                       MOVE 'CPF-XREF COM CPF DIFERENTE DO MASTER'
                           TO LOC-MOTIVO
                       PERFORM 002-LISTAR-OCORRENCIA THRU
                               002-LISTAR-OCORRENCIA-FIM
                   END-IF
           END-READ.

       002-CONFERIR-XREF-FIM.
           EXIT.
      ******************************************

       002-COMPARAR-BASE SECTION.
      *    MATCH-MERGE OF THE MASTER'S RELATIONSHIPS AGAINST THE
      *    ACCEPTED IMAGE, BOTH IN CPF+AGENCIA+CONTA ORDER. EVERY
      *    DIFFERENCE BECOMES A NUMBERED DETAIL IN THE TRACE FILE;
      *    THE SUBMISSION ITSELF IS WRITTEN FROM IT AT THE END.
           OPEN INPUT CCS-BASE.
           IF FS-CCS-BASE EQUAL ZEROS
               MOVE 'S' TO TEM-BASE
           ELSE
               IF FS-CCS-BASE EQUAL '35'
                   MOVE 'S' TO EOF-CCS-BASE
                   MOVE 'SEM BASE ACEITA - CARGA INICIAL COMPLETA'
                       TO LINHA-TEXTO
                   PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM
               ELSE
                   DISPLAY 'Erro ao abrir CCS-BASE, código: '
                           FS-CCS-BASE
                   MOVE 'S' TO ERRO-CCS
                   GO TO 002-COMPARAR-BASE-FIM
               END-IF
           END-IF.

           OPEN OUTPUT RASTREIO.
           IF FS-RASTREIO NOT EQUAL ZEROS
               DISPLAY 'Erro ao abrir RASTREIO, código: ' FS-RASTREIO
               IF TEM-BASE EQUAL 'S'
                   CLOSE CCS-BASE
               END-IF
               MOVE 'S' TO ERRO-CCS
               GO TO 002-COMPARAR-BASE-FIM
           END-IF.

           PERFORM 002-LER-ORDENADO THRU 002-LER-ORDENADO-FIM.
           PERFORM 002-LER-BASE THRU 002-LER-BASE-FIM.

           PERFORM UNTIL CHAVE-ATU EQUAL HIGH-VALUES
                     AND CHAVE-BASE EQUAL HIGH-VALUES
               PERFORM 002-CONFRONTAR THRU 002-CONFRONTAR-FIM
           END-PERFORM.

           IF TEM-BASE EQUAL 'S'
               CLOSE CCS-BASE
           END-IF.
           CLOSE RASTREIO.

       002-COMPARAR-BASE-FIM.
           EXIT.
      ******************************************

       002-LER-ORDENADO SECTION.
      *    DELIVERS THE NEXT RELATIONSHIP; A SECOND CUSTOMER UNDER
      *    THE SAME CPF+AGENCIA+CONTA IS LISTED AND LEFT OUT -- THE
      *    REGISTRY HOLDS THE RELATIONSHIP ONCE.
           IF FIM-ORDENACAO EQUAL 'S'
               GO TO 002-LER-ORDENADO-FIM
           END-IF.

           MOVE 'N' TO ACHOU-ORDENADO.
           PERFORM UNTIL ACHOU-ORDENADO EQUAL 'S'
               RETURN ORDENACAO
                       AT END
                           MOVE 'S' TO FIM-ORDENACAO
                           MOVE 'S' TO ACHOU-ORDENADO
                           MOVE HIGH-VALUES TO CHAVE-ATU
                       NOT AT END
                           IF SRT-CHAVE EQUAL CHAVE-ANTERIOR
                               PERFORM 002-LISTAR-DUPLICADO THRU
                                       002-LISTAR-DUPLICADO-FIM
                           ELSE
                               MOVE SRT-CHAVE TO CHAVE-ATU
                               MOVE SRT-CHAVE TO CHAVE-ANTERIOR
                               ADD 1 TO CNT-ATUAIS
                               MOVE 'S' TO ACHOU-ORDENADO
                           END-IF
               END-RETURN
           END-PERFORM.

       002-LER-ORDENADO-FIM.
           EXIT.
      ******************************************

       002-LISTAR-DUPLICADO SECTION.
           ADD 1 TO CNT-DUPLICADOS.
           MOVE SRT-AGENCIA TO LOC-AGENCIA.
           MOVE SRT-NOME TO LOC-NOME.
           MOVE SRT-CPF TO LOC-CPF.
           MOVE SRT-CONTA TO LOC-CONTA.
           MOVE 'RELACIONAMENTO REPETIDO - IGNORADO' TO LOC-MOTIVO.
           PERFORM 002-LISTAR-OCORRENCIA THRU
                   002-LISTAR-OCORRENCIA-FIM.

       002-LISTAR-DUPLICADO-FIM.
           EXIT.
      ******************************************

       002-LER-BASE SECTION.
           IF EOF-CCS-BASE EQUAL 'S'
               GO TO 002-LER-BASE-ALTO
           END-IF.

           READ CCS-BASE
               AT END
                   MOVE 'S' TO EOF-CCS-BASE
               NOT AT END
                   MOVE BAS-CHAVE TO CHAVE-BASE
                   ADD 1 TO CNT-BASE
                   IF BAS-DATA-FIM EQUAL ZERO
                       ADD 1 TO CNT-BASE-ABERTOS
                   END-IF
                   GO TO 002-LER-BASE-FIM
           END-READ.

       002-LER-BASE-ALTO.
           MOVE HIGH-VALUES TO CHAVE-BASE.

       002-LER-BASE-FIM.
           EXIT.
      ******************************************

       002-CONFRONTAR SECTION.
      *    ONLY IN THE MASTER: OPENED. ONLY IN THE IMAGE AND STILL
      *    OPEN THERE: CLOSED. IN BOTH: REOPENED WHEN THE IMAGE HAS
      *    IT CLOSED, CHANGED WHEN THE START DATE MOVED.
           EVALUATE TRUE
               WHEN CHAVE-ATU < CHAVE-BASE
                   MOVE 'I' TO RAS-MOVIMENTO
                   PERFORM 002-DETALHAR-ATUAL THRU
                           002-DETALHAR-ATUAL-FIM
                   PERFORM 002-LER-ORDENADO THRU
                           002-LER-ORDENADO-FIM
               WHEN CHAVE-ATU > CHAVE-BASE
                   IF BAS-DATA-FIM EQUAL ZERO
                       PERFORM 002-DETALHAR-FIM THRU
                               002-DETALHAR-FIM-FIM
                   END-IF
                   PERFORM 002-LER-BASE THRU 002-LER-BASE-FIM
               WHEN OTHER
                   IF BAS-DATA-FIM NOT EQUAL ZERO
                       MOVE 'I' TO RAS-MOVIMENTO
                       PERFORM 002-DETALHAR-ATUAL THRU
                               002-DETALHAR-ATUAL-FIM
                   ELSE
                       IF BAS-DATA-INICIO NOT EQUAL SRT-DATA-INICIO
                           MOVE 'A' TO RAS-MOVIMENTO
                           PERFORM 002-DETALHAR-ATUAL THRU
                                   002-DETALHAR-ATUAL-FIM
                       END-IF
                   END-IF
                   PERFORM 002-LER-ORDENADO THRU
                           002-LER-ORDENADO-FIM
                   PERFORM 002-LER-BASE THRU 002-LER-BASE-FIM
           END-EVALUATE.

       002-CONFRONTAR-FIM.
           EXIT.
      ******************************************

       002-DETALHAR-ATUAL SECTION.
           MOVE SRT-CPF TO RAS-CPF.
           MOVE SRT-AGENCIA TO RAS-AGENCIA.
           MOVE SRT-CONTA TO RAS-CONTA.
           MOVE SRT-NOME TO RAS-NOME.
           MOVE SRT-DATA-INICIO TO RAS-DATA-INICIO.
           MOVE ZERO TO RAS-DATA-FIM.
           MOVE SPACES TO RAS-ORIGEM-FIM.
           PERFORM 002-GRAVAR-RASTREIO THRU 002-GRAVAR-RASTREIO-FIM.

       002-DETALHAR-ATUAL-FIM.
           EXIT.
      ******************************************

       002-DETALHAR-FIM SECTION.
      *    THE END DATE IS THE LAST TIME THE CUSTOMER KEY LEFT THE
      *    MASTER, IF THAT IS NOT BEFORE THE RELATIONSHIP STARTED;
      *    OTHERWISE TODAY'S DATE GOES, AND THE LINE IS LISTED FOR
      *    THE BRANCH TO CONFIRM.
           MOVE 'F' TO RAS-MOVIMENTO.
           MOVE BAS-CPF TO RAS-CPF.
           MOVE BAS-AGENCIA TO RAS-AGENCIA.
           MOVE BAS-CONTA TO RAS-CONTA.
           MOVE BAS-NOME TO RAS-NOME.
           MOVE BAS-DATA-INICIO TO RAS-DATA-INICIO.

           MOVE ZERO TO DATA-FIM-ENCONTRADA.
           MOVE BAS-AGENCIA TO FIN-AGENCIA.
           MOVE BAS-NOME TO FIN-NOME.
           READ CCS-FINS
               INVALID KEY
                   MOVE ZERO TO DATA-FIM-ENCONTRADA
               NOT INVALID KEY
                   MOVE FIN-DATA TO DATA-FIM-ENCONTRADA
                   MOVE FIN-OPERACAO TO RAS-ORIGEM-FIM
           END-READ.

           IF DATA-FIM-ENCONTRADA EQUAL ZERO
              OR DATA-FIM-ENCONTRADA < BAS-DATA-INICIO
               MOVE DATA-PROCESSAMENTO TO RAS-DATA-FIM
               MOVE 'P' TO RAS-ORIGEM-FIM
               ADD 1 TO CNT-FIM-ESTIMADO
               MOVE BAS-AGENCIA TO LOC-AGENCIA
               MOVE BAS-NOME TO LOC-NOME
               MOVE BAS-CPF TO LOC-CPF
               MOVE BAS-CONTA TO LOC-CONTA
               MOVE 'FIM SEM EXCLUSAO NO HISTORICO-ESTIMADO'
                   TO LOC-MOTIVO
               PERFORM 002-LISTAR-OCORRENCIA THRU
                       002-LISTAR-OCORRENCIA-FIM
           ELSE
               MOVE DATA-FIM-ENCONTRADA TO RAS-DATA-FIM
           END-IF.

           PERFORM 002-GRAVAR-RASTREIO THRU 002-GRAVAR-RASTREIO-FIM.

       002-DETALHAR-FIM-FIM.
           EXIT.
      ******************************************

       002-GRAVAR-RASTREIO SECTION.
           ADD 1 TO CNT-DETALHES.
           MOVE CNT-DETALHES TO RAS-SEQUENCIA.
           EVALUATE RAS-MOVIMENTO
               WHEN 'I'
                   ADD 1 TO CNT-INICIOS
               WHEN 'F'
                   ADD 1 TO CNT-FINS
               WHEN 'A'
                   ADD 1 TO CNT-ALTERACOES
           END-EVALUATE.
           ADD RAS-CPF TO TOTAL-CPF.

           WRITE REG-RASTREIO.
           IF FS-RASTREIO NOT EQUAL ZEROS
               DISPLAY 'Writing error (rastreio): ' FS-RASTREIO
               MOVE 'S' TO ERRO-CCS
           END-IF.

       002-GRAVAR-RASTREIO-FIM.
           EXIT.
      ******************************************

       002-LISTAR-OCORRENCIA SECTION.
           WRITE REG-REL-CCS FROM LINHA-OCORRENCIA.
           IF FS-REL-CCS NOT EQUAL ZEROS
               DISPLAY 'Report write warning: ' FS-REL-CCS
           END-IF.

       002-LISTAR-OCORRENCIA-FIM.
           EXIT.
      ******************************************

       002-APLICAR-RETORNO SECTION.
      *    THE RETURN IS LOADED AND PROVED WHOLE BEFORE ANYTHING IS
      *    APPLIED: IT MUST NAME THE SUBMISSION IN FLIGHT AND CLOSE
      *    WITH A TRAILER THAT COUNTS ITS DETAILS.
           OPEN OUTPUT CCS-RESPOSTAS.
           CLOSE CCS-RESPOSTAS.
           OPEN I-O CCS-RESPOSTAS.
           IF FS-CCS-RESPOSTAS NOT EQUAL ZEROS
               DISPLAY 'Erro ao abrir CCS-RESPOSTAS, código: '
                       FS-CCS-RESPOSTAS
               MOVE 'S' TO ERRO-CCS
               GO TO 002-APLICAR-RETORNO-FIM
           END-IF.

           PERFORM 002-CARREGAR-RETORNO THRU
                   002-CARREGAR-RETORNO-FIM.

           IF ERRO-CCS EQUAL 'S'
               CLOSE CCS-RESPOSTAS
               GO TO 002-APLICAR-RETORNO-FIM
           END-IF.

           MOVE SPACES TO LINHA-TEXTO.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.
           MOVE 'DETALHES NAO ACEITOS (SEQUENCIA, MOVIMENTO, CHAVE)'
               TO LINHA-TEXTO.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

           SORT ORDENACAO
               ON ASCENDING KEY SRT-CHAVE
               INPUT PROCEDURE IS 002-SELECIONAR-ACEITOS THRU
                                  002-SELECIONAR-ACEITOS-FIM
               OUTPUT PROCEDURE IS 002-ATUALIZAR-BASE THRU
                                   002-ATUALIZAR-BASE-FIM.

           IF ERRO-CCS EQUAL 'N'
               PERFORM 002-LISTAR-AVULSAS THRU
                       002-LISTAR-AVULSAS-FIM
           END-IF.

           CLOSE CCS-RESPOSTAS.

       002-APLICAR-RETORNO-FIM.
           EXIT.
      ******************************************

       002-CARREGAR-RETORNO SECTION.
           OPEN INPUT RETORNO.
           IF FS-RETORNO NOT EQUAL ZEROS
               DISPLAY 'Erro ao abrir RETORNO, código: ' FS-RETORNO
               MOVE 'S' TO ERRO-CCS
               GO TO 002-CARREGAR-RETORNO-FIM
           END-IF.

           READ RETORNO
               AT END
                   MOVE SPACES TO RET-TIPO
           END-READ.

           IF NOT RET-HEADER
              OR RET-INSTITUICAO IS NOT NUMERIC
              OR RET-NUMERO IS NOT NUMERIC
               DISPLAY 'Return file has no header: ' ARQCCSRETORNO
               MOVE 'RETORNO SEM HEADER - NADA APLICADO' TO LINHA-TEXTO
               PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM
               CLOSE RETORNO
               MOVE 'S' TO ERRO-CCS
               GO TO 002-CARREGAR-RETORNO-FIM
           END-IF.

           IF RET-INSTITUICAO NOT EQUAL CODIGO-INSTITUICAO
              OR RET-NUMERO NOT EQUAL NUMERO-REMESSA
               DISPLAY 'Return is for institution ' RET-INSTITUICAO
                       ' submission ' RET-NUMERO ', expected '
                       CODIGO-INSTITUICAO ' ' NUMERO-REMESSA
               MOVE SPACES TO LINHA-TEXTO
               STRING 'RETORNO DE OUTRA REMESSA: ' DELIMITED BY SIZE
                      RET-INSTITUICAO DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      RET-NUMERO DELIMITED BY SIZE
                      ' - NADA APLICADO' DELIMITED BY SIZE
                   INTO LINHA-TEXTO
               PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM
               CLOSE RETORNO
               MOVE 'S' TO ERRO-CCS
               GO TO 002-CARREGAR-RETORNO-FIM
           END-IF.

           PERFORM UNTIL EOF-RETORNO EQUAL 'S'
               READ RETORNO
                       AT END
                           MOVE 'S' TO EOF-RETORNO
                       NOT AT END
                           EVALUATE TRUE
                               WHEN TEM-TRAILER EQUAL 'S'
                                   CONTINUE
                               WHEN RET-DETALHE
                                   PERFORM 002-GUARDAR-RESPOSTA THRU
                                           002-GUARDAR-RESPOSTA-FIM
                               WHEN RET-TRAILER
                                   MOVE 'S' TO TEM-TRAILER
                                   MOVE RET-QTD-DETALHES
                                       TO QTD-DECLARADA
                                   IF RET-INSTITUICAO NOT EQUAL
                                          CODIGO-INSTITUICAO
                                      OR RET-NUMERO NOT EQUAL
                                          NUMERO-REMESSA
                                       ADD 1 TO CNT-RESPOSTAS-INVALIDAS
                                   END-IF
                               WHEN OTHER
                                   ADD 1 TO CNT-RESPOSTAS-INVALIDAS
                           END-EVALUATE
               END-READ
           END-PERFORM.

           CLOSE RETORNO.

           IF TEM-TRAILER EQUAL 'N'
              OR QTD-DECLARADA NOT EQUAL CNT-RESPOSTAS
              OR CNT-RESPOSTAS-INVALIDAS NOT EQUAL ZERO
               DISPLAY 'Return file incomplete or malformed: '
                       ARQCCSRETORNO
               DISPLAY 'Details read: ' CNT-RESPOSTAS
                       ' declared: ' QTD-DECLARADA
                       ' invalid: ' CNT-RESPOSTAS-INVALIDAS
               MOVE 'RETORNO INCOMPLETO OU INVALIDO - NADA APLICADO'
                   TO LINHA-TEXTO
               PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM
               MOVE 'S' TO ERRO-CCS
           END-IF.

       002-CARREGAR-RETORNO-FIM.
           EXIT.
      ******************************************

       002-GUARDAR-RESPOSTA SECTION.
      *    A LINE FROM ANOTHER INSTITUTION OR SUBMISSION MEANS THE
      *    FILE WAS SPLICED -- IT SPOILS THE WHOLE RETURN.
           ADD 1 TO CNT-RESPOSTAS.

           IF RET-INSTITUICAO NOT EQUAL CODIGO-INSTITUICAO
              OR RET-NUMERO NOT EQUAL NUMERO-REMESSA
               ADD 1 TO CNT-RESPOSTAS-INVALIDAS
               GO TO 002-GUARDAR-RESPOSTA-FIM
           END-IF.

           IF RET-SEQUENCIA IS NOT NUMERIC
              OR (RET-SITUACAO NOT EQUAL 'A'
                  AND RET-SITUACAO NOT EQUAL 'R')
               ADD 1 TO CNT-RESPOSTAS-INVALIDAS
               GO TO 002-GUARDAR-RESPOSTA-FIM
           END-IF.

           MOVE RET-SEQUENCIA TO RSP-SEQUENCIA.
           MOVE RET-SITUACAO TO RSP-SITUACAO.
           MOVE RET-ERRO TO RSP-ERRO.
           MOVE RET-DESCRICAO TO RSP-DESCRICAO.
           MOVE 'N' TO RSP-CASADA.
           WRITE REG-CCS-RESPOSTA
               INVALID KEY
                   ADD 1 TO CNT-RESPOSTAS-REPETIDAS
                   MOVE SPACES TO LINHA-TEXTO
                   STRING 'SEQUENCIA REPETIDA NO RETORNO, '
                              DELIMITED BY SIZE
                          'VALE A PRIMEIRA: ' DELIMITED BY SIZE
                          RET-SEQUENCIA DELIMITED BY SIZE
                       INTO LINHA-TEXTO
                   PERFORM 003-GRAVAR-TEXTO THRU
                           003-GRAVAR-TEXTO-FIM
           END-WRITE.

       002-GUARDAR-RESPOSTA-FIM.
           EXIT.
      ******************************************

       002-SELECIONAR-ACEITOS SECTION.
      *    THE TRACE FILE OF THE SUBMISSION, DETAIL BY DETAIL,
      *    AGAINST THE ANSWERS: ACCEPTED DETAILS GO ON TO THE
      *    IMAGE, THE REST ARE LISTED WITH THE CUSTOMER KEY THEY
      *    CAME FROM.
           OPEN INPUT RASTREIO.
           IF FS-RASTREIO NOT EQUAL ZEROS
               DISPLAY 'Erro ao abrir RASTREIO, código: ' FS-RASTREIO
               MOVE 'S' TO ERRO-CCS
               GO TO 002-SELECIONAR-ACEITOS-FIM
           END-IF.

           PERFORM UNTIL EOF-RASTREIO EQUAL 'S'
               READ RASTREIO
                       AT END
                           MOVE 'S' TO EOF-RASTREIO
                       NOT AT END
                           ADD 1 TO CNT-RASTREIO
                           PERFORM 002-CLASSIFICAR-DETALHE THRU
                                   002-CLASSIFICAR-DETALHE-FIM
               END-READ
           END-PERFORM.

           CLOSE RASTREIO.

           IF CNT-RASTREIO NOT EQUAL QTD-ENVIADA
               DISPLAY 'Trace file holds ' CNT-RASTREIO
                       ' details, submission sent ' QTD-ENVIADA
               MOVE 'RASTREIO NAO CONFERE COM A REMESSA - NADA APLICADO'
                   TO LINHA-TEXTO
               PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM
               MOVE 'S' TO ERRO-CCS
           END-IF.

       002-SELECIONAR-ACEITOS-FIM.
           EXIT.
      ******************************************

       002-CLASSIFICAR-DETALHE SECTION.
           MOVE RAS-SEQUENCIA TO RSP-SEQUENCIA.
           READ CCS-RESPOSTAS
               INVALID KEY
                   ADD 1 TO CNT-SEM-RESPOSTA
                   MOVE SPACES TO ERRO-RESPOSTA
                   MOVE 'SEM RESPOSTA NO RETORNO' TO DESCRICAO-RESPOSTA
                   PERFORM 002-LISTAR-REJEITADO THRU
                           002-LISTAR-REJEITADO-FIM
                   GO TO 002-CLASSIFICAR-DETALHE-FIM
           END-READ.

           MOVE 'S' TO RSP-CASADA.
           REWRITE REG-CCS-RESPOSTA
               INVALID KEY
                   DISPLAY 'Writing error (respostas): '
                           FS-CCS-RESPOSTAS
           END-REWRITE.

           IF RSP-REJEITADO
               ADD 1 TO CNT-REJEITADOS
               MOVE RSP-ERRO TO ERRO-RESPOSTA
               MOVE RSP-DESCRICAO TO DESCRICAO-RESPOSTA
               PERFORM 002-LISTAR-REJEITADO THRU
                       002-LISTAR-REJEITADO-FIM
               GO TO 002-CLASSIFICAR-DETALHE-FIM
           END-IF.

           ADD 1 TO CNT-ACEITOS.
           MOVE SPACES TO REG-ORDENACAO.
           MOVE RAS-CPF TO SRT-CPF.
           MOVE RAS-AGENCIA TO SRT-AGENCIA.
           MOVE RAS-CONTA TO SRT-CONTA.
           MOVE RAS-NOME TO SRT-NOME.
           MOVE RAS-DATA-INICIO TO SRT-DATA-INICIO.
           MOVE RAS-DATA-FIM TO SRT-DATA-FIM.
           MOVE RAS-MOVIMENTO TO SRT-MOVIMENTO.
           RELEASE REG-ORDENACAO.

       002-CLASSIFICAR-DETALHE-FIM.
           EXIT.
      ******************************************

       002-LISTAR-REJEITADO SECTION.
           MOVE RAS-SEQUENCIA TO LRJ-SEQUENCIA.
           MOVE RAS-MOVIMENTO TO LRJ-MOVIMENTO.
           MOVE RAS-CPF TO LRJ-CPF.
           MOVE RAS-AGENCIA TO LRJ-AGENCIA.
           MOVE RAS-NOME TO LRJ-NOME.
           MOVE RAS-CONTA TO LRJ-CONTA.
           WRITE REG-REL-CCS FROM LINHA-REJEITADO.

           MOVE ERRO-RESPOSTA TO LER-ERRO.
           MOVE DESCRICAO-RESPOSTA TO LER-DESCRICAO.
           WRITE REG-REL-CCS FROM LINHA-ERRO.
           IF FS-REL-CCS NOT EQUAL ZEROS
               DISPLAY 'Report write warning: ' FS-REL-CCS
           END-IF.

       002-LISTAR-REJEITADO-FIM.
           EXIT.
      ******************************************

       002-ATUALIZAR-BASE SECTION.
      *    THE ACCEPTED DETAILS, NOW IN CPF+AGENCIA+CONTA ORDER,
      *    MERGED INTO THE IMAGE: AN OPENING (RE)OPENS THE LINE
      *    WITH ITS START DATE, A CHANGE MOVES THE START DATE, A
      *    CLOSING STAMPS THE END DATE. THE NEW IMAGE IS WRITTEN
      *    APART AND ONLY COPIED BACK AT A CLEAN END.
           IF ERRO-CCS EQUAL 'S'
               GO TO 002-ATUALIZAR-BASE-FIM
           END-IF.

           OPEN INPUT CCS-BASE.
           IF FS-CCS-BASE EQUAL ZEROS
               MOVE 'S' TO TEM-BASE
           ELSE
               IF FS-CCS-BASE EQUAL '35'
                   MOVE 'S' TO EOF-CCS-BASE
               ELSE
                   DISPLAY 'Erro ao abrir CCS-BASE, código: '
                           FS-CCS-BASE
                   MOVE 'S' TO ERRO-CCS
                   GO TO 002-ATUALIZAR-BASE-FIM
               END-IF
           END-IF.

           OPEN OUTPUT BASE-NOVA.
           IF FS-BASE-NOVA NOT EQUAL ZEROS
               DISPLAY 'Erro ao abrir BASE-NOVA, código: '
                       FS-BASE-NOVA
               IF TEM-BASE EQUAL 'S'
                   CLOSE CCS-BASE
               END-IF
               MOVE 'S' TO ERRO-CCS
               GO TO 002-ATUALIZAR-BASE-FIM
           END-IF.

           PERFORM 002-LER-ACEITO THRU 002-LER-ACEITO-FIM.
           PERFORM 002-LER-BASE THRU 002-LER-BASE-FIM.

           PERFORM UNTIL CHAVE-ATU EQUAL HIGH-VALUES
                     AND CHAVE-BASE EQUAL HIGH-VALUES
               PERFORM 002-APLICAR-DETALHE THRU
                       002-APLICAR-DETALHE-FIM
           END-PERFORM.

           IF TEM-BASE EQUAL 'S'
               CLOSE CCS-BASE
           END-IF.
           CLOSE BASE-NOVA.

       002-ATUALIZAR-BASE-FIM.
           EXIT.
      ******************************************

       002-LER-ACEITO SECTION.
           IF FIM-ORDENACAO EQUAL 'S'
               GO TO 002-LER-ACEITO-FIM
           END-IF.

           RETURN ORDENACAO
               AT END
                   MOVE 'S' TO FIM-ORDENACAO
                   MOVE HIGH-VALUES TO CHAVE-ATU
               NOT AT END
                   MOVE SRT-CHAVE TO CHAVE-ATU
           END-RETURN.

       002-LER-ACEITO-FIM.
           EXIT.
      ******************************************

       002-APLICAR-DETALHE SECTION.
           EVALUATE TRUE
               WHEN CHAVE-ATU < CHAVE-BASE
                   MOVE SPACES TO REG-BASE-NOVA
                   MOVE SRT-CPF TO BSN-CPF
                   MOVE SRT-AGENCIA TO BSN-AGENCIA
                   MOVE SRT-CONTA TO BSN-CONTA
                   MOVE SRT-NOME TO BSN-NOME
                   MOVE SRT-DATA-INICIO TO BSN-DATA-INICIO
                   MOVE SRT-DATA-FIM TO BSN-DATA-FIM
                   MOVE NUMERO-REMESSA TO BSN-REMESSA
                   PERFORM 002-GRAVAR-BASE-NOVA THRU
                           002-GRAVAR-BASE-NOVA-FIM
                   PERFORM 002-LER-ACEITO THRU 002-LER-ACEITO-FIM
               WHEN CHAVE-ATU > CHAVE-BASE
                   MOVE REG-BASE TO REG-BASE-NOVA
                   PERFORM 002-GRAVAR-BASE-NOVA THRU
                           002-GRAVAR-BASE-NOVA-FIM
                   PERFORM 002-LER-BASE THRU 002-LER-BASE-FIM
               WHEN OTHER
                   MOVE REG-BASE TO REG-BASE-NOVA
                   EVALUATE SRT-MOVIMENTO
                       WHEN 'I'
                           MOVE SRT-NOME TO BSN-NOME
                           MOVE SRT-DATA-INICIO TO BSN-DATA-INICIO
                           MOVE ZERO TO BSN-DATA-FIM
                       WHEN 'A'
                           MOVE SRT-NOME TO BSN-NOME
                           MOVE SRT-DATA-INICIO TO BSN-DATA-INICIO
                       WHEN 'F'
                           MOVE SRT-DATA-FIM TO BSN-DATA-FIM
                   END-EVALUATE
                   MOVE NUMERO-REMESSA TO BSN-REMESSA
                   PERFORM 002-GRAVAR-BASE-NOVA THRU
                           002-GRAVAR-BASE-NOVA-FIM
                   PERFORM 002-LER-ACEITO THRU 002-LER-ACEITO-FIM
                   PERFORM 002-LER-BASE THRU 002-LER-BASE-FIM
           END-EVALUATE.

       002-APLICAR-DETALHE-FIM.
           EXIT.
      ******************************************

       002-GRAVAR-BASE-NOVA SECTION.
           WRITE REG-BASE-NOVA.
           IF FS-BASE-NOVA NOT EQUAL ZEROS
               DISPLAY 'Writing error (base nova): ' FS-BASE-NOVA
               MOVE 'S' TO ERRO-CCS
           END-IF.
           ADD 1 TO CNT-BASE-NOVA.
           IF BSN-DATA-FIM EQUAL ZERO
               ADD 1 TO CNT-BASE-NOVA-ABERTOS
           END-IF.

       002-GRAVAR-BASE-NOVA-FIM.
           EXIT.
      ******************************************

       002-LISTAR-AVULSAS SECTION.
      *    ANSWERS FOR A SEQUENCE THE SUBMISSION NEVER SENT.
           MOVE ZERO TO RSP-SEQUENCIA.
           START CCS-RESPOSTAS KEY IS NOT LESS THAN RSP-SEQUENCIA
               INVALID KEY
                   MOVE 'S' TO EOF-CCS-RESPOSTAS
           END-START.

           PERFORM UNTIL EOF-CCS-RESPOSTAS EQUAL 'S'
               READ CCS-RESPOSTAS NEXT
                       AT END
                           MOVE 'S' TO EOF-CCS-RESPOSTAS
                       NOT AT END
                           IF RSP-CASADA EQUAL 'N'
                               ADD 1 TO CNT-RESPOSTAS-AVULSAS
                               MOVE SPACES TO LINHA-TEXTO
                               STRING 'RESPOSTA SEM DETALHE NA '
                                          DELIMITED BY SIZE
                                      'REMESSA: ' DELIMITED BY SIZE
                                      RSP-SEQUENCIA DELIMITED BY SIZE
                                   INTO LINHA-TEXTO
                               PERFORM 003-GRAVAR-TEXTO THRU
                                       003-GRAVAR-TEXTO-FIM
                           END-IF
               END-READ
           END-PERFORM.

       002-LISTAR-AVULSAS-FIM.
           EXIT.
      ******************************************

       003-ENCERRAR SECTION.
           IF MODO-RETORNO
               PERFORM 003-ENCERRAR-RETORNO THRU
                       003-ENCERRAR-RETORNO-FIM
           ELSE
               PERFORM 003-ENCERRAR-REMESSA THRU
                       003-ENCERRAR-REMESSA-FIM
           END-IF.

           CLOSE REL-CCS.

           EVALUATE TRUE
               WHEN ERRO-CCS EQUAL 'S'
                   MOVE 8 TO RETURN-CODE
               WHEN AVISO-CCS EQUAL 'S'
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.
       004-FIM.
           EXIT.
      ******************************************

       003-ENCERRAR-REMESSA SECTION.
           IF ERRO-CCS EQUAL 'N' AND CNT-DETALHES NOT EQUAL ZERO
               PERFORM 003-GRAVAR-REMESSA THRU 003-GRAVAR-REMESSA-FIM
               IF ERRO-CCS EQUAL 'N'
                   MOVE 'ENVIADA' TO SITUACAO-CTL
                   MOVE CNT-DETALHES TO QTD-ENVIADA
                   PERFORM 003-GRAVAR-CONTROLE THRU
                           003-GRAVAR-CONTROLE-FIM
               END-IF
           END-IF.

           MOVE SPACES TO LINHA-TEXTO.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

           MOVE 'CLIENTES NO MASTER' TO ROTULO-CONTAGEM.
           MOVE CNT-MASTER TO QTD-EDITADA.
           PERFORM 003-GRAVAR-CONTAGEM THRU 003-GRAVAR-CONTAGEM-FIM.
           MOVE '  ATIVOS' TO ROTULO-CONTAGEM.
           MOVE CNT-ATIVAS TO QTD-EDITADA.
           PERFORM 003-GRAVAR-CONTAGEM THRU 003-GRAVAR-CONTAGEM-FIM.
           MOVE '  INATIVOS' TO ROTULO-CONTAGEM.
           MOVE CNT-INATIVAS TO QTD-EDITADA.
           PERFORM 003-GRAVAR-CONTAGEM THRU 003-GRAVAR-CONTAGEM-FIM.
           MOVE '  SEM CPF (NAO EXPORTADOS)' TO ROTULO-CONTAGEM.
           MOVE CNT-SEM-CPF TO QTD-EDITADA.
           PERFORM 003-GRAVAR-CONTAGEM THRU 003-GRAVAR-CONTAGEM-FIM.
           MOVE '  RELACIONAMENTOS REPETIDOS (IGNORADOS)'
               TO ROTULO-CONTAGEM.
           MOVE CNT-DUPLICADOS TO QTD-EDITADA.
           PERFORM 003-GRAVAR-CONTAGEM THRU 003-GRAVAR-CONTAGEM-FIM.
           MOVE 'RELACIONAMENTOS ABERTOS NO MASTER' TO ROTULO-CONTAGEM.
           MOVE CNT-ATUAIS TO QTD-EDITADA.
           PERFORM 003-GRAVAR-CONTAGEM THRU 003-GRAVAR-CONTAGEM-FIM.

           MOVE 'ENTRADAS NO CPF-XREF' TO ROTULO-CONTAGEM.
           MOVE CNT-XREF-LIDOS TO QTD-EDITADA.
           PERFORM 003-GRAVAR-CONTAGEM THRU 003-GRAVAR-CONTAGEM-FIM.
           MOVE '  MASTER SEM ENTRADA NO CPF-XREF' TO ROTULO-CONTAGEM.
           MOVE CNT-SEM-XREF TO QTD-EDITADA.
           PERFORM 003-GRAVAR-CONTAGEM THRU 003-GRAVAR-CONTAGEM-FIM.
           MOVE '  CONTA DIFERENTE NO CPF-XREF' TO ROTULO-CONTAGEM.
           MOVE CNT-CONTA-DIVERG TO QTD-EDITADA.
           PERFORM 003-GRAVAR-CONTAGEM THRU 003-GRAVAR-CONTAGEM-FIM.
           MOVE '  CPF-XREF SEM CLIENTE NO MASTER' TO ROTULO-CONTAGEM.
           MOVE CNT-XREF-SEM-MASTER TO QTD-EDITADA.
           PERFORM 003-GRAVAR-CONTAGEM THRU 003-GRAVAR-CONTAGEM-FIM.
           MOVE '  CPF-XREF COM CPF DIFERENTE DO MASTER'
               TO ROTULO-CONTAGEM.
           MOVE CNT-XREF-CPF-DIVERG TO QTD-EDITADA.
           PERFORM 003-GRAVAR-CONTAGEM THRU 003-GRAVAR-CONTAGEM-FIM.

           MOVE 'BASE ACEITA - RELACIONAMENTOS' TO ROTULO-CONTAGEM.
           MOVE CNT-BASE TO QTD-EDITADA.
           PERFORM 003-GRAVAR-CONTAGEM THRU 003-GRAVAR-CONTAGEM-FIM.
           MOVE '  ABERTOS' TO ROTULO-CONTAGEM.
           MOVE CNT-BASE-ABERTOS TO QTD-EDITADA.
           PERFORM 003-GRAVAR-CONTAGEM THRU 003-GRAVAR-CONTAGEM-FIM.

           MOVE 'DETALHES DA REMESSA' TO ROTULO-CONTAGEM.
           MOVE CNT-DETALHES TO QTD-EDITADA.
           PERFORM 003-GRAVAR-CONTAGEM THRU 003-GRAVAR-CONTAGEM-FIM.
           MOVE '  INICIOS (I)' TO ROTULO-CONTAGEM.
           MOVE CNT-INICIOS TO QTD-EDITADA.
           PERFORM 003-GRAVAR-CONTAGEM THRU 003-GRAVAR-CONTAGEM-FIM.
           MOVE '  FINS (F)' TO ROTULO-CONTAGEM.
           MOVE CNT-FINS TO QTD-EDITADA.
           PERFORM 003-GRAVAR-CONTAGEM THRU 003-GRAVAR-CONTAGEM-FIM.
           MOVE '    COM DATA DE FIM ESTIMADA' TO ROTULO-CONTAGEM.
           MOVE CNT-FIM-ESTIMADO TO QTD-EDITADA.
           PERFORM 003-GRAVAR-CONTAGEM THRU 003-GRAVAR-CONTAGEM-FIM.
           MOVE '  ALTERACOES (A)' TO ROTULO-CONTAGEM.
           MOVE CNT-ALTERACOES TO QTD-EDITADA.
           PERFORM 003-GRAVAR-CONTAGEM THRU 003-GRAVAR-CONTAGEM-FIM.

      *    THE EXPORT PROOF: WHAT THE REGISTRY WILL HOLD OPEN ONCE
      *    THIS SUBMISSION IS ACCEPTED AGAINST WHAT THE MASTER
      *    HOLDS, COUNTED ON ITS OWN AS IT WAS READ.
           COMPUTE PROVA-BASE = CNT-BASE-ABERTOS + CNT-INICIOS
               - CNT-FINS.
           COMPUTE PROVA-MASTER = CNT-MASTER - CNT-SEM-CPF
               - CNT-DUPLICADOS.
           MOVE PROVA-BASE TO LPR-BASE.
           MOVE PROVA-MASTER TO LPR-MASTER.
           IF PROVA-BASE EQUAL PROVA-MASTER
               MOVE 'FECHA' TO LPR-SITUACAO
           ELSE
               MOVE 'NAO FECHA' TO LPR-SITUACAO
               MOVE 'S' TO AVISO-CCS
           END-IF.
           WRITE REG-REL-CCS FROM LINHA-PROVA.
           IF FS-REL-CCS NOT EQUAL ZEROS
               DISPLAY 'Report write warning: ' FS-REL-CCS
           END-IF.

           MOVE SPACES TO LINHA-TEXTO.
           EVALUATE TRUE
               WHEN ERRO-CCS EQUAL 'S'
                   MOVE 'REMESSA NAO GERADA - ERRO NO PROCESSAMENTO'
                       TO LINHA-TEXTO
               WHEN CNT-DETALHES EQUAL ZERO
                   MOVE 'SEM ALTERACOES - NENHUMA REMESSA A ENVIAR'
                       TO LINHA-TEXTO
               WHEN OTHER
                   STRING 'REMESSA GERADA: ' DELIMITED BY SIZE
                          ARQCCSREMESSA DELIMITED BY SPACE
                       INTO LINHA-TEXTO
           END-EVALUATE.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

           IF CNT-SEM-CPF NOT EQUAL ZERO
              OR CNT-SEM-XREF NOT EQUAL ZERO
              OR CNT-CONTA-DIVERG NOT EQUAL ZERO
              OR CNT-XREF-SEM-MASTER NOT EQUAL ZERO
              OR CNT-XREF-CPF-DIVERG NOT EQUAL ZERO
              OR CNT-DUPLICADOS NOT EQUAL ZERO
              OR CNT-FIM-ESTIMADO NOT EQUAL ZERO
              OR CNT-ARQ-AUSENTES NOT EQUAL ZERO
               MOVE 'S' TO AVISO-CCS
           END-IF.

           DISPLAY 'Submission: ' NUMERO-REMESSA
           DISPLAY 'Master records: ' CNT-MASTER
           DISPLAY 'Relationships in the master: ' CNT-ATUAIS
           DISPLAY 'Accepted image (open): ' CNT-BASE ' ('
                   CNT-BASE-ABERTOS ')'
           DISPLAY 'Details: ' CNT-DETALHES ' I ' CNT-INICIOS
                   ' F ' CNT-FINS ' A ' CNT-ALTERACOES
           DISPLAY 'End dates estimated: ' CNT-FIM-ESTIMADO
           DISPLAY 'CPF-XREF discrepancies: '
                   CNT-SEM-XREF ' ' CNT-CONTA-DIVERG ' '
                   CNT-XREF-SEM-MASTER ' ' CNT-XREF-CPF-DIVERG
           DISPLAY 'Movements read: ' CNT-LIDOS
           DISPLAY 'Archived movements read: ' CNT-ARQ-LIDOS
           DISPLAY 'Archive generations missing: ' CNT-ARQ-AUSENTES.

       003-ENCERRAR-REMESSA-FIM.
           EXIT.
      ******************************************

       003-GRAVAR-REMESSA SECTION.
      *    THE SUBMISSION IS THE TRACE FILE IN THE REGULATOR'S
      *    LAYOUT, BETWEEN A HEADER AND A TRAILER CARRYING ITS
      *    COUNTS AND CPF HASH TOTAL.
           MOVE 'N' TO EOF-RASTREIO.
           OPEN INPUT RASTREIO.
           OPEN OUTPUT REMESSA.
           IF FS-RASTREIO NOT EQUAL ZEROS
              OR FS-REMESSA NOT EQUAL ZEROS
               DISPLAY 'Submission write error: '
                       FS-RASTREIO ' ' FS-REMESSA
               MOVE 'S' TO ERRO-CCS
               GO TO 003-GRAVAR-REMESSA-FIM
           END-IF.

           MOVE SPACES TO REG-REMESSA.
           MOVE 'H' TO REM-TIPO.
           MOVE CODIGO-INSTITUICAO TO REM-INSTITUICAO.
           MOVE NUMERO-REMESSA TO REM-NUMERO.
           MOVE DATA-PROCESSAMENTO TO REM-DATA-GERACAO.
           MOVE HORA-PROCESSAMENTO TO REM-HORA-GERACAO.
           MOVE ULTIMA-ACEITA TO REM-ULTIMA-ACEITA.
           PERFORM 003-GRAVAR-LINHA-REMESSA THRU
                   003-GRAVAR-LINHA-REMESSA-FIM.

           PERFORM UNTIL EOF-RASTREIO EQUAL 'S'
               READ RASTREIO
                       AT END
                           MOVE 'S' TO EOF-RASTREIO
                       NOT AT END
                           MOVE SPACES TO REG-REMESSA
                           MOVE 'D' TO REM-TIPO
                           MOVE CODIGO-INSTITUICAO TO REM-INSTITUICAO
                           MOVE NUMERO-REMESSA TO REM-NUMERO
                           MOVE RAS-SEQUENCIA TO REM-SEQUENCIA
                           MOVE RAS-MOVIMENTO TO REM-MOVIMENTO
                           MOVE RAS-CPF TO REM-CPF
                           MOVE RAS-AGENCIA TO REM-AGENCIA
                           MOVE RAS-CONTA TO REM-CONTA
                           MOVE RAS-DATA-INICIO TO REM-DATA-INICIO
                           MOVE RAS-DATA-FIM TO REM-DATA-FIM
                           PERFORM 003-GRAVAR-LINHA-REMESSA THRU
                                   003-GRAVAR-LINHA-REMESSA-FIM
               END-READ
           END-PERFORM.

           MOVE SPACES TO REG-REMESSA.
           MOVE 'T' TO REM-TIPO.
           MOVE CODIGO-INSTITUICAO TO REM-INSTITUICAO.
           MOVE NUMERO-REMESSA TO REM-NUMERO.
           MOVE CNT-DETALHES TO REM-QTD-DETALHES.
           MOVE CNT-INICIOS TO REM-QTD-INICIOS.
           MOVE CNT-FINS TO REM-QTD-FINS.
           MOVE CNT-ALTERACOES TO REM-QTD-ALTERACOES.
           MOVE TOTAL-CPF TO REM-TOTAL-CPF.
           PERFORM 003-GRAVAR-LINHA-REMESSA THRU
                   003-GRAVAR-LINHA-REMESSA-FIM.

           CLOSE RASTREIO.
           CLOSE REMESSA.

       003-GRAVAR-REMESSA-FIM.
           EXIT.
      ******************************************

       003-GRAVAR-LINHA-REMESSA SECTION.
           WRITE REG-REMESSA.
           IF FS-REMESSA NOT EQUAL ZEROS
               DISPLAY 'Writing error (remessa): ' FS-REMESSA
               MOVE 'S' TO ERRO-CCS
           END-IF.

       003-GRAVAR-LINHA-REMESSA-FIM.
           EXIT.
      ******************************************

       003-ENCERRAR-RETORNO SECTION.
           IF ERRO-CCS EQUAL 'N'
               PERFORM 003-RENOVAR-BASE THRU 003-RENOVAR-BASE-FIM
           END-IF.

      *    THE SUBMISSION IS ANSWERED EITHER WAY; A DETAIL THAT DID
      *    NOT GO IN STAYS OUT OF THE IMAGE AND IS CUT AGAIN BY THE
      *    NEXT SUBMISSION.
           IF ERRO-CCS EQUAL 'N'
               MOVE NUMERO-REMESSA TO ULTIMA-ACEITA
               IF CNT-ACEITOS EQUAL QTD-ENVIADA
                   MOVE 'ACEITA' TO SITUACAO-CTL
               ELSE
                   MOVE 'PARCIAL' TO SITUACAO-CTL
               END-IF
               PERFORM 003-GRAVAR-CONTROLE THRU
                       003-GRAVAR-CONTROLE-FIM
           END-IF.

           MOVE SPACES TO LINHA-TEXTO.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

           MOVE 'DETALHES ENVIADOS' TO ROTULO-CONTAGEM.
           MOVE QTD-ENVIADA TO QTD-EDITADA.
           PERFORM 003-GRAVAR-CONTAGEM THRU 003-GRAVAR-CONTAGEM-FIM.
           MOVE 'RESPOSTAS NO RETORNO' TO ROTULO-CONTAGEM.
           MOVE CNT-RESPOSTAS TO QTD-EDITADA.
           PERFORM 003-GRAVAR-CONTAGEM THRU 003-GRAVAR-CONTAGEM-FIM.
           MOVE '  ACEITOS' TO ROTULO-CONTAGEM.
           MOVE CNT-ACEITOS TO QTD-EDITADA.
           PERFORM 003-GRAVAR-CONTAGEM THRU 003-GRAVAR-CONTAGEM-FIM.
           MOVE '  REJEITADOS' TO ROTULO-CONTAGEM.
           MOVE CNT-REJEITADOS TO QTD-EDITADA.
           PERFORM 003-GRAVAR-CONTAGEM THRU 003-GRAVAR-CONTAGEM-FIM.
           MOVE '  SEQUENCIAS REPETIDAS' TO ROTULO-CONTAGEM.
           MOVE CNT-RESPOSTAS-REPETIDAS TO QTD-EDITADA.
           PERFORM 003-GRAVAR-CONTAGEM THRU 003-GRAVAR-CONTAGEM-FIM.
           MOVE '  SEM DETALHE NA REMESSA' TO ROTULO-CONTAGEM.
           MOVE CNT-RESPOSTAS-AVULSAS TO QTD-EDITADA.
           PERFORM 003-GRAVAR-CONTAGEM THRU 003-GRAVAR-CONTAGEM-FIM.
           MOVE 'DETALHES SEM RESPOSTA' TO ROTULO-CONTAGEM.
           MOVE CNT-SEM-RESPOSTA TO QTD-EDITADA.
           PERFORM 003-GRAVAR-CONTAGEM THRU 003-GRAVAR-CONTAGEM-FIM.
           MOVE 'BASE ACEITA ANTERIOR - RELACIONAMENTOS'
               TO ROTULO-CONTAGEM.
           MOVE CNT-BASE TO QTD-EDITADA.
           PERFORM 003-GRAVAR-CONTAGEM THRU 003-GRAVAR-CONTAGEM-FIM.
           MOVE 'BASE ACEITA ATUALIZADA - RELACIONAMENTOS'
               TO ROTULO-CONTAGEM.
           MOVE CNT-BASE-NOVA TO QTD-EDITADA.
           PERFORM 003-GRAVAR-CONTAGEM THRU 003-GRAVAR-CONTAGEM-FIM.
           MOVE '  ABERTOS' TO ROTULO-CONTAGEM.
           MOVE CNT-BASE-NOVA-ABERTOS TO QTD-EDITADA.
           PERFORM 003-GRAVAR-CONTAGEM THRU 003-GRAVAR-CONTAGEM-FIM.

           MOVE SPACES TO LINHA-TEXTO.
           IF ERRO-CCS EQUAL 'S'
               MOVE 'RETORNO NAO APLICADO - REMESSA CONTINUA PENDENTE'
                   TO LINHA-TEXTO
           ELSE
               STRING 'RETORNO APLICADO - REMESSA ' DELIMITED BY SIZE
                      SITUACAO-CTL DELIMITED BY SPACE
                   INTO LINHA-TEXTO
           END-IF.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

           IF CNT-REJEITADOS NOT EQUAL ZERO
              OR CNT-SEM-RESPOSTA NOT EQUAL ZERO
              OR CNT-RESPOSTAS-REPETIDAS NOT EQUAL ZERO
              OR CNT-RESPOSTAS-AVULSAS NOT EQUAL ZERO
               MOVE 'S' TO AVISO-CCS
           END-IF.

           DISPLAY 'Submission: ' NUMERO-REMESSA
           DISPLAY 'Details sent: ' QTD-ENVIADA
           DISPLAY 'Answers read: ' CNT-RESPOSTAS
           DISPLAY 'Accepted: ' CNT-ACEITOS
           DISPLAY 'Rejected: ' CNT-REJEITADOS
           DISPLAY 'Unanswered: ' CNT-SEM-RESPOSTA
           DISPLAY 'Answers with no detail: ' CNT-RESPOSTAS-AVULSAS
           DISPLAY 'Accepted image (open): ' CNT-BASE-NOVA ' ('
                   CNT-BASE-NOVA-ABERTOS ')'.

       003-ENCERRAR-RETORNO-FIM.
           EXIT.
      ******************************************

       003-RENOVAR-BASE SECTION.
      *    THE NEW IMAGE REPLACES THE ACCEPTED ONE -- A PLAIN
      *    COPY-BACK, THE WORK FILE STAYS BEHIND AS A TRACE.
           MOVE 'N' TO EOF-BASE-NOVA.

           OPEN INPUT BASE-NOVA.
           OPEN OUTPUT CCS-BASE.

           IF FS-BASE-NOVA NOT EQUAL ZEROS
              OR FS-CCS-BASE NOT EQUAL ZEROS
               DISPLAY 'Accepted image rewrite error: '
                       FS-BASE-NOVA ' ' FS-CCS-BASE
               MOVE 'S' TO ERRO-CCS
           ELSE
               PERFORM UNTIL EOF-BASE-NOVA EQUAL 'S'
                   READ BASE-NOVA
                           AT END
                               MOVE 'S' TO EOF-BASE-NOVA
                           NOT AT END
                               MOVE REG-BASE-NOVA TO REG-BASE
                               WRITE REG-BASE
                               IF FS-CCS-BASE NOT EQUAL ZEROS
                                   DISPLAY 'Writing error (base): '
                                           FS-CCS-BASE
                                   MOVE 'S' TO ERRO-CCS
                                   MOVE 'S' TO EOF-BASE-NOVA
                               END-IF
                   END-READ
               END-PERFORM
           END-IF.

           CLOSE BASE-NOVA.
           CLOSE CCS-BASE.

       003-RENOVAR-BASE-FIM.
           EXIT.
      ******************************************

       003-GRAVAR-CONTROLE SECTION.
           OPEN OUTPUT CCS-CTL.
           IF FS-CCS-CTL NOT EQUAL ZEROS
               DISPLAY 'Erro ao regravar CCS-CTL, código: '
                       FS-CCS-CTL
               MOVE 'S' TO ERRO-CCS
               GO TO 003-GRAVAR-CONTROLE-FIM
           END-IF.

           MOVE SPACES TO REG-CCS-CTL.
           MOVE NUMERO-REMESSA TO CTL-REMESSA.
           MOVE DATA-PROCESSAMENTO TO CTL-DATA.
           MOVE HORA-PROCESSAMENTO TO CTL-HORA.
           MOVE SITUACAO-CTL TO CTL-SITUACAO.
           MOVE QTD-ENVIADA TO CTL-QTD.
           MOVE ULTIMA-ACEITA TO CTL-ULTIMA-ACEITA.
           WRITE REG-CCS-CTL.
           CLOSE CCS-CTL.

       003-GRAVAR-CONTROLE-FIM.
           EXIT.
      ******************************************

       003-GRAVAR-CONTAGEM SECTION.
           MOVE ROTULO-CONTAGEM TO LCT-ROTULO.
           MOVE QTD-EDITADA TO LCT-QTD.
           WRITE REG-REL-CCS FROM LINHA-CONTAGEM.
           IF FS-REL-CCS NOT EQUAL ZEROS
               DISPLAY 'Report write warning: ' FS-REL-CCS
           END-IF.

       003-GRAVAR-CONTAGEM-FIM.
           EXIT.
      ******************************************

       003-GRAVAR-TEXTO SECTION.
           WRITE REG-REL-CCS FROM LINHA-TEXTO.
           IF FS-REL-CCS NOT EQUAL ZEROS
               DISPLAY 'Report write warning: ' FS-REL-CCS
           END-IF.

       003-GRAVAR-TEXTO-FIM.
           EXIT.
      ******************************************
