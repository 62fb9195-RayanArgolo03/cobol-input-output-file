      *    LAST RUN) AND PUTS EVERY KEY BACK TO ITS OLDEST IMAGE    *
      *    IN THE BLOCK -- THE STATE BEFORE THAT RUN -- SO NO MORE  *
      *    FULL RESTORE AND DELTA REPLAY AFTER A BAD TRANSACOES     *
      *    FILE. A KEY THE DORMANCY RUN (PROGINA) FLAGGED INATIVA   *
      *    TAKES NO 'A' OR 'E' UNTIL AN EXPLICIT 'R' TRANSACTION    *
      *    REACTIVATES IT; THE 'R' IS JOURNALED AND LEAVES ITS OWN  *
      *    LINE IN THE MOVEMENT HISTORY LIKE ANY OTHER POSTING.     *
      *    ORIGEM-LOTE=JUROS POSTS PROGJUR'S MONTH-END CREDIT FILE  *
      *    (DEFAULTS ./TRANSACOES-JUROS.txt AND                     *
      *    ./CONTABIL-JUROS.txt): ONLY 'A' RECORDS ARE TAKEN, THE   *
      *    LEDGER BATCH GOES OUT WITH ORIGEM JUROS, AND THE KEY'S   *
      *    LAST-MOVEMENT DATE IS LEFT ALONE -- INTEREST IS NOT      *
      *    CUSTOMER ACTIVITY AND DOES NOT RESET THE DORMANCY CLOCK. *
      *    EACH CREDIT IS CHECKED AGAINST PROGJUR'S JUROS-BASE.txt  *
      *    (ARQJUROSBASE): ONE WHOSE KEY NO LONGER HOLDS THE SALDO, *
      *    CPF, CONTA OR OPENING DATE THE INTEREST WAS FIGURED ON   *
      *    IS REFUSED -- ITS ABSOLUTE NEW SALDO WOULD WIPE OUT      *
      *    WHATEVER WAS POSTED SINCE -- AND MUST BE CREDITED BY     *
      *    HAND.                                                    *
      *    AN 'A' OR 'E' THAT MOVES THE BALANCE BY MORE THAN        *
      *    LIMITE-APROVACAO (WHOLE REAIS, NINE DIGITS, DEFAULT      *
      *    100000) IS NOT POSTED: IT GOES TO PENDENTES-APROVACAO    *
      *    WITH OPERADOR AS SUBMITTER AND THE KEY'S SALDO AS IT     *
      *    STOOD, AND ONLY COMES BACK THROUGH                       *
      *    TRANSACOES-LIBERADAS.txt ONCE ANOTHER OPERATOR APPROVES  *
      *    IT IN PROGAPR. AN INTEREST BATCH IS NEVER HELD -- ITS    *
      *    CREDITS ARE COMPUTED, NOT KEYED, AND A HELD ONE WOULD    *
      *    COME BACK IN A DELTA RUN AS CUSTOMER ACTIVITY. RELEASED  *
      *    ITEMS POST AHEAD OF THE DAY'S FILE, IN THE NEXT NORMAL   *
      *    (NON-JUROS) RUN, AND ARE THEN CLEARED; ONE WHOSE KEY'S   *
      *    SALDO NO LONGER MATCHES THE SUBMITTED ONE IS REFUSED     *
      *    (SALDO ALTERADO APOS SUBMISSAO) -- THE APPROVAL WAS      *
      *    GIVEN AGAINST A BALANCE THAT IS GONE. A BACKOUT OF THAT  *
      *    RUN UNDOES THEM WITH THE REST AND THEY MUST BE SUBMITTED *
      *    AGAIN.                                                   *
      *    A BACKOUT PUTS EACH RESTORED KEY'S CPF-XREF ENTRY BACK   *
      *    TOO -- A KEY THE RUN CREATED LOSES ITS ENTRY, A KEY IT   *
      *    CHANGED OR REMOVED GETS ITS PRIOR CPF, CONTA AND SALDO   *
      *    AGAIN -- SO A BACKED-OUT BRANCH MERGER (PROGFUS) LEAVES  *
      *    THE CROSS-REFERENCE WHERE IT WAS.                        *
      *    CONTA IS AN ALTERNATE KEY OF THE MASTER: AN 'I' OR 'A'   *
      *    WHOSE CONTA IS ALREADY HELD BY ANOTHER KEY IS REFUSED    *
      *    (CONTA JA CADASTRADA). THE KEY TAKES DUPLICATES ONLY SO  *
      *    THE SHARED ACCOUNTS PROGCNV LISTS AT THE REBUILD, AND    *
      *    THE IMAGES A BACKOUT RESTORES, ALWAYS GO BACK ON FILE.   *
      *    EVERY TRANSACOES FILE POSTED IS FINGERPRINTED (RECORD    *
      *    COUNT, SALDO TOTAL, NAME CHECKSUM, FIRST AND LAST KEY)   *
      *    ON REGISTRO-ENTRADAS.txt WITH THE RUN THAT POSTED IT. A  *
      *    FILE ALREADY THERE IS REFUSED BEFORE ANYTHING IS OPENED  *
      *    FOR OUTPUT, WITH A DUPLICAD LINE ON AUDIT-LOG, UNLESS    *
      *    REPROCESSAR=S; A BACKOUT CANCELS THE RUN'S ENTRY.        *
      *    RETURN CODE 8 = ERROR, 12 = INPUT ALREADY POSTED.        *
      ******************************************
       ENVIRONMENT DIVISION.
      ******************************************
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-CHAVE
               ALTERNATE RECORD KEY IS MST-CONTA WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES-MASTER.
           SELECT SAIDA-DELTA ASSIGN TO ARQSAIDADELTA
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-CHAVE
               FILE STATUS IS FS-CPF-XREF.
           SELECT PENDENTES ASSIGN TO './PENDENTES-APROVACAO.txt'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-PENDENTES.
           SELECT TRN-LIBERADAS ASSIGN TO './TRANSACOES-LIBERADAS.txt'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-TRN-LIBERADAS.
           SELECT JUROS-BASE ASSIGN TO ARQJUROSBASE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-JUROS-BASE.
           SELECT CONTABIL ASSIGN TO ARQCONTABILMST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKO-CHAVE
               FILE STATUS IS FS-CHAVES-BACKOUT.
      *    REGISTRY OF EVERY INPUT FILE A RUN HAS TAKEN, SHARED
      *    WITH PROG -- ONE LINE PER CONSUMED FILE, NEVER TRUNCATED
      *    BY THE PROGRAMS.
           SELECT REGISTRO-ENTRADAS
               ASSIGN TO './REGISTRO-ENTRADAS.txt'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-REGISTRO-ENTRADAS.
           SELECT AUDIT-LOG ASSIGN TO './AUDIT-LOG.txt'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-AUDIT-LOG.
      ******************************************
       DATA DIVISION.
      ******************************************
               88 TRN-INCLUSAO        VALUE 'I'.
               88 TRN-ALTERACAO       VALUE 'A'.
               88 TRN-EXCLUSAO        VALUE 'E'.
               88 TRN-REATIVACAO      VALUE 'R'.
           03 TRN-AGENCIA      PIC 9(04).
           03 TRN-NOME         PIC X(12).
           03 TRN-CPF          PIC 9(11).
           03 JRN-DATA-ANT         PIC 9(08).
           03 JRN-SALDO-ANT        PIC 9(09)V99.
           03 JRN-SITUACAO         PIC X(08).
           03 JRN-SIT-CONTA-ANT    PIC X(07).
           03 JRN-DATA-SIT-ANT     PIC 9(08).
           03 JRN-DATA-MOV-ANT     PIC 9(08).
      *        LAYOUT = 104 POSIÇÕES -- AN 'A' OPENS A RUN'S BLOCK, *
      *        ONE 'B' BEFORE-IMAGE PER POSTING, AND AN 'F' CLOSES  *
      *        IT (SITUACAO NORMAL OU BACKOUT); A BLOCK WITHOUT     *
      *        ITS 'F' IS AN UNFINISHED RUN. THE IMAGE ALSO CARRIES *
      *        THE KEY'S ATIVA/INATIVA STATUS AND ITS DATES, SO A   *
      *        BACKED-OUT REACTIVATION OR DORMANCY RUN PUTS THE     *
      *        STATUS BACK TOO.                                     *
       FD MOVIMENTOS
           RECORDING IS F.
       01 REG-MOVIMENTO.
      *        PROG, ORIGEM DELTA) -- ONE NET DEBIT/CREDIT LINE     *
      *        PER AGENCIA TOUCHED BY THE RUN'S POSTINGS, WRAPPED   *
      *        IN THE H/T BATCH ENVELOPE THE LEDGER SIDE PROVES.    *
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
      *        -- THE HELD TRANSACTION GOES IN PND-CONTEUDO AS      *
      *        READ, THE KEY'S SALDO AT THAT MOMENT IN              *
      *        PND-SALDO-SUBM.                                      *
       FD TRN-LIBERADAS
           RECORDING IS F.
       01 REG-TRN-LIBERADA.
           03 LIB-TRANSACAO        PIC X(55).
           03 LIB-SALDO-SUBM       PIC 9(09)V99.
      *        LAYOUT = 66 POSIÇÕES -- A TRANSACOES RECORD PROGAPR  *
      *        RELEASED, POSTED WITHOUT THE THRESHOLD, AND THE      *
      *        SALDO IT WAS SUBMITTED AGAINST.                      *
       FD JUROS-BASE
           RECORDING IS F.
       01 REG-JUROS-BASE.
           03 JBA-CHAVE.
               05 JBA-AGENCIA      PIC 9(04).
               05 JBA-NOME         PIC X(12).
           03 JBA-SALDO            PIC 9(09)V99.
      *        LAYOUT = 27 POSIÇÕES (MESMO JUROS-BASE DO PROGJUR)   *
      *        -- THE SALDO EACH INTEREST CREDIT WAS FIGURED ON, IN *
      *        MASTER KEY ORDER LIKE THE CREDIT FILE ITSELF.        *
       FD CHAVES-BACKOUT.
       01 REG-CHAVE-BACKOUT.
           03 BKO-CHAVE            PIC X(16).
           03 MST-CONTA        PIC 9(08).
           03 MST-DATA-ABERTURA PIC 9(08).
           03 MST-SALDO        PIC 9(09)V99.
           03 MST-SITUACAO     PIC X(07).
               88 MST-ATIVA           VALUE 'ATIVA'.
               88 MST-INATIVA         VALUE 'INATIVA'.
           03 MST-DATA-SITUACAO PIC 9(08).
           03 MST-DATA-MOVIMENTO PIC 9(08).
      *        LAYOUT = 77 POSIÇÕES -- PERSISTENT MASTER, NEVER     *
      *        TRUNCATED ON OPEN, ONLY CREATED EMPTY ON THE VERY    *
      *        FIRST RUN (STATUS 35). SITUACAO ATIVA OU INATIVA,    *
      *        THE DATE IT LAST CHANGED, AND THE DATE OF THE LAST   *
      *        POSTED MOVEMENT -- THE DORMANCY RUN'S YARDSTICK.     *
      ******************************************
       FD REGISTRO-ENTRADAS
           RECORDING IS F.
       01 REG-ENTRADA.
           03 ENT-PROGRAMA         PIC X(08).
           03 FILLER               PIC X(01).
           03 ENT-EXECUCAO         PIC X(16).
           03 FILLER               PIC X(01).
           03 ENT-OPERADOR         PIC X(08).
           03 FILLER               PIC X(01).
           03 ENT-SITUACAO         PIC X(08).
               88 ENT-ESTORNADA       VALUE 'ESTORNO'.
           03 FILLER               PIC X(01).
           03 ENT-IMPRESSAO.
               05 ENT-QTD          PIC 9(08).
               05 FILLER           PIC X(01).
               05 ENT-TOTAL        PIC 9(13)V99.
               05 FILLER           PIC X(01).
               05 ENT-CHECKSUM     PIC 9(09).
               05 FILLER           PIC X(01).
               05 ENT-PRIMEIRA-CHAVE PIC X(16).
               05 FILLER           PIC X(01).
               05 ENT-ULTIMA-CHAVE PIC X(16).
           03 FILLER               PIC X(01).
           03 ENT-ARQUIVO          PIC X(40).
      *        LAYOUT = 153 POSIÇÕES (MESMO REGISTRO-ENTRADAS DO    *
      *        PROG) -- A BACKOUT ADDS AN ESTORNO LINE CARRYING THE *
      *        BACKED-OUT RUN AND ITS FINGERPRINT, WHICH CANCELS    *
      *        THAT RUN'S CLAIM ON THE FILE.                        *
       FD AUDIT-LOG
           RECORDING IS F.
       01 REG-AUDITORIA.
           03 AUD-DATA             PIC 9(08).
           03 FILLER               PIC X(01).
           03 AUD-HORA             PIC 9(08).
           03 FILLER               PIC X(01).
           03 AUD-CNT-CLIENTES     PIC 9(06).
           03 FILLER               PIC X(01).
           03 AUD-FS-CLIENTES      PIC 9(02).
           03 FILLER               PIC X(01).
           03 AUD-FS-SAIDA         PIC 9(02).
           03 FILLER               PIC X(01).
           03 AUD-RESULTADO        PIC X(08).
           03 FILLER               PIC X(01).
           03 AUD-OPERADOR         PIC X(08).
      *        LAYOUT = 48 POSIÇÕES (MESMO DO AUDIT-LOG DO PROG)    *
      ******************************************
       WORKING-STORAGE SECTION.
       01 FS-TRANSACOES        PIC 9(02).
       01 TINHA-ANTERIOR   PIC X(01).
       01 CPF-ANTERIOR     PIC 9(11).
       01 SALDO-ANTERIOR   PIC 9(09)V99.
       01 CONTA-ANTERIOR   PIC 9(08).
       01 DATA-ABERTURA-ANTERIOR PIC 9(08).
       01 SITUACAO-ANTERIOR PIC X(07).
       01 DATA-SIT-ANTERIOR PIC 9(08).
       01 DATA-MOV-ANTERIOR PIC 9(08).
       01 CNT-REATIVACOES  PIC 9(06) USAGE COMP VALUE ZERO.
       01 FS-PENDENTES     PIC 9(02) VALUE ZERO.
       01 FS-TRN-LIBERADAS PIC 9(02) VALUE ZERO.
       01 EOF-LIBERADAS    PIC X(01) VALUE 'N'.
       01 OPERADOR         PIC X(08).
       01 LIMITE-APROVACAO-TX PIC X(09).
       01 LIMITE-APROVACAO PIC 9(09) VALUE 100000.
       01 VALOR-MUDANCA    PIC 9(09)V99.
       01 ITEM-LIBERADO    PIC X(01) VALUE 'N'.
           88 ITEM-JA-APROVADO    VALUE 'S'.
       01 ITEM-DESVIADO    PIC X(01).
       01 SALDO-SUBMISSAO  PIC 9(09)V99.
       01 FS-JUROS-BASE    PIC 9(02) VALUE ZERO.
       01 EOF-JUROS-BASE   PIC X(01) VALUE 'S'.
       01 ARQJUROSBASE     PIC X(100).
       01 CHAVE-JUROS.
           03 CJU-AGENCIA          PIC 9(04).
           03 CJU-NOME             PIC X(12).
       01 CNT-LIBERADAS    PIC 9(06) USAGE COMP VALUE ZERO.
       01 CNT-PENDENTES    PIC 9(06) USAGE COMP VALUE ZERO.
       01 FS-CONTABIL      PIC 9(02) VALUE ZERO.
       01 ARQCONTABILMST   PIC X(100).
       01 TAB-CONTABIL.
       01 RESULTADO-EXECUCAO   PIC X(08) VALUE 'NORMAL'.
           88 EXECUCAO-NORMAL     VALUE 'NORMAL'.
           88 EXECUCAO-ABEND      VALUE 'ABEND'.
           88 EXECUCAO-DUPLICADA  VALUE 'DUPLICAD'.
       01 EOF-TRANSACOES   PIC X(01) VALUE 'N'.
       01 CNT-TRANSACOES   PIC 9(06) USAGE COMP VALUE ZERO.
       01 CNT-INCLUSOES    PIC 9(06) USAGE COMP VALUE ZERO.
       01 MOTIVO-REJEICAO  PIC X(30).
       01 MODO-MASTER      PIC X(08) VALUE 'NORMAL'.
           88 MODO-BACKOUT        VALUE 'BACKOUT'.
       01 ORIGEM-LOTE      PIC X(08) VALUE 'DELTA'.
           88 ORIGEM-DELTA        VALUE 'DELTA'.
           88 ORIGEM-JUROS        VALUE 'JUROS'.
       01 HORA-EXECUCAO    PIC 9(08).
       01 EXECUCAO-ATUAL.
           03 EXA-DATA         PIC 9(08).
       01 CNT-IMAGENS-BLOCO PIC 9(06) USAGE COMP VALUE ZERO.
       01 FS-CHAVES-BACKOUT PIC 9(02).
       01 CHAVE-JA-VISTA   PIC X(01).
       01 XREF-DISPONIVEL  PIC X(01) VALUE 'N'.
       01 FIM-CONTA        PIC X(01).
       01 IMAGEM-RESTAURAR.
           03 IMG-TINHA        PIC X(01).
           03 IMG-AGENCIA      PIC 9(04).
           03 IMG-CONTA        PIC 9(08).
           03 IMG-DATA         PIC 9(08).
           03 IMG-SALDO        PIC 9(09)V99.
           03 IMG-SITUACAO     PIC X(07).
           03 IMG-DATA-SITUACAO PIC 9(08).
           03 IMG-DATA-MOVIMENTO PIC 9(08).
       01 FS-AUDIT-LOG     PIC 9(02) VALUE ZERO.
       01 FS-REGISTRO-ENTRADAS PIC 9(02) VALUE ZERO.
       01 EOF-REGISTRO-ENTRADAS PIC X(01).
       01 REPROCESSAR      PIC X(01) VALUE 'N'.
           88 REPROCESSAMENTO-AUTORIZADO VALUE 'S'.
       01 IMPRESSAO-ENTRADA.
           03 IMP-QTD          PIC 9(08) VALUE ZERO.
           03 FILLER           PIC X(01) VALUE SPACE.
           03 IMP-TOTAL        PIC 9(13)V99 VALUE ZERO.
           03 FILLER           PIC X(01) VALUE SPACE.
           03 IMP-CHECKSUM     PIC 9(09) VALUE ZERO.
           03 FILLER           PIC X(01) VALUE SPACE.
           03 IMP-PRIMEIRA-CHAVE PIC X(16) VALUE SPACES.
           03 FILLER           PIC X(01) VALUE SPACE.
           03 IMP-ULTIMA-CHAVE PIC X(16) VALUE SPACES.
       01 CHAVE-ENTRADA    PIC X(16).
       01 CNT-CONSUMOS     PIC S9(04) USAGE COMP VALUE ZERO.
       01 EXECUCAO-CONSUMIU PIC X(16) VALUE SPACES.
       01 OPERADOR-CONSUMIU PIC X(08) VALUE SPACES.
       01 ENTRADA-ESTORNAR PIC X(153).
       01 ACHOU-ENTRADA    PIC X(01) VALUE 'N'.
           88 ENTRADA-ACHADA      VALUE 'S'.
      ******************************************
       PROCEDURE DIVISION.
            PERFORM 001-VALIDAR THRU 001-FIM.
           MOVE DATA-PROCESSAMENTO TO EXA-DATA.
           MOVE HORA-EXECUCAO TO EXA-HORA.

           ACCEPT OPERADOR FROM ENVIRONMENT 'OPERADOR'
               ON EXCEPTION
                   MOVE 'BATCH' TO OPERADOR
           END-ACCEPT.

           PERFORM 001-CONFERIR-JORNAL THRU 001-CONFERIR-JORNAL-FIM.

      *    A JOURNAL BLOCK WITHOUT ITS 'F' IS A RUN THAT DIED WITH
               GO TO 001-FIM
           END-IF.

           ACCEPT ORIGEM-LOTE FROM ENVIRONMENT 'ORIGEM-LOTE'
               ON EXCEPTION
                   MOVE 'DELTA' TO ORIGEM-LOTE
           END-ACCEPT.
           IF ORIGEM-LOTE EQUAL SPACES
               MOVE 'DELTA' TO ORIGEM-LOTE
           END-IF.
      *    A MISSPELT ORIGIN WOULD POST THE DAILY FILE UNDER A
      *    LEDGER ORIGIN NOBODY BOOKS, AND LEAVE THE BATCH MEANT
      *    FOR IT UNPOSTED.
           IF NOT ORIGEM-DELTA AND NOT ORIGEM-JUROS
               DISPLAY 'Invalid ORIGEM-LOTE (DELTA/JUROS): '
                       ORIGEM-LOTE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT REPROCESSAR FROM ENVIRONMENT 'REPROCESSAR'
               ON EXCEPTION
                   MOVE 'N' TO REPROCESSAR
           END-ACCEPT.

           ACCEPT LIMITE-APROVACAO-TX
               FROM ENVIRONMENT 'LIMITE-APROVACAO'
               ON EXCEPTION
                   MOVE SPACES TO LIMITE-APROVACAO-TX
           END-ACCEPT.
           IF LIMITE-APROVACAO-TX IS NUMERIC
               MOVE LIMITE-APROVACAO-TX TO LIMITE-APROVACAO
           END-IF.

           ACCEPT ARQTRANSACOES FROM ENVIRONMENT 'ARQTRANSACOES'
               ON EXCEPTION
                   MOVE './TRANSACOES.txt' TO ARQTRANSACOES
                   IF ORIGEM-JUROS
                       MOVE './TRANSACOES-JUROS.txt' TO ARQTRANSACOES
                   END-IF
           END-ACCEPT.

           ACCEPT ARQSAIDADELTA FROM ENVIRONMENT 'ARQSAIDADELTA'
           ACCEPT ARQCONTABILMST FROM ENVIRONMENT 'ARQCONTABILMST'
               ON EXCEPTION
                   MOVE './CONTABIL-DELTA.txt' TO ARQCONTABILMST
                   IF ORIGEM-JUROS
                       MOVE './CONTABIL-JUROS.txt' TO ARQCONTABILMST
                   END-IF
           END-ACCEPT.

           ACCEPT ARQJUROSBASE FROM ENVIRONMENT 'ARQJUROSBASE'
               ON EXCEPTION
                   MOVE './JUROS-BASE.txt' TO ARQJUROSBASE
           END-ACCEPT.

           DISPLAY 'ARQTRANSACOES' UPON ENVIRONMENT-NAME.
           DISPLAY 'ARQSAIDADELTA' UPON ENVIRONMENT-NAME.
           DISPLAY ARQSAIDADELTA UPON ENVIRONMENT-VALUE.

      *    A TRANSACTION FILE ALREADY POSTED IS REFUSED BEFORE THE
      *    JOURNAL BLOCK OPENS OR ANY OUTPUT IS TRUNCATED -- THE
      *    PREVIOUS RUN'S SAIDA-DELTA AND REJECTS STAY AS THEY ARE.
      *    REPROCESSAR=S POSTS IT AGAIN ON PURPOSE.
           PERFORM 001-CONFERIR-ENTRADA THRU 001-CONFERIR-ENTRADA-FIM.

           OPEN INPUT TRANSACOES.
           OPEN OUTPUT SAIDA-DELTA.
           OPEN OUTPUT TRN-REJEITADAS.
               OPEN I-O CPF-XREF
           END-IF.

      *    HELD POSTINGS ACCUMULATE UNTIL PROGAPR DECIDES THEM.
           OPEN EXTEND PENDENTES.
           IF FS-PENDENTES EQUAL '35'
               OPEN OUTPUT PENDENTES
           END-IF.

      *    RELEASED ITEMS ARE THE DAILY RUN'S BUSINESS -- AN
      *    INTEREST BATCH LEAVES THEM FOR THE NEXT DELTA RUN.
           MOVE 'S' TO EOF-LIBERADAS.
           IF NOT ORIGEM-JUROS
               OPEN INPUT TRN-LIBERADAS
               IF FS-TRN-LIBERADAS EQUAL ZEROS
                   MOVE 'N' TO EOF-LIBERADAS
               END-IF
           END-IF.

      *    AN INTEREST BATCH IS NOT POSTED WITHOUT THE SALDOS ITS
      *    CREDITS WERE FIGURED ON.
           IF ORIGEM-JUROS
               OPEN INPUT JUROS-BASE
               IF FS-JUROS-BASE EQUAL ZEROS
                   MOVE 'N' TO EOF-JUROS-BASE
                   MOVE LOW-VALUES TO JBA-CHAVE
               END-IF
           END-IF.

           IF FS-TRANSACOES NOT EQUAL TO ZEROS
              OR FS-SAIDA-DELTA NOT EQUAL TO ZEROS
              OR FS-TRN-REJEITADAS NOT EQUAL TO ZEROS
              OR FS-JORNAL NOT EQUAL TO ZEROS
              OR FS-MOVIMENTOS NOT EQUAL TO ZEROS
              OR FS-CPF-XREF NOT EQUAL TO ZEROS
              OR FS-PENDENTES NOT EQUAL TO ZEROS
              OR FS-JUROS-BASE NOT EQUAL TO ZEROS
                 IF FS-TRANSACOES NOT EQUAL TO ZEROS
                     DISPLAY 'Erro ao abrir TRANSACOES, código: '
                             FS-TRANSACOES
                     DISPLAY 'Erro ao abrir CPF-XREF, código: '
                             FS-CPF-XREF
                 END-IF
                 IF FS-PENDENTES NOT EQUAL TO ZEROS
                     DISPLAY 'Erro ao abrir PENDENTES, código: '
                             FS-PENDENTES
                 END-IF
                 IF FS-JUROS-BASE NOT EQUAL TO ZEROS
                     DISPLAY 'Erro ao abrir JUROS-BASE, código: '
                             FS-JUROS-BASE
                 END-IF
                 MOVE 'ABEND' TO RESULTADO-EXECUCAO
                 PERFORM 003-ENCERRAR
                 GOBACK
                       FS-MOVIMENTOS
           END-IF.

      *    THE CROSS-REFERENCE IS PUT BACK WITH THE MASTER; LIKE
      *    THE TRAIL, A FAILED OPEN ONLY WARNS -- PROG'S NEXT FULL
      *    LOAD REBUILDS IT FROM SCRATCH ANYWAY.
           OPEN I-O CPF-XREF.
           IF FS-CPF-XREF EQUAL ZEROS
               MOVE 'S' TO XREF-DISPONIVEL
           ELSE
               DISPLAY 'Xref open warning: ' FS-CPF-XREF
           END-IF.

      *    WITHOUT THE SEEN-KEY PROBE THE PASS COULD RE-APPLY A
      *    LATER IMAGE OVER THE OLDEST ONE, SO A BACKOUT THAT
      *    CANNOT BUILD ITS SCRATCH FILE DOES NOT START.
           EXIT.
      ******************************************

       001-CONFERIR-ENTRADA SECTION.
           PERFORM 001-CALCULAR-IMPRESSAO THRU
                   001-CALCULAR-IMPRESSAO-FIM.

      *    AN EMPTY OR UNREADABLE FILE HAS NOTHING TO POST TWICE --
      *    THE OPEN CHECK FURTHER DOWN REPORTS THE UNREADABLE ONE.
           IF IMP-QTD EQUAL ZERO
               GO TO 001-CONFERIR-ENTRADA-FIM
           END-IF.

           PERFORM 001-PROCURAR-ENTRADA THRU 001-PROCURAR-ENTRADA-FIM.

           IF CNT-CONSUMOS NOT > ZERO
               GO TO 001-CONFERIR-ENTRADA-FIM
           END-IF.

           IF REPROCESSAMENTO-AUTORIZADO
               DISPLAY 'Warning: input already posted by run '
                       EXECUCAO-CONSUMIU ', reprocessing authorized'
               GO TO 001-CONFERIR-ENTRADA-FIM
           END-IF.

           DISPLAY 'Input already posted by run ' EXECUCAO-CONSUMIU
                   ' (operator ' OPERADOR-CONSUMIU ')'.
           DISPLAY 'Set REPROCESSAR=S to post it again'.
           MOVE 'DUPLICAD' TO RESULTADO-EXECUCAO.
           PERFORM 001-AUDITAR-RECUSA THRU 001-AUDITAR-RECUSA-FIM.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

       001-CONFERIR-ENTRADA-FIM.
           EXIT.
      ******************************************

       001-CALCULAR-IMPRESSAO SECTION.
      *    FULL PASS OVER THE FILE AS RECEIVED, REJECTS INCLUDED --
      *    THE FINGERPRINT DESCRIBES THE FILE, NOT WHAT THE RUN
      *    ENDS UP POSTING OUT OF IT.
           MOVE 'N' TO EOF-TRANSACOES.

           OPEN INPUT TRANSACOES.
           IF FS-TRANSACOES NOT EQUAL ZEROS
               GO TO 001-CALCULAR-IMPRESSAO-FIM
           END-IF.

           PERFORM UNTIL EOF-TRANSACOES EQUAL 'S'
               READ TRANSACOES
                       AT END
                           MOVE 'S' TO EOF-TRANSACOES
                       NOT AT END
                           PERFORM 001-ACUMULAR-IMPRESSAO THRU
                                   001-ACUMULAR-IMPRESSAO-FIM
               END-READ
           END-PERFORM.

           CLOSE TRANSACOES.
           MOVE 'N' TO EOF-TRANSACOES.

       001-CALCULAR-IMPRESSAO-FIM.
           EXIT.
      ******************************************

       001-ACUMULAR-IMPRESSAO SECTION.
           ADD 1 TO IMP-QTD.

           MOVE SPACES TO CHAVE-ENTRADA.
           STRING
               TRN-AGENCIA DELIMITED BY SIZE
               TRN-NOME DELIMITED BY SIZE
           INTO CHAVE-ENTRADA.
           IF IMP-QTD EQUAL 1
               MOVE CHAVE-ENTRADA TO IMP-PRIMEIRA-CHAVE
           END-IF.
           MOVE CHAVE-ENTRADA TO IMP-ULTIMA-CHAVE.

           IF TRN-SALDO IS NUMERIC
               ADD TRN-SALDO TO IMP-TOTAL
                   ON SIZE ERROR
                       CONTINUE
               END-ADD
           END-IF.

           PERFORM VARYING IDX-CHECKSUM FROM 1 BY 1
                   UNTIL IDX-CHECKSUM > 12
               MOVE FUNCTION ORD (TRN-NOME (IDX-CHECKSUM:1))
                   TO CODIGO-CARACTERE
               ADD CODIGO-CARACTERE TO IMP-CHECKSUM
                   ON SIZE ERROR
                       CONTINUE
               END-ADD
           END-PERFORM.

       001-ACUMULAR-IMPRESSAO-FIM.
           EXIT.
      ******************************************

       001-PROCURAR-ENTRADA SECTION.
      *    EVERY PROGMST LINE WITH THE SAME FINGERPRINT COUNTS ONE
      *    POSTING OF THE FILE AND EVERY ESTORNO TAKES ONE BACK, SO
      *    A FILE WHOSE ONLY POSTING WAS BACKED OUT GOES IN AGAIN
      *    WITHOUT AN OVERRIDE. A REGISTRY NOT CREATED YET SIMPLY
      *    HOLDS NOTHING.
           MOVE ZERO TO CNT-CONSUMOS.
           MOVE 'N' TO EOF-REGISTRO-ENTRADAS.

           OPEN INPUT REGISTRO-ENTRADAS.
           IF FS-REGISTRO-ENTRADAS EQUAL '35'
               GO TO 001-PROCURAR-ENTRADA-FIM
           END-IF.
           IF FS-REGISTRO-ENTRADAS NOT EQUAL ZEROS
               DISPLAY 'Erro ao abrir REGISTRO-ENTRADAS, código: '
                       FS-REGISTRO-ENTRADAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL EOF-REGISTRO-ENTRADAS EQUAL 'S'
               READ REGISTRO-ENTRADAS
                       AT END
                           MOVE 'S' TO EOF-REGISTRO-ENTRADAS
                       NOT AT END
                           IF ENT-PROGRAMA EQUAL 'PROGMST'
                              AND ENT-IMPRESSAO EQUAL IMPRESSAO-ENTRADA
                               IF ENT-ESTORNADA
                                   SUBTRACT 1 FROM CNT-CONSUMOS
                               ELSE
                                   ADD 1 TO CNT-CONSUMOS
                                   MOVE ENT-EXECUCAO
                                       TO EXECUCAO-CONSUMIU
                                   MOVE ENT-OPERADOR
                                       TO OPERADOR-CONSUMIU
                               END-IF
                           END-IF
               END-READ
           END-PERFORM.

           CLOSE REGISTRO-ENTRADAS.

       001-PROCURAR-ENTRADA-FIM.
           EXIT.
      ******************************************

       001-AUDITAR-RECUSA SECTION.
      *    THE REFUSAL GOES TO THE SAME AUDIT-LOG PROG WRITES, WITH
      *    NOTHING POSTED AGAINST IT.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.

           MOVE ZERO TO AUD-CNT-CLIENTES.
           MOVE FS-TRANSACOES TO AUD-FS-CLIENTES.
           MOVE ZERO TO AUD-FS-SAIDA.
           MOVE RESULTADO-EXECUCAO TO AUD-RESULTADO.
           MOVE OPERADOR TO AUD-OPERADOR.

           OPEN EXTEND AUDIT-LOG.
           IF FS-AUDIT-LOG EQUAL '35'
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           IF FS-AUDIT-LOG NOT EQUAL ZEROS
               DISPLAY 'Audit log open warning: ' FS-AUDIT-LOG
               GO TO 001-AUDITAR-RECUSA-FIM
           END-IF.

           WRITE REG-AUDITORIA.
           IF FS-AUDIT-LOG NOT EQUAL ZEROS
               DISPLAY 'Audit log write warning: ' FS-AUDIT-LOG
           END-IF.

           CLOSE AUDIT-LOG.

       001-AUDITAR-RECUSA-FIM.
           EXIT.
      ******************************************

       001-ABRIR-BLOCO SECTION.
           MOVE 'A' TO JRN-TIPO.
           MOVE EXECUCAO-ATUAL TO JRN-EXECUCAO.
           MOVE ZERO TO JRN-DATA-ANT.
           MOVE ZERO TO JRN-SALDO-ANT.
           MOVE SPACES TO JRN-SITUACAO.
           MOVE SPACES TO JRN-SIT-CONTA-ANT.
           MOVE ZERO TO JRN-DATA-SIT-ANT.
           MOVE ZERO TO JRN-DATA-MOV-ANT.

           WRITE REG-JORNAL.
           IF FS-JORNAL NOT EQUAL ZEROS
      ******************************************

       002-LER SECTION.
      *    APPROVED ITEMS FIRST: THEY WERE SUBMITTED IN AN EARLIER
      *    RUN, SO THEY POST AHEAD OF ANYTHING IN TODAY'S FILE.
           MOVE 'S' TO ITEM-LIBERADO.
           PERFORM UNTIL EOF-LIBERADAS EQUAL 'S'
               READ TRN-LIBERADAS
                       AT END
                           MOVE 'S' TO EOF-LIBERADAS
                       NOT AT END
                           ADD 1 TO CNT-LIBERADAS
                           MOVE LIB-TRANSACAO TO TRANSACAO
                           MOVE LIB-SALDO-SUBM TO SALDO-SUBMISSAO
                           PERFORM 002-PROCESSAR
               END-READ
           END-PERFORM.

           MOVE 'N' TO ITEM-LIBERADO.
           PERFORM UNTIL EOF-TRANSACOES EQUAL 'S'
               READ TRANSACOES
                       AT END
                           MOVE 'S' TO EOF-TRANSACOES
                       NOT AT END
                           ADD 1 TO CNT-TRANSACOES
                           PERFORM 002-PROCESSAR
               END-READ
           END-PERFORM.

           EXIT.
      ******************************************

       002-PROCESSAR SECTION.
           PERFORM 002-VALIDAR-TRANSACAO.
           MOVE 'N' TO ITEM-DESVIADO.
           IF REGISTRO-OK AND NOT ITEM-JA-APROVADO
              AND NOT ORIGEM-JUROS
              AND (TRN-ALTERACAO OR TRN-EXCLUSAO)
               PERFORM 002-VERIFICAR-LIMITE THRU
                       002-VERIFICAR-LIMITE-FIM
           END-IF.
           IF REGISTRO-OK AND ITEM-JA-APROVADO
              AND (TRN-ALTERACAO OR TRN-EXCLUSAO)
               PERFORM 002-CONFERIR-SALDO THRU
                       002-CONFERIR-SALDO-FIM
           END-IF.
           IF REGISTRO-OK AND ORIGEM-JUROS
               PERFORM 002-CONFERIR-BASE-JUROS THRU
                       002-CONFERIR-BASE-JUROS-FIM
           END-IF.
           IF REGISTRO-OK AND ITEM-DESVIADO EQUAL 'N'
               PERFORM 002-APLICAR
           END-IF.
           IF REGISTRO-INVALIDO
               PERFORM 002-REJEITAR
           END-IF.

       002-PROCESSAR-FIM.
           EXIT.
      ******************************************

       002-VERIFICAR-LIMITE SECTION.
      *    THE BALANCE CHANGE IS MEASURED AGAINST THE MASTER AS IT
      *    STANDS: A CHANGE MOVES IT BY THE DIFFERENCE, A DELETE
      *    WIPES ALL OF IT. A KEY THAT IS MISSING OR DORMANT IS LEFT
      *    TO 002-APLICAR, WHICH REFUSES IT ANYWAY.
           MOVE TRN-AGENCIA TO MST-AGENCIA.
           MOVE TRN-NOME TO MST-NOME.

           READ CLIENTES-MASTER
               INVALID KEY
                   GO TO 002-VERIFICAR-LIMITE-FIM
           END-READ.

           IF MST-INATIVA
               GO TO 002-VERIFICAR-LIMITE-FIM
           END-IF.

           IF TRN-EXCLUSAO
               MOVE MST-SALDO TO VALOR-MUDANCA
           ELSE
               IF TRN-SALDO NOT LESS MST-SALDO
                   COMPUTE VALOR-MUDANCA = TRN-SALDO - MST-SALDO
               ELSE
                   COMPUTE VALOR-MUDANCA = MST-SALDO - TRN-SALDO
               END-IF
           END-IF.

           IF VALOR-MUDANCA > LIMITE-APROVACAO
               MOVE 'S' TO ITEM-DESVIADO
               PERFORM 002-DESVIAR THRU 002-DESVIAR-FIM
           END-IF.

       002-VERIFICAR-LIMITE-FIM.
           EXIT.
      ******************************************

       002-CONFERIR-SALDO SECTION.
      *    THE APPROVER JUDGED THE CHANGE AGAINST THE SALDO THE KEY
      *    HAD WHEN IT WAS SUBMITTED. IF ANYTHING POSTED TO THE KEY
      *    SINCE, THAT IS NOT THE CHANGE THAT WAS APPROVED. A KEY
      *    THAT IS MISSING OR DORMANT IS LEFT TO 002-APLICAR.
           MOVE TRN-AGENCIA TO MST-AGENCIA.
           MOVE TRN-NOME TO MST-NOME.

           READ CLIENTES-MASTER
               INVALID KEY
                   GO TO 002-CONFERIR-SALDO-FIM
           END-READ.

           IF MST-INATIVA
               GO TO 002-CONFERIR-SALDO-FIM
           END-IF.

           IF MST-SALDO NOT EQUAL SALDO-SUBMISSAO
               MOVE 'N' TO REGISTRO-VALIDO
               MOVE 'SALDO ALTERADO APOS SUBMISSAO' TO MOTIVO-REJEICAO
               IF ORIGEM-JUROS
                   MOVE 'SALDO ALTERADO APOS O CALCULO'
                       TO MOTIVO-REJEICAO
               END-IF
               GO TO 002-CONFERIR-SALDO-FIM
           END-IF.

      *    AN INTEREST CREDIT CARRIES THE REST OF THE KEY AS PROGJUR
      *    READ IT -- POSTED OVER A LATER CHANGE IT WOULD UNDO IT.
           IF ORIGEM-JUROS
              AND (MST-CPF NOT EQUAL TRN-CPF
                   OR MST-CONTA NOT EQUAL TRN-CONTA
                   OR MST-DATA-ABERTURA NOT EQUAL TRN-DATA-ABERTURA)
               MOVE 'N' TO REGISTRO-VALIDO
               MOVE 'CADASTRO ALTERADO APOS CALCULO' TO MOTIVO-REJEICAO
           END-IF.

       002-CONFERIR-SALDO-FIM.
           EXIT.
      ******************************************

       002-CONFERIR-BASE-JUROS SECTION.
      *    THE CREDIT FILE AND ITS BASE FILE ARE BOTH IN MASTER KEY
      *    ORDER, SO ONE FORWARD PASS FINDS EACH CREDIT'S BASE. A
      *    CREDIT IS POSTED ONLY WHILE THE KEY STILL HOLDS THE SALDO
      *    THE INTEREST WAS FIGURED ON -- ANY OTHER BATCH POSTED TO
      *    IT SINCE WOULD BE WIPED OUT BY THE ABSOLUTE NEW SALDO.
           MOVE TRN-AGENCIA TO CJU-AGENCIA.
           MOVE TRN-NOME TO CJU-NOME.

           PERFORM UNTIL EOF-JUROS-BASE EQUAL 'S'
                      OR JBA-CHAVE NOT LESS CHAVE-JUROS
               READ JUROS-BASE
                       AT END
                           MOVE 'S' TO EOF-JUROS-BASE
               END-READ
           END-PERFORM.

           IF EOF-JUROS-BASE EQUAL 'S'
              OR JBA-CHAVE NOT EQUAL CHAVE-JUROS
               MOVE 'N' TO REGISTRO-VALIDO
               MOVE 'SEM BASE DE CALCULO DE JUROS' TO MOTIVO-REJEICAO
               GO TO 002-CONFERIR-BASE-JUROS-FIM
           END-IF.

           MOVE JBA-SALDO TO SALDO-SUBMISSAO.
           PERFORM 002-CONFERIR-SALDO THRU 002-CONFERIR-SALDO-FIM.

       002-CONFERIR-BASE-JUROS-FIM.
           EXIT.
      ******************************************

       002-DESVIAR SECTION.
      *    THE ITEM IS PARKED AS READ, UNDER THIS RUN'S ID AND A
      *    SEQUENCE, FOR PROGAPR. NOTHING IS JOURNALED OR POSTED --
      *    THE MASTER NEVER SEES IT UNTIL IT COMES BACK RELEASED.
           ADD 1 TO CNT-PENDENTES.

           MOVE EXECUCAO-ATUAL TO PND-EXECUCAO.
           MOVE CNT-PENDENTES TO PND-SEQ.
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
           MOVE MST-SALDO TO PND-SALDO-SUBM.

           WRITE REG-PENDENTE.
           IF FS-PENDENTES NOT EQUAL ZEROS
               DISPLAY 'Writing error (pendentes): ' FS-PENDENTES
               MOVE 'ABEND' TO RESULTADO-EXECUCAO
               PERFORM 003-ENCERRAR
           END-IF.

       002-DESVIAR-FIM.
           EXIT.
      ******************************************

       002-VALIDAR-TRANSACAO SECTION.
           MOVE 'S' TO REGISTRO-VALIDO.
           MOVE SPACES TO MOTIVO-REJEICAO.

           IF NOT TRN-INCLUSAO AND NOT TRN-ALTERACAO
              AND NOT TRN-EXCLUSAO AND NOT TRN-REATIVACAO
               MOVE 'N' TO REGISTRO-VALIDO
               MOVE 'OPERACAO INVALIDA' TO MOTIVO-REJEICAO
           END-IF.

      *    AN INTEREST BATCH ONLY EVER CHANGES BALANCES -- ANY
      *    OTHER OPERATION IN IT IS A FILE MIX-UP.
           IF REGISTRO-OK AND ORIGEM-JUROS AND NOT TRN-ALTERACAO
               MOVE 'N' TO REGISTRO-VALIDO
               MOVE 'SO ALTERACAO EM LOTE DE JUROS' TO MOTIVO-REJEICAO
           END-IF.

           IF REGISTRO-OK AND TRN-AGENCIA IS NOT NUMERIC
               MOVE 'N' TO REGISTRO-VALIDO
               MOVE 'AGENCIA NAO NUMERICA' TO MOTIVO-REJEICAO
               MOVE 'NOME EM BRANCO' TO MOTIVO-REJEICAO
           END-IF.

      *    A DELETE OR A REACTIVATION ONLY NEEDS THE KEY -- THE
      *    FIELD RULES BELOW GUARD WHAT GOES INTO THE MASTER, SAME
      *    AS PROG APPLIES TO THE FULL-FILE INPUT IN
      *    002-VALIDAR-REGISTRO.
           IF REGISTRO-OK AND NOT TRN-EXCLUSAO
              AND NOT TRN-REATIVACAO
               PERFORM 002-VALIDAR-CPF THRU 002-VALIDAR-CPF-FIM
               IF REGISTRO-OK
                   PERFORM 002-VALIDAR-DATA THRU 002-VALIDAR-DATA-FIM

           PERFORM 002-JORNALIZAR THRU 002-JORNALIZAR-FIM.

      *    A DORMANT KEY TAKES NO CHANGE OR DELETE UNTIL AN 'R'
      *    REACTIVATES IT -- THE 'R' MAY SIT EARLIER IN THE SAME
      *    FILE, AHEAD OF THE POSTING IT UNLOCKS.
           IF TINHA-ANTERIOR EQUAL 'S'
              AND SITUACAO-ANTERIOR EQUAL 'INATIVA'
              AND (TRN-ALTERACAO OR TRN-EXCLUSAO)
               MOVE 'N' TO REGISTRO-VALIDO
               MOVE 'CONTA INATIVA SEM REATIVACAO' TO MOTIVO-REJEICAO
               GO TO 002-APLICAR-FIM
           END-IF.

           IF TRN-REATIVACAO
               PERFORM 002-REATIVAR THRU 002-REATIVAR-FIM
               GO TO 002-APLICAR-FIM
           END-IF.

           IF TRN-INCLUSAO OR TRN-ALTERACAO
               PERFORM 002-VERIFICAR-CONTA THRU
                       002-VERIFICAR-CONTA-FIM
               IF REGISTRO-INVALIDO
                   GO TO 002-APLICAR-FIM
               END-IF
           END-IF.

           MOVE TRN-AGENCIA TO MST-AGENCIA.
           MOVE TRN-NOME TO MST-NOME.
           MOVE TRN-CPF TO MST-CPF.
           MOVE TRN-DATA-ABERTURA TO MST-DATA-ABERTURA.
           MOVE TRN-SALDO TO MST-SALDO.

      *    AN INCLUDE STARTS ATIVA; A CHANGE KEEPS THE DATE THE
      *    STATUS LAST MOVED. EITHER ONE IS A MOVEMENT, SO THE
      *    LAST-MOVEMENT DATE THE DORMANCY RUN MEASURES IS TODAY.
           MOVE 'ATIVA' TO MST-SITUACAO.
           MOVE DATA-PROCESSAMENTO TO MST-DATA-SITUACAO.
           IF TINHA-ANTERIOR EQUAL 'S'
              AND DATA-SIT-ANTERIOR NOT EQUAL ZERO
               MOVE DATA-SIT-ANTERIOR TO MST-DATA-SITUACAO
           END-IF.
           MOVE DATA-PROCESSAMENTO TO MST-DATA-MOVIMENTO.
           IF ORIGEM-JUROS AND TINHA-ANTERIOR EQUAL 'S'
               MOVE DATA-MOV-ANTERIOR TO MST-DATA-MOVIMENTO
           END-IF.

      *    POSTING RULES: AN INCLUDE MUST NOT EXIST YET, A CHANGE
      *    OR DELETE MUST EXIST -- THE MISMATCHES GO TO THE REJECT
      *    FILE SO DATA ENTRY CAN SEE WHAT THE MASTER REALLY HOLDS.
           EXIT.
      ******************************************

       002-VERIFICAR-CONTA SECTION.
      *    ONE CONTA, ONE CUSTOMER: THE ALTERNATE KEY IS WALKED FOR
      *    EVERY RECORD CARRYING THE TRANSACTION'S CONTA, AND ANY
      *    OF THEM UNDER ANOTHER AGENCIA+NOME REFUSES THE POSTING.
      *    THE WALK LEAVES CONTA AS THE KEY OF REFERENCE, SO THE
      *    PRIMARY KEY IS RE-ESTABLISHED BEFORE GOING BACK -- EVERY
      *    OTHER ACCESS IN THIS PROGRAM IS BY AGENCIA+NOME.
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

           MOVE TRN-AGENCIA TO MST-AGENCIA.
           MOVE TRN-NOME TO MST-NOME.
           START CLIENTES-MASTER KEY IS EQUAL MST-CHAVE
               INVALID KEY
                   CONTINUE
           END-START.

       002-VERIFICAR-CONTA-FIM.
           EXIT.
      ******************************************

       002-REATIVAR SECTION.
      *    ONLY A KEY THAT IS ON THE MASTER AND FLAGGED INATIVA CAN
      *    BE REACTIVATED; EVERY OTHER FIELD IS PUT BACK AS THE
      *    JOURNAL PROBE FOUND IT -- THE TRANSACTION ONLY BRINGS
      *    THE KEY.
           IF TINHA-ANTERIOR NOT EQUAL 'S'
               MOVE 'N' TO REGISTRO-VALIDO
               MOVE 'NAO EXISTE NO CADASTRO' TO MOTIVO-REJEICAO
               GO TO 002-REATIVAR-FIM
           END-IF.

           IF SITUACAO-ANTERIOR NOT EQUAL 'INATIVA'
               MOVE 'N' TO REGISTRO-VALIDO
               MOVE 'CONTA NAO ESTA INATIVA' TO MOTIVO-REJEICAO
               GO TO 002-REATIVAR-FIM
           END-IF.

           MOVE TRN-AGENCIA TO MST-AGENCIA.
           MOVE TRN-NOME TO MST-NOME.
           MOVE CPF-ANTERIOR TO MST-CPF.
           MOVE CONTA-ANTERIOR TO MST-CONTA.
           MOVE DATA-ABERTURA-ANTERIOR TO MST-DATA-ABERTURA.
           MOVE SALDO-ANTERIOR TO MST-SALDO.
           MOVE 'ATIVA' TO MST-SITUACAO.
           MOVE DATA-PROCESSAMENTO TO MST-DATA-SITUACAO.
           MOVE DATA-PROCESSAMENTO TO MST-DATA-MOVIMENTO.

           REWRITE REG-CLIENTE-MASTER
               INVALID KEY
                   MOVE 'N' TO REGISTRO-VALIDO
                   MOVE 'NAO EXISTE NO CADASTRO' TO MOTIVO-REJEICAO
               NOT INVALID KEY
                   ADD 1 TO CNT-REATIVACOES
                   PERFORM 003-GRAVAR-MOVIMENTO THRU
                           003-GRAVAR-MOVIMENTO-FIM
           END-REWRITE.

       002-REATIVAR-FIM.
           EXIT.
      ******************************************

       002-JORNALIZAR SECTION.
      *    RECORDS WHAT THE KEY HELD BEFORE THIS POSTING: THE
      *    PRIOR FIELD VALUES WHEN IT EXISTED, OR A 'NO PRIOR'
                   MOVE ZERO TO JRN-CONTA-ANT
                   MOVE ZERO TO JRN-DATA-ANT
                   MOVE ZERO TO JRN-SALDO-ANT
                   MOVE SPACES TO JRN-SIT-CONTA-ANT
                   MOVE ZERO TO JRN-DATA-SIT-ANT
                   MOVE ZERO TO JRN-DATA-MOV-ANT
               NOT INVALID KEY
                   MOVE 'S' TO JRN-TINHA-ANTERIOR
                   MOVE MST-CPF TO JRN-CPF-ANT
                   MOVE MST-CONTA TO JRN-CONTA-ANT
                   MOVE MST-DATA-ABERTURA TO JRN-DATA-ANT
                   MOVE MST-SALDO TO JRN-SALDO-ANT
                   MOVE MST-SITUACAO TO JRN-SIT-CONTA-ANT
                   MOVE MST-DATA-SITUACAO TO JRN-DATA-SIT-ANT
                   MOVE MST-DATA-MOVIMENTO TO JRN-DATA-MOV-ANT
           END-READ.

      *    THE PRIOR STATE IS ALSO KEPT IN WORKING-STORAGE FOR THE
           MOVE JRN-TINHA-ANTERIOR TO TINHA-ANTERIOR.
           MOVE JRN-CPF-ANT TO CPF-ANTERIOR.
           MOVE JRN-SALDO-ANT TO SALDO-ANTERIOR.
           MOVE JRN-CONTA-ANT TO CONTA-ANTERIOR.
           MOVE JRN-DATA-ANT TO DATA-ABERTURA-ANTERIOR.
           MOVE JRN-SIT-CONTA-ANT TO SITUACAO-ANTERIOR.
           MOVE JRN-DATA-SIT-ANT TO DATA-SIT-ANTERIOR.
           MOVE JRN-DATA-MOV-ANT TO DATA-MOV-ANTERIOR.

           ADD 1 TO CNT-IMAGENS.

                   MOVE CPF-ANTERIOR TO MOV-CPF
                   MOVE SALDO-ANTERIOR TO MOV-SALDO-ANT
                   MOVE ZERO TO MOV-SALDO-NOVO
               WHEN TRN-REATIVACAO
                   MOVE CPF-ANTERIOR TO MOV-CPF
                   MOVE SALDO-ANTERIOR TO MOV-SALDO-ANT
                   MOVE SALDO-ANTERIOR TO MOV-SALDO-NOVO
           END-EVALUATE.

           ADD 1 TO CNT-MOVIMENTOS.
           DISPLAY 'Includes posted: ' CNT-INCLUSOES
           DISPLAY 'Changes posted: ' CNT-ALTERACOES
           DISPLAY 'Deletes posted: ' CNT-EXCLUSOES
           DISPLAY 'Reactivations posted: ' CNT-REATIVACOES
           DISPLAY 'Transactions rejected: ' CNT-REJEITADAS
           DISPLAY 'Movement history lines: ' CNT-MOVIMENTOS
           DISPLAY 'Released items read: ' CNT-LIBERADAS
           DISPLAY 'Postings held for approval: ' CNT-PENDENTES
           IF NOT EXECUCAO-ABEND
               PERFORM 003-GRAVAR-TRAILER THRU 003-GRAVAR-TRAILER-FIM
               PERFORM 003-GRAVAR-CONTABIL THRU
                       003-GRAVAR-CONTABIL-FIM
               MOVE 'NORMAL' TO SITUACAO-BLOCO
               PERFORM 003-FECHAR-BLOCO THRU 003-FECHAR-BLOCO-FIM
               PERFORM 003-REGISTRAR-ENTRADA THRU
                       003-REGISTRAR-ENTRADA-FIM
           END-IF
      *    ON ABEND THE BLOCK STAYS OPEN ON PURPOSE -- THAT IS THE
      *    MARK THE NEXT NORMAL RUN REFUSES TO START OVER.
           CLOSE JORNAL.
           CLOSE MOVIMENTOS.
           CLOSE CPF-XREF.
           CLOSE PENDENTES.
           IF NOT ORIGEM-JUROS
               CLOSE TRN-LIBERADAS
      *    A CLEAN RUN HAS POSTED (OR REJECTED) EVERY RELEASED
      *    ITEM -- EMPTY THE FILE SO NONE IS POSTED TWICE.
               IF NOT EXECUCAO-ABEND AND CNT-LIBERADAS NOT EQUAL ZERO
                   OPEN OUTPUT TRN-LIBERADAS
                   CLOSE TRN-LIBERADAS
               END-IF
           END-IF.
           IF ORIGEM-JUROS
               CLOSE JUROS-BASE
           END-IF.
           STOP RUN.
       004-FIM.
           EXIT.

           MOVE 'H' TO CTB-TIPO-REGISTRO.
           MOVE DATA-PROCESSAMENTO TO CTB-DATA.
           MOVE ORIGEM-LOTE TO CTB-ORIGEM.
           MOVE ZERO TO CTB-AGENCIA.
           MOVE SPACES TO CTB-DEB-CRED.
           MOVE ZERO TO CTB-VALOR.

           MOVE 'T' TO CTB-TIPO-REGISTRO.
           MOVE DATA-PROCESSAMENTO TO CTB-DATA.
           MOVE ORIGEM-LOTE TO CTB-ORIGEM.
           MOVE ZERO TO CTB-AGENCIA.
           IF NET-CONTABIL < ZERO
               MOVE 'D' TO CTB-DEB-CRED
           MOVE ZERO TO JRN-DATA-ANT.
           MOVE ZERO TO JRN-SALDO-ANT.
           MOVE SITUACAO-BLOCO TO JRN-SITUACAO.
           MOVE SPACES TO JRN-SIT-CONTA-ANT.
           MOVE ZERO TO JRN-DATA-SIT-ANT.
           MOVE ZERO TO JRN-DATA-MOV-ANT.

           WRITE REG-JORNAL.
           IF FS-JORNAL NOT EQUAL ZEROS
           EXIT.
      ******************************************

       003-REGISTRAR-ENTRADA SECTION.
      *    ONLY A RUN THAT CLOSED ITS JOURNAL BLOCK PUTS ITS FILE ON
      *    THE REGISTRY -- A RUN THAT DIED HALFWAY IS BACKED OUT AND
      *    POSTED AGAIN WITHOUT AN OVERRIDE.
           IF IMP-QTD EQUAL ZERO
               GO TO 003-REGISTRAR-ENTRADA-FIM
           END-IF.

           MOVE SPACES TO REG-ENTRADA.
           MOVE 'PROGMST' TO ENT-PROGRAMA.
           MOVE EXECUCAO-ATUAL TO ENT-EXECUCAO.
           MOVE OPERADOR TO ENT-OPERADOR.
           IF CNT-CONSUMOS > ZERO
               MOVE 'REPROC' TO ENT-SITUACAO
           ELSE
               MOVE 'ACEITA' TO ENT-SITUACAO
           END-IF.
           MOVE IMPRESSAO-ENTRADA TO ENT-IMPRESSAO.
           MOVE ARQTRANSACOES TO ENT-ARQUIVO.

           PERFORM 003-GRAVAR-ENTRADA THRU 003-GRAVAR-ENTRADA-FIM.

       003-REGISTRAR-ENTRADA-FIM.
           EXIT.
      ******************************************

       003-GRAVAR-ENTRADA SECTION.
           OPEN EXTEND REGISTRO-ENTRADAS.
           IF FS-REGISTRO-ENTRADAS EQUAL '35'
               OPEN OUTPUT REGISTRO-ENTRADAS
           END-IF.
           IF FS-REGISTRO-ENTRADAS NOT EQUAL ZEROS
               DISPLAY 'Input registry open warning: '
                       FS-REGISTRO-ENTRADAS
               GO TO 003-GRAVAR-ENTRADA-FIM
           END-IF.

           WRITE REG-ENTRADA.
           IF FS-REGISTRO-ENTRADAS NOT EQUAL ZEROS
               DISPLAY 'Input registry write warning: '
                       FS-REGISTRO-ENTRADAS
           END-IF.

           CLOSE REGISTRO-ENTRADAS.

       003-GRAVAR-ENTRADA-FIM.
           EXIT.
      ******************************************

       005-BACKOUT SECTION.
      *    SINGLE FORWARD PASS OVER THE TARGET BLOCK: ONLY THE
      *    FIRST (OLDEST) IMAGE SEEN PER KEY IS RESTORED -- THAT
           DISPLAY 'Images restored: ' CNT-RESTAURADOS
           DISPLAY 'Compensating movements: ' CNT-MOVIMENTOS

           PERFORM 005-ESTORNAR-ENTRADA THRU 005-ESTORNAR-ENTRADA-FIM.

           CLOSE CLIENTES-MASTER.
           CLOSE MOVIMENTOS.
           CLOSE CHAVES-BACKOUT.
           IF XREF-DISPONIVEL EQUAL 'S'
               CLOSE CPF-XREF
           END-IF.
           STOP RUN.
       005-FIM.
           EXIT.
      ******************************************

       005-ESTORNAR-ENTRADA SECTION.
      *    THE BACKED-OUT RUN NO LONGER COUNTS AS HAVING POSTED ITS
      *    FILE: ITS REGISTRY LINE IS REPEATED AS AN ESTORNO UNDER
      *    THE OPERATOR OF THE BACKOUT. A RUN ALREADY CANCELLED, OR
      *    ONE THAT NEVER REACHED THE REGISTRY, ADDS NOTHING.
           MOVE 'N' TO ACHOU-ENTRADA.
           MOVE 'N' TO EOF-REGISTRO-ENTRADAS.

           OPEN INPUT REGISTRO-ENTRADAS.
           IF FS-REGISTRO-ENTRADAS NOT EQUAL ZEROS
               GO TO 005-ESTORNAR-ENTRADA-FIM
           END-IF.

           PERFORM UNTIL EOF-REGISTRO-ENTRADAS EQUAL 'S'
               READ REGISTRO-ENTRADAS
                       AT END
                           MOVE 'S' TO EOF-REGISTRO-ENTRADAS
                       NOT AT END
                           IF ENT-PROGRAMA EQUAL 'PROGMST'
                              AND ENT-EXECUCAO EQUAL EXECUCAO-ALVO
                               IF ENT-ESTORNADA
                                   MOVE 'N' TO ACHOU-ENTRADA
                               ELSE
                                   MOVE 'S' TO ACHOU-ENTRADA
                                   MOVE REG-ENTRADA
                                       TO ENTRADA-ESTORNAR
                               END-IF
                           END-IF
               END-READ
           END-PERFORM.

           CLOSE REGISTRO-ENTRADAS.

           IF NOT ENTRADA-ACHADA
               GO TO 005-ESTORNAR-ENTRADA-FIM
           END-IF.

           MOVE ENTRADA-ESTORNAR TO REG-ENTRADA.
           MOVE OPERADOR TO ENT-OPERADOR.
           MOVE 'ESTORNO' TO ENT-SITUACAO.

           PERFORM 003-GRAVAR-ENTRADA THRU 003-GRAVAR-ENTRADA-FIM.

           DISPLAY 'Input registry entry cancelled for run: '
                   EXECUCAO-ALVO.

       005-ESTORNAR-ENTRADA-FIM.
           EXIT.
      ******************************************

       005-TRATAR-IMAGEM SECTION.
      *    A KEY ALREADY RESTORED BY THIS PASS IS SKIPPED -- ITS
      *    FIRST IMAGE WAS THE PRE-RUN STATE AND LATER IMAGES ONLY
           MOVE JRN-CONTA-ANT TO IMG-CONTA.
           MOVE JRN-DATA-ANT TO IMG-DATA.
           MOVE JRN-SALDO-ANT TO IMG-SALDO.
           MOVE JRN-SIT-CONTA-ANT TO IMG-SITUACAO.
           MOVE JRN-DATA-SIT-ANT TO IMG-DATA-SITUACAO.
           MOVE JRN-DATA-MOV-ANT TO IMG-DATA-MOVIMENTO.

           PERFORM 005-RESTAURAR THRU 005-RESTAURAR-FIM.

                       ADD 1 TO CNT-RESTAURADOS
                       PERFORM 005-MOVIMENTO-BACKOUT THRU
                               005-MOVIMENTO-BACKOUT-FIM
                       PERFORM 005-XREF-BACKOUT THRU
                               005-XREF-BACKOUT-FIM
               END-DELETE
           ELSE
               MOVE IMG-CPF TO MST-CPF
               MOVE IMG-CONTA TO MST-CONTA
               MOVE IMG-DATA TO MST-DATA-ABERTURA
               MOVE IMG-SALDO TO MST-SALDO
               MOVE IMG-SITUACAO TO MST-SITUACAO
               MOVE IMG-DATA-SITUACAO TO MST-DATA-SITUACAO
               MOVE IMG-DATA-MOVIMENTO TO MST-DATA-MOVIMENTO
               REWRITE REG-CLIENTE-MASTER
                   INVALID KEY
      *    THE RUN DELETED THE CUSTOMER -- PUT THE PRIOR RECORD
                               ADD 1 TO CNT-RESTAURADOS
                               PERFORM 005-MOVIMENTO-BACKOUT THRU
                                       005-MOVIMENTO-BACKOUT-FIM
                               PERFORM 005-XREF-BACKOUT THRU
                                       005-XREF-BACKOUT-FIM
                       END-WRITE
                   NOT INVALID KEY
                       ADD 1 TO CNT-RESTAURADOS
                       PERFORM 005-MOVIMENTO-BACKOUT THRU
                               005-MOVIMENTO-BACKOUT-FIM
                       PERFORM 005-XREF-BACKOUT THRU
                               005-XREF-BACKOUT-FIM
               END-REWRITE
           END-IF.

       005-MOVIMENTO-BACKOUT-FIM.
           EXIT.
      ******************************************

       005-XREF-BACKOUT SECTION.
      *    THE ENTRY THE UNDONE STATE LEFT (UNDER ITS OWN CPF) GOES
      *    WHEN THE KEY IS GONE AGAIN OR ITS CPF CHANGES BACK; THE
      *    RESTORED IMAGE'S ENTRY IS THEN WRITTEN OVER WHATEVER IS
      *    THERE.
           IF XREF-DISPONIVEL NOT EQUAL 'S'
               GO TO 005-XREF-BACKOUT-FIM
           END-IF.

           IF TINHA-ANTERIOR EQUAL 'S'
              AND (IMG-TINHA EQUAL 'N'
                   OR CPF-ANTERIOR NOT EQUAL IMG-CPF)
               MOVE CPF-ANTERIOR TO XRF-CPF
               MOVE IMG-AGENCIA TO XRF-AGENCIA
               MOVE IMG-NOME TO XRF-NOME
               DELETE CPF-XREF
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.

           IF IMG-TINHA EQUAL 'N'
               GO TO 005-XREF-BACKOUT-FIM
           END-IF.

           MOVE IMG-CPF TO XRF-CPF.
           MOVE IMG-AGENCIA TO XRF-AGENCIA.
           MOVE IMG-NOME TO XRF-NOME.
           MOVE IMG-CONTA TO XRF-CONTA.
           MOVE IMG-SALDO TO XRF-SALDO.
           WRITE REG-CPF-XREF
               INVALID KEY
                   REWRITE REG-CPF-XREF
                       INVALID KEY
                           DISPLAY 'Xref restore warning: '
                                   FS-CPF-XREF
                   END-REWRITE
           END-WRITE.

       005-XREF-BACKOUT-FIM.
           EXIT.
      ******************************************
