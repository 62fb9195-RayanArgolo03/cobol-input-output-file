       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGAPR.
       AUTHOR. RAYAN ARGOLO
      ******************************************
      *    SECOND-PAIR-OF-EYES RUN OVER THE APPROVAL QUEUE PROGMST  *
      *    AND PROGAGE FILL: POSTINGS WHOSE BALANCE CHANGE EXCEEDS  *
      *    LIMITE-APROVACAO AND EVERY BRANCH CLOSURE WAIT IN        *
      *    PENDENTES-APROVACAO.txt INSTEAD OF BEING APPLIED.        *
      *    MODO-APROVACAO=LISTA PRINTS THE QUEUE FOR THE APPROVER;  *
      *    THE DEFAULT MODE READS THE DECISIONS FILE (ARQDECISOES,  *
      *    DEFAULT ./DECISOES-APROVACAO.txt -- ITEM ID PLUS A =     *
      *    APPROVE OR R = REFUSE) AND APPLIES THEM: AN APPROVED     *
      *    ITEM IS RELEASED INTO TRANSACOES-LIBERADAS.txt OR        *
      *    AGENCIAS-MANUT-LIBERADAS.txt, WHICH THE NEXT PROGMST /   *
      *    PROGAGE RUN POSTS AHEAD OF ITS OWN INPUT; A REFUSED ONE  *
      *    IS CANCELLED. BOTH GO TO HISTORICO-APROVACOES.txt WITH   *
      *    THE DECIDING OPERATOR, DATE AND TIME NEXT TO THE         *
      *    SUBMITTER'S, AND LEAVE THE QUEUE. OPERADOR IS REQUIRED,  *
      *    AND A DECISION BY THE OPERATOR WHO SUBMITTED THE ITEM IS *
      *    IGNORED. A PROGMST ITEM WHOSE RUN WAS BACKED OUT IS      *
      *    CANCELLED ON SIGHT; ONE WHOSE RUN IS STILL UNFINISHED IN *
      *    THE JOURNAL WAITS UNTIL THAT RUN IS CLOSED. A RELEASED   *
      *    POSTING CARRIES THE SALDO IT WAS SUBMITTED AGAINST, SO   *
      *    PROGMST REFUSES IT IF THE KEY HAS MOVED SINCE.           *
      *    RETURN CODE 0 = ALL DECISIONS APPLIED, 4 = DECISIONS     *
      *    IGNORED OR UNMATCHED, 8 = NOT RUN, A DECISION THAT COULD *
      *    NOT BE WRITTEN TO THE HISTORY OR RELEASED (THE ITEM      *
      *    STAYS PENDING), OR THE QUEUE COULD NOT BE REWRITTEN      *
      *    (PENDENTES-APROVACAO-NOVO.txt HOLDS WHAT IS STILL        *
      *    PENDING, OR, WHEN THAT FILE FAILED TOO, THE OLD QUEUE IS *
      *    LEFT AS IT WAS).                                         *
      ******************************************
       ENVIRONMENT DIVISION.
      ******************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDENTES ASSIGN TO './PENDENTES-APROVACAO.txt'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-PENDENTES.
           SELECT PENDENTES-NOVO
               ASSIGN TO './PENDENTES-APROVACAO-NOVO.txt'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-PENDENTES-NOVO.
           SELECT HISTORICO ASSIGN TO './HISTORICO-APROVACOES.txt'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-HISTORICO.
           SELECT DECISOES ASSIGN TO ARQDECISOES
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-DECISOES.
           SELECT JORNAL ASSIGN TO './JORNAL-MASTER.txt'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-JORNAL.
           SELECT TRN-LIBERADAS ASSIGN TO './TRANSACOES-LIBERADAS.txt'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-TRN-LIBERADAS.
           SELECT AGM-LIBERADAS
               ASSIGN TO './AGENCIAS-MANUT-LIBERADAS.txt'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-AGM-LIBERADAS.
           SELECT REL-APROVACAO ASSIGN TO './RELATORIO-APROVACAO.txt'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-REL-APROVACAO.
      ******************************************
       DATA DIVISION.
      ******************************************
       FILE SECTION.
      ******************************************
       FD PENDENTES
           RECORDING IS F.
       01 REG-PENDENTE.
           03 PND-CHAVE.
               05 PND-EXECUCAO     PIC X(16).
               05 PND-SEQ          PIC 9(06).
           03 PND-ORIGEM           PIC X(07).
               88 PND-DE-PROGMST      VALUE 'PROGMST'.
               88 PND-DE-PROGAGE      VALUE 'PROGAGE'.
           03 PND-SITUACAO         PIC X(08).
           03 PND-OPERADOR-SUBM    PIC X(08).
           03 PND-DATA-SUBM        PIC 9(08).
           03 PND-HORA-SUBM        PIC 9(08).
           03 PND-OPERADOR-DEC     PIC X(08).
           03 PND-DATA-DEC         PIC 9(08).
           03 PND-HORA-DEC         PIC 9(08).
           03 PND-VALOR            PIC 9(09)V99.
           03 PND-CONTEUDO.
               05 PND-OPERACAO     PIC X(01).
               05 PND-CODIGO       PIC X(04).
               05 FILLER           PIC X(50).
           03 PND-TRANSACAO REDEFINES PND-CONTEUDO.
               05 FILLER           PIC X(05).
               05 PND-TRN-NOME     PIC X(12).
               05 FILLER           PIC X(38).
           03 PND-MANUTENCAO REDEFINES PND-CONTEUDO.
               05 FILLER           PIC X(05).
               05 PND-TAG-NOME     PIC X(20).
               05 FILLER           PIC X(30).
           03 PND-SALDO-SUBM       PIC 9(09)V99.
      *        LAYOUT = 162 POSIÇÕES -- ITEM ID (RUN + SEQUENCE),   *
      *        ORIGIN, SITUACAO PENDENTE/APROVADO/RECUSADO, WHO AND *
      *        WHEN SUBMITTED AND DECIDED, THE ABSOLUTE BALANCE     *
      *        CHANGE, THE HELD RECORD ITSELF: A TRANSACOES RECORD  *
      *        (55) FROM PROGMST OR A MAINTENANCE RECORD (31) FROM  *
      *        PROGAGE, AND FOR A POSTING THE KEY'S SALDO WHEN IT   *
      *        WAS SUBMITTED.                                       *
       FD PENDENTES-NOVO
           RECORDING IS F.
       01 REG-PENDENTE-NOVO    PIC X(162).
       FD HISTORICO
           RECORDING IS F.
       01 REG-HISTORICO        PIC X(162).
      *        LAYOUT = 162 POSIÇÕES (MESMO PENDENTES-APROVACAO)    *
       FD DECISOES
           RECORDING IS F.
       01 REG-DECISAO.
           03 DEC-CHAVE.
               05 DEC-EXECUCAO     PIC X(16).
               05 DEC-SEQ          PIC X(06).
           03 DEC-DECISAO          PIC X(01).
      *        LAYOUT = 23 POSIÇÕES            *
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
       FD TRN-LIBERADAS
           RECORDING IS F.
       01 REG-TRN-LIBERADA.
           03 LIB-TRANSACAO        PIC X(55).
           03 LIB-SALDO-SUBM       PIC 9(09)V99.
      *        LAYOUT = 66 POSIÇÕES (MESMO TRN-LIBERADAS DO PROGMST)*
       FD AGM-LIBERADAS
           RECORDING IS F.
       01 REG-AGM-LIBERADA     PIC X(31).
      *        LAYOUT = 31 POSIÇÕES (MESMA MANUTENCAO DO PROGAGE)   *
       FD REL-APROVACAO
           RECORDING IS F.
       01 REG-REL-APROVACAO    PIC X(80).
      ******************************************
       WORKING-STORAGE SECTION.
       01 FS-PENDENTES     PIC 9(02).
       01 FS-PENDENTES-NOVO PIC 9(02).
       01 FS-HISTORICO     PIC 9(02).
       01 FS-DECISOES      PIC 9(02).
       01 FS-JORNAL        PIC 9(02).
       01 FS-TRN-LIBERADAS PIC 9(02).
       01 FS-AGM-LIBERADAS PIC 9(02).
       01 FS-REL-APROVACAO PIC 9(02).
       01 EOF-PENDENTES    PIC X(01) VALUE 'N'.
       01 EOF-DECISOES     PIC X(01) VALUE 'N'.
       01 EOF-JORNAL       PIC X(01) VALUE 'N'.
       01 ERRO-FILA        PIC X(01) VALUE 'N'.
       01 FILA-INCOMPLETA  PIC X(01) VALUE 'N'.
       01 DECISAO-GRAVADA  PIC X(01) VALUE 'N'.
       01 ARQDECISOES      PIC X(100).
       01 OPERADOR         PIC X(08).
       01 MODO-APROVACAO   PIC X(07) VALUE 'DECISAO'.
           88 MODO-LISTA          VALUE 'LISTA'.
       01 DATA-PROCESSAMENTO   PIC 9(08) VALUE ZERO.
       01 HORA-EXECUCAO    PIC 9(08).
       01 TAB-DECISOES.
           03 QTD-DECISOES         PIC 9(04) USAGE COMP VALUE ZERO.
           03 TAB-DEC-OCORRE OCCURS 500 TIMES
                                  INDEXED BY IDX-DEC.
               05 TAB-DEC-CHAVE    PIC X(22).
               05 TAB-DEC-DECISAO  PIC X(01).
               05 TAB-DEC-USADA    PIC X(01).
       01 AVISO-DECISOES-CHEIO PIC X(01) VALUE 'N'.
           88 DECISOES-CHEIO-AVISADO  VALUE 'S'.
       01 TAB-EXECUCOES.
           03 QTD-EXECUCOES        PIC 9(04) USAGE COMP VALUE ZERO.
           03 TAB-EXE-OCORRE OCCURS 500 TIMES
                                  INDEXED BY IDX-EXE.
               05 TAB-EXE-EXECUCAO PIC X(16).
               05 TAB-EXE-SITUACAO PIC X(08).
       01 AVISO-EXECUCOES-CHEIO PIC X(01) VALUE 'N'.
           88 EXECUCOES-CHEIO-AVISADO VALUE 'S'.
       01 PROC-EXECUCAO    PIC X(16).
       01 IDX-ACHADA       PIC 9(04) USAGE COMP.
       01 SITUACAO-EXECUCAO PIC X(08).
       01 ACHOU-DECISAO    PIC X(01).
       01 DECISAO-ITEM     PIC X(01).
       01 MOTIVO-ITEM      PIC X(20).
       01 CNT-LIDOS        PIC 9(06) USAGE COMP VALUE ZERO.
       01 CNT-APROVADOS    PIC 9(06) USAGE COMP VALUE ZERO.
       01 CNT-RECUSADOS    PIC 9(06) USAGE COMP VALUE ZERO.
       01 CNT-CANCELADOS   PIC 9(06) USAGE COMP VALUE ZERO.
       01 CNT-MANTIDOS     PIC 9(06) USAGE COMP VALUE ZERO.
       01 CNT-IGNORADAS    PIC 9(06) USAGE COMP VALUE ZERO.
       01 LINHA-TEXTO      PIC X(80).
       01 QTD-EDITADA      PIC 9(06).
       01 LINHA-PENDENTE.
           03 LPE-CHAVE        PIC X(22).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LPE-ORIGEM       PIC X(07).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LPE-OPERACAO     PIC X(01).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LPE-CODIGO       PIC X(04).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LPE-NOME         PIC X(12).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LPE-VALOR        PIC 9(11).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LPE-OPERADOR     PIC X(08).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LPE-DATA         PIC 9(08).
       01 LINHA-DECISAO.
           03 LDE-CHAVE        PIC X(22).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LDE-ORIGEM       PIC X(07).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LDE-OPERACAO     PIC X(01).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LDE-CODIGO       PIC X(04).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LDE-NOME         PIC X(12).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LDE-SITUACAO     PIC X(08).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LDE-MOTIVO       PIC X(20).
      ******************************************
       PROCEDURE DIVISION.
            PERFORM 001-VALIDAR THRU 001-FIM.
            PERFORM 002-LER THRU 002-FIM.
            PERFORM 003-ENCERRAR THRU 004-FIM.
      ******************************************

       001-VALIDAR SECTION.
           ACCEPT MODO-APROVACAO FROM ENVIRONMENT 'MODO-APROVACAO'
               ON EXCEPTION
                   MOVE 'DECISAO' TO MODO-APROVACAO
           END-ACCEPT.

           ACCEPT OPERADOR FROM ENVIRONMENT 'OPERADOR'
               ON EXCEPTION
                   MOVE SPACES TO OPERADOR
           END-ACCEPT.

           ACCEPT ARQDECISOES FROM ENVIRONMENT 'ARQDECISOES'
               ON EXCEPTION
                   MOVE './DECISOES-APROVACAO.txt' TO ARQDECISOES
           END-ACCEPT.

           ACCEPT DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
           ACCEPT HORA-EXECUCAO FROM TIME.

      *    THE WHOLE POINT OF THE RUN IS WHO MAKES THE DECISION --
      *    AN ANONYMOUS APPROVER IS NO SECOND PAIR OF EYES.
           IF NOT MODO-LISTA AND OPERADOR EQUAL SPACES
               DISPLAY 'OPERADOR must be set for an approval run'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT PENDENTES.
           IF FS-PENDENTES NOT EQUAL ZEROS
               IF FS-PENDENTES EQUAL '35'
                   DISPLAY 'Approval queue is empty'
               ELSE
                   DISPLAY 'Erro ao abrir PENDENTES, código: '
                           FS-PENDENTES
                   MOVE 8 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF.

           OPEN OUTPUT REL-APROVACAO.
           IF FS-REL-APROVACAO NOT EQUAL ZEROS
               DISPLAY 'Erro ao abrir REL-APROVACAO, código: '
                       FS-REL-APROVACAO
               CLOSE PENDENTES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF MODO-LISTA
               MOVE SPACES TO LINHA-TEXTO
               STRING 'FILA DE APROVACAO - POSICAO EM '
                          DELIMITED BY SIZE
                      DATA-PROCESSAMENTO DELIMITED BY SIZE
                   INTO LINHA-TEXTO
               PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM
               MOVE 'ITEM                   ORIGEM  O AGEN NOME'
                   TO LINHA-TEXTO
               MOVE 'VALOR (C)' TO LINHA-TEXTO (52:9)
               MOVE 'SUBMETIDO' TO LINHA-TEXTO (63:9)
               PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM
               GO TO 001-FIM
           END-IF.

           PERFORM 001-CARREGAR-DECISOES THRU
                   001-CARREGAR-DECISOES-FIM.

           PERFORM 001-CARREGAR-FILA THRU 001-CARREGAR-FILA-FIM.

           PERFORM 001-CARREGAR-EXECUCOES THRU
                   001-CARREGAR-EXECUCOES-FIM.

           OPEN OUTPUT PENDENTES-NOVO.

           OPEN EXTEND HISTORICO.
           IF FS-HISTORICO EQUAL '35'
               OPEN OUTPUT HISTORICO
           END-IF.

      *    RELEASED ITEMS ACCUMULATE UNTIL THE NEXT POSTING RUN
      *    TAKES THEM -- TWO APPROVAL RUNS IN ONE DAY MUST NOT
      *    LOSE THE FIRST ONE'S RELEASES.
           OPEN EXTEND TRN-LIBERADAS.
           IF FS-TRN-LIBERADAS EQUAL '35'
               OPEN OUTPUT TRN-LIBERADAS
           END-IF.

           OPEN EXTEND AGM-LIBERADAS.
           IF FS-AGM-LIBERADAS EQUAL '35'
               OPEN OUTPUT AGM-LIBERADAS
           END-IF.

           IF FS-PENDENTES-NOVO NOT EQUAL TO ZEROS
              OR FS-HISTORICO NOT EQUAL TO ZEROS
              OR FS-TRN-LIBERADAS NOT EQUAL TO ZEROS
              OR FS-AGM-LIBERADAS NOT EQUAL TO ZEROS
                 IF FS-PENDENTES-NOVO NOT EQUAL TO ZEROS
                     DISPLAY 'Erro ao abrir PENDENTES-NOVO, código: '
                             FS-PENDENTES-NOVO
                 END-IF
                 IF FS-HISTORICO NOT EQUAL TO ZEROS
                     DISPLAY 'Erro ao abrir HISTORICO, código: '
                             FS-HISTORICO
                 END-IF
                 IF FS-TRN-LIBERADAS NOT EQUAL TO ZEROS
                     DISPLAY 'Erro ao abrir TRN-LIBERADAS, código: '
                             FS-TRN-LIBERADAS
                 END-IF
                 IF FS-AGM-LIBERADAS NOT EQUAL TO ZEROS
                     DISPLAY 'Erro ao abrir AGM-LIBERADAS, código: '
                             FS-AGM-LIBERADAS
                 END-IF
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-IF.

           MOVE SPACES TO LINHA-TEXTO.
           STRING 'DECISOES DE APROVACAO - PROCESSAMENTO '
                      DELIMITED BY SIZE
                  DATA-PROCESSAMENTO DELIMITED BY SIZE
                  ' OPERADOR ' DELIMITED BY SIZE
                  OPERADOR DELIMITED BY SIZE
               INTO LINHA-TEXTO.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

           MOVE 'ITEM                   ORIGEM  O AGEN NOME'
               TO LINHA-TEXTO.
           MOVE 'SITUACAO' TO LINHA-TEXTO (52:8).
           MOVE 'MOTIVO' TO LINHA-TEXTO (61:6).
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

       001-FIM.
           EXIT.
      ******************************************

       001-CARREGAR-DECISOES SECTION.
           DISPLAY 'ARQDECISOES' UPON ENVIRONMENT-NAME.
           DISPLAY ARQDECISOES UPON ENVIRONMENT-VALUE.

           OPEN INPUT DECISOES.
           IF FS-DECISOES NOT EQUAL ZEROS
               DISPLAY 'Erro ao abrir DECISOES, código: ' FS-DECISOES
               CLOSE PENDENTES
               CLOSE REL-APROVACAO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL EOF-DECISOES EQUAL 'S'
               READ DECISOES
                       AT END
                           MOVE 'S' TO EOF-DECISOES
                       NOT AT END
                           IF QTD-DECISOES < 500
                               ADD 1 TO QTD-DECISOES
                               SET IDX-DEC TO QTD-DECISOES
                               MOVE DEC-CHAVE
                                   TO TAB-DEC-CHAVE (IDX-DEC)
                               MOVE DEC-DECISAO
                                   TO TAB-DEC-DECISAO (IDX-DEC)
                               MOVE 'N' TO TAB-DEC-USADA (IDX-DEC)
                           ELSE
                               IF NOT DECISOES-CHEIO-AVISADO
                                   DISPLAY 'Warning: decision table '
                                       'full (500), further '
                                       'decisions ignored'
                                   MOVE 'S' TO AVISO-DECISOES-CHEIO
                               END-IF
                           END-IF
               END-READ
           END-PERFORM.

           CLOSE DECISOES.

       001-CARREGAR-DECISOES-FIM.
           EXIT.
      ******************************************

       001-CARREGAR-FILA SECTION.
      *    A FIRST PASS OVER THE QUEUE NAMES THE RUNS THAT STILL
      *    HAVE A PROGMST ITEM WAITING -- THOSE ARE THE ONLY ONES
      *    THE JOURNAL PASS NEEDS, HOWEVER OLD THEY ARE. THE QUEUE
      *    IS THEN REOPENED FOR THE DECISIONS.
           PERFORM UNTIL EOF-PENDENTES EQUAL 'S'
               READ PENDENTES
                       AT END
                           MOVE 'S' TO EOF-PENDENTES
                       NOT AT END
                           IF PND-DE-PROGMST
                               PERFORM 001-GUARDAR-FILA THRU
                                       001-GUARDAR-FILA-FIM
                           END-IF
               END-READ
           END-PERFORM.

           CLOSE PENDENTES.
           MOVE 'N' TO EOF-PENDENTES.
           OPEN INPUT PENDENTES.
           IF FS-PENDENTES NOT EQUAL ZEROS
               DISPLAY 'Erro ao abrir PENDENTES, código: '
                       FS-PENDENTES
               CLOSE REL-APROVACAO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       001-CARREGAR-FILA-FIM.
           EXIT.
      ******************************************

       001-GUARDAR-FILA SECTION.
           MOVE PND-EXECUCAO TO PROC-EXECUCAO.
           PERFORM 002-PROCURAR-EXECUCAO THRU
                   002-PROCURAR-EXECUCAO-FIM.

           IF IDX-ACHADA NOT EQUAL ZERO
               GO TO 001-GUARDAR-FILA-FIM
           END-IF.

           IF QTD-EXECUCOES < 500
               ADD 1 TO QTD-EXECUCOES
               SET IDX-EXE TO QTD-EXECUCOES
               MOVE PND-EXECUCAO TO TAB-EXE-EXECUCAO (IDX-EXE)
               MOVE SPACES TO TAB-EXE-SITUACAO (IDX-EXE)
           ELSE
               IF NOT EXECUCOES-CHEIO-AVISADO
                   DISPLAY 'Warning: run table full (500), items '
                           'of further runs stay pending'
                   MOVE 'S' TO AVISO-EXECUCOES-CHEIO
               END-IF
           END-IF.

       001-GUARDAR-FILA-FIM.
           EXIT.
      ******************************************

       001-CARREGAR-EXECUCOES SECTION.
      *    ONE PASS OVER THE MASTER JOURNAL FOR THE RUNS THE QUEUE
      *    NAMED: EACH IS ABERTA ONCE ITS BLOCK OPENS, UNTIL ITS 'F'
      *    SAYS NORMAL (ENCERRADA) OR BACKOUT (DESFEITA). A
      *    BACKOUT'S 'F' CARRIES THE TARGET RUN'S ID, SO IT ALWAYS
      *    WINS OVER THE EARLIER NORMAL 'F'. A RUN NOT FOUND IN THE
      *    JOURNAL STAYS BLANK AND ITS ITEMS WAIT.
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
                               PERFORM 001-GUARDAR-EXECUCAO THRU
                                       001-GUARDAR-EXECUCAO-FIM
                           END-IF
               END-READ
           END-PERFORM.

           IF FS-JORNAL EQUAL ZEROS OR FS-JORNAL EQUAL '10'
               CLOSE JORNAL
           END-IF.

       001-CARREGAR-EXECUCOES-FIM.
           EXIT.
      ******************************************

       001-GUARDAR-EXECUCAO SECTION.
           MOVE JRN-EXECUCAO TO PROC-EXECUCAO.
           PERFORM 002-PROCURAR-EXECUCAO THRU
                   002-PROCURAR-EXECUCAO-FIM.

           IF IDX-ACHADA EQUAL ZERO
               GO TO 001-GUARDAR-EXECUCAO-FIM
           END-IF.

           SET IDX-EXE TO IDX-ACHADA.
           IF TAB-EXE-SITUACAO (IDX-EXE) EQUAL SPACES
               MOVE 'ABERTA' TO TAB-EXE-SITUACAO (IDX-EXE)
           END-IF.

           IF JRN-FECHAMENTO
               IF JRN-SITUACAO EQUAL 'BACKOUT'
                   MOVE 'DESFEITA' TO TAB-EXE-SITUACAO (IDX-EXE)
               ELSE
                   IF TAB-EXE-SITUACAO (IDX-EXE) NOT EQUAL 'DESFEITA'
                       MOVE 'ENCERRAD' TO TAB-EXE-SITUACAO (IDX-EXE)
                   END-IF
               END-IF
           END-IF.

       001-GUARDAR-EXECUCAO-FIM.
           EXIT.
      ******************************************

       002-LER SECTION.
           PERFORM UNTIL EOF-PENDENTES EQUAL 'S'
               READ PENDENTES
                       AT END
                           MOVE 'S' TO EOF-PENDENTES
                       NOT AT END
                           ADD 1 TO CNT-LIDOS
                           IF MODO-LISTA
                               PERFORM 002-LISTAR
                           ELSE
                               PERFORM 002-DECIDIR
                           END-IF
               END-READ
           END-PERFORM.

       002-FIM.
           EXIT.
      ******************************************

       002-LISTAR SECTION.
           MOVE PND-CHAVE TO LPE-CHAVE.
           MOVE PND-ORIGEM TO LPE-ORIGEM.
           MOVE PND-OPERACAO TO LPE-OPERACAO.
           MOVE PND-CODIGO TO LPE-CODIGO.
           IF PND-DE-PROGAGE
               MOVE PND-TAG-NOME TO LPE-NOME
           ELSE
               MOVE PND-TRN-NOME TO LPE-NOME
           END-IF.
           COMPUTE LPE-VALOR = PND-VALOR * 100.
           MOVE PND-OPERADOR-SUBM TO LPE-OPERADOR.
           MOVE PND-DATA-SUBM TO LPE-DATA.

           WRITE REG-REL-APROVACAO FROM LINHA-PENDENTE.
           IF FS-REL-APROVACAO NOT EQUAL ZEROS
               DISPLAY 'Report write warning: ' FS-REL-APROVACAO
           END-IF.

       002-LISTAR-FIM.
           EXIT.
      ******************************************

       002-DECIDIR SECTION.
           MOVE 'N' TO ACHOU-DECISAO.
           MOVE SPACES TO DECISAO-ITEM.
           MOVE SPACES TO MOTIVO-ITEM.

           IF QTD-DECISOES NOT EQUAL ZERO
               PERFORM VARYING IDX-DEC FROM 1 BY 1
                       UNTIL IDX-DEC > QTD-DECISOES
                   IF TAB-DEC-CHAVE (IDX-DEC) EQUAL PND-CHAVE
                       MOVE 'S' TO ACHOU-DECISAO
                       MOVE 'S' TO TAB-DEC-USADA (IDX-DEC)
                       MOVE TAB-DEC-DECISAO (IDX-DEC) TO DECISAO-ITEM
                       SET IDX-DEC TO QTD-DECISOES
                   END-IF
               END-PERFORM
           END-IF.

      *    A HELD POSTING FROM A RUN THAT WAS BACKED OUT BELONGED
      *    TO A TRANSACOES FILE OPERATIONS ALREADY DISOWNED.
           IF PND-DE-PROGMST
               MOVE PND-EXECUCAO TO PROC-EXECUCAO
               PERFORM 002-PROCURAR-EXECUCAO THRU
                       002-PROCURAR-EXECUCAO-FIM
               IF SITUACAO-EXECUCAO EQUAL 'DESFEITA'
                   MOVE 'RECUSADO' TO PND-SITUACAO
                   MOVE 'EXECUCAO DESFEITA' TO MOTIVO-ITEM
                   PERFORM 002-REGISTRAR-DECISAO THRU
                           002-REGISTRAR-DECISAO-FIM
                   IF DECISAO-GRAVADA EQUAL 'S'
                       ADD 1 TO CNT-CANCELADOS
                       MOVE PND-SITUACAO TO LDE-SITUACAO
                       PERFORM 002-RELATAR THRU 002-RELATAR-FIM
                   END-IF
                   GO TO 002-DECIDIR-FIM
               END-IF
           END-IF.

           IF ACHOU-DECISAO EQUAL 'N'
               PERFORM 002-MANTER THRU 002-MANTER-FIM
               GO TO 002-DECIDIR-FIM
           END-IF.

           IF PND-DE-PROGMST
              AND SITUACAO-EXECUCAO NOT EQUAL 'ENCERRAD'
               ADD 1 TO CNT-IGNORADAS
               MOVE 'EXECUCAO EM ABERTO' TO MOTIVO-ITEM
               PERFORM 002-MANTER THRU 002-MANTER-FIM
               GO TO 002-DECIDIR-FIM
           END-IF.

           IF OPERADOR EQUAL PND-OPERADOR-SUBM
               ADD 1 TO CNT-IGNORADAS
               MOVE 'MESMO OPERADOR' TO MOTIVO-ITEM
               PERFORM 002-MANTER THRU 002-MANTER-FIM
               GO TO 002-DECIDIR-FIM
           END-IF.

           EVALUATE DECISAO-ITEM
               WHEN 'A'
                   PERFORM 002-LIBERAR THRU 002-LIBERAR-FIM
               WHEN 'R'
                   MOVE 'RECUSADO' TO PND-SITUACAO
                   PERFORM 002-REGISTRAR-DECISAO THRU
                           002-REGISTRAR-DECISAO-FIM
                   IF DECISAO-GRAVADA EQUAL 'S'
                       ADD 1 TO CNT-RECUSADOS
                       MOVE PND-SITUACAO TO LDE-SITUACAO
                       PERFORM 002-RELATAR THRU 002-RELATAR-FIM
                   END-IF
               WHEN OTHER
                   ADD 1 TO CNT-IGNORADAS
                   MOVE 'DECISAO INVALIDA' TO MOTIVO-ITEM
                   PERFORM 002-MANTER THRU 002-MANTER-FIM
           END-EVALUATE.

       002-DECIDIR-FIM.
           EXIT.
      ******************************************

       002-PROCURAR-EXECUCAO SECTION.
           MOVE SPACES TO SITUACAO-EXECUCAO.
           MOVE ZERO TO IDX-ACHADA.

           IF QTD-EXECUCOES NOT EQUAL ZERO
               PERFORM VARYING IDX-EXE FROM 1 BY 1
                       UNTIL IDX-EXE > QTD-EXECUCOES
                   IF TAB-EXE-EXECUCAO (IDX-EXE) EQUAL PROC-EXECUCAO
                       MOVE TAB-EXE-SITUACAO (IDX-EXE)
                           TO SITUACAO-EXECUCAO
                       SET IDX-ACHADA TO IDX-EXE
                       SET IDX-EXE TO QTD-EXECUCOES
                   END-IF
               END-PERFORM
           END-IF.

       002-PROCURAR-EXECUCAO-FIM.
           EXIT.
      ******************************************

       002-LIBERAR SECTION.
      *    THE HELD RECORD GOES OUT UNCHANGED -- THE POSTING RUN
      *    VALIDATES IT AGAIN AGAINST THE FILES AS THEY STAND THEN,
      *    A POSTING ALSO AGAINST THE SALDO IT WAS SUBMITTED WITH.
      *    THE APPROVAL IS ON THE HISTORY BEFORE THE ITEM GOES OUT
      *    -- A RELEASE NOBODY CAN TRACE TO ITS APPROVER MUST NOT
      *    HAPPEN, SO WITHOUT THE HISTORY LINE THE ITEM WAITS.
           MOVE 'APROVADO' TO PND-SITUACAO.
           PERFORM 002-REGISTRAR-DECISAO THRU
                   002-REGISTRAR-DECISAO-FIM.
           IF DECISAO-GRAVADA EQUAL 'N'
               GO TO 002-LIBERAR-FIM
           END-IF.

           IF PND-DE-PROGAGE
               MOVE PND-CONTEUDO TO REG-AGM-LIBERADA
               WRITE REG-AGM-LIBERADA
               IF FS-AGM-LIBERADAS NOT EQUAL ZEROS
                   DISPLAY 'Writing error (agencias liberadas): '
                           FS-AGM-LIBERADAS
                   MOVE 'ERRO NA LIBERACAO' TO MOTIVO-ITEM
                   PERFORM 002-DEVOLVER THRU 002-DEVOLVER-FIM
                   GO TO 002-LIBERAR-FIM
               END-IF
           ELSE
               MOVE PND-CONTEUDO TO LIB-TRANSACAO
               MOVE PND-SALDO-SUBM TO LIB-SALDO-SUBM
               WRITE REG-TRN-LIBERADA
               IF FS-TRN-LIBERADAS NOT EQUAL ZEROS
                   DISPLAY 'Writing error (transacoes liberadas): '
                           FS-TRN-LIBERADAS
                   MOVE 'ERRO NA LIBERACAO' TO MOTIVO-ITEM
                   PERFORM 002-DEVOLVER THRU 002-DEVOLVER-FIM
                   GO TO 002-LIBERAR-FIM
               END-IF
           END-IF.

           ADD 1 TO CNT-APROVADOS.
           MOVE PND-SITUACAO TO LDE-SITUACAO.
           PERFORM 002-RELATAR THRU 002-RELATAR-FIM.

       002-LIBERAR-FIM.
           EXIT.
      ******************************************

       002-REGISTRAR-DECISAO SECTION.
      *    A DECISION ONLY TAKES EFFECT ONCE IT IS ON THE HISTORY.
      *    WHEN THE HISTORY CANNOT TAKE IT THE ITEM STAYS IN THE
      *    QUEUE UNDECIDED AND THE CALLER LEAVES IT ALONE.
           MOVE 'N' TO DECISAO-GRAVADA.
           MOVE OPERADOR TO PND-OPERADOR-DEC.
           MOVE DATA-PROCESSAMENTO TO PND-DATA-DEC.
           ACCEPT PND-HORA-DEC FROM TIME.

           MOVE REG-PENDENTE TO REG-HISTORICO.
           WRITE REG-HISTORICO.
           IF FS-HISTORICO NOT EQUAL ZEROS
               DISPLAY 'Writing error (historico): ' FS-HISTORICO
               MOVE 'ERRO NO HISTORICO' TO MOTIVO-ITEM
               PERFORM 002-DEVOLVER THRU 002-DEVOLVER-FIM
               GO TO 002-REGISTRAR-DECISAO-FIM
           END-IF.

           MOVE 'S' TO DECISAO-GRAVADA.

       002-REGISTRAR-DECISAO-FIM.
           EXIT.
      ******************************************

       002-DEVOLVER SECTION.
      *    A DECISION THAT COULD NOT BE CARRIED THROUGH PUTS THE
      *    ITEM BACK AS IT WAS QUEUED, AND THE RUN ENDS IN ERROR SO
      *    OPERATIONS LOOKS AT WHAT WAS LEFT HALF DONE.
           MOVE 'PENDENTE' TO PND-SITUACAO.
           MOVE SPACES TO PND-OPERADOR-DEC.
           MOVE ZERO TO PND-DATA-DEC.
           MOVE ZERO TO PND-HORA-DEC.
           MOVE 'S' TO ERRO-FILA.
           MOVE 8 TO RETURN-CODE.
           PERFORM 002-MANTER THRU 002-MANTER-FIM.

       002-DEVOLVER-FIM.
           EXIT.
      ******************************************

       002-MANTER SECTION.
      *    STILL PENDENTE: BACK INTO THE QUEUE AS IT CAME. ONLY A
      *    DECISION THAT COULD NOT BE APPLIED MAKES THE REPORT. AN
      *    ITEM THE WORK FILE DID NOT TAKE WOULD BE LOST BY THE
      *    COPY-BACK, SO THE QUEUE IS THEN LEFT AS IT WAS.
           ADD 1 TO CNT-MANTIDOS.

           MOVE REG-PENDENTE TO REG-PENDENTE-NOVO.
           WRITE REG-PENDENTE-NOVO.
           IF FS-PENDENTES-NOVO NOT EQUAL ZEROS
               DISPLAY 'Writing error (pendentes): ' FS-PENDENTES-NOVO
               MOVE 'S' TO FILA-INCOMPLETA
               MOVE 'S' TO ERRO-FILA
               MOVE 8 TO RETURN-CODE
           END-IF.

           IF MOTIVO-ITEM NOT EQUAL SPACES
               MOVE 'PENDENTE' TO LDE-SITUACAO
               PERFORM 002-RELATAR THRU 002-RELATAR-FIM
           END-IF.

       002-MANTER-FIM.
           EXIT.
      ******************************************

       002-RELATAR SECTION.
           MOVE PND-CHAVE TO LDE-CHAVE.
           MOVE PND-ORIGEM TO LDE-ORIGEM.
           MOVE PND-OPERACAO TO LDE-OPERACAO.
           MOVE PND-CODIGO TO LDE-CODIGO.
           IF PND-DE-PROGAGE
               MOVE PND-TAG-NOME TO LDE-NOME
           ELSE
               MOVE PND-TRN-NOME TO LDE-NOME
           END-IF.
           MOVE MOTIVO-ITEM TO LDE-MOTIVO.

           WRITE REG-REL-APROVACAO FROM LINHA-DECISAO.
           IF FS-REL-APROVACAO NOT EQUAL ZEROS
               DISPLAY 'Report write warning: ' FS-REL-APROVACAO
           END-IF.

       002-RELATAR-FIM.
           EXIT.
      ******************************************

       003-ENCERRAR SECTION.
           IF MODO-LISTA
               MOVE SPACES TO LINHA-TEXTO
               MOVE CNT-LIDOS TO QTD-EDITADA
               STRING 'ITENS NA FILA: ' DELIMITED BY SIZE
                      QTD-EDITADA DELIMITED BY SIZE
                   INTO LINHA-TEXTO
               PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM
               DISPLAY 'Items pending approval: ' CNT-LIDOS
               CLOSE PENDENTES
               CLOSE REL-APROVACAO
               STOP RUN
           END-IF

      *    A DECISION THAT MATCHED NO QUEUED ITEM IS REPORTED --
      *    A MISTYPED ID MUST NOT LOOK LIKE AN APPROVAL.
           IF QTD-DECISOES NOT EQUAL ZERO
               PERFORM VARYING IDX-DEC FROM 1 BY 1
                       UNTIL IDX-DEC > QTD-DECISOES
                   IF TAB-DEC-USADA (IDX-DEC) EQUAL 'N'
                       ADD 1 TO CNT-IGNORADAS
                       MOVE TAB-DEC-CHAVE (IDX-DEC) TO LDE-CHAVE
                       MOVE SPACES TO LDE-ORIGEM
                       MOVE TAB-DEC-DECISAO (IDX-DEC) TO LDE-OPERACAO
                       MOVE SPACES TO LDE-CODIGO
                       MOVE SPACES TO LDE-NOME
                       MOVE SPACES TO LDE-SITUACAO
                       MOVE 'ITEM NAO PENDENTE' TO LDE-MOTIVO
                       WRITE REG-REL-APROVACAO FROM LINHA-DECISAO
                   END-IF
               END-PERFORM
           END-IF

           MOVE SPACES TO LINHA-TEXTO
           MOVE CNT-APROVADOS TO QTD-EDITADA
           STRING 'APROVADOS E LIBERADOS: ' DELIMITED BY SIZE
                  QTD-EDITADA DELIMITED BY SIZE
               INTO LINHA-TEXTO
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM

           MOVE SPACES TO LINHA-TEXTO
           MOVE CNT-RECUSADOS TO QTD-EDITADA
           STRING 'RECUSADOS: ' DELIMITED BY SIZE
                  QTD-EDITADA DELIMITED BY SIZE
               INTO LINHA-TEXTO
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM

           MOVE SPACES TO LINHA-TEXTO
           MOVE CNT-CANCELADOS TO QTD-EDITADA
           STRING 'CANCELADOS POR BACKOUT: ' DELIMITED BY SIZE
                  QTD-EDITADA DELIMITED BY SIZE
               INTO LINHA-TEXTO
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM

           MOVE SPACES TO LINHA-TEXTO
           MOVE CNT-MANTIDOS TO QTD-EDITADA
           STRING 'AINDA PENDENTES: ' DELIMITED BY SIZE
                  QTD-EDITADA DELIMITED BY SIZE
               INTO LINHA-TEXTO
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM

           MOVE SPACES TO LINHA-TEXTO
           MOVE CNT-IGNORADAS TO QTD-EDITADA
           STRING 'DECISOES NAO APLICADAS: ' DELIMITED BY SIZE
                  QTD-EDITADA DELIMITED BY SIZE
               INTO LINHA-TEXTO
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM

           DISPLAY 'Queued items read: ' CNT-LIDOS
           DISPLAY 'Approved and released: ' CNT-APROVADOS
           DISPLAY 'Refused: ' CNT-RECUSADOS
           DISPLAY 'Cancelled (run backed out): ' CNT-CANCELADOS
           DISPLAY 'Still pending: ' CNT-MANTIDOS
           DISPLAY 'Decisions not applied: ' CNT-IGNORADAS

           CLOSE PENDENTES.
           CLOSE PENDENTES-NOVO.
           CLOSE HISTORICO.
           CLOSE TRN-LIBERADAS.
           CLOSE AGM-LIBERADAS.
           CLOSE REL-APROVACAO.

           IF FILA-INCOMPLETA EQUAL 'N'
               PERFORM 003-RENOVAR-PENDENTES THRU
                       003-RENOVAR-PENDENTES-FIM
           END-IF.

      *    A QUEUE THAT WAS NOT REWRITTEN STILL HOLDS TODAY'S
      *    DECIDED ITEMS. WHEN ONLY THE COPY-BACK FAILED,
      *    PENDENTES-APROVACAO-NOVO.txt IS THE QUEUE TO PUT BACK
      *    BEFORE THE NEXT RUN; WHEN THE WORK FILE ITSELF FAILED,
      *    THE OLD QUEUE STAYS AND THE ITEMS HISTORICO-APROVACOES
      *    SHOWS DECIDED TODAY COME OUT OF IT BY HAND.
           IF ERRO-FILA EQUAL 'S'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF CNT-IGNORADAS NOT EQUAL ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.
       004-FIM.
           EXIT.
      ******************************************

       003-RENOVAR-PENDENTES SECTION.
      *    THE ITEMS STILL WAITING REPLACE THE QUEUE -- A PLAIN
      *    COPY-BACK, THE WORK FILE STAYS BEHIND AS A TRACE.
           MOVE 'N' TO EOF-PENDENTES.

           OPEN INPUT PENDENTES-NOVO.
           OPEN OUTPUT PENDENTES.

           IF FS-PENDENTES-NOVO NOT EQUAL ZEROS
              OR FS-PENDENTES NOT EQUAL ZEROS
               DISPLAY 'Queue rewrite error: '
                       FS-PENDENTES-NOVO ' ' FS-PENDENTES
               MOVE 'S' TO ERRO-FILA
           ELSE
               PERFORM UNTIL EOF-PENDENTES EQUAL 'S'
                   READ PENDENTES-NOVO
                           AT END
                               MOVE 'S' TO EOF-PENDENTES
                           NOT AT END
                               MOVE REG-PENDENTE-NOVO TO REG-PENDENTE
                               WRITE REG-PENDENTE
                               IF FS-PENDENTES NOT EQUAL ZEROS
                                   DISPLAY 'Writing error (pendentes): '
                                           FS-PENDENTES
                                   MOVE 'S' TO ERRO-FILA
                                   MOVE 'S' TO EOF-PENDENTES
                               END-IF
                   END-READ
               END-PERFORM
           END-IF.

           CLOSE PENDENTES-NOVO.
           CLOSE PENDENTES.

       003-RENOVAR-PENDENTES-FIM.
           EXIT.
      ******************************************

       003-GRAVAR-TEXTO SECTION.
           WRITE REG-REL-APROVACAO FROM LINHA-TEXTO.
           IF FS-REL-APROVACAO NOT EQUAL ZEROS
               DISPLAY 'Report write warning: ' FS-REL-APROVACAO
           END-IF.

       003-GRAVAR-TEXTO-FIM.
           EXIT.
      ******************************************
