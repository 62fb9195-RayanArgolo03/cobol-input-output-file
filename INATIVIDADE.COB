       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGINA.
       AUTHOR. RAYAN ARGOLO
      ******************************************
      *    PERIODIC DORMANCY RUN OVER THE DELTA-MAINTAINED MASTER:  *
      *    EVERY ATIVA KEY WHOSE LAST ACTIVITY -- THE LATEST OF THE *
      *    LAST POSTED MOVEMENT, THE LAST STATUS CHANGE AND THE     *
      *    OPENING DATE -- FALLS BEFORE THE CUTOFF IS FLAGGED       *
      *    INATIVA. THE CUTOFF IS DATA-CORTE (AAAAMMDD) WHEN SET,   *
      *    OTHERWISE TODAY MINUS DIAS-INATIVIDADE (DEFAULT 0365).   *
      *    EVERY FLAGGED KEY IS JOURNALED UNDER THIS RUN'S ID IN    *
      *    THE SAME A/B/F BLOCK PROGMST WRITES, SO A DORMANCY RUN   *
      *    BACKS OUT WITH MODO-MASTER=BACKOUT LIKE A POSTING RUN,   *
      *    AND THE RUN REFUSES TO START OVER AN UNFINISHED BLOCK.   *
      *    THE REPORT LISTS THE KEYS FLAGGED TODAY AND, PER         *
      *    AGENCIA, THE NEWLY FLAGGED AND THE TOTAL INATIVA COUNT   *
      *    AND SALDO -- THE MONEY SITTING IN UNTOUCHED ACCOUNTS.    *
      *    MODO-INATIVIDADE=SIMULACAO PRINTS THE SAME REPORT        *
      *    WITHOUT TOUCHING THE MASTER OR THE JOURNAL.              *
      *    RETURN CODE 0 = RUN COMPLETE, 8 = NOT STARTED OR         *
      *    STOPPED WITH THE JOURNAL BLOCK LEFT OPEN FOR BACKOUT.    *
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
           SELECT JORNAL ASSIGN TO './JORNAL-MASTER.txt'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-JORNAL.
           SELECT AGENCIAS-REF ASSIGN TO './AGENCIAS-REF.txt'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-AGENCIAS-REF.
           SELECT REL-INATIVAS ASSIGN TO './RELATORIO-INATIVAS.txt'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-REL-INATIVAS.
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
      *        THIS RUN'S IMAGES CARRY OPERACAO 'N' (INATIVACAO).   *
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
       FD REL-INATIVAS
           RECORDING IS F.
       01 REG-REL-INATIVAS     PIC X(80).
      ******************************************
       WORKING-STORAGE SECTION.
       01 FS-CLIENTES-MASTER   PIC 9(02).
       01 FS-JORNAL        PIC 9(02).
       01 FS-AGENCIAS-REF  PIC 9(02) VALUE ZERO.
       01 FS-REL-INATIVAS  PIC 9(02).
       01 EOF-MASTER       PIC X(01) VALUE 'N'.
       01 EOF-JORNAL       PIC X(01).
       01 EOF-AGENCIAS-REF PIC X(01).
       01 SEM-AGENCIAS-REF PIC X(01) VALUE 'N'.
           88 AGENCIAS-INDISPONIVEIS  VALUE 'S'.
       01 MODO-INATIVIDADE PIC X(09) VALUE 'NORMAL'.
           88 MODO-SIMULACAO      VALUE 'SIMULACAO'.
       01 RESULTADO-EXECUCAO   PIC X(08) VALUE 'NORMAL'.
           88 EXECUCAO-NORMAL     VALUE 'NORMAL'.
           88 EXECUCAO-ABEND      VALUE 'ABEND'.
       01 DATA-PROCESSAMENTO   PIC 9(08) VALUE ZERO.
       01 HORA-EXECUCAO    PIC 9(08).
       01 EXECUCAO-ATUAL.
           03 EXA-DATA         PIC 9(08).
           03 EXA-HORA         PIC 9(08).
       01 EXECUCAO-PENDENTE PIC X(16) VALUE SPACES.
       01 DATA-CORTE-TX    PIC X(08).
       01 DATA-CORTE       PIC 9(08) VALUE ZERO.
       01 DIAS-INATIVIDADE-TX PIC X(04).
       01 DIAS-INATIVIDADE PIC 9(04) VALUE 365.
       01 ULTIMA-ATIVIDADE PIC 9(08).
       01 CNT-LIDOS        PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-INATIVADOS   PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-JA-INATIVOS  PIC 9(08) USAGE COMP VALUE ZERO.
       01 CNT-IMAGENS      PIC 9(08) USAGE COMP VALUE ZERO.
       01 SALDO-INATIVADOS PIC 9(13)V99 USAGE COMP VALUE ZERO.
       01 SALDO-INATIVOS   PIC 9(13)V99 USAGE COMP VALUE ZERO.
       01 HOUVE-AGENCIA    PIC X(01) VALUE 'N'.
       01 AGENCIA-QUEBRA   PIC 9(04).
       01 QUEBRA-NOVAS     PIC 9(08) USAGE COMP VALUE ZERO.
       01 QUEBRA-SALDO-NOVAS PIC 9(13)V99 USAGE COMP VALUE ZERO.
       01 QUEBRA-INATIVAS  PIC 9(08) USAGE COMP VALUE ZERO.
       01 QUEBRA-SALDO-INATIVAS PIC 9(13)V99 USAGE COMP VALUE ZERO.
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
       01 LINHA-TEXTO      PIC X(80).
       01 QTD-EDITADA      PIC 9(08).
      *    BALANCES PRINT IN CENTAVOS, THE SAME CONVENTION THE
      *    OTHER BALANCE REPORTS USE.
       01 LINHA-INATIVADA.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LIN-AGENCIA      PIC 9(04).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LIN-NOME         PIC X(12).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LIN-CPF          PIC 9(11).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LIN-CONTA        PIC 9(08).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LIN-ULTIMA       PIC 9(08).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LIN-SALDO        PIC 9(11).
           03 FILLER           PIC X(19) VALUE SPACES.
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
           ACCEPT MODO-INATIVIDADE FROM ENVIRONMENT 'MODO-INATIVIDADE'
               ON EXCEPTION
                   MOVE 'NORMAL' TO MODO-INATIVIDADE
           END-ACCEPT.

           ACCEPT DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
           ACCEPT HORA-EXECUCAO FROM TIME.
           MOVE DATA-PROCESSAMENTO TO EXA-DATA.
           MOVE HORA-EXECUCAO TO EXA-HORA.

           ACCEPT DIAS-INATIVIDADE-TX FROM ENVIRONMENT
                   'DIAS-INATIVIDADE'
               ON EXCEPTION
                   MOVE SPACES TO DIAS-INATIVIDADE-TX
           END-ACCEPT.
           IF DIAS-INATIVIDADE-TX IS NUMERIC
               MOVE DIAS-INATIVIDADE-TX TO DIAS-INATIVIDADE
           END-IF.

      *    AN EXPLICIT CUTOFF DATE WINS OVER THE DAY COUNT, SO A
      *    QUARTER-END RUN CAN BE REPEATED AGAINST THE SAME DATE.
           ACCEPT DATA-CORTE-TX FROM ENVIRONMENT 'DATA-CORTE'
               ON EXCEPTION
                   MOVE SPACES TO DATA-CORTE-TX
           END-ACCEPT.
           IF DATA-CORTE-TX IS NUMERIC
               MOVE DATA-CORTE-TX TO DATA-CORTE
           ELSE
               COMPUTE DATA-CORTE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (DATA-PROCESSAMENTO)
                    - DIAS-INATIVIDADE)
           END-IF.

           DISPLAY 'Dormancy cutoff date: ' DATA-CORTE.

      *    THE DORMANCY RUN WRITES THE SAME JOURNAL AS PROGMST, SO
      *    IT OBEYS THE SAME RULE: NOTHING GOES IN OVER A BLOCK
      *    WITHOUT ITS 'F' UNTIL THAT RUN IS BACKED OUT.
           PERFORM 001-CONFERIR-JORNAL THRU 001-CONFERIR-JORNAL-FIM.

           IF NOT MODO-SIMULACAO
              AND EXECUCAO-PENDENTE NOT EQUAL SPACES
               DISPLAY 'Unfinished journal run found: '
                       EXECUCAO-PENDENTE
               DISPLAY 'Run MODO-MASTER=BACKOUT before flagging '
                       'dormant accounts'
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

           OPEN OUTPUT REL-INATIVAS.
           IF FS-REL-INATIVAS NOT EQUAL ZEROS
               DISPLAY 'Erro ao abrir REL-INATIVAS, código: '
                       FS-REL-INATIVAS
               CLOSE CLIENTES-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF NOT MODO-SIMULACAO
               OPEN EXTEND JORNAL
               IF FS-JORNAL EQUAL '35'
                   OPEN OUTPUT JORNAL
               END-IF
               IF FS-JORNAL NOT EQUAL ZEROS
                   DISPLAY 'Erro ao abrir JORNAL, código: '
                           FS-JORNAL
                   CLOSE CLIENTES-MASTER
                   CLOSE REL-INATIVAS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 001-ABRIR-BLOCO THRU 001-ABRIR-BLOCO-FIM
           END-IF.

           PERFORM 001-CARREGAR-AGENCIAS THRU
                   001-CARREGAR-AGENCIAS-FIM.

           MOVE SPACES TO LINHA-TEXTO.
           STRING 'RELATORIO DE CONTAS INATIVAS - PROCESSAMENTO '
                      DELIMITED BY SIZE
                  DATA-PROCESSAMENTO DELIMITED BY SIZE
                  ' CORTE ' DELIMITED BY SIZE
                  DATA-CORTE DELIMITED BY SIZE
               INTO LINHA-TEXTO.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

           IF MODO-SIMULACAO
               MOVE 'SIMULACAO -- NENHUMA CONTA FOI ALTERADA'
                   TO LINHA-TEXTO
               PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM
           END-IF.

           MOVE '  AGEN NOME         CPF         CONTA    ULT.ATIV '
               TO LINHA-TEXTO.
           MOVE 'SALDO (C)' TO LINHA-TEXTO (51:9).
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

       001-FIM.
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

       001-CARREGAR-AGENCIAS SECTION.
      *    BRANCH NAMES ONLY DRESS THE REPORT -- WITHOUT THE
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
      *    THE MASTER COMES IN KEY ORDER, SO THE KEYS OF A BRANCH
      *    ARRIVE TOGETHER AND THE SUBTOTALS ARE A PLAIN CONTROL
      *    BREAK ON MST-AGENCIA.
           PERFORM UNTIL EOF-MASTER EQUAL 'S'
               READ CLIENTES-MASTER NEXT
                       AT END
                           MOVE 'S' TO EOF-MASTER
                       NOT AT END
                           ADD 1 TO CNT-LIDOS
                           PERFORM 002-AVALIAR
               END-READ
           END-PERFORM.

           IF HOUVE-AGENCIA EQUAL 'S'
               PERFORM 002-FECHAR-AGENCIA THRU 002-FECHAR-AGENCIA-FIM
           END-IF.

       002-FIM.
           EXIT.
      ******************************************

       002-AVALIAR SECTION.
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
               ADD 1 TO CNT-JA-INATIVOS
               ADD 1 TO QUEBRA-INATIVAS
               ADD MST-SALDO TO QUEBRA-SALDO-INATIVAS
               ADD MST-SALDO TO SALDO-INATIVOS
               GO TO 002-AVALIAR-FIM
           END-IF.

      *    THE LAST ACTIVITY IS THE LATEST DATE THE KEY SHOWS: A
      *    POSTED MOVEMENT, A STATUS CHANGE (A REACTIVATION COUNTS)
      *    OR THE OPENING ITSELF FOR AN ACCOUNT NEVER MOVED SINCE.
           MOVE MST-DATA-ABERTURA TO ULTIMA-ATIVIDADE.
           IF MST-DATA-MOVIMENTO > ULTIMA-ATIVIDADE
               MOVE MST-DATA-MOVIMENTO TO ULTIMA-ATIVIDADE
           END-IF.
           IF MST-DATA-SITUACAO > ULTIMA-ATIVIDADE
               MOVE MST-DATA-SITUACAO TO ULTIMA-ATIVIDADE
           END-IF.

           IF ULTIMA-ATIVIDADE NOT LESS DATA-CORTE
               GO TO 002-AVALIAR-FIM
           END-IF.

           PERFORM 002-INATIVAR THRU 002-INATIVAR-FIM.

       002-AVALIAR-FIM.
           EXIT.
      ******************************************

       002-INATIVAR SECTION.
      *    THE BEFORE-IMAGE GOES TO THE JOURNAL FIRST, EXACTLY AS A
      *    PROGMST POSTING DOES, THEN THE KEY IS REWRITTEN INATIVA.
           IF NOT MODO-SIMULACAO
               MOVE 'B' TO JRN-TIPO
               MOVE EXECUCAO-ATUAL TO JRN-EXECUCAO
               MOVE 'N' TO JRN-OPERACAO
               MOVE MST-AGENCIA TO JRN-AGENCIA
               MOVE MST-NOME TO JRN-NOME
               MOVE 'S' TO JRN-TINHA-ANTERIOR
               MOVE MST-CPF TO JRN-CPF-ANT
               MOVE MST-CONTA TO JRN-CONTA-ANT
               MOVE MST-DATA-ABERTURA TO JRN-DATA-ANT
               MOVE MST-SALDO TO JRN-SALDO-ANT
               MOVE SPACES TO JRN-SITUACAO
               MOVE MST-SITUACAO TO JRN-SIT-CONTA-ANT
               MOVE MST-DATA-SITUACAO TO JRN-DATA-SIT-ANT
               MOVE MST-DATA-MOVIMENTO TO JRN-DATA-MOV-ANT
               ADD 1 TO CNT-IMAGENS
               WRITE REG-JORNAL
               IF FS-JORNAL NOT EQUAL ZEROS
                   DISPLAY 'Journal write error: ' FS-JORNAL
                   MOVE 'ABEND' TO RESULTADO-EXECUCAO
                   PERFORM 003-ENCERRAR
               END-IF

               MOVE 'INATIVA' TO MST-SITUACAO
               MOVE DATA-PROCESSAMENTO TO MST-DATA-SITUACAO
               REWRITE REG-CLIENTE-MASTER
                   INVALID KEY
                       DISPLAY 'Master rewrite error: '
                               FS-CLIENTES-MASTER
                       MOVE 'ABEND' TO RESULTADO-EXECUCAO
                       PERFORM 003-ENCERRAR
               END-REWRITE
           END-IF.

           ADD 1 TO CNT-INATIVADOS.
           ADD MST-SALDO TO SALDO-INATIVADOS.
           ADD MST-SALDO TO SALDO-INATIVOS.
           ADD 1 TO QUEBRA-NOVAS.
           ADD MST-SALDO TO QUEBRA-SALDO-NOVAS.
           ADD 1 TO QUEBRA-INATIVAS.
           ADD MST-SALDO TO QUEBRA-SALDO-INATIVAS.

           MOVE MST-AGENCIA TO LIN-AGENCIA.
           MOVE MST-NOME TO LIN-NOME.
           MOVE MST-CPF TO LIN-CPF.
           MOVE MST-CONTA TO LIN-CONTA.
           MOVE ULTIMA-ATIVIDADE TO LIN-ULTIMA.
           COMPUTE LIN-SALDO = MST-SALDO * 100.
           WRITE REG-REL-INATIVAS FROM LINHA-INATIVADA.
           IF FS-REL-INATIVAS NOT EQUAL ZEROS
               DISPLAY 'Report write warning: ' FS-REL-INATIVAS
           END-IF.

       002-INATIVAR-FIM.
           EXIT.
      ******************************************

       002-FECHAR-AGENCIA SECTION.
      *    A BRANCH WITH NOTHING INATIVA STAYS OFF THE REPORT.
           IF QUEBRA-INATIVAS NOT EQUAL ZERO
               PERFORM 002-IMPRIMIR-AGENCIA THRU
                       002-IMPRIMIR-AGENCIA-FIM
           END-IF.

           MOVE ZERO TO QUEBRA-NOVAS.
           MOVE ZERO TO QUEBRA-SALDO-NOVAS.
           MOVE ZERO TO QUEBRA-INATIVAS.
           MOVE ZERO TO QUEBRA-SALDO-INATIVAS.

       002-FECHAR-AGENCIA-FIM.
           EXIT.
      ******************************************

       002-IMPRIMIR-AGENCIA SECTION.
           MOVE AGENCIA-QUEBRA TO PROC-AGENCIA.
           PERFORM 002-PROCURAR-AGENCIA THRU 002-PROCURAR-AGENCIA-FIM.

           MOVE AGENCIA-QUEBRA TO LAG-AGENCIA.
           MOVE NOME-AGENCIA-REF TO LAG-NOME.
           WRITE REG-REL-INATIVAS FROM LINHA-AGENCIA.

           MOVE 'NOVAS INATIVAS:  ' TO LTO-ROTULO.
           MOVE QUEBRA-NOVAS TO LTO-QTD.
           COMPUTE LTO-SALDO = QUEBRA-SALDO-NOVAS * 100.
           WRITE REG-REL-INATIVAS FROM LINHA-TOTAL.

           MOVE 'TOTAL INATIVAS:  ' TO LTO-ROTULO.
           MOVE QUEBRA-INATIVAS TO LTO-QTD.
           COMPUTE LTO-SALDO = QUEBRA-SALDO-INATIVAS * 100.
           WRITE REG-REL-INATIVAS FROM LINHA-TOTAL.
           IF FS-REL-INATIVAS NOT EQUAL ZEROS
               DISPLAY 'Report write warning: ' FS-REL-INATIVAS
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
           IF NOT EXECUCAO-ABEND
               MOVE SPACES TO LINHA-TEXTO
               MOVE CNT-LIDOS TO QTD-EDITADA
               STRING 'CHAVES LIDAS NO MASTER: ' DELIMITED BY SIZE
                      QTD-EDITADA DELIMITED BY SIZE
                   INTO LINHA-TEXTO
               PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM

               MOVE 'INATIVADAS AGORA: ' TO LTO-ROTULO
               MOVE CNT-INATIVADOS TO LTO-QTD
               COMPUTE LTO-SALDO = SALDO-INATIVADOS * 100
               WRITE REG-REL-INATIVAS FROM LINHA-TOTAL

               MOVE 'TOTAL INATIVAS:  ' TO LTO-ROTULO
               COMPUTE LTO-QTD = CNT-INATIVADOS + CNT-JA-INATIVOS
               COMPUTE LTO-SALDO = SALDO-INATIVOS * 100
               WRITE REG-REL-INATIVAS FROM LINHA-TOTAL
           END-IF

           DISPLAY 'Master keys read: ' CNT-LIDOS
           DISPLAY 'Keys flagged INATIVA: ' CNT-INATIVADOS
           DISPLAY 'Keys already INATIVA: ' CNT-JA-INATIVOS

           IF NOT MODO-SIMULACAO
               IF NOT EXECUCAO-ABEND
                   PERFORM 003-FECHAR-BLOCO THRU 003-FECHAR-BLOCO-FIM
               END-IF
               CLOSE JORNAL
           END-IF
      *    ON ABEND THE BLOCK STAYS OPEN ON PURPOSE -- PROGMST'S
      *    BACKOUT PUTS THE KEYS ALREADY FLAGGED BACK TO ATIVA.
           IF EXECUCAO-ABEND
               MOVE 8 TO RETURN-CODE
           END-IF

           CLOSE CLIENTES-MASTER.
           CLOSE REL-INATIVAS.
           STOP RUN.
       004-FIM.
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
           WRITE REG-REL-INATIVAS FROM LINHA-TEXTO.
           IF FS-REL-INATIVAS NOT EQUAL ZEROS
               DISPLAY 'Report write warning: ' FS-REL-INATIVAS
           END-IF.

       003-GRAVAR-TEXTO-FIM.
           EXIT.
      ******************************************
