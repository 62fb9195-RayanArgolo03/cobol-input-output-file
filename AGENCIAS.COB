      *    FILE, REPORTING EVERY TRANSACTION APPLIED OR REFUSED.   *
      *    A CLOSED BRANCH STAYS ON FILE SO ITS NAME KEEPS         *
      *    ENRICHING THE REPORTS -- ONLY NEW LOADS ARE REFUSED.    *
      *    A VALID 'F' IS NOT APPLIED HERE: IT GOES TO              *
      *    PENDENTES-APROVACAO WITH OPERADOR AS SUBMITTER AND IS    *
      *    REPORTED PENDENTE. ONCE ANOTHER OPERATOR APPROVES IT IN  *
      *    PROGAPR IT COMES BACK IN AGENCIAS-MANUT-LIBERADAS.txt,   *
      *    WHICH THE NEXT RUN APPLIES AHEAD OF ITS OWN INPUT AND    *
      *    THEN CLEARS -- UNLESS THE CADASTRO COULD NOT BE          *
      *    REWRITTEN, WHEN THE RELEASED FILE IS KEPT FOR THE RERUN. *
      *    RETURN CODE 4 = TRANSACTIONS REFUSED, 8 = ERROR.         *
      ******************************************
       ENVIRONMENT DIVISION.
      ******************************************
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-AGENCIAS-REF.
           SELECT PENDENTES ASSIGN TO './PENDENTES-APROVACAO.txt'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-PENDENTES.
           SELECT AGM-LIBERADAS
               ASSIGN TO './AGENCIAS-MANUT-LIBERADAS.txt'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-AGM-LIBERADAS.
           SELECT REL-AGENCIAS-MAN
               ASSIGN TO './RELATORIO-AGENCIAS.txt'
               ORGANIZATION IS SEQUENTIAL
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
      *        -- THE HELD TRANSACTION GOES IN PND-CONTEUDO AS      *
      *        READ; A CLOSURE MOVES NO SALDO, SO PND-SALDO-SUBM IS *
      *        ZERO.                                                *
       FD AGM-LIBERADAS
           RECORDING IS F.
       01 REG-AGM-LIBERADA     PIC X(31).
      *        LAYOUT = 31 POSIÇÕES (MESMA MANUTENCAO) -- CLOSURES  *
      *        PROGAPR RELEASED.                                    *
       FD REL-AGENCIAS-MAN
           RECORDING IS F.
       01 REG-REL-AGENCIAS-MAN PIC X(80).
       01 EOF-MANUTENCAO   PIC X(01) VALUE 'N'.
       01 EOF-AGENCIAS-REF PIC X(01) VALUE 'N'.
       01 ARQAGMANUT       PIC X(100).
       01 FS-PENDENTES     PIC 9(02).
       01 FS-AGM-LIBERADAS PIC 9(02).
       01 EOF-LIBERADAS    PIC X(01) VALUE 'N'.
       01 OPERADOR         PIC X(08).
       01 EXECUCAO-ATUAL.
           03 EXA-DATA         PIC 9(08).
           03 EXA-HORA         PIC 9(08).
       01 ITEM-LIBERADO    PIC X(01) VALUE 'N'.
           88 ITEM-JA-APROVADO    VALUE 'S'.
       01 CNT-LIBERADAS    PIC 9(04) USAGE COMP VALUE ZERO.
       01 CNT-PENDENTES    PIC 9(04) USAGE COMP VALUE ZERO.
       01 CNT-TRANSACOES   PIC 9(04) USAGE COMP VALUE ZERO.
       01 CNT-INCLUSOES    PIC 9(04) USAGE COMP VALUE ZERO.
       01 CNT-ALTERACOES   PIC 9(04) USAGE COMP VALUE ZERO.
       01 ACHOU-AGENCIA    PIC X(01).
           88 AGENCIA-ACHADA       VALUE 'S'.
       01 IDX-ACHADA       PIC 9(04) USAGE COMP.
       01 ERRO-CADASTRO    PIC X(01) VALUE 'N'.
       01 TRANSACAO-VALIDA PIC X(01).
           88 TRANSACAO-OK       VALUE 'S'.
           88 TRANSACAO-DESVIADA VALUE 'P'.
       01 MOTIVO-RECUSA    PIC X(25).
       01 LINHA-TEXTO      PIC X(80).
       01 QTD-EDITADA      PIC 9(04).
                   MOVE './AGENCIAS-MANUT.txt' TO ARQAGMANUT
           END-ACCEPT.

           ACCEPT OPERADOR FROM ENVIRONMENT 'OPERADOR'
               ON EXCEPTION
                   MOVE 'BATCH' TO OPERADOR
           END-ACCEPT.

           ACCEPT EXA-DATA FROM DATE YYYYMMDD.
           ACCEPT EXA-HORA FROM TIME.

           DISPLAY 'ARQAGMANUT' UPON ENVIRONMENT-NAME.
           DISPLAY ARQAGMANUT UPON ENVIRONMENT-VALUE.

               STOP RUN
           END-IF.

      *    CLOSURES WAITING FOR APPROVAL ACCUMULATE ACROSS RUNS.
           OPEN EXTEND PENDENTES.
           IF FS-PENDENTES EQUAL '35'
               OPEN OUTPUT PENDENTES
           END-IF.
           IF FS-PENDENTES NOT EQUAL ZEROS
               DISPLAY 'Erro ao abrir PENDENTES, código: '
                       FS-PENDENTES
               CLOSE MANUTENCAO
               CLOSE REL-AGENCIAS-MAN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT AGM-LIBERADAS.
           IF FS-AGM-LIBERADAS NOT EQUAL ZEROS
               MOVE 'S' TO EOF-LIBERADAS
           END-IF.

           MOVE 'RELATORIO DE MANUTENCAO DE AGENCIAS' TO LINHA-TEXTO.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

      ******************************************

       002-LER SECTION.
      *    APPROVED CLOSURES FIRST -- THEY WERE SUBMITTED IN AN
      *    EARLIER RUN AND TAKE NO SECOND TRIP THROUGH THE QUEUE.
           MOVE 'S' TO ITEM-LIBERADO.
           PERFORM UNTIL EOF-LIBERADAS EQUAL 'S'
               READ AGM-LIBERADAS INTO TRANSACAO-AGENCIA
                       AT END
                           MOVE 'S' TO EOF-LIBERADAS
                       NOT AT END
                           ADD 1 TO CNT-LIBERADAS
                           PERFORM 002-APLICAR
               END-READ
           END-PERFORM.

           MOVE 'N' TO ITEM-LIBERADO.
           PERFORM UNTIL EOF-MANUTENCAO EQUAL 'S'
               READ MANUTENCAO
                       AT END
               GO TO 002-FECHAR-FIM
           END-IF.

      *    A CLOSURE NEEDS A SECOND OPERATOR -- ONLY ONE PROGAPR
      *    RELEASED IS APPLIED, EVERY OTHER VALID ONE IS PARKED.
           IF NOT ITEM-JA-APROVADO
               MOVE 'P' TO TRANSACAO-VALIDA
               PERFORM 002-DESVIAR THRU 002-DESVIAR-FIM
               GO TO 002-FECHAR-FIM
           END-IF.

           MOVE 'FECHADA' TO TAB-AGR-SITUACAO (IDX-AGR).
           ADD 1 TO CNT-FECHAMENTOS.

           EXIT.
      ******************************************

       002-DESVIAR SECTION.
           ADD 1 TO CNT-PENDENTES.

           MOVE EXECUCAO-ATUAL TO PND-EXECUCAO.
           MOVE CNT-PENDENTES TO PND-SEQ.
           MOVE 'PROGAGE' TO PND-ORIGEM.
           MOVE 'PENDENTE' TO PND-SITUACAO.
           MOVE OPERADOR TO PND-OPERADOR-SUBM.
           MOVE EXA-DATA TO PND-DATA-SUBM.
           ACCEPT PND-HORA-SUBM FROM TIME.
           MOVE SPACES TO PND-OPERADOR-DEC.
           MOVE ZERO TO PND-DATA-DEC.
           MOVE ZERO TO PND-HORA-DEC.
           MOVE ZERO TO PND-VALOR.
           MOVE TRANSACAO-AGENCIA TO PND-CONTEUDO.
           MOVE ZERO TO PND-SALDO-SUBM.

           WRITE REG-PENDENTE.
           IF FS-PENDENTES NOT EQUAL ZEROS
               DISPLAY 'Writing error (pendentes): ' FS-PENDENTES
               MOVE 'N' TO TRANSACAO-VALIDA
               MOVE 'ERRO NA FILA DE APROVACAO' TO MOTIVO-RECUSA
           END-IF.

       002-DESVIAR-FIM.
           EXIT.
      ******************************************

       002-RELATAR SECTION.
           MOVE TAG-OPERACAO TO LM-OPERACAO.
           MOVE TAG-CODIGO TO LM-CODIGO.
           MOVE TAG-NOME TO LM-NOME.
           EVALUATE TRUE
               WHEN TRANSACAO-OK
                   MOVE 'APLICADA' TO LM-SITUACAO
                   MOVE SPACES TO LM-MOTIVO
                   IF ITEM-JA-APROVADO
                       MOVE 'APROVADA' TO LM-MOTIVO
                   END-IF
               WHEN TRANSACAO-DESVIADA
                   MOVE 'PENDENTE' TO LM-SITUACAO
                   MOVE 'AGUARDA APROVACAO' TO LM-MOTIVO
               WHEN OTHER
                   ADD 1 TO CNT-RECUSADAS
                   MOVE 'RECUSADA' TO LM-SITUACAO
                   MOVE MOTIVO-RECUSA TO LM-MOTIVO
           END-EVALUATE.

           WRITE REG-REL-AGENCIAS-MAN FROM LINHA-MANUTENCAO.
           IF FS-REL-AGENCIAS-MAN NOT EQUAL ZEROS
               INTO LINHA-TEXTO.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

           MOVE SPACES TO LINHA-TEXTO.
           MOVE CNT-LIBERADAS TO QTD-EDITADA.
           STRING 'LIBERADAS PELA APROVACAO: ' DELIMITED BY SIZE
                  QTD-EDITADA DELIMITED BY SIZE
               INTO LINHA-TEXTO.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

           MOVE SPACES TO LINHA-TEXTO.
           MOVE CNT-PENDENTES TO QTD-EDITADA.
           STRING 'AGUARDANDO APROVACAO: ' DELIMITED BY SIZE
                  QTD-EDITADA DELIMITED BY SIZE
               INTO LINHA-TEXTO.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

           DISPLAY 'Maintenance transactions read: ' CNT-TRANSACOES
           DISPLAY 'Branches included: ' CNT-INCLUSOES
           DISPLAY 'Branches changed: ' CNT-ALTERACOES
           DISPLAY 'Branches closed: ' CNT-FECHAMENTOS
           DISPLAY 'Transactions refused: ' CNT-RECUSADAS
           DISPLAY 'Released closures read: ' CNT-LIBERADAS
           DISPLAY 'Closures held for approval: ' CNT-PENDENTES

           CLOSE MANUTENCAO.
           CLOSE REL-AGENCIAS-MAN.
           CLOSE PENDENTES.

      *    ONCE THE CADASTRO IS REWRITTEN EVERY RELEASED CLOSURE
      *    HAS BEEN APPLIED OR REFUSED, SO NONE MAY COME ROUND
      *    AGAIN. IF THE REWRITE FAILED THE CLOSURES ARE NOT ON
      *    FILE, AND THE RELEASED FILE IS KEPT FOR THE RERUN.
           IF FS-AGM-LIBERADAS EQUAL ZEROS
              OR FS-AGM-LIBERADAS EQUAL '10'
               CLOSE AGM-LIBERADAS
               IF CNT-LIBERADAS NOT EQUAL ZERO
                  AND ERRO-CADASTRO EQUAL 'N'
                   OPEN OUTPUT AGM-LIBERADAS
                   CLOSE AGM-LIBERADAS
               END-IF
           END-IF.

           IF ERRO-CADASTRO EQUAL 'S'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF CNT-RECUSADAS NOT EQUAL ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.
       004-FIM.
           IF FS-AGENCIAS-REF NOT EQUAL ZEROS
               DISPLAY 'Erro ao regravar AGENCIAS-REF, código: '
                       FS-AGENCIAS-REF
               MOVE 'S' TO ERRO-CADASTRO
               GO TO 003-REGRAVAR-CADASTRO-FIM
           END-IF.

                   IF FS-AGENCIAS-REF NOT EQUAL ZEROS
                       DISPLAY 'Writing error (agencias): '
                               FS-AGENCIAS-REF
                       MOVE 'S' TO ERRO-CADASTRO
                       SET IDX-AGR TO QTD-AGENCIAS
                   END-IF
               END-PERFORM
           END-IF.
