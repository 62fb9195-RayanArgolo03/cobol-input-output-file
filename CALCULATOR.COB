               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-CHAVE
               FILE STATUS IS FS-CPF-XREF.
      *    REGISTRY OF EVERY INPUT FILE A RUN HAS TAKEN, SHARED
      *    WITH PROGMST -- ONE LINE PER CONSUMED FILE, NEVER
      *    TRUNCATED BY THE PROGRAMS.
           SELECT REGISTRO-ENTRADAS
               ASSIGN TO './REGISTRO-ENTRADAS.txt'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-REGISTRO-ENTRADAS.
      ******************************************
       DATA DIVISION.
      ****************************************** 
           03 CAT-QTD              PIC 9(08).
           03 FILLER               PIC X(01).
           03 CAT-SITUACAO         PIC X(09).
           03 FILLER               PIC X(01).
           03 CAT-TOTAL            PIC 9(13)V99.
           03 FILLER               PIC X(01).
           03 CAT-CORTE            PIC 9(08).
      *        LAYOUT = 77 POSIÇÕES -- ONE LINE PER LIVE GENERATION *
      *        CAT-TOTAL AND CAT-CORTE ARE FILLED BY PROGARQ FOR    *
      *        THE ARCHIVE BASES (BALANCE CONTROL TOTAL AND THE     *
      *        DATE THE ARCHIVED RECORDS ARE OLDER THAN); ZERO ON   *
      *        THE GENERATIONS THIS PROGRAM WRITES.                 *
       FD EXPURGO
           RECORDING IS F.
       01 REG-EXPURGO          PIC X(01).
      *        REBUILT BY EACH FULL LOAD, KEPT CURRENT BY PROGMST'S *
      *        POSTINGS, AND READ IN KEY ORDER BY PROGCPF FOR THE   *
      *        MULTI-BRANCH CONSOLIDATION REPORT.                   *
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
      *        LAYOUT = 153 POSIÇÕES -- THE FINGERPRINT (COUNT,     *
      *        BALANCE TOTAL, NAME CHECKSUM, FIRST AND LAST         *
      *        AGENCIA+NOME) OF ONE INPUT FILE AND THE RUN THAT     *
      *        CONSUMED IT (SITUACAO ACEITA, REPROC WHEN TAKEN      *
      *        AGAIN UNDER REPROCESSAR=S, ESTORNO WHEN A PROGMST    *
      *        BACKOUT CANCELS THE RUN'S POSTING).                  *
      ******************************************
       SD ORDENACAO.
       01 REG-ORDENACAO.
       01 RESULTADO-EXECUCAO   PIC X(08) VALUE 'NORMAL'.
           88 EXECUCAO-NORMAL     VALUE 'NORMAL'.
           88 EXECUCAO-ABEND      VALUE 'ABEND'.
           88 EXECUCAO-DUPLICADA  VALUE 'DUPLICAD'.
       01 EOF-CLIENTES     PIC X(01) VALUE 'N'.
       01 CNT-REJEITADOS   PIC 9(04) USAGE COMP VALUE ZERO.
       01 MODO-EXECUCAO    PIC X(09) VALUE 'NORMAL'.
       01 CNT-QUEBRAS      PIC 9(06) USAGE COMP VALUE ZERO.
       01 TAB-CATALOGO.
           03 QTD-CATALOGO         PIC 9(04) USAGE COMP VALUE ZERO.
           03 TAB-CAT-OCORRE OCCURS 999 TIMES
                                  INDEXED BY IDX-CAT.
               05 TAB-CAT-BASE     PIC X(12).
               05 TAB-CAT-DATA     PIC 9(08).
               05 TAB-CAT-SEQ      PIC 9(02).
               05 TAB-CAT-HORA     PIC 9(08).
               05 TAB-CAT-QTD      PIC 9(08).
               05 TAB-CAT-TOTAL    PIC 9(13)V99.
               05 TAB-CAT-CORTE    PIC 9(08).
       01 AVISO-CATALOGO-CHEIO PIC X(01) VALUE 'N'.
           88 CATALOGO-CHEIO-AVISADO  VALUE 'S'.
       01 LINHA-REL-TOTAL.
           88 INTERFACE-GERADA     VALUE 'S'.
       01 INTERFACE-TOTAL  PIC 9(13)V99 USAGE COMP VALUE ZERO.
       01 INTERFACE-LINHAS PIC 9(06) USAGE COMP VALUE ZERO.
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
       01 ENTRADA-CONSUMIDA PIC X(01) VALUE 'N'.
           88 ENTRADA-JA-CONSUMIDA VALUE 'S'.
       01 EXECUCAO-CONSUMIU PIC X(16) VALUE SPACES.
       01 OPERADOR-CONSUMIU PIC X(08) VALUE SPACES.
       01 EXECUCAO-ATUAL.
           03 EXA-DATA         PIC 9(08).
           03 EXA-HORA         PIC 9(08).
      ******************************************
       PROCEDURE DIVISION.
            PERFORM 001-VALIDAR THRU 001-FIM.
                   MOVE 'BATCH' TO OPERADOR
           END-ACCEPT.

           ACCEPT REPROCESSAR FROM ENVIRONMENT 'REPROCESSAR'
               ON EXCEPTION
                   MOVE 'N' TO REPROCESSAR
           END-ACCEPT.

           ACCEPT ARQCONTABIL FROM ENVIRONMENT 'ARQCONTABIL'
               ON EXCEPTION
                   MOVE './CONTABIL-CARGA.txt' TO ARQCONTABIL
           END-IF.

           ACCEPT DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
           MOVE DATA-PROCESSAMENTO TO EXA-DATA.
           ACCEPT EXA-HORA FROM TIME.

           PERFORM 001-CARREGAR-AGENCIAS THRU
                   001-CARREGAR-AGENCIAS-FIM.
               DISPLAY 'Audit log open warning: ' FS-AUDIT-LOG
           END-IF.

      *    AN INPUT ALREADY LOADED (A CLIENTES FILE, OR A REENTRADA
      *    ALREADY FED BACK) IS REFUSED BEFORE ANY OUTPUT IS OPENED,
      *    SO THE LAST GOOD SAIDA, KEY FILE AND CROSS-REFERENCE ARE
      *    LEFT AS THEY ARE. REPROCESSAR=S TAKES IT AGAIN ON PURPOSE.
           PERFORM 001-CONFERIR-ENTRADA THRU 001-CONFERIR-ENTRADA-FIM.

           OPEN INPUT CLIENTES.

           EVALUATE TRUE
           EXIT.
      ******************************************

       001-CONFERIR-ENTRADA SECTION.
           PERFORM 001-CALCULAR-IMPRESSAO THRU
                   001-CALCULAR-IMPRESSAO-FIM.

      *    AN EMPTY OR UNREADABLE INPUT HAS NOTHING TO LOAD TWICE --
      *    THE OPEN CHECK FURTHER DOWN REPORTS THE UNREADABLE ONE.
           IF IMP-QTD EQUAL ZERO
               GO TO 001-CONFERIR-ENTRADA-FIM
           END-IF.

           PERFORM 001-PROCURAR-ENTRADA THRU 001-PROCURAR-ENTRADA-FIM.

           IF NOT ENTRADA-JA-CONSUMIDA
               GO TO 001-CONFERIR-ENTRADA-FIM
           END-IF.

           EVALUATE TRUE
               WHEN MODO-SIMULACAO
                   DISPLAY 'Warning: input already loaded by run '
                           EXECUCAO-CONSUMIU
                           ', a real run would refuse it'
               WHEN REPROCESSAMENTO-AUTORIZADO
                   DISPLAY 'Warning: input already loaded by run '
                           EXECUCAO-CONSUMIU
                           ', reprocessing authorized'
               WHEN OTHER
                   DISPLAY 'Input already loaded by run '
                           EXECUCAO-CONSUMIU ' (operator '
                           OPERADOR-CONSUMIU ')'
                   DISPLAY 'Set REPROCESSAR=S to load it again'
                   MOVE 'DUPLICAD' TO RESULTADO-EXECUCAO
                   MOVE ZEROS TO FS-SAIDA-CLIENTES
                   PERFORM 003-AUDITAR THRU 003-AUDITAR-FIM
                   CLOSE AUDIT-LOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       001-CONFERIR-ENTRADA-FIM.
           EXIT.
      ******************************************

       001-CALCULAR-IMPRESSAO SECTION.
      *    FULL PASS OVER THE INPUT AS RECEIVED, REJECTS INCLUDED --
      *    THE FINGERPRINT DESCRIBES THE FILE, NOT WHAT THE RUN
      *    ACCEPTS OUT OF IT.
           MOVE 'N' TO EOF-CLIENTES.

           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               GO TO 001-CALCULAR-IMPRESSAO-FIM
           END-IF.

           PERFORM UNTIL EOF-CLIENTES EQUAL 'S'
               READ CLIENTES
                       AT END
                           MOVE 'S' TO EOF-CLIENTES
                       NOT AT END
                           PERFORM 001-ACUMULAR-IMPRESSAO THRU
                                   001-ACUMULAR-IMPRESSAO-FIM
               END-READ
           END-PERFORM.

           CLOSE CLIENTES.
           MOVE 'N' TO EOF-CLIENTES.

       001-CALCULAR-IMPRESSAO-FIM.
           EXIT.
      ******************************************

       001-ACUMULAR-IMPRESSAO SECTION.
           ADD 1 TO IMP-QTD.

           MOVE SPACES TO CHAVE-ENTRADA.
           STRING
               AGENCIA DELIMITED BY SIZE
               NOME DELIMITED BY SIZE
           INTO CHAVE-ENTRADA.
           IF IMP-QTD EQUAL 1
               MOVE CHAVE-ENTRADA TO IMP-PRIMEIRA-CHAVE
           END-IF.
           MOVE CHAVE-ENTRADA TO IMP-ULTIMA-CHAVE.

           IF SALDO IS NUMERIC
               ADD SALDO TO IMP-TOTAL
                   ON SIZE ERROR
                       CONTINUE
               END-ADD
           END-IF.

           PERFORM VARYING IDX-CHECKSUM FROM 1 BY 1
                   UNTIL IDX-CHECKSUM > 12
               MOVE FUNCTION ORD (NOME (IDX-CHECKSUM:1))
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
      *    THE LAST PROG LINE CARRYING THE SAME FINGERPRINT NAMES
      *    THE RUN THAT TOOK THE FILE; A REGISTRY NOT CREATED YET
      *    SIMPLY HOLDS NOTHING.
           MOVE 'N' TO ENTRADA-CONSUMIDA.
           MOVE 'N' TO EOF-REGISTRO-ENTRADAS.

           OPEN INPUT REGISTRO-ENTRADAS.
           IF FS-REGISTRO-ENTRADAS EQUAL '35'
               GO TO 001-PROCURAR-ENTRADA-FIM
           END-IF.
           IF FS-REGISTRO-ENTRADAS NOT EQUAL ZEROS
               DISPLAY 'Erro ao abrir REGISTRO-ENTRADAS, código: '
                       FS-REGISTRO-ENTRADAS
               MOVE 'ABEND' TO RESULTADO-EXECUCAO
               MOVE ZEROS TO FS-SAIDA-CLIENTES
               PERFORM 003-AUDITAR THRU 003-AUDITAR-FIM
               CLOSE AUDIT-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL EOF-REGISTRO-ENTRADAS EQUAL 'S'
               READ REGISTRO-ENTRADAS
                       AT END
                           MOVE 'S' TO EOF-REGISTRO-ENTRADAS
                       NOT AT END
                           IF ENT-PROGRAMA EQUAL 'PROG'
                              AND ENT-IMPRESSAO EQUAL IMPRESSAO-ENTRADA
                              AND NOT ENT-ESTORNADA
                               MOVE 'S' TO ENTRADA-CONSUMIDA
                               MOVE ENT-EXECUCAO TO EXECUCAO-CONSUMIU
                               MOVE ENT-OPERADOR TO OPERADOR-CONSUMIU
                           END-IF
               END-READ
           END-PERFORM.

           CLOSE REGISTRO-ENTRADAS.

       001-PROCURAR-ENTRADA-FIM.
           EXIT.
      ******************************************

       001-CARREGAR-AGENCIAS SECTION.
      *    THE BRANCH REFERENCE FILE IS LOADED ONCE UP FRONT; WHEN
      *    IT IS MISSING THE BRANCH CHECKS ARE SKIPPED (SAME
               PERFORM 003-GRAVAR-TRAILER THRU 003-GRAVAR-TRAILER-FIM
               PERFORM 002-GRAVAR-CHECKPOINT THRU
                       002-GRAVAR-CHECKPOINT-FIM
               PERFORM 003-REGISTRAR-ENTRADA THRU
                       003-REGISTRAR-ENTRADA-FIM
           END-IF
           PERFORM 003-AUDITAR THRU 003-AUDITAR-FIM
           CLOSE CLIENTES.
           EXIT.
      ******************************************

       003-REGISTRAR-ENTRADA SECTION.
      *    ONLY A CLEAN, REAL RUN PUTS ITS INPUT ON THE REGISTRY --
      *    A RUN THAT DIED HALFWAY CAN STILL BE RESTARTED OR RUN
      *    AGAIN WITHOUT AN OVERRIDE.
           IF IMP-QTD EQUAL ZERO
               GO TO 003-REGISTRAR-ENTRADA-FIM
           END-IF.

           MOVE SPACES TO REG-ENTRADA.
           MOVE 'PROG' TO ENT-PROGRAMA.
           MOVE EXECUCAO-ATUAL TO ENT-EXECUCAO.
           MOVE OPERADOR TO ENT-OPERADOR.
           IF ENTRADA-JA-CONSUMIDA
               MOVE 'REPROC' TO ENT-SITUACAO
           ELSE
               MOVE 'ACEITA' TO ENT-SITUACAO
           END-IF.
           MOVE IMPRESSAO-ENTRADA TO ENT-IMPRESSAO.
           MOVE ARQCLIENTES TO ENT-ARQUIVO.

           OPEN EXTEND REGISTRO-ENTRADAS.
           IF FS-REGISTRO-ENTRADAS EQUAL '35'
               OPEN OUTPUT REGISTRO-ENTRADAS
           END-IF.
           IF FS-REGISTRO-ENTRADAS NOT EQUAL ZEROS
               DISPLAY 'Input registry open warning: '
                       FS-REGISTRO-ENTRADAS
               GO TO 003-REGISTRAR-ENTRADA-FIM
           END-IF.

           WRITE REG-ENTRADA.
           IF FS-REGISTRO-ENTRADAS NOT EQUAL ZEROS
               DISPLAY 'Input registry write warning: '
                       FS-REGISTRO-ENTRADAS
           END-IF.

           CLOSE REGISTRO-ENTRADAS.

       003-REGISTRAR-ENTRADA-FIM.
           EXIT.
      ******************************************

       004-ORDENAR SECTION.
      *    FINAL RESEQUENCING PASS, RUN ONLY AT A CLEAN END OF RUN:
      *    THE COMPLETE SAIDA (INCLUDING EVERYTHING A RESTART
                       AT END
                           MOVE 'S' TO EOF-CATALOGO
                       NOT AT END
                           IF QTD-CATALOGO < 999
                               ADD 1 TO QTD-CATALOGO
                               SET IDX-CAT TO QTD-CATALOGO
                               MOVE CAT-BASE
                                   TO TAB-CAT-HORA (IDX-CAT)
                               MOVE CAT-QTD
                                   TO TAB-CAT-QTD (IDX-CAT)
                               MOVE CAT-TOTAL
                                   TO TAB-CAT-TOTAL (IDX-CAT)
                               MOVE CAT-CORTE
                                   TO TAB-CAT-CORTE (IDX-CAT)
                           ELSE
                               IF NOT CATALOGO-CHEIO-AVISADO
                                   DISPLAY 'Warning: catalog table '
                                       'full (999), further entries '
                                       'ignored'
                                   MOVE 'S' TO AVISO-CATALOGO-CHEIO
                               END-IF
                       MOVE TAB-CAT-HORA (IDX-CAT) TO CAT-HORA
                       MOVE TAB-CAT-QTD (IDX-CAT) TO CAT-QTD
                       MOVE 'CORRENTE' TO CAT-SITUACAO
                       MOVE TAB-CAT-TOTAL (IDX-CAT) TO CAT-TOTAL
                       MOVE TAB-CAT-CORTE (IDX-CAT) TO CAT-CORTE
                       WRITE REG-CATALOGO
                   END-IF
               END-PERFORM
           END-IF.

           IF ACHOU-GERACAO EQUAL 'N'
               IF QTD-CATALOGO < 999
                   ADD 1 TO QTD-CATALOGO
                   SET IDX-CAT TO QTD-CATALOGO
                   MOVE BASE-TRABALHO TO TAB-CAT-BASE (IDX-CAT)
                   MOVE SEQ-GERACAO TO TAB-CAT-SEQ (IDX-CAT)
                   MOVE HORA-CATALOGO TO TAB-CAT-HORA (IDX-CAT)
                   MOVE QTD-GRAVADA TO TAB-CAT-QTD (IDX-CAT)
                   MOVE ZERO TO TAB-CAT-TOTAL (IDX-CAT)
                   MOVE ZERO TO TAB-CAT-CORTE (IDX-CAT)
               ELSE
                   IF NOT CATALOGO-CHEIO-AVISADO
                       DISPLAY 'Warning: catalog table full (999), '
                               'further entries ignored'
                       MOVE 'S' TO AVISO-CATALOGO-CHEIO
                   END-IF
