      *    THE EARLIER STEPS PULADO INSTEAD OF RE-RUNNING THE      *
      *    WHOLE NIGHT. STEP COMMANDS COME FROM CMDPROGCOL..       *
      *    CMDPROGMST (DEFAULT ./<PROGRAMA>).                      *
      *    A 12 FROM PROG OR PROGMST MEANS ITS INPUT WAS ALREADY   *
      *    CONSUMED BY AN EARLIER RUN: THE STEP IS RECORDED        *
      *    DUPLICAD AND THE CHAIN STOPS THERE AS ON A FAILURE, SO  *
      *    A RESTART RESUMES FROM IT ONCE THE OPERATOR HAS         *
      *    DECIDED (REPROCESSAR=S).                                *
      *    RETURN CODE 0 = CHAIN COMPLETE, 8 = CHAIN STOPPED.      *
      ******************************************
       ENVIRONMENT DIVISION.
           03 CAD-RETORNO          PIC 9(03).
           03 CAD-SITUACAO         PIC X(08).
      *        LAYOUT = 49 POSIÇÕES -- ONE LINE PER STEP PER RUN    *
      *        (SITUACAO OK, ALERTA, FALHOU, DUPLICAD OU PULADO).   *
      *        RETORNO CARRIES THREE DIGITS: A MISSING OR           *
      *        NON-EXECUTABLE STEP COMES BACK FROM THE SHELL AS     *
      *        127/126 AND MUST REACH THE MORNING SHIFT             *
      *        UNTRUNCATED.                                         *
      ******************************************
       WORKING-STORAGE SECTION.
       01 FS-CADEIA-CTL    PIC 9(02).

       001-LOCALIZAR-FALHA SECTION.
      *    ONE FORWARD PASS OVER THE CONTROL FILE: THE LAST FALHOU
      *    OR DUPLICAD LINE NAMES THE RESUME STEP, AND A LATER CLEAN
      *    END OF CHAIN (STEP 5 OK) CLEARS IT -- A FINISHED NIGHT
      *    LEAVES NOTHING TO RESUME.
           OPEN INPUT CADEIA-CTL.
           IF FS-CADEIA-CTL NOT EQUAL ZEROS
               MOVE 'S' TO EOF-CADEIA-CTL
                           MOVE 'S' TO EOF-CADEIA-CTL
                       NOT AT END
                           IF CAD-SITUACAO EQUAL 'FALHOU'
                              OR CAD-SITUACAO EQUAL 'DUPLICAD'
                               MOVE CAD-PASSO TO PASSO-FALHO
                           END-IF
                           IF CAD-PASSO EQUAL 5
                   MOVE 'ALERTA' TO CAD-SITUACAO
                   DISPLAY 'Step ended with warnings, chain '
                           'continues'
               WHEN RC-QUOCIENTE EQUAL 12
                  AND (PASSO-ATUAL EQUAL 2 OR PASSO-ATUAL EQUAL 5)
                   MOVE 'DUPLICAD' TO CAD-SITUACAO
                   MOVE 'S' TO CADEIA-PAROU
               WHEN OTHER
                   MOVE 'FALHOU' TO CAD-SITUACAO
                   MOVE 'S' TO CADEIA-PAROU
                   WHEN PASSO-ATUAL EQUAL 3 AND RC-PASSO EQUAL 8
                       DISPLAY 'PROGVAL rejected the SAIDA, chain '
                               'stopped'
                   WHEN RC-PASSO EQUAL 12
                      AND (PASSO-ATUAL EQUAL 2 OR PASSO-ATUAL EQUAL 5)
                       DISPLAY PROGRAMA-ATUAL ' refused an input '
                               'already consumed, chain stopped'
                   WHEN OTHER
                       DISPLAY 'Step failed with return code '
                               RC-PASSO ', chain stopped'
