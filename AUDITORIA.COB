      *    CAPACITY PLANNING AND THE QUARTERLY RELIABILITY REVIEW   *
      *    USED TO EYEBALL OUT OF THE RAW 48-BYTE RECORDS.          *
      *    MES-REFERENCIA (AAAAMM) LIMITS THE DIGEST TO ONE MONTH;  *
      *    LEFT UNSET, THE WHOLE LOG IS DIGESTED. A DUPLICAD LINE   *
      *    -- AN INPUT FILE REFUSED AS ALREADY POSTED -- IS COUNTED *
      *    ON ITS OWN AND NOT AS A RUN.                             *
      ******************************************
       ENVIRONMENT DIVISION.
      ******************************************
       01 CNT-EXECUCOES    PIC 9(06) USAGE COMP VALUE ZERO.
       01 CNT-ABENDS       PIC 9(06) USAGE COMP VALUE ZERO.
       01 CNT-DESCARTADOS  PIC 9(06) USAGE COMP VALUE ZERO.
       01 CNT-DUPLICADAS   PIC 9(06) USAGE COMP VALUE ZERO.
       01 SOMA-CLIENTES    PIC 9(10) USAGE COMP VALUE ZERO.
       01 MEDIA-CLIENTES   PIC 9(08) USAGE COMP.
       01 TAXA-ABEND       PIC 9(03)V9 USAGE COMP.
               GO TO 002-CLASSIFICAR-FIM
           END-IF.

      *    A DUPLICAD LINE IS AN INPUT FILE REFUSED AT THE DOOR,
      *    NOT A RUN -- COUNTED AS ONE IT WOULD FLAG THE DAY RERUN
      *    AND DILUTE THE ABEND RATE.
           IF AUD-RESULTADO EQUAL 'DUPLICAD'
               ADD 1 TO CNT-DUPLICADAS
               GO TO 002-CLASSIFICAR-FIM
           END-IF.

           ADD 1 TO CNT-EXECUCOES.
           ADD AUD-CNT-CLIENTES TO SOMA-CLIENTES.

           PERFORM 003-RELATORIO THRU 003-RELATORIO-FIM.

           DISPLAY 'Audit records digested: ' CNT-EXECUCOES
           DISPLAY 'Duplicate-input refusals: ' CNT-DUPLICADAS
           DISPLAY 'Malformed records skipped: ' CNT-DESCARTADOS

           CLOSE AUDIT-LOG.
               INTO LINHA-TEXTO.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

           MOVE SPACES TO LINHA-TEXTO.
           MOVE CNT-DUPLICADAS TO QTD-EDITADA.
           STRING 'RECUSAS POR ENTRADA DUPLICADA: ' DELIMITED BY SIZE
                  QTD-EDITADA DELIMITED BY SIZE
               INTO LINHA-TEXTO.
           PERFORM 003-GRAVAR-TEXTO THRU 003-GRAVAR-TEXTO-FIM.

           IF CNT-EXECUCOES NOT EQUAL ZERO
               COMPUTE TAXA-ABEND ROUNDED =
                   CNT-ABENDS * 100 / CNT-EXECUCOES
