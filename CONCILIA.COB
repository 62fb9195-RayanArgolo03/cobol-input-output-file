               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-CHAVE
               ALTERNATE RECORD KEY IS MST-CONTA WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES-MASTER.
           SELECT SAIDA ASSIGN TO ARQSAIDA
               ORGANIZATION IS SEQUENTIAL
           03 MST-CONTA        PIC 9(08).
           03 MST-DATA-ABERTURA PIC 9(08).
           03 MST-SALDO        PIC 9(09)V99.
           03 MST-SITUACAO     PIC X(07).
           03 MST-DATA-SITUACAO PIC 9(08).
           03 MST-DATA-MOVIMENTO PIC 9(08).
      *        LAYOUT = 77 POSIÇÕES (MESMO MASTER DO PROGMST)       *
       FD SAIDA
           RECORDING IS F.
       01 CLIENTE-SAIDA.
           03 CAT-QTD              PIC 9(08).
           03 FILLER               PIC X(01).
           03 CAT-SITUACAO         PIC X(09).
           03 FILLER               PIC X(01).
           03 CAT-TOTAL            PIC 9(13)V99.
           03 FILLER               PIC X(01).
           03 CAT-CORTE            PIC 9(08).
      *        LAYOUT = 77 POSIÇÕES (MESMO CATALOGO DO PROG)        *
       FD REL-CONCILIACAO
           RECORDING IS F.
       01 REG-REL-CONCILIACAO  PIC X(80).
