      ******************************************************************
      *  CONVERSIONE UNA-TANTUM DEL MASTRO LIQUIDAZIONI IVA: IL
      *  TRACCIATO DI LIQIVA E' CRESCIUTO DA 100 A 150 CARATTERI CON
      *  I TOTALI DEGLI ACQUISTI DEL PERIODO (IMPONIBILE, IVA
      *  DETRAIBILE, IVA INDETRAIBILE) CHE REGIVA ORA COMPENSA NELLA
      *  LIQUIDAZIONE. QUESTO PROGRAMMA LEGGE IL MASTRO ANCORA AL
      *  VECCHIO TRACCIATO (LIQIVAV) E LO RICARICA NEL FILE DEFINITO
      *  A NUOVO: I CAMPI ESISTENTI VIAGGIANO TALI E QUALI, I TOTALI
      *  ACQUISTI NASCONO A ZERO (LE LIQUIDAZIONI PASSATE NON LI
      *  AVEVANO). SENZA LA CONVERSIONE REGIVA E LIQVERSA LEGGEREBBERO
      *  RECORD PIU' CORTI E LA OPEN FALLIREBBE.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CONVLIQ.
       AUTHOR.  MB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIQIVAV ASSIGN TO DATABASE-LIQIVAV
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS KEY-LIQIVAV
           FILE STATUS IS FS-LIQIVAV.

           SELECT LIQIVA ASSIGN TO DATABASE-LIQIVA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS KEY-LIQIVA
           FILE STATUS IS FS-LIQIVA.

       DATA DIVISION.

       FILE SECTION.
      *----------------------------------------------------------------
      *  MASTRO AL VECCHIO TRACCIATO DA 100 CARATTERI.
      *----------------------------------------------------------------
       FD LIQIVAV
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REC-LIQIVAV.
       01 REC-LIQIVAV.
           05 KEY-LIQIVAV.
             07 LIQV-PERIODO   PIC X(6).
           05 LIQV-IMPONIB-04  PIC S9(15) COMP-3.
           05 LIQV-IVA-04      PIC S9(15) COMP-3.
           05 LIQV-IMPONIB-10  PIC S9(15) COMP-3.
           05 LIQV-IVA-10      PIC S9(15) COMP-3.
           05 LIQV-IMPONIB-22  PIC S9(15) COMP-3.
           05 LIQV-IVA-22      PIC S9(15) COMP-3.
           05 LIQV-CRED-PREC   PIC S9(15) COMP-3.
           05 LIQV-DOVUTA      PIC S9(15) COMP-3.
           05 LIQV-CRED-NUOVO  PIC S9(15) COMP-3.
           05 LIQV-VERSATO     PIC S9(15) COMP-3.
           05 LIQV-DATA-VERS   PIC 9(8).
           05 LIQV-STATO       PIC X.
           05 FILLER           PIC X(5).

      *----------------------------------------------------------------
      *  MASTRO AL TRACCIATO NUOVO: STESSO RECORD DI REGIVA.
      *----------------------------------------------------------------
       FD LIQIVA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS REC-LIQIVA.
       01 REC-LIQIVA.
           05 KEY-LIQIVA.
             07 LIQ-PERIODO    PIC X(6).
           05 LIQ-IMPONIB-04   PIC S9(15) COMP-3.
           05 LIQ-IVA-04       PIC S9(15) COMP-3.
           05 LIQ-IMPONIB-10   PIC S9(15) COMP-3.
           05 LIQ-IVA-10       PIC S9(15) COMP-3.
           05 LIQ-IMPONIB-22   PIC S9(15) COMP-3.
           05 LIQ-IVA-22       PIC S9(15) COMP-3.
           05 LIQ-CRED-PREC    PIC S9(15) COMP-3.
           05 LIQ-DOVUTA       PIC S9(15) COMP-3.
           05 LIQ-CRED-NUOVO   PIC S9(15) COMP-3.
           05 LIQ-VERSATO      PIC S9(15) COMP-3.
           05 LIQ-DATA-VERS    PIC 9(8).
           05 LIQ-STATO        PIC X.
              88 LIQ-LIQUIDATO    VALUE 'L'.
              88 LIQ-VERSATO-OK   VALUE 'V'.
           05 LIQ-IMPONIB-ACQ  PIC S9(15) COMP-3.
           05 LIQ-IVA-ACQ      PIC S9(15) COMP-3.
           05 LIQ-IVA-INDETR   PIC S9(15) COMP-3.
           05 FILLER           PIC X(31).

       WORKING-STORAGE SECTION.

       01 FS-LIQIVAV                 PIC 9(2) VALUE ZEROES.
       01 FS-LIQIVA                  PIC 9(2) VALUE ZEROES.

       01 SW-FINE-LIQIVAV            PIC 9(1) VALUE ZEROES.
           88 EOF-LIQIVAV             VALUE 1.

       01 WS-CAMPI-CONTATORI.
           05 WS-CTR-LETTI            PIC 9(7) VALUE ZEROES.
           05 WS-CTR-CONVERTITI       PIC 9(7) VALUE ZEROES.

       PROCEDURE DIVISION.

       INIZIO.
          PERFORM OP-INIZIALI THRU OP-INIZIALI-EX.
          PERFORM LETTURA-LIQIVAV THRU LETTURA-LIQIVAV-EX.
          PERFORM CONVERTI-PERIODO THRU CONVERTI-PERIODO-EX
                  UNTIL EOF-LIQIVAV.
          PERFORM OP-FINALI THRU OP-FINALI-EX.
          STOP RUN.

       OP-INIZIALI.
          OPEN INPUT LIQIVAV.
          IF FS-LIQIVAV NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE LIQIVA (VECCHIO) - FS='
                     FS-LIQIVAV
             STOP RUN WITH ERROR STATUS 16.
          OPEN OUTPUT LIQIVA.
          IF FS-LIQIVA NOT = '00'
             DISPLAY 'IMPOSSIBILE CREARE LIQIVA (NUOVO) - FS='
                     FS-LIQIVA
             STOP RUN WITH ERROR STATUS 16.
       OP-INIZIALI-EX.
          EXIT.

       LETTURA-LIQIVAV.
          READ LIQIVAV NEXT AT END MOVE 1 TO SW-FINE-LIQIVAV
                       GO TO LETTURA-LIQIVAV-EX.
          IF FS-LIQIVAV NOT = '00'
             DISPLAY 'ERRORE IN LETTURA LIQIVA (VECCHIO) - FS='
                     FS-LIQIVAV
             MOVE 1 TO SW-FINE-LIQIVAV
             GO TO LETTURA-LIQIVAV-EX.
          ADD 1 TO WS-CTR-LETTI.
       LETTURA-LIQIVAV-EX.
          EXIT.

      *----------------------------------------------------------------
      *  VECCHIO -> NUOVO: CAMPI ESISTENTI COPIATI TALI E QUALI,
      *  TOTALI ACQUISTI A ZERO.
      *----------------------------------------------------------------
       CONVERTI-PERIODO.
          MOVE SPACES           TO REC-LIQIVA.
          MOVE LIQV-PERIODO     TO LIQ-PERIODO.
          MOVE LIQV-IMPONIB-04  TO LIQ-IMPONIB-04.
          MOVE LIQV-IVA-04      TO LIQ-IVA-04.
          MOVE LIQV-IMPONIB-10  TO LIQ-IMPONIB-10.
          MOVE LIQV-IVA-10      TO LIQ-IVA-10.
          MOVE LIQV-IMPONIB-22  TO LIQ-IMPONIB-22.
          MOVE LIQV-IVA-22      TO LIQ-IVA-22.
          MOVE LIQV-CRED-PREC   TO LIQ-CRED-PREC.
          MOVE LIQV-DOVUTA      TO LIQ-DOVUTA.
          MOVE LIQV-CRED-NUOVO  TO LIQ-CRED-NUOVO.
          MOVE LIQV-VERSATO     TO LIQ-VERSATO.
          MOVE LIQV-DATA-VERS   TO LIQ-DATA-VERS.
          MOVE LIQV-STATO       TO LIQ-STATO.
          MOVE ZEROES           TO LIQ-IMPONIB-ACQ.
          MOVE ZEROES           TO LIQ-IVA-ACQ.
          MOVE ZEROES           TO LIQ-IVA-INDETR.
          WRITE REC-LIQIVA.
          IF FS-LIQIVA NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA LIQIVA (NUOVO) - FS='
                     FS-LIQIVA
             STOP RUN WITH ERROR STATUS 16.
          ADD 1 TO WS-CTR-CONVERTITI.
          PERFORM LETTURA-LIQIVAV THRU LETTURA-LIQIVAV-EX.
       CONVERTI-PERIODO-EX.
          EXIT.

       OP-FINALI.
          CLOSE LIQIVAV, LIQIVA.
          DISPLAY 'PERIODI LETTI:       ' WS-CTR-LETTI.
          DISPLAY 'PERIODI CONVERTITI:  ' WS-CTR-CONVERTITI.
       OP-FINALI-EX.
          EXIT.
