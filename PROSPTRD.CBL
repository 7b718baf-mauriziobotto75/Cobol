      ******************************************************************
      *  PROSPETTO MENSILE DELLE TRATTENUTE PER CREDITORE: PER IL
      *  PERIODO RICHIESTO LEGGE I MOVIMENTI DELLE TRATTENUTE
      *  RICORRENTI SCRITTI DA STACED (TRATTMOV, IN CHIAVE
      *  PERIODO+CREDITORE+DIPENDENTE) E STAMPA UNA PAGINA PER
      *  CREDITORE (FINANZIARIA DELLA CESSIONE, TRIBUNALE O
      *  CREDITORE PROCEDENTE DEL PIGNORAMENTO, SINDACATO) CON IL
      *  DETTAGLIO DEI DIPENDENTI, IL RIFERIMENTO DELLA PRATICA, LA
      *  RATA DOVUTA, QUANTO EFFETTIVAMENTE TRATTENUTO E IL RESIDUO,
      *  E IN FONDO IL TOTALE DA VERSARE AL CREDITORE. LE RATE
      *  RIDOTTE O NON TRATTENUTE PER I LIMITI SUL NETTO SONO
      *  EVIDENZIATE. GLI ANTICIPI SU STIPENDIO (CREDITORE AZIENDA)
      *  COMPAIONO COME GLI ALTRI MA NON SI VERSANO.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. PROSPTRD.
       AUTHOR.  MB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370-HI45.
       OBJECT-COMPUTER. IBM-370-HI45.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRATTMOV ASSIGN SYS034-DA-3340-I-TRATTMOV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRM-CHIAVE-MOV
               FILE STATUS IS FS-TRATTMOV.
           SELECT PROSPETTO ASSIGN SYS035-UR-1403-S.

       DATA DIVISION.
       FILE SECTION.
       FD  TRATTMOV,
           LABEL RECORD STANDARD,
           DATA RECORD REC-TRATTMOV.
       01  REC-TRATTMOV.
           02 TRM-CHIAVE-MOV.
              03 TRM-AA                 PIC 99.
              03 TRM-MM                 PIC 99.
              03 TRM-COD-CREDITORE      PIC X(6).
              03 TRM-CHIAVE             PIC X(8).
              03 TRM-PROGRESSIVO        PIC 99.
           02 TRM-TIPO                  PIC X.
           02 TRM-CREDITORE             PIC X(30).
           02 TRM-RIFERIMENTO           PIC X(20).
           02 TRM-NOMINATIVO            PIC X(25).
           02 TRM-IMPORTO-DOVUTO        PIC 9(5)V99.
           02 TRM-IMPORTO               PIC 9(5)V99.
           02 TRM-RESIDUO               PIC 9(7)V99.
           02 TRM-ESITO                 PIC X.
           02 FILLER                    PIC X(10).

       FD  PROSPETTO,
           LABEL RECORD OMITTED,
           DATA RECORD RIGA-PROSP.
       01  RIGA-PROSP                   PIC X(132).

       WORKING-STORAGE SECTION.

       01  FS-TRATTMOV                   PIC XX VALUE '00'.
           88 FS-TRATTMOV-OK             VALUE '00'.

       01  SW-FINE-TRATTMOV              PIC 9  VALUE ZERO.
           88 EOF-TRATTMOV               VALUE 1.
       01  SW-PRIMO-CREDITORE            PIC X VALUE 'S'.
           88 E-IL-PRIMO-CREDITORE       VALUE 'S'.

       01  WS-PERIODO.
           02 WS-PER-MM                  PIC 99.
           02 WS-PER-AA                  PIC 99.

       77  WS-COD-CREDITORE-CORR         PIC X(6) VALUE SPACES.
       77  WS-CTR-CREDITORI              PIC 9(4) VALUE ZERO.
       77  WS-CTR-MOVIMENTI              PIC 9(6) VALUE ZERO.
       01  WS-TOT-CREDITORE.
           02 WS-TC-DOVUTO               PIC 9(9)V99 VALUE ZERO.
           02 WS-TC-TRATTENUTO           PIC 9(9)V99 VALUE ZERO.
           02 WS-TC-DIPENDENTI           PIC 9(4) VALUE ZERO.
       77  WS-TOT-GENERALE               PIC 9(11)V99 VALUE ZERO.

       01  WS-INTESTAZIONE.
           02 FILLER                    PIC X(44) VALUE
              'PROSPETTO TRATTENUTE PER CREDITORE - PERIODO'.
           02 FILLER                    PIC X     VALUE SPACE.
           02 INT-MM                    PIC 99.
           02 FILLER                    PIC XXX   VALUE '/20'.
           02 INT-AA                    PIC 99.
           02 FILLER                    PIC X(80) VALUE SPACES.

       01  WS-RIGA-CREDITORE.
           02 FILLER                    PIC X(11) VALUE 'CREDITORE: '.
           02 CRE-CODICE                PIC X(6).
           02 FILLER                    PIC X(2)  VALUE SPACES.
           02 CRE-NOME                  PIC X(30).
           02 FILLER                    PIC X(83) VALUE SPACES.

       01  WS-TESTATA-COLONNE.
           02 FILLER                    PIC X(46) VALUE
              'DIPENDENTE NOMINATIVO                 T  RIFER'.
           02 FILLER                    PIC X(46) VALUE
              'IMENTO         RATA DOVUTA   TRATTENUTO       '.
           02 FILLER                    PIC X(40) VALUE
              'RESIDUO  NOTE'.

       01  WS-RIGA-DETTAGLIO.
           02 DET-CHIAVE                PIC X(8).
           02 FILLER                    PIC X(3)  VALUE SPACES.
           02 DET-NOMINATIVO            PIC X(25).
           02 FILLER                    PIC X(2)  VALUE SPACES.
           02 DET-TIPO                  PIC X.
           02 FILLER                    PIC X(2)  VALUE SPACES.
           02 DET-RIFERIMENTO           PIC X(20).
           02 FILLER                    PIC X(2)  VALUE SPACES.
           02 DET-DOVUTO                PIC ZZ.ZZ9,99.
           02 FILLER                    PIC X(4)  VALUE SPACES.
           02 DET-TRATTENUTO            PIC ZZ.ZZ9,99.
           02 FILLER                    PIC X(2)  VALUE SPACES.
           02 DET-RESIDUO               PIC Z.ZZZ.ZZ9,99.
           02 FILLER                    PIC X(2)  VALUE SPACES.
           02 DET-NOTE                  PIC X(26).
           02 FILLER                    PIC X(5)  VALUE SPACES.

       01  WS-RIGA-TOTALE.
           02 TOT-ETICHETTA             PIC X(40).
           02 FILLER                    PIC X(2)  VALUE SPACES.
           02 TOT-DIPENDENTI            PIC ZZZ9.
           02 FILLER                    PIC X(2)  VALUE SPACES.
           02 TOT-DOVUTO                PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                    PIC X(2)  VALUE SPACES.
           02 TOT-TRATTENUTO            PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                    PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.
       INIZIO-ELABORAZIONE.
           DISPLAY 'PERIODO DEL PROSPETTO (MMAA): '.
           ACCEPT WS-PERIODO.
           IF WS-PER-MM < 1 OR WS-PER-MM > 12
               DISPLAY 'MESE NON VALIDO: ' WS-PER-MM
               STOP RUN.
           OPEN INPUT TRATTMOV.
           IF NOT FS-TRATTMOV-OK
               DISPLAY 'MOVIMENTI TRATTENUTE NON APRIBILI - FS='
                       FS-TRATTMOV
               STOP RUN.
           OPEN OUTPUT PROSPETTO.
           MOVE SPACES    TO TRM-CHIAVE-MOV.
           MOVE WS-PER-AA TO TRM-AA.
           MOVE WS-PER-MM TO TRM-MM.
           START TRATTMOV KEY IS NOT LESS THAN TRM-CHIAVE-MOV.
           IF NOT FS-TRATTMOV-OK
               GO TO FINE-MOVIMENTI.
       LEGGI-TRATTMOV.
           READ TRATTMOV NEXT RECORD AT END MOVE 1 TO SW-FINE-TRATTMOV.
           IF EOF-TRATTMOV
               GO TO FINE-MOVIMENTI.
           IF TRM-AA NOT = WS-PER-AA OR TRM-MM NOT = WS-PER-MM
               GO TO FINE-MOVIMENTI.
           IF E-IL-PRIMO-CREDITORE
               MOVE 'N' TO SW-PRIMO-CREDITORE
               PERFORM INIZIA-CREDITORE THRU INIZIA-CREDITORE-EX
           ELSE
               IF TRM-COD-CREDITORE NOT = WS-COD-CREDITORE-CORR
                   PERFORM CHIUDI-CREDITORE THRU CHIUDI-CREDITORE-EX
                   PERFORM INIZIA-CREDITORE THRU INIZIA-CREDITORE-EX.
           PERFORM STAMPA-MOVIMENTO THRU STAMPA-MOVIMENTO-EX.
           GO TO LEGGI-TRATTMOV.

      *----------------------------------------------------------------
      *  NUOVA PAGINA PER IL CREDITORE, CON INTESTAZIONE DEL PERIODO.
      *----------------------------------------------------------------
       INIZIA-CREDITORE.
           MOVE TRM-COD-CREDITORE TO WS-COD-CREDITORE-CORR.
           MOVE ZEROES TO WS-TOT-CREDITORE.
           ADD 1 TO WS-CTR-CREDITORI.
           MOVE WS-PER-MM TO INT-MM.
           MOVE WS-PER-AA TO INT-AA.
           MOVE WS-INTESTAZIONE TO RIGA-PROSP.
           WRITE RIGA-PROSP AFTER ADVANCING PAGE.
           MOVE TRM-COD-CREDITORE TO CRE-CODICE.
           MOVE TRM-CREDITORE     TO CRE-NOME.
           MOVE WS-RIGA-CREDITORE TO RIGA-PROSP.
           WRITE RIGA-PROSP AFTER ADVANCING 2 LINES.
           MOVE WS-TESTATA-COLONNE TO RIGA-PROSP.
           WRITE RIGA-PROSP AFTER ADVANCING 2 LINES.
           MOVE SPACES TO RIGA-PROSP.
           WRITE RIGA-PROSP AFTER ADVANCING 1 LINES.
       INIZIA-CREDITORE-EX.
           EXIT.

       STAMPA-MOVIMENTO.
           MOVE SPACES TO WS-RIGA-DETTAGLIO.
           MOVE TRM-CHIAVE          TO DET-CHIAVE.
           MOVE TRM-NOMINATIVO      TO DET-NOMINATIVO.
           MOVE TRM-TIPO            TO DET-TIPO.
           MOVE TRM-RIFERIMENTO     TO DET-RIFERIMENTO.
           MOVE TRM-IMPORTO-DOVUTO  TO DET-DOVUTO.
           MOVE TRM-IMPORTO         TO DET-TRATTENUTO.
           MOVE TRM-RESIDUO         TO DET-RESIDUO.
           IF TRM-ESITO = 'R'
               MOVE '*** RIDOTTA AI LIMITI' TO DET-NOTE.
           IF TRM-ESITO = 'N'
               MOVE '*** NON TRATTENUTA' TO DET-NOTE.
           IF TRM-ESITO = SPACE AND TRM-RESIDUO = ZERO
           AND TRM-TIPO NOT = 'S' AND TRM-TIPO NOT = 'P'
               MOVE 'ULTIMA RATA' TO DET-NOTE.
           MOVE WS-RIGA-DETTAGLIO TO RIGA-PROSP.
           WRITE RIGA-PROSP AFTER ADVANCING 1 LINES.
           ADD TRM-IMPORTO-DOVUTO TO WS-TC-DOVUTO.
           ADD TRM-IMPORTO        TO WS-TC-TRATTENUTO.
           ADD 1 TO WS-TC-DIPENDENTI.
           ADD 1 TO WS-CTR-MOVIMENTI.
       STAMPA-MOVIMENTO-EX.
           EXIT.

      *----------------------------------------------------------------
      *  TOTALE DEL CREDITORE: LA COLONNA TRATTENUTO E' L'IMPORTO DA
      *  VERSARGLI PER IL MESE.
      *----------------------------------------------------------------
       CHIUDI-CREDITORE.
           MOVE SPACES TO WS-RIGA-TOTALE.
           MOVE 'TOTALE DA VERSARE AL CREDITORE' TO TOT-ETICHETTA.
           MOVE WS-TC-DIPENDENTI TO TOT-DIPENDENTI.
           MOVE WS-TC-DOVUTO     TO TOT-DOVUTO.
           MOVE WS-TC-TRATTENUTO TO TOT-TRATTENUTO.
           MOVE WS-RIGA-TOTALE TO RIGA-PROSP.
           WRITE RIGA-PROSP AFTER ADVANCING 2 LINES.
           ADD WS-TC-TRATTENUTO TO WS-TOT-GENERALE.
       CHIUDI-CREDITORE-EX.
           EXIT.

       FINE-MOVIMENTI.
           IF NOT E-IL-PRIMO-CREDITORE
               PERFORM CHIUDI-CREDITORE THRU CHIUDI-CREDITORE-EX
           ELSE
               DISPLAY 'NESSUNA TRATTENUTA PER IL PERIODO '
                       WS-PER-MM '/' WS-PER-AA.
           CLOSE TRATTMOV, PROSPETTO.
           DISPLAY 'CREDITORI:           ' WS-CTR-CREDITORI.
           DISPLAY 'MOVIMENTI STAMPATI:  ' WS-CTR-MOVIMENTI.
           DISPLAY 'TOTALE TRATTENUTO:   ' WS-TOT-GENERALE.
           STOP RUN.
       END PROGRAM PROSPTRD.
