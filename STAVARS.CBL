      ******************************************************************
      *  PROSPETTO DELLE VARIAZIONI SENSIBILI (VARSENS): PER OGNI
      *  VARIAZIONE INSERITA NEL PERIODO RICHIESTO STAMPA ARCHIVIO,
      *  CHIAVE, CAMPO, VALORE VECCHIO E NUOVO, CHI L'HA INSERITA E,
      *  PER QUELLE CHIUSE, CHI L'HA APPROVATA O RESPINTA, QUANDO E
      *  PERCHE'. LE VARIAZIONI ANCORA IN SOSPESO SI STAMPANO SEMPRE,
      *  QUALUNQUE SIA LA DATA DI INSERIMENTO. IN CODA I TOTALI PER
      *  STATO.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. STAVARS.
       AUTHOR.  MB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370-HI45.
       OBJECT-COMPUTER. IBM-370-HI45.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VARSENS ASSIGN SYS047-DA-3340-I-VARSENS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VSN-CHIAVE
               FILE STATUS IS FS-VARSENS.
           SELECT ELENCO ASSIGN SYS048-UR-1403-S.

       DATA DIVISION.
       FILE SECTION.
       FD  VARSENS,
           LABEL RECORD STANDARD,
           DATA RECORD REC-VARSENS.
           COPY FD_VarSens.

       FD  ELENCO,
           LABEL RECORD OMITTED,
           DATA RECORD RIGA-ELENCO.
       01  RIGA-ELENCO                  PIC X(132).

       WORKING-STORAGE SECTION.

       01  FS-VARSENS                    PIC XX VALUE '00'.
           88 FS-VARSENS-OK              VALUE '00'.

       01  SW-FINE-VARSENS               PIC 9  VALUE ZERO.
           88 EOF-VARSENS                VALUE 1.

       77  WS-DATA-DA                    PIC 9(8) VALUE ZERO.
       77  WS-DATA-A                     PIC 9(8) VALUE ZERO.
       77  WS-DATA-OGGI                  PIC 9(8) VALUE ZERO.
       77  WS-CTR-SOSPESE                PIC 9(5) VALUE ZERO.
       77  WS-CTR-APPROVATE              PIC 9(5) VALUE ZERO.
       77  WS-CTR-RESPINTE               PIC 9(5) VALUE ZERO.
       77  WS-CTR-RIGHE                  PIC 9(3) VALUE 99.
       77  WS-IMPORTO-ED                 PIC ZZZZ9.

       01  WS-INTESTAZIONE.
           02 FILLER                    PIC X(44) VALUE
              'VARIAZIONI SENSIBILI (IBAN, PAGHE, LIMITI) -'.
           02 FILLER                    PIC X(17) VALUE
              ' INSERITE DAL '.
           02 INT-DATA-DA               PIC 9(8).
           02 FILLER                    PIC X(4)  VALUE ' AL '.
           02 INT-DATA-A                PIC 9(8).
           02 FILLER                    PIC X(14) VALUE
              ' - SITUAZ. AL '.
           02 INT-DATA                  PIC 9(8).
           02 FILLER                    PIC X(29) VALUE SPACES.

       01  WS-TESTATA-COLONNE.
           02 FILLER                    PIC X(44) VALUE
              'INSERITA  A CHIAVE    DESCRIZIONE          C'.
           02 FILLER                    PIC X(44) VALUE
              'P DA                          A             '.
           02 FILLER                    PIC X(44) VALUE
              '              INS.DA   ST ESITO DA IL       '.

       01  WS-RIGA-DETTAGLIO.
           02 DET-DATA-INS              PIC 9(8).
           02 FILLER                    PIC X(2)  VALUE SPACES.
           02 DET-ARCHIVIO              PIC X.
           02 FILLER                    PIC X     VALUE SPACE.
           02 DET-CHIAVE                PIC X(8).
           02 FILLER                    PIC X(2)  VALUE SPACES.
           02 DET-DESCRIZIONE           PIC X(20).
           02 FILLER                    PIC X     VALUE SPACE.
           02 DET-CAMPO                 PIC XX.
           02 FILLER                    PIC X     VALUE SPACE.
           02 DET-VECCHIO               PIC X(27).
           02 FILLER                    PIC X     VALUE SPACE.
           02 DET-NUOVO                 PIC X(27).
           02 FILLER                    PIC X     VALUE SPACE.
           02 DET-OPERATORE-INS         PIC X(8).
           02 FILLER                    PIC X     VALUE SPACE.
           02 DET-STATO                 PIC X(2).
           02 FILLER                    PIC X     VALUE SPACE.
           02 DET-OPERATORE-ESITO       PIC X(8).
           02 FILLER                    PIC X     VALUE SPACE.
           02 DET-DATA-ESITO            PIC 9(8).
           02 FILLER                    PIC X     VALUE SPACE.

       01  WS-RIGA-MOTIVO.
           02 FILLER                    PIC X(12) VALUE SPACES.
           02 FILLER                    PIC X(8)  VALUE 'MOTIVO: '.
           02 MOT-MOTIVO                PIC X(30).
           02 FILLER                    PIC X(2)  VALUE SPACES.
           02 MOT-EFFETTO-ETICH         PIC X(9).
           02 MOT-EFFETTO               PIC X(8).
           02 FILLER                    PIC X(63) VALUE SPACES.

       01  WS-RIGA-TOTALI.
           02 TOT-ETICHETTA             PIC X(40).
           02 TOT-CONTATORE             PIC ZZ.ZZ9.
           02 FILLER                    PIC X(86) VALUE SPACES.

       PROCEDURE DIVISION.
       INIZIO-ELABORAZIONE.
           DISPLAY 'INSERITE DAL (AAAAMMGG, 0 = DALL''INIZIO): '.
           ACCEPT WS-DATA-DA.
           DISPLAY 'INSERITE AL  (AAAAMMGG, 0 = AD OGGI):     '.
           ACCEPT WS-DATA-A.
           IF WS-DATA-DA NOT NUMERIC OR WS-DATA-A NOT NUMERIC
               DISPLAY 'DATE NON NUMERICHE'
               STOP RUN.
           ACCEPT WS-DATA-OGGI FROM DATE YYYYMMDD.
           IF WS-DATA-A = ZERO
               MOVE WS-DATA-OGGI TO WS-DATA-A.
           IF WS-DATA-DA > WS-DATA-A
               DISPLAY 'PERIODO NON VALIDO'
               STOP RUN.
           OPEN INPUT VARSENS.
           IF NOT FS-VARSENS-OK
               DISPLAY 'NESSUNA VARIAZIONE SENSIBILE REGISTRATA'
               STOP RUN.
           OPEN OUTPUT ELENCO.
           MOVE LOW-VALUES TO VSN-CHIAVE.
           START VARSENS KEY IS NOT LESS THAN VSN-CHIAVE.
           IF NOT FS-VARSENS-OK
               GO TO FINE-ELENCO.
       LEGGI-VARSENS.
           READ VARSENS NEXT RECORD AT END MOVE 1 TO SW-FINE-VARSENS.
           IF EOF-VARSENS
               GO TO FINE-ELENCO.
           IF NOT VSN-IN-SOSPESO
           AND (VSN-DATA-INS < WS-DATA-DA OR VSN-DATA-INS > WS-DATA-A)
               GO TO LEGGI-VARSENS.
           PERFORM STAMPA-VARIAZIONE THRU STAMPA-VARIAZIONE-EX.
           GO TO LEGGI-VARSENS.

       STAMPA-TESTATA.
           MOVE WS-DATA-DA TO INT-DATA-DA.
           MOVE WS-DATA-A TO INT-DATA-A.
           MOVE WS-DATA-OGGI TO INT-DATA.
           MOVE WS-INTESTAZIONE TO RIGA-ELENCO.
           WRITE RIGA-ELENCO AFTER ADVANCING PAGE.
           MOVE WS-TESTATA-COLONNE TO RIGA-ELENCO.
           WRITE RIGA-ELENCO AFTER ADVANCING 2 LINES.
           MOVE 4 TO WS-CTR-RIGHE.
       STAMPA-TESTATA-EX.
           EXIT.

       STAMPA-VARIAZIONE.
           IF WS-CTR-RIGHE > 55
               PERFORM STAMPA-TESTATA THRU STAMPA-TESTATA-EX.
           MOVE SPACES TO WS-RIGA-DETTAGLIO.
           MOVE VSN-DATA-INS      TO DET-DATA-INS.
           MOVE VSN-ARCHIVIO      TO DET-ARCHIVIO.
           MOVE VSN-CHIAVE-REC    TO DET-CHIAVE.
           MOVE VSN-DESCRIZIONE   TO DET-DESCRIZIONE.
           MOVE VSN-CAMPO         TO DET-CAMPO.
           IF VSN-IBAN
               MOVE VSN-VECCHIO TO DET-VECCHIO
               MOVE VSN-NUOVO   TO DET-NUOVO
           ELSE
               MOVE VSN-VECCHIO-IMPORTO TO WS-IMPORTO-ED
               MOVE WS-IMPORTO-ED TO DET-VECCHIO
               MOVE VSN-NUOVO-IMPORTO TO WS-IMPORTO-ED
               MOVE WS-IMPORTO-ED TO DET-NUOVO.
           MOVE VSN-OPERATORE-INS TO DET-OPERATORE-INS.
           MOVE ZERO TO DET-DATA-ESITO.
           IF VSN-IN-SOSPESO
               MOVE 'SO' TO DET-STATO
               ADD 1 TO WS-CTR-SOSPESE
           ELSE
               MOVE VSN-OPERATORE-ESITO TO DET-OPERATORE-ESITO
               MOVE VSN-DATA-ESITO TO DET-DATA-ESITO
               IF VSN-APPROVATA
                   MOVE 'AP' TO DET-STATO
                   ADD 1 TO WS-CTR-APPROVATE
               ELSE
                   MOVE 'RE' TO DET-STATO
                   ADD 1 TO WS-CTR-RESPINTE.
           MOVE WS-RIGA-DETTAGLIO TO RIGA-ELENCO.
           WRITE RIGA-ELENCO AFTER ADVANCING 1 LINES.
           ADD 1 TO WS-CTR-RIGHE.
           IF VSN-MOTIVO = SPACES AND VSN-DATA-EFFETTO = ZERO
               GO TO STAMPA-VARIAZIONE-EX.
           MOVE SPACES TO MOT-MOTIVO MOT-EFFETTO-ETICH MOT-EFFETTO.
           MOVE VSN-MOTIVO TO MOT-MOTIVO.
           IF VSN-DATA-EFFETTO NOT = ZERO
               MOVE 'EFFETTO: ' TO MOT-EFFETTO-ETICH
               MOVE VSN-DATA-EFFETTO TO MOT-EFFETTO.
           MOVE WS-RIGA-MOTIVO TO RIGA-ELENCO.
           WRITE RIGA-ELENCO AFTER ADVANCING 1 LINES.
           ADD 1 TO WS-CTR-RIGHE.
       STAMPA-VARIAZIONE-EX.
           EXIT.

       FINE-ELENCO.
           IF WS-CTR-RIGHE > 55
               PERFORM STAMPA-TESTATA THRU STAMPA-TESTATA-EX.
           MOVE SPACES TO WS-RIGA-TOTALI.
           MOVE 'VARIAZIONI IN SOSPESO' TO TOT-ETICHETTA.
           MOVE WS-CTR-SOSPESE TO TOT-CONTATORE.
           MOVE WS-RIGA-TOTALI TO RIGA-ELENCO.
           WRITE RIGA-ELENCO AFTER ADVANCING 3 LINES.
           MOVE 'VARIAZIONI APPROVATE NEL PERIODO' TO TOT-ETICHETTA.
           MOVE WS-CTR-APPROVATE TO TOT-CONTATORE.
           MOVE WS-RIGA-TOTALI TO RIGA-ELENCO.
           WRITE RIGA-ELENCO AFTER ADVANCING 1 LINES.
           MOVE 'VARIAZIONI RESPINTE NEL PERIODO' TO TOT-ETICHETTA.
           MOVE WS-CTR-RESPINTE TO TOT-CONTATORE.
           MOVE WS-RIGA-TOTALI TO RIGA-ELENCO.
           WRITE RIGA-ELENCO AFTER ADVANCING 1 LINES.
           CLOSE VARSENS, ELENCO.
           DISPLAY 'VARIAZIONI IN SOSPESO:    ' WS-CTR-SOSPESE.
           DISPLAY 'APPROVATE / RESPINTE:     '
                   WS-CTR-APPROVATE ' / ' WS-CTR-RESPINTE.
           STOP RUN.
       END PROGRAM STAVARS.
