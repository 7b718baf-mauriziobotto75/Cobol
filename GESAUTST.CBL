      ******************************************************************
      *  GESTIONE AUTORIZZAZIONI STRAORDINARIO (AUTSTRA): UN RECORD
      *  PER MESE/ANNO, REPARTO E PERSONALE CON LE ORE DI
      *  STRAORDINARIO DIURNO E NOTTURNO AUTORIZZATE DAL
      *  RESPONSABILE E IL NOME DI CHI LE HA APPROVATE. EDCARTOR
      *  CONFRONTA CON QUESTE ORE GLI STRAORDINARI DEL CARTELLINO
      *  PRIMA DEL RUN PAGHE E VI RIPORTA LE ORE EFFETTIVAMENTE
      *  LAVORATE, CHE QUI SI VEDONO MA NON SI TOCCANO. ORE
      *  AUTORIZZATE A ZERO = AUTORIZZAZIONE REVOCATA. SI LAVORA UN
      *  DIPENDENTE ALLA VOLTA DA TASTIERA (ANNO 00 = FINE).
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. GESAUTST.
       AUTHOR.  MB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370-HI45.
       OBJECT-COMPUTER. IBM-370-HI45.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTSTRA ASSIGN SYS036-DA-3340-I-AUTSTRA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUS-CHIAVE
               FILE STATUS IS FS-AUTSTRA.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTSTRA,
           LABEL RECORD STANDARD,
           DATA RECORD REC-AUTSTRA.
       01  REC-AUTSTRA.
           02 AUS-CHIAVE.
              03 AUS-AA                 PIC 99.
              03 AUS-MM                 PIC 99.
              03 AUS-CODICE-REPARTO     PIC X(4).
              03 AUS-CODICE-PERSONALE   PIC X(4).
           02 AUS-ORE-DIURNE-AUT        PIC 9(3)V99.
           02 AUS-ORE-NOTTURNE-AUT      PIC 9(3)V99.
           02 AUS-APPROVATORE           PIC X(20).
           02 AUS-DATA-APPROVAZIONE     PIC 9(8).
           02 AUS-ORE-DIURNE-LAV        PIC 9(3)V99.
           02 AUS-ORE-NOTTURNE-LAV      PIC 9(3)V99.
           02 AUS-ESITO                 PIC X.
           02 FILLER                    PIC X(15).

       WORKING-STORAGE SECTION.

       01  FS-AUTSTRA                    PIC XX VALUE '00'.
           88 FS-AUTSTRA-OK              VALUE '00'.
           88 FS-AUTSTRA-DUPLICATE       VALUE '22'.

       77  WS-AA                         PIC 99 VALUE ZERO.
       77  WS-MM                         PIC 99 VALUE ZERO.
       77  WS-REPARTO                    PIC X(4) VALUE SPACES.
       77  WS-PERSONALE                  PIC X(4) VALUE SPACES.
       77  WS-DATA-OGGI                  PIC 9(8) VALUE ZERO.
       77  WS-CTR-AGGIORNATI             PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       INIZIO-ELABORAZIONE.
           OPEN I-O AUTSTRA.
           IF NOT FS-AUTSTRA-OK
               OPEN OUTPUT AUTSTRA
               CLOSE AUTSTRA
               OPEN I-O AUTSTRA.
           IF NOT FS-AUTSTRA-OK
               DISPLAY 'IMPOSSIBILE APRIRE AUTSTRA - FS=' FS-AUTSTRA
               STOP RUN.
           ACCEPT WS-DATA-OGGI FROM DATE YYYYMMDD.
       LAVORA-AUTORIZZAZIONE.
           DISPLAY 'ANNO (AA, 00 = FINE): '.
           ACCEPT WS-AA.
           IF WS-AA = ZERO
               GO TO FINE-LAVORO.
           DISPLAY 'MESE (MM): '.
           ACCEPT WS-MM.
           IF WS-MM < 1 OR WS-MM > 12
               DISPLAY 'MESE NON VALIDO'
               GO TO LAVORA-AUTORIZZAZIONE.
           DISPLAY 'CODICE REPARTO: '.
           ACCEPT WS-REPARTO.
           DISPLAY 'CODICE PERSONALE: '.
           ACCEPT WS-PERSONALE.
           IF WS-REPARTO = SPACES OR WS-PERSONALE = SPACES
               DISPLAY 'REPARTO E PERSONALE SONO OBBLIGATORI'
               GO TO LAVORA-AUTORIZZAZIONE.
           MOVE WS-AA        TO AUS-AA.
           MOVE WS-MM        TO AUS-MM.
           MOVE WS-REPARTO   TO AUS-CODICE-REPARTO.
           MOVE WS-PERSONALE TO AUS-CODICE-PERSONALE.
           READ AUTSTRA.
           IF FS-AUTSTRA-OK
               DISPLAY 'AUTORIZZATE DIURNE: ' AUS-ORE-DIURNE-AUT
                       '  NOTTURNE: ' AUS-ORE-NOTTURNE-AUT
                       '  DA: ' AUS-APPROVATORE
               DISPLAY 'LAVORATE    DIURNE: ' AUS-ORE-DIURNE-LAV
                       '  NOTTURNE: ' AUS-ORE-NOTTURNE-LAV
           ELSE
               MOVE ZERO   TO AUS-ORE-DIURNE-LAV
                              AUS-ORE-NOTTURNE-LAV
               MOVE SPACES TO AUS-ESITO
               DISPLAY 'NUOVA AUTORIZZAZIONE'.
           DISPLAY 'ORE STRAORDINARIO DIURNO AUTORIZZATE (999V99): '.
           ACCEPT AUS-ORE-DIURNE-AUT.
           DISPLAY 'ORE STRAORDINARIO NOTTURNO AUTORIZZATE (999V99): '.
           ACCEPT AUS-ORE-NOTTURNE-AUT.
           IF AUS-ORE-DIURNE-AUT NOT NUMERIC
           OR AUS-ORE-NOTTURNE-AUT NOT NUMERIC
               DISPLAY 'ORE NON NUMERICHE'
               GO TO LAVORA-AUTORIZZAZIONE.
           DISPLAY 'APPROVATA DA: '.
           ACCEPT AUS-APPROVATORE.
           IF AUS-APPROVATORE = SPACES
               DISPLAY 'INDICARE CHI HA APPROVATO LO STRAORDINARIO'
               GO TO LAVORA-AUTORIZZAZIONE.
           MOVE WS-DATA-OGGI TO AUS-DATA-APPROVAZIONE.
           MOVE WS-AA        TO AUS-AA.
           MOVE WS-MM        TO AUS-MM.
           MOVE WS-REPARTO   TO AUS-CODICE-REPARTO.
           MOVE WS-PERSONALE TO AUS-CODICE-PERSONALE.
           WRITE REC-AUTSTRA.
           IF FS-AUTSTRA-DUPLICATE
               REWRITE REC-AUTSTRA.
           IF NOT FS-AUTSTRA-OK
               DISPLAY 'ERRORE IN SCRITTURA AUTSTRA - FS='
                       FS-AUTSTRA
               GO TO LAVORA-AUTORIZZAZIONE.
           ADD 1 TO WS-CTR-AGGIORNATI.
           DISPLAY 'AUTORIZZAZIONE REGISTRATA'.
           GO TO LAVORA-AUTORIZZAZIONE.

       FINE-LAVORO.
           CLOSE AUTSTRA.
           DISPLAY 'AUTORIZZAZIONI AGGIORNATE: ' WS-CTR-AGGIORNATI.
           STOP RUN.
       END PROGRAM GESAUTST.
