      ******************************************************************
      *  CARICAMENTO DELLA TABELLA DI RIFERIMENTO CAP / COMUNE
      *  (CAPCITTA) DAL FLUSSO CAPIN (UN RECORD PER COPPIA CAP-COMUNE,
      *  COME NEGLI ELENCHI POSTALI: UNO STESSO CAP VALE PER PIU'
      *  COMUNI E LE CITTA' GRANDI HANNO PIU' CAP). LA TABELLA SERVE
      *  A QUALCLI PER CONTROLLARE CHE IL CAP DEI CLIENTI CORRISPONDA
      *  ALLA CITTA'. IL CARICAMENTO E' INCREMENTALE: LE COPPIE GIA'
      *  PRESENTI VENGONO AGGIORNATE (PROVINCIA), QUELLE NUOVE
      *  AGGIUNTE; CAP NON NUMERICI O COMUNE VUOTO VENGONO SCARTATI.
      *  IL COMUNE VA SCRITTO COME NELL'ANAGRAFE CLIENTI (MAIUSCOLO,
      *  20 CARATTERI).
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CARICACAP.
       AUTHOR.  MB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAPIN ASSIGN TO FORMATFILE-CAPIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CAPIN.

           SELECT CAPCITTA ASSIGN TO DATABASE-CAPCITTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-CAPCITTA
           FILE STATUS IS FS-CAPCITTA.

       DATA DIVISION.

       FILE SECTION.
       FD CAPIN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REC-CAPIN.
       01 REC-CAPIN.
           05 CIN-CAP          PIC X(5).
           05 CIN-CITTA        PIC X(20).
           05 CIN-PROVINCIA    PIC X(2).
           05 FILLER           PIC X(13).

      *----------------------------------------------------------------
      *  TABELLA CAP / COMUNE: CHIAVE CAP + COMUNE, COSI' UN CAP PUO'
      *  AVERE PIU' COMUNI E UN COMUNE PIU' CAP.
      *----------------------------------------------------------------
       FD CAPCITTA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REC-CAPCITTA.
       01 REC-CAPCITTA.
           05 KEY-CAPCITTA.
             07 CCT-CAP        PIC 9(5).
             07 CCT-CITTA      PIC X(20).
           05 CCT-PROVINCIA    PIC X(2).
           05 FILLER           PIC X(13).

       WORKING-STORAGE SECTION.

       01 FS-CAPIN                   PIC 9(2) VALUE ZEROES.
       01 FS-CAPCITTA                PIC 9(2) VALUE ZEROES.

       01 SW-FINE-CAPIN              PIC 9(1) VALUE ZEROES.
           88 EOF-CAPIN               VALUE 1.

       01 WS-CAMPI-CONTATORI.
           05 WS-CTR-LETTI            PIC 9(7) VALUE ZEROES.
           05 WS-CTR-INSERITI         PIC 9(7) VALUE ZEROES.
           05 WS-CTR-AGGIORNATI       PIC 9(7) VALUE ZEROES.
           05 WS-CTR-SCARTATI         PIC 9(7) VALUE ZEROES.

       PROCEDURE DIVISION.

       INIZIO.
          PERFORM OP-INIZIALI THRU OP-INIZIALI-EX.
          PERFORM LEGGI-CAPIN THRU LEGGI-CAPIN-EX.
          PERFORM CARICA-COPPIA THRU CARICA-COPPIA-EX
                  UNTIL EOF-CAPIN.
          PERFORM OP-FINALI THRU OP-FINALI-EX.
          STOP RUN.

      *----------------------------------------------------------------
      *  APRE LA TABELLA IN I-O (CREANDOLA AL PRIMO UTILIZZO, SCHEMA
      *  DI GESXREF) E IL FLUSSO IN LETTURA.
      *----------------------------------------------------------------
       OP-INIZIALI.
          OPEN INPUT CAPIN.
          IF FS-CAPIN NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE CAPIN - FS=' FS-CAPIN
             STOP RUN WITH ERROR STATUS 16.
          OPEN I-O CAPCITTA.
          IF FS-CAPCITTA NOT = '00'
             OPEN OUTPUT CAPCITTA
             CLOSE CAPCITTA
             OPEN I-O CAPCITTA.
          IF FS-CAPCITTA NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE CAPCITTA - FS=' FS-CAPCITTA
             STOP RUN WITH ERROR STATUS 16.
       OP-INIZIALI-EX.
          EXIT.

       LEGGI-CAPIN.
          READ CAPIN AT END MOVE 1 TO SW-FINE-CAPIN
               GO TO LEGGI-CAPIN-EX.
          IF FS-CAPIN NOT = '00'
             DISPLAY 'ERRORE IN LETTURA CAPIN - FS=' FS-CAPIN
             MOVE 1 TO SW-FINE-CAPIN
             GO TO LEGGI-CAPIN-EX.
          ADD 1 TO WS-CTR-LETTI.
       LEGGI-CAPIN-EX.
          EXIT.

       CARICA-COPPIA.
          IF CIN-CAP NOT NUMERIC OR CIN-CITTA = SPACES
             DISPLAY 'SCARTATO: ' REC-CAPIN
             ADD 1 TO WS-CTR-SCARTATI
             GO TO C090.
          MOVE SPACES TO REC-CAPCITTA.
          MOVE CIN-CAP       TO CCT-CAP.
          MOVE CIN-CITTA     TO CCT-CITTA.
          MOVE CIN-PROVINCIA TO CCT-PROVINCIA.
          WRITE REC-CAPCITTA.
          IF FS-CAPCITTA = '00'
             ADD 1 TO WS-CTR-INSERITI
             GO TO C090.
          IF FS-CAPCITTA = '22'
             REWRITE REC-CAPCITTA.
          IF FS-CAPCITTA NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA CAPCITTA - FS=' FS-CAPCITTA
             ADD 1 TO WS-CTR-SCARTATI
             GO TO C090.
          ADD 1 TO WS-CTR-AGGIORNATI.
       C090.
          PERFORM LEGGI-CAPIN THRU LEGGI-CAPIN-EX.
       CARICA-COPPIA-EX.
          EXIT.

       OP-FINALI.
          CLOSE CAPIN, CAPCITTA.
          DISPLAY 'RECORD LETTI:     ' WS-CTR-LETTI.
          DISPLAY 'COPPIE INSERITE:  ' WS-CTR-INSERITI.
          DISPLAY 'COPPIE AGGIORNATE:' WS-CTR-AGGIORNATI.
          DISPLAY 'RECORD SCARTATI:  ' WS-CTR-SCARTATI.
       OP-FINALI-EX.
          EXIT.
