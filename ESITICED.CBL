      ******************************************************************
      *  ESITI DI CONSEGNA DEI CEDOLINI ELETTRONICI: CARICA SU
      *  DISTCED LE CONFERME RESTITUITE DAI CANALI E-MAIL E PORTALE
      *  (CONFCED: DOCUMENTO, ESITO C = CONSEGNATO / R = RESPINTO,
      *  DATA) E STAMPA I CEDOLINI ELETTRONICI RESPINTI O ANCORA
      *  SENZA CONFERMA DOPO IL NUMERO DI GIORNI RICHIESTO, DA
      *  RICONSEGNARE SU CARTA CON RISTCED. I GIORNI DI ATTESA SONO
      *  IN BASE COMMERCIALE 30/360 COME NELLO SCADENZARIO SCADFATT.
      *  UNA CONFERMA ANTERIORE ALL'EMISSIONE DEL DOCUMENTO (CEDOLINO
      *  RIEMESSO DOPO) NON SI APPLICA.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. ESITICED.
       AUTHOR.  MB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370-HI45.
       OBJECT-COMPUTER. IBM-370-HI45.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISTCED ASSIGN SYS044-DA-3340-I-DISTCED
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIS-DOCUMENTO
               FILE STATUS IS FS-DISTCED.
           SELECT OPTIONAL CONFCED ASSIGN SYS045-DA-3340-S
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT ELENCO ASSIGN SYS046-UR-1403-S.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      *  STATO DELLA CONSEGNA PER DOCUMENTO (STACED, RISTCED): ' ' =
      *  IN ATTESA DI CONFERMA, 'C' = CONSEGNATO, 'R' = RESPINTO,
      *  'S' = SU CARTA.
      *----------------------------------------------------------------
       FD  DISTCED,
           LABEL RECORD STANDARD,
           DATA RECORD REC-DISTCED.
       01  REC-DISTCED.
           02 DIS-DOCUMENTO.
              03 DIS-CHIAVE             PIC X(8).
              03 DIS-AA                 PIC 99.
              03 DIS-MM                 PIC 99.
           02 DIS-NOMINATIVO            PIC X(25).
           02 DIS-CANALE                PIC X.
               88 DIS-CANALE-EMAIL      VALUE 'E'.
               88 DIS-CANALE-PORTALE    VALUE 'P'.
           02 DIS-PAGINE                PIC 9(3).
           02 DIS-DATA-EMISSIONE        PIC 9(8).
           02 DIS-STATO                 PIC X.
               88 DIS-IN-ATTESA         VALUE ' '.
               88 DIS-CONSEGNATO        VALUE 'C'.
               88 DIS-RESPINTO          VALUE 'R'.
           02 DIS-DATA-ESITO            PIC 9(8).
           02 FILLER                    PIC X(12).

      *----------------------------------------------------------------
      *  CONFERME DEI CANALI DI CONSEGNA: UNA PER DOCUMENTO.
      *----------------------------------------------------------------
       FD  CONFCED,
           LABEL RECORD STANDARD,
           DATA RECORD REC-CONFCED.
       01  REC-CONFCED.
           02 CNF-DOCUMENTO             PIC X(12).
           02 CNF-ESITO                 PIC X.
               88 CNF-CONSEGNATO        VALUE 'C'.
               88 CNF-RESPINTO          VALUE 'R'.
           02 CNF-DATA                  PIC 9(8).
           02 FILLER                    PIC X(19).

       FD  ELENCO,
           LABEL RECORD OMITTED,
           DATA RECORD RIGA-ELENCO.
       01  RIGA-ELENCO                  PIC X(132).

       WORKING-STORAGE SECTION.

       01  FS-DISTCED                    PIC XX VALUE '00'.
           88 FS-DISTCED-OK              VALUE '00'.
           88 FS-DISTCED-NOTFOUND        VALUE '23'.

       01  SW-FINE-CONFCED               PIC 9  VALUE ZERO.
           88 EOF-CONFCED                VALUE 1.
       01  SW-FINE-DISTCED               PIC 9  VALUE ZERO.
           88 EOF-DISTCED                VALUE 1.

       77  WS-GIORNI-MAX                 PIC 9(3) VALUE ZERO.
       77  WS-GIORNI-ATTESA              PIC S9(5) VALUE ZERO.
       77  WS-CTR-CONFERME               PIC 9(5) VALUE ZERO.
       77  WS-CTR-APPLICATE              PIC 9(5) VALUE ZERO.
       77  WS-CTR-SCARTATE               PIC 9(5) VALUE ZERO.
       77  WS-CTR-RESPINTI               PIC 9(5) VALUE ZERO.
       77  WS-CTR-SCADUTI                PIC 9(5) VALUE ZERO.

      *----------------------------------------------------------------
      *  DATE PER I GIORNI DI ATTESA IN BASE COMMERCIALE 30/360.
      *----------------------------------------------------------------
       01  WS-DATA-OGGI                  PIC 9(8) VALUE ZERO.
       01  WS-DATA-OGGI-R REDEFINES WS-DATA-OGGI.
           02 WS-OGGI-ANNO               PIC 9(4).
           02 WS-OGGI-MESE               PIC 99.
           02 WS-OGGI-GIORNO             PIC 99.
       01  WS-DATA-EMISSIONE             PIC 9(8) VALUE ZERO.
       01  WS-DATA-EMISSIONE-R REDEFINES WS-DATA-EMISSIONE.
           02 WS-EMI-ANNO                PIC 9(4).
           02 WS-EMI-MESE                PIC 99.
           02 WS-EMI-GIORNO              PIC 99.

       01  WS-INTESTAZIONE.
           02 FILLER                    PIC X(44) VALUE
              'CEDOLINI ELETTRONICI NON CONSEGNATI - OLTRE '.
           02 INT-GIORNI                PIC ZZ9.
           02 FILLER                    PIC X(19) VALUE
              ' GIORNI - SITUAZ. A'.
           02 FILLER                    PIC X     VALUE SPACE.
           02 INT-DATA                  PIC 9(8).
           02 FILLER                    PIC X(57) VALUE SPACES.

       01  WS-TESTATA-COLONNE.
           02 FILLER                    PIC X(44) VALUE
              'DOCUMENTO     NOMINATIVO                 CAN'.
           02 FILLER                    PIC X(44) VALUE
              'ALE    EMESSO IL GIORNI  SITUAZIONE'.
           02 FILLER                    PIC X(44) VALUE SPACES.

       01  WS-RIGA-DETTAGLIO.
           02 DET-DOCUMENTO             PIC X(12).
           02 FILLER                    PIC X(2)  VALUE SPACES.
           02 DET-NOMINATIVO            PIC X(25).
           02 FILLER                    PIC X(2)  VALUE SPACES.
           02 DET-CANALE                PIC X(8).
           02 FILLER                    PIC X(2)  VALUE SPACES.
           02 DET-EMISSIONE             PIC 9(8).
           02 FILLER                    PIC X(3)  VALUE SPACES.
           02 DET-GIORNI                PIC ZZZ9.
           02 FILLER                    PIC X(3)  VALUE SPACES.
           02 DET-SITUAZIONE            PIC X(40).
           02 FILLER                    PIC X(23) VALUE SPACES.

       01  WS-RIGA-TOTALI.
           02 TOT-ETICHETTA             PIC X(40).
           02 TOT-CONTATORE             PIC ZZ.ZZ9.
           02 FILLER                    PIC X(86) VALUE SPACES.

           COPY PAR_DataCont.

       PROCEDURE DIVISION.
       INIZIO-ELABORAZIONE.
           DISPLAY 'GIORNI MASSIMI DI ATTESA DELLA CONFERMA (NNN): '.
           ACCEPT WS-GIORNI-MAX.
           IF WS-GIORNI-MAX NOT NUMERIC
               DISPLAY 'GIORNI NON NUMERICI'
               STOP RUN.
           MOVE 'D' TO DCP-FUNZIONE.
           MOVE 'ESITICED' TO DCP-PROGRAMMA.
           CALL 'DATACONT' USING PARAMETRI-DATACONT.
           MOVE DCP-DATA-CONTABILE TO WS-DATA-OGGI.
           OPEN I-O DISTCED.
           IF NOT FS-DISTCED-OK
               DISPLAY 'ARCHIVIO CONSEGNE CEDOLINI NON APRIBILE - FS='
                       FS-DISTCED
               STOP RUN.
           OPEN INPUT CONFCED.
       LEGGI-CONFCED.
           READ CONFCED AT END MOVE 1 TO SW-FINE-CONFCED.
           IF EOF-CONFCED
               GO TO FINE-CONFERME.
           ADD 1 TO WS-CTR-CONFERME.
           PERFORM APPLICA-CONFERMA THRU APPLICA-CONFERMA-EX.
           GO TO LEGGI-CONFCED.

      *----------------------------------------------------------------
      *  UNA CONFERMA SI APPLICA SOLO A UN DOCUMENTO ELETTRONICO
      *  ESISTENTE E NON ANTERIORE ALLA SUA EMISSIONE; LE ALTRE SI
      *  CONTANO COME SCARTATE.
      *----------------------------------------------------------------
       APPLICA-CONFERMA.
           IF NOT CNF-CONSEGNATO AND NOT CNF-RESPINTO
               DISPLAY 'ESITO NON VALIDO: ' CNF-DOCUMENTO ' '
                       CNF-ESITO
               ADD 1 TO WS-CTR-SCARTATE
               GO TO APPLICA-CONFERMA-EX.
           MOVE CNF-DOCUMENTO TO DIS-DOCUMENTO.
           READ DISTCED.
           IF FS-DISTCED-NOTFOUND
               DISPLAY 'DOCUMENTO NON EMESSO: ' CNF-DOCUMENTO
               ADD 1 TO WS-CTR-SCARTATE
               GO TO APPLICA-CONFERMA-EX.
           IF NOT DIS-CANALE-EMAIL AND NOT DIS-CANALE-PORTALE
               ADD 1 TO WS-CTR-SCARTATE
               GO TO APPLICA-CONFERMA-EX.
           IF CNF-DATA < DIS-DATA-EMISSIONE
               ADD 1 TO WS-CTR-SCARTATE
               GO TO APPLICA-CONFERMA-EX.
           MOVE CNF-ESITO TO DIS-STATO.
           MOVE CNF-DATA  TO DIS-DATA-ESITO.
           REWRITE REC-DISTCED.
           IF NOT FS-DISTCED-OK
               DISPLAY 'ERRORE IN AGGIORNAMENTO DISTCED - FS='
                       FS-DISTCED
               GO TO APPLICA-CONFERMA-EX.
           ADD 1 TO WS-CTR-APPLICATE.
       APPLICA-CONFERMA-EX.
           EXIT.

       FINE-CONFERME.
           CLOSE CONFCED.
           OPEN OUTPUT ELENCO.
           MOVE WS-GIORNI-MAX TO INT-GIORNI.
           MOVE WS-DATA-OGGI TO INT-DATA.
           MOVE WS-INTESTAZIONE TO RIGA-ELENCO.
           WRITE RIGA-ELENCO AFTER ADVANCING PAGE.
           MOVE WS-TESTATA-COLONNE TO RIGA-ELENCO.
           WRITE RIGA-ELENCO AFTER ADVANCING 2 LINES.
           MOVE LOW-VALUES TO DIS-DOCUMENTO.
           START DISTCED KEY IS NOT LESS THAN DIS-DOCUMENTO.
           IF NOT FS-DISTCED-OK
               GO TO FINE-ELENCO.
       LEGGI-DISTCED.
           READ DISTCED NEXT RECORD AT END MOVE 1 TO SW-FINE-DISTCED.
           IF EOF-DISTCED
               GO TO FINE-ELENCO.
           IF NOT DIS-CANALE-EMAIL AND NOT DIS-CANALE-PORTALE
               GO TO LEGGI-DISTCED.
           IF DIS-CONSEGNATO
               GO TO LEGGI-DISTCED.
           PERFORM CALCOLA-ATTESA THRU CALCOLA-ATTESA-EX.
           IF DIS-IN-ATTESA AND WS-GIORNI-ATTESA NOT > WS-GIORNI-MAX
               GO TO LEGGI-DISTCED.
           PERFORM STAMPA-DOCUMENTO THRU STAMPA-DOCUMENTO-EX.
           GO TO LEGGI-DISTCED.

      *----------------------------------------------------------------
      *  GIORNI DI ATTESA IN BASE COMMERCIALE 30/360 FRA LA DATA DI
      *  EMISSIONE DEL DOCUMENTO E LA DATA CONTABILE (COME SCADFATT).
      *----------------------------------------------------------------
       CALCOLA-ATTESA.
           MOVE DIS-DATA-EMISSIONE TO WS-DATA-EMISSIONE.
           COMPUTE WS-GIORNI-ATTESA =
                   ((WS-OGGI-ANNO - WS-EMI-ANNO) * 360)
                 + ((WS-OGGI-MESE - WS-EMI-MESE) * 30)
                 +  (WS-OGGI-GIORNO - WS-EMI-GIORNO).
           IF WS-GIORNI-ATTESA < ZERO
               MOVE ZERO TO WS-GIORNI-ATTESA.
       CALCOLA-ATTESA-EX.
           EXIT.

       STAMPA-DOCUMENTO.
           MOVE SPACES TO WS-RIGA-DETTAGLIO.
           MOVE DIS-DOCUMENTO      TO DET-DOCUMENTO.
           MOVE DIS-NOMINATIVO     TO DET-NOMINATIVO.
           IF DIS-CANALE-EMAIL
               MOVE 'E-MAIL' TO DET-CANALE
           ELSE
               MOVE 'PORTALE' TO DET-CANALE.
           MOVE DIS-DATA-EMISSIONE TO DET-EMISSIONE.
           MOVE WS-GIORNI-ATTESA   TO DET-GIORNI.
           IF DIS-RESPINTO
               MOVE 'RESPINTO - RISTAMPARE SU CARTA (RISTCED)'
                    TO DET-SITUAZIONE
               ADD 1 TO WS-CTR-RESPINTI
           ELSE
               MOVE 'NON CONFERMATO - CONSEGNARE SU CARTA'
                    TO DET-SITUAZIONE
               ADD 1 TO WS-CTR-SCADUTI.
           MOVE WS-RIGA-DETTAGLIO TO RIGA-ELENCO.
           WRITE RIGA-ELENCO AFTER ADVANCING 1 LINES.
       STAMPA-DOCUMENTO-EX.
           EXIT.

       FINE-ELENCO.
           MOVE SPACES TO WS-RIGA-TOTALI.
           MOVE 'CONFERME LETTE' TO TOT-ETICHETTA.
           MOVE WS-CTR-CONFERME TO TOT-CONTATORE.
           MOVE WS-RIGA-TOTALI TO RIGA-ELENCO.
           WRITE RIGA-ELENCO AFTER ADVANCING 3 LINES.
           MOVE 'CONFERME APPLICATE' TO TOT-ETICHETTA.
           MOVE WS-CTR-APPLICATE TO TOT-CONTATORE.
           MOVE WS-RIGA-TOTALI TO RIGA-ELENCO.
           WRITE RIGA-ELENCO AFTER ADVANCING 1 LINES.
           MOVE 'CONFERME SCARTATE' TO TOT-ETICHETTA.
           MOVE WS-CTR-SCARTATE TO TOT-CONTATORE.
           MOVE WS-RIGA-TOTALI TO RIGA-ELENCO.
           WRITE RIGA-ELENCO AFTER ADVANCING 1 LINES.
           MOVE 'CEDOLINI RESPINTI' TO TOT-ETICHETTA.
           MOVE WS-CTR-RESPINTI TO TOT-CONTATORE.
           MOVE WS-RIGA-TOTALI TO RIGA-ELENCO.
           WRITE RIGA-ELENCO AFTER ADVANCING 1 LINES.
           MOVE 'CEDOLINI SENZA CONFERMA OLTRE IL LIMITE' TO
                TOT-ETICHETTA.
           MOVE WS-CTR-SCADUTI TO TOT-CONTATORE.
           MOVE WS-RIGA-TOTALI TO RIGA-ELENCO.
           WRITE RIGA-ELENCO AFTER ADVANCING 1 LINES.
           CLOSE DISTCED, ELENCO.
           DISPLAY 'CONFERME APPLICATE:       ' WS-CTR-APPLICATE.
           DISPLAY 'CEDOLINI DA CONSEGNARE:   '
                   WS-CTR-RESPINTI ' RESPINTI, '
                   WS-CTR-SCADUTI ' SENZA CONFERMA'.
           STOP RUN.
       END PROGRAM ESITICED.
