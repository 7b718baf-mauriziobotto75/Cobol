      ******************************************************************
      *  GESTIONE ANAGRAFICA FORNITORI: MANUTENZIONE DEL FILE
      *  FORNITORI (UN RECORD PER FORNITORE CON RAGIONE SOCIALE,
      *  INDIRIZZO, CAP, CITTA', PARTITA IVA E STATO), USATO DA
      *  INSFATTACQ PER VALIDARE IL FORNITORE DELLE FATTURE DI
      *  ACQUISTO E DAL REGISTRO IVA ACQUISTI (REGIVAACQ) PER LA
      *  RAGIONE SOCIALE. SI LAVORA UN FORNITORE ALLA VOLTA DA
      *  TASTIERA (CODICE 0 = FINE LAVORO); SU UN FORNITORE GIA'
      *  PRESENTE UN CAMPO LASCIATO A SPAZI RESTA INVARIATO. IL
      *  FORNITORE NON SI CANCELLA (HA DOCUMENTI A REGISTRO): SI
      *  SOSPENDE CON STATO 'S' E INSFATTACQ NON LO ACCETTA PIU' SUI
      *  DOCUMENTI NUOVI.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. GESFORN.
       AUTHOR.  MB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORNITORI ASSIGN TO DATABASE-FORNITORI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-FORNITORI
           FILE STATUS IS FS-FORNITORI.

       DATA DIVISION.

       FILE SECTION.
      *----------------------------------------------------------------
      *  ANAGRAFICA FORNITORI: STATO 'A' ATTIVO, 'S' SOSPESO (NON PIU'
      *  ACCETTATO SUI DOCUMENTI NUOVI).
      *----------------------------------------------------------------
       FD FORNITORI
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 130 CHARACTERS
           DATA RECORD IS REC-FORNITORI.
       01 REC-FORNITORI.
           05 KEY-FORNITORI.
             07 FOR-COD-FOR    PIC 9(5).
           05 FOR-RAG-SOC      PIC X(30).
           05 FOR-INDIRIZZO    PIC X(30).
           05 FOR-CAP          PIC 9(5).
           05 FOR-CITTA        PIC X(20).
           05 FOR-PIVA         PIC X(16).
           05 FOR-STATO        PIC X.
              88 FOR-ATTIVO       VALUE 'A'.
              88 FOR-SOSPESO      VALUE 'S'.
           05 FILLER           PIC X(23).

       WORKING-STORAGE SECTION.

       01 FS-FORNITORI               PIC 9(2) VALUE ZEROES.

       01 SW-FINE-LAVORO             PIC 9(1) VALUE ZEROES.
           88 FINE-LAVORO             VALUE 1.
       01 SW-FORN-NUOVO              PIC X(1) VALUE 'N'.
           88 WS-FORN-NUOVO           VALUE 'S'.

       01 WS-COD-FOR                 PIC 9(5) VALUE ZEROES.
       01 WS-RAG-SOC                 PIC X(30) VALUE SPACES.
       01 WS-INDIRIZZO               PIC X(30) VALUE SPACES.
       01 WS-CAP                     PIC X(5) VALUE SPACES.
       01 WS-CITTA                   PIC X(20) VALUE SPACES.
       01 WS-PIVA                    PIC X(16) VALUE SPACES.
       01 WS-STATO                   PIC X(1) VALUE SPACES.
       01 WS-CTR-AGGIORNATI          PIC 9(5) VALUE ZEROES.

       PROCEDURE DIVISION.

       INIZIO.
          PERFORM OP-INIZIALI THRU OP-INIZIALI-EX.
          PERFORM LAVORA-FORNITORE THRU LAVORA-FORNITORE-EX
                  UNTIL FINE-LAVORO.
          PERFORM OP-FINALI THRU OP-FINALI-EX.
          STOP RUN.

      *----------------------------------------------------------------
      *  APRE L'ANAGRAFICA FORNITORI IN I-O; AL PRIMO UTILIZZO LA
      *  CREA VUOTA E LA RIAPRE (SCHEMA DI APRI-PARTITE IN INCASSI).
      *----------------------------------------------------------------
       OP-INIZIALI.
          OPEN I-O FORNITORI.
          IF FS-FORNITORI NOT = '00'
             OPEN OUTPUT FORNITORI
             CLOSE FORNITORI
             OPEN I-O FORNITORI.
          IF FS-FORNITORI NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE FORNITORI - FS=' FS-FORNITORI
             STOP RUN WITH ERROR STATUS 16.
       OP-INIZIALI-EX.
          EXIT.

       LAVORA-FORNITORE.
          DISPLAY 'CODICE FORNITORE (00000 = FINE): '.
          ACCEPT WS-COD-FOR.
          IF WS-COD-FOR = ZEROES
             MOVE 1 TO SW-FINE-LAVORO
             GO TO LAVORA-FORNITORE-EX.
          MOVE 'N' TO SW-FORN-NUOVO.
          MOVE WS-COD-FOR TO FOR-COD-FOR.
          READ FORNITORI.
          IF FS-FORNITORI = '23'
             MOVE 'S' TO SW-FORN-NUOVO
             MOVE SPACES     TO REC-FORNITORI
             MOVE WS-COD-FOR TO FOR-COD-FOR
             MOVE ZEROES     TO FOR-CAP
             MOVE 'A'        TO FOR-STATO
             DISPLAY 'FORNITORE NUOVO IN ANAGRAFICA'
          ELSE
             IF FS-FORNITORI NOT = '00'
                DISPLAY 'ERRORE IN LETTURA FORNITORI - FS='
                        FS-FORNITORI
                GO TO LAVORA-FORNITORE-EX
             ELSE
                DISPLAY 'RAGIONE SOCIALE: ' FOR-RAG-SOC
                DISPLAY 'INDIRIZZO:       ' FOR-INDIRIZZO
                DISPLAY 'CAP E CITTA'':    ' FOR-CAP ' ' FOR-CITTA
                DISPLAY 'PARTITA IVA:     ' FOR-PIVA
                DISPLAY 'STATO:           ' FOR-STATO.
          PERFORM ACCETTA-CAMPI THRU ACCETTA-CAMPI-EX.
          IF FOR-RAG-SOC = SPACES
             DISPLAY 'RAGIONE SOCIALE OBBLIGATORIA: NON REGISTRATO'
             GO TO LAVORA-FORNITORE-EX.
          IF FOR-PIVA = SPACES
             DISPLAY 'PARTITA IVA OBBLIGATORIA: NON REGISTRATO'
             GO TO LAVORA-FORNITORE-EX.
          IF NOT FOR-ATTIVO AND NOT FOR-SOSPESO
             DISPLAY 'STATO NON AMMESSO (A/S): NON REGISTRATO'
             GO TO LAVORA-FORNITORE-EX.
          IF WS-FORN-NUOVO
             WRITE REC-FORNITORI
          ELSE
             REWRITE REC-FORNITORI.
          IF FS-FORNITORI NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA FORNITORI - FS='
                     FS-FORNITORI
             GO TO LAVORA-FORNITORE-EX.
          ADD 1 TO WS-CTR-AGGIORNATI.
          DISPLAY 'FORNITORE REGISTRATO'.
       LAVORA-FORNITORE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  ACQUISIZIONE DEI CAMPI: UN CAMPO A SPAZI LASCIA IL VALORE
      *  ATTUALE (SU UN FORNITORE NUOVO RESTA VUOTO). IL CAP DEVE
      *  ESSERE NUMERICO A 5 CIFRE.
      *----------------------------------------------------------------
       ACCETTA-CAMPI.
          DISPLAY 'RAGIONE SOCIALE (SPAZI = INVARIATA): '.
          MOVE SPACES TO WS-RAG-SOC.
          ACCEPT WS-RAG-SOC.
          IF WS-RAG-SOC NOT = SPACES
             MOVE WS-RAG-SOC TO FOR-RAG-SOC.
          DISPLAY 'INDIRIZZO (SPAZI = INVARIATO): '.
          MOVE SPACES TO WS-INDIRIZZO.
          ACCEPT WS-INDIRIZZO.
          IF WS-INDIRIZZO NOT = SPACES
             MOVE WS-INDIRIZZO TO FOR-INDIRIZZO.
          DISPLAY 'CAP (SPAZI = INVARIATO): '.
          MOVE SPACES TO WS-CAP.
          ACCEPT WS-CAP.
          IF WS-CAP NOT = SPACES
             IF WS-CAP IS NUMERIC
                MOVE WS-CAP TO FOR-CAP
             ELSE
                DISPLAY 'CAP NON NUMERICO: LASCIATO INVARIATO'.
          DISPLAY 'CITTA'' (SPAZI = INVARIATA): '.
          MOVE SPACES TO WS-CITTA.
          ACCEPT WS-CITTA.
          IF WS-CITTA NOT = SPACES
             MOVE WS-CITTA TO FOR-CITTA.
          DISPLAY 'PARTITA IVA (SPAZI = INVARIATA): '.
          MOVE SPACES TO WS-PIVA.
          ACCEPT WS-PIVA.
          IF WS-PIVA NOT = SPACES
             MOVE WS-PIVA TO FOR-PIVA.
          DISPLAY 'STATO (A=ATTIVO S=SOSPESO, SPAZI = INVARIATO): '.
          MOVE SPACES TO WS-STATO.
          ACCEPT WS-STATO.
          IF WS-STATO NOT = SPACES
             MOVE WS-STATO TO FOR-STATO.
       ACCETTA-CAMPI-EX.
          EXIT.

       OP-FINALI.
          CLOSE FORNITORI.
          DISPLAY 'FORNITORI AGGIORNATI: ' WS-CTR-AGGIORNATI.
       OP-FINALI-EX.
          EXIT.
