      ******************************************************************
      *  GESTIONE TERMINE DI PAGAMENTO ABITUALE DEI CLIENTI:
      *  MANUTENZIONE DEL FILE CLIPAG, CHE LEGA IL CODICE CLIENTE DI
      *  FATTURAZIONE (COD-CLI A 5 CIFRE DI FCLIENTI/FFATTURE) AL
      *  CODICE DELLA TABELLA TERMINI DI PAGAMENTO (TERMPAG, VEDI
      *  GESTPAG). INSFATTURE PROPONE QUESTO TERMINE SUI NUOVI
      *  DOCUMENTI DEL CLIENTE. IL CLIENTE E' VALIDATO SU FCLIENTI
      *  (SE PRESENTE), IL TERMINE SU TERMPAG. SI LAVORA UN CLIENTE
      *  ALLA VOLTA DA TASTIERA (CODICE 0 = FINE); TERMINE A SPAZI =
      *  CANCELLAZIONE DEL LEGAME. STESSO SCHEMA DI GESSTCLI.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. GESCLIPAG.
       AUTHOR.  MB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIPAG ASSIGN TO DATABASE-CLIPAG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-CLIPAG
           FILE STATUS IS FS-CLIPAG.

           SELECT TERMPAG ASSIGN TO DATABASE-TERMPAG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-TERMPAG
           FILE STATUS IS FS-TERMPAG.

           SELECT FCLIENTI ASSIGN TO FORMATFILE-FCLIENTI
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FCLIENTI.

       DATA DIVISION.

       FILE SECTION.
      *----------------------------------------------------------------
      *  TERMINE ABITUALE: UN RECORD PER CLIENTE CON IL CODICE
      *  TERMINE DI TERMPAG.
      *----------------------------------------------------------------
       FD CLIPAG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS REC-CLIPAG.
       01 REC-CLIPAG.
           05 KEY-CLIPAG.
             07 CLP-COD-CLI    PIC 9(5).
           05 CLP-TERMINE      PIC X(8).
           05 FILLER           PIC X(7).

       FD TERMPAG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REC-TERMPAG.
       01 REC-TERMPAG.
           05 KEY-TERMPAG.
             07 TPG-CODICE     PIC X(8).
           05 TPG-DESCRIZIONE  PIC X(30).
           05 TPG-NUM-RATE     PIC 9(1).
           05 TPG-FINE-MESE    PIC X.
              88 TPG-A-FINE-MESE  VALUE 'S'.
           05 TPG-GIORNI-RATE.
             07 TPG-GIORNI     PIC 9(3) OCCURS 6.
           05 FILLER           PIC X(22).

         FD FCLIENTI
            LABEL RECORD IS STANDARD
            RECORD CONTAINS 100 CHARACTERS
            DATA RECORD IS REC-CLIENTI.
       01 REC-CLIENTI.
           05 FCLI-COD-CLI     PIC 9(5).
           05 FILLER           PIC X(95).

       WORKING-STORAGE SECTION.

       01 FS-CLIPAG                  PIC 9(2) VALUE ZEROES.
       01 FS-TERMPAG                 PIC 9(2) VALUE ZEROES.
       01 FS-FCLIENTI                PIC 9(2) VALUE ZEROES.

       01 SW-FINE-LAVORO             PIC 9(1) VALUE ZEROES.
           88 FINE-LAVORO             VALUE 1.
       01 SW-FINE-FCLI               PIC 9(1) VALUE ZEROES.
           88 EOF-FCLI                VALUE 1.
       01 SW-FCLIENTI-APERTO         PIC X(1) VALUE 'N'.
           88 WS-FCLIENTI-APERTO     VALUE 'S'.
       01 SW-CLIENTE-TROVATO         PIC X(1) VALUE 'N'.
           88 WS-CLIENTE-TROVATO     VALUE 'S'.

       01 WS-COD-CLI                 PIC 9(5) VALUE ZEROES.
       01 WS-TERMINE                 PIC X(8) VALUE SPACES.
       01 WS-CTR-AGGIORNATI          PIC 9(5) VALUE ZEROES.

       PROCEDURE DIVISION.

       INIZIO.
          PERFORM OP-INIZIALI THRU OP-INIZIALI-EX.
          PERFORM LAVORA-CLIENTE THRU LAVORA-CLIENTE-EX
                  UNTIL FINE-LAVORO.
          PERFORM OP-FINALI THRU OP-FINALI-EX.
          STOP RUN.

      *----------------------------------------------------------------
      *  APRE IL LEGAME IN I-O (CREANDOLO AL PRIMO UTILIZZO, SCHEMA
      *  DI APRI-PARTITE IN INCASSI) E LA TABELLA TERMINI IN SOLA
      *  LETTURA (SENZA TABELLA NON SI PUO' LEGARE NESSUN TERMINE);
      *  SENZA FCLIENTI IL COD-CLI NON VIENE VALIDATO (SEGNALATO).
      *----------------------------------------------------------------
       OP-INIZIALI.
          OPEN I-O CLIPAG.
          IF FS-CLIPAG NOT = '00'
             OPEN OUTPUT CLIPAG
             CLOSE CLIPAG
             OPEN I-O CLIPAG.
          IF FS-CLIPAG NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE CLIPAG - FS=' FS-CLIPAG
             STOP RUN WITH ERROR STATUS 16.
          OPEN INPUT TERMPAG.
          IF FS-TERMPAG NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE TERMPAG - FS=' FS-TERMPAG
             DISPLAY 'CARICARE PRIMA I TERMINI CON GESTPAG'
             STOP RUN WITH ERROR STATUS 16.
          OPEN INPUT FCLIENTI.
          IF FS-FCLIENTI = '00'
             MOVE 'S' TO SW-FCLIENTI-APERTO
          ELSE
             DISPLAY 'FCLIENTI ASSENTE: COD-CLI NON VALIDATO'.
       OP-INIZIALI-EX.
          EXIT.

       LAVORA-CLIENTE.
          DISPLAY 'CODICE CLIENTE (00000 = FINE): '.
          ACCEPT WS-COD-CLI.
          IF WS-COD-CLI = ZEROES
             MOVE 1 TO SW-FINE-LAVORO
             GO TO LAVORA-CLIENTE-EX.
          PERFORM VALIDA-COD-CLI THRU VALIDA-COD-CLI-EX.
          IF NOT WS-CLIENTE-TROVATO
             DISPLAY 'COD-CLI NON PRESENTE SU FCLIENTI'
             GO TO LAVORA-CLIENTE-EX.
          MOVE WS-COD-CLI TO CLP-COD-CLI.
          READ CLIPAG.
          IF FS-CLIPAG = '00'
             DISPLAY 'TERMINE ATTUALE: ' CLP-TERMINE
          ELSE
             DISPLAY 'CLIENTE SENZA TERMINE ABITUALE'.
          DISPLAY 'CODICE TERMINE (SPAZI = CANCELLA): '.
          MOVE SPACES TO WS-TERMINE.
          ACCEPT WS-TERMINE.
          IF WS-TERMINE = SPACES
             PERFORM CANCELLA-LEGAME THRU CANCELLA-LEGAME-EX
             GO TO LAVORA-CLIENTE-EX.
          MOVE WS-TERMINE TO TPG-CODICE.
          READ TERMPAG.
          IF FS-TERMPAG NOT = '00'
             DISPLAY 'TERMINE NON PRESENTE IN TABELLA TERMPAG'
             GO TO LAVORA-CLIENTE-EX.
          DISPLAY 'TERMINE: ' TPG-DESCRIZIONE.
          MOVE SPACES TO REC-CLIPAG.
          MOVE WS-COD-CLI TO CLP-COD-CLI.
          MOVE WS-TERMINE TO CLP-TERMINE.
          WRITE REC-CLIPAG.
          IF FS-CLIPAG = '22'
             REWRITE REC-CLIPAG.
          IF FS-CLIPAG NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA CLIPAG - FS=' FS-CLIPAG
             GO TO LAVORA-CLIENTE-EX.
          ADD 1 TO WS-CTR-AGGIORNATI.
          DISPLAY 'TERMINE REGISTRATO'.
       LAVORA-CLIENTE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  IL COD-CLI E' VALIDO SE COMPARE SU FCLIENTI (SCANSIONE
      *  SEQUENZIALE, RIAPERTA AD OGNI CONTROLLO, COME IN GESSTCLI);
      *  SENZA FCLIENTI OGNI CODICE NON ZERO PASSA CON LA
      *  SEGNALAZIONE DATA ALL'AVVIO.
      *----------------------------------------------------------------
       VALIDA-COD-CLI.
          IF NOT WS-FCLIENTI-APERTO
             MOVE 'S' TO SW-CLIENTE-TROVATO
             GO TO VALIDA-COD-CLI-EX.
          MOVE 'N' TO SW-CLIENTE-TROVATO.
          MOVE ZEROES TO SW-FINE-FCLI.
          CLOSE FCLIENTI.
          OPEN INPUT FCLIENTI.
          IF FS-FCLIENTI NOT = '00'
             MOVE 'N' TO SW-FCLIENTI-APERTO
             MOVE 'S' TO SW-CLIENTE-TROVATO
             GO TO VALIDA-COD-CLI-EX.
          PERFORM CERCA-CLIENTE THRU CERCA-CLIENTE-EX
                  UNTIL EOF-FCLI OR WS-CLIENTE-TROVATO.
       VALIDA-COD-CLI-EX.
          EXIT.

       CERCA-CLIENTE.
          READ FCLIENTI AT END MOVE 1 TO SW-FINE-FCLI
               GO TO CERCA-CLIENTE-EX.
          IF FS-FCLIENTI NOT = '00'
             MOVE 1 TO SW-FINE-FCLI
             GO TO CERCA-CLIENTE-EX.
          IF FCLI-COD-CLI = WS-COD-CLI
             MOVE 'S' TO SW-CLIENTE-TROVATO.
       CERCA-CLIENTE-EX.
          EXIT.

       CANCELLA-LEGAME.
          MOVE WS-COD-CLI TO CLP-COD-CLI.
          DELETE CLIPAG.
          IF FS-CLIPAG = '23'
             DISPLAY 'NESSUN TERMINE DA CANCELLARE'
             GO TO CANCELLA-LEGAME-EX.
          IF FS-CLIPAG NOT = '00'
             DISPLAY 'ERRORE IN CANCELLAZIONE - FS=' FS-CLIPAG
             GO TO CANCELLA-LEGAME-EX.
          ADD 1 TO WS-CTR-AGGIORNATI.
          DISPLAY 'TERMINE CANCELLATO'.
       CANCELLA-LEGAME-EX.
          EXIT.

       OP-FINALI.
          CLOSE CLIPAG, TERMPAG.
          IF WS-FCLIENTI-APERTO
             CLOSE FCLIENTI.
          DISPLAY 'CLIENTI AGGIORNATI: ' WS-CTR-AGGIORNATI.
       OP-FINALI-EX.
          EXIT.
