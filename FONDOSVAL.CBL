       PROGRAM-ID. FONDOSVAL.
       AUTHOR.  MB.

      *----------------------------------------------------------------
      * MODIFICHE
      * 14-09-2026 MB  PARTITE CON IL NUMERO RATA IN CHIAVE: OGNI
      *                RATA SI VALUTA PER FASCIA SULLA PROPRIA
      *                SCADENZA.
      * 21-09-2026 MB  LE PARTITE CON CONTESTAZIONE APERTA (GESCONTES)
      *                ESCONO DALLE FASCE: IL LORO RESIDUO E' STAMPATO
      *                A PARTE, DA VALUTARE CASO PER CASO.
      * 15-10-2026 MB  LA DATA DI LAVORO DEL RUN E' LA DATA CONTABILE
      *                (ROUTINE DATACONT, AVANZATA SOLO DAL FINE
      *                GIORNATA FINEGG DI CATENA) E NON PIU' LA DATA DI
      *                SISTEMA; AVVISO A VIDEO SE IL PROGRAMMA PARTE IN
      *                UN GIORNO NON LAVORATIVO.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
           RECORD KEY IS KEY-PARTITE
           FILE STATUS IS FS-PARTITE.

           SELECT CONTEST ASSIGN TO DATABASE-CONTEST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-CONTEST
           FILE STATUS IS FS-CONTEST.

           SELECT FONDO ASSIGN TO PRINTER-FONDO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           05 KEY-PARTITE.
             07 PAR-COD-CLI   PIC 9(5).
             07 PAR-NUM-FAT   PIC X(8).
      *      RATA: 00 = PARTITA UNICA DEL DOCUMENTO, 01-06 = RATE
      *      DEL TERMINE DI PAGAMENTO (VEDI GESTPAG E INSFATTURE).
             07 PAR-NUM-RATA  PIC 9(2).
           05 PAR-TOT-FATT     PIC 9(14) COMP-3.
           05 PAR-INCASSATO    PIC 9(14) COMP-3.
           05 PAR-RESIDUO      PIC 9(14) COMP-3.
      *    CONTRATTO DI FINANZIAMENTO CHE HA CONSOLIDATO LA PARTITA
      *    (CONSOFIN), VALORIZZATO SOLO CON STATO 'F'.
           05 PAR-RIF-CONTRATTO PIC 9(6).
           05 FILLER           PIC X(7).

      *----------------------------------------------------------------
      *  CONTESTAZIONI SULLE PARTITE (GESCONTES): STESSA CHIAVE DI
      *  PARTITE. UNA PARTITA CON CONTESTAZIONE APERTA E' ESCLUSA.
      *----------------------------------------------------------------
       FD CONTEST
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS REC-CONTEST.
       01 REC-CONTEST.
           05 KEY-CONTEST.
             07 CTS-COD-CLI    PIC 9(5).
             07 CTS-NUM-FAT    PIC X(8).
             07 CTS-NUM-RATA   PIC 9(2).
           05 CTS-CAUSALE      PIC X(4).
           05 CTS-DATA-APERTURA PIC 9(8).
           05 CTS-INCARICATO   PIC X(10).
           05 CTS-IMPORTO      PIC 9(14) COMP-3.
           05 CTS-STATO        PIC X.
              88 CTS-APERTA       VALUE 'A'.
           05 CTS-DATA-CHIUSURA PIC 9(8).
           05 CTS-ESITO        PIC X.
           05 CTS-NOTE         PIC X(40).
           05 FILLER           PIC X(25).

       FD FONDO
           LABEL RECORD IS OMITTED

       01 FS-CLIENTI                 PIC 9(2) VALUE ZEROES.
       01 FS-PARTITE                 PIC 9(2) VALUE ZEROES.
       01 FS-CONTEST                 PIC 9(2) VALUE ZEROES.
       01 SW-CONTEST-APERTO          PIC X(1) VALUE 'N'.
           88 WS-CONTEST-APERTO      VALUE 'S'.
       01 SW-CONTESTATA              PIC X(1) VALUE 'N'.
           88 WS-PARTITA-CONTESTATA  VALUE 'S'.
       01 FS-FONDO                   PIC 9(2) VALUE ZEROES.

       01 SW-FINE-CLI                PIC 9(1) VALUE ZEROES.
           05 WS-CTR-CONTI-SVALUTATI  PIC 9(7) VALUE ZEROES.
           05 WS-CTR-PAR-LETTE        PIC 9(7) VALUE ZEROES.
           05 WS-CTR-PAR-SVALUTATE    PIC 9(7) VALUE ZEROES.
           05 WS-CTR-PAR-CONTESTATE   PIC 9(7) VALUE ZEROES.

      *----------------------------------------------------------------
      *  PERCENTUALI DI SVALUTAZIONE PER FASCIA, CHIESTE ALL'AVVIO
       01 WS-SVAL-PARTITA            PIC S9(15)   COMP-3 VALUE ZEROES.
       01 WS-TOT-RETAIL              PIC S9(11)V99 COMP-3 VALUE ZEROES.
       01 WS-TOT-PARTITE             PIC S9(15)   COMP-3 VALUE ZEROES.
       01 WS-TOT-CONTESTATO          PIC S9(15)   COMP-3 VALUE ZEROES.
       01 WS-TOT-COMPLESSIVO         PIC S9(13)V99 COMP-3 VALUE ZEROES.
       01 WS-PERC-APPLICATA          PIC 9(3) VALUE ZEROES.

           05 FILLER         PIC X(4)  VALUE SPACES.
           05 WS-TOT-FONDO-E PIC Z(9)9,99.

           COPY PAR_DataCont.

       PROCEDURE DIVISION.

       INIZIO.
          ACCEPT WS-PERC-90.
          DISPLAY 'PERCENTUALE FASCIA 120GG (00-99): '.
          ACCEPT WS-PERC-120.
          MOVE 'D' TO DCP-FUNZIONE.
          MOVE 'FONDOSVAL' TO DCP-PROGRAMMA.
          CALL 'DATACONT' USING PARAMETRI-DATACONT.
          MOVE DCP-DATA-CONTABILE TO WS-DATA-RIF.
          OPEN INPUT FILE-CLIENTI.
          IF FS-CLIENTI NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE FILE-CLIENTI - FS='
          IF FS-PARTITE NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE PARTITE - FS=' FS-PARTITE
             STOP RUN WITH ERROR STATUS 16.
      *   CONTESTAZIONI FACOLTATIVE: SENZA FILE NESSUNA ESCLUSIONE.
          OPEN INPUT CONTEST.
          IF FS-CONTEST = '00'
             MOVE 'S' TO SW-CONTEST-APERTO.
          OPEN OUTPUT FONDO.
          IF FS-FONDO NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE IL REPORT - FS=' FS-FONDO
          ADD 4 TO WS-STAMPA-RIGHE.
          MOVE ZEROES TO PAR-COD-CLI.
          MOVE SPACES TO PAR-NUM-FAT.
          MOVE ZEROES TO PAR-NUM-RATA.
          START PARTITE KEY IS GREATER THAN KEY-PARTITE
                INVALID KEY MOVE 1 TO SW-FINE-PAR.
          IF NOT EOF-PAR
      *  SEZIONE PARTITE: LA FASCIA DIPENDE DAI GIORNI DI RITARDO
      *  DELLA PARTITA APERTA SULLA SCADENZA (BASE 30/360); SI
      *  SVALUTA IL RESIDUO. ACCONTI E NOTE DI CREDITO SONO CREDITI
      *  DEL CLIENTE E NON SI SVALUTANO. LE PARTITE IN CONTESTAZIONE
      *  NON HANNO UN RITARDO SIGNIFICATIVO: SI ACCUMULANO A PARTE.
      *----------------------------------------------------------------
       ELABORA-PARTITE.
          IF NOT PAR-TIPO-FATTURA
          OR PAR-DATA-SCAD = ZEROES
          OR PAR-DATA-SCAD >= WS-DATA-RIF
             GO TO T020.
          MOVE KEY-PARTITE TO KEY-CONTEST.
          PERFORM VERIFICA-CONTESTAZIONE
                  THRU VERIFICA-CONTESTAZIONE-EX.
          IF WS-PARTITA-CONTESTATA
             ADD PAR-RESIDUO TO WS-TOT-CONTESTATO
             ADD 1 TO WS-CTR-PAR-CONTESTATE
             GO TO T020.
          MOVE PAR-DATA-SCAD TO WS-DATA-SCAD-R.
          COMPUTE WS-GIORNI-RITARDO =
                  ((WS-RIF-ANNO - WS-SCAD-ANNO) * 360)
       STAMPA-INTESTAZIONE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  LA PARTITA E' CONTESTATA SE HA UNA CONTESTAZIONE APERTA IN
      *  CONTEST (CHIAVE GIA' IMPOSTATA IN KEY-CONTEST).
      *----------------------------------------------------------------
       VERIFICA-CONTESTAZIONE.
          MOVE 'N' TO SW-CONTESTATA.
          IF NOT WS-CONTEST-APERTO
             GO TO VERIFICA-CONTESTAZIONE-EX.
          READ CONTEST.
          IF FS-CONTEST = '00' AND CTS-APERTA
             MOVE 'S' TO SW-CONTESTATA.
       VERIFICA-CONTESTAZIONE-EX.
          EXIT.

       OP-FINALI.
          MOVE SPACES TO WS-RIGA-TOTALE.
          MOVE 'TOTALE FONDO SEZIONE PARTITE' TO WS-TOT-LABEL.
          MOVE WS-TOT-PARTITE TO WS-TOT-FONDO-E.
          MOVE WS-RIGA-TOTALE TO REC-FONDO.
          WRITE REC-FONDO AFTER ADVANCING 2 LINES.
          IF WS-TOT-CONTESTATO NOT = ZEROES
             MOVE SPACES TO WS-RIGA-TOTALE
             MOVE 'RESIDUO IN CONTESTAZIONE (NON SVALUTATO)'
                  TO WS-TOT-LABEL
             MOVE WS-TOT-CONTESTATO TO WS-TOT-FONDO-E
             MOVE WS-RIGA-TOTALE TO REC-FONDO
             WRITE REC-FONDO AFTER ADVANCING 1 LINE.
          MOVE SPACES TO WS-RIGA-TOTALE.
          MOVE 'TOTALE FONDO SVALUTAZIONE (PER SCRITTURA)'
               TO WS-TOT-LABEL.
          MOVE WS-RIGA-TOTALE TO REC-FONDO.
          WRITE REC-FONDO AFTER ADVANCING 1 LINE.
          CLOSE FILE-CLIENTI, PARTITE, FONDO.
          IF WS-CONTEST-APERTO
             CLOSE CONTEST.
          DISPLAY 'CONTI LETTI:        ' WS-CTR-CONTI-LETTI.
          DISPLAY 'CONTI SVALUTATI:    ' WS-CTR-CONTI-SVALUTATI.
          DISPLAY 'PARTITE LETTE:      ' WS-CTR-PAR-LETTE.
          DISPLAY 'PARTITE SVALUTATE:  ' WS-CTR-PAR-SVALUTATE.
          DISPLAY 'PARTITE CONTESTATE: ' WS-CTR-PAR-CONTESTATE.
       OP-FINALI-EX.
          EXIT.
