       PROGRAM-ID. ESTRPART.
       AUTHOR.  MB.

      *----------------------------------------------------------------
      * MODIFICHE
      * 14-09-2026 MB  PARTITE CON IL NUMERO RATA IN CHIAVE: LE RATE
      *                DI UNA FATTURA ESCONO UNA PER RIGA CON LA
      *                PROPRIA SCADENZA.
      * 21-09-2026 MB  PARTITE CON CONTESTAZIONE APERTA (GESCONTES):
      *                STAMPATE CON STATO 'CONTEST' MA ESCLUSE DAL
      *                RESIDUO DA INCASSARE CHIESTO COL SOLLECITO.
      * 28-09-2026 MB  LE PARTITE STRALCIATE (VEDI STRALCIO) ESCONO
      *                CON STATO 'STRALC.' E RESIDUO ZERO.
      * 15-10-2026 MB  LA DATA DI LAVORO DEL RUN E' LA DATA CONTABILE
      *                (ROUTINE DATACONT, AVANZATA SOLO DAL FINE
      *                GIORNATA FINEGG DI CATENA) E NON PIU' LA DATA DI
      *                SISTEMA; AVVISO A VIDEO SE IL PROGRAMMA PARTE IN
      *                UN GIORNO NON LAVORATIVO.
      * 15-10-2026 MB  GLI ACCONTI E LE NOTE DI CREDITO RIMBORSATI AL
      *                CLIENTE (VEDI RIMBORSI) ESCONO CON STATO
      *                'RIMBORS.' E RESIDUO ZERO.
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

           SELECT ESTRATTO ASSIGN TO PRINTER-ESTRATTO
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
              88 PAR-APERTA       VALUE 'A'.
              88 PAR-SALDATA      VALUE 'S'.
              88 PAR-SALDATA-FIN  VALUE 'F'.
              88 PAR-STRALCIATA   VALUE 'X'.
              88 PAR-RIMBORSATA   VALUE 'R'.
           05 PAR-TIPO         PIC X.
              88 PAR-TIPO-FATTURA VALUE 'F' ' '.
              88 PAR-TIPO-ACCONTO VALUE 'A'.
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

       FD ESTRATTO
           LABEL RECORD IS OMITTED
       01 FS-FCLIENTI                PIC 9(2) VALUE ZEROES.
       01 FS-FATTURE                 PIC 9(2) VALUE ZEROES.
       01 FS-PARTITE                 PIC 9(2) VALUE ZEROES.
       01 FS-CONTEST                 PIC 9(2) VALUE ZEROES.
       01 SW-CONTEST-APERTO          PIC X(1) VALUE 'N'.
           88 WS-CONTEST-APERTO      VALUE 'S'.
       01 SW-CONTESTATA              PIC X(1) VALUE 'N'.
           88 WS-PARTITA-CONTESTATA  VALUE 'S'.
       01 FS-ESTRATTO                PIC 9(2) VALUE ZEROES.

       01 WS-REC-CLIENTI.
           05 WS-TC-FATTURATO        PIC S9(15) COMP-3 VALUE ZEROES.
           05 WS-TC-INCASSATO        PIC S9(15) COMP-3 VALUE ZEROES.
           05 WS-TC-RESIDUO          PIC S9(15) COMP-3 VALUE ZEROES.
           05 WS-TC-CONTESTATO       PIC S9(15) COMP-3 VALUE ZEROES.
           05 WS-TC-N-PARTITE        PIC 9(5)   VALUE ZEROES.

       01 WS-TOT-GENERALE.
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-TOT-RES-E   PIC Z(9)9,99-.

           COPY PAR_DataCont.

       PROCEDURE DIVISION.

       INIZIO.
          STOP RUN.

       OP-INIZIALI.
          MOVE 'D' TO DCP-FUNZIONE.
          MOVE 'ESTRPART' TO DCP-PROGRAMMA.
          CALL 'DATACONT' USING PARAMETRI-DATACONT.
          MOVE DCP-DATA-CONTABILE TO WS-DATA-RUN.
          OPEN INPUT FCLIENTI.
          IF FS-FCLIENTI NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE FCLIENTI - FS=' FS-FCLIENTI
          IF FS-PARTITE NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE PARTITE - FS=' FS-PARTITE
             STOP RUN WITH ERROR STATUS 16.
      *   CONTESTAZIONI FACOLTATIVE: SENZA FILE NESSUNA ESCLUSIONE.
          OPEN INPUT CONTEST.
          IF FS-CONTEST = '00'
             MOVE 'S' TO SW-CONTEST-APERTO.
          OPEN OUTPUT ESTRATTO.
          IF FS-ESTRATTO NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE IL REPORT - FS=' FS-ESTRATTO
       ELABORA.
          MOVE ZEROES TO SW-FINE-PAR.
          MOVE ZEROES TO WS-TC-FATTURATO WS-TC-INCASSATO
                         WS-TC-RESIDUO WS-TC-CONTESTATO
                         WS-TC-N-PARTITE.
          MOVE WS-FCLI-COD-CLI TO PAR-COD-CLI.
          MOVE SPACES TO PAR-NUM-FAT.
          MOVE ZEROES TO PAR-NUM-RATA.
          START PARTITE KEY IS GREATER THAN KEY-PARTITE
                INVALID KEY
                GO TO E020.
             MOVE FFAT-DATA-SCAD TO WS-D-DATA-SCAD
          ELSE
             MOVE ZEROES TO WS-D-DATA-FATT WS-D-DATA-SCAD.
      *   LA RATA DI UNA FATTURA A PIU' SCADENZE PORTA LA PROPRIA.
          IF PAR-NUM-RATA > ZEROES
             MOVE PAR-DATA-SCAD TO WS-D-DATA-SCAD.
          EVALUATE TRUE
             WHEN PAR-TIPO-ACCONTO
                MOVE 'ACC.' TO WS-D-TIPO
                MOVE 'SALDATA' TO WS-D-STATO
             WHEN PAR-SALDATA-FIN
                MOVE 'SALD.FIN' TO WS-D-STATO
             WHEN PAR-STRALCIATA
                MOVE 'STRALC.' TO WS-D-STATO
             WHEN PAR-RIMBORSATA
                MOVE 'RIMBORS.' TO WS-D-STATO
             WHEN OTHER
                MOVE 'APERTA ' TO WS-D-STATO
          END-EVALUATE.
      *   LA PARTITA IN CONTESTAZIONE NON SI SOLLECITA: ESCE MARCATA
      *   E IL SUO RESIDUO NON ENTRA NEL DA INCASSARE.
          MOVE KEY-PARTITE TO KEY-CONTEST.
          PERFORM VERIFICA-CONTESTAZIONE
                  THRU VERIFICA-CONTESTAZIONE-EX.
          IF WS-PARTITA-CONTESTATA AND PAR-TIPO-FATTURA
             MOVE 'CONTEST' TO WS-D-STATO
             ADD PAR-RESIDUO TO WS-TC-CONTESTATO.
          PERFORM STAMPA-DETTAGLIO THRU STAMPA-DETTAGLIO-EX.
      *   ACCONTI E NOTE DI CREDITO SONO CREDITI DEL CLIENTE: IL LORO
      *   RESIDUO RIDUCE IL TOTALE EFFETTIVAMENTE DA INCASSARE.
          MOVE WS-TC-RESIDUO   TO WS-TOT-RES-E.
          MOVE WS-RIGA-TOTALE TO REC-ESTRATTO.
          WRITE REC-ESTRATTO AFTER ADVANCING 2 LINES.
          IF WS-TC-CONTESTATO NOT = ZEROES
             MOVE SPACES TO WS-RIGA-TOTALE
             MOVE 'RESIDUO IN CONTESTAZIONE ESCLUSO' TO WS-TOT-LABEL
             MOVE WS-TC-CONTESTATO TO WS-TOT-RES-E
             MOVE ZEROES TO WS-TOT-FATT-E WS-TOT-INC-E
             MOVE WS-RIGA-TOTALE TO REC-ESTRATTO
             WRITE REC-ESTRATTO AFTER ADVANCING 1 LINE
             ADD 1 TO WS-STAMPA-RIGHE
             SUBTRACT WS-TC-CONTESTATO FROM WS-TC-RESIDUO.
          MOVE SPACES TO WS-RIGA-TOTALE.
          MOVE 'RESIDUO COMPLESSIVO DA INCASSARE' TO WS-TOT-LABEL.
          MOVE WS-TC-RESIDUO TO WS-TOT-RES-E.
       STAMPA-TOT-CLIENTE-EX.
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
          MOVE 'TOTALE GENERALE RESIDUO' TO WS-TOT-LABEL.
          MOVE WS-RIGA-TOTALE TO REC-ESTRATTO.
          WRITE REC-ESTRATTO AFTER ADVANCING 2 LINES.
          CLOSE FCLIENTI, FFATTURE, PARTITE, ESTRATTO.
          IF WS-CONTEST-APERTO
             CLOSE CONTEST.
          DISPLAY 'CLIENTI LETTI:     ' WS-CTR-CLI-LETTI.
          DISPLAY 'CLIENTI STAMPATI:  ' WS-CTR-CLI-STAMPATI.
          DISPLAY 'PARTITE LETTE:     ' WS-CTR-PAR-LETTE.
