       PROGRAM-ID. SCADFATT.
       AUTHOR.  MB.

      *----------------------------------------------------------------
      * MODIFICHE
      * 14-09-2026 MB  FATTURE A RATE (TERMINE DI PAGAMENTO, VEDI
      *                INSFATTURE): SE IL DOCUMENTO HA RATE IN PARTITE
      *                OGNI RATA NON SALDATA VA IN FASCIA PER LA SUA
      *                SCADENZA E PER IL SUO RESIDUO, CON IL NUMERO
      *                RATA DOPO IL NUMERO FATTURA. SENZA PARTITE O
      *                SENZA RATE RESTA IL DOCUMENTO INTERO.
      * 21-09-2026 MB  LE SCADENZE CON CONTESTAZIONE APERTA (CONTEST,
      *                VEDI GESCONTES) ESCONO DALLE FASCE: IN CODA
      *                NUMERO E IMPORTO DELLE ESCLUSE.
      * 28-09-2026 MB  I DOCUMENTI A SCADENZA UNICA CON PARTITA
      *                STRALCIATA (VEDI STRALCIO) NON SONO PIU'
      *                CREDITI E NON SI ELENCANO.
      * 15-10-2026 MB  LA DATA DI RIFERIMENTO A ZERO VALE LA DATA
      *                CONTABILE (ROUTINE DATACONT) E NON PIU' LA DATA
      *                DI SISTEMA. UNA SCADENZA CHE CADE DI SABATO, DI
      *                DOMENICA O IN UN FESTIVO DEL CALENDARIO CALFEST
      *                SLITTA AL PRIMO GIORNO LAVORATIVO SUCCESSIVO:
      *                CON QUESTA SCADENZA EFFETTIVA SI DECIDE SE E'
      *                SCADUTA, SI CALCOLA IL RITARDO E SI STAMPA.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
           RECORD KEY IS KEY-FFATTURE
           FILE STATUS IS FS-FATTURE.

           SELECT PARTITE ASSIGN TO DATABASE-PARTITE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-PARTITE
           FILE STATUS IS FS-PARTITE.

           SELECT CONTEST ASSIGN TO DATABASE-CONTEST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-CONTEST
           FILE STATUS IS FS-CONTEST.

           SELECT SCADENZE ASSIGN TO PRINTER-SCADENZE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           05 FFAT-IMP-DIVISA  PIC 9(14) COMP-3.
           05 FILLER           PIC X(8).

      *----------------------------------------------------------------
      *  PARTITE: SERVONO SOLO LE RATE 01-06 DELLE FATTURE A RATE.
      *----------------------------------------------------------------
         FD PARTITE
            LABEL RECORD IS STANDARD
            RECORD CONTAINS 70 CHARACTERS
            DATA RECORD IS REC-PARTITA.
       01 REC-PARTITA.
           05 KEY-PARTITE.
             07 PAR-COD-CLI   PIC 9(5).
             07 PAR-NUM-FAT   PIC X(8).
             07 PAR-NUM-RATA  PIC 9(2).
           05 PAR-TOT-FATT     PIC 9(14) COMP-3.
           05 PAR-INCASSATO    PIC 9(14) COMP-3.
           05 PAR-RESIDUO      PIC 9(14) COMP-3.
           05 PAR-DATA-SCAD    PIC 9(8).
           05 PAR-DATA-ULT-PAG PIC 9(8).
           05 PAR-STATO        PIC X.
              88 PAR-STRALCIATA   VALUE 'X'.
           05 PAR-TIPO         PIC X.
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

       FD SCADENZE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS

       01 FS-FATTURE                 PIC 9(2) VALUE ZEROES.
       01 FS-SCADENZE                PIC 9(2) VALUE ZEROES.
       01 FS-PARTITE                 PIC 9(2) VALUE ZEROES.
       01 FS-CONTEST                 PIC 9(2) VALUE ZEROES.
       01 SW-CONTEST-APERTO          PIC X(1) VALUE 'N'.
           88 WS-CONTEST-APERTO      VALUE 'S'.
       01 SW-CONTESTATA              PIC X(1) VALUE 'N'.
           88 WS-PARTITA-CONTESTATA  VALUE 'S'.

       01 SW-FINE-FAT                PIC 9(1) VALUE ZEROES.
           88 EOF-FAT                 VALUE 1.
       01 SW-FINE-RATE               PIC 9(1) VALUE ZEROES.
           88 EOF-RATE                VALUE 1.
       01 SW-PARTITE-APERTO          PIC X(1) VALUE 'N'.
           88 WS-PARTITE-APERTO      VALUE 'S'.
       01 SW-FATTURA-A-RATE          PIC X(1) VALUE 'N'.
           88 WS-FATTURA-A-RATE      VALUE 'S'.
       01 SW-DOC-STRALCIATO          PIC X(1) VALUE 'N'.
           88 WS-DOC-STRALCIATO      VALUE 'S'.

      *----------------------------------------------------------------
      *  SCADENZA IN ESAME: IL DOCUMENTO INTERO (RATA 00) OPPURE UNA
      *  SUA RATA CON IL RESIDUO ANCORA DA INCASSARE. LA DATA E'
      *  QUELLA EFFETTIVA, SPOSTATA AL PRIMO GIORNO LAVORATIVO.
      *----------------------------------------------------------------
       01 WS-SCAD-CORR               PIC 9(8)  VALUE ZEROES.
       01 WS-IMP-SCAD                PIC 9(14) VALUE ZEROES.
       01 WS-RATA-CORR               PIC 9(2)  VALUE ZEROES.

       01 WS-CAMPI-CONTATORI.
           05 WS-CTR-REC-LETTI        PIC 9(7) VALUE ZEROES.
           05 WS-CTR-REC-SCADUTI      PIC 9(7) VALUE ZEROES.
           05 WS-CTR-CONTESTATE       PIC 9(7) VALUE ZEROES.
       01 WS-TOT-CONTESTATO          PIC 9(15) VALUE ZEROES.
       01 WS-ED-CONTESTATO           PIC Z(14)9.
       01 WS-ED-N-CONTESTATE         PIC Z(6)9.

      *----------------------------------------------------------------
      *  DATA DI RIFERIMENTO DELLO SCADENZARIO: SE L'OPERATORE LASCIA
      *  ZERO VIENE USATA LA DATA CONTABILE.
      *----------------------------------------------------------------
       01 WS-DATA-RIF                PIC 9(8) VALUE ZEROES.
       01 WS-DATA-RIF-R REDEFINES WS-DATA-RIF.

       01 WS-INT-2.
           05 FILLER     PIC X(2)  VALUE SPACES.
           05 FILLER     PIC X(8)  VALUE 'COD.CLI'.
           05 FILLER     PIC X(13) VALUE 'NUM.FATT/RT'.
           05 FILLER     PIC X(10) VALUE 'DATA FAT.'.
           05 FILLER     PIC X(12) VALUE 'DATA SCAD.'.
           05 FILLER     PIC X(14) VALUE 'FINO A 30GG'.
       01 WS-DET-STAMPA.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-COD-CLI   PIC 9(5).
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 WS-D-NUM-FAT   PIC X(8).
           05 WS-D-RATA.
              07 WS-D-RATA-BARRA PIC X(1).
              07 WS-D-NUM-RATA   PIC 9(2).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-DATA-FATT PIC 9(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-TOT-F120-E  PIC Z(9)9,99-.

           COPY PAR_DataCont.

       PROCEDURE DIVISION.

       INIZIO.
          DISPLAY 'DATA DI RIFERIMENTO (AAAAMMGG, 0 = OGGI): '.
          ACCEPT WS-DATA-RIF.
          IF WS-DATA-RIF = ZEROES
             MOVE 'D' TO DCP-FUNZIONE
             MOVE 'SCADFATT' TO DCP-PROGRAMMA
             CALL 'DATACONT' USING PARAMETRI-DATACONT
             MOVE DCP-DATA-CONTABILE TO WS-DATA-RIF.
          OPEN INPUT FFATTURE.
          IF FS-FATTURE NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE FFATTURE - FS=' FS-FATTURE
             DISPLAY 'IMPOSSIBILE APRIRE IL REPORT - FS=' FS-SCADENZE
             MOVE 16 TO RETURN-CODE
             GOBACK.
          OPEN INPUT PARTITE.
          IF FS-PARTITE = '00'
             MOVE 'S' TO SW-PARTITE-APERTO.
      *   CONTESTAZIONI FACOLTATIVE: SENZA FILE NESSUNA ESCLUSIONE.
          OPEN INPUT CONTEST.
          IF FS-CONTEST = '00'
             MOVE 'S' TO SW-CONTEST-APERTO.
          MOVE ZEROES TO FFAT-COD-CLI.
          MOVE SPACES TO FFAT-NUM-FAT.
          START FFATTURE KEY IS GREATER THAN KEY-FFATTURE
       ELABORA.
          IF FFAT-DOC-NOTA-CRED
             GO TO C020.
          PERFORM CERCA-RATE THRU CERCA-RATE-EX.
          IF WS-FATTURA-A-RATE
             PERFORM ELABORA-RATA THRU ELABORA-RATA-EX
                     UNTIL EOF-RATE
             GO TO C020.
          IF FFAT-DATA-SCAD = ZEROES
             GO TO C020.
          MOVE FFAT-DATA-SCAD TO WS-SCAD-CORR.
          PERFORM SCADENZA-UTILE THRU SCADENZA-UTILE-EX.
          IF WS-SCAD-CORR >= WS-DATA-RIF
             GO TO C020.
          PERFORM VERIFICA-STRALCIO THRU VERIFICA-STRALCIO-EX.
          IF WS-DOC-STRALCIATO
             GO TO C020.
          MOVE FFAT-TOT-FATT  TO WS-IMP-SCAD.
          MOVE ZEROES         TO WS-RATA-CORR.
          PERFORM STAMPA-SCADENZA THRU STAMPA-SCADENZA-EX.
       C020.
          PERFORM LETTURA-IND THRU LETTURA-IND-EX.
       ELABORA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  PRIMA RATA DEL DOCUMENTO IN PARTITE (RATA 01): SE C'E' IL
      *  DOCUMENTO E' A RATE E LA RATA LETTA E' LA PRIMA DA ESAMINARE.
      *----------------------------------------------------------------
       CERCA-RATE.
          MOVE 'N' TO SW-FATTURA-A-RATE.
          IF NOT WS-PARTITE-APERTO
             GO TO CERCA-RATE-EX.
          MOVE FFAT-COD-CLI TO PAR-COD-CLI.
          MOVE FFAT-NUM-FAT TO PAR-NUM-FAT.
          MOVE 1 TO PAR-NUM-RATA.
          START PARTITE KEY IS NOT LESS THAN KEY-PARTITE
                INVALID KEY GO TO CERCA-RATE-EX.
          READ PARTITE NEXT AT END GO TO CERCA-RATE-EX.
          IF FS-PARTITE NOT = '00'
          OR PAR-COD-CLI NOT = FFAT-COD-CLI
          OR PAR-NUM-FAT NOT = FFAT-NUM-FAT
             GO TO CERCA-RATE-EX.
          MOVE 'S' TO SW-FATTURA-A-RATE.
          MOVE ZEROES TO SW-FINE-RATE.
       CERCA-RATE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  RATA SCADUTA CON RESIDUO: IN FASCIA PER LA SUA SCADENZA.
      *  POI LETTURA DELLA RATA SUCCESSIVA DELLO STESSO DOCUMENTO.
      *----------------------------------------------------------------
       ELABORA-RATA.
          IF PAR-RESIDUO = ZEROES
          OR PAR-DATA-SCAD = ZEROES
             GO TO E020.
          MOVE PAR-DATA-SCAD TO WS-SCAD-CORR.
          PERFORM SCADENZA-UTILE THRU SCADENZA-UTILE-EX.
          IF WS-SCAD-CORR >= WS-DATA-RIF
             GO TO E020.
          MOVE PAR-RESIDUO   TO WS-IMP-SCAD.
          MOVE PAR-NUM-RATA  TO WS-RATA-CORR.
          PERFORM STAMPA-SCADENZA THRU STAMPA-SCADENZA-EX.
       E020.
          READ PARTITE NEXT AT END MOVE 1 TO SW-FINE-RATE
                        GO TO ELABORA-RATA-EX.
          IF FS-PARTITE NOT = '00'
          OR PAR-COD-CLI NOT = FFAT-COD-CLI
          OR PAR-NUM-FAT NOT = FFAT-NUM-FAT
             MOVE 1 TO SW-FINE-RATE.
       ELABORA-RATA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  SCADENZA EFFETTIVA: LA SCADENZA IN ESAME CHE CADE IN UN
      *  GIORNO NON LAVORATIVO SLITTA AL PRIMO GIORNO LAVORATIVO
      *  SUCCESSIVO (ROUTINE DATACONT, CALENDARIO CALFEST).
      *----------------------------------------------------------------
       SCADENZA-UTILE.
          MOVE 'L' TO DCP-FUNZIONE.
          MOVE 'SCADFATT' TO DCP-PROGRAMMA.
          MOVE WS-SCAD-CORR TO DCP-DATA-IN.
          CALL 'DATACONT' USING PARAMETRI-DATACONT.
          IF NOT DCP-ESITO-ERRORE
             MOVE DCP-DATA-OUT TO WS-SCAD-CORR.
       SCADENZA-UTILE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  DOCUMENTO A SCADENZA UNICA: E' STRALCIATO SE LA SUA PARTITA
      *  00 E' CHIUSA PER STRALCIO. LE RATE STRALCIATE HANNO RESIDUO
      *  ZERO E SONO GIA' SALTATE DA ELABORA-RATA.
      *----------------------------------------------------------------
       VERIFICA-STRALCIO.
          MOVE 'N' TO SW-DOC-STRALCIATO.
          IF NOT WS-PARTITE-APERTO
             GO TO VERIFICA-STRALCIO-EX.
          MOVE FFAT-COD-CLI TO PAR-COD-CLI.
          MOVE FFAT-NUM-FAT TO PAR-NUM-FAT.
          MOVE ZEROES       TO PAR-NUM-RATA.
          READ PARTITE.
          IF FS-PARTITE = '00' AND PAR-STRALCIATA
             MOVE 'S' TO SW-DOC-STRALCIATO.
       VERIFICA-STRALCIO-EX.
          EXIT.

       STAMPA-SCADENZA.
      *   LA SCADENZA IN CONTESTAZIONE NON VA IN FASCIA.
          MOVE FFAT-COD-CLI TO CTS-COD-CLI.
          MOVE FFAT-NUM-FAT TO CTS-NUM-FAT.
          MOVE WS-RATA-CORR TO CTS-NUM-RATA.
          PERFORM VERIFICA-CONTESTAZIONE
                  THRU VERIFICA-CONTESTAZIONE-EX.
          IF WS-PARTITA-CONTESTATA
             ADD 1 TO WS-CTR-CONTESTATE
             ADD WS-IMP-SCAD TO WS-TOT-CONTESTATO
             GO TO STAMPA-SCADENZA-EX.
          IF WS-E-IL-PRIMO-CLIENTE
             MOVE FFAT-COD-CLI TO WS-CLIENTE-CORRENTE
             MOVE 'N' TO SW-PRIMO-CLIENTE
          PERFORM CALCOLA-RITARDO THRU CALCOLA-RITARDO-EX.
          PERFORM STAMPA-DETTAGLIO THRU STAMPA-DETTAGLIO-EX.
          ADD 1 TO WS-CTR-REC-SCADUTI.
       STAMPA-SCADENZA-EX.
          EXIT.

       LETTURA-IND.
      *  LA FASCIA 30/60/90/120.
      *----------------------------------------------------------------
       CALCOLA-RITARDO.
          MOVE WS-SCAD-CORR TO WS-DATA-SCAD-R.
          COMPUTE WS-GIORNI-RITARDO =
                  ((WS-RIF-ANNO - WS-SCAD-ANNO) * 360)
                + ((WS-RIF-MESE - WS-SCAD-MESE) * 30)
          MOVE FFAT-COD-CLI   TO WS-D-COD-CLI.
          MOVE FFAT-NUM-FAT   TO WS-D-NUM-FAT.
          MOVE FFAT-DATA-FATT TO WS-D-DATA-FATT.
          MOVE WS-SCAD-CORR   TO WS-D-DATA-SCAD.
          MOVE SPACES TO WS-D-RATA.
          IF WS-RATA-CORR NOT = ZEROES
             MOVE '/'          TO WS-D-RATA-BARRA
             MOVE WS-RATA-CORR TO WS-D-NUM-RATA.
      *   PER I DOCUMENTI IN DIVISA ESTERA SI AFFIANCA L'IMPORTO
      *   ORIGINARIO; LE FASCE RESTANO IN EURO AL CAMBIO DOCUMENTATO.
      *   L'IMPORTO IN DIVISA E' DEL DOCUMENTO, NON DELLA RATA.
          IF FFAT-DOC-IN-EURO OR WS-RATA-CORR NOT = ZEROES
             MOVE SPACES TO WS-D-DIVISA
             MOVE ZEROES TO WS-D-IMP-DIV
          ELSE
             MOVE FFAT-IMP-DIVISA TO WS-D-IMP-DIV.
          EVALUATE TRUE
             WHEN WS-GIORNI-RITARDO <= 30
                MOVE WS-IMP-SCAD TO WS-D-FASCIA-30
                ADD WS-IMP-SCAD TO WS-TC-FASCIA-30 WS-TG-FASCIA-30
             WHEN WS-GIORNI-RITARDO <= 60
                MOVE WS-IMP-SCAD TO WS-D-FASCIA-60
                ADD WS-IMP-SCAD TO WS-TC-FASCIA-60 WS-TG-FASCIA-60
             WHEN WS-GIORNI-RITARDO <= 90
                MOVE WS-IMP-SCAD TO WS-D-FASCIA-90
                ADD WS-IMP-SCAD TO WS-TC-FASCIA-90 WS-TG-FASCIA-90
             WHEN OTHER
                MOVE WS-IMP-SCAD TO WS-D-FASCIA-120
                ADD WS-IMP-SCAD TO WS-TC-FASCIA-120 WS-TG-FASCIA-120
          END-EVALUATE.
          MOVE WS-DET-STAMPA TO REC-SCADENZE.
          WRITE REC-SCADENZE AFTER ADVANCING 1 LINE.
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
          IF NOT WS-E-IL-PRIMO-CLIENTE
             PERFORM STAMPA-TOT-CLIENTE THRU STAMPA-TOT-CLIENTE-EX.
          MOVE WS-TG-FASCIA-120 TO WS-TOT-F120-E.
          MOVE WS-RIGA-TOTALE TO REC-SCADENZE.
          WRITE REC-SCADENZE AFTER ADVANCING 2 LINES.
          IF WS-CTR-CONTESTATE > ZEROES
             MOVE WS-CTR-CONTESTATE TO WS-ED-N-CONTESTATE
             MOVE WS-TOT-CONTESTATO TO WS-ED-CONTESTATO
             MOVE SPACES TO REC-SCADENZE
             STRING '  ESCLUSE PER CONTESTAZIONE APERTA: '
                    WS-ED-N-CONTESTATE ' SCADENZE, IMPORTO '
                    WS-ED-CONTESTATO DELIMITED BY SIZE
                    INTO REC-SCADENZE
             WRITE REC-SCADENZE AFTER ADVANCING 2 LINES.
          DISPLAY 'FATTURE LETTE:   ' WS-CTR-REC-LETTI.
          DISPLAY 'SCADENZE SCADUTE:' WS-CTR-REC-SCADUTI.
          DISPLAY 'SCADENZE CONTESTATE ESCLUSE:' WS-CTR-CONTESTATE.
          CLOSE FFATTURE, SCADENZE.
          IF WS-PARTITE-APERTO
             CLOSE PARTITE.
          IF WS-CONTEST-APERTO
             CLOSE CONTEST.
       OP-FINALI-EX.
          EXIT.
