       PROGRAM-ID. APPLACC.
       AUTHOR.  MB.

      *----------------------------------------------------------------
      * MODIFICHE
      * 14-09-2026 MB  PARTITE CON IL NUMERO RATA IN CHIAVE: LA
      *                PARTITA ACCONTO E' LA RATA 00; LE RATE DELLE
      *                FATTURE RICEVONO L'ACCONTO IN ORDINE DI CHIAVE.
      * 05-10-2026 MB  OGNI APPLICAZIONE VIENE ACCODATA AI MOVIMENTI
      *                DA CONTABILIZZARE (MOVCONT, CAUSALE APAC) PER
      *                LA PRIMA NOTA CREDITI (PRIMANOTA).
      * 15-10-2026 MB  LA DATA DI LAVORO DEL RUN E' LA DATA CONTABILE
      *                (ROUTINE DATACONT, AVANZATA SOLO DAL FINE
      *                GIORNATA FINEGG DI CATENA) E NON PIU' LA DATA DI
      *                SISTEMA; AVVISO A VIDEO SE IL PROGRAMMA PARTE IN
      *                UN GIORNO NON LAVORATIVO.
      * 15-10-2026 MB  OGNI SCRITTURA SU PARTITE E' PRECEDUTA
      *                DALL'IMMAGINE PRIMA/DOPO DELLA PARTITA SUL
      *                GIORNALE PARTBIMG, COSI' IL RUN SI PUO'
      *                ANNULLARE CON IL RIPRISTINO RIPRPART.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
           RECORD KEY IS KEY-PARTITE
           FILE STATUS IS FS-PARTITE.

           SELECT OPTIONAL MOVCONT ASSIGN TO FORMATFILE-MOVCONT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-MOVCONT.

           SELECT OPTIONAL PARTBIMG ASSIGN TO FORMATFILE-PARTBIMG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PARTBIMG.

       DATA DIVISION.

       FILE SECTION.
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
      *  MOVIMENTI DA CONTABILIZZARE (VEDI PRIMANOTA): OGNI VARIAZIONE
      *  DI PARTITE CHE NON NASCE DA UN DOCUMENTO DI FFATTURE VI E'
      *  ACCODATA CON LA SUA CAUSALE E LA DATA DI REGISTRAZIONE.
      *----------------------------------------------------------------
       FD MOVCONT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REC-MOVCONT.
       01 REC-MOVCONT.
           05 MVC-DATA-REG     PIC 9(8).
           05 MVC-CAUSALE      PIC X(4).
           05 MVC-COD-CLI      PIC 9(5).
           05 MVC-NUM-FAT      PIC X(8).
           05 MVC-NUM-RATA     PIC 9(2).
           05 MVC-NUM-RIF      PIC X(8).
           05 MVC-IMPORTO      PIC 9(14) COMP-3.
           05 MVC-DATA-OPER    PIC 9(8).
           05 MVC-PROGRAMMA    PIC X(10).
           05 FILLER           PIC X(19).

      *----------------------------------------------------------------
      *  GIORNALE DELLE IMMAGINI DI PARTITE: PRIMA E DOPO DI OGNI
      *  SCRITTURA DEL RUN, PER IL RIPRISTINO CON RIPRPART.
      *----------------------------------------------------------------
       FD PARTBIMG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS REC-PARTBIMG.
           COPY FD_PartBimg.

       WORKING-STORAGE SECTION.

       01 FS-PARTITE                 PIC 9(2) VALUE ZEROES.
       01 FS-MOVCONT                 PIC 9(2) VALUE ZEROES.

       01 SW-FINE-LAVORO             PIC 9(1) VALUE ZEROES.
           88 FINE-LAVORO             VALUE 1.
           05 WS-CTR-PARTITE-PAGATE   PIC 9(5) VALUE ZEROES.
           05 WS-CTR-PARTITE-SALDATE  PIC 9(5) VALUE ZEROES.

      *----------------------------------------------------------------
      *  GIORNALE IMMAGINI PARTITE: IL RUN E' IDENTIFICATO DA
      *  PROGRAMMA, DATA CONTABILE E ORA DI INIZIO.
      *----------------------------------------------------------------
       01 FS-PARTBIMG                PIC 9(2) VALUE ZEROES.
       01 WS-BIM-ORA-RUN             PIC 9(8) VALUE ZEROES.
       01 WS-BIM-PROGR               PIC 9(7) VALUE ZEROES.

           COPY PAR_DataCont.

       PROCEDURE DIVISION.

       INIZIO.
          STOP RUN.

       OP-INIZIALI.
          MOVE 'D' TO DCP-FUNZIONE.
          MOVE 'APPLACC' TO DCP-PROGRAMMA.
          CALL 'DATACONT' USING PARAMETRI-DATACONT.
          MOVE DCP-DATA-CONTABILE TO WS-DATA-RUN.
          OPEN I-O PARTITE.
          IF FS-PARTITE NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE PARTITE - FS=' FS-PARTITE
             STOP RUN WITH ERROR STATUS 16.
      *   MOVIMENTI DA CONTABILIZZARE: SI ACCODA, IL FILE NASCE AL
      *   PRIMO UTILIZZO.
          OPEN EXTEND MOVCONT.
          IF FS-MOVCONT NOT = '00' AND FS-MOVCONT NOT = '05'
             DISPLAY 'IMPOSSIBILE APRIRE MOVCONT - FS=' FS-MOVCONT
             STOP RUN WITH ERROR STATUS 16.
      *   GIORNALE IMMAGINI PARTITE: SI ACCODA, IL FILE NASCE AL
      *   PRIMO UTILIZZO. SENZA GIORNALE IL RUN NON SAREBBE
      *   RIPRISTINABILE, QUINDI NON PARTE.
          ACCEPT WS-BIM-ORA-RUN FROM TIME.
          OPEN EXTEND PARTBIMG.
          IF FS-PARTBIMG NOT = '00' AND FS-PARTBIMG NOT = '05'
             DISPLAY 'IMPOSSIBILE APRIRE PARTBIMG - FS=' FS-PARTBIMG
             STOP RUN WITH ERROR STATUS 16.
       OP-INIZIALI-EX.
          EXIT.

          MOVE ZEROES TO WS-CREDITO-DISPONIBILE.
          MOVE WS-COD-CLI TO PAR-COD-CLI.
          MOVE '*ACCONTO' TO PAR-NUM-FAT.
          MOVE ZEROES     TO PAR-NUM-RATA.
          READ PARTITE.
          IF FS-PARTITE = '23'
             DISPLAY 'NESSUN ACCONTO PER IL CLIENTE ' WS-COD-CLI
          MOVE ZEROES TO SW-FINE-PAR.
          MOVE WS-COD-CLI TO PAR-COD-CLI.
          MOVE SPACES TO PAR-NUM-FAT.
          MOVE ZEROES TO PAR-NUM-RATA.
          START PARTITE KEY IS GREATER THAN KEY-PARTITE
                INVALID KEY MOVE 1 TO SW-FINE-PAR.
          IF NOT EOF-PAR
          IF PAR-RESIDUO = ZEROES
             MOVE 'S' TO PAR-STATO
             ADD 1 TO WS-CTR-PARTITE-SALDATE.
          PERFORM SALVA-PARTITA THRU SALVA-PARTITA-EX.
          REWRITE REC-PARTITA.
          IF FS-PARTITE NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA PARTITE - FS=' FS-PARTITE
          ADD 1 TO WS-CTR-PARTITE-PAGATE.
          MOVE WS-IMPORTO-APPLICATO TO WS-IMPORTO-ED.
          DISPLAY 'APPLICATO A ' PAR-NUM-FAT ': ' WS-IMPORTO-ED.
          PERFORM SCRIVI-MOVCONT THRU SCRIVI-MOVCONT-EX.
       H020.
          PERFORM LEGGI-PARTITA THRU LEGGI-PARTITA-EX.
       APPLICA-UNA-PARTITA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  APPLICAZIONE APPENA ESEGUITA SU MOVCONT: PARTITA DELLA
      *  FATTURA PAGATA CON L'ACCONTO DEL CLIENTE.
      *----------------------------------------------------------------
       SCRIVI-MOVCONT.
          MOVE SPACES        TO REC-MOVCONT.
          MOVE WS-DATA-RUN   TO MVC-DATA-REG MVC-DATA-OPER.
          MOVE 'APAC'        TO MVC-CAUSALE.
          MOVE PAR-COD-CLI   TO MVC-COD-CLI.
          MOVE PAR-NUM-FAT   TO MVC-NUM-FAT.
          MOVE PAR-NUM-RATA  TO MVC-NUM-RATA.
          MOVE '*ACCONTO'    TO MVC-NUM-RIF.
          MOVE WS-IMPORTO-APPLICATO TO MVC-IMPORTO.
          MOVE 'APPLACC'     TO MVC-PROGRAMMA.
          WRITE REC-MOVCONT.
          IF FS-MOVCONT NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA MOVCONT - FS=' FS-MOVCONT
                     ' ' PAR-COD-CLI ' ' PAR-NUM-FAT.
       SCRIVI-MOVCONT-EX.
          EXIT.

      *----------------------------------------------------------------
      *  RIPORTA SULLA PARTITA ACCONTO IL CREDITO APPENA APPLICATO:
      *  L'INCASSATO CRESCE DI QUANTO APPLICATO, IL RESIDUO E' IL
       AGGIORNA-ACCONTO.
          MOVE WS-COD-CLI TO PAR-COD-CLI.
          MOVE '*ACCONTO' TO PAR-NUM-FAT.
          MOVE ZEROES     TO PAR-NUM-RATA.
          READ PARTITE.
          IF FS-PARTITE NOT = '00'
             DISPLAY 'ERRORE IN RILETTURA ACCONTO - FS=' FS-PARTITE
             MOVE 'S' TO PAR-STATO
          ELSE
             MOVE 'A' TO PAR-STATO.
          PERFORM SALVA-PARTITA THRU SALVA-PARTITA-EX.
          REWRITE REC-PARTITA.
          IF FS-PARTITE NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA ACCONTO - FS=' FS-PARTITE.
          EXIT.

       OP-FINALI.
          CLOSE PARTITE, MOVCONT, PARTBIMG.
          DISPLAY 'PARTITE PAGATE CON ACCONTO: ' WS-CTR-PARTITE-PAGATE.
          DISPLAY 'PARTITE SALDATE:            '
                  WS-CTR-PARTITE-SALDATE.
          DISPLAY 'IMMAGINI PARTITE:    ' WS-BIM-PROGR
                  ' (RUN ' WS-DATA-RUN ' ' WS-BIM-ORA-RUN ')'.
       OP-FINALI-EX.
          EXIT.

      *----------------------------------------------------------------
      *  IMMAGINE DELLA PARTITA PRIMA DELLA SCRITTURA (VEDI RIPRPART),
      *  DA ESEGUIRE SUBITO PRIMA DI OGNI WRITE/REWRITE DI
      *  REC-PARTITA: SI RILEGGE LA PARTITA PER CHIAVE (SU UNA PARTITA
      *  NUOVA LA LETTURA NON TROVA NULLA), SI ACCODANO PRIMA E DOPO
      *  SU PARTBIMG E SI RIMETTE NEL RECORD LA PARTITA DA SCRIVERE.
      *  LA RILETTURA SULLA STESSA CHIAVE NON SPOSTA LE LETTURE
      *  SEQUENZIALI IN CORSO.
      *----------------------------------------------------------------
       SALVA-PARTITA.
          MOVE SPACES TO REC-PARTBIMG.
          MOVE REC-PARTITA TO BIM-DOPO.
          MOVE 'M' TO BIM-AZIONE.
          READ PARTITE.
          IF FS-PARTITE = '00'
             MOVE REC-PARTITA TO BIM-PRIMA
          ELSE
             MOVE 'N' TO BIM-AZIONE.
          MOVE BIM-DOPO TO REC-PARTITA.
          ADD 1 TO WS-BIM-PROGR.
          MOVE 'APPLACC' TO BIM-PROGRAMMA.
          MOVE WS-DATA-RUN TO BIM-DATA-RUN.
          MOVE WS-BIM-ORA-RUN TO BIM-ORA-RUN.
          MOVE WS-BIM-PROGR TO BIM-PROGR.
          MOVE DCP-DATA-SISTEMA TO BIM-DATA-SISTEMA.
          WRITE REC-PARTBIMG.
          IF FS-PARTBIMG NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA PARTBIMG - FS=' FS-PARTBIMG
                     ' ' PAR-COD-CLI ' ' PAR-NUM-FAT
             MOVE 16 TO RETURN-CODE.
       SALVA-PARTITA-EX.
          EXIT.
