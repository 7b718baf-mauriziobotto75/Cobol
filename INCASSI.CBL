      *                DA APPLICARE POI ALLE PARTITE APERTE CON IL
      *                NUOVO PROGRAMMA APPLACC. AGGIUNTO IL TIPO
      *                PARTITA (PAR-TIPO) SUL RECORD PARTITE.
      * 14-09-2026 MB  PARTITE CON IL NUMERO RATA IN CHIAVE: L'INCASSO
      *                DI UNA FATTURA A PIU' RATE (TERMINE DI PAGAMENTO,
      *                VEDI GESTPAG) SI RIPARTISCE SULLE RATE APERTE
      *                IN ORDINE DI SCADENZA; L'ECCEDENZA OLTRE
      *                L'ULTIMA RATA VIENE SEGNALATA COME PRIMA. LE
      *                FATTURE A SCADENZA UNICA RESTANO SULLA RATA 00.
      * 28-09-2026 MB  RECUPERI SU CREDITI STRALCIATI (STRALCIO): UN
      *                INCASSO SU PARTITA STRALCIATA (STATO 'X'), O
      *                SU FATTURA GIA' ARCHIVIATA CHE HA STRALCI, E'
      *                REGISTRATO COME RECUPERO NELLO STORICO STRALCI
      *                E SEGNALATO SU ECCEZIONI; LA PARTITA RESTA
      *                STRALCIATA.
      * 05-10-2026 MB  OGNI INCASSO REGISTRATO (SU FATTURA, IN ACCONTO
      *                O COME RECUPERO SU STRALCIO) VIENE ACCODATO AI
      *                MOVIMENTI DA CONTABILIZZARE (MOVCONT) PER LA
      *                PRIMA NOTA CREDITI (PRIMANOTA).
      * 15-10-2026 MB  LA DATA DI LAVORO DEL RUN E' LA DATA CONTABILE
      *                (ROUTINE DATACONT, AVANZATA SOLO DAL FINE
      *                GIORNATA FINEGG DI CATENA) E NON PIU' LA DATA DI
      *                SISTEMA; AVVISO A VIDEO SE IL PROGRAMMA PARTE IN
      *                UN GIORNO NON LAVORATIVO.
      * 15-10-2026 MB  OGNI SCRITTURA SU PARTITE E' PRECEDUTA
      *                DALL'IMMAGINE PRIMA/DOPO DELLA PARTITA SUL
      *                GIORNALE PARTBIMG, COSI' IL RUN SI PUO'
      *                ANNULLARE CON IL RIPRISTINO RIPRPART.
      * 15-10-2026 MB  NUOVO STATO PARTITA 'R' (RIMBORSATA, VEDI
      *                RIMBORSI): LA PARTITA ACCONTO RIMBORSATA SI
      *                RIAPRE COL PRIMO ACCONTO SUCCESSIVO, COME
      *                QUELLA SALDATA.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           RECORD KEY IS KEY-PARTITE
           FILE STATUS IS FS-PARTITE.

           SELECT STRALCI ASSIGN TO DATABASE-STRALCI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-STRALCI
           FILE STATUS IS FS-STRALCI.

           SELECT OPTIONAL MOVCONT ASSIGN TO FORMATFILE-MOVCONT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-MOVCONT.

           SELECT OPTIONAL PARTBIMG ASSIGN TO FORMATFILE-PARTBIMG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PARTBIMG.

           SELECT ECCEZIONI ASSIGN TO PRINTER-ECCEZIONI
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
      *       STRALCIATA COME INESIGIBILE (VEDI STRALCIO).
              88 PAR-STRALCIATA   VALUE 'X'.
      *       CREDITO (ACCONTO O NOTA DI CREDITO) RIMBORSATO AL
      *       CLIENTE (VEDI RIMBORSI); UN NUOVO ACCONTO LA RIAPRE.
              88 PAR-RIMBORSATA   VALUE 'R'.
      *    TIPO PARTITA: SPAZIO O 'F' = PARTITA DA FATTURA (GLI
      *    ARCHIVI GIA' CARICATI NON VANNO RICONVERTITI), 'A' =
      *    ACCONTO DEL CLIENTE IN ATTESA DI APPLICAZIONE (APPLACC),
      *    CONTRATTO DI FINANZIAMENTO CHE HA CONSOLIDATO LA PARTITA
      *    (CONSOFIN), VALORIZZATO SOLO CON STATO 'F'.
           05 PAR-RIF-CONTRATTO PIC 9(6).
           05 FILLER           PIC X(7).

      *----------------------------------------------------------------
      *  STORICO STRALCI (VEDI STRALCIO): QUI SI AGGIUNGONO I
      *  MOVIMENTI DI RECUPERO ('R') DEGLI INCASSI SU CREDITI
      *  STRALCIATI.
      *----------------------------------------------------------------
       FD STRALCI
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REC-STRALCI.
       01 REC-STRALCI.
           05 KEY-STRALCI.
             07 STR-COD-CLI    PIC 9(5).
             07 STR-NUM-FAT    PIC X(8).
             07 STR-NUM-RATA   PIC 9(2).
             07 STR-PROGR      PIC 9(3).
           05 STR-TIPO-MOV     PIC X.
              88 STR-STRALCIO     VALUE 'S'.
              88 STR-RECUPERO     VALUE 'R'.
           05 STR-DATA         PIC 9(8).
           05 STR-IMPORTO      PIC 9(14) COMP-3.
           05 STR-TIPO         PIC X.
           05 STR-IMPUTAZIONE  PIC X.
           05 STR-MOTIVO       PIC X(30).
           05 STR-APPROVATORE  PIC X(10).
           05 FILLER           PIC X(23).

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

       FD ECCEZIONI
           LABEL RECORD IS OMITTED
       01 FS-FATTURE                 PIC 9(2) VALUE ZEROES.
       01 FS-PARTITE                 PIC 9(2) VALUE ZEROES.
       01 FS-ECCEZIONI               PIC 9(2) VALUE ZEROES.
       01 FS-STRALCI                 PIC 9(2) VALUE ZEROES.
       01 FS-MOVCONT                 PIC 9(2) VALUE ZEROES.
       01 WS-DATA-RUN                PIC 9(8) VALUE ZEROES.
       01 SW-STRALCI-APERTO          PIC X(1) VALUE 'N'.
           88 WS-STRALCI-APERTO       VALUE 'S'.
       01 SW-FINE-STR                PIC 9(1) VALUE ZEROES.
           88 EOF-STR                 VALUE 1.
       01 SW-HA-STRALCI              PIC X(1) VALUE 'N'.
           88 WS-HA-STRALCI           VALUE 'S'.

      *----------------------------------------------------------------
      *  RECUPERO SU CREDITO STRALCIATO: RATA DELL'ULTIMO MOVIMENTO
      *  TROVATO SULLO STORICO E SUO PROGRESSIVO.
      *----------------------------------------------------------------
       01 WS-STR-RATA                PIC 9(2) VALUE ZEROES.
       01 WS-ULT-PROGR               PIC 9(3) VALUE ZEROES.
       01 WS-IMP-RECUPERO            PIC 9(14) VALUE ZEROES.
       01 WS-TOT-RECUPERI            PIC 9(15) VALUE ZEROES.
      *    PARTE DELL'INCASSO CORRENTE FINITA IN RECUPERI: IL RESTO
      *    VA IN PRIMA NOTA COME INCASSO SU FATTURA.
       01 WS-IMP-RECUPERATO          PIC 9(14) VALUE ZEROES.
       01 WS-IMP-MOVCONT             PIC 9(14) VALUE ZEROES.
       01 WS-CAU-MOVCONT             PIC X(4)  VALUE SPACES.

      *----------------------------------------------------------------
      *  GIORNALE IMMAGINI PARTITE: IL RUN E' IDENTIFICATO DA
      *  PROGRAMMA, DATA CONTABILE E ORA DI INIZIO.
      *----------------------------------------------------------------
       01 FS-PARTBIMG                PIC 9(2) VALUE ZEROES.
       01 WS-BIM-ORA-RUN             PIC 9(8) VALUE ZEROES.
       01 WS-BIM-PROGR               PIC 9(7) VALUE ZEROES.

       01 SW-FINE-INC                PIC 9(1) VALUE ZEROES.
           88 EOF-INC                 VALUE 1.
           88 WS-PARTITA-NUOVA        VALUE 'S'.
       01 SW-INCASSO-OK              PIC X(1) VALUE 'S'.
           88 WS-INCASSO-OK           VALUE 'S'.
       01 SW-FATTURA-A-RATE          PIC X(1) VALUE 'N'.
           88 WS-FATTURA-A-RATE       VALUE 'S'.
       01 SW-FINE-RATE               PIC 9(1) VALUE ZEROES.
           88 EOF-RATE                VALUE 1.

      *----------------------------------------------------------------
      *  RIPARTIZIONE DELL'INCASSO SULLE RATE: IMPORTO ANCORA DA
      *  APPLICARE, QUOTA DELLA RATA CORRENTE E CHIAVE DELL'ULTIMA
      *  RATA LETTA (CHE RICEVE L'EVENTUALE ECCEDENZA).
      *----------------------------------------------------------------
       01 WS-DA-APPLICARE            PIC 9(14) VALUE ZEROES.
       01 WS-QUOTA-RATA              PIC 9(14) VALUE ZEROES.
       01 WS-KEY-ULT-RATA.
           05 WS-UR-COD-CLI           PIC 9(5) VALUE ZEROES.
           05 WS-UR-NUM-FAT           PIC X(8) VALUE SPACES.
           05 WS-UR-NUM-RATA          PIC 9(2) VALUE ZEROES.

       01 WS-CAMPI-CONTATORI.
           05 WS-CTR-INC-LETTI        PIC 9(7) VALUE ZEROES.
           05 WS-CTR-INC-SEGNALATI    PIC 9(7) VALUE ZEROES.
           05 WS-CTR-PARTITE-SALDATE  PIC 9(7) VALUE ZEROES.
           05 WS-CTR-INC-ACCONTI      PIC 9(7) VALUE ZEROES.
           05 WS-CTR-INC-RECUPERI     PIC 9(7) VALUE ZEROES.

           COPY PAR_DataCont.

       PROCEDURE DIVISION.

          GOBACK.

       OP-INIZIALI.
          MOVE 'D' TO DCP-FUNZIONE.
          MOVE 'INCASSI' TO DCP-PROGRAMMA.
          CALL 'DATACONT' USING PARAMETRI-DATACONT.
          MOVE DCP-DATA-CONTABILE TO WS-DATA-RUN.
          OPEN INPUT INCASSIG.
          IF FS-INCASSIG NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE INCASSIG - FS=' FS-INCASSIG
             MOVE 16 TO RETURN-CODE
             GOBACK.
          PERFORM APRI-PARTITE THRU APRI-PARTITE-EX.
      *   SENZA STORICO STRALCI (NESSUNO STRALCIO ANCORA ESEGUITO) I
      *   RECUPERI SU PARTITE STRALCIATE SONO SOLO SEGNALATI.
          OPEN I-O STRALCI.
          IF FS-STRALCI = '00'
             MOVE 'S' TO SW-STRALCI-APERTO.
      *   MOVIMENTI DA CONTABILIZZARE: SI ACCODA, IL FILE NASCE AL
      *   PRIMO UTILIZZO (COME RUNJRNL IN GESFATTURE).
          OPEN EXTEND MOVCONT.
          IF FS-MOVCONT NOT = '00' AND FS-MOVCONT NOT = '05'
             DISPLAY 'IMPOSSIBILE APRIRE MOVCONT - FS=' FS-MOVCONT
             MOVE 16 TO RETURN-CODE
             GOBACK.
      *   GIORNALE IMMAGINI PARTITE: SI ACCODA, IL FILE NASCE AL
      *   PRIMO UTILIZZO. SENZA GIORNALE IL RUN NON SAREBBE
      *   RIPRISTINABILE, QUINDI NON PARTE.
          ACCEPT WS-BIM-ORA-RUN FROM TIME.
          OPEN EXTEND PARTBIMG.
          IF FS-PARTBIMG NOT = '00' AND FS-PARTBIMG NOT = '05'
             DISPLAY 'IMPOSSIBILE APRIRE PARTBIMG - FS=' FS-PARTBIMG
             MOVE 16 TO RETURN-CODE
             GOBACK.
          OPEN OUTPUT ECCEZIONI.
          IF FS-ECCEZIONI NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE ECCEZIONI - FS=' FS-ECCEZIONI
          EXIT.

       ELABORA.
          MOVE ZEROES TO WS-IMP-RECUPERATO.
          IF INC-NUM-FAT = SPACES
             PERFORM REGISTRA-ACCONTO THRU REGISTRA-ACCONTO-EX
             GO TO D020.
          MOVE INC-NUM-FAT TO FFAT-NUM-FAT.
          READ FFATTURE.
          IF FS-FATTURE = '23'
             PERFORM RECUPERO-ARCHIVIATA THRU RECUPERO-ARCHIVIATA-EX
             IF WS-HA-STRALCI
                ADD 1 TO WS-CTR-INC-ABBINATI
                GO TO D020
             END-IF
             MOVE 'INCASSO SENZA FATTURA CORRISPONDENTE'
                  TO ECC-MOTIVO
             PERFORM SCRIVI-ECCEZIONE THRU SCRIVI-ECCEZIONE-EX
             PERFORM SCRIVI-ECCEZIONE THRU SCRIVI-ECCEZIONE-EX
             GO TO D020.
          PERFORM AGGIORNA-PARTITA THRU AGGIORNA-PARTITA-EX.
          IF NOT WS-INCASSO-OK
             GO TO D020.
          ADD 1 TO WS-CTR-INC-ABBINATI.
          IF INC-IMPORTO > WS-IMP-RECUPERATO
             SUBTRACT WS-IMP-RECUPERATO FROM INC-IMPORTO
                      GIVING WS-IMP-MOVCONT
             MOVE 'INCF' TO WS-CAU-MOVCONT
             PERFORM SCRIVI-MOVCONT THRU SCRIVI-MOVCONT-EX.
       D020.
          PERFORM LEGGI-INCASSO THRU LEGGI-INCASSO-EX.
       ELABORA-EX.
      *  CERCA (O CREA) LA PARTITA DELLA FATTURA INCASSATA, CUMULA
      *  L'INCASSO E RICALCOLA IL RESIDUO. UN INCASSO OLTRE IL
      *  RESIDUO VIENE SEGNALATO SU ECCEZIONI E LA PARTITA RESTA
      *  SALDATA A RESIDUO ZERO. SENZA PARTITA 00 SI CERCANO LE RATE
      *  DELLA FATTURA (CARICATE DA INSFATTURE) E L'INCASSO VA
      *  RIPARTITO SU DI ESSE.
      *----------------------------------------------------------------
       AGGIORNA-PARTITA.
          MOVE 'N' TO SW-PARTITA-NUOVA.
          MOVE 'S' TO SW-INCASSO-OK.
          MOVE INC-COD-CLI TO PAR-COD-CLI.
          MOVE INC-NUM-FAT TO PAR-NUM-FAT.
          MOVE ZEROES      TO PAR-NUM-RATA.
          READ PARTITE.
          IF FS-PARTITE = '23'
             PERFORM CERCA-RATE THRU CERCA-RATE-EX
             IF WS-FATTURA-A-RATE
                PERFORM RIPARTISCI-SU-RATE THRU
                        RIPARTISCI-SU-RATE-EX
                GO TO AGGIORNA-PARTITA-EX
             END-IF
             MOVE 'S' TO SW-PARTITA-NUOVA
             MOVE SPACES          TO REC-PARTITA
             MOVE INC-COD-CLI     TO PAR-COD-CLI
             MOVE INC-NUM-FAT     TO PAR-NUM-FAT
             MOVE ZEROES          TO PAR-NUM-RATA
             MOVE FFAT-TOT-FATT   TO PAR-TOT-FATT
             MOVE ZEROES          TO PAR-INCASSATO
             MOVE FFAT-TOT-FATT   TO PAR-RESIDUO
                PERFORM SCRIVI-ECCEZIONE THRU SCRIVI-ECCEZIONE-EX
                MOVE 'N' TO SW-INCASSO-OK
                GO TO AGGIORNA-PARTITA-EX.
          IF PAR-STRALCIATA
             MOVE INC-IMPORTO TO WS-IMP-RECUPERO
             PERFORM REGISTRA-RECUPERO THRU REGISTRA-RECUPERO-EX
             GO TO AGGIORNA-PARTITA-EX.
          ADD INC-IMPORTO TO PAR-INCASSATO.
          MOVE INC-DATA-PAG TO PAR-DATA-ULT-PAG.
          IF INC-IMPORTO > PAR-RESIDUO
             ADD 1 TO WS-CTR-PARTITE-SALDATE
          ELSE
             MOVE 'A' TO PAR-STATO.
          PERFORM SALVA-PARTITA THRU SALVA-PARTITA-EX.
          IF WS-PARTITA-NUOVA
             WRITE REC-PARTITA
          ELSE
       AGGIORNA-PARTITA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  LA FATTURA HA RATE SE LA PRIMA PARTITA DOPO LA RATA 00 E'
      *  ANCORA SUA; IN QUESTO CASO LA RATA RESTA NEL RECORD.
      *----------------------------------------------------------------
       CERCA-RATE.
          MOVE 'N' TO SW-FATTURA-A-RATE.
          MOVE INC-COD-CLI TO PAR-COD-CLI.
          MOVE INC-NUM-FAT TO PAR-NUM-FAT.
          MOVE 1           TO PAR-NUM-RATA.
          START PARTITE KEY IS NOT LESS THAN KEY-PARTITE
                INVALID KEY GO TO CERCA-RATE-EX.
          READ PARTITE NEXT AT END GO TO CERCA-RATE-EX.
          IF FS-PARTITE = '00'
          AND PAR-COD-CLI = INC-COD-CLI
          AND PAR-NUM-FAT = INC-NUM-FAT
             MOVE 'S' TO SW-FATTURA-A-RATE.
       CERCA-RATE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  RIPARTISCE L'INCASSO SULLE RATE APERTE IN ORDINE DI CHIAVE
      *  (= ORDINE DI SCADENZA), PARTENDO DALLA PRIMA RATA GIA' LETTA
      *  DA CERCA-RATE. QUANTO AVANZA DOPO L'ULTIMA RATA VA SULLA
      *  RATA STESSA COME INCASSATO IN PIU' E VIENE SEGNALATO.
      *----------------------------------------------------------------
       RIPARTISCI-SU-RATE.
          MOVE INC-IMPORTO TO WS-DA-APPLICARE.
          MOVE ZEROES TO SW-FINE-RATE.
          PERFORM APPLICA-RATA THRU APPLICA-RATA-EX
                  UNTIL EOF-RATE OR NOT WS-INCASSO-OK.
          IF WS-INCASSO-OK AND WS-DA-APPLICARE > ZEROES
             PERFORM ECCEDENZA-RATE THRU ECCEDENZA-RATE-EX.
       RIPARTISCI-SU-RATE-EX.
          EXIT.

       APPLICA-RATA.
          MOVE KEY-PARTITE TO WS-KEY-ULT-RATA.
          IF NOT PAR-APERTA OR PAR-RESIDUO = ZEROES
             GO TO K020.
          IF WS-DA-APPLICARE < PAR-RESIDUO
             MOVE WS-DA-APPLICARE TO WS-QUOTA-RATA
          ELSE
             MOVE PAR-RESIDUO TO WS-QUOTA-RATA.
          ADD WS-QUOTA-RATA TO PAR-INCASSATO.
          SUBTRACT WS-QUOTA-RATA FROM PAR-RESIDUO WS-DA-APPLICARE.
          MOVE INC-DATA-PAG TO PAR-DATA-ULT-PAG.
          IF PAR-RESIDUO = ZEROES
             MOVE 'S' TO PAR-STATO
             ADD 1 TO WS-CTR-PARTITE-SALDATE.
          PERFORM SALVA-PARTITA THRU SALVA-PARTITA-EX.
          REWRITE REC-PARTITA.
          IF FS-PARTITE NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA PARTITE - FS=' FS-PARTITE
             MOVE 'ERRORE DI SCRITTURA SU PARTITE' TO ECC-MOTIVO
             PERFORM SCRIVI-ECCEZIONE THRU SCRIVI-ECCEZIONE-EX
             MOVE 'N' TO SW-INCASSO-OK
             GO TO APPLICA-RATA-EX.
          IF WS-DA-APPLICARE = ZEROES
             MOVE 1 TO SW-FINE-RATE
             GO TO APPLICA-RATA-EX.
       K020.
          READ PARTITE NEXT AT END MOVE 1 TO SW-FINE-RATE
                       GO TO APPLICA-RATA-EX.
          IF FS-PARTITE NOT = '00'
          OR PAR-COD-CLI NOT = INC-COD-CLI
          OR PAR-NUM-FAT NOT = INC-NUM-FAT
             MOVE 1 TO SW-FINE-RATE.
       APPLICA-RATA-EX.
          EXIT.

       ECCEDENZA-RATE.
          MOVE WS-KEY-ULT-RATA TO KEY-PARTITE.
          READ PARTITE.
          IF FS-PARTITE NOT = '00'
             DISPLAY 'ERRORE IN LETTURA PARTITE - FS=' FS-PARTITE
             MOVE 'ERRORE DI LETTURA SU PARTITE' TO ECC-MOTIVO
             PERFORM SCRIVI-ECCEZIONE THRU SCRIVI-ECCEZIONE-EX
             MOVE 'N' TO SW-INCASSO-OK
             GO TO ECCEDENZA-RATE-EX.
      *   L'ECCEDENZA SU UNA RATA STRALCIATA E' UN RECUPERO.
          IF PAR-STRALCIATA
             MOVE WS-DA-APPLICARE TO WS-IMP-RECUPERO
             PERFORM REGISTRA-RECUPERO THRU REGISTRA-RECUPERO-EX
             GO TO ECCEDENZA-RATE-EX.
          ADD WS-DA-APPLICARE TO PAR-INCASSATO.
          MOVE INC-DATA-PAG TO PAR-DATA-ULT-PAG.
          PERFORM SALVA-PARTITA THRU SALVA-PARTITA-EX.
          REWRITE REC-PARTITA.
          IF FS-PARTITE NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA PARTITE - FS=' FS-PARTITE
             MOVE 'ERRORE DI SCRITTURA SU PARTITE' TO ECC-MOTIVO
             PERFORM SCRIVI-ECCEZIONE THRU SCRIVI-ECCEZIONE-EX
             MOVE 'N' TO SW-INCASSO-OK
             GO TO ECCEDENZA-RATE-EX.
          MOVE 'INCASSO SUPERIORE AL RESIDUO PARTITA' TO ECC-MOTIVO.
          PERFORM SCRIVI-SEGNALAZIONE THRU SCRIVI-SEGNALAZIONE-EX.
       ECCEDENZA-RATE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  INCASSO SENZA NUMERO FATTURA: VIENE ACCUMULATO NELLA PARTITA
      *  ACCONTO DEL CLIENTE (PAR-NUM-FAT = '*ACCONTO', TIPO 'A'),
          MOVE 'N' TO SW-PARTITA-NUOVA.
          MOVE INC-COD-CLI TO PAR-COD-CLI.
          MOVE '*ACCONTO' TO PAR-NUM-FAT.
          MOVE ZEROES     TO PAR-NUM-RATA.
          READ PARTITE.
          IF FS-PARTITE = '23'
             MOVE 'S' TO SW-PARTITA-NUOVA
             MOVE SPACES          TO REC-PARTITA
             MOVE INC-COD-CLI     TO PAR-COD-CLI
             MOVE '*ACCONTO'      TO PAR-NUM-FAT
             MOVE ZEROES          TO PAR-NUM-RATA
             MOVE ZEROES          TO PAR-TOT-FATT
             MOVE ZEROES          TO PAR-INCASSATO
             MOVE ZEROES          TO PAR-RESIDUO
          ADD INC-IMPORTO TO PAR-RESIDUO.
          MOVE INC-DATA-PAG TO PAR-DATA-ULT-PAG.
          MOVE 'A' TO PAR-STATO.
          PERFORM SALVA-PARTITA THRU SALVA-PARTITA-EX.
          IF WS-PARTITA-NUOVA
             WRITE REC-PARTITA
          ELSE
             GO TO REGISTRA-ACCONTO-EX.
          ADD 1 TO WS-CTR-INC-ACCONTI.
          ADD 1 TO WS-CTR-INC-ABBINATI.
          MOVE INC-IMPORTO TO WS-IMP-MOVCONT.
          MOVE 'INCA' TO WS-CAU-MOVCONT.
          PERFORM SCRIVI-MOVCONT THRU SCRIVI-MOVCONT-EX.
       REGISTRA-ACCONTO-EX.
          EXIT.

      *----------------------------------------------------------------
      *  INCASSO SU PARTITA STRALCIATA: SI CUMULA NELL'INCASSATO (IL
      *  RESIDUO RESTA A ZERO E LA PARTITA STRALCIATA), SI REGISTRA
      *  IL RECUPERO SULLO STORICO STRALCI E SI SEGNALA.
      *----------------------------------------------------------------
       REGISTRA-RECUPERO.
          ADD WS-IMP-RECUPERO TO PAR-INCASSATO.
          MOVE INC-DATA-PAG TO PAR-DATA-ULT-PAG.
          PERFORM SALVA-PARTITA THRU SALVA-PARTITA-EX.
          REWRITE REC-PARTITA.
          IF FS-PARTITE NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA PARTITE - FS=' FS-PARTITE
             MOVE 'ERRORE DI SCRITTURA SU PARTITE' TO ECC-MOTIVO
             PERFORM SCRIVI-ECCEZIONE THRU SCRIVI-ECCEZIONE-EX
             MOVE 'N' TO SW-INCASSO-OK
             GO TO REGISTRA-RECUPERO-EX.
          MOVE PAR-NUM-RATA TO WS-STR-RATA.
          PERFORM CERCA-STRALCI THRU CERCA-STRALCI-EX.
          PERFORM SCRIVI-RECUPERO THRU SCRIVI-RECUPERO-EX.
          MOVE 'RECUPERO SU PARTITA STRALCIATA' TO ECC-MOTIVO.
          PERFORM SCRIVI-SEGNALAZIONE THRU SCRIVI-SEGNALAZIONE-EX.
       REGISTRA-RECUPERO-EX.
          EXIT.

      *----------------------------------------------------------------
      *  INCASSO SU FATTURA NON PIU' IN FFATTURE: SE LO STORICO
      *  STRALCI HA MOVIMENTI DELLA FATTURA (ARCHIVIATA DA ARCHFATT
      *  DOPO LO STRALCIO) E' UN RECUPERO, REGISTRATO SULLA RATA
      *  DELL'ULTIMO MOVIMENTO; ALTRIMENTI RESTA UN'ECCEZIONE.
      *----------------------------------------------------------------
       RECUPERO-ARCHIVIATA.
          MOVE INC-IMPORTO TO WS-IMP-RECUPERO.
          MOVE 99 TO WS-STR-RATA.
          PERFORM CERCA-STRALCI THRU CERCA-STRALCI-EX.
          IF NOT WS-HA-STRALCI
             GO TO RECUPERO-ARCHIVIATA-EX.
      *   LA PARTITA SOPRAVVIVE ALL'ARCHIVIAZIONE DELLA FATTURA: SE
      *   C'E' ANCORA IL RECUPERO SI CUMULA ANCHE SU DI ESSA.
          MOVE INC-COD-CLI TO PAR-COD-CLI.
          MOVE INC-NUM-FAT TO PAR-NUM-FAT.
          MOVE WS-STR-RATA TO PAR-NUM-RATA.
          READ PARTITE.
          IF FS-PARTITE = '00' AND PAR-STRALCIATA
             PERFORM REGISTRA-RECUPERO THRU REGISTRA-RECUPERO-EX
             GO TO RECUPERO-ARCHIVIATA-EX.
          PERFORM SCRIVI-RECUPERO THRU SCRIVI-RECUPERO-EX.
          MOVE 'RECUPERO SU STRALCIO GIA ARCHIVIATO' TO ECC-MOTIVO.
          PERFORM SCRIVI-SEGNALAZIONE THRU SCRIVI-SEGNALAZIONE-EX.
       RECUPERO-ARCHIVIATA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  SCORRE I MOVIMENTI DELLO STORICO STRALCI DELLA FATTURA
      *  INCASSATA. CON WS-STR-RATA = 99 SI TIENE L'ULTIMO MOVIMENTO
      *  DI QUALSIASI RATA (E LA SUA RATA), ALTRIMENTI L'ULTIMO DELLA
      *  RATA INDICATA.
      *----------------------------------------------------------------
       CERCA-STRALCI.
          MOVE 'N' TO SW-HA-STRALCI.
          MOVE ZEROES TO WS-ULT-PROGR.
          IF NOT WS-STRALCI-APERTO
             GO TO CERCA-STRALCI-EX.
          MOVE ZEROES TO SW-FINE-STR.
          MOVE INC-COD-CLI TO STR-COD-CLI.
          MOVE INC-NUM-FAT TO STR-NUM-FAT.
          MOVE ZEROES      TO STR-NUM-RATA STR-PROGR.
          START STRALCI KEY IS NOT LESS THAN KEY-STRALCI
                INVALID KEY GO TO CERCA-STRALCI-EX.
          PERFORM LEGGI-STRALCIO THRU LEGGI-STRALCIO-EX
                  UNTIL EOF-STR.
       CERCA-STRALCI-EX.
          EXIT.

       LEGGI-STRALCIO.
          READ STRALCI NEXT AT END MOVE 1 TO SW-FINE-STR
                       GO TO LEGGI-STRALCIO-EX.
          IF FS-STRALCI NOT = '00'
          OR STR-COD-CLI NOT = INC-COD-CLI
          OR STR-NUM-FAT NOT = INC-NUM-FAT
             MOVE 1 TO SW-FINE-STR
             GO TO LEGGI-STRALCIO-EX.
          IF WS-STR-RATA = 99
             MOVE 'S' TO SW-HA-STRALCI
             MOVE STR-PROGR TO WS-ULT-PROGR
             MOVE STR-NUM-RATA TO WS-STR-RATA
             GO TO LEGGI-STRALCIO-EX.
          IF STR-NUM-RATA = WS-STR-RATA
             MOVE 'S' TO SW-HA-STRALCI
             MOVE STR-PROGR TO WS-ULT-PROGR.
       LEGGI-STRALCIO-EX.
          EXIT.

       SCRIVI-RECUPERO.
          ADD 1 TO WS-CTR-INC-RECUPERI.
          ADD WS-IMP-RECUPERO TO WS-TOT-RECUPERI.
          ADD WS-IMP-RECUPERO TO WS-IMP-RECUPERATO.
          MOVE WS-IMP-RECUPERO TO WS-IMP-MOVCONT.
          MOVE 'RECS' TO WS-CAU-MOVCONT.
          PERFORM SCRIVI-MOVCONT THRU SCRIVI-MOVCONT-EX.
          IF NOT WS-STRALCI-APERTO
             GO TO SCRIVI-RECUPERO-EX.
          MOVE SPACES       TO REC-STRALCI.
          MOVE INC-COD-CLI  TO STR-COD-CLI.
          MOVE INC-NUM-FAT  TO STR-NUM-FAT.
          MOVE WS-STR-RATA  TO STR-NUM-RATA.
          ADD 1 WS-ULT-PROGR GIVING STR-PROGR.
          MOVE 'R'          TO STR-TIPO-MOV.
          MOVE INC-DATA-PAG TO STR-DATA.
          MOVE WS-IMP-RECUPERO TO STR-IMPORTO.
          MOVE 'RECUPERO DA INCASSO' TO STR-MOTIVO.
          WRITE REC-STRALCI.
          IF FS-STRALCI NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA STRALCI - FS=' FS-STRALCI
                     ' ' INC-COD-CLI ' ' INC-NUM-FAT
             MOVE 16 TO RETURN-CODE.
       SCRIVI-RECUPERO-EX.
          EXIT.

      *----------------------------------------------------------------
      *  ACCODA A MOVCONT IL MOVIMENTO DELL'INCASSO CORRENTE CON LA
      *  CAUSALE GIA' IMPOSTATA: INCF INCASSO SU FATTURA, INCA
      *  INCASSO IN ACCONTO, RECS RECUPERO SU CREDITO STRALCIATO.
      *----------------------------------------------------------------
       SCRIVI-MOVCONT.
          MOVE SPACES         TO REC-MOVCONT.
          MOVE WS-DATA-RUN    TO MVC-DATA-REG.
          MOVE WS-CAU-MOVCONT TO MVC-CAUSALE.
          MOVE INC-COD-CLI    TO MVC-COD-CLI.
          MOVE INC-NUM-FAT    TO MVC-NUM-FAT.
          MOVE ZEROES         TO MVC-NUM-RATA.
          MOVE SPACES         TO MVC-NUM-RIF.
          MOVE WS-IMP-MOVCONT TO MVC-IMPORTO.
          MOVE INC-DATA-PAG   TO MVC-DATA-OPER.
          MOVE 'INCASSI'      TO MVC-PROGRAMMA.
          WRITE REC-MOVCONT.
          IF FS-MOVCONT NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA MOVCONT - FS=' FS-MOVCONT
                     ' ' INC-COD-CLI ' ' INC-NUM-FAT
             MOVE 16 TO RETURN-CODE.
       SCRIVI-MOVCONT-EX.
          EXIT.

       SCRIVI-ECCEZIONE.
          MOVE INC-COD-CLI TO ECC-COD-CLI.
          MOVE INC-NUM-FAT TO ECC-NUM-FAT.
          EXIT.

       OP-FINALI.
          CLOSE INCASSIG, FFATTURE, PARTITE, ECCEZIONI, MOVCONT,
                PARTBIMG.
          IF WS-STRALCI-APERTO
             CLOSE STRALCI.
          DISPLAY 'INCASSI LETTI:    ' WS-CTR-INC-LETTI.
          DISPLAY 'INCASSI ABBINATI: ' WS-CTR-INC-ABBINATI.
          DISPLAY 'INCASSI SCARTATI: ' WS-CTR-INC-SCARTATI.
          DISPLAY 'INCASSI SEGNALATI:' WS-CTR-INC-SEGNALATI.
          DISPLAY 'PARTITE SALDATE:  ' WS-CTR-PARTITE-SALDATE.
          DISPLAY 'INCASSI IN ACCONTO:' WS-CTR-INC-ACCONTI.
          DISPLAY 'RECUPERI SU STRALCI:' WS-CTR-INC-RECUPERI
                  ' PER ' WS-TOT-RECUPERI.
          DISPLAY 'IMMAGINI PARTITE: ' WS-BIM-PROGR
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
          MOVE 'INCASSI' TO BIM-PROGRAMMA.
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
