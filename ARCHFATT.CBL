       PROGRAM-ID. ARCHFATT.
       AUTHOR.  MB.

      *----------------------------------------------------------------
      * MODIFICHE
      * 05-09-2026 MB  LE RIGHE DI DETTAGLIO (FATRIGHE) DEL DOCUMENTO
      *                ARCHIVIATO SEGUONO LA TESTATA NELL'ARCHIVIO
      *                RIGHE FATRIGARC (STESSO TRACCIATO E STESSA
      *                CHIAVE) E VENGONO CANCELLATE DAL VIVO, COSI'
      *                L'ESTRATTO DI GESFATTURE NON LE RISTAMPA.
      * 14-09-2026 MB  PARTITE CON IL NUMERO RATA IN CHIAVE: UNA
      *                FATTURA A PIU' RATE SI ARCHIVIA SOLO CON TUTTE
      *                LE RATE SALDATE.
      * 28-09-2026 MB  LE PARTITE STRALCIATE (STATO 'X', VEDI
      *                STRALCIO) SONO CHIUSE COME LE SALDATE.
      * 15-10-2026 MB  LA DATA DI LAVORO DEL RUN E' LA DATA CONTABILE
      *                (ROUTINE DATACONT, AVANZATA SOLO DAL FINE
      *                GIORNATA FINEGG DI CATENA) E NON PIU' LA DATA DI
      *                SISTEMA; AVVISO A VIDEO SE IL PROGRAMMA PARTE IN
      *                UN GIORNO NON LAVORATIVO.
      * 15-10-2026 MB  SI ARCHIVIA SOLO UN DOCUMENTO IL CUI MESE IVA E'
      *                CHIUSO DA REGIVA (ROUTINE PERIVA); GLI ALTRI
      *                RESTANO SUL VIVO E SONO CONTATI A PARTE.
      * 15-10-2026 MB  LE PARTITE DI CREDITO RIMBORSATE AL CLIENTE
      *                (STATO 'R', VEDI RIMBORSI) SONO CHIUSE COME LE
      *                SALDATE.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ARCHIVIO.

           SELECT FATRIGHE ASSIGN TO DATABASE-FATRIGHE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-FATRIGHE
           FILE STATUS IS FS-FATRIGHE.

           SELECT FATRIGARC ASSIGN TO DATABASE-FATRIGARC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-FATRIGARC
           FILE STATUS IS FS-FATRIGARC.

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

       FD ARCHIVIO
           LABEL RECORD IS OMITTED
           DATA RECORD IS REC-ARCHIVIO.
       01 REC-ARCHIVIO         PIC X(132).

      *----------------------------------------------------------------
      *  RIGHE DI DETTAGLIO DELLE FATTURE (VEDI INSFATTURE) E LORO
      *  ARCHIVIO STORICO, STESSO TRACCIATO E STESSA CHIAVE.
      *----------------------------------------------------------------
       FD FATRIGHE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS REC-FATRIGHE.
       01 REC-FATRIGHE.
           05 KEY-FATRIGHE.
             07 RIG-COD-CLI    PIC 9(5).
             07 RIG-NUM-FAT    PIC X(8).
             07 RIG-NUM-RIGA   PIC 9(3).
           05 RIG-DESCRIZIONE  PIC X(40).
           05 RIG-QUANTITA     PIC 9(7)V99 COMP-3.
           05 RIG-PREZZO-UNIT  PIC 9(9)V99 COMP-3.
           05 RIG-SCONTO       PIC 9(2)V99.
           05 RIG-ALIQUOTA     PIC 9(2).
           05 RIG-IMPONIB      PIC 9(14) COMP-3.
           05 FILLER           PIC X(39).

       FD FATRIGARC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS REC-FATRIGARC.
       01 REC-FATRIGARC.
           05 KEY-FATRIGARC.
             07 RARC-COD-CLI   PIC 9(5).
             07 RARC-NUM-FAT   PIC X(8).
             07 RARC-NUM-RIGA  PIC 9(3).
           05 FILLER           PIC X(104).

       WORKING-STORAGE SECTION.

       01 FS-FATTURE                 PIC 9(2) VALUE ZEROES.
       01 FS-FATTARC                 PIC 9(2) VALUE ZEROES.
       01 FS-PARTITE                 PIC 9(2) VALUE ZEROES.
       01 FS-ARCHIVIO                PIC 9(2) VALUE ZEROES.
       01 FS-FATRIGHE                PIC 9(2) VALUE ZEROES.
       01 FS-FATRIGARC               PIC 9(2) VALUE ZEROES.

       01 SW-FINE-FAT                PIC 9(1) VALUE ZEROES.
           88 EOF-FAT                 VALUE 1.
       01 SW-FINE-RIGHE              PIC 9(1) VALUE ZEROES.
           88 EOF-RIGHE               VALUE 1.
       01 SW-FINE-RATE               PIC 9(1) VALUE ZEROES.
           88 EOF-RATE                VALUE 1.
       01 SW-FATRIGHE-APERTO         PIC X(1) VALUE 'N'.
           88 WS-FATRIGHE-APERTO      VALUE 'S'.

       01 WS-CAMPI-CONTATORI.
           05 WS-CTR-REC-LETTI        PIC 9(7) VALUE ZEROES.
           05 WS-CTR-REC-ARCHIVIATI   PIC 9(7) VALUE ZEROES.
           05 WS-CTR-REC-NON-SALDATI  PIC 9(7) VALUE ZEROES.
           05 WS-CTR-RIGHE-ARCHIVIATE PIC 9(7) VALUE ZEROES.
           05 WS-CTR-REC-PER-APERTO   PIC 9(7) VALUE ZEROES.

      *----------------------------------------------------------------
      *  ANNO DA ARCHIVIARE: VENGONO SPOSTATI I DOCUMENTI CON ANNO
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-ESITO     PIC X(30).

           COPY PAR_DataCont.
           COPY PAR_PerIva.

       PROCEDURE DIVISION.

       INIZIO.
          IF WS-ANNO-CHIUSO = ZEROES
             DISPLAY 'ANNO NON VALIDO'
             STOP RUN WITH ERROR STATUS 16.
          MOVE 'D' TO DCP-FUNZIONE.
          MOVE 'ARCHFATT' TO DCP-PROGRAMMA.
          CALL 'DATACONT' USING PARAMETRI-DATACONT.
          MOVE DCP-DATA-CONTABILE TO WS-DATA-RUN.
          OPEN I-O FFATTURE.
          IF FS-FATTURE NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE FFATTURE - FS=' FS-FATTURE
             STOP RUN WITH ERROR STATUS 16.
          PERFORM APRI-FFATTARC THRU APRI-FFATTARC-EX.
          PERFORM APRI-FATRIGHE THRU APRI-FATRIGHE-EX.
          OPEN INPUT PARTITE.
          IF FS-PARTITE NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE PARTITE - FS=' FS-PARTITE
       APRI-FFATTARC-EX.
          EXIT.

      *----------------------------------------------------------------
      *  RIGHE DI DETTAGLIO: SE FATRIGHE NON ESISTE NON C'E' NULLA DA
      *  SPOSTARE; ALTRIMENTI L'ARCHIVIO RIGHE SI APRE (O SI CREA)
      *  COME FFATTARC.
      *----------------------------------------------------------------
       APRI-FATRIGHE.
          OPEN I-O FATRIGHE.
          IF FS-FATRIGHE NOT = '00'
             GO TO APRI-FATRIGHE-EX.
          MOVE 'S' TO SW-FATRIGHE-APERTO.
          OPEN I-O FATRIGARC.
          IF FS-FATRIGARC NOT = '00'
             OPEN OUTPUT FATRIGARC
             CLOSE FATRIGARC
             OPEN I-O FATRIGARC.
          IF FS-FATRIGARC NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE FATRIGARC - FS=' FS-FATRIGARC
             STOP RUN WITH ERROR STATUS 16.
       APRI-FATRIGHE-EX.
          EXIT.

       LEGGI-FATTURA.
          READ FFATTURE NEXT AT END MOVE 1 TO SW-FINE-FAT
                        GO TO LEGGI-FATTURA-EX.
          MOVE FFAT-DATA-FATT TO WS-DATA-FATT-R.
          IF WS-DF-ANNO > WS-ANNO-CHIUSO
             GO TO R020.
      *   IL DOCUMENTO LASCIA IL VIVO SOLO A LIQUIDAZIONE IVA CHIUSA;
      *   SE LO STATO DEL MESE NON E' LEGGIBILE RESTA DOV'E'.
          MOVE 'V'            TO PIV-FUNZIONE.
          MOVE 'ARCHFATT'     TO PIV-PROGRAMMA.
          MOVE FFAT-DATA-FATT TO PIV-DATA.
          CALL 'PERIVA' USING PARAMETRI-PERIVA.
          IF PIV-ESITO-ERRORE
             MOVE 'STATO IVA ILLEGGIBILE: RESTA' TO WS-D-ESITO
             ADD 1 TO WS-CTR-REC-PER-APERTO
             PERFORM STAMPA-DETTAGLIO THRU STAMPA-DETTAGLIO-EX
             GO TO R020.
          IF NOT PIV-ESITO-RIFIUTO OR NOT PIV-MESE-CHIUSO
             MOVE 'IVA NON CHIUSA: RESTA SUL VIVO' TO WS-D-ESITO
             ADD 1 TO WS-CTR-REC-PER-APERTO
             PERFORM STAMPA-DETTAGLIO THRU STAMPA-DETTAGLIO-EX
             GO TO R020.
          PERFORM CONTROLLA-SALDO THRU CONTROLLA-SALDO-EX.
          IF NOT WS-DOC-SALDATO
             MOVE 'NON SALDATO: RESTA SUL VIVO' TO WS-D-ESITO

      *----------------------------------------------------------------
      *  UN DOCUMENTO E' ARCHIVIABILE SOLO SE LA SUA PARTITA ESISTE
      *  ED E' SALDATA O STRALCIATA (PER LE NOTE DI CREDITO: CREDITO
      *  INTERAMENTE COMPENSATO). SENZA PARTITA IL CREDITO E' ANCORA
      *  FUORI LEDGER E IL DOCUMENTO RESTA SUL VIVO. UNA FATTURA A
      *  PIU' RATE (NESSUNA PARTITA 00) E' SALDATA SOLO SE LO SONO
      *  TUTTE LE SUE RATE.
      *----------------------------------------------------------------
       CONTROLLA-SALDO.
          MOVE 'N' TO SW-DOC-SALDATO.
          MOVE FFAT-COD-CLI TO PAR-COD-CLI.
          MOVE FFAT-NUM-FAT TO PAR-NUM-FAT.
          MOVE ZEROES       TO PAR-NUM-RATA.
          READ PARTITE.
          IF FS-PARTITE = '23'
             PERFORM CONTROLLA-RATE THRU CONTROLLA-RATE-EX
             GO TO CONTROLLA-SALDO-EX.
          IF FS-PARTITE NOT = '00'
             GO TO CONTROLLA-SALDO-EX.
          IF PAR-SALDATA OR PAR-SALDATA-FIN OR PAR-STRALCIATA
          OR PAR-RIMBORSATA
             MOVE 'S' TO SW-DOC-SALDATO.
       CONTROLLA-SALDO-EX.
          EXIT.

       CONTROLLA-RATE.
          MOVE ZEROES TO SW-FINE-RATE.
          MOVE FFAT-COD-CLI TO PAR-COD-CLI.
          MOVE FFAT-NUM-FAT TO PAR-NUM-FAT.
          MOVE 1            TO PAR-NUM-RATA.
          START PARTITE KEY IS NOT LESS THAN KEY-PARTITE
                INVALID KEY GO TO CONTROLLA-RATE-EX.
          PERFORM ESAMINA-RATA THRU ESAMINA-RATA-EX
                  UNTIL EOF-RATE.
       CONTROLLA-RATE-EX.
          EXIT.

       ESAMINA-RATA.
          READ PARTITE NEXT AT END MOVE 1 TO SW-FINE-RATE
                       GO TO ESAMINA-RATA-EX.
          IF FS-PARTITE NOT = '00'
          OR PAR-COD-CLI NOT = FFAT-COD-CLI
          OR PAR-NUM-FAT NOT = FFAT-NUM-FAT
             MOVE 1 TO SW-FINE-RATE
             GO TO ESAMINA-RATA-EX.
          IF PAR-SALDATA OR PAR-SALDATA-FIN OR PAR-STRALCIATA
          OR PAR-RIMBORSATA
             MOVE 'S' TO SW-DOC-SALDATO
          ELSE
             MOVE 'N' TO SW-DOC-SALDATO
             MOVE 1 TO SW-FINE-RATE.
       ESAMINA-RATA-EX.
          EXIT.

       ARCHIVIA-DOCUMENTO.
          MOVE REC-FATTURE TO REC-FATTARC.
          WRITE REC-FATTARC.
                DISPLAY 'ERRORE IN SCRITTURA FFATTARC - FS='
                        FS-FATTARC
                GO TO ARCHIVIA-DOCUMENTO-EX.
          IF WS-FATRIGHE-APERTO
             PERFORM ARCHIVIA-RIGHE THRU ARCHIVIA-RIGHE-EX.
          DELETE FFATTURE.
          IF FS-FATTURE NOT = '00'
             DISPLAY 'ERRORE IN CANCELLAZIONE FFATTURE - FS='
       ARCHIVIA-DOCUMENTO-EX.
          EXIT.

      *----------------------------------------------------------------
      *  SPOSTA LE RIGHE DEL DOCUMENTO IN FATRIGARC E LE CANCELLA DAL
      *  VIVO (UNA RIGA GIA' IN ARCHIVIO DA UN RUN INTERROTTO SI
      *  CANCELLA COMUNQUE, COME LA TESTATA).
      *----------------------------------------------------------------
       ARCHIVIA-RIGHE.
          MOVE ZEROES TO SW-FINE-RIGHE.
          MOVE FFAT-COD-CLI TO RIG-COD-CLI.
          MOVE FFAT-NUM-FAT TO RIG-NUM-FAT.
          MOVE ZEROES       TO RIG-NUM-RIGA.
          START FATRIGHE KEY IS NOT LESS THAN KEY-FATRIGHE
                INVALID KEY
                GO TO ARCHIVIA-RIGHE-EX.
          PERFORM ARCHIVIA-UNA-RIGA THRU ARCHIVIA-UNA-RIGA-EX
                  UNTIL EOF-RIGHE.
       ARCHIVIA-RIGHE-EX.
          EXIT.

       ARCHIVIA-UNA-RIGA.
          READ FATRIGHE NEXT AT END MOVE 1 TO SW-FINE-RIGHE
               GO TO ARCHIVIA-UNA-RIGA-EX.
          IF FS-FATRIGHE NOT = '00'
          OR RIG-COD-CLI NOT = FFAT-COD-CLI
          OR RIG-NUM-FAT NOT = FFAT-NUM-FAT
             MOVE 1 TO SW-FINE-RIGHE
             GO TO ARCHIVIA-UNA-RIGA-EX.
          MOVE REC-FATRIGHE TO REC-FATRIGARC.
          WRITE REC-FATRIGARC.
          IF FS-FATRIGARC NOT = '00' AND FS-FATRIGARC NOT = '22'
             DISPLAY 'ERRORE IN SCRITTURA FATRIGARC - FS='
                     FS-FATRIGARC
             MOVE 1 TO SW-FINE-RIGHE
             GO TO ARCHIVIA-UNA-RIGA-EX.
          DELETE FATRIGHE.
          IF FS-FATRIGHE NOT = '00'
             DISPLAY 'ERRORE IN CANCELLAZIONE FATRIGHE - FS='
                     FS-FATRIGHE
             MOVE 1 TO SW-FINE-RIGHE
             GO TO ARCHIVIA-UNA-RIGA-EX.
          ADD 1 TO WS-CTR-RIGHE-ARCHIVIATE.
       ARCHIVIA-UNA-RIGA-EX.
          EXIT.

       STAMPA-INTESTAZIONE.
          MOVE WS-ANNO-CHIUSO TO WS-INT-ANNO.
          MOVE WS-DATA-RUN TO WS-INT-DATA.

       OP-FINALI.
          CLOSE FFATTURE, FFATTARC, PARTITE, ARCHIVIO.
          IF WS-FATRIGHE-APERTO
             CLOSE FATRIGHE, FATRIGARC.
          DISPLAY 'DOCUMENTI LETTI:       ' WS-CTR-REC-LETTI.
          DISPLAY 'DOCUMENTI ARCHIVIATI:  ' WS-CTR-REC-ARCHIVIATI.
          DISPLAY 'NON SALDATI (RESTANO): ' WS-CTR-REC-NON-SALDATI.
          DISPLAY 'RIGHE ARCHIVIATE:      ' WS-CTR-RIGHE-ARCHIVIATE.
          DISPLAY 'IVA NON CHIUSA (RESTANO): ' WS-CTR-REC-PER-APERTO.
       OP-FINALI-EX.
          EXIT.
