       PROGRAM-ID. RINUMCLI.
       AUTHOR.  MB.

      *----------------------------------------------------------------
      * MODIFICHE
      * 05-09-2026 MB  LE RIGHE DI DETTAGLIO (FATRIGHE) SEGUONO LA
      *                FATTURA SPOSTATA SUL NUOVO CODICE (SCRITTE
      *                SOTTO LA NUOVA CHIAVE, POI CANCELLATE DALLA
      *                VECCHIA). FATRIGHE E' FACOLTATIVO.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
           RECORD KEY IS KEY-FFATTURE
           FILE STATUS IS FS-FATTURE.

           SELECT FATRIGHE ASSIGN TO DATABASE-FATRIGHE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-FATRIGHE
           FILE STATUS IS FS-RIGHE.

       DATA DIVISION.

       FILE SECTION.
           05 FFAT-IMP-DIVISA  PIC 9(14) COMP-3.
           05 FILLER           PIC X(8).

      *----------------------------------------------------------------
      *  RIGHE DI DETTAGLIO DELLE FATTURE (VEDI INSFATTURE).
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

       WORKING-STORAGE SECTION.

       01 FS-CLIENTI               PIC X(2) VALUE '00'.
           88 FS-FATTURE-OK            VALUE '00'.
           88 FS-FATTURE-NOTFOUND      VALUE '23'.
           88 FS-FATTURE-DUPLICATE     VALUE '22'.
       01 FS-RIGHE                 PIC X(2) VALUE '00'.
           88 FS-RIGHE-OK              VALUE '00'.
       01 SW-RIGHE-APERTO          PIC X(1) VALUE 'N'.
           88 WS-RIGHE-APERTO          VALUE 'S'.
       01 SW-FINE-RIGHE            PIC 9(1) VALUE ZEROES.
           88 EOF-RIGHE             VALUE 1.

       01 WS-COD-VECCHIO           PIC 9(6) VALUE ZEROES.
       01 WS-COD-NUOVO             PIC 9(6) VALUE ZEROES.
       01 WS-CONTATORI.
           05 WS-CTR-SPOSTATE       PIC 9(5) VALUE ZEROES.
           05 WS-CTR-CONFLITTI      PIC 9(5) VALUE ZEROES.
           05 WS-CTR-RIGHE-SPOSTATE PIC 9(7) VALUE ZEROES.

      *----------------------------------------------------------------
      *  RICONCILIAZIONE PRIMA/DOPO: CONTEGGI E TOTALI DELLE FATTURE
          PERFORM STAMPA-RICONCILIAZIONE
                  THRU STAMPA-RICONCILIAZIONE-EX.
          CLOSE CLIENTI, FFATTURE.
          IF WS-RIGHE-APERTO
             CLOSE FATRIGHE.
          DISPLAY 'RIGHE DETTAGLIO SPOSTATE: ' WS-CTR-RIGHE-SPOSTATE.
          STOP RUN.

       OP-INIZIALI.
          IF NOT FS-FATTURE-OK
             DISPLAY 'IMPOSSIBILE APRIRE FFATTURE - FS=' FS-FATTURE
             STOP RUN WITH ERROR STATUS 16.
          OPEN I-O FATRIGHE.
          IF FS-RIGHE-OK
             MOVE 'S' TO SW-RIGHE-APERTO.
       OP-INIZIALI-EX.
          EXIT.

          ELSE
             DISPLAY 'VECCHIA FATTURA NON CANCELLATA: '
                     WS-TAB-NUM-FAT(WS-TAB-IDX).
          IF WS-RIGHE-APERTO
             MOVE ZEROES TO SW-FINE-RIGHE
             PERFORM SPOSTA-UNA-RIGA THRU SPOSTA-UNA-RIGA-EX
                     UNTIL EOF-RIGHE.
       SPOSTA-UNA-FATTURA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  SPOSTA LA PRIMA RIGA RIMASTA SOTTO LA VECCHIA CHIAVE DELLA
      *  FATTURA: SI RIPOSIZIONA OGNI VOLTA, COSI' NON SI SCORRE
      *  L'INDICE MENTRE SI SCRIVE E SI CANCELLA.
      *----------------------------------------------------------------
       SPOSTA-UNA-RIGA.
          MOVE WS-COD-VECCHIO TO RIG-COD-CLI.
          MOVE WS-TAB-NUM-FAT(WS-TAB-IDX) TO RIG-NUM-FAT.
          MOVE ZEROES TO RIG-NUM-RIGA.
          START FATRIGHE KEY IS NOT LESS THAN KEY-FATRIGHE
                INVALID KEY MOVE 1 TO SW-FINE-RIGHE
                GO TO SPOSTA-UNA-RIGA-EX.
          READ FATRIGHE NEXT AT END MOVE 1 TO SW-FINE-RIGHE
               GO TO SPOSTA-UNA-RIGA-EX.
          IF NOT FS-RIGHE-OK
          OR RIG-COD-CLI NOT = WS-COD-VECCHIO
          OR RIG-NUM-FAT NOT = WS-TAB-NUM-FAT(WS-TAB-IDX)
             MOVE 1 TO SW-FINE-RIGHE
             GO TO SPOSTA-UNA-RIGA-EX.
          MOVE WS-COD-NUOVO TO RIG-COD-CLI.
          WRITE REC-FATRIGHE.
          IF NOT FS-RIGHE-OK
             DISPLAY 'ERRORE IN SCRITTURA FATRIGHE - FS=' FS-RIGHE
             MOVE 1 TO SW-FINE-RIGHE
             GO TO SPOSTA-UNA-RIGA-EX.
          MOVE WS-COD-VECCHIO TO RIG-COD-CLI.
          DELETE FATRIGHE.
          IF NOT FS-RIGHE-OK
             DISPLAY 'ERRORE IN CANCELLAZIONE FATRIGHE - FS='
                     FS-RIGHE
             MOVE 1 TO SW-FINE-RIGHE
             GO TO SPOSTA-UNA-RIGA-EX.
          ADD 1 TO WS-CTR-RIGHE-SPOSTATE.
       SPOSTA-UNA-RIGA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  CENSIMENTO DELLE FATTURE DI UN CODICE (CONTEGGIO E TOTALE
      *  DOCUMENTI), USATO PRIMA E DOPO LO SPOSTAMENTO.
