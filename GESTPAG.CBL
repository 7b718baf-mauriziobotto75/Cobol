      ******************************************************************
      *  GESTIONE TABELLA TERMINI DI PAGAMENTO: MANUTENZIONE DEL FILE
      *  TERMPAG (UN RECORD PER CODICE TERMINE, ES. RD = RIMESSA
      *  DIRETTA, 30DF = 30 GG DATA FATTURA, 60DFFM = 60 GG DATA
      *  FATTURA FINE MESE, 306090 = TRE RATE A 30/60/90 GG). OGNI
      *  TERMINE HA DA 1 A 6 RATE, CIASCUNA CON I GIORNI DALLA DATA
      *  FATTURA, E L'INDICATORE FINE MESE CHE PORTA OGNI SCADENZA
      *  ALL'ULTIMO GIORNO DEL SUO MESE. INSFATTURE CALCOLA DAL
      *  TERMINE LE SCADENZE DEL DOCUMENTO (LA PRIMA VA SU
      *  FFAT-DATA-SCAD) E, CON PIU' RATE, CARICA UNA PARTITA PER
      *  RATA. IL TERMINE ABITUALE DEL CLIENTE SI TIENE IN CLIPAG
      *  (GESCLIPAG). SI LAVORA UN CODICE ALLA VOLTA DA TASTIERA
      *  (SPAZI = FINE), COME GESCODIVA.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. GESTPAG.
       AUTHOR.  MB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERMPAG ASSIGN TO DATABASE-TERMPAG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-TERMPAG
           FILE STATUS IS FS-TERMPAG.

       DATA DIVISION.

       FILE SECTION.
      *----------------------------------------------------------------
      *  TABELLA TERMINI DI PAGAMENTO: GIORNI DELLE RATE CRESCENTI,
      *  LE POSIZIONI OLTRE IL NUMERO RATE RESTANO A ZERO.
      *----------------------------------------------------------------
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

       WORKING-STORAGE SECTION.

       01 FS-TERMPAG                 PIC 9(2) VALUE ZEROES.

       01 SW-FINE-LAVORO             PIC 9(1) VALUE ZEROES.
           88 FINE-LAVORO             VALUE 1.
       01 SW-COD-NUOVO               PIC X(1) VALUE 'N'.
           88 WS-COD-NUOVO            VALUE 'S'.
       01 SW-COD-VALIDO              PIC X(1) VALUE 'S'.
           88 WS-COD-VALIDO           VALUE 'S'.

       01 WS-CODICE                  PIC X(8) VALUE SPACES.
       01 WS-DESCRIZIONE             PIC X(30) VALUE SPACES.
       01 WS-NUM-RATE                PIC X(1) VALUE SPACES.
       01 WS-FINE-MESE               PIC X(1) VALUE SPACES.
       01 WS-GIORNI                  PIC X(3) VALUE SPACES.
       01 WS-IND-RATA                PIC 9(1) VALUE ZEROES.
       01 WS-CTR-AGGIORNATI          PIC 9(5) VALUE ZEROES.

       PROCEDURE DIVISION.

       INIZIO.
          PERFORM OP-INIZIALI THRU OP-INIZIALI-EX.
          PERFORM LAVORA-CODICE THRU LAVORA-CODICE-EX
                  UNTIL FINE-LAVORO.
          PERFORM OP-FINALI THRU OP-FINALI-EX.
          STOP RUN.

      *----------------------------------------------------------------
      *  APRE LA TABELLA IN I-O; AL PRIMO UTILIZZO LA CREA VUOTA E
      *  LA RIAPRE (SCHEMA DI APRI-PARTITE IN INCASSI).
      *----------------------------------------------------------------
       OP-INIZIALI.
          OPEN I-O TERMPAG.
          IF FS-TERMPAG NOT = '00'
             OPEN OUTPUT TERMPAG
             CLOSE TERMPAG
             OPEN I-O TERMPAG.
          IF FS-TERMPAG NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE TERMPAG - FS=' FS-TERMPAG
             STOP RUN WITH ERROR STATUS 16.
       OP-INIZIALI-EX.
          EXIT.

       LAVORA-CODICE.
          DISPLAY 'CODICE TERMINE (SPAZI = FINE): '.
          MOVE SPACES TO WS-CODICE.
          ACCEPT WS-CODICE.
          IF WS-CODICE = SPACES
             MOVE 1 TO SW-FINE-LAVORO
             GO TO LAVORA-CODICE-EX.
          MOVE 'N' TO SW-COD-NUOVO.
          MOVE WS-CODICE TO TPG-CODICE.
          READ TERMPAG.
          IF FS-TERMPAG = '23'
             MOVE 'S' TO SW-COD-NUOVO
             MOVE SPACES    TO REC-TERMPAG
             MOVE WS-CODICE TO TPG-CODICE
             MOVE 1         TO TPG-NUM-RATE
             MOVE 'N'       TO TPG-FINE-MESE
             MOVE ZEROES    TO TPG-GIORNI-RATE
             DISPLAY 'CODICE NUOVO IN TABELLA'
          ELSE
             IF FS-TERMPAG NOT = '00'
                DISPLAY 'ERRORE IN LETTURA TERMPAG - FS=' FS-TERMPAG
                GO TO LAVORA-CODICE-EX
             ELSE
                DISPLAY 'DESCRIZIONE:   ' TPG-DESCRIZIONE
                DISPLAY 'NUMERO RATE:   ' TPG-NUM-RATE
                DISPLAY 'FINE MESE:     ' TPG-FINE-MESE
                PERFORM MOSTRA-RATA THRU MOSTRA-RATA-EX
                        VARYING WS-IND-RATA FROM 1 BY 1
                        UNTIL WS-IND-RATA > TPG-NUM-RATE
                           OR WS-IND-RATA > 6.
          PERFORM ACCETTA-CAMPI THRU ACCETTA-CAMPI-EX.
          PERFORM CONTROLLA-TERMINE THRU CONTROLLA-TERMINE-EX.
          IF NOT WS-COD-VALIDO
             DISPLAY 'TERMINE NON REGISTRATO'
             GO TO LAVORA-CODICE-EX.
          IF WS-COD-NUOVO
             WRITE REC-TERMPAG
          ELSE
             REWRITE REC-TERMPAG.
          IF FS-TERMPAG NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA TERMPAG - FS=' FS-TERMPAG
             GO TO LAVORA-CODICE-EX.
          ADD 1 TO WS-CTR-AGGIORNATI.
          DISPLAY 'TERMINE REGISTRATO'.
       LAVORA-CODICE-EX.
          EXIT.

       MOSTRA-RATA.
          DISPLAY 'RATA ' WS-IND-RATA ' GIORNI: '
                  TPG-GIORNI (WS-IND-RATA).
       MOSTRA-RATA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  ACQUISIZIONE DEI CAMPI: A SPAZI IL VALORE RESTA QUELLO
      *  ATTUALE. I GIORNI SI CHIEDONO PER OGNI RATA DEL TERMINE;
      *  QUELLI DELLE RATE OLTRE IL NUMERO RATE VENGONO AZZERATI.
      *----------------------------------------------------------------
       ACCETTA-CAMPI.
          DISPLAY 'DESCRIZIONE (SPAZI = INVARIATA): '.
          MOVE SPACES TO WS-DESCRIZIONE.
          ACCEPT WS-DESCRIZIONE.
          IF WS-DESCRIZIONE NOT = SPACES
             MOVE WS-DESCRIZIONE TO TPG-DESCRIZIONE.
          DISPLAY 'NUMERO RATE (1-6, SPAZI = INVARIATO): '.
          MOVE SPACES TO WS-NUM-RATE.
          ACCEPT WS-NUM-RATE.
          IF WS-NUM-RATE NOT = SPACES
             IF WS-NUM-RATE IS NUMERIC
                MOVE WS-NUM-RATE TO TPG-NUM-RATE
             ELSE
                DISPLAY 'NUMERO RATE NON NUMERICO: LASCIATO '
                        'INVARIATO'.
          DISPLAY 'FINE MESE (S/N, SPAZI = INVARIATO): '.
          MOVE SPACES TO WS-FINE-MESE.
          ACCEPT WS-FINE-MESE.
          IF WS-FINE-MESE NOT = SPACES
             MOVE WS-FINE-MESE TO TPG-FINE-MESE.
          PERFORM ACCETTA-GIORNI THRU ACCETTA-GIORNI-EX
                  VARYING WS-IND-RATA FROM 1 BY 1
                  UNTIL WS-IND-RATA > TPG-NUM-RATE
                     OR WS-IND-RATA > 6.
          PERFORM AZZERA-GIORNI THRU AZZERA-GIORNI-EX
                  VARYING WS-IND-RATA FROM WS-IND-RATA BY 1
                  UNTIL WS-IND-RATA > 6.
       ACCETTA-CAMPI-EX.
          EXIT.

       ACCETTA-GIORNI.
          DISPLAY 'GIORNI DALLA DATA FATTURA RATA ' WS-IND-RATA
                  ' (SPAZI = INVARIATI): '.
          MOVE SPACES TO WS-GIORNI.
          ACCEPT WS-GIORNI.
          IF WS-GIORNI NOT = SPACES
             IF WS-GIORNI IS NUMERIC
                MOVE WS-GIORNI TO TPG-GIORNI (WS-IND-RATA)
             ELSE
                DISPLAY 'GIORNI NON NUMERICI (TRE CIFRE, ES. 060): '
                        'LASCIATI INVARIATI'.
       ACCETTA-GIORNI-EX.
          EXIT.

       AZZERA-GIORNI.
          MOVE ZEROES TO TPG-GIORNI (WS-IND-RATA).
       AZZERA-GIORNI-EX.
          EXIT.

      *----------------------------------------------------------------
      *  COERENZA DEL TERMINE: DESCRIZIONE, DA 1 A 6 RATE, FINE MESE
      *  S/N, GIORNI DELLE RATE STRETTAMENTE CRESCENTI (DUE RATE
      *  ALLA STESSA SCADENZA SAREBBERO UNA RATA SOLA).
      *----------------------------------------------------------------
       CONTROLLA-TERMINE.
          MOVE 'S' TO SW-COD-VALIDO.
          IF TPG-DESCRIZIONE = SPACES
             DISPLAY 'DESCRIZIONE OBBLIGATORIA'
             MOVE 'N' TO SW-COD-VALIDO
             GO TO CONTROLLA-TERMINE-EX.
          IF TPG-NUM-RATE < 1 OR TPG-NUM-RATE > 6
             DISPLAY 'NUMERO RATE NON AMMESSO (1-6)'
             MOVE 'N' TO SW-COD-VALIDO
             GO TO CONTROLLA-TERMINE-EX.
          IF TPG-FINE-MESE NOT = 'S' AND TPG-FINE-MESE NOT = 'N'
             DISPLAY 'FINE MESE: S/N'
             MOVE 'N' TO SW-COD-VALIDO
             GO TO CONTROLLA-TERMINE-EX.
          PERFORM CONTROLLA-RATA THRU CONTROLLA-RATA-EX
                  VARYING WS-IND-RATA FROM 2 BY 1
                  UNTIL WS-IND-RATA > TPG-NUM-RATE
                     OR NOT WS-COD-VALIDO.
       CONTROLLA-TERMINE-EX.
          EXIT.

       CONTROLLA-RATA.
          IF TPG-GIORNI (WS-IND-RATA) NOT >
             TPG-GIORNI (WS-IND-RATA - 1)
             DISPLAY 'GIORNI DELLA RATA ' WS-IND-RATA
                     ' NON SUCCESSIVI ALLA RATA PRECEDENTE'
             MOVE 'N' TO SW-COD-VALIDO.
       CONTROLLA-RATA-EX.
          EXIT.

       OP-FINALI.
          CLOSE TERMPAG.
          DISPLAY 'TERMINI AGGIORNATI: ' WS-CTR-AGGIORNATI.
       OP-FINALI-EX.
          EXIT.
