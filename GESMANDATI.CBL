      ******************************************************************
      *  GESTIONE MANDATI SEPA DIRECT DEBIT (SDD): MANUTENZIONE DEL
      *  FILE MANDATI, UN MANDATO PER CLIENTE DI FATTURAZIONE CON
      *  IDENTIFICATIVO DEL MANDATO, IBAN DEL DEBITORE (CONTROLLATO
      *  CON IL MODULO 97 COME IN GESOPERAI), INTESTATARIO DEL CONTO,
      *  DATA DI FIRMA, TIPO SEQUENZA (FRST PRIMO ADDEBITO, RCUR
      *  RICORRENTE, FNAL ULTIMO, OOFF UNA TANTUM) E STATO (A ATTIVO,
      *  S SOSPESO, C CHIUSO). IL BATCH SDDEMIS ADDEBITA SOLO I
      *  MANDATI ATTIVI E PORTA FRST A RCUR DOPO IL PRIMO ADDEBITO;
      *  SDDINSOL SOSPENDE IL MANDATO ALL'ARRIVO DI UN INSOLUTO: PER
      *  RIPRENDERE GLI ADDEBITI LO STATO VA RIPORTATO AD 'A' QUI.
      *  IL CLIENTE E' VALIDATO SU FCLIENTI (SE PRESENTE). SI LAVORA
      *  UN CLIENTE ALLA VOLTA DA TASTIERA (CODICE 0 = FINE); I
      *  MANDATI NON SI CANCELLANO, SI CHIUDONO CON LO STATO 'C'.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. GESMANDATI.
       AUTHOR.  MB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANDATI ASSIGN TO DATABASE-MANDATI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-MANDATI
           FILE STATUS IS FS-MANDATI.

           SELECT FCLIENTI ASSIGN TO FORMATFILE-FCLIENTI
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FCLIENTI.

       DATA DIVISION.

       FILE SECTION.
      *----------------------------------------------------------------
      *  MANDATO SDD DEL CLIENTE. DATA ULTIMO ADDEBITO E NUMERO
      *  INSOLUTI LI AGGIORNANO SDDEMIS E SDDINSOL.
      *----------------------------------------------------------------
       FD MANDATI
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS REC-MANDATI.
       01 REC-MANDATI.
           05 KEY-MANDATI.
             07 MAN-COD-CLI    PIC 9(5).
           05 MAN-ID-MANDATO   PIC X(35).
           05 MAN-IBAN         PIC X(27).
           05 MAN-INTESTATARIO PIC X(35).
           05 MAN-DATA-FIRMA   PIC 9(8).
           05 MAN-SEQUENZA     PIC X(4).
              88 MAN-SEQ-PRIMO     VALUE 'FRST'.
              88 MAN-SEQ-RICORR    VALUE 'RCUR'.
              88 MAN-SEQ-ULTIMO    VALUE 'FNAL'.
              88 MAN-SEQ-UNATANTUM VALUE 'OOFF'.
           05 MAN-STATO        PIC X.
              88 MAN-ATTIVO        VALUE 'A'.
              88 MAN-SOSPESO       VALUE 'S'.
              88 MAN-CHIUSO        VALUE 'C'.
           05 MAN-DATA-ULT-ADDEB PIC 9(8).
           05 MAN-NUM-INSOLUTI PIC 9(3).
           05 FILLER           PIC X(24).

         FD FCLIENTI
            LABEL RECORD IS STANDARD
            RECORD CONTAINS 100 CHARACTERS
            DATA RECORD IS REC-CLIENTI.
       01 REC-CLIENTI.
           05 FCLI-COD-CLI     PIC 9(5).
           05 FILLER           PIC X(95).

       WORKING-STORAGE SECTION.

       01 FS-MANDATI                 PIC 9(2) VALUE ZEROES.
       01 FS-FCLIENTI                PIC 9(2) VALUE ZEROES.

       01 SW-FINE-LAVORO             PIC 9(1) VALUE ZEROES.
           88 FINE-LAVORO             VALUE 1.
       01 SW-FINE-FCLI               PIC 9(1) VALUE ZEROES.
           88 EOF-FCLI                VALUE 1.
       01 SW-FCLIENTI-APERTO         PIC X(1) VALUE 'N'.
           88 WS-FCLIENTI-APERTO     VALUE 'S'.
       01 SW-CLIENTE-TROVATO         PIC X(1) VALUE 'N'.
           88 WS-CLIENTE-TROVATO     VALUE 'S'.
       01 SW-MAN-NUOVO               PIC X(1) VALUE 'N'.
           88 WS-MAN-NUOVO            VALUE 'S'.
       01 SW-MAN-VALIDO              PIC X(1) VALUE 'S'.
           88 WS-MAN-VALIDO           VALUE 'S'.

       01 WS-COD-CLI                 PIC 9(5) VALUE ZEROES.
       01 WS-ID-MANDATO              PIC X(35) VALUE SPACES.
       01 WS-IBAN                    PIC X(27) VALUE SPACES.
       01 WS-INTESTATARIO            PIC X(35) VALUE SPACES.
       01 WS-DATA-FIRMA              PIC X(8) VALUE SPACES.
       01 WS-DATA-FIRMA-N REDEFINES WS-DATA-FIRMA PIC 9(8).
       01 WS-SEQUENZA                PIC X(4) VALUE SPACES.
       01 WS-STATO                   PIC X(1) VALUE SPACES.
       01 WS-CTR-AGGIORNATI          PIC 9(5) VALUE ZEROES.

      *----------------------------------------------------------------
      *  CONTROLLO IBAN CON L'ALGORITMO DEL MODULO 97: L'IBAN VIENE
      *  RIORDINATO (I PRIMI 4 CARATTERI IN CODA), LE LETTERE VALGONO
      *  10..35 E IL RESTO DELLA DIVISIONE PER 97 DEVE FARE 1.
      *----------------------------------------------------------------
       01 WS-IBAN-LAVORO             PIC X(27) VALUE SPACES.
       01 WS-IBAN-LAVORO-R REDEFINES WS-IBAN-LAVORO.
           05 WS-IBAN-TESTA          PIC X(4).
           05 WS-IBAN-CODA           PIC X(23).
       01 WS-IBAN-RIORD.
           05 WS-RIORD-CODA          PIC X(23).
           05 WS-RIORD-TESTA         PIC X(4).
       01 WS-IBAN-RIORD-R REDEFINES WS-IBAN-RIORD.
           05 WS-IBAN-CAR            PIC X OCCURS 27 TIMES.
       01 WS-IBAN-CARATTERE          PIC X VALUE SPACE.
       01 WS-IBAN-CIFRA-X REDEFINES WS-IBAN-CARATTERE PIC 9.
       01 WS-ALFABETO                PIC X(26) VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 WS-ALFABETO-R REDEFINES WS-ALFABETO.
           05 WS-LETTERA             PIC X OCCURS 26 TIMES.
       01 WS-IBAN-POS                PIC 9(2) VALUE ZEROES.
       01 WS-IBAN-LET                PIC 9(2) VALUE ZEROES.
       01 WS-IBAN-VALORE             PIC 9(2) VALUE ZEROES.
       01 WS-IBAN-RESTO              PIC 9(4) VALUE ZEROES.
       01 WS-IBAN-QUOZIENTE          PIC 9(4) VALUE ZEROES.
       01 SW-IBAN-VALIDO             PIC X(1) VALUE 'N'.
           88 IBAN-VALIDO             VALUE 'S'.
       01 SW-LETTERA-TROVATA         PIC X(1) VALUE 'N'.
           88 LETTERA-TROVATA         VALUE 'S'.

       PROCEDURE DIVISION.

       INIZIO.
          PERFORM OP-INIZIALI THRU OP-INIZIALI-EX.
          PERFORM LAVORA-CLIENTE THRU LAVORA-CLIENTE-EX
                  UNTIL FINE-LAVORO.
          PERFORM OP-FINALI THRU OP-FINALI-EX.
          STOP RUN.

      *----------------------------------------------------------------
      *  APRE I MANDATI IN I-O (CREANDOLI AL PRIMO UTILIZZO, SCHEMA
      *  DI APRI-PARTITE IN INCASSI); SENZA FCLIENTI IL COD-CLI NON
      *  VIENE VALIDATO (SEGNALATO).
      *----------------------------------------------------------------
       OP-INIZIALI.
          OPEN I-O MANDATI.
          IF FS-MANDATI NOT = '00'
             OPEN OUTPUT MANDATI
             CLOSE MANDATI
             OPEN I-O MANDATI.
          IF FS-MANDATI NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE MANDATI - FS=' FS-MANDATI
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
          MOVE 'N' TO SW-MAN-NUOVO.
          MOVE WS-COD-CLI TO MAN-COD-CLI.
          READ MANDATI.
          IF FS-MANDATI = '23'
             MOVE 'S' TO SW-MAN-NUOVO
             MOVE SPACES     TO REC-MANDATI
             MOVE WS-COD-CLI TO MAN-COD-CLI
             MOVE ZEROES     TO MAN-DATA-FIRMA MAN-DATA-ULT-ADDEB
                                MAN-NUM-INSOLUTI
             MOVE 'FRST'     TO MAN-SEQUENZA
             MOVE 'A'        TO MAN-STATO
             DISPLAY 'CLIENTE SENZA MANDATO: NUOVO MANDATO'
          ELSE
             IF FS-MANDATI NOT = '00'
                DISPLAY 'ERRORE IN LETTURA MANDATI - FS=' FS-MANDATI
                GO TO LAVORA-CLIENTE-EX
             ELSE
                DISPLAY 'ID MANDATO:    ' MAN-ID-MANDATO
                DISPLAY 'IBAN:          ' MAN-IBAN
                DISPLAY 'INTESTATARIO:  ' MAN-INTESTATARIO
                DISPLAY 'DATA FIRMA:    ' MAN-DATA-FIRMA
                DISPLAY 'SEQUENZA:      ' MAN-SEQUENZA
                DISPLAY 'STATO:         ' MAN-STATO
                DISPLAY 'ULT. ADDEBITO: ' MAN-DATA-ULT-ADDEB
                DISPLAY 'INSOLUTI:      ' MAN-NUM-INSOLUTI.
          PERFORM ACCETTA-CAMPI THRU ACCETTA-CAMPI-EX.
          PERFORM CONTROLLA-MANDATO THRU CONTROLLA-MANDATO-EX.
          IF NOT WS-MAN-VALIDO
             DISPLAY 'MANDATO NON REGISTRATO'
             GO TO LAVORA-CLIENTE-EX.
          IF WS-MAN-NUOVO
             WRITE REC-MANDATI
          ELSE
             REWRITE REC-MANDATI.
          IF FS-MANDATI NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA MANDATI - FS=' FS-MANDATI
             GO TO LAVORA-CLIENTE-EX.
          ADD 1 TO WS-CTR-AGGIORNATI.
          DISPLAY 'MANDATO REGISTRATO'.
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

      *----------------------------------------------------------------
      *  ACQUISIZIONE DEI CAMPI: A SPAZI IL VALORE RESTA QUELLO
      *  ATTUALE.
      *----------------------------------------------------------------
       ACCETTA-CAMPI.
          DISPLAY 'ID MANDATO (SPAZI = INVARIATO): '.
          MOVE SPACES TO WS-ID-MANDATO.
          ACCEPT WS-ID-MANDATO.
          IF WS-ID-MANDATO NOT = SPACES
             MOVE WS-ID-MANDATO TO MAN-ID-MANDATO.
          DISPLAY 'IBAN DEL DEBITORE (SPAZI = INVARIATO): '.
          MOVE SPACES TO WS-IBAN.
          ACCEPT WS-IBAN.
          IF WS-IBAN NOT = SPACES
             MOVE WS-IBAN TO MAN-IBAN.
          DISPLAY 'INTESTATARIO DEL CONTO (SPAZI = INVARIATO): '.
          MOVE SPACES TO WS-INTESTATARIO.
          ACCEPT WS-INTESTATARIO.
          IF WS-INTESTATARIO NOT = SPACES
             MOVE WS-INTESTATARIO TO MAN-INTESTATARIO.
          DISPLAY 'DATA FIRMA AAAAMMGG (SPAZI = INVARIATA): '.
          MOVE SPACES TO WS-DATA-FIRMA.
          ACCEPT WS-DATA-FIRMA.
          IF WS-DATA-FIRMA NOT = SPACES
             IF WS-DATA-FIRMA IS NUMERIC
                MOVE WS-DATA-FIRMA-N TO MAN-DATA-FIRMA
             ELSE
                DISPLAY 'DATA NON NUMERICA: LASCIATA INVARIATA'.
          DISPLAY 'SEQUENZA (FRST/RCUR/FNAL/OOFF, '
                  'SPAZI = INVARIATA): '.
          MOVE SPACES TO WS-SEQUENZA.
          ACCEPT WS-SEQUENZA.
          IF WS-SEQUENZA NOT = SPACES
             MOVE WS-SEQUENZA TO MAN-SEQUENZA.
          DISPLAY 'STATO (A=ATTIVO S=SOSPESO C=CHIUSO, '
                  'SPAZI = INVARIATO): '.
          MOVE SPACES TO WS-STATO.
          ACCEPT WS-STATO.
          IF WS-STATO NOT = SPACES
             MOVE WS-STATO TO MAN-STATO.
       ACCETTA-CAMPI-EX.
          EXIT.

      *----------------------------------------------------------------
      *  COERENZA DEL MANDATO: IDENTIFICATIVO, INTESTATARIO E DATA
      *  DI FIRMA OBBLIGATORI, IBAN VALIDO AL MODULO 97, SEQUENZA E
      *  STATO AMMESSI.
      *----------------------------------------------------------------
       CONTROLLA-MANDATO.
          MOVE 'S' TO SW-MAN-VALIDO.
          IF MAN-ID-MANDATO = SPACES
             DISPLAY 'ID MANDATO OBBLIGATORIO'
             MOVE 'N' TO SW-MAN-VALIDO
             GO TO CONTROLLA-MANDATO-EX.
          IF MAN-INTESTATARIO = SPACES
             DISPLAY 'INTESTATARIO OBBLIGATORIO'
             MOVE 'N' TO SW-MAN-VALIDO
             GO TO CONTROLLA-MANDATO-EX.
          IF MAN-DATA-FIRMA = ZEROES
             DISPLAY 'DATA FIRMA OBBLIGATORIA'
             MOVE 'N' TO SW-MAN-VALIDO
             GO TO CONTROLLA-MANDATO-EX.
          MOVE MAN-IBAN TO WS-IBAN-LAVORO.
          PERFORM VALIDA-IBAN THRU VALIDA-IBAN-EX.
          IF NOT IBAN-VALIDO
             DISPLAY 'IBAN NON VALIDO (CONTROLLO MODULO 97)'
             MOVE 'N' TO SW-MAN-VALIDO
             GO TO CONTROLLA-MANDATO-EX.
          IF NOT MAN-SEQ-PRIMO AND NOT MAN-SEQ-RICORR
          AND NOT MAN-SEQ-ULTIMO AND NOT MAN-SEQ-UNATANTUM
             DISPLAY 'SEQUENZA NON AMMESSA (FRST/RCUR/FNAL/OOFF)'
             MOVE 'N' TO SW-MAN-VALIDO
             GO TO CONTROLLA-MANDATO-EX.
          IF NOT MAN-ATTIVO AND NOT MAN-SOSPESO AND NOT MAN-CHIUSO
             DISPLAY 'STATO NON AMMESSO (A/S/C)'
             MOVE 'N' TO SW-MAN-VALIDO.
       CONTROLLA-MANDATO-EX.
          EXIT.

      *----------------------------------------------------------------
      *  CONTROLLO IBAN (MODULO 97): VALIDO SOLO SE TUTTI I 27
      *  CARATTERI SONO CIFRE O LETTERE E IL RESTO DELLA DIVISIONE
      *  PER 97 DELL'IBAN RIORDINATO FA 1.
      *----------------------------------------------------------------
       VALIDA-IBAN.
          MOVE 'N' TO SW-IBAN-VALIDO.
          MOVE ZEROES TO WS-IBAN-RESTO.
          MOVE WS-IBAN-CODA  TO WS-RIORD-CODA.
          MOVE WS-IBAN-TESTA TO WS-RIORD-TESTA.
          PERFORM VALIDA-IBAN-CARATTERE
                  THRU VALIDA-IBAN-CARATTERE-EX
                  VARYING WS-IBAN-POS FROM 1 BY 1
                  UNTIL WS-IBAN-POS > 27.
          IF WS-IBAN-POS = 28 AND WS-IBAN-RESTO = 1
             MOVE 'S' TO SW-IBAN-VALIDO.
       VALIDA-IBAN-EX.
          EXIT.

       VALIDA-IBAN-CARATTERE.
          MOVE WS-IBAN-CAR (WS-IBAN-POS) TO WS-IBAN-CARATTERE.
          IF WS-IBAN-CARATTERE NUMERIC
             COMPUTE WS-IBAN-RESTO = (WS-IBAN-RESTO * 10)
                   + WS-IBAN-CIFRA-X
             PERFORM RIDUCI-MODULO-97 THRU RIDUCI-MODULO-97-EX
             GO TO VALIDA-IBAN-CARATTERE-EX.
          MOVE 'N' TO SW-LETTERA-TROVATA.
          PERFORM CERCA-LETTERA THRU CERCA-LETTERA-EX
                  VARYING WS-IBAN-LET FROM 1 BY 1
                  UNTIL WS-IBAN-LET > 26
                  OR LETTERA-TROVATA.
          IF NOT LETTERA-TROVATA
      *      CARATTERE NON AMMESSO: SI FORZA L'USCITA DAL CICLO
      *      CON IL RESTO GUASTATO, COSI' L'IBAN RISULTA INVALIDO.
             MOVE 99 TO WS-IBAN-RESTO
             MOVE 27 TO WS-IBAN-POS
             GO TO VALIDA-IBAN-CARATTERE-EX.
          COMPUTE WS-IBAN-RESTO = (WS-IBAN-RESTO * 100)
                + WS-IBAN-VALORE.
          PERFORM RIDUCI-MODULO-97 THRU RIDUCI-MODULO-97-EX.
       VALIDA-IBAN-CARATTERE-EX.
          EXIT.

       CERCA-LETTERA.
          IF WS-LETTERA (WS-IBAN-LET) = WS-IBAN-CARATTERE
             MOVE 'S' TO SW-LETTERA-TROVATA
             COMPUTE WS-IBAN-VALORE = WS-IBAN-LET + 9.
       CERCA-LETTERA-EX.
          EXIT.

       RIDUCI-MODULO-97.
          COMPUTE WS-IBAN-QUOZIENTE = WS-IBAN-RESTO / 97.
          COMPUTE WS-IBAN-RESTO = WS-IBAN-RESTO
                - (WS-IBAN-QUOZIENTE * 97).
       RIDUCI-MODULO-97-EX.
          EXIT.

       OP-FINALI.
          CLOSE MANDATI.
          IF WS-FCLIENTI-APERTO
             CLOSE FCLIENTI.
          DISPLAY 'MANDATI AGGIORNATI: ' WS-CTR-AGGIORNATI.
       OP-FINALI-EX.
          EXIT.
