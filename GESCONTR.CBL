      ******************************************************************
      *  GESTIONE CONTRATTI DI ADDEBITO RICORRENTE: MANUTENZIONE DEL
      *  FILE CONTRATTI (CANONI DI MANUTENZIONE, NOLEGGI, ABBONAMENTI)
      *  CHE IL BATCH FATTCONTR FATTURA AD OGNI SCADENZA. CHIAVE
      *  COD-CLI + PROGRESSIVO CONTRATTO DEL CLIENTE; PER OGNI
      *  CONTRATTO: DESCRIZIONE (VA SULLA RIGA DI FATTURA), IMPORTO
      *  IMPONIBILE IN EURO PER PERIODO, ALIQUOTA O CODICE IVA (DA
      *  CODIVA, CHE NE DA' L'ALIQUOTA), FREQUENZA, DATA INIZIO,
      *  DATA FINE (ZERO = A TEMPO INDETERMINATO), DATA DEL PROSSIMO
      *  ADDEBITO E STATO. IL CLIENTE E' VALIDATO SU FCLIENTI (SE
      *  PRESENTE, SCHEMA DI GESSTCLI). SI LAVORA UN CONTRATTO ALLA
      *  VOLTA DA TASTIERA (CLIENTE 0 = FINE); I CONTRATTI NON SI
      *  CANCELLANO (LO STORICO DEGLI ADDEBITI STA IN CONTRFAT): SI
      *  SOSPENDONO O SI CHIUDONO CON LO STATO.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. GESCONTR.
       AUTHOR.  MB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRATTI ASSIGN TO DATABASE-CONTRATTI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-CONTRATTI
           FILE STATUS IS FS-CONTRATTI.

           SELECT CODIVA ASSIGN TO DATABASE-CODIVA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-CODIVA
           FILE STATUS IS FS-CODIVA.

           SELECT FCLIENTI ASSIGN TO FORMATFILE-FCLIENTI
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FCLIENTI.

       DATA DIVISION.

       FILE SECTION.
      *----------------------------------------------------------------
      *  CONTRATTI DI ADDEBITO RICORRENTE: UN RECORD PER CONTRATTO,
      *  CON LA DATA DEL PROSSIMO ADDEBITO CHE FATTCONTR FA AVANZARE
      *  E IL NUMERO DELL'ULTIMA FATTURA EMESSA.
      *----------------------------------------------------------------
       FD CONTRATTI
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REC-CONTRATTI.
       01 REC-CONTRATTI.
           05 KEY-CONTRATTI.
             07 CTR-COD-CLI    PIC 9(5).
             07 CTR-PROGR      PIC 9(3).
           05 CTR-DESCRIZIONE  PIC X(30).
           05 CTR-IMPORTO      PIC 9(9).
           05 CTR-ALIQUOTA     PIC 9(2).
           05 CTR-COD-IVA      PIC X(4).
           05 CTR-FREQUENZA    PIC X.
              88 CTR-MENSILE        VALUE 'M'.
              88 CTR-BIMESTRALE     VALUE 'B'.
              88 CTR-TRIMESTRALE    VALUE 'T'.
              88 CTR-SEMESTRALE     VALUE 'S'.
              88 CTR-ANNUALE        VALUE 'A'.
           05 CTR-DATA-INIZIO  PIC 9(8).
           05 CTR-DATA-FINE    PIC 9(8).
           05 CTR-DATA-PROSSIMA PIC 9(8).
           05 CTR-STATO        PIC X.
              88 CTR-ATTIVO         VALUE 'A'.
              88 CTR-SOSPESO        VALUE 'S'.
              88 CTR-CHIUSO         VALUE 'C'.
           05 CTR-ULT-NUM-FAT  PIC X(8).
           05 FILLER           PIC X(13).

      *----------------------------------------------------------------
      *  TABELLA CODICI IVA (VEDI GESCODIVA).
      *----------------------------------------------------------------
       FD CODIVA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REC-CODIVA.
       01 REC-CODIVA.
           05 KEY-CODIVA.
             07 CIV-CODICE     PIC X(4).
           05 CIV-DESCRIZIONE  PIC X(30).
           05 CIV-ALIQUOTA     PIC 9(2).
           05 CIV-NATURA       PIC X(4).
           05 CIV-ESIGIBILITA  PIC X.
           05 CIV-RIF-NORMA    PIC X(50).
           05 FILLER           PIC X(9).

         FD FCLIENTI
            LABEL RECORD IS STANDARD
            RECORD CONTAINS 100 CHARACTERS
            DATA RECORD IS REC-CLIENTI.
       01 REC-CLIENTI.
           05 FCLI-COD-CLI     PIC 9(5).
           05 FILLER           PIC X(95).

       WORKING-STORAGE SECTION.

       01 FS-CONTRATTI               PIC 9(2) VALUE ZEROES.
       01 FS-CODIVA                  PIC 9(2) VALUE ZEROES.
       01 FS-FCLIENTI                PIC 9(2) VALUE ZEROES.

       01 SW-FINE-LAVORO             PIC 9(1) VALUE ZEROES.
           88 FINE-LAVORO             VALUE 1.
       01 SW-FINE-FCLI               PIC 9(1) VALUE ZEROES.
           88 EOF-FCLI                VALUE 1.
       01 SW-FCLIENTI-APERTO         PIC X(1) VALUE 'N'.
           88 WS-FCLIENTI-APERTO     VALUE 'S'.
       01 SW-CODIVA-APERTO           PIC X(1) VALUE 'N'.
           88 WS-CODIVA-APERTO       VALUE 'S'.
       01 SW-CLIENTE-TROVATO         PIC X(1) VALUE 'N'.
           88 WS-CLIENTE-TROVATO     VALUE 'S'.
       01 SW-CTR-NUOVO               PIC X(1) VALUE 'N'.
           88 WS-CTR-NUOVO            VALUE 'S'.
       01 SW-CTR-VALIDO              PIC X(1) VALUE 'S'.
           88 WS-CTR-VALIDO           VALUE 'S'.

       01 WS-COD-CLI                 PIC 9(5) VALUE ZEROES.
       01 WS-PROGR                   PIC 9(3) VALUE ZEROES.
       01 WS-DESCRIZIONE             PIC X(30) VALUE SPACES.
       01 WS-IMPORTO                 PIC X(9) VALUE SPACES.
       01 WS-ALIQUOTA                PIC X(2) VALUE SPACES.
       01 WS-COD-IVA                 PIC X(4) VALUE SPACES.
       01 WS-FREQUENZA               PIC X(1) VALUE SPACES.
       01 WS-STATO                   PIC X(1) VALUE SPACES.
       01 WS-DATA-IN                 PIC X(8) VALUE SPACES.
       01 WS-CTR-AGGIORNATI          PIC 9(5) VALUE ZEROES.

      *----------------------------------------------------------------
      *  CONTROLLO FORMALE DELLE DATE AAAAMMGG (MESE 1-12, GIORNO
      *  ENTRO LA FINE DEL MESE, ANNI BISESTILI COMPRESI).
      *----------------------------------------------------------------
       01 WS-DATA-CTL                PIC 9(8) VALUE ZEROES.
       01 WS-DATA-CTL-R REDEFINES WS-DATA-CTL.
           05 WS-CTL-ANNO            PIC 9(4).
           05 WS-CTL-MESE            PIC 9(2).
           05 WS-CTL-GIORNO          PIC 9(2).
       01 SW-DATA-VALIDA             PIC X(1) VALUE 'S'.
           88 WS-DATA-VALIDA          VALUE 'S'.
       01 WS-TAB-GG-MESE-V           PIC X(24)
                                   VALUE '312831303130313130313031'.
       01 WS-TAB-GG-MESE REDEFINES WS-TAB-GG-MESE-V.
           05 WS-GG-MESE             PIC 9(2) OCCURS 12 TIMES.
       01 WS-GG-FINE-MESE            PIC 9(2) VALUE ZEROES.
       01 WS-QUOZIENTE               PIC 9(4) VALUE ZEROES.
       01 WS-RESTO-4                 PIC 9(4) VALUE ZEROES.
       01 WS-RESTO-100               PIC 9(4) VALUE ZEROES.
       01 WS-RESTO-400               PIC 9(4) VALUE ZEROES.

       PROCEDURE DIVISION.

       INIZIO.
          PERFORM OP-INIZIALI THRU OP-INIZIALI-EX.
          PERFORM LAVORA-CONTRATTO THRU LAVORA-CONTRATTO-EX
                  UNTIL FINE-LAVORO.
          PERFORM OP-FINALI THRU OP-FINALI-EX.
          STOP RUN.

      *----------------------------------------------------------------
      *  APRE I CONTRATTI IN I-O (CREANDOLI AL PRIMO UTILIZZO, SCHEMA
      *  DI APRI-PARTITE IN INCASSI); CODIVA E FCLIENTI IN SOLA
      *  LETTURA, FACOLTATIVI (SENZA CODIVA NON SI ACCETTANO CODICI
      *  IVA, SENZA FCLIENTI IL COD-CLI NON VIENE VALIDATO).
      *----------------------------------------------------------------
       OP-INIZIALI.
          OPEN I-O CONTRATTI.
          IF FS-CONTRATTI NOT = '00'
             OPEN OUTPUT CONTRATTI
             CLOSE CONTRATTI
             OPEN I-O CONTRATTI.
          IF FS-CONTRATTI NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE CONTRATTI - FS=' FS-CONTRATTI
             STOP RUN WITH ERROR STATUS 16.
          OPEN INPUT CODIVA.
          IF FS-CODIVA = '00'
             MOVE 'S' TO SW-CODIVA-APERTO
          ELSE
             DISPLAY 'CODIVA ASSENTE: SOLO ALIQUOTE ORDINARIE'.
          OPEN INPUT FCLIENTI.
          IF FS-FCLIENTI = '00'
             MOVE 'S' TO SW-FCLIENTI-APERTO
          ELSE
             DISPLAY 'FCLIENTI ASSENTE: COD-CLI NON VALIDATO'.
       OP-INIZIALI-EX.
          EXIT.

       LAVORA-CONTRATTO.
          DISPLAY 'CODICE CLIENTE (00000 = FINE): '.
          ACCEPT WS-COD-CLI.
          IF WS-COD-CLI = ZEROES
             MOVE 1 TO SW-FINE-LAVORO
             GO TO LAVORA-CONTRATTO-EX.
          DISPLAY 'PROGRESSIVO CONTRATTO DEL CLIENTE (001-999): '.
          ACCEPT WS-PROGR.
          IF WS-PROGR = ZEROES
             DISPLAY 'PROGRESSIVO OBBLIGATORIO'
             GO TO LAVORA-CONTRATTO-EX.
          MOVE 'N' TO SW-CTR-NUOVO.
          MOVE WS-COD-CLI TO CTR-COD-CLI.
          MOVE WS-PROGR   TO CTR-PROGR.
          READ CONTRATTI.
          IF FS-CONTRATTI = '23'
             PERFORM VALIDA-COD-CLI THRU VALIDA-COD-CLI-EX
             IF NOT WS-CLIENTE-TROVATO
                DISPLAY 'COD-CLI NON PRESENTE SU FCLIENTI'
                GO TO LAVORA-CONTRATTO-EX
             ELSE
                MOVE 'S' TO SW-CTR-NUOVO
                MOVE SPACES     TO REC-CONTRATTI
                MOVE WS-COD-CLI TO CTR-COD-CLI
                MOVE WS-PROGR   TO CTR-PROGR
                MOVE ZEROES     TO CTR-IMPORTO CTR-ALIQUOTA
                                   CTR-DATA-INIZIO CTR-DATA-FINE
                                   CTR-DATA-PROSSIMA
                MOVE 'M'        TO CTR-FREQUENZA
                MOVE 'A'        TO CTR-STATO
                DISPLAY 'CONTRATTO NUOVO'
          ELSE
             IF FS-CONTRATTI NOT = '00'
                DISPLAY 'ERRORE IN LETTURA CONTRATTI - FS='
                        FS-CONTRATTI
                GO TO LAVORA-CONTRATTO-EX
             ELSE
                DISPLAY 'DESCRIZIONE:       ' CTR-DESCRIZIONE
                DISPLAY 'IMPORTO PERIODO:   ' CTR-IMPORTO
                DISPLAY 'ALIQUOTA:          ' CTR-ALIQUOTA
                DISPLAY 'CODICE IVA:        ' CTR-COD-IVA
                DISPLAY 'FREQUENZA:         ' CTR-FREQUENZA
                DISPLAY 'DATA INIZIO:       ' CTR-DATA-INIZIO
                DISPLAY 'DATA FINE:         ' CTR-DATA-FINE
                DISPLAY 'PROSSIMO ADDEBITO: ' CTR-DATA-PROSSIMA
                DISPLAY 'STATO:             ' CTR-STATO
                DISPLAY 'ULTIMA FATTURA:    ' CTR-ULT-NUM-FAT.
          PERFORM ACCETTA-CAMPI THRU ACCETTA-CAMPI-EX.
          PERFORM CONTROLLA-CONTRATTO THRU CONTROLLA-CONTRATTO-EX.
          IF NOT WS-CTR-VALIDO
             DISPLAY 'CONTRATTO NON REGISTRATO'
             GO TO LAVORA-CONTRATTO-EX.
          IF WS-CTR-NUOVO
             WRITE REC-CONTRATTI
          ELSE
             REWRITE REC-CONTRATTI.
          IF FS-CONTRATTI NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA CONTRATTI - FS='
                     FS-CONTRATTI
             GO TO LAVORA-CONTRATTO-EX.
          ADD 1 TO WS-CTR-AGGIORNATI.
          DISPLAY 'CONTRATTO REGISTRATO'.
       LAVORA-CONTRATTO-EX.
          EXIT.

      *----------------------------------------------------------------
      *  ACQUISIZIONE DEI CAMPI: A SPAZI IL VALORE RESTA QUELLO
      *  ATTUALE. IL CODICE IVA SI TOGLIE CON '-'; CON UN CODICE IVA
      *  L'ALIQUOTA E' QUELLA DELLA TABELLA. LA DATA DEL PROSSIMO
      *  ADDEBITO DI UN CONTRATTO NUOVO E' LA DATA INIZIO.
      *----------------------------------------------------------------
       ACCETTA-CAMPI.
          DISPLAY 'DESCRIZIONE (SPAZI = INVARIATA): '.
          MOVE SPACES TO WS-DESCRIZIONE.
          ACCEPT WS-DESCRIZIONE.
          IF WS-DESCRIZIONE NOT = SPACES
             MOVE WS-DESCRIZIONE TO CTR-DESCRIZIONE.
          DISPLAY 'IMPORTO IMPONIBILE PER PERIODO IN EURO (SPAZI = '
                  'INVARIATO): '.
          MOVE SPACES TO WS-IMPORTO.
          ACCEPT WS-IMPORTO.
          IF WS-IMPORTO NOT = SPACES
             IF WS-IMPORTO IS NUMERIC
                MOVE WS-IMPORTO TO CTR-IMPORTO
             ELSE
                DISPLAY 'IMPORTO NON NUMERICO: LASCIATO INVARIATO'.
          DISPLAY 'CODICE IVA (SPAZI = INVARIATO, - = NESSUNO): '.
          MOVE SPACES TO WS-COD-IVA.
          ACCEPT WS-COD-IVA.
          IF WS-COD-IVA = '-'
             MOVE SPACES TO CTR-COD-IVA
          ELSE
             IF WS-COD-IVA NOT = SPACES
                MOVE WS-COD-IVA TO CTR-COD-IVA.
          IF CTR-COD-IVA = SPACES
             DISPLAY 'ALIQUOTA (4/10/22, SPAZI = INVARIATA): '
             MOVE SPACES TO WS-ALIQUOTA
             ACCEPT WS-ALIQUOTA
             IF WS-ALIQUOTA NOT = SPACES
                IF WS-ALIQUOTA IS NUMERIC
                   MOVE WS-ALIQUOTA TO CTR-ALIQUOTA
                ELSE
                   DISPLAY 'ALIQUOTA NON NUMERICA: LASCIATA '
                           'INVARIATA'.
          DISPLAY 'FREQUENZA (M=MENSILE B=BIMESTRALE T=TRIMESTRALE '
                  'S=SEMESTRALE A=ANNUALE, SPAZI = INVARIATA): '.
          MOVE SPACES TO WS-FREQUENZA.
          ACCEPT WS-FREQUENZA.
          IF WS-FREQUENZA NOT = SPACES
             MOVE WS-FREQUENZA TO CTR-FREQUENZA.
          DISPLAY 'DATA INIZIO AAAAMMGG (SPAZI = INVARIATA): '.
          MOVE SPACES TO WS-DATA-IN.
          ACCEPT WS-DATA-IN.
          IF WS-DATA-IN NOT = SPACES
             IF WS-DATA-IN IS NUMERIC
                MOVE WS-DATA-IN TO CTR-DATA-INIZIO
             ELSE
                DISPLAY 'DATA NON NUMERICA: LASCIATA INVARIATA'.
          DISPLAY 'DATA FINE AAAAMMGG (SPAZI = INVARIATA, 0 = '
                  'NESSUNA): '.
          MOVE SPACES TO WS-DATA-IN.
          ACCEPT WS-DATA-IN.
          IF WS-DATA-IN = '0'
             MOVE ZEROES TO CTR-DATA-FINE
          ELSE
             IF WS-DATA-IN NOT = SPACES
                IF WS-DATA-IN IS NUMERIC
                   MOVE WS-DATA-IN TO CTR-DATA-FINE
                ELSE
                   DISPLAY 'DATA NON NUMERICA: LASCIATA INVARIATA'.
          IF WS-CTR-NUOVO
             MOVE CTR-DATA-INIZIO TO CTR-DATA-PROSSIMA
          ELSE
             DISPLAY 'DATA PROSSIMO ADDEBITO AAAAMMGG (SPAZI = '
                     'INVARIATA): '
             MOVE SPACES TO WS-DATA-IN
             ACCEPT WS-DATA-IN
             IF WS-DATA-IN NOT = SPACES
                IF WS-DATA-IN IS NUMERIC
                   MOVE WS-DATA-IN TO CTR-DATA-PROSSIMA
                ELSE
                   DISPLAY 'DATA NON NUMERICA: LASCIATA INVARIATA'.
          DISPLAY 'STATO (A=ATTIVO S=SOSPESO C=CHIUSO, SPAZI = '
                  'INVARIATO): '.
          MOVE SPACES TO WS-STATO.
          ACCEPT WS-STATO.
          IF WS-STATO NOT = SPACES
             MOVE WS-STATO TO CTR-STATO.
       ACCETTA-CAMPI-EX.
          EXIT.

      *----------------------------------------------------------------
      *  COERENZA DEL CONTRATTO: DESCRIZIONE E IMPORTO OBBLIGATORI;
      *  CODICE IVA IN TABELLA (NE PRENDE L'ALIQUOTA) O ALIQUOTA
      *  ORDINARIA 4/10/22; FREQUENZA E STATO AMMESSI; DATE VALIDE,
      *  FINE NON PRIMA DELL'INIZIO, PROSSIMO ADDEBITO NON PRIMA
      *  DELL'INIZIO.
      *----------------------------------------------------------------
       CONTROLLA-CONTRATTO.
          MOVE 'S' TO SW-CTR-VALIDO.
          IF CTR-DESCRIZIONE = SPACES
             DISPLAY 'DESCRIZIONE OBBLIGATORIA'
             MOVE 'N' TO SW-CTR-VALIDO
             GO TO CONTROLLA-CONTRATTO-EX.
          IF CTR-IMPORTO = ZEROES
             DISPLAY 'IMPORTO OBBLIGATORIO'
             MOVE 'N' TO SW-CTR-VALIDO
             GO TO CONTROLLA-CONTRATTO-EX.
          IF CTR-COD-IVA NOT = SPACES
             IF NOT WS-CODIVA-APERTO
                DISPLAY 'TABELLA CODIVA ASSENTE: CODICE IVA NON '
                        'AMMESSO'
                MOVE 'N' TO SW-CTR-VALIDO
                GO TO CONTROLLA-CONTRATTO-EX
             ELSE
                MOVE CTR-COD-IVA TO CIV-CODICE
                READ CODIVA
                IF FS-CODIVA NOT = '00'
                   DISPLAY 'CODICE IVA NON IN TABELLA'
                   MOVE 'N' TO SW-CTR-VALIDO
                   GO TO CONTROLLA-CONTRATTO-EX
                ELSE
                   MOVE CIV-ALIQUOTA TO CTR-ALIQUOTA.
          IF CTR-COD-IVA = SPACES
          AND CTR-ALIQUOTA NOT = 4 AND CTR-ALIQUOTA NOT = 10
          AND CTR-ALIQUOTA NOT = 22
             DISPLAY 'ALIQUOTA NON AMMESSA (4/10/22 O CODICE IVA)'
             MOVE 'N' TO SW-CTR-VALIDO
             GO TO CONTROLLA-CONTRATTO-EX.
          IF NOT CTR-MENSILE AND NOT CTR-BIMESTRALE
          AND NOT CTR-TRIMESTRALE AND NOT CTR-SEMESTRALE
          AND NOT CTR-ANNUALE
             DISPLAY 'FREQUENZA NON AMMESSA (M/B/T/S/A)'
             MOVE 'N' TO SW-CTR-VALIDO
             GO TO CONTROLLA-CONTRATTO-EX.
          IF NOT CTR-ATTIVO AND NOT CTR-SOSPESO AND NOT CTR-CHIUSO
             DISPLAY 'STATO NON AMMESSO (A/S/C)'
             MOVE 'N' TO SW-CTR-VALIDO
             GO TO CONTROLLA-CONTRATTO-EX.
          MOVE CTR-DATA-INIZIO TO WS-DATA-CTL.
          PERFORM CONTROLLA-DATA THRU CONTROLLA-DATA-EX.
          IF NOT WS-DATA-VALIDA
             DISPLAY 'DATA INIZIO NON VALIDA'
             MOVE 'N' TO SW-CTR-VALIDO
             GO TO CONTROLLA-CONTRATTO-EX.
          IF CTR-DATA-FINE NOT = ZEROES
             MOVE CTR-DATA-FINE TO WS-DATA-CTL
             PERFORM CONTROLLA-DATA THRU CONTROLLA-DATA-EX
             IF NOT WS-DATA-VALIDA
             OR CTR-DATA-FINE < CTR-DATA-INIZIO
                DISPLAY 'DATA FINE NON VALIDA O PRIMA DELL''INIZIO'
                MOVE 'N' TO SW-CTR-VALIDO
                GO TO CONTROLLA-CONTRATTO-EX.
          MOVE CTR-DATA-PROSSIMA TO WS-DATA-CTL.
          PERFORM CONTROLLA-DATA THRU CONTROLLA-DATA-EX.
          IF NOT WS-DATA-VALIDA
          OR CTR-DATA-PROSSIMA < CTR-DATA-INIZIO
             DISPLAY 'DATA PROSSIMO ADDEBITO NON VALIDA O PRIMA '
                     'DELL''INIZIO'
             MOVE 'N' TO SW-CTR-VALIDO.
       CONTROLLA-CONTRATTO-EX.
          EXIT.

       CONTROLLA-DATA.
          MOVE 'S' TO SW-DATA-VALIDA.
          IF WS-CTL-ANNO < 1900
          OR WS-CTL-MESE < 1 OR WS-CTL-MESE > 12
          OR WS-CTL-GIORNO < 1
             MOVE 'N' TO SW-DATA-VALIDA
             GO TO CONTROLLA-DATA-EX.
          MOVE WS-GG-MESE (WS-CTL-MESE) TO WS-GG-FINE-MESE.
          IF WS-CTL-MESE = 2
             DIVIDE WS-CTL-ANNO BY 4 GIVING WS-QUOZIENTE
                    REMAINDER WS-RESTO-4
             DIVIDE WS-CTL-ANNO BY 100 GIVING WS-QUOZIENTE
                    REMAINDER WS-RESTO-100
             DIVIDE WS-CTL-ANNO BY 400 GIVING WS-QUOZIENTE
                    REMAINDER WS-RESTO-400
             IF WS-RESTO-4 = ZEROES
             AND (WS-RESTO-100 NOT = ZEROES OR WS-RESTO-400 = ZEROES)
                MOVE 29 TO WS-GG-FINE-MESE.
          IF WS-CTL-GIORNO > WS-GG-FINE-MESE
             MOVE 'N' TO SW-DATA-VALIDA.
       CONTROLLA-DATA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  IL COD-CLI E' VALIDO SE COMPARE SU FCLIENTI (SCANSIONE
      *  SEQUENZIALE RIAPERTA AD OGNI CONTROLLO, COME IN GESSTCLI);
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

       OP-FINALI.
          CLOSE CONTRATTI.
          IF WS-CODIVA-APERTO
             CLOSE CODIVA.
          IF WS-FCLIENTI-APERTO
             CLOSE FCLIENTI.
          DISPLAY 'CONTRATTI AGGIORNATI: ' WS-CTR-AGGIORNATI.
       OP-FINALI-EX.
          EXIT.
