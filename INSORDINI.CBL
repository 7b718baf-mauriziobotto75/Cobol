      ******************************************************************
      *  GESTIONE PREVENTIVI E ORDINI CLIENTI (ORDINI): INSERIMENTO,
      *  VARIAZIONE, CANCELLAZIONE, INTERROGAZIONE E ACCETTAZIONE.
      *  UN PREVENTIVO HA GLI IMPORTI DI UNA FATTURA (IMPONIBILE,
      *  IVA, TOTALE, ALIQUOTA O CODICE IVA, DIVISA) CON GLI STESSI
      *  CONTROLLI DI INSFATTURE, UNA DESCRIZIONE CHE ANDRA' SULLA
      *  RIGA DI FATTURA E UNA DATA DI VALIDITA'. STATI: 'A' APERTO
      *  (PREVENTIVO), 'C' ACCETTATO DAL CLIENTE (ORDINE DA FATTURARE),
      *  'S' SCADUTO (VALIDITA' PASSATA SENZA ACCETTAZIONE), 'F'
      *  FATTURATO. GLI ORDINI ACCETTATI LI FATTURA IL BATCH FATTORD,
      *  CHE SCRIVE LA FATTURA IN FFATTURE E RIPORTA QUI NUMERO E
      *  DATA. IL NUMERO DEL PREVENTIVO E' UN PROGRESSIVO DEL CLIENTE
      *  ASSEGNATO AL SALVATAGGIO (NON E' UN DOCUMENTO FISCALE, NON
      *  USA IL PROTOCOLLO NUMFATT). UN PREVENTIVO SCADUTO TORNA
      *  APERTO SE IN VARIAZIONE SE NE PROROGA LA VALIDITA'. STESSO
      *  SCHEMA A MENU DI INSFATTURE.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. INSORDINI.
       AUTHOR.  MB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDINI ASSIGN TO DATABASE-ORDINI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-ORDINI
           FILE STATUS IS FS-ORDINI.

           SELECT CAMBI ASSIGN TO DATABASE-CAMBI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-CAMBI
           FILE STATUS IS FS-CAMBI.

           SELECT CODIVA ASSIGN TO DATABASE-CODIVA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-CODIVA
           FILE STATUS IS FS-CODIVA.

       DATA DIVISION.

       FILE SECTION.
      *----------------------------------------------------------------
      *  PREVENTIVI E ORDINI: CHIAVE COD-CLI (COME FFATTURE) +
      *  PROGRESSIVO DEL CLIENTE. IMPORTI IN EURO INTERI COMP-3 COME
      *  IN FFATTURE; IN DIVISA ESTERA IMPONIBILE/IVA/TOTALE SONO IL
      *  CONTROVALORE IN EURO AL CAMBIO DOCUMENTATO.
      *----------------------------------------------------------------
       FD ORDINI
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS REC-ORDINI.
       01 REC-ORDINI.
           05 KEY-ORDINI.
             07 ORD-COD-CLI    PIC 9(5).
             07 ORD-NUM-ORD    PIC 9(5).
           05 ORD-DESCRIZIONE  PIC X(40).
           05 ORD-IMPONIB      PIC 9(14) COMP-3.
           05 ORD-IVA          PIC 9(14) COMP-3.
           05 ORD-TOT-ORD      PIC 9(14) COMP-3.
           05 ORD-ALIQUOTA     PIC 9(2).
           05 ORD-COD-IVA      PIC X(4).
           05 ORD-DIVISA       PIC X(3).
           05 ORD-CAMBIO       PIC 9(3)V9(6) COMP-3.
           05 ORD-IMP-DIVISA   PIC 9(14) COMP-3.
      *    DATA DEL PREVENTIVO, FINE VALIDITA' E ACCETTAZIONE.
           05 ORD-DATA-OFF     PIC 9(8).
           05 ORD-DATA-VALID   PIC 9(8).
           05 ORD-DATA-ACCETT  PIC 9(8).
           05 ORD-STATO        PIC X.
              88 ORD-APERTO       VALUE 'A'.
              88 ORD-ACCETTATO    VALUE 'C'.
              88 ORD-SCADUTO      VALUE 'S'.
              88 ORD-FATTURATO    VALUE 'F'.
      *    FATTURA EMESSA DA FATTORD (CHIAVE FFATTURE = COD-CLI +
      *    NUMERO).
           05 ORD-NUM-FAT      PIC X(8).
           05 ORD-DATA-FATT    PIC 9(8).
           05 FILLER           PIC X(13).

      *----------------------------------------------------------------
      *  TABELLA CAMBI (GESCAMBI).
      *----------------------------------------------------------------
       FD CAMBI
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS REC-CAMBI.
       01 REC-CAMBI.
           05 KEY-CAMBI.
             07 CAM-DIVISA     PIC X(3).
           05 CAM-CAMBIO       PIC 9(3)V9(6) COMP-3.
           05 CAM-DATA-AGG     PIC 9(8).
           05 FILLER           PIC X(4).

      *----------------------------------------------------------------
      *  TABELLA CODICI IVA (GESCODIVA).
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

       WORKING-STORAGE SECTION.

       01 FS-ORDINI                PIC X(2) VALUE '00'.
           88 FS-ORDINI-OK             VALUE '00'.
           88 FS-ORDINI-NOTFOUND       VALUE '23'.
           88 FS-ORDINI-DUPLICATE      VALUE '22'.
       01 SW-FINE-ORDINI           PIC X VALUE 'N'.
           88 FINE-ORDINI              VALUE 'S'.

       01 FS-CAMBI                 PIC X(2) VALUE '00'.
           88 FS-CAMBI-OK              VALUE '00'.
           88 FS-CAMBI-NOTFOUND        VALUE '23'.
       01 SW-CAMBI-APERTO          PIC X VALUE 'N'.
           88 WS-CAMBI-APERTO          VALUE 'S'.

       01 FS-CODIVA                PIC X(2) VALUE '00'.
           88 FS-CODIVA-OK             VALUE '00'.
           88 FS-CODIVA-NOTFOUND       VALUE '23'.
       01 SW-CODIVA-APERTO         PIC X VALUE 'N'.
           88 WS-CODIVA-APERTO         VALUE 'S'.

       01 WS-OPZIONE               PIC 9 VALUE ZERO.
       01 WS-MSG-ERRORE            PIC X(40) VALUE SPACES.
       01 WS-CONFERMA              PIC X VALUE 'N'.
       01 WS-DATA-OGGI             PIC 9(8) VALUE ZEROES.

       01 SW-DATI-VALIDI           PIC X VALUE 'S'.
           88 DATI-VALIDI              VALUE 'S'.
           88 DATI-NON-VALIDI          VALUE 'N'.

      *----------------------------------------------------------------
      *  CLIENTE E ULTIMO PROGRESSIVO TROVATO PER L'ASSEGNAZIONE DEL
      *  NUMERO AL NUOVO PREVENTIVO.
      *----------------------------------------------------------------
       01 WS-COD-CLI               PIC 9(5) VALUE ZEROES.
       01 WS-ULTIMO-NUM            PIC 9(5) VALUE ZEROES.

      *----------------------------------------------------------------
      *  IMPORTI IN FORMATO VIDEO (GLI IMPORTI DEL RECORD SONO
      *  COMP-3), COME IN INSFATTURE.
      *----------------------------------------------------------------
       01 WS-DATI-VIDEO.
           05 WS-VID-DESCRIZIONE   PIC X(40)    VALUE SPACES.
           05 WS-VID-IMPONIB       PIC 9(12)    VALUE ZEROES.
           05 WS-VID-IVA           PIC 9(12)    VALUE ZEROES.
           05 WS-VID-TOT-ORD       PIC 9(12)    VALUE ZEROES.
           05 WS-VID-ALIQUOTA      PIC 9(2)     VALUE ZEROES.
           05 WS-VID-COD-IVA       PIC X(4)     VALUE SPACES.
           05 WS-VID-DIVISA        PIC X(3)     VALUE 'EUR'.
           05 WS-VID-CAMBIO        PIC 9(3)V9(6) VALUE ZEROES.
           05 WS-VID-IMP-DIVISA    PIC 9(12)    VALUE ZEROES.
           05 WS-VID-DATA-OFF      PIC 9(8)     VALUE ZEROES.
           05 WS-VID-DATA-VALID    PIC 9(8)     VALUE ZEROES.

       01 WS-DATA-APPOGGIO.
           05 WS-APP-ANNO          PIC 9(4).
           05 WS-APP-MESE          PIC 9(2).
           05 WS-APP-GIORNO        PIC 9(2).

       01 WS-CONTROLLO-TOTALE      PIC 9(14)    VALUE ZEROES.
       01 WS-CONTROVALORE          PIC 9(14)    VALUE ZEROES.
       01 WS-SCARTO-CAMBIO         PIC S9(14)   VALUE ZEROES.

       SCREEN SECTION.

       01  SCREEN-MENU.
           05  BLANK SCREEN.
           05  LINE 2 COLUMN 22 VALUE "GESTIONE PREVENTIVI E ORDINI"
                                 REVERSE-VIDEO.
           05  LINE 6  COLUMN 5 VALUE "1 - INSERIMENTO PREVENTIVO".
           05  LINE 8  COLUMN 5 VALUE "2 - VARIAZIONE PREVENTIVO".
           05  LINE 10 COLUMN 5 VALUE "3 - CANCELLAZIONE PREVENTIVO".
           05  LINE 12 COLUMN 5 VALUE "4 - INTERROGAZIONE".
           05  LINE 14 COLUMN 5 VALUE "5 - ACCETTAZIONE DEL CLIENTE".
           05  LINE 16 COLUMN 5 VALUE "0 - FINE PROGRAMMA".
           05  LINE 18 COLUMN 5 VALUE "SCELTA : ".
           05  LINE 18 COLUMN 14 PIC 9 USING WS-OPZIONE.
           05  LINE 20 COLUMN 2 PIC X(40) USING WS-MSG-ERRORE
                                HIGHLIGHT.

       01  SCREEN-KEY-ORD.
           05  BLANK SCREEN.
           05  LINE 2 COLUMN 28 VALUE "RICERCA PREVENTIVO"
                                REVERSE-VIDEO.
           05  LINE 5 COLUMN 2 VALUE "CODICE CLIENTE  :".
           05  LINE 5 COLUMN 20 PIC 9(5) USING ORD-COD-CLI.
           05  LINE 7 COLUMN 2 VALUE "NUMERO PREV.    :".
           05  LINE 7 COLUMN 20 PIC 9(5) USING ORD-NUM-ORD.
           05  LINE 20 COLUMN 2 PIC X(40) USING WS-MSG-ERRORE
                                HIGHLIGHT.

       01  SCREEN-ORD.
           05  BLANK SCREEN.
           05  LINE 2 COLUMN 28 VALUE "CARICAMENTO PREVENTIVI"
                                REVERSE-VIDEO.
           05  LINE 5 COLUMN 2 VALUE "CODICE CLIENTE  :".
           05  LINE 5 COLUMN 20 PIC 9(5) USING ORD-COD-CLI.
           05  LINE 6 COLUMN 2 VALUE "NUMERO PREV.    :".
           05  LINE 6 COLUMN 20 PIC 9(5) FROM ORD-NUM-ORD.
           05  LINE 6 COLUMN 30 VALUE "(ASSEGNATO AL SALVATAGGIO)".
           05  LINE 7 COLUMN 2 VALUE "DESCRIZIONE     :".
           05  LINE 7 COLUMN 20 PIC X(40) USING WS-VID-DESCRIZIONE.
           05  LINE 9 COLUMN 2 VALUE "IMPONIBILE      :".
           05  LINE 9 COLUMN 20 PIC 9(12)    USING WS-VID-IMPONIB.
           05  LINE 11 COLUMN 2 VALUE "IVA             :".
           05  LINE 11 COLUMN 20 PIC 9(12)    USING WS-VID-IVA.
           05  LINE 13 COLUMN 2 VALUE "TOTALE          :".
           05  LINE 13 COLUMN 20 PIC 9(12)    USING WS-VID-TOT-ORD.
           05  LINE 15 COLUMN 2 VALUE "ALIQUOTA (4/10/22):".
           05  LINE 15 COLUMN 22 PIC 9(2) USING WS-VID-ALIQUOTA.
           05  LINE 17 COLUMN 2 VALUE "DATA PREV. (AAAAMMGG):".
           05  LINE 17 COLUMN 25 PIC 9(8) USING WS-VID-DATA-OFF.
           05  LINE 18 COLUMN 2 VALUE "VALIDO AL  (AAAAMMGG):".
           05  LINE 18 COLUMN 25 PIC 9(8) USING WS-VID-DATA-VALID.
           05  LINE 9 COLUMN 45 VALUE "DIVISA      :".
           05  LINE 9 COLUMN 60 PIC X(3) USING WS-VID-DIVISA.
           05  LINE 11 COLUMN 45 VALUE "CAMBIO      :".
           05  LINE 11 COLUMN 60 PIC 9(3)V9(6) USING WS-VID-CAMBIO.
           05  LINE 13 COLUMN 45 VALUE "IMP. DIVISA :".
           05  LINE 13 COLUMN 60 PIC 9(12) USING WS-VID-IMP-DIVISA.
           05  LINE 15 COLUMN 45 VALUE "COD. IVA    :".
           05  LINE 15 COLUMN 60 PIC X(4) USING WS-VID-COD-IVA.
           05  LINE 19 COLUMN 2
               VALUE "IVA E TOTALE A ZERO = CALCOLATI DALL'ALIQUOTA".
           05  LINE 20 COLUMN 2 PIC X(40) USING WS-MSG-ERRORE
                                HIGHLIGHT.

      *----------------------------------------------------------------
      *  STESSA MASCHERA IN VARIAZIONE: LA CHIAVE E' SOLO MOSTRATA.
      *----------------------------------------------------------------
       01  SCREEN-ORD-VARIA.
           05  BLANK SCREEN.
           05  LINE 2 COLUMN 28 VALUE "VARIAZIONE PREVENTIVI"
                                REVERSE-VIDEO.
           05  LINE 5 COLUMN 2 VALUE "CODICE CLIENTE  :".
           05  LINE 5 COLUMN 20 PIC 9(5) FROM ORD-COD-CLI.
           05  LINE 6 COLUMN 2 VALUE "NUMERO PREV.    :".
           05  LINE 6 COLUMN 20 PIC 9(5) FROM ORD-NUM-ORD.
           05  LINE 6 COLUMN 30 VALUE "STATO :".
           05  LINE 6 COLUMN 38 PIC X FROM ORD-STATO.
           05  LINE 7 COLUMN 2 VALUE "DESCRIZIONE     :".
           05  LINE 7 COLUMN 20 PIC X(40) USING WS-VID-DESCRIZIONE.
           05  LINE 9 COLUMN 2 VALUE "IMPONIBILE      :".
           05  LINE 9 COLUMN 20 PIC 9(12)    USING WS-VID-IMPONIB.
           05  LINE 11 COLUMN 2 VALUE "IVA             :".
           05  LINE 11 COLUMN 20 PIC 9(12)    USING WS-VID-IVA.
           05  LINE 13 COLUMN 2 VALUE "TOTALE          :".
           05  LINE 13 COLUMN 20 PIC 9(12)    USING WS-VID-TOT-ORD.
           05  LINE 15 COLUMN 2 VALUE "ALIQUOTA (4/10/22):".
           05  LINE 15 COLUMN 22 PIC 9(2) USING WS-VID-ALIQUOTA.
           05  LINE 17 COLUMN 2 VALUE "DATA PREV. (AAAAMMGG):".
           05  LINE 17 COLUMN 25 PIC 9(8) USING WS-VID-DATA-OFF.
           05  LINE 18 COLUMN 2 VALUE "VALIDO AL  (AAAAMMGG):".
           05  LINE 18 COLUMN 25 PIC 9(8) USING WS-VID-DATA-VALID.
           05  LINE 9 COLUMN 45 VALUE "DIVISA      :".
           05  LINE 9 COLUMN 60 PIC X(3) USING WS-VID-DIVISA.
           05  LINE 11 COLUMN 45 VALUE "CAMBIO      :".
           05  LINE 11 COLUMN 60 PIC 9(3)V9(6) USING WS-VID-CAMBIO.
           05  LINE 13 COLUMN 45 VALUE "IMP. DIVISA :".
           05  LINE 13 COLUMN 60 PIC 9(12) USING WS-VID-IMP-DIVISA.
           05  LINE 15 COLUMN 45 VALUE "COD. IVA    :".
           05  LINE 15 COLUMN 60 PIC X(4) USING WS-VID-COD-IVA.
           05  LINE 20 COLUMN 2 PIC X(40) USING WS-MSG-ERRORE
                                HIGHLIGHT.

       01  SCREEN-ORD-VISTA.
           05  BLANK SCREEN.
           05  LINE 2 COLUMN 26 VALUE "INTERROGAZIONE PREVENTIVI"
                                REVERSE-VIDEO.
           05  LINE 5 COLUMN 2 VALUE "CODICE CLIENTE  :".
           05  LINE 5 COLUMN 20 PIC 9(5) FROM ORD-COD-CLI.
           05  LINE 6 COLUMN 2 VALUE "NUMERO PREV.    :".
           05  LINE 6 COLUMN 20 PIC 9(5) FROM ORD-NUM-ORD.
           05  LINE 6 COLUMN 30 VALUE "STATO :".
           05  LINE 6 COLUMN 38 PIC X FROM ORD-STATO.
           05  LINE 6 COLUMN 40
               VALUE "(A=APERTO C=ACCETTATO S=SCADUTO F=FATTURATO)".
           05  LINE 7 COLUMN 2 VALUE "DESCRIZIONE     :".
           05  LINE 7 COLUMN 20 PIC X(40) FROM WS-VID-DESCRIZIONE.
           05  LINE 9 COLUMN 2 VALUE "IMPONIBILE      :".
           05  LINE 9 COLUMN 20 PIC 9(12)    FROM WS-VID-IMPONIB.
           05  LINE 11 COLUMN 2 VALUE "IVA             :".
           05  LINE 11 COLUMN 20 PIC 9(12)    FROM WS-VID-IVA.
           05  LINE 13 COLUMN 2 VALUE "TOTALE          :".
           05  LINE 13 COLUMN 20 PIC 9(12)    FROM WS-VID-TOT-ORD.
           05  LINE 15 COLUMN 2 VALUE "ALIQUOTA        :".
           05  LINE 15 COLUMN 22 PIC 9(2) FROM WS-VID-ALIQUOTA.
           05  LINE 17 COLUMN 2 VALUE "DATA PREV.      :".
           05  LINE 17 COLUMN 25 PIC 9(8) FROM WS-VID-DATA-OFF.
           05  LINE 18 COLUMN 2 VALUE "VALIDO AL       :".
           05  LINE 18 COLUMN 25 PIC 9(8) FROM WS-VID-DATA-VALID.
           05  LINE 19 COLUMN 2 VALUE "ACCETTATO IL    :".
           05  LINE 19 COLUMN 25 PIC 9(8) FROM ORD-DATA-ACCETT.
           05  LINE 9 COLUMN 45 VALUE "DIVISA      :".
           05  LINE 9 COLUMN 60 PIC X(3) FROM WS-VID-DIVISA.
           05  LINE 11 COLUMN 45 VALUE "CAMBIO      :".
           05  LINE 11 COLUMN 60 PIC 9(3)V9(6) FROM WS-VID-CAMBIO.
           05  LINE 13 COLUMN 45 VALUE "IMP. DIVISA :".
           05  LINE 13 COLUMN 60 PIC 9(12) FROM WS-VID-IMP-DIVISA.
           05  LINE 15 COLUMN 45 VALUE "COD. IVA    :".
           05  LINE 15 COLUMN 60 PIC X(4) FROM WS-VID-COD-IVA.
           05  LINE 17 COLUMN 45 VALUE "FATTURA     :".
           05  LINE 17 COLUMN 60 PIC X(8) FROM ORD-NUM-FAT.
           05  LINE 18 COLUMN 45 VALUE "DEL         :".
           05  LINE 18 COLUMN 60 PIC 9(8) FROM ORD-DATA-FATT.
           05  LINE 20 COLUMN 2 PIC X(40) FROM WS-MSG-ERRORE
                                HIGHLIGHT.

       01  SCREEN-CONFERMA.
           05  LINE 22 COLUMN 2 VALUE "CONFERMA ACCETTAZIONE (S/N) :".
           05  LINE 22 COLUMN 32 PIC X USING WS-CONFERMA.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-OGGI FROM DATE YYYYMMDD.
           PERFORM APRI-ORDINI THRU APRI-ORDINI-EX.
           PERFORM APRI-CAMBI THRU APRI-CAMBI-EX.
           PERFORM APRI-CODIVA THRU APRI-CODIVA-EX.

       MENU-PRINCIPALE.
           MOVE SPACES TO WS-MSG-ERRORE.
           MOVE ZERO TO WS-OPZIONE.
           DISPLAY SCREEN-MENU.
           ACCEPT SCREEN-MENU.
           EVALUATE WS-OPZIONE
              WHEN 1 PERFORM INSERISCI-ORDINE THRU
                             INSERISCI-ORDINE-EX
              WHEN 2 PERFORM VARIA-ORDINE THRU VARIA-ORDINE-EX
              WHEN 3 PERFORM CANCELLA-ORDINE THRU CANCELLA-ORDINE-EX
              WHEN 4 PERFORM INTERROGA-ORDINE THRU
                             INTERROGA-ORDINE-EX
              WHEN 5 PERFORM ACCETTA-ORDINE THRU ACCETTA-ORDINE-EX
              WHEN 0 GO TO FINE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           GO TO MENU-PRINCIPALE.

      *----------------------------------------------------------------
      *  APRE I PREVENTIVI IN I-O; AL PRIMO UTILIZZO LI CREA VUOTI E
      *  LI RIAPRE (SCHEMA DI APRI-FFATTURE IN INSFATTURE).
      *----------------------------------------------------------------
       APRI-ORDINI.
           OPEN I-O ORDINI.
           IF NOT FS-ORDINI-OK
              OPEN OUTPUT ORDINI
              CLOSE ORDINI
              OPEN I-O ORDINI.
       APRI-ORDINI-EX.
           EXIT.

      *----------------------------------------------------------------
      *  TABELLE CAMBI E CODICI IVA IN SOLA LETTURA, FACOLTATIVE
      *  COME IN INSFATTURE.
      *----------------------------------------------------------------
       APRI-CAMBI.
           OPEN INPUT CAMBI.
           IF FS-CAMBI-OK
              MOVE 'S' TO SW-CAMBI-APERTO.
       APRI-CAMBI-EX.
           EXIT.

       APRI-CODIVA.
           OPEN INPUT CODIVA.
           IF FS-CODIVA-OK
              MOVE 'S' TO SW-CODIVA-APERTO.
       APRI-CODIVA-EX.
           EXIT.

      *----------------------------------------------------------------
      *  INSERIMENTO: IL NUMERO E' IL PROSSIMO PROGRESSIVO DEL
      *  CLIENTE, ASSEGNATO DOPO I CONTROLLI. LA DATA DEL PREVENTIVO
      *  E' PROPOSTA A OGGI. CODICE CLIENTE A ZERO = ABBANDONO.
      *----------------------------------------------------------------
       INSERISCI-ORDINE.
           MOVE SPACES TO WS-MSG-ERRORE.
           PERFORM AZZ-DATI-ORDINE THRU AZZ-DATI-ORDINE-EX.
           MOVE WS-DATA-OGGI TO WS-VID-DATA-OFF.
       INSERISCI-ORDINE-LOOP.
           DISPLAY SCREEN-ORD.
           ACCEPT SCREEN-ORD.
           IF ORD-COD-CLI = ZEROES
              GO TO INSERISCI-ORDINE-EX.

           PERFORM VALIDA-DATI-ORDINE THRU VALIDA-DATI-ORDINE-EX.
           IF DATI-NON-VALIDI
              GO TO INSERISCI-ORDINE-LOOP.

           PERFORM ASSEGNA-NUMERO THRU ASSEGNA-NUMERO-EX.
           PERFORM VIDEO-SU-RECORD THRU VIDEO-SU-RECORD-EX.
           MOVE 'A'    TO ORD-STATO.
           MOVE ZEROES TO ORD-DATA-ACCETT ORD-DATA-FATT.
           MOVE SPACES TO ORD-NUM-FAT.
           WRITE REC-ORDINI.
           IF FS-ORDINI-DUPLICATE
              MOVE 'NUMERO GIA'' USATO: RIPETERE IL SALVATAGGIO'
                   TO WS-MSG-ERRORE
              GO TO INSERISCI-ORDINE-LOOP
           END-IF.
           IF NOT FS-ORDINI-OK
              MOVE 'ERRORE IN SCRITTURA PREVENTIVI' TO WS-MSG-ERRORE
              DISPLAY SCREEN-ORD
              GO TO INSERISCI-ORDINE-EX.
           STRING 'REGISTRATO CON NUMERO ' ORD-NUM-ORD
                  DELIMITED BY SIZE INTO WS-MSG-ERRORE.
           DISPLAY SCREEN-ORD-VISTA.
           ACCEPT SCREEN-ORD-VISTA.
       INSERISCI-ORDINE-EX.
           EXIT.

      *----------------------------------------------------------------
      *  PROSSIMO PROGRESSIVO DEL CLIENTE: SI SCORRONO I SUOI
      *  PREVENTIVI FINO ALL'ULTIMO. IL RECORD LETTO SOSTITUISCE
      *  QUELLO IN CARICAMENTO, CHE SI RICOSTRUISCE DAI CAMPI VIDEO.
      *----------------------------------------------------------------
       ASSEGNA-NUMERO.
           MOVE ORD-COD-CLI TO WS-COD-CLI.
           MOVE ZEROES TO WS-ULTIMO-NUM ORD-NUM-ORD.
           MOVE 'N' TO SW-FINE-ORDINI.
           START ORDINI KEY IS NOT LESS THAN KEY-ORDINI
                 INVALID KEY MOVE 'S' TO SW-FINE-ORDINI.
           PERFORM CERCA-ULTIMO THRU CERCA-ULTIMO-EX
                   UNTIL FINE-ORDINI.
           MOVE SPACES TO REC-ORDINI.
           MOVE WS-COD-CLI TO ORD-COD-CLI.
           COMPUTE ORD-NUM-ORD = WS-ULTIMO-NUM + 1.
       ASSEGNA-NUMERO-EX.
           EXIT.

       CERCA-ULTIMO.
           READ ORDINI NEXT RECORD
                AT END MOVE 'S' TO SW-FINE-ORDINI
                GO TO CERCA-ULTIMO-EX.
           IF NOT FS-ORDINI-OK OR ORD-COD-CLI NOT = WS-COD-CLI
              MOVE 'S' TO SW-FINE-ORDINI
              GO TO CERCA-ULTIMO-EX.
           MOVE ORD-NUM-ORD TO WS-ULTIMO-NUM.
       CERCA-ULTIMO-EX.
           EXIT.

      *----------------------------------------------------------------
      *  VARIAZIONE: UN PREVENTIVO FATTURATO NON SI TOCCA PIU'. SE LA
      *  VALIDITA' DI UN PREVENTIVO SCADUTO VIENE PROROGATA AD OGGI
      *  O OLTRE, TORNA APERTO.
      *----------------------------------------------------------------
       VARIA-ORDINE.
           MOVE SPACES TO WS-MSG-ERRORE.
           PERFORM AZZ-DATI-ORDINE THRU AZZ-DATI-ORDINE-EX.
           DISPLAY SCREEN-KEY-ORD.
           ACCEPT SCREEN-KEY-ORD.
           READ ORDINI KEY IS KEY-ORDINI.
           IF FS-ORDINI-NOTFOUND
              MOVE 'PREVENTIVO NON TROVATO' TO WS-MSG-ERRORE
              DISPLAY SCREEN-KEY-ORD
              GO TO VARIA-ORDINE-EX.
           PERFORM RECORD-SU-VIDEO THRU RECORD-SU-VIDEO-EX.
           IF ORD-FATTURATO
              MOVE 'ORDINE GIA'' FATTURATO: NON VARIABILE'
                   TO WS-MSG-ERRORE
              DISPLAY SCREEN-ORD-VISTA
              ACCEPT SCREEN-ORD-VISTA
              GO TO VARIA-ORDINE-EX.

       VARIA-ORDINE-LOOP.
           DISPLAY SCREEN-ORD-VARIA.
           ACCEPT SCREEN-ORD-VARIA.

           PERFORM VALIDA-DATI-ORDINE THRU VALIDA-DATI-ORDINE-EX.
           IF DATI-NON-VALIDI
              GO TO VARIA-ORDINE-LOOP.

           PERFORM VIDEO-SU-RECORD THRU VIDEO-SU-RECORD-EX.
           IF ORD-SCADUTO AND ORD-DATA-VALID NOT < WS-DATA-OGGI
              MOVE 'A' TO ORD-STATO.
           REWRITE REC-ORDINI.
           IF NOT FS-ORDINI-OK
              MOVE 'ERRORE IN VARIAZIONE PREVENTIVI' TO WS-MSG-ERRORE
              DISPLAY SCREEN-ORD-VARIA
              GO TO VARIA-ORDINE-EX.
       VARIA-ORDINE-EX.
           EXIT.

      *----------------------------------------------------------------
      *  CANCELLAZIONE: NON PER GLI ORDINI GIA' FATTURATI (LA FATTURA
      *  LI RICHIAMA).
      *----------------------------------------------------------------
       CANCELLA-ORDINE.
           MOVE SPACES TO WS-MSG-ERRORE.
           PERFORM AZZ-DATI-ORDINE THRU AZZ-DATI-ORDINE-EX.
           DISPLAY SCREEN-KEY-ORD.
           ACCEPT SCREEN-KEY-ORD.
           READ ORDINI KEY IS KEY-ORDINI.
           IF FS-ORDINI-NOTFOUND
              MOVE 'PREVENTIVO NON TROVATO' TO WS-MSG-ERRORE
              DISPLAY SCREEN-KEY-ORD
              GO TO CANCELLA-ORDINE-EX.

           PERFORM RECORD-SU-VIDEO THRU RECORD-SU-VIDEO-EX.
           IF ORD-FATTURATO
              MOVE 'ORDINE GIA'' FATTURATO: NON CANCELLABILE'
                   TO WS-MSG-ERRORE
              DISPLAY SCREEN-ORD-VISTA
              GO TO CANCELLA-ORDINE-EX.
           DISPLAY SCREEN-ORD-VISTA.
           DELETE ORDINI.
           IF NOT FS-ORDINI-OK
              MOVE 'ERRORE IN CANCELLAZIONE PREVENTIVI'
                   TO WS-MSG-ERRORE
              DISPLAY SCREEN-ORD-VISTA
              GO TO CANCELLA-ORDINE-EX.
       CANCELLA-ORDINE-EX.
           EXIT.

       INTERROGA-ORDINE.
           MOVE SPACES TO WS-MSG-ERRORE.
           PERFORM AZZ-DATI-ORDINE THRU AZZ-DATI-ORDINE-EX.
           DISPLAY SCREEN-KEY-ORD.
           ACCEPT SCREEN-KEY-ORD.
           READ ORDINI KEY IS KEY-ORDINI.
           IF FS-ORDINI-NOTFOUND
              MOVE 'PREVENTIVO NON TROVATO' TO WS-MSG-ERRORE
              DISPLAY SCREEN-KEY-ORD
              GO TO INTERROGA-ORDINE-EX.

           PERFORM RECORD-SU-VIDEO THRU RECORD-SU-VIDEO-EX.
           DISPLAY SCREEN-ORD-VISTA.
           ACCEPT SCREEN-ORD-VISTA.
       INTERROGA-ORDINE-EX.
           EXIT.

      *----------------------------------------------------------------
      *  ACCETTAZIONE DEL CLIENTE: SOLO SU UN PREVENTIVO APERTO E
      *  ANCORA VALIDO; DA QUI L'ORDINE ASPETTA LA FATTURAZIONE DI
      *  FATTORD. UN PREVENTIVO CON LA VALIDITA' PASSATA VIENE
      *  MARCATO SCADUTO (SI PUO' PROROGARE IN VARIAZIONE).
      *----------------------------------------------------------------
       ACCETTA-ORDINE.
           MOVE SPACES TO WS-MSG-ERRORE.
           PERFORM AZZ-DATI-ORDINE THRU AZZ-DATI-ORDINE-EX.
           DISPLAY SCREEN-KEY-ORD.
           ACCEPT SCREEN-KEY-ORD.
           READ ORDINI KEY IS KEY-ORDINI.
           IF FS-ORDINI-NOTFOUND
              MOVE 'PREVENTIVO NON TROVATO' TO WS-MSG-ERRORE
              DISPLAY SCREEN-KEY-ORD
              GO TO ACCETTA-ORDINE-EX.

           PERFORM RECORD-SU-VIDEO THRU RECORD-SU-VIDEO-EX.
           IF NOT ORD-APERTO
              MOVE 'ACCETTABILE SOLO UN PREVENTIVO APERTO'
                   TO WS-MSG-ERRORE
              DISPLAY SCREEN-ORD-VISTA
              ACCEPT SCREEN-ORD-VISTA
              GO TO ACCETTA-ORDINE-EX.
           IF ORD-DATA-VALID < WS-DATA-OGGI
              MOVE 'S' TO ORD-STATO
              REWRITE REC-ORDINI
              MOVE 'VALIDITA'' SCADUTA: PROROGARE IN VARIAZIONE'
                   TO WS-MSG-ERRORE
              DISPLAY SCREEN-ORD-VISTA
              ACCEPT SCREEN-ORD-VISTA
              GO TO ACCETTA-ORDINE-EX.
           MOVE 'N' TO WS-CONFERMA.
           DISPLAY SCREEN-ORD-VISTA.
           DISPLAY SCREEN-CONFERMA.
           ACCEPT SCREEN-CONFERMA.
           IF WS-CONFERMA NOT = 'S'
              GO TO ACCETTA-ORDINE-EX.
           MOVE 'C' TO ORD-STATO.
           MOVE WS-DATA-OGGI TO ORD-DATA-ACCETT.
           REWRITE REC-ORDINI.
           IF NOT FS-ORDINI-OK
              MOVE 'ERRORE IN AGGIORNAMENTO PREVENTIVI'
                   TO WS-MSG-ERRORE
           ELSE
              MOVE 'ORDINE ACCETTATO: DA FATTURARE' TO WS-MSG-ERRORE.
           DISPLAY SCREEN-ORD-VISTA.
           ACCEPT SCREEN-ORD-VISTA.
       ACCETTA-ORDINE-EX.
           EXIT.

       AZZ-DATI-ORDINE.
           MOVE SPACES TO REC-ORDINI.
           MOVE ZEROES TO ORD-COD-CLI ORD-NUM-ORD ORD-IMPONIB ORD-IVA
                          ORD-TOT-ORD ORD-ALIQUOTA ORD-CAMBIO
                          ORD-IMP-DIVISA ORD-DATA-OFF ORD-DATA-VALID
                          ORD-DATA-ACCETT ORD-DATA-FATT.
           MOVE SPACES TO WS-VID-DESCRIZIONE.
           MOVE ZEROES TO WS-VID-IMPONIB WS-VID-IVA WS-VID-TOT-ORD
                          WS-VID-ALIQUOTA.
           MOVE SPACES TO WS-VID-COD-IVA.
           MOVE 'EUR'  TO WS-VID-DIVISA.
           MOVE ZEROES TO WS-VID-CAMBIO WS-VID-IMP-DIVISA.
           MOVE ZEROES TO WS-VID-DATA-OFF WS-VID-DATA-VALID.
       AZZ-DATI-ORDINE-EX.
           EXIT.

      *----------------------------------------------------------------
      *  CONTROLLI DI VALIDITA': GLI STESSI DI UNA FATTURA SENZA
      *  RIGHE IN INSFATTURE (ALIQUOTA 4/10/22 O DA CODICE IVA,
      *  IMPONIBILE + IVA = TOTALE, DIVISA E CAMBIO), PIU' LA
      *  DESCRIZIONE E LA VALIDITA' NON ANTERIORE AL PREVENTIVO. CON
      *  IVA E TOTALE A ZERO LI CALCOLA IL PROGRAMMA DALL'ALIQUOTA.
      *----------------------------------------------------------------
       VALIDA-DATI-ORDINE.
           MOVE 'S' TO SW-DATI-VALIDI.
           MOVE WS-VID-DATA-OFF TO WS-DATA-APPOGGIO.
           IF WS-VID-COD-IVA NOT = SPACES
              PERFORM VALIDA-COD-IVA THRU VALIDA-COD-IVA-EX
              IF DATI-NON-VALIDI
                 GO TO VALIDA-DATI-ORDINE-EX
              END-IF
           END-IF.
           IF WS-VID-IVA = ZEROES AND WS-VID-TOT-ORD = ZEROES
              COMPUTE WS-VID-IVA ROUNDED =
                      WS-VID-IMPONIB * WS-VID-ALIQUOTA / 100
              COMPUTE WS-VID-TOT-ORD = WS-VID-IMPONIB + WS-VID-IVA.
           COMPUTE WS-CONTROLLO-TOTALE =
                   WS-VID-IMPONIB + WS-VID-IVA.
           EVALUATE TRUE
              WHEN ORD-COD-CLI = ZEROES
                 MOVE 'N' TO SW-DATI-VALIDI
                 MOVE 'CODICE CLIENTE OBBLIGATORIO' TO WS-MSG-ERRORE
              WHEN WS-VID-DESCRIZIONE = SPACES
                 MOVE 'N' TO SW-DATI-VALIDI
                 MOVE 'DESCRIZIONE OBBLIGATORIA' TO WS-MSG-ERRORE
              WHEN WS-VID-IMPONIB = ZEROES
                 MOVE 'N' TO SW-DATI-VALIDI
                 MOVE 'IMPONIBILE OBBLIGATORIO' TO WS-MSG-ERRORE
              WHEN WS-VID-COD-IVA = SPACES AND
                   WS-VID-ALIQUOTA NOT = 4 AND
                   WS-VID-ALIQUOTA NOT = 10 AND
                   WS-VID-ALIQUOTA NOT = 22
                 MOVE 'N' TO SW-DATI-VALIDI
                 MOVE 'ALIQUOTA NON AMMESSA (4/10/22)'
                      TO WS-MSG-ERRORE
              WHEN WS-VID-DATA-OFF = ZEROES
                 MOVE 'N' TO SW-DATI-VALIDI
                 MOVE 'DATA PREVENTIVO OBBLIGATORIA' TO WS-MSG-ERRORE
              WHEN WS-APP-MESE < 1 OR WS-APP-MESE > 12
                 MOVE 'N' TO SW-DATI-VALIDI
                 MOVE 'MESE DATA PREVENTIVO NON VALIDO'
                      TO WS-MSG-ERRORE
              WHEN WS-VID-DATA-VALID < WS-VID-DATA-OFF
                 MOVE 'N' TO SW-DATI-VALIDI
                 MOVE 'VALIDITA'' ANTERIORE AL PREVENTIVO'
                      TO WS-MSG-ERRORE
              WHEN WS-CONTROLLO-TOTALE NOT = WS-VID-TOT-ORD
                 MOVE 'N' TO SW-DATI-VALIDI
                 MOVE 'IMPONIBILE + IVA DIVERSO DAL TOTALE'
                      TO WS-MSG-ERRORE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF DATI-VALIDI
              PERFORM VALIDA-DIVISA THRU VALIDA-DIVISA-EX.
       VALIDA-DATI-ORDINE-EX.
           EXIT.

      *----------------------------------------------------------------
      *  CODICE IVA: IN TABELLA, NE DA' L'ALIQUOTA; AD ALIQUOTA ZERO
      *  L'IVA DEVE ESSERE ZERO (COME IN INSFATTURE).
      *----------------------------------------------------------------
       VALIDA-COD-IVA.
           IF NOT WS-CODIVA-APERTO
              MOVE 'N' TO SW-DATI-VALIDI
              MOVE 'TABELLA CODICI IVA NON DISPONIBILE'
                   TO WS-MSG-ERRORE
              GO TO VALIDA-COD-IVA-EX.
           MOVE WS-VID-COD-IVA TO CIV-CODICE.
           READ CODIVA.
           IF FS-CODIVA-NOTFOUND
              MOVE 'N' TO SW-DATI-VALIDI
              MOVE 'CODICE IVA NON IN TABELLA' TO WS-MSG-ERRORE
              GO TO VALIDA-COD-IVA-EX.
           IF NOT FS-CODIVA-OK
              MOVE 'N' TO SW-DATI-VALIDI
              MOVE 'ERRORE IN LETTURA TABELLA CODICI IVA'
                   TO WS-MSG-ERRORE
              GO TO VALIDA-COD-IVA-EX.
           MOVE CIV-ALIQUOTA TO WS-VID-ALIQUOTA.
           IF CIV-ALIQUOTA = ZEROES AND WS-VID-IVA NOT = ZEROES
              MOVE 'N' TO SW-DATI-VALIDI
              MOVE 'CODICE IVA AD ALIQUOTA ZERO: IVA A ZERO'
                   TO WS-MSG-ERRORE.
       VALIDA-COD-IVA-EX.
           EXIT.

      *----------------------------------------------------------------
      *  DIVISA E CAMBIO: STESSE REGOLE DI VALIDA-DIVISA IN
      *  INSFATTURE (EURO A CAMBIO 1, DIVISA ESTERA IN TABELLA CAMBI
      *  CON CONTROVALORE CHE QUADRA AL CAMBIO ENTRO UN EURO).
      *----------------------------------------------------------------
       VALIDA-DIVISA.
           IF WS-VID-DIVISA = SPACES
              MOVE 'EUR' TO WS-VID-DIVISA.
           IF WS-VID-DIVISA = 'EUR'
              MOVE 1 TO WS-VID-CAMBIO
              MOVE WS-VID-TOT-ORD TO WS-VID-IMP-DIVISA
              GO TO VALIDA-DIVISA-EX.
           IF NOT WS-CAMBI-APERTO
              MOVE 'N' TO SW-DATI-VALIDI
              MOVE 'TABELLA CAMBI NON DISPONIBILE' TO WS-MSG-ERRORE
              GO TO VALIDA-DIVISA-EX.
           MOVE WS-VID-DIVISA TO CAM-DIVISA.
           READ CAMBI.
           IF FS-CAMBI-NOTFOUND
              MOVE 'N' TO SW-DATI-VALIDI
              MOVE 'DIVISA NON IN TABELLA CAMBI' TO WS-MSG-ERRORE
              GO TO VALIDA-DIVISA-EX.
           IF NOT FS-CAMBI-OK
              MOVE 'N' TO SW-DATI-VALIDI
              MOVE 'ERRORE IN LETTURA TABELLA CAMBI' TO WS-MSG-ERRORE
              GO TO VALIDA-DIVISA-EX.
           IF WS-VID-CAMBIO = ZEROES
              MOVE CAM-CAMBIO TO WS-VID-CAMBIO.
           IF WS-VID-IMP-DIVISA = ZEROES
              MOVE 'N' TO SW-DATI-VALIDI
              MOVE 'IMPORTO IN DIVISA OBBLIGATORIO' TO WS-MSG-ERRORE
              GO TO VALIDA-DIVISA-EX.
           COMPUTE WS-CONTROVALORE ROUNDED =
                   WS-VID-IMP-DIVISA * WS-VID-CAMBIO.
           COMPUTE WS-SCARTO-CAMBIO =
                   WS-CONTROVALORE - WS-VID-TOT-ORD.
           IF WS-SCARTO-CAMBIO > 1 OR WS-SCARTO-CAMBIO < -1
              MOVE 'N' TO SW-DATI-VALIDI
              MOVE 'CONTROVALORE EURO NON QUADRA AL CAMBIO'
                   TO WS-MSG-ERRORE.
       VALIDA-DIVISA-EX.
           EXIT.

      *----------------------------------------------------------------
      *  TRAVASO DEI CAMPI VIDEO NEL RECORD E VICEVERSA.
      *----------------------------------------------------------------
       VIDEO-SU-RECORD.
           MOVE WS-VID-DESCRIZIONE TO ORD-DESCRIZIONE.
           MOVE WS-VID-IMPONIB     TO ORD-IMPONIB.
           MOVE WS-VID-IVA         TO ORD-IVA.
           MOVE WS-VID-TOT-ORD     TO ORD-TOT-ORD.
           MOVE WS-VID-ALIQUOTA    TO ORD-ALIQUOTA.
           MOVE WS-VID-COD-IVA     TO ORD-COD-IVA.
           MOVE WS-VID-DIVISA      TO ORD-DIVISA.
           MOVE WS-VID-CAMBIO      TO ORD-CAMBIO.
           MOVE WS-VID-IMP-DIVISA  TO ORD-IMP-DIVISA.
           MOVE WS-VID-DATA-OFF    TO ORD-DATA-OFF.
           MOVE WS-VID-DATA-VALID  TO ORD-DATA-VALID.
       VIDEO-SU-RECORD-EX.
           EXIT.

       RECORD-SU-VIDEO.
           MOVE ORD-DESCRIZIONE TO WS-VID-DESCRIZIONE.
           MOVE ORD-IMPONIB     TO WS-VID-IMPONIB.
           MOVE ORD-IVA         TO WS-VID-IVA.
           MOVE ORD-TOT-ORD     TO WS-VID-TOT-ORD.
           MOVE ORD-ALIQUOTA    TO WS-VID-ALIQUOTA.
           MOVE ORD-COD-IVA     TO WS-VID-COD-IVA.
           IF ORD-DIVISA = SPACES
              MOVE 'EUR' TO WS-VID-DIVISA
           ELSE
              MOVE ORD-DIVISA TO WS-VID-DIVISA.
           MOVE ORD-CAMBIO      TO WS-VID-CAMBIO.
           MOVE ORD-IMP-DIVISA  TO WS-VID-IMP-DIVISA.
           MOVE ORD-DATA-OFF    TO WS-VID-DATA-OFF.
           MOVE ORD-DATA-VALID  TO WS-VID-DATA-VALID.
       RECORD-SU-VIDEO-EX.
           EXIT.

       FINE.
           CLOSE ORDINI.
           IF WS-CAMBI-APERTO
              CLOSE CAMBI.
           IF WS-CODIVA-APERTO
              CLOSE CODIVA.
           STOP RUN.
