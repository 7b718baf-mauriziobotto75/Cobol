      *                E VALIDATO CONTRO LA TABELLA CAMBI (GESCAMBI);
      *                IL CONTROVALORE DEVE QUADRARE AL CAMBIO
      *                DOCUMENTATO (TOLLERANZA DI ARROTONDAMENTO).
      * 05-09-2026 MB  AGGIUNTE LE RIGHE DI DETTAGLIO (FATRIGHE):
      *                UNA FATTURA CON RIGHE (S) SI CARICA RIGA PER
      *                RIGA CON DESCRIZIONE, QUANTITA', PREZZO, SCONTO
      *                E ALIQUOTA; IMPONIBILE, IVA E TOTALE DI TESTATA
      *                SONO RICAVATI DALLE RIGHE (IVA CALCOLATA PER
      *                ALIQUOTA), L'ALIQUOTA DI TESTATA E' QUELLA
      *                PREVALENTE. LA CANCELLAZIONE DELLA FATTURA
      *                CANCELLA ANCHE LE RIGHE.
      * 08-09-2026 MB  NUMERAZIONE FATTURE DA PROTOCOLLO (NUMFATT): IN
      *                INSERIMENTO IL NUMERO NON SI DIGITA PIU', VIENE
      *                ASSEGNATO AL SALVATAGGIO COME SERIE (F FATTURE,
      *                N NOTE DI CREDITO) + ANNO + PROGRESSIVO; LA DATA
      *                NON PUO' ESSERE ANTERIORE A QUELLA DELL'ULTIMO
      *                NUMERO DELLA SERIE. SE IL CARICAMENTO VIENE
      *                ABBANDONATO IL NUMERO SI RESTITUISCE QUANDO E'
      *                ANCORA L'ULTIMO EMESSO.
      * 10-09-2026 MB  CODICE IVA SUL DOCUMENTO (TABELLA CODIVA, VEDI
      *                GESCODIVA) PER ESENTI, NON IMPONIBILI, REVERSE
      *                CHARGE E SPLIT PAYMENT: CON IL CODICE L'ALIQUOTA
      *                E' QUELLA DELLA TABELLA, ANCHE ZERO (CON IVA A
      *                ZERO); SENZA CODICE RESTA IL REGIME ORDINARIO
      *                4/10/22. LE RIGHE DI UN DOCUMENTO CON CODICE
      *                DEVONO AVERE L'ALIQUOTA DEL CODICE.
      * 14-09-2026 MB  TERMINE DI PAGAMENTO (TABELLA TERMPAG, VEDI
      *                GESTPAG): CON IL TERMINE LE SCADENZE SI CALCOLANO
      *                DALLA DATA FATTURA E LA PRIMA VA SU
      *                FFAT-DATA-SCAD; SENZA TERMINE E SENZA SCADENZA
      *                SI PROPONE IL TERMINE ABITUALE DEL CLIENTE
      *                (CLIPAG, VEDI GESCLIPAG). UNA FATTURA A PIU'
      *                RATE CARICA IN PARTITE UNA PARTITA PER RATA
      *                (IMPORTI UGUALI, IL RESTO SULL'ULTIMA), RIFATTE
      *                IN VARIAZIONE E CANCELLATE CON LA FATTURA
      *                FINCHE' NESSUNA RATA E' INCASSATA.
      * 15-10-2026 MB  BLOCCO DEI PERIODI IVA LIQUIDATI (ROUTINE
      *                PERIVA): NON SI INSERISCE, NON SI VARIA E NON
      *                SI CANCELLA UN DOCUMENTO CON DATA IN UN MESE IN
      *                CHIUSURA O CHIUSO DA REGIVA; IN VARIAZIONE SI
      *                CONTROLLANO SIA LA DATA ORIGINARIA SIA LA NUOVA.
      *                LE CORREZIONI PASSANO DALLA RIAPERTURA DEL MESE
      *                CON GESPERIVA.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           RECORD KEY IS KEY-CAMBI
           FILE STATUS IS FS-CAMBI.

           SELECT FATRIGHE ASSIGN TO DATABASE-FATRIGHE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-FATRIGHE
           FILE STATUS IS FS-RIGHE.

           SELECT NUMFATT ASSIGN TO DATABASE-NUMFATT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-NUMFATT
           FILE STATUS IS FS-NUMFATT.

           SELECT CODIVA ASSIGN TO DATABASE-CODIVA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-CODIVA
           FILE STATUS IS FS-CODIVA.

           SELECT TERMPAG ASSIGN TO DATABASE-TERMPAG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-TERMPAG
           FILE STATUS IS FS-TERMPAG.

           SELECT CLIPAG ASSIGN TO DATABASE-CLIPAG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-CLIPAG
           FILE STATUS IS FS-CLIPAG.

           SELECT PARTITE ASSIGN TO DATABASE-PARTITE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-PARTITE
           FILE STATUS IS FS-PARTITE.

       DATA DIVISION.

       FILE SECTION.
              88 FFAT-DOC-IN-EURO VALUE 'EUR' '   '.
           05 FFAT-CAMBIO      PIC 9(3)V9(6) COMP-3.
           05 FFAT-IMP-DIVISA  PIC 9(14) COMP-3.
      *    CODICE IVA (TABELLA CODIVA) PER I DOCUMENTI NON A REGIME
      *    ORDINARIO; SPAZI = ALIQUOTA ORDINARIA 4/10/22.
           05 FFAT-COD-IVA     PIC X(4).
           05 FILLER           PIC X(4).

      *----------------------------------------------------------------
      *  TABELLA CAMBI (GESCAMBI): CAMBIO DIVISA->EURO PROPOSTO E
           05 CAM-DATA-AGG     PIC 9(8).
           05 FILLER           PIC X(4).

      *----------------------------------------------------------------
      *  RIGHE DI DETTAGLIO DELLE FATTURE: CHIAVE DEL DOCUMENTO
      *  (KEY-FFATTURE) PIU' NUMERO RIGA. L'IMPONIBILE DI RIGA E'
      *  QUANTITA' X PREZZO AL NETTO DELLO SCONTO, ARROTONDATO
      *  ALL'EURO COME GLI IMPORTI DI TESTATA.
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

      *----------------------------------------------------------------
      *  PROTOCOLLO DI NUMERAZIONE (GESNUMFAT): ULTIMO PROGRESSIVO
      *  EMESSO PER ANNO E SERIE E DATA DEL DOCUMENTO CHE LO PORTA.
      *----------------------------------------------------------------
       FD NUMFATT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REC-NUMFATT.
       01 REC-NUMFATT.
           05 KEY-NUMFATT.
             07 NUM-ANNO       PIC 9(4).
             07 NUM-SERIE      PIC X.
           05 NUM-ULTIMO       PIC 9(5).
           05 NUM-DATA-ULT     PIC 9(8).
           05 NUM-PRIMO        PIC 9(5).
           05 FILLER           PIC X(17).

      *----------------------------------------------------------------
      *  TABELLA CODICI IVA (GESCODIVA): ALIQUOTA, NATURA,
      *  ESIGIBILITA' E RIFERIMENTO NORMATIVO DEL CODICE.
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

      *----------------------------------------------------------------
      *  TABELLA TERMINI DI PAGAMENTO (GESTPAG): NUMERO RATE, GIORNI
      *  DI OGNI RATA DALLA DATA FATTURA E INDICATORE FINE MESE.
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

      *----------------------------------------------------------------
      *  TERMINE DI PAGAMENTO ABITUALE DEL CLIENTE (GESCLIPAG).
      *----------------------------------------------------------------
       FD CLIPAG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS REC-CLIPAG.
       01 REC-CLIPAG.
           05 KEY-CLIPAG.
             07 CLP-COD-CLI    PIC 9(5).
           05 CLP-TERMINE      PIC X(8).
           05 FILLER           PIC X(7).

      *----------------------------------------------------------------
      *  ARCHIVIO PARTITE (STESSO RECORD DI INCASSI): QUI SI CARICANO
      *  SOLO LE RATE 01-06 DELLE FATTURE A PIU' SCADENZE; LA
      *  PARTITA 00 DELLE FATTURE A SCADENZA UNICA LA CREA INCASSI.
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
              88 PAR-APERTA       VALUE 'A'.
           05 PAR-TIPO         PIC X.
           05 PAR-RIF-CONTRATTO PIC 9(6).
           05 FILLER           PIC X(7).

       WORKING-STORAGE SECTION.

       01 FS-FATTURE               PIC X(2) VALUE '00'.
       01 SW-CAMBI-APERTO          PIC X VALUE 'N'.
           88 WS-CAMBI-APERTO          VALUE 'S'.

       01 FS-RIGHE                 PIC X(2) VALUE '00'.
           88 FS-RIGHE-OK              VALUE '00'.
           88 FS-RIGHE-NOTFOUND        VALUE '23'.
       01 SW-FINE-RIGHE            PIC X VALUE 'N'.
           88 FINE-RIGHE               VALUE 'S'.
       01 SW-RIGA-NUOVA            PIC X VALUE 'N'.
           88 WS-RIGA-NUOVA            VALUE 'S'.

       01 FS-NUMFATT               PIC X(2) VALUE '00'.
           88 FS-NUMFATT-OK            VALUE '00'.
           88 FS-NUMFATT-NOTFOUND      VALUE '23'.
       01 SW-INSERIMENTO           PIC X VALUE 'N'.
           88 WS-INSERIMENTO           VALUE 'S'.
       01 SW-NUM-ASSEGNATO         PIC X VALUE 'N'.
           88 WS-NUM-ASSEGNATO         VALUE 'S'.
       01 SW-NUM-NUOVO             PIC X VALUE 'N'.
           88 WS-NUM-NUOVO             VALUE 'S'.

       01 FS-CODIVA                PIC X(2) VALUE '00'.
           88 FS-CODIVA-OK             VALUE '00'.
           88 FS-CODIVA-NOTFOUND       VALUE '23'.
       01 SW-CODIVA-APERTO         PIC X VALUE 'N'.
           88 WS-CODIVA-APERTO         VALUE 'S'.
      *    ALIQUOTA DEL CODICE IVA DEL DOCUMENTO, PER IL CONTROLLO
      *    DELLE RIGHE.
       01 WS-COD-IVA-ALIQ          PIC 9(2) VALUE ZEROES.

       01 FS-TERMPAG               PIC X(2) VALUE '00'.
           88 FS-TERMPAG-OK            VALUE '00'.
           88 FS-TERMPAG-NOTFOUND      VALUE '23'.
       01 SW-TERMPAG-APERTO        PIC X VALUE 'N'.
           88 WS-TERMPAG-APERTO        VALUE 'S'.
       01 FS-CLIPAG                PIC X(2) VALUE '00'.
           88 FS-CLIPAG-OK             VALUE '00'.
       01 SW-CLIPAG-APERTO         PIC X VALUE 'N'.
           88 WS-CLIPAG-APERTO         VALUE 'S'.
       01 FS-PARTITE               PIC X(2) VALUE '00'.
           88 FS-PARTITE-OK            VALUE '00'.
       01 SW-FINE-RATE             PIC X VALUE 'N'.
           88 FINE-RATE                VALUE 'S'.
      *    'S' = IL DOCUMENTO HA GIA' UNA PARTITA MOVIMENTATA (RATA
      *    INCASSATA O PARTITA UNICA GIA' APERTA): TERMINE E RATE
      *    NON SI TOCCANO PIU'.
       01 SW-RATE-BLOCCATE         PIC X VALUE 'N'.
           88 WS-RATE-BLOCCATE         VALUE 'S'.

       01 WS-OPZIONE               PIC 9 VALUE ZERO.
       01 WS-MSG-ERRORE            PIC X(40) VALUE SPACES.

           05 WS-VID-DIVISA        PIC X(3)     VALUE 'EUR'.
           05 WS-VID-CAMBIO        PIC 9(3)V9(6) VALUE ZEROES.
           05 WS-VID-IMP-DIVISA    PIC 9(12)    VALUE ZEROES.
      *    'S' = FATTURA CON RIGHE DI DETTAGLIO: GLI IMPORTI DI
      *    TESTATA NON SI DIGITANO, SI RICAVANO DALLE RIGHE.
           05 WS-VID-RIGHE         PIC X        VALUE 'N'.
      *    CODICE IVA (SPAZI = REGIME ORDINARIO).
           05 WS-VID-COD-IVA       PIC X(4)     VALUE SPACES.
      *    TERMINE DI PAGAMENTO (SPAZI = SCADENZA DIGITATA, O IN
      *    VARIAZIONE SCADENZE INVARIATE).
           05 WS-VID-TERMINE       PIC X(8)     VALUE SPACES.
      *    RIGA IN CARICAMENTO.
           05 WS-VID-NUM-RIGA      PIC 9(3)     VALUE ZEROES.
           05 WS-VID-RIG-DESCR     PIC X(40)    VALUE SPACES.
           05 WS-VID-RIG-QTA       PIC 9(7)V99  VALUE ZEROES.
           05 WS-VID-RIG-PREZZO    PIC 9(9)V99  VALUE ZEROES.
           05 WS-VID-RIG-SCONTO    PIC 9(2)V99  VALUE ZEROES.
           05 WS-VID-RIG-ALIQ      PIC 9(2)     VALUE ZEROES.

      *----------------------------------------------------------------
      *  TOTALI DELLE RIGHE DEL DOCUMENTO PER ALIQUOTA: L'IVA SI
      *  CALCOLA SUL TOTALE IMPONIBILE DI OGNI ALIQUOTA.
      *----------------------------------------------------------------
       01 WS-TOT-RIGHE.
           05 WS-CTR-RIGHE         PIC 9(3)     VALUE ZEROES.
           05 WS-RIG-IMP-00        PIC 9(14)    VALUE ZEROES.
           05 WS-CTR-RIGHE-DIVERSE PIC 9(3)     VALUE ZEROES.
           05 WS-RIG-IMP-04        PIC 9(14)    VALUE ZEROES.
           05 WS-RIG-IMP-10        PIC 9(14)    VALUE ZEROES.
           05 WS-RIG-IMP-22        PIC 9(14)    VALUE ZEROES.
           05 WS-RIG-IVA-04        PIC 9(14)    VALUE ZEROES.
           05 WS-RIG-IVA-10        PIC 9(14)    VALUE ZEROES.
           05 WS-RIG-IVA-22        PIC 9(14)    VALUE ZEROES.

      *----------------------------------------------------------------
      *  QUADRATURA DEL CONTROVALORE IN EURO AL CAMBIO DOCUMENTATO:

       01 WS-CONTROLLO-TOTALE      PIC 9(14)    VALUE ZEROES.

      *----------------------------------------------------------------
      *  DATA DA CONTROLLARE CONTRO LO STATO DEI PERIODI IVA
      *  (ROUTINE PERIVA): DATA FATTURA DIGITATA O QUELLA ORIGINARIA
      *  DEL DOCUMENTO IN VARIAZIONE O CANCELLAZIONE.
      *----------------------------------------------------------------
       01 WS-DATA-PERIODO          PIC 9(8)     VALUE ZEROES.
           COPY PAR_PerIva.

      *----------------------------------------------------------------
      *  SCADENZE DEL DOCUMENTO: CALCOLATE DAL TERMINE DI PAGAMENTO O
      *  LETTE DALLE RATE GIA' IN PARTITE. CON UNA SOLA SCADENZA IL
      *  DOCUMENTO NON HA RATE (LA PARTITA 00 NASCE IN INCASSI). IL
      *  TOTALE LETTO SERVE A BLOCCARNE LA VARIAZIONE SE CI SONO
      *  RATE GIA' INCASSATE.
      *----------------------------------------------------------------
       01 WS-SCADENZE.
           05 WS-RAT-N             PIC 9(1)     VALUE ZEROES.
           05 WS-RAT-SCAD          PIC 9(8)     OCCURS 6.
       01 WS-IND-RATA              PIC 9(1)     VALUE ZEROES.
       01 WS-QUOTA-RATA            PIC 9(14)    VALUE ZEROES.
       01 WS-TOT-ORIG              PIC 9(14)    VALUE ZEROES.

      *----------------------------------------------------------------
      *  CALCOLO DELLE SCADENZE: DATA FATTURA PIU' I GIORNI DELLA
      *  RATA IN GIORNI DI CALENDARIO (ANNI BISESTILI COMPRESI),
      *  EVENTUALMENTE PORTATA A FINE MESE.
      *----------------------------------------------------------------
       01 WS-DATA-CALC.
           05 WS-CAL-ANNO          PIC 9(4).
           05 WS-CAL-MESE          PIC 9(2).
           05 WS-CAL-GIORNO        PIC 9(2).
       01 WS-GG-DA-AGGIUNGERE      PIC 9(3)     VALUE ZEROES.
       01 WS-GG-RESTANTI           PIC 9(2)     VALUE ZEROES.
       01 WS-TAB-GG-MESE-V         PIC X(24)
                                   VALUE '312831303130313130313031'.
       01 WS-TAB-GG-MESE REDEFINES WS-TAB-GG-MESE-V.
           05 WS-GG-MESE           PIC 9(2) OCCURS 12 TIMES.
       01 WS-GG-FINE-MESE          PIC 9(2)     VALUE ZEROES.
       01 WS-QUOZIENTE             PIC 9(4)     VALUE ZEROES.
       01 WS-RESTO-4               PIC 9(4)     VALUE ZEROES.
       01 WS-RESTO-100             PIC 9(4)     VALUE ZEROES.
       01 WS-RESTO-400             PIC 9(4)     VALUE ZEROES.

      *----------------------------------------------------------------
      *  NUMERO DI PROTOCOLLO ASSEGNATO AL DOCUMENTO IN CARICAMENTO:
      *  SERIE + ANNO A DUE CIFRE + PROGRESSIVO (ES. F2600001). SI
      *  CONSERVANO CLIENTE E DATA DELL'ULTIMO NUMERO PRECEDENTE PER
      *  POTER RESTITUIRE IL NUMERO SE IL CARICAMENTO E' ABBANDONATO.
      *----------------------------------------------------------------
       01 WS-NUMERAZIONE.
           05 WS-NUM-ANNO          PIC 9(4)     VALUE ZEROES.
           05 WS-NUM-SERIE         PIC X        VALUE SPACES.
           05 WS-NUM-COD-CLI       PIC 9(5)     VALUE ZEROES.
           05 WS-NUM-DATA-PREC     PIC 9(8)     VALUE ZEROES.
       01 WS-NUMERO-PROT.
           05 WS-PROT-SERIE        PIC X.
           05 WS-PROT-AA           PIC 9(2).
           05 WS-PROT-PROGR        PIC 9(5).

       SCREEN SECTION.

       01  SCREEN-MENU.
           05  LINE 5 COLUMN 2 VALUE "CODICE CLIENTE  :".
           05  LINE 5 COLUMN 20 PIC 9(5) USING FFAT-COD-CLI.
           05  LINE 7 COLUMN 2 VALUE "NUMERO FATTURA  :".
           05  LINE 7 COLUMN 20 PIC X(8) FROM FFAT-NUM-FAT.
           05  LINE 7 COLUMN 30 VALUE "(ASSEGNATO AL SALVATAGGIO)".
           05  LINE 9 COLUMN 2 VALUE "IMPONIBILE      :".
           05  LINE 9 COLUMN 20 PIC 9(12)    USING WS-VID-IMPONIB.
           05  LINE 11 COLUMN 2 VALUE "IVA             :".
           05  LINE 11 COLUMN 60 PIC 9(3)V9(6) USING WS-VID-CAMBIO.
           05  LINE 13 COLUMN 45 VALUE "IMP. DIVISA :".
           05  LINE 13 COLUMN 60 PIC 9(12) USING WS-VID-IMP-DIVISA.
           05  LINE 15 COLUMN 45 VALUE "RIGHE (S/N) :".
           05  LINE 15 COLUMN 60 PIC X USING WS-VID-RIGHE.
           05  LINE 17 COLUMN 45 VALUE "COD. IVA    :".
           05  LINE 17 COLUMN 60 PIC X(4) USING WS-VID-COD-IVA.
           05  LINE 19 COLUMN 45 VALUE "TERMINE PAG.:".
           05  LINE 19 COLUMN 60 PIC X(8) USING WS-VID-TERMINE.
           05  LINE 20 COLUMN 2 PIC X(40) USING WS-MSG-ERRORE
                                HIGHLIGHT.

           05  LINE 11 COLUMN 60 PIC 9(3)V9(6) USING WS-VID-CAMBIO.
           05  LINE 13 COLUMN 45 VALUE "IMP. DIVISA :".
           05  LINE 13 COLUMN 60 PIC 9(12) USING WS-VID-IMP-DIVISA.
           05  LINE 15 COLUMN 45 VALUE "RIGHE (S/N) :".
           05  LINE 15 COLUMN 60 PIC X USING WS-VID-RIGHE.
           05  LINE 17 COLUMN 45 VALUE "COD. IVA    :".
           05  LINE 17 COLUMN 60 PIC X(4) USING WS-VID-COD-IVA.
           05  LINE 19 COLUMN 45 VALUE "TERMINE PAG.:".
           05  LINE 19 COLUMN 60 PIC X(8) USING WS-VID-TERMINE.
           05  LINE 20 COLUMN 2 PIC X(40) USING WS-MSG-ERRORE
                                HIGHLIGHT.

           05  LINE 11 COLUMN 60 PIC 9(3)V9(6) FROM WS-VID-CAMBIO.
           05  LINE 13 COLUMN 45 VALUE "IMP. DIVISA :".
           05  LINE 13 COLUMN 60 PIC 9(12) FROM WS-VID-IMP-DIVISA.
           05  LINE 15 COLUMN 45 VALUE "RIGHE (S/N) :".
           05  LINE 15 COLUMN 60 PIC X FROM WS-VID-RIGHE.
           05  LINE 17 COLUMN 45 VALUE "COD. IVA    :".
           05  LINE 17 COLUMN 60 PIC X(4) FROM WS-VID-COD-IVA.
           05  LINE 18 COLUMN 45 VALUE "NUM. RATE   :".
           05  LINE 18 COLUMN 60 PIC 9 FROM WS-RAT-N.
           05  LINE 19 COLUMN 45 VALUE "TERMINE PAG.:".
           05  LINE 19 COLUMN 60 PIC X(8) FROM WS-VID-TERMINE.
           05  LINE 20 COLUMN 2 PIC X(40) FROM WS-MSG-ERRORE
                                HIGHLIGHT.

      *----------------------------------------------------------------
      *  RIGHE DI DETTAGLIO: PRIMA SI CHIEDE IL NUMERO RIGA (UNA
      *  RIGA GIA' PRESENTE VIENE PROPOSTA PER LA VARIAZIONE), POI I
      *  DATI DELLA RIGA. QUANTITA' A ZERO CANCELLA LA RIGA.
      *----------------------------------------------------------------
       01  SCREEN-KEY-RIGA.
           05  BLANK SCREEN.
           05  LINE 2 COLUMN 28 VALUE "RIGHE DELLA FATTURA"
                                REVERSE-VIDEO.
           05  LINE 5 COLUMN 2 VALUE "CODICE CLIENTE  :".
           05  LINE 5 COLUMN 20 PIC 9(5) FROM FFAT-COD-CLI.
           05  LINE 7 COLUMN 2 VALUE "NUMERO FATTURA  :".
           05  LINE 7 COLUMN 20 PIC X(8) FROM FFAT-NUM-FAT.
           05  LINE 9 COLUMN 2 VALUE "RIGHE PRESENTI  :".
           05  LINE 9 COLUMN 20 PIC ZZ9 FROM WS-CTR-RIGHE.
           05  LINE 11 COLUMN 2 VALUE "IMPONIBILE      :".
           05  LINE 11 COLUMN 20 PIC 9(12) FROM WS-VID-IMPONIB.
           05  LINE 13 COLUMN 2 VALUE "IVA             :".
           05  LINE 13 COLUMN 20 PIC 9(12) FROM WS-VID-IVA.
           05  LINE 16 COLUMN 2 VALUE "NUMERO RIGA (0 = FINE):".
           05  LINE 16 COLUMN 26 PIC 9(3) USING WS-VID-NUM-RIGA.
           05  LINE 20 COLUMN 2 PIC X(40) USING WS-MSG-ERRORE
                                HIGHLIGHT.

       01  SCREEN-RIGA.
           05  BLANK SCREEN.
           05  LINE 2 COLUMN 28 VALUE "RIGHE DELLA FATTURA"
                                REVERSE-VIDEO.
           05  LINE 5 COLUMN 2 VALUE "CODICE CLIENTE  :".
           05  LINE 5 COLUMN 20 PIC 9(5) FROM FFAT-COD-CLI.
           05  LINE 7 COLUMN 2 VALUE "NUMERO FATTURA  :".
           05  LINE 7 COLUMN 20 PIC X(8) FROM FFAT-NUM-FAT.
           05  LINE 7 COLUMN 35 VALUE "RIGA :".
           05  LINE 7 COLUMN 42 PIC 9(3) FROM WS-VID-NUM-RIGA.
           05  LINE 9 COLUMN 2 VALUE "DESCRIZIONE     :".
           05  LINE 9 COLUMN 20 PIC X(40) USING WS-VID-RIG-DESCR.
           05  LINE 11 COLUMN 2 VALUE "QUANTITA'       :".
           05  LINE 11 COLUMN 20 PIC 9(7)V99 USING WS-VID-RIG-QTA.
           05  LINE 13 COLUMN 2 VALUE "PREZZO UNITARIO :".
           05  LINE 13 COLUMN 20 PIC 9(9)V99 USING WS-VID-RIG-PREZZO.
           05  LINE 15 COLUMN 2 VALUE "SCONTO %        :".
           05  LINE 15 COLUMN 20 PIC 9(2)V99 USING WS-VID-RIG-SCONTO.
           05  LINE 17 COLUMN 2 VALUE "ALIQUOTA (4/10/22):".
           05  LINE 17 COLUMN 22 PIC 9(2) USING WS-VID-RIG-ALIQ.
           05  LINE 18 COLUMN 2 VALUE "QUANTITA' 0 = CANCELLA LA RIGA".
           05  LINE 20 COLUMN 2 PIC X(40) USING WS-MSG-ERRORE
                                HIGHLIGHT.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM APRI-FFATTURE THRU APRI-FFATTURE-EX.
           PERFORM APRI-CAMBI THRU APRI-CAMBI-EX.
           PERFORM APRI-FATRIGHE THRU APRI-FATRIGHE-EX.
           PERFORM APRI-NUMFATT THRU APRI-NUMFATT-EX.
           PERFORM APRI-CODIVA THRU APRI-CODIVA-EX.
           PERFORM APRI-TERMPAG THRU APRI-TERMPAG-EX.
           PERFORM APRI-CLIPAG THRU APRI-CLIPAG-EX.
           PERFORM APRI-PARTITE THRU APRI-PARTITE-EX.

       MENU-PRINCIPALE.
           MOVE SPACES TO WS-MSG-ERRORE.
           MOVE ZERO TO WS-OPZIONE.
           MOVE 'N' TO SW-INSERIMENTO.
           DISPLAY SCREEN-MENU.
           ACCEPT SCREEN-MENU.
           EVALUATE WS-OPZIONE
       APRI-CAMBI-EX.
           EXIT.

      *----------------------------------------------------------------
      *  APRE LE RIGHE FATTURA IN I-O; AL PRIMO UTILIZZO LE CREA
      *  VUOTE E LE RIAPRE (SCHEMA DI APRI-FFATTURE).
      *----------------------------------------------------------------
       APRI-FATRIGHE.
           OPEN I-O FATRIGHE.
           IF NOT FS-RIGHE-OK
              OPEN OUTPUT FATRIGHE
              CLOSE FATRIGHE
              OPEN I-O FATRIGHE.
       APRI-FATRIGHE-EX.
           EXIT.

      *----------------------------------------------------------------
      *  APRE IL PROTOCOLLO DI NUMERAZIONE IN I-O; AL PRIMO UTILIZZO
      *  LO CREA VUOTO E LO RIAPRE (SCHEMA DI APRI-FFATTURE).
      *----------------------------------------------------------------
       APRI-NUMFATT.
           OPEN I-O NUMFATT.
           IF NOT FS-NUMFATT-OK
              OPEN OUTPUT NUMFATT
              CLOSE NUMFATT
              OPEN I-O NUMFATT.
       APRI-NUMFATT-EX.
           EXIT.

      *----------------------------------------------------------------
      *  APRE LA TABELLA CODICI IVA IN SOLA LETTURA; SE MANCA SI
      *  LAVORA SOLO A REGIME ORDINARIO (I DOCUMENTI CON CODICE IVA
      *  VENGONO RIFIUTATI), COME PER LA TABELLA CAMBI.
      *----------------------------------------------------------------
       APRI-CODIVA.
           OPEN INPUT CODIVA.
           IF FS-CODIVA-OK
              MOVE 'S' TO SW-CODIVA-APERTO.
       APRI-CODIVA-EX.
           EXIT.

      *----------------------------------------------------------------
      *  TABELLA TERMINI E TERMINE ABITUALE DEI CLIENTI IN SOLA
      *  LETTURA: SENZA TERMPAG I DOCUMENTI CON TERMINE VENGONO
      *  RIFIUTATI, SENZA CLIPAG NON SI PROPONE NESSUN TERMINE.
      *----------------------------------------------------------------
       APRI-TERMPAG.
           OPEN INPUT TERMPAG.
           IF FS-TERMPAG-OK
              MOVE 'S' TO SW-TERMPAG-APERTO.
       APRI-TERMPAG-EX.
           EXIT.

       APRI-CLIPAG.
           OPEN INPUT CLIPAG.
           IF FS-CLIPAG-OK
              MOVE 'S' TO SW-CLIPAG-APERTO.
       APRI-CLIPAG-EX.
           EXIT.

      *----------------------------------------------------------------
      *  PARTITE IN I-O PER LE RATE; AL PRIMO UTILIZZO SI CREANO
      *  VUOTE E SI RIAPRONO.
      *----------------------------------------------------------------
       APRI-PARTITE.
           OPEN I-O PARTITE.
           IF NOT FS-PARTITE-OK
              OPEN OUTPUT PARTITE
              CLOSE PARTITE
              OPEN I-O PARTITE.
       APRI-PARTITE-EX.
           EXIT.

      *----------------------------------------------------------------
      *  INSERIMENTO: IL NUMERO FATTURA VIENE ASSEGNATO DAL PROTOCOLLO
      *  DOPO I CONTROLLI (PER UNA FATTURA CON RIGHE PRIMA DEL
      *  CARICAMENTO DELLE RIGHE, CHE SONO CHIAVATE SUL NUMERO) E
      *  RESTA QUELLO FINCHE' IL DOCUMENTO NON E' SCRITTO O
      *  ABBANDONATO (CODICE CLIENTE A ZERO).
      *----------------------------------------------------------------
       INSERISCI-FATTURA.
           MOVE SPACES TO WS-MSG-ERRORE.
           PERFORM AZZ-DATI-FATTURA THRU AZZ-DATI-FATTURA-EX.
           MOVE 'S' TO SW-INSERIMENTO.
           MOVE 'N' TO SW-NUM-ASSEGNATO.
       INSERISCI-FATTURA-LOOP.
           DISPLAY SCREEN-FAT.
           ACCEPT SCREEN-FAT.
           IF FFAT-COD-CLI = ZEROES
              IF WS-NUM-ASSEGNATO
                 PERFORM ABBANDONA-NUMERO THRU ABBANDONA-NUMERO-EX
              END-IF
              GO TO INSERISCI-FATTURA-EX.

           PERFORM VALIDA-DATI-FATTURA THRU VALIDA-DATI-FATTURA-EX.
           IF DATI-NON-VALIDI
              GO TO INSERISCI-FATTURA-LOOP.

           IF WS-NUM-ASSEGNATO
              PERFORM CONTROLLA-NUMERO THRU CONTROLLA-NUMERO-EX
           ELSE
              PERFORM ASSEGNA-NUMERO THRU ASSEGNA-NUMERO-EX.
           IF DATI-NON-VALIDI
              GO TO INSERISCI-FATTURA-LOOP.

           IF WS-VID-RIGHE = 'S'
              PERFORM CHIUDI-RIGHE THRU CHIUDI-RIGHE-EX
              IF DATI-NON-VALIDI
                 GO TO INSERISCI-FATTURA-LOOP
              END-IF
           END-IF.

           PERFORM VIDEO-SU-RECORD THRU VIDEO-SU-RECORD-EX.
           WRITE REC-FATTURE.
           IF FS-FATTURE-DUPLICATE
           END-IF.
           IF NOT FS-FATTURE-OK AND NOT FS-FATTURE-DUPLICATE
              MOVE 'ERRORE IN SCRITTURA FATTURE' TO WS-MSG-ERRORE
              DISPLAY SCREEN-FAT
              GO TO INSERISCI-FATTURA-EX.
           MOVE 'N' TO SW-NUM-ASSEGNATO.
           STRING 'REGISTRATA CON NUMERO ' FFAT-NUM-FAT
                  DELIMITED BY SIZE INTO WS-MSG-ERRORE.
           IF WS-RAT-N > 1
              PERFORM SCRIVI-RATE THRU SCRIVI-RATE-EX.
           DISPLAY SCREEN-FAT-VISTA.
           ACCEPT SCREEN-FAT-VISTA.
       INSERISCI-FATTURA-EX.
           EXIT.

      *----------------------------------------------------------------
      *  ASSEGNA IL PROSSIMO NUMERO DELLA SERIE PER L'ANNO DELLA DATA
      *  FATTURA (IL RECORD DI PROTOCOLLO DELL'ANNO NASCE AL PRIMO
      *  NUMERO). LA DATA NON PUO' ESSERE ANTERIORE A QUELLA
      *  DELL'ULTIMO NUMERO EMESSO; UN NUMERO GIA' IN ARCHIVIO PER IL
      *  CLIENTE (PROTOCOLLO DISALLINEATO) NON VIENE CONSUMATO.
      *----------------------------------------------------------------
       ASSEGNA-NUMERO.
           MOVE 'N' TO SW-NUM-NUOVO.
           MOVE WS-APP-ANNO TO WS-NUM-ANNO.
           IF WS-VID-TIPO-DOC = 'N'
              MOVE 'N' TO WS-NUM-SERIE
           ELSE
              MOVE 'F' TO WS-NUM-SERIE.
           MOVE WS-NUM-ANNO  TO NUM-ANNO.
           MOVE WS-NUM-SERIE TO NUM-SERIE.
           READ NUMFATT.
           IF FS-NUMFATT-NOTFOUND
              MOVE 'S' TO SW-NUM-NUOVO
              MOVE SPACES       TO REC-NUMFATT
              MOVE WS-NUM-ANNO  TO NUM-ANNO
              MOVE WS-NUM-SERIE TO NUM-SERIE
              MOVE ZEROES       TO NUM-ULTIMO NUM-DATA-ULT
              MOVE 1            TO NUM-PRIMO
           ELSE
              IF NOT FS-NUMFATT-OK
                 MOVE 'N' TO SW-DATI-VALIDI
                 MOVE 'ERRORE IN LETTURA PROTOCOLLO NUMFATT'
                      TO WS-MSG-ERRORE
                 GO TO ASSEGNA-NUMERO-EX.
           IF NUM-ULTIMO = 99999
              MOVE 'N' TO SW-DATI-VALIDI
              MOVE 'PROTOCOLLO DELL''ANNO ESAURITO' TO WS-MSG-ERRORE
              GO TO ASSEGNA-NUMERO-EX.
           IF WS-VID-DATA-FATT < NUM-DATA-ULT
              MOVE 'N' TO SW-DATI-VALIDI
              MOVE 'DATA ANTERIORE ALL''ULTIMA FATTURA EMESSA'
                   TO WS-MSG-ERRORE
              GO TO ASSEGNA-NUMERO-EX.
           MOVE WS-NUM-SERIE TO WS-PROT-SERIE.
           MOVE WS-NUM-ANNO  TO WS-PROT-AA.
           COMPUTE WS-PROT-PROGR = NUM-ULTIMO + 1.
           MOVE WS-NUMERO-PROT TO FFAT-NUM-FAT.
           READ FFATTURE KEY IS KEY-FFATTURE.
           IF FS-FATTURE-OK
              MOVE 'N' TO SW-DATI-VALIDI
              MOVE SPACES TO FFAT-NUM-FAT
              MOVE 'NUMERO GIA'' IN ARCHIVIO: VEDI GESNUMFAT'
                   TO WS-MSG-ERRORE
              GO TO ASSEGNA-NUMERO-EX.
           MOVE NUM-DATA-ULT     TO WS-NUM-DATA-PREC.
           MOVE WS-PROT-PROGR    TO NUM-ULTIMO.
           MOVE WS-VID-DATA-FATT TO NUM-DATA-ULT.
           IF WS-NUM-NUOVO
              WRITE REC-NUMFATT
           ELSE
              REWRITE REC-NUMFATT.
           IF NOT FS-NUMFATT-OK
              MOVE 'N' TO SW-DATI-VALIDI
              MOVE SPACES TO FFAT-NUM-FAT
              MOVE 'ERRORE IN AGGIORNAMENTO PROTOCOLLO'
                   TO WS-MSG-ERRORE
              GO TO ASSEGNA-NUMERO-EX.
           MOVE 'S' TO SW-NUM-ASSEGNATO.
           MOVE FFAT-COD-CLI TO WS-NUM-COD-CLI.
       ASSEGNA-NUMERO-EX.
           EXIT.

      *----------------------------------------------------------------
      *  CON IL NUMERO GIA' ASSEGNATO (RITORNO SULLA MASCHERA DOPO UN
      *  ERRORE) CLIENTE, TIPO DOCUMENTO E ANNO NON SI CAMBIANO PIU':
      *  NUMERO E RIGHE SONO LEGATI A LORO.
      *----------------------------------------------------------------
       CONTROLLA-NUMERO.
           MOVE WS-NUMERO-PROT TO FFAT-NUM-FAT.
           IF FFAT-COD-CLI NOT = WS-NUM-COD-CLI
              MOVE 'N' TO SW-DATI-VALIDI
              MOVE WS-NUM-COD-CLI TO FFAT-COD-CLI
              MOVE 'CLIENTE FISSATO DAL NUMERO ASSEGNATO'
                   TO WS-MSG-ERRORE
              GO TO CONTROLLA-NUMERO-EX.
           IF WS-APP-ANNO NOT = WS-NUM-ANNO
           OR WS-VID-DATA-FATT < WS-NUM-DATA-PREC
              MOVE 'N' TO SW-DATI-VALIDI
              MOVE 'DATA NON COERENTE CON IL NUMERO ASSEGNATO'
                   TO WS-MSG-ERRORE
              GO TO CONTROLLA-NUMERO-EX.
           IF (WS-VID-TIPO-DOC = 'N' AND WS-NUM-SERIE NOT = 'N')
           OR (WS-VID-TIPO-DOC NOT = 'N' AND WS-NUM-SERIE = 'N')
              MOVE 'N' TO SW-DATI-VALIDI
              MOVE 'TIPO DOC FISSATO DAL NUMERO ASSEGNATO'
                   TO WS-MSG-ERRORE.
       CONTROLLA-NUMERO-EX.
           EXIT.

      *----------------------------------------------------------------
      *  CARICAMENTO ABBANDONATO DOPO L'ASSEGNAZIONE DEL NUMERO: SI
      *  CANCELLANO LE RIGHE GIA' CARICATE E IL NUMERO TORNA AL
      *  PROTOCOLLO SE E' ANCORA L'ULTIMO EMESSO DELLA SERIE
      *  (ALTRIMENTI RESTA UN BUCO, SEGNALATO DA CTRLNUM).
      *----------------------------------------------------------------
       ABBANDONA-NUMERO.
           MOVE WS-NUM-COD-CLI TO FFAT-COD-CLI.
           MOVE WS-NUMERO-PROT TO FFAT-NUM-FAT.
           PERFORM CANCELLA-RIGHE THRU CANCELLA-RIGHE-EX.
           MOVE 'N' TO SW-NUM-ASSEGNATO.
           MOVE WS-NUM-ANNO  TO NUM-ANNO.
           MOVE WS-NUM-SERIE TO NUM-SERIE.
           READ NUMFATT.
           IF NOT FS-NUMFATT-OK
              GO TO ABBANDONA-NUMERO-EX.
           IF NUM-ULTIMO NOT = WS-PROT-PROGR
              GO TO ABBANDONA-NUMERO-EX.
           SUBTRACT 1 FROM NUM-ULTIMO.
           MOVE WS-NUM-DATA-PREC TO NUM-DATA-ULT.
           REWRITE REC-NUMFATT.
       ABBANDONA-NUMERO-EX.
           EXIT.

       VARIA-FATTURA.
           MOVE SPACES TO WS-MSG-ERRORE.
           PERFORM AZZ-DATI-FATTURA THRU AZZ-DATI-FATTURA-EX.
              MOVE 'FATTURA NON TROVATA' TO WS-MSG-ERRORE
              DISPLAY SCREEN-KEY-FAT
              GO TO VARIA-FATTURA-EX.
           MOVE 'S' TO SW-DATI-VALIDI.
           MOVE FFAT-DATA-FATT TO WS-DATA-PERIODO.
           PERFORM CONTROLLA-PERIODO THRU CONTROLLA-PERIODO-EX.
           IF DATI-NON-VALIDI
              DISPLAY SCREEN-KEY-FAT
              GO TO VARIA-FATTURA-EX.
           PERFORM RECORD-SU-VIDEO THRU RECORD-SU-VIDEO-EX.

       VARIA-FATTURA-LOOP.
           IF DATI-NON-VALIDI
              GO TO VARIA-FATTURA-LOOP.

           IF WS-VID-RIGHE = 'S'
              PERFORM CHIUDI-RIGHE THRU CHIUDI-RIGHE-EX
              IF DATI-NON-VALIDI
                 GO TO VARIA-FATTURA-LOOP
              END-IF
           END-IF.

           PERFORM CONTROLLA-RATE-VARIATE THRU
                   CONTROLLA-RATE-VARIATE-EX.
           IF DATI-NON-VALIDI
              GO TO VARIA-FATTURA-LOOP.

           PERFORM VIDEO-SU-RECORD THRU VIDEO-SU-RECORD-EX.
           REWRITE REC-FATTURE.
           IF NOT FS-FATTURE-OK
              MOVE 'ERRORE IN VARIAZIONE FATTURE' TO WS-MSG-ERRORE
              DISPLAY SCREEN-FAT-VARIA
              GO TO VARIA-FATTURA-EX.
           IF NOT WS-RATE-BLOCCATE
              PERFORM CANCELLA-RATE THRU CANCELLA-RATE-EX
              IF WS-RAT-N > 1
                 PERFORM SCRIVI-RATE THRU SCRIVI-RATE-EX
              END-IF
           END-IF.
       VARIA-FATTURA-EX.
           EXIT.

              GO TO CANCELLA-FATTURA-EX.

           PERFORM RECORD-SU-VIDEO THRU RECORD-SU-VIDEO-EX.
           IF WS-RAT-N > 1 AND WS-RATE-BLOCCATE
              MOVE 'RATE GIA'' INCASSATE: NON CANCELLABILE'
                   TO WS-MSG-ERRORE
              DISPLAY SCREEN-FAT-VISTA
              GO TO CANCELLA-FATTURA-EX.
           MOVE 'S' TO SW-DATI-VALIDI.
           MOVE FFAT-DATA-FATT TO WS-DATA-PERIODO.
           PERFORM CONTROLLA-PERIODO THRU CONTROLLA-PERIODO-EX.
           IF DATI-NON-VALIDI
              DISPLAY SCREEN-FAT-VISTA
              GO TO CANCELLA-FATTURA-EX.
           DISPLAY SCREEN-FAT-VISTA.
           DELETE FFATTURE.
           IF NOT FS-FATTURE-OK
              MOVE 'ERRORE IN CANCELLAZIONE FATTURE' TO WS-MSG-ERRORE
              DISPLAY SCREEN-FAT-VISTA
              GO TO CANCELLA-FATTURA-EX.
           PERFORM CANCELLA-RIGHE THRU CANCELLA-RIGHE-EX.
           PERFORM CANCELLA-RATE THRU CANCELLA-RATE-EX.
       CANCELLA-FATTURA-EX.
           EXIT.

           MOVE ZEROES TO WS-VID-DATA-FATT WS-VID-DATA-SCAD.
           MOVE 'EUR'  TO WS-VID-DIVISA.
           MOVE ZEROES TO WS-VID-CAMBIO WS-VID-IMP-DIVISA.
           MOVE 'N'    TO WS-VID-RIGHE.
           MOVE SPACES TO WS-VID-COD-IVA.
           MOVE SPACES TO WS-VID-TERMINE.
           MOVE ZEROES TO WS-RAT-N WS-TOT-ORIG.
           MOVE 'N'    TO SW-RATE-BLOCCATE.
       AZZ-DATI-FATTURA-EX.
           EXIT.

      *----------------------------------------------------------------
      *  CONTROLLI DI VALIDITA' PRIMA DI SCRIVERE O VARIARE UNA
      *  FATTURA: CHIAVE COMPLETA, ALIQUOTA AMMESSA (4/10/22, O
      *  QUELLA DEL CODICE IVA SE INDICATO) E QUADRATURA ARITMETICA
      *  IMPONIBILE + IVA = TOTALE FATTURA.
      *----------------------------------------------------------------
       VALIDA-DATI-FATTURA.
           MOVE 'S' TO SW-DATI-VALIDI.
           MOVE WS-VID-DATA-FATT TO WS-DATA-APPOGGIO.
           IF WS-INSERIMENTO AND WS-VID-TERMINE = SPACES
           AND WS-VID-DATA-SCAD = ZEROES AND WS-VID-TIPO-DOC NOT = 'N'
              PERFORM TERMINE-ABITUALE THRU TERMINE-ABITUALE-EX.
           COMPUTE WS-CONTROLLO-TOTALE =
                   WS-VID-IMPONIB + WS-VID-IVA.
           EVALUATE TRUE
              WHEN FFAT-COD-CLI = ZEROES
                 MOVE 'N' TO SW-DATI-VALIDI
                 MOVE 'CODICE CLIENTE OBBLIGATORIO' TO WS-MSG-ERRORE
              WHEN FFAT-NUM-FAT = SPACES AND NOT WS-INSERIMENTO
                 MOVE 'N' TO SW-DATI-VALIDI
                 MOVE 'NUMERO FATTURA OBBLIGATORIO' TO WS-MSG-ERRORE
              WHEN WS-VID-RIGHE NOT = 'S' AND
                   WS-VID-RIGHE NOT = 'N' AND
                   WS-VID-RIGHE NOT = ' '
                 MOVE 'N' TO SW-DATI-VALIDI
                 MOVE 'RIGHE DI DETTAGLIO: S/N' TO WS-MSG-ERRORE
              WHEN WS-VID-RIGHE NOT = 'S' AND
                   WS-VID-COD-IVA = SPACES AND
                   WS-VID-ALIQUOTA NOT = 4 AND
                   WS-VID-ALIQUOTA NOT = 10 AND
                   WS-VID-ALIQUOTA NOT = 22
                 MOVE 'N' TO SW-DATI-VALIDI
              WHEN WS-APP-MESE < 1 OR WS-APP-MESE > 12
                 MOVE 'N' TO SW-DATI-VALIDI
                 MOVE 'MESE DATA FATTURA NON VALIDO' TO WS-MSG-ERRORE
              WHEN WS-VID-TERMINE = SPACES AND
                   WS-VID-DATA-SCAD < WS-VID-DATA-FATT
                 MOVE 'N' TO SW-DATI-VALIDI
                 MOVE 'SCADENZA ANTERIORE ALLA FATTURA'
                      TO WS-MSG-ERRORE
              WHEN WS-VID-TERMINE NOT = SPACES AND
                   WS-VID-TIPO-DOC = 'N'
                 MOVE 'N' TO SW-DATI-VALIDI
                 MOVE 'TERMINE DI PAGAMENTO SOLO SU FATTURE'
                      TO WS-MSG-ERRORE
              WHEN WS-VID-RIGHE NOT = 'S' AND
                   WS-CONTROLLO-TOTALE NOT = WS-VID-TOT-FATT
                 MOVE 'N' TO SW-DATI-VALIDI
                 MOVE 'IMPONIBILE + IVA DIVERSO DAL TOTALE'
                      TO WS-MSG-ERRORE
                 CONTINUE
           END-EVALUATE.
           IF DATI-VALIDI
              MOVE WS-VID-DATA-FATT TO WS-DATA-PERIODO
              PERFORM CONTROLLA-PERIODO THRU CONTROLLA-PERIODO-EX.
           IF DATI-VALIDI AND WS-VID-COD-IVA NOT = SPACES
              PERFORM VALIDA-COD-IVA THRU VALIDA-COD-IVA-EX.
           IF DATI-VALIDI AND WS-VID-TERMINE NOT = SPACES
              PERFORM CALCOLA-SCADENZE THRU CALCOLA-SCADENZE-EX.
           IF DATI-VALIDI AND WS-VID-RIGHE NOT = 'S'
              PERFORM VALIDA-DIVISA THRU VALIDA-DIVISA-EX.
       VALIDA-DATI-FATTURA-EX.
           EXIT.

      *----------------------------------------------------------------
      *  BLOCCO DEI PERIODI IVA: LA DATA IN WS-DATA-PERIODO NON DEVE
      *  CADERE IN UN MESE IN CHIUSURA O CHIUSO DA REGIVA. SE LO
      *  STATO NON SI PUO' LEGGERE IL DOCUMENTO NON PASSA.
      *----------------------------------------------------------------
       CONTROLLA-PERIODO.
           MOVE 'V'             TO PIV-FUNZIONE.
           MOVE 'INSFATTURE'    TO PIV-PROGRAMMA.
           MOVE WS-DATA-PERIODO TO PIV-DATA.
           CALL 'PERIVA' USING PARAMETRI-PERIVA.
           IF PIV-ESITO-OK
              GO TO CONTROLLA-PERIODO-EX.
           MOVE 'N' TO SW-DATI-VALIDI.
           MOVE SPACES TO WS-MSG-ERRORE.
           IF PIV-ESITO-ERRORE
              MOVE 'STATO PERIODO IVA NON LEGGIBILE' TO WS-MSG-ERRORE
              GO TO CONTROLLA-PERIODO-EX.
           IF PIV-MESE-CHIUSO
              STRING 'MESE IVA ' PIV-MESE ' CHIUSO: VEDI GESPERIVA'
                     DELIMITED BY SIZE INTO WS-MSG-ERRORE
           ELSE
              STRING 'MESE IVA ' PIV-MESE ' IN CHIUSURA (REGIVA)'
                     DELIMITED BY SIZE INTO WS-MSG-ERRORE.
       CONTROLLA-PERIODO-EX.
           EXIT.

      *----------------------------------------------------------------
      *  CODICE IVA INDICATO: DEVE ESSERE IN TABELLA E L'ALIQUOTA DEL
      *  DOCUMENTO DIVENTA QUELLA DEL CODICE; AD ALIQUOTA ZERO
      *  (ESENTE, NON IMPONIBILE, REVERSE CHARGE...) L'IVA DEVE
      *  ESSERE ZERO. PER UNA FATTURA CON RIGHE GLI IMPORTI SI
      *  CONTROLLANO SULLE RIGHE (VALIDA-RIGA).
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
           MOVE CIV-ALIQUOTA TO WS-VID-ALIQUOTA WS-COD-IVA-ALIQ.
           IF WS-VID-RIGHE NOT = 'S'
           AND CIV-ALIQUOTA = ZEROES AND WS-VID-IVA NOT = ZEROES
              MOVE 'N' TO SW-DATI-VALIDI
              MOVE 'CODICE IVA AD ALIQUOTA ZERO: IVA A ZERO'
                   TO WS-MSG-ERRORE.
       VALIDA-COD-IVA-EX.
           EXIT.

      *----------------------------------------------------------------
      *  CONTROLLI DI DIVISA: UN DOCUMENTO IN EURO VIAGGIA A CAMBIO 1
      *  CON IMPORTO DIVISA UGUALE AL TOTALE; UN DOCUMENTO IN DIVISA
           MOVE WS-VID-DIVISA     TO FFAT-DIVISA.
           MOVE WS-VID-CAMBIO     TO FFAT-CAMBIO.
           MOVE WS-VID-IMP-DIVISA TO FFAT-IMP-DIVISA.
           MOVE WS-VID-COD-IVA    TO FFAT-COD-IVA.
       VIDEO-SU-RECORD-EX.
           EXIT.

              MOVE FFAT-DIVISA TO WS-VID-DIVISA.
           MOVE FFAT-CAMBIO     TO WS-VID-CAMBIO.
           MOVE FFAT-IMP-DIVISA TO WS-VID-IMP-DIVISA.
           MOVE FFAT-COD-IVA    TO WS-VID-COD-IVA.
           PERFORM CARICA-RATE THRU CARICA-RATE-EX.
           PERFORM TOTALIZZA-RIGHE THRU TOTALIZZA-RIGHE-EX.
           IF WS-CTR-RIGHE > ZEROES
              MOVE 'S' TO WS-VID-RIGHE
           ELSE
              MOVE 'N' TO WS-VID-RIGHE.
       RECORD-SU-VIDEO-EX.
           EXIT.

      *----------------------------------------------------------------
      *  TERMINE ABITUALE DEL CLIENTE (SE LEGATO IN CLIPAG) PROPOSTO
      *  SULLA FATTURA NUOVA CHE NON HA NE' TERMINE NE' SCADENZA.
      *----------------------------------------------------------------
       TERMINE-ABITUALE.
           IF NOT WS-CLIPAG-APERTO OR FFAT-COD-CLI = ZEROES
              GO TO TERMINE-ABITUALE-EX.
           MOVE FFAT-COD-CLI TO CLP-COD-CLI.
           READ CLIPAG.
           IF FS-CLIPAG-OK
              MOVE CLP-TERMINE TO WS-VID-TERMINE.
       TERMINE-ABITUALE-EX.
           EXIT.

      *----------------------------------------------------------------
      *  SCADENZE DAL TERMINE DI PAGAMENTO: PER OGNI RATA DATA
      *  FATTURA PIU' I GIORNI DELLA RATA, A FINE MESE SE IL TERMINE
      *  LO PREVEDE. LA PRIMA SCADENZA VA SULLA TESTATA. UN DOCUMENTO
      *  CON PARTITE GIA' MOVIMENTATE NON CAMBIA PIU' TERMINE.
      *----------------------------------------------------------------
       CALCOLA-SCADENZE.
           IF WS-RATE-BLOCCATE
              MOVE 'N' TO SW-DATI-VALIDI
              MOVE 'PARTITA GIA'' INCASSATA: TERMINE FISSO'
                   TO WS-MSG-ERRORE
              GO TO CALCOLA-SCADENZE-EX.
           IF NOT WS-TERMPAG-APERTO
              MOVE 'N' TO SW-DATI-VALIDI
              MOVE 'TABELLA TERMINI NON DISPONIBILE'
                   TO WS-MSG-ERRORE
              GO TO CALCOLA-SCADENZE-EX.
           IF WS-APP-GIORNO < 1 OR WS-APP-GIORNO > 31
              MOVE 'N' TO SW-DATI-VALIDI
              MOVE 'GIORNO DATA FATTURA NON VALIDO'
                   TO WS-MSG-ERRORE
              GO TO CALCOLA-SCADENZE-EX.
           MOVE WS-VID-TERMINE TO TPG-CODICE.
           READ TERMPAG.
           IF FS-TERMPAG-NOTFOUND
              MOVE 'N' TO SW-DATI-VALIDI
              MOVE 'TERMINE DI PAGAMENTO NON IN TABELLA'
                   TO WS-MSG-ERRORE
              GO TO CALCOLA-SCADENZE-EX.
           IF NOT FS-TERMPAG-OK
              MOVE 'N' TO SW-DATI-VALIDI
              MOVE 'ERRORE IN LETTURA TERMINI' TO WS-MSG-ERRORE
              GO TO CALCOLA-SCADENZE-EX.
           MOVE TPG-NUM-RATE TO WS-RAT-N.
           PERFORM CALCOLA-UNA-SCADENZA THRU CALCOLA-UNA-SCADENZA-EX
                   VARYING WS-IND-RATA FROM 1 BY 1
                   UNTIL WS-IND-RATA > WS-RAT-N.
           MOVE WS-RAT-SCAD (1) TO WS-VID-DATA-SCAD.
       CALCOLA-SCADENZE-EX.
           EXIT.

       CALCOLA-UNA-SCADENZA.
           MOVE WS-DATA-APPOGGIO TO WS-DATA-CALC.
           PERFORM CALCOLA-FINE-MESE THRU CALCOLA-FINE-MESE-EX.
           IF WS-CAL-GIORNO > WS-GG-FINE-MESE
              MOVE WS-GG-FINE-MESE TO WS-CAL-GIORNO.
           MOVE TPG-GIORNI (WS-IND-RATA) TO WS-GG-DA-AGGIUNGERE.
           PERFORM AGGIUNGI-GIORNI THRU AGGIUNGI-GIORNI-EX
                   UNTIL WS-GG-DA-AGGIUNGERE = ZEROES.
           IF TPG-A-FINE-MESE
              PERFORM CALCOLA-FINE-MESE THRU CALCOLA-FINE-MESE-EX
              MOVE WS-GG-FINE-MESE TO WS-CAL-GIORNO.
           MOVE WS-DATA-CALC TO WS-RAT-SCAD (WS-IND-RATA).
       CALCOLA-UNA-SCADENZA-EX.
           EXIT.

      *----------------------------------------------------------------
      *  AVANZA LA DATA DI CALCOLO DEI GIORNI ANCORA DA AGGIUNGERE,
      *  AL PIU' FINO AL PRIMO DEL MESE SUCCESSIVO PER VOLTA.
      *----------------------------------------------------------------
       AGGIUNGI-GIORNI.
           PERFORM CALCOLA-FINE-MESE THRU CALCOLA-FINE-MESE-EX.
           COMPUTE WS-GG-RESTANTI = WS-GG-FINE-MESE - WS-CAL-GIORNO.
           IF WS-GG-DA-AGGIUNGERE NOT > WS-GG-RESTANTI
              ADD WS-GG-DA-AGGIUNGERE TO WS-CAL-GIORNO
              MOVE ZEROES TO WS-GG-DA-AGGIUNGERE
              GO TO AGGIUNGI-GIORNI-EX.
           COMPUTE WS-GG-DA-AGGIUNGERE =
                   WS-GG-DA-AGGIUNGERE - WS-GG-RESTANTI - 1.
           MOVE 1 TO WS-CAL-GIORNO.
           IF WS-CAL-MESE = 12
              MOVE 1 TO WS-CAL-MESE
              ADD 1 TO WS-CAL-ANNO
           ELSE
              ADD 1 TO WS-CAL-MESE.
       AGGIUNGI-GIORNI-EX.
           EXIT.

      *----------------------------------------------------------------
      *  ULTIMO GIORNO DEL MESE DI CALCOLO (FEBBRAIO BISESTILE:
      *  ANNO DIVISIBILE PER 4, NON PER 100 SALVO PER 400).
      *----------------------------------------------------------------
       CALCOLA-FINE-MESE.
           MOVE WS-GG-MESE (WS-CAL-MESE) TO WS-GG-FINE-MESE.
           IF WS-CAL-MESE NOT = 2
              GO TO CALCOLA-FINE-MESE-EX.
           DIVIDE WS-CAL-ANNO BY 4 GIVING WS-QUOZIENTE
                  REMAINDER WS-RESTO-4.
           DIVIDE WS-CAL-ANNO BY 100 GIVING WS-QUOZIENTE
                  REMAINDER WS-RESTO-100.
           DIVIDE WS-CAL-ANNO BY 400 GIVING WS-QUOZIENTE
                  REMAINDER WS-RESTO-400.
           IF WS-RESTO-4 = ZEROES AND
              (WS-RESTO-100 NOT = ZEROES OR WS-RESTO-400 = ZEROES)
              MOVE 29 TO WS-GG-FINE-MESE.
       CALCOLA-FINE-MESE-EX.
           EXIT.

      *----------------------------------------------------------------
      *  RATE GIA' IN PARTITE DEL DOCUMENTO LETTO (01-06): SCADENZE
      *  NELLA TABELLA, TOTALE DI PARTENZA E BLOCCO SE UNA RATA E'
      *  INCASSATA O NON PIU' APERTA, O SE ESISTE GIA' LA PARTITA
      *  UNICA 00.
      *----------------------------------------------------------------
       CARICA-RATE.
           MOVE ZEROES TO WS-RAT-N.
           MOVE 'N' TO SW-RATE-BLOCCATE.
           MOVE FFAT-TOT-FATT TO WS-TOT-ORIG.
           MOVE FFAT-COD-CLI TO PAR-COD-CLI.
           MOVE FFAT-NUM-FAT TO PAR-NUM-FAT.
           MOVE ZEROES TO PAR-NUM-RATA.
           READ PARTITE.
           IF FS-PARTITE-OK
              MOVE 'S' TO SW-RATE-BLOCCATE.
           MOVE 1 TO PAR-NUM-RATA.
           MOVE 'N' TO SW-FINE-RATE.
           START PARTITE KEY IS NOT LESS THAN KEY-PARTITE
                 INVALID KEY MOVE 'S' TO SW-FINE-RATE.
           PERFORM CARICA-UNA-RATA THRU CARICA-UNA-RATA-EX
                   UNTIL FINE-RATE.
       CARICA-RATE-EX.
           EXIT.

       CARICA-UNA-RATA.
           READ PARTITE NEXT RECORD
                AT END MOVE 'S' TO SW-FINE-RATE
                GO TO CARICA-UNA-RATA-EX.
           IF NOT FS-PARTITE-OK
           OR PAR-COD-CLI NOT = FFAT-COD-CLI
           OR PAR-NUM-FAT NOT = FFAT-NUM-FAT
              MOVE 'S' TO SW-FINE-RATE
              GO TO CARICA-UNA-RATA-EX.
           IF WS-RAT-N < 6
              ADD 1 TO WS-RAT-N
              MOVE PAR-DATA-SCAD TO WS-RAT-SCAD (WS-RAT-N).
           IF PAR-INCASSATO > ZEROES OR NOT PAR-APERTA
              MOVE 'S' TO SW-RATE-BLOCCATE.
       CARICA-UNA-RATA-EX.
           EXIT.

      *----------------------------------------------------------------
      *  VARIAZIONE DI UN DOCUMENTO A RATE SENZA NUOVO TERMINE: LE
      *  SCADENZE RESTANO QUELLE DELLE RATE (LA PRIMA SULLA TESTATA);
      *  CON RATE INCASSATE IL TOTALE NON PUO' CAMBIARE.
      *----------------------------------------------------------------
       CONTROLLA-RATE-VARIATE.
           IF WS-VID-TERMINE NOT = SPACES OR WS-RAT-N < 2
              GO TO CONTROLLA-RATE-VARIATE-EX.
           IF WS-RATE-BLOCCATE AND WS-VID-TOT-FATT NOT = WS-TOT-ORIG
              MOVE 'N' TO SW-DATI-VALIDI
              MOVE 'RATE GIA'' INCASSATE: TOTALE FISSO'
                   TO WS-MSG-ERRORE
              GO TO CONTROLLA-RATE-VARIATE-EX.
           MOVE WS-RAT-SCAD (1) TO WS-VID-DATA-SCAD.
       CONTROLLA-RATE-VARIATE-EX.
           EXIT.

      *----------------------------------------------------------------
      *  UNA PARTITA PER RATA: IMPORTO = TOTALE / NUMERO RATE, IL
      *  RESTO DELLA DIVISIONE SULL'ULTIMA RATA.
      *----------------------------------------------------------------
       SCRIVI-RATE.
           DIVIDE FFAT-TOT-FATT BY WS-RAT-N GIVING WS-QUOTA-RATA.
           PERFORM SCRIVI-UNA-RATA THRU SCRIVI-UNA-RATA-EX
                   VARYING WS-IND-RATA FROM 1 BY 1
                   UNTIL WS-IND-RATA > WS-RAT-N.
       SCRIVI-RATE-EX.
           EXIT.

       SCRIVI-UNA-RATA.
           MOVE SPACES TO REC-PARTITA.
           MOVE FFAT-COD-CLI TO PAR-COD-CLI.
           MOVE FFAT-NUM-FAT TO PAR-NUM-FAT.
           MOVE WS-IND-RATA  TO PAR-NUM-RATA.
           IF WS-IND-RATA = WS-RAT-N
              COMPUTE PAR-TOT-FATT = FFAT-TOT-FATT -
                      (WS-QUOTA-RATA * (WS-RAT-N - 1))
           ELSE
              MOVE WS-QUOTA-RATA TO PAR-TOT-FATT.
           MOVE ZEROES TO PAR-INCASSATO.
           MOVE PAR-TOT-FATT TO PAR-RESIDUO.
           MOVE WS-RAT-SCAD (WS-IND-RATA) TO PAR-DATA-SCAD.
           MOVE ZEROES TO PAR-DATA-ULT-PAG.
           MOVE 'A' TO PAR-STATO.
           MOVE 'F' TO PAR-TIPO.
           MOVE ZEROES TO PAR-RIF-CONTRATTO.
           WRITE REC-PARTITA.
           IF NOT FS-PARTITE-OK
              MOVE 'ERRORE IN SCRITTURA RATE SU PARTITE'
                   TO WS-MSG-ERRORE.
       SCRIVI-UNA-RATA-EX.
           EXIT.

      *----------------------------------------------------------------
      *  TOGLIE LE RATE 01-06 DEL DOCUMENTO (LA PARTITA 00 NON SI
      *  TOCCA).
      *----------------------------------------------------------------
       CANCELLA-RATE.
           MOVE FFAT-COD-CLI TO PAR-COD-CLI.
           MOVE FFAT-NUM-FAT TO PAR-NUM-FAT.
           MOVE 1 TO PAR-NUM-RATA.
           MOVE 'N' TO SW-FINE-RATE.
           START PARTITE KEY IS NOT LESS THAN KEY-PARTITE
                 INVALID KEY MOVE 'S' TO SW-FINE-RATE.
           PERFORM CANCELLA-UNA-RATA THRU CANCELLA-UNA-RATA-EX
                   UNTIL FINE-RATE.
       CANCELLA-RATE-EX.
           EXIT.

       CANCELLA-UNA-RATA.
           READ PARTITE NEXT RECORD
                AT END MOVE 'S' TO SW-FINE-RATE
                GO TO CANCELLA-UNA-RATA-EX.
           IF NOT FS-PARTITE-OK
           OR PAR-COD-CLI NOT = FFAT-COD-CLI
           OR PAR-NUM-FAT NOT = FFAT-NUM-FAT
              MOVE 'S' TO SW-FINE-RATE
              GO TO CANCELLA-UNA-RATA-EX.
           DELETE PARTITE.
       CANCELLA-UNA-RATA-EX.
           EXIT.

      *----------------------------------------------------------------
      *  FATTURA CON RIGHE: CARICAMENTO/VARIAZIONE DELLE RIGHE, POI
      *  IMPORTI DI TESTATA RICAVATI DALLE RIGHE E CONTROLLO DI
      *  DIVISA SUI TOTALI COSI' OTTENUTI. UNA FATTURA CON RIGHE
      *  DEVE AVERNE ALMENO UNA.
      *----------------------------------------------------------------
       CHIUDI-RIGHE.
           MOVE 'S' TO SW-DATI-VALIDI.
           PERFORM GESTIONE-RIGHE THRU GESTIONE-RIGHE-EX.
           PERFORM TOTALIZZA-RIGHE THRU TOTALIZZA-RIGHE-EX.
           IF WS-CTR-RIGHE = ZEROES
              MOVE 'N' TO SW-DATI-VALIDI
              MOVE 'FATTURA SENZA RIGHE DI DETTAGLIO'
                   TO WS-MSG-ERRORE
              GO TO CHIUDI-RIGHE-EX.
           IF WS-CTR-RIGHE-DIVERSE > ZEROES
              MOVE 'N' TO SW-DATI-VALIDI
              MOVE 'RIGHE CON ALIQUOTA DIVERSA DA CODICE IVA'
                   TO WS-MSG-ERRORE
              GO TO CHIUDI-RIGHE-EX.
           PERFORM VALIDA-DIVISA THRU VALIDA-DIVISA-EX.
       CHIUDI-RIGHE-EX.
           EXIT.

       GESTIONE-RIGHE.
           MOVE SPACES TO WS-MSG-ERRORE.
       GESTIONE-RIGHE-LOOP.
           PERFORM TOTALIZZA-RIGHE THRU TOTALIZZA-RIGHE-EX.
           MOVE ZEROES TO WS-VID-NUM-RIGA.
           DISPLAY SCREEN-KEY-RIGA.
           ACCEPT SCREEN-KEY-RIGA.
           IF WS-VID-NUM-RIGA = ZEROES
              GO TO GESTIONE-RIGHE-EX.
           MOVE SPACES TO WS-MSG-ERRORE.
           PERFORM LAVORA-RIGA THRU LAVORA-RIGA-EX.
           GO TO GESTIONE-RIGHE-LOOP.
       GESTIONE-RIGHE-EX.
           EXIT.

       LAVORA-RIGA.
           MOVE FFAT-COD-CLI    TO RIG-COD-CLI.
           MOVE FFAT-NUM-FAT    TO RIG-NUM-FAT.
           MOVE WS-VID-NUM-RIGA TO RIG-NUM-RIGA.
           READ FATRIGHE.
           IF FS-RIGHE-OK
              MOVE 'N' TO SW-RIGA-NUOVA
              MOVE RIG-DESCRIZIONE TO WS-VID-RIG-DESCR
              MOVE RIG-QUANTITA    TO WS-VID-RIG-QTA
              MOVE RIG-PREZZO-UNIT TO WS-VID-RIG-PREZZO
              MOVE RIG-SCONTO      TO WS-VID-RIG-SCONTO
              MOVE RIG-ALIQUOTA    TO WS-VID-RIG-ALIQ
           ELSE
              MOVE 'S' TO SW-RIGA-NUOVA
              MOVE SPACES TO WS-VID-RIG-DESCR
              MOVE ZEROES TO WS-VID-RIG-QTA WS-VID-RIG-PREZZO
                             WS-VID-RIG-SCONTO
              MOVE WS-VID-ALIQUOTA TO WS-VID-RIG-ALIQ.
       LAVORA-RIGA-LOOP.
           DISPLAY SCREEN-RIGA.
           ACCEPT SCREEN-RIGA.
           IF WS-VID-RIG-QTA = ZEROES
              IF NOT WS-RIGA-NUOVA
                 DELETE FATRIGHE
                 IF FS-RIGHE-OK
                    MOVE 'RIGA CANCELLATA' TO WS-MSG-ERRORE
                 ELSE
                    MOVE 'ERRORE IN CANCELLAZIONE RIGA'
                         TO WS-MSG-ERRORE
                 END-IF
              END-IF
              GO TO LAVORA-RIGA-EX.
           PERFORM VALIDA-RIGA THRU VALIDA-RIGA-EX.
           IF DATI-NON-VALIDI
              GO TO LAVORA-RIGA-LOOP.
           MOVE FFAT-COD-CLI      TO RIG-COD-CLI.
           MOVE FFAT-NUM-FAT      TO RIG-NUM-FAT.
           MOVE WS-VID-NUM-RIGA   TO RIG-NUM-RIGA.
           MOVE WS-VID-RIG-DESCR  TO RIG-DESCRIZIONE.
           MOVE WS-VID-RIG-QTA    TO RIG-QUANTITA.
           MOVE WS-VID-RIG-PREZZO TO RIG-PREZZO-UNIT.
           MOVE WS-VID-RIG-SCONTO TO RIG-SCONTO.
           MOVE WS-VID-RIG-ALIQ   TO RIG-ALIQUOTA.
           COMPUTE RIG-IMPONIB ROUNDED =
                   WS-VID-RIG-QTA * WS-VID-RIG-PREZZO
                   * (100 - WS-VID-RIG-SCONTO) / 100.
           IF WS-RIGA-NUOVA
              WRITE REC-FATRIGHE
           ELSE
              REWRITE REC-FATRIGHE.
           IF NOT FS-RIGHE-OK
              MOVE 'ERRORE IN SCRITTURA RIGA' TO WS-MSG-ERRORE.
       LAVORA-RIGA-EX.
           EXIT.

       VALIDA-RIGA.
           MOVE 'S' TO SW-DATI-VALIDI.
           EVALUATE TRUE
              WHEN WS-VID-RIG-DESCR = SPACES
                 MOVE 'N' TO SW-DATI-VALIDI
                 MOVE 'DESCRIZIONE RIGA OBBLIGATORIA' TO WS-MSG-ERRORE
              WHEN WS-VID-RIG-PREZZO = ZEROES
                 MOVE 'N' TO SW-DATI-VALIDI
                 MOVE 'PREZZO UNITARIO OBBLIGATORIO' TO WS-MSG-ERRORE
              WHEN WS-VID-RIG-SCONTO NOT < 100
                 MOVE 'N' TO SW-DATI-VALIDI
                 MOVE 'SCONTO NON AMMESSO' TO WS-MSG-ERRORE
              WHEN WS-VID-COD-IVA NOT = SPACES AND
                   WS-VID-RIG-ALIQ NOT = WS-COD-IVA-ALIQ
                 MOVE 'N' TO SW-DATI-VALIDI
                 MOVE 'ALIQUOTA RIGA DIVERSA DAL CODICE IVA'
                      TO WS-MSG-ERRORE
              WHEN WS-VID-COD-IVA = SPACES AND
                   WS-VID-RIG-ALIQ NOT = 4 AND
                   WS-VID-RIG-ALIQ NOT = 10 AND
                   WS-VID-RIG-ALIQ NOT = 22
                 MOVE 'N' TO SW-DATI-VALIDI
                 MOVE 'ALIQUOTA NON AMMESSA (4/10/22)'
                      TO WS-MSG-ERRORE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       VALIDA-RIGA-EX.
           EXIT.

      *----------------------------------------------------------------
      *  TOTALI DEL DOCUMENTO DALLE RIGHE: IMPONIBILE PER ALIQUOTA,
      *  IVA CALCOLATA SUL TOTALE DI OGNI ALIQUOTA (ARROTONDATA
      *  ALL'EURO), ALIQUOTA DI TESTATA = QUELLA PREVALENTE (ZERO SE
      *  TUTTE LE RIGHE SONO AD ALIQUOTA ZERO, DOCUMENTO CON CODICE
      *  IVA SENZA IMPOSTA). SENZA RIGHE I CAMPI VIDEO RESTANO QUELLI
      *  DELLA TESTATA.
      *----------------------------------------------------------------
       TOTALIZZA-RIGHE.
           INITIALIZE WS-TOT-RIGHE.
           MOVE 'N' TO SW-FINE-RIGHE.
           MOVE FFAT-COD-CLI TO RIG-COD-CLI.
           MOVE FFAT-NUM-FAT TO RIG-NUM-FAT.
           MOVE ZEROES       TO RIG-NUM-RIGA.
           START FATRIGHE KEY IS NOT LESS THAN KEY-FATRIGHE
                 INVALID KEY MOVE 'S' TO SW-FINE-RIGHE.
           PERFORM SOMMA-RIGA THRU SOMMA-RIGA-EX
                   UNTIL FINE-RIGHE.
           IF WS-CTR-RIGHE = ZEROES
              GO TO TOTALIZZA-RIGHE-EX.
           COMPUTE WS-RIG-IVA-04 ROUNDED = WS-RIG-IMP-04 * 4 / 100.
           COMPUTE WS-RIG-IVA-10 ROUNDED = WS-RIG-IMP-10 * 10 / 100.
           COMPUTE WS-RIG-IVA-22 ROUNDED = WS-RIG-IMP-22 * 22 / 100.
           COMPUTE WS-VID-IMPONIB = WS-RIG-IMP-04 + WS-RIG-IMP-10
                                  + WS-RIG-IMP-22 + WS-RIG-IMP-00.
           COMPUTE WS-VID-IVA = WS-RIG-IVA-04 + WS-RIG-IVA-10
                              + WS-RIG-IVA-22.
           COMPUTE WS-VID-TOT-FATT = WS-VID-IMPONIB + WS-VID-IVA.
           IF WS-RIG-IMP-04 = ZEROES AND WS-RIG-IMP-10 = ZEROES
           AND WS-RIG-IMP-22 = ZEROES
              MOVE ZEROES TO WS-VID-ALIQUOTA
              GO TO TOTALIZZA-RIGHE-EX.
           IF WS-RIG-IMP-22 NOT < WS-RIG-IMP-10
           AND WS-RIG-IMP-22 NOT < WS-RIG-IMP-04
              MOVE 22 TO WS-VID-ALIQUOTA
           ELSE
              IF WS-RIG-IMP-10 NOT < WS-RIG-IMP-04
                 MOVE 10 TO WS-VID-ALIQUOTA
              ELSE
                 MOVE 4 TO WS-VID-ALIQUOTA.
       TOTALIZZA-RIGHE-EX.
           EXIT.

       SOMMA-RIGA.
           READ FATRIGHE NEXT AT END MOVE 'S' TO SW-FINE-RIGHE
                GO TO SOMMA-RIGA-EX.
           IF NOT FS-RIGHE-OK
           OR RIG-COD-CLI NOT = FFAT-COD-CLI
           OR RIG-NUM-FAT NOT = FFAT-NUM-FAT
              MOVE 'S' TO SW-FINE-RIGHE
              GO TO SOMMA-RIGA-EX.
           ADD 1 TO WS-CTR-RIGHE.
           EVALUATE RIG-ALIQUOTA
              WHEN 0  ADD RIG-IMPONIB TO WS-RIG-IMP-00
              WHEN 4  ADD RIG-IMPONIB TO WS-RIG-IMP-04
              WHEN 10 ADD RIG-IMPONIB TO WS-RIG-IMP-10
              WHEN OTHER ADD RIG-IMPONIB TO WS-RIG-IMP-22
           END-EVALUATE.
           IF WS-VID-COD-IVA NOT = SPACES
           AND RIG-ALIQUOTA NOT = WS-COD-IVA-ALIQ
              ADD 1 TO WS-CTR-RIGHE-DIVERSE.
       SOMMA-RIGA-EX.
           EXIT.

      *----------------------------------------------------------------
      *  CANCELLA TUTTE LE RIGHE DEL DOCUMENTO APPENA CANCELLATO.
      *----------------------------------------------------------------
       CANCELLA-RIGHE.
           MOVE 'N' TO SW-FINE-RIGHE.
           MOVE FFAT-COD-CLI TO RIG-COD-CLI.
           MOVE FFAT-NUM-FAT TO RIG-NUM-FAT.
           MOVE ZEROES       TO RIG-NUM-RIGA.
           START FATRIGHE KEY IS NOT LESS THAN KEY-FATRIGHE
                 INVALID KEY MOVE 'S' TO SW-FINE-RIGHE.
           PERFORM CANCELLA-UNA-RIGA THRU CANCELLA-UNA-RIGA-EX
                   UNTIL FINE-RIGHE.
       CANCELLA-RIGHE-EX.
           EXIT.

       CANCELLA-UNA-RIGA.
           READ FATRIGHE NEXT AT END MOVE 'S' TO SW-FINE-RIGHE
                GO TO CANCELLA-UNA-RIGA-EX.
           IF NOT FS-RIGHE-OK
           OR RIG-COD-CLI NOT = FFAT-COD-CLI
           OR RIG-NUM-FAT NOT = FFAT-NUM-FAT
              MOVE 'S' TO SW-FINE-RIGHE
              GO TO CANCELLA-UNA-RIGA-EX.
           DELETE FATRIGHE.
       CANCELLA-UNA-RIGA-EX.
           EXIT.

       FINE.
           CLOSE FFATTURE, FATRIGHE, NUMFATT, PARTITE.
           IF WS-TERMPAG-APERTO
              CLOSE TERMPAG.
           IF WS-CLIPAG-APERTO
              CLOSE CLIPAG.
           IF WS-CAMBI-APERTO
              CLOSE CAMBI.
           IF WS-CODIVA-APERTO
              CLOSE CODIVA.
           STOP RUN.
       END PROGRAM INSFATTURE.
