      ******************************************************************
      *  EMISSIONE ADDEBITI SEPA DIRECT DEBIT (SDD): SCANDISCE LE
      *  FATTURE (FFATTURE) DEI CLIENTI CON MANDATO ATTIVO (MANDATI,
      *  VEDI GESMANDATI) E ADDEBITA LE PARTITE APERTE CHE SCADONO
      *  NELLA FINESTRA DI DATE CHIESTA ALL'AVVIO: LE RATE 01-06
      *  DELLE FATTURE A RATE, ALTRIMENTI LA PARTITA UNICA 00 (CREATA
      *  QUI, COME IN INCASSI, SE LA FATTURA NON HA ANCORA PARTITA).
      *  SCRIVE IL FILE DEGLI ADDEBITI PER LA BANCA IN FORMATO SEPA
      *  SDD (XML SEMPLIFICATO SUL MODELLO PAIN.008, STESSO SCHEMA
      *  DEL FILE BONIFICI DI STACED): INTESTAZIONE CON CREDITORE E
      *  DATA DI ADDEBITO, UN BLOCCO DRCTDBTTXINF PER PARTITA E
      *  CHIUSURA CON NUMERO TRANSAZIONI E SOMMA DI CONTROLLO, PIU'
      *  LA DISTINTA STAMPATA CON GLI STESSI TOTALI.
      *  LA PARTITA ADDEBITATA VIENE DATA PER INCASSATA SALVO BUON
      *  FINE (STATO 'S', DATA PAGAMENTO = DATA DI ADDEBITO) E
      *  MARCATA 'D' IN PAR-ADDEBITO: SE LA BANCA LA RESTITUISCE
      *  INSOLUTA, SDDINSOL LA RIAPRE. LE PARTITE GIA' TORNATE
      *  INSOLUTE ('I') NON SI RIPRESENTANO: SEGUONO IL NORMALE
      *  RECUPERO. DOPO IL PRIMO ADDEBITO IL MANDATO PASSA DA FRST A
      *  RCUR; UN MANDATO OOFF O FNAL ADDEBITA UNA SOLA PARTITA E
      *  VIENE CHIUSO. IBAN NON VALIDI AL MODULO 97 E MANDATI SENZA
      *  DATA DI FIRMA FINISCONO IN DISTINTA COME SCARTI.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. SDDEMIS.
       AUTHOR.  MB.

      *----------------------------------------------------------------
      * MODIFICHE
      * 21-09-2026 MB  LE PARTITE CON CONTESTAZIONE APERTA (GESCONTES)
      *                NON SI ADDEBITANO.
      * 05-10-2026 MB  OGNI PARTITA ADDEBITATA VIENE ACCODATA AI
      *                MOVIMENTI DA CONTABILIZZARE (MOVCONT, CAUSALE
      *                SDDE) PER LA PRIMA NOTA CREDITI (PRIMANOTA).
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
       OBJECT-COMPUTER. IBM-AS400.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FFATTURE ASSIGN TO DATABASE-FFATTURE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
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

           SELECT MANDATI ASSIGN TO DATABASE-MANDATI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-MANDATI
           FILE STATUS IS FS-MANDATI.

           SELECT SDDXML ASSIGN TO FORMATFILE-SDDXML
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SDDXML.

           SELECT OPTIONAL MOVCONT ASSIGN TO FORMATFILE-MOVCONT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-MOVCONT.

           SELECT DISTINTA ASSIGN TO PRINTER-DISTSDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-DISTINTA.

           SELECT OPTIONAL PARTBIMG ASSIGN TO FORMATFILE-PARTBIMG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PARTBIMG.

       DATA DIVISION.

       FILE SECTION.
         FD FFATTURE
            LABEL RECORD IS STANDARD
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS REC-FATTURE.
       01 REC-FATTURE.
           05 KEY-FFATTURE.
             07 FFAT-COD-CLI  PIC 9(5).
             07 FFAT-NUM-FAT  PIC X(8).
           05 FFAT-IMPONIB      PIC 9(14) COMP-3.
           05 FFAT-IVA          PIC 9(14) COMP-3.
           05 FFAT-TOT-FATT     PIC 9(14) COMP-3.
           05 FFAT-ALIQUOTA     PIC 9(2).
           05 FFAT-TIPO-DOC    PIC X.
              88 FFAT-DOC-FATTURA    VALUE 'F' ' '.
              88 FFAT-DOC-NOTA-CRED  VALUE 'N'.
           05 FFAT-DATA-FATT   PIC 9(8).
           05 FFAT-DATA-SCAD   PIC 9(8).
           05 FFAT-DIVISA      PIC X(3).
           05 FFAT-CAMBIO      PIC 9(3)V9(6) COMP-3.
           05 FFAT-IMP-DIVISA  PIC 9(14) COMP-3.
           05 FILLER           PIC X(8).

      *----------------------------------------------------------------
      *  ARCHIVIO PARTITE (STESSO RECORD DI INCASSI). PAR-ADDEBITO:
      *  SPAZIO = NESSUN ADDEBITO DIRETTO, 'D' = INCASSATA CON
      *  ADDEBITO SDD SALVO BUON FINE, 'I' = ADDEBITO SDD TORNATO
      *  INSOLUTO (SDDINSOL).
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
              88 PAR-TIPO-FATTURA VALUE 'F' ' '.
           05 PAR-RIF-CONTRATTO PIC 9(6).
           05 PAR-ADDEBITO     PIC X.
              88 PAR-ADDEB-SDD    VALUE 'D'.
              88 PAR-INSOLUTO-SDD VALUE 'I'.
           05 FILLER           PIC X(6).

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
              88 MAN-SEQ-ULTIMO    VALUE 'FNAL'.
              88 MAN-SEQ-UNATANTUM VALUE 'OOFF'.
           05 MAN-STATO        PIC X.
              88 MAN-ATTIVO        VALUE 'A'.
           05 MAN-DATA-ULT-ADDEB PIC 9(8).
           05 MAN-NUM-INSOLUTI PIC 9(3).
           05 FILLER           PIC X(24).

      *----------------------------------------------------------------
      *  FILE ADDEBITI PER LA BANCA (XML SEMPLIFICATO, UNA RIGA PER
      *  RECORD COME IL FILE BONIFICI).
      *----------------------------------------------------------------
       FD SDDXML
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS REC-SDDXML.
       01 REC-SDDXML           PIC X(200).

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

       FD DISTINTA
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REC-DISTINTA.
       01 REC-DISTINTA         PIC X(132).

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

       01 FS-FATTURE                 PIC 9(2) VALUE ZEROES.
       01 FS-PARTITE                 PIC 9(2) VALUE ZEROES.
       01 FS-CONTEST                 PIC 9(2) VALUE ZEROES.
       01 FS-MOVCONT                 PIC 9(2) VALUE ZEROES.
       01 SW-CONTEST-APERTO          PIC X(1) VALUE 'N'.
           88 WS-CONTEST-APERTO      VALUE 'S'.
       01 SW-CONTESTATA              PIC X(1) VALUE 'N'.
           88 WS-PARTITA-CONTESTATA  VALUE 'S'.
       01 FS-MANDATI                 PIC 9(2) VALUE ZEROES.
       01 FS-SDDXML                  PIC 9(2) VALUE ZEROES.
       01 FS-DISTINTA                PIC 9(2) VALUE ZEROES.

       01 SW-FINE-FAT                PIC 9(1) VALUE ZEROES.
           88 EOF-FAT                 VALUE 1.
       01 SW-FINE-RATE               PIC 9(1) VALUE ZEROES.
           88 EOF-RATE                VALUE 1.
       01 SW-FATTURA-A-RATE          PIC X(1) VALUE 'N'.
           88 WS-FATTURA-A-RATE      VALUE 'S'.
       01 SW-MANDATO-OK              PIC X(1) VALUE 'N'.
           88 WS-MANDATO-OK          VALUE 'S'.
       01 SW-PARTITA-NUOVA           PIC X(1) VALUE 'N'.
           88 WS-PARTITA-NUOVA       VALUE 'S'.
       01 SW-PRIMO-CLIENTE           PIC X(1) VALUE 'S'.
           88 WS-E-IL-PRIMO-CLIENTE  VALUE 'S'.

       01 WS-CLIENTE-CORRENTE        PIC 9(5) VALUE ZEROES.
       01 WS-CTR-CLI-ADDEBITI        PIC 9(5) VALUE ZEROES.
       01 WS-SEQ-CLIENTE             PIC X(4) VALUE SPACES.

      *----------------------------------------------------------------
      *  PARAMETRI DEL RUN: FINESTRA DI SCADENZA (DA ZERO = ANCHE LE
      *  SCADENZE PASSATE), DATA DI ADDEBITO RICHIESTA (ZERO = FINE
      *  FINESTRA), IDENTIFICATIVO E IBAN DEL CREDITORE.
      *----------------------------------------------------------------
       01 WS-DATA-DA                 PIC 9(8) VALUE ZEROES.
       01 WS-DATA-A                  PIC 9(8) VALUE ZEROES.
       01 WS-DATA-ADDEB              PIC 9(8) VALUE ZEROES.
       01 WS-DATA-OGGI               PIC 9(8) VALUE ZEROES.
       01 WS-ID-CREDITORE            PIC X(35) VALUE SPACES.
       01 WS-IBAN-CREDITORE          PIC X(27) VALUE SPACES.

       01 WS-CAMPI-CONTATORI.
           05 WS-CTR-FAT-LETTE        PIC 9(7) VALUE ZEROES.
           05 WS-CTR-ADDEBITI         PIC 9(7) VALUE ZEROES.
           05 WS-CTR-SCARTI           PIC 9(7) VALUE ZEROES.
           05 WS-CTR-CONTESTATE       PIC 9(7) VALUE ZEROES.
           05 WS-CTR-MANDATI-AGG      PIC 9(7) VALUE ZEROES.
       01 WS-TOT-ADDEBITI            PIC 9(14) VALUE ZEROES.

      *----------------------------------------------------------------
      *  CAMPI DI APPOGGIO SEPA: GLI IMPORTI DELLE PARTITE SONO IN
      *  EURO INTERI, I CENTESIMI DEL TRACCIATO ESCONO A '00'.
      *----------------------------------------------------------------
       01 WS-SDD-IMPORTO             PIC 9(12) VALUE ZEROES.
       01 WS-SDD-TOTALE              PIC 9(14) VALUE ZEROES.
       01 WS-SDD-NUMTX-ED            PIC 9(6)  VALUE ZEROES.
       01 WS-MOTIVO-SCARTO           PIC X(40) VALUE SPACES.

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

       01 WS-STAMPA-PAGINA           PIC 9(3)  VALUE ZEROES.
       01 WS-STAMPA-RIGHE            PIC 9(2)  VALUE ZEROES.
       01 WS-STAMPA-MAX-RIGHE        PIC 9(2)  VALUE 50.

       01 WS-INT-1.
           05 FILLER     PIC X(30) VALUE SPACES.
           05 FILLER     PIC X(42)
              VALUE 'SDDEMIS - DISTINTA ADDEBITI SEPA SDD DEL '.
           05 WS-INT-DATA-ADDEB PIC 9(8).
           05 FILLER     PIC X(44) VALUE SPACES.
           05 FILLER     PIC X(5)  VALUE 'PAG. '.
           05 WS-INT-PAGINA PIC ZZ9.

       01 WS-INT-2.
           05 FILLER     PIC X(2)  VALUE SPACES.
           05 FILLER     PIC X(8)  VALUE 'COD.CLI'.
           05 FILLER     PIC X(13) VALUE 'NUM.FATT/RT'.
           05 FILLER     PIC X(10) VALUE 'SCADENZA'.
           05 FILLER     PIC X(15) VALUE '       IMPORTO'.
           05 FILLER     PIC X(6)  VALUE 'SEQ.'.
           05 FILLER     PIC X(36) VALUE 'ID MANDATO / MOTIVO SCARTO'.
           05 FILLER     PIC X(27) VALUE 'IBAN DEBITORE'.

       01 WS-DET-STAMPA.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-COD-CLI   PIC 9(5).
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 WS-D-NUM-FAT   PIC X(8).
           05 WS-D-RATA.
              07 WS-D-RATA-BARRA PIC X(1).
              07 WS-D-NUM-RATA   PIC 9(2).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-DATA-SCAD PIC 9(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-IMPORTO   PIC Z(11)9-.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-SEQUENZA  PIC X(4).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-MANDATO   PIC X(35).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-D-IBAN      PIC X(27).

       01 WS-RIGA-TOTALE.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-TOT-LABEL   PIC X(20) VALUE SPACES.
           05 WS-TOT-NUMERO  PIC Z(6)9.
           05 FILLER         PIC X(4)  VALUE SPACES.
           05 WS-TOT-IMPORTO PIC Z(13)9-.

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
          PERFORM OP-INIZIALI THRU OP-INIZIALI-EX.
          PERFORM ELABORA THRU ELABORA-EX UNTIL EOF-FAT.
          PERFORM OP-FINALI THRU OP-FINALI-EX.
          GOBACK.

       OP-INIZIALI.
          MOVE 'D' TO DCP-FUNZIONE.
          MOVE 'SDDEMIS' TO DCP-PROGRAMMA.
          CALL 'DATACONT' USING PARAMETRI-DATACONT.
          MOVE DCP-DATA-CONTABILE TO WS-DATA-OGGI.
          DISPLAY 'SCADENZE DAL (AAAAMMGG, 0 = ANCHE PASSATE): '.
          ACCEPT WS-DATA-DA.
          DISPLAY 'SCADENZE FINO AL (AAAAMMGG, 0 = OGGI): '.
          ACCEPT WS-DATA-A.
          IF WS-DATA-A = ZEROES
             MOVE WS-DATA-OGGI TO WS-DATA-A.
          DISPLAY 'DATA DI ADDEBITO (AAAAMMGG, 0 = FINE FINESTRA): '.
          ACCEPT WS-DATA-ADDEB.
          IF WS-DATA-ADDEB = ZEROES
             MOVE WS-DATA-A TO WS-DATA-ADDEB.
          IF WS-DATA-DA > WS-DATA-A
             DISPLAY 'FINESTRA DI SCADENZA NON VALIDA'
             MOVE 16 TO RETURN-CODE
             GOBACK.
          DISPLAY 'IDENTIFICATIVO CREDITORE SEPA: '.
          ACCEPT WS-ID-CREDITORE.
          IF WS-ID-CREDITORE = SPACES
             DISPLAY 'IDENTIFICATIVO CREDITORE OBBLIGATORIO'
             MOVE 16 TO RETURN-CODE
             GOBACK.
          DISPLAY 'IBAN DEL CREDITORE: '.
          ACCEPT WS-IBAN-CREDITORE.
          MOVE WS-IBAN-CREDITORE TO WS-IBAN-LAVORO.
          PERFORM VALIDA-IBAN THRU VALIDA-IBAN-EX.
          IF NOT IBAN-VALIDO
             DISPLAY 'IBAN DEL CREDITORE NON VALIDO'
             MOVE 16 TO RETURN-CODE
             GOBACK.
          OPEN INPUT FFATTURE.
          IF FS-FATTURE NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE FFATTURE - FS=' FS-FATTURE
             MOVE 16 TO RETURN-CODE
             GOBACK.
          OPEN I-O PARTITE.
          IF FS-PARTITE NOT = '00'
             OPEN OUTPUT PARTITE
             CLOSE PARTITE
             OPEN I-O PARTITE.
          IF FS-PARTITE NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE PARTITE - FS=' FS-PARTITE
             MOVE 16 TO RETURN-CODE
             GOBACK.
          OPEN I-O MANDATI.
          IF FS-MANDATI NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE MANDATI - FS=' FS-MANDATI
             DISPLAY 'CARICARE PRIMA I MANDATI CON GESMANDATI'
             MOVE 16 TO RETURN-CODE
             GOBACK.
          OPEN OUTPUT SDDXML.
          IF FS-SDDXML NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE IL FILE SDD - FS=' FS-SDDXML
             MOVE 16 TO RETURN-CODE
             GOBACK.
          OPEN OUTPUT DISTINTA.
          IF FS-DISTINTA NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE LA DISTINTA - FS='
                     FS-DISTINTA
             MOVE 16 TO RETURN-CODE
             GOBACK.
      *   CONTESTAZIONI FACOLTATIVE: SENZA FILE NESSUNA ESCLUSIONE.
          OPEN INPUT CONTEST.
          IF FS-CONTEST = '00'
             MOVE 'S' TO SW-CONTEST-APERTO.
      *   MOVIMENTI DA CONTABILIZZARE: SI ACCODA, IL FILE NASCE AL
      *   PRIMO UTILIZZO.
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
          PERFORM APRI-SDD THRU APRI-SDD-EX.
          PERFORM STAMPA-INTESTAZIONE THRU STAMPA-INTESTAZIONE-EX.
          MOVE ZEROES TO FFAT-COD-CLI.
          MOVE SPACES TO FFAT-NUM-FAT.
          START FFATTURE KEY IS GREATER THAN KEY-FFATTURE
                INVALID KEY MOVE 1 TO SW-FINE-FAT.
          IF NOT EOF-FAT
             PERFORM LETTURA-IND THRU LETTURA-IND-EX.
       OP-INIZIALI-EX.
          EXIT.

      *----------------------------------------------------------------
      *  UNA FATTURA: AL CAMBIO CLIENTE SI LEGGE IL MANDATO; CON
      *  MANDATO UTILIZZABILE SI ESAMINANO LE RATE O LA PARTITA
      *  UNICA. LE NOTE DI CREDITO NON SI ADDEBITANO.
      *----------------------------------------------------------------
       ELABORA.
          IF FFAT-DOC-NOTA-CRED
             GO TO C020.
          IF WS-E-IL-PRIMO-CLIENTE
          OR FFAT-COD-CLI NOT = WS-CLIENTE-CORRENTE
             PERFORM CAMBIO-CLIENTE THRU CAMBIO-CLIENTE-EX.
          IF NOT WS-MANDATO-OK
             GO TO C020.
          PERFORM CERCA-RATE THRU CERCA-RATE-EX.
          IF WS-FATTURA-A-RATE
             PERFORM ELABORA-RATA THRU ELABORA-RATA-EX
                     UNTIL EOF-RATE
             GO TO C020.
          PERFORM PARTITA-UNICA THRU PARTITA-UNICA-EX.
       C020.
          PERFORM LETTURA-IND THRU LETTURA-IND-EX.
       ELABORA-EX.
          EXIT.

       LETTURA-IND.
          READ FFATTURE NEXT AT END MOVE 1 TO SW-FINE-FAT
                        GO TO LETTURA-IND-EX.
          IF FS-FATTURE NOT = '00' AND FS-FATTURE NOT = '10'
             DISPLAY 'ERRORE IN LETTURA FFATTURE - FS=' FS-FATTURE
             MOVE 1 TO SW-FINE-FAT
             GO TO LETTURA-IND-EX.
          ADD 1 TO WS-CTR-FAT-LETTE.
       LETTURA-IND-EX.
          EXIT.

      *----------------------------------------------------------------
      *  NUOVO CLIENTE: CHIUDE IL PRECEDENTE (AGGIORNAMENTO DEL
      *  MANDATO) E LEGGE IL MANDATO DEL NUOVO. UTILIZZABILE SOLO SE
      *  ATTIVO, FIRMATO NON DOPO LA DATA DI ADDEBITO E CON IBAN
      *  VALIDO; GLI ULTIMI DUE CASI VANNO IN DISTINTA COME SCARTI.
      *----------------------------------------------------------------
       CAMBIO-CLIENTE.
          IF NOT WS-E-IL-PRIMO-CLIENTE
             PERFORM CHIUDI-CLIENTE THRU CHIUDI-CLIENTE-EX.
          MOVE 'N' TO SW-PRIMO-CLIENTE.
          MOVE FFAT-COD-CLI TO WS-CLIENTE-CORRENTE.
          MOVE ZEROES TO WS-CTR-CLI-ADDEBITI.
          MOVE 'N' TO SW-MANDATO-OK.
          MOVE FFAT-COD-CLI TO MAN-COD-CLI.
          READ MANDATI.
          IF FS-MANDATI NOT = '00'
             GO TO CAMBIO-CLIENTE-EX.
          IF NOT MAN-ATTIVO
             GO TO CAMBIO-CLIENTE-EX.
          IF MAN-DATA-FIRMA = ZEROES
          OR MAN-DATA-FIRMA > WS-DATA-ADDEB
             MOVE 'MANDATO NON FIRMATO ALLA DATA ADDEBITO'
                  TO WS-MOTIVO-SCARTO
             PERFORM STAMPA-SCARTO THRU STAMPA-SCARTO-EX
             GO TO CAMBIO-CLIENTE-EX.
      *   L'IBAN ENTRA NEL FILE SOLO SE PASSA IL MODULO 97, COME
      *   NEL FILE BONIFICI.
          MOVE MAN-IBAN TO WS-IBAN-LAVORO.
          PERFORM VALIDA-IBAN THRU VALIDA-IBAN-EX.
          IF NOT IBAN-VALIDO
             MOVE 'IBAN DEL MANDATO NON VALIDO'
                  TO WS-MOTIVO-SCARTO
             PERFORM STAMPA-SCARTO THRU STAMPA-SCARTO-EX
             GO TO CAMBIO-CLIENTE-EX.
          MOVE MAN-SEQUENZA TO WS-SEQ-CLIENTE.
          MOVE 'S' TO SW-MANDATO-OK.
       CAMBIO-CLIENTE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  CLIENTE ADDEBITATO: FRST DIVENTA RCUR, OOFF E FNAL CHIUDONO
      *  IL MANDATO; SI REGISTRA LA DATA DELL'ULTIMO ADDEBITO.
      *----------------------------------------------------------------
       CHIUDI-CLIENTE.
          IF WS-CTR-CLI-ADDEBITI = ZEROES
             GO TO CHIUDI-CLIENTE-EX.
          MOVE WS-CLIENTE-CORRENTE TO MAN-COD-CLI.
          READ MANDATI.
          IF FS-MANDATI NOT = '00'
             DISPLAY 'ERRORE IN LETTURA MANDATI - FS=' FS-MANDATI
             GO TO CHIUDI-CLIENTE-EX.
          IF MAN-SEQ-PRIMO
             MOVE 'RCUR' TO MAN-SEQUENZA.
          IF MAN-SEQ-UNATANTUM OR MAN-SEQ-ULTIMO
             MOVE 'C' TO MAN-STATO.
          MOVE WS-DATA-ADDEB TO MAN-DATA-ULT-ADDEB.
          REWRITE REC-MANDATI.
          IF FS-MANDATI NOT = '00'
             DISPLAY 'ERRORE IN AGGIORNAMENTO MANDATI - FS='
                     FS-MANDATI
             GO TO CHIUDI-CLIENTE-EX.
          ADD 1 TO WS-CTR-MANDATI-AGG.
       CHIUDI-CLIENTE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  PRIMA RATA DEL DOCUMENTO IN PARTITE (RATA 01): SE C'E' IL
      *  DOCUMENTO E' A RATE E LA RATA LETTA E' LA PRIMA DA ESAMINARE.
      *----------------------------------------------------------------
       CERCA-RATE.
          MOVE 'N' TO SW-FATTURA-A-RATE.
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

       ELABORA-RATA.
          MOVE 'N' TO SW-PARTITA-NUOVA.
          PERFORM ADDEBITA-PARTITA THRU ADDEBITA-PARTITA-EX.
          READ PARTITE NEXT AT END MOVE 1 TO SW-FINE-RATE
                        GO TO ELABORA-RATA-EX.
          IF FS-PARTITE NOT = '00'
          OR PAR-COD-CLI NOT = FFAT-COD-CLI
          OR PAR-NUM-FAT NOT = FFAT-NUM-FAT
             MOVE 1 TO SW-FINE-RATE.
       ELABORA-RATA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  FATTURA A SCADENZA UNICA: PARTITA 00; SE NON ESISTE ANCORA
      *  (NESSUN INCASSO) SI PREPARA COME IN INCASSI E SI SCRIVE SOLO
      *  SE VIENE ADDEBITATA.
      *----------------------------------------------------------------
       PARTITA-UNICA.
          MOVE 'N' TO SW-PARTITA-NUOVA.
          MOVE FFAT-COD-CLI TO PAR-COD-CLI.
          MOVE FFAT-NUM-FAT TO PAR-NUM-FAT.
          MOVE ZEROES TO PAR-NUM-RATA.
          READ PARTITE.
          IF FS-PARTITE = '23'
             MOVE SPACES          TO REC-PARTITA
             MOVE FFAT-COD-CLI    TO PAR-COD-CLI
             MOVE FFAT-NUM-FAT    TO PAR-NUM-FAT
             MOVE ZEROES          TO PAR-NUM-RATA
             MOVE FFAT-TOT-FATT   TO PAR-TOT-FATT
             MOVE ZEROES          TO PAR-INCASSATO
             MOVE FFAT-TOT-FATT   TO PAR-RESIDUO
             MOVE FFAT-DATA-SCAD  TO PAR-DATA-SCAD
             MOVE ZEROES          TO PAR-DATA-ULT-PAG
             MOVE 'A'             TO PAR-STATO
             MOVE 'F'             TO PAR-TIPO
             MOVE ZEROES          TO PAR-RIF-CONTRATTO
             MOVE 'S'             TO SW-PARTITA-NUOVA
          ELSE
             IF FS-PARTITE NOT = '00'
                DISPLAY 'ERRORE IN LETTURA PARTITE - FS=' FS-PARTITE
                GO TO PARTITA-UNICA-EX.
          PERFORM ADDEBITA-PARTITA THRU ADDEBITA-PARTITA-EX.
       PARTITA-UNICA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  PARTITA ADDEBITABILE: APERTA, DA FATTURA, CON RESIDUO, NON
      *  GIA' TORNATA INSOLUTA, NON IN CONTESTAZIONE E CON SCADENZA
      *  NELLA FINESTRA. UN MANDATO OOFF/FNAL ADDEBITA UNA SOLA
      *  PARTITA. L'IMPORTO
      *  ADDEBITATO E' IL RESIDUO, DATO PER INCASSATO SALVO BUON FINE.
      *----------------------------------------------------------------
       ADDEBITA-PARTITA.
          IF NOT PAR-APERTA OR NOT PAR-TIPO-FATTURA
          OR PAR-RESIDUO = ZEROES OR PAR-INSOLUTO-SDD
             GO TO ADDEBITA-PARTITA-EX.
          IF PAR-DATA-SCAD = ZEROES
          OR PAR-DATA-SCAD < WS-DATA-DA
          OR PAR-DATA-SCAD > WS-DATA-A
             GO TO ADDEBITA-PARTITA-EX.
          MOVE KEY-PARTITE TO KEY-CONTEST.
          PERFORM VERIFICA-CONTESTAZIONE
                  THRU VERIFICA-CONTESTAZIONE-EX.
          IF WS-PARTITA-CONTESTATA
             ADD 1 TO WS-CTR-CONTESTATE
             GO TO ADDEBITA-PARTITA-EX.
          IF (WS-SEQ-CLIENTE = 'OOFF' OR WS-SEQ-CLIENTE = 'FNAL')
          AND WS-CTR-CLI-ADDEBITI > ZEROES
             GO TO ADDEBITA-PARTITA-EX.
          MOVE PAR-RESIDUO TO WS-SDD-IMPORTO.
          PERFORM SCRIVI-ADDEBITO THRU SCRIVI-ADDEBITO-EX.
          PERFORM STAMPA-DETTAGLIO THRU STAMPA-DETTAGLIO-EX.
          ADD PAR-RESIDUO TO PAR-INCASSATO.
          ADD PAR-RESIDUO TO WS-TOT-ADDEBITI.
          MOVE ZEROES TO PAR-RESIDUO.
          MOVE WS-DATA-ADDEB TO PAR-DATA-ULT-PAG.
          MOVE 'S' TO PAR-STATO.
          MOVE 'D' TO PAR-ADDEBITO.
          PERFORM SALVA-PARTITA THRU SALVA-PARTITA-EX.
          IF WS-PARTITA-NUOVA
             WRITE REC-PARTITA
          ELSE
             REWRITE REC-PARTITA.
          IF FS-PARTITE NOT = '00'
             DISPLAY 'ERRORE IN AGGIORNAMENTO PARTITE - FS='
                     FS-PARTITE ' ' PAR-COD-CLI ' ' PAR-NUM-FAT
             MOVE 16 TO RETURN-CODE
          ELSE
             PERFORM SCRIVI-MOVCONT THRU SCRIVI-MOVCONT-EX.
          ADD 1 TO WS-CTR-ADDEBITI WS-CTR-CLI-ADDEBITI.
       ADDEBITA-PARTITA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  ADDEBITO APPENA REGISTRATO SU MOVCONT, CON LA DATA DI
      *  ADDEBITO COME DATA DELL'OPERAZIONE.
      *----------------------------------------------------------------
       SCRIVI-MOVCONT.
          MOVE SPACES         TO REC-MOVCONT.
          MOVE WS-DATA-OGGI   TO MVC-DATA-REG.
          MOVE 'SDDE'         TO MVC-CAUSALE.
          MOVE PAR-COD-CLI    TO MVC-COD-CLI.
          MOVE PAR-NUM-FAT    TO MVC-NUM-FAT.
          MOVE PAR-NUM-RATA   TO MVC-NUM-RATA.
          MOVE WS-SDD-IMPORTO TO MVC-IMPORTO.
          MOVE WS-DATA-ADDEB  TO MVC-DATA-OPER.
          MOVE 'SDDEMIS'      TO MVC-PROGRAMMA.
          WRITE REC-MOVCONT.
          IF FS-MOVCONT NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA MOVCONT - FS=' FS-MOVCONT
                     ' ' PAR-COD-CLI ' ' PAR-NUM-FAT
             MOVE 16 TO RETURN-CODE.
       SCRIVI-MOVCONT-EX.
          EXIT.

      *----------------------------------------------------------------
      *  INTESTAZIONE DEL MESSAGGIO SDD: IDENTIFICATIVO CON LA DATA
      *  DEL RUN, DATA DI ADDEBITO RICHIESTA E DATI DEL CREDITORE.
      *----------------------------------------------------------------
       APRI-SDD.
          MOVE SPACES TO REC-SDDXML.
          STRING '<Document><CstmrDrctDbtInitn><PmtInf>'
                 DELIMITED BY SIZE INTO REC-SDDXML.
          WRITE REC-SDDXML.
          MOVE SPACES TO REC-SDDXML.
          STRING ' <PmtInfId>SDD' WS-DATA-OGGI '</PmtInfId>'
                 '<PmtMtd>DD</PmtMtd>'
                 DELIMITED BY SIZE INTO REC-SDDXML.
          WRITE REC-SDDXML.
          MOVE SPACES TO REC-SDDXML.
          STRING ' <ReqdColltnDt>' WS-DATA-ADDEB '</ReqdColltnDt>'
                 DELIMITED BY SIZE INTO REC-SDDXML.
          WRITE REC-SDDXML.
          MOVE SPACES TO REC-SDDXML.
          STRING ' <CdtrAcct><Id><IBAN>' WS-IBAN-CREDITORE
                 '</IBAN></Id></CdtrAcct>'
                 DELIMITED BY SIZE INTO REC-SDDXML.
          WRITE REC-SDDXML.
          MOVE SPACES TO REC-SDDXML.
          STRING ' <CdtrSchmeId><Id>' WS-ID-CREDITORE
                 '</Id></CdtrSchmeId>'
                 DELIMITED BY SIZE INTO REC-SDDXML.
          WRITE REC-SDDXML.
       APRI-SDD-EX.
          EXIT.

      *----------------------------------------------------------------
      *  BLOCCO DELLA PARTITA: L'END-TO-END ID E' LA CHIAVE DELLA
      *  PARTITA (COD-CLI + NUM-FAT + RATA), CHE LA BANCA RIPORTA
      *  SUGLI INSOLUTI (VEDI SDDINSOL).
      *----------------------------------------------------------------
       SCRIVI-ADDEBITO.
          MOVE SPACES TO REC-SDDXML.
          STRING '  <DrctDbtTxInf><PmtId><EndToEndId>'
                 PAR-COD-CLI PAR-NUM-FAT PAR-NUM-RATA
                 '</EndToEndId></PmtId>' DELIMITED BY SIZE
                 INTO REC-SDDXML.
          WRITE REC-SDDXML.
          MOVE SPACES TO REC-SDDXML.
          STRING '   <PmtTpInf><SeqTp>' WS-SEQ-CLIENTE
                 '</SeqTp></PmtTpInf>' DELIMITED BY SIZE
                 INTO REC-SDDXML.
          WRITE REC-SDDXML.
          MOVE SPACES TO REC-SDDXML.
          STRING '   <InstdAmt Ccy="EUR">' WS-SDD-IMPORTO '.00'
                 '</InstdAmt>' DELIMITED BY SIZE
                 INTO REC-SDDXML.
          WRITE REC-SDDXML.
          MOVE SPACES TO REC-SDDXML.
          STRING '   <DrctDbtTx><MndtRltdInf><MndtId>'
                 MAN-ID-MANDATO '</MndtId><DtOfSgntr>'
                 MAN-DATA-FIRMA '</DtOfSgntr></MndtRltdInf>'
                 '</DrctDbtTx>' DELIMITED BY SIZE
                 INTO REC-SDDXML.
          WRITE REC-SDDXML.
          MOVE SPACES TO REC-SDDXML.
          STRING '   <Dbtr><Nm>' MAN-INTESTATARIO '</Nm></Dbtr>'
                 DELIMITED BY SIZE INTO REC-SDDXML.
          WRITE REC-SDDXML.
          MOVE SPACES TO REC-SDDXML.
          STRING '   <DbtrAcct><Id><IBAN>' MAN-IBAN
                 '</IBAN></Id></DbtrAcct>'
                 DELIMITED BY SIZE INTO REC-SDDXML.
          WRITE REC-SDDXML.
          MOVE SPACES TO REC-SDDXML.
          STRING '   <RmtInf><Ustrd>FATTURA ' PAR-NUM-FAT
                 ' RATA ' PAR-NUM-RATA ' SCAD. ' PAR-DATA-SCAD
                 '</Ustrd></RmtInf>' DELIMITED BY SIZE
                 INTO REC-SDDXML.
          WRITE REC-SDDXML.
          MOVE SPACES TO REC-SDDXML.
          STRING '  </DrctDbtTxInf>' DELIMITED BY SIZE
                 INTO REC-SDDXML.
          WRITE REC-SDDXML.
       SCRIVI-ADDEBITO-EX.
          EXIT.

      *----------------------------------------------------------------
      *  CHIUSURA DEL MESSAGGIO SDD: NUMERO TRANSAZIONI E SOMMA DI
      *  CONTROLLO (GLI STESSI TOTALI DELLA DISTINTA).
      *----------------------------------------------------------------
       CHIUDI-SDD.
          MOVE WS-CTR-ADDEBITI TO WS-SDD-NUMTX-ED.
          MOVE WS-TOT-ADDEBITI TO WS-SDD-TOTALE.
          MOVE SPACES TO REC-SDDXML.
          STRING ' <NbOfTxs>' WS-SDD-NUMTX-ED '</NbOfTxs>'
                 DELIMITED BY SIZE INTO REC-SDDXML.
          WRITE REC-SDDXML.
          MOVE SPACES TO REC-SDDXML.
          STRING ' <CtrlSum>' WS-SDD-TOTALE '.00</CtrlSum>'
                 DELIMITED BY SIZE INTO REC-SDDXML.
          WRITE REC-SDDXML.
          MOVE SPACES TO REC-SDDXML.
          STRING '</PmtInf></CstmrDrctDbtInitn></Document>'
                 DELIMITED BY SIZE INTO REC-SDDXML.
          WRITE REC-SDDXML.
       CHIUDI-SDD-EX.
          EXIT.

       STAMPA-INTESTAZIONE.
          ADD 1 TO WS-STAMPA-PAGINA.
          MOVE WS-STAMPA-PAGINA TO WS-INT-PAGINA.
          MOVE WS-DATA-ADDEB TO WS-INT-DATA-ADDEB.
          MOVE WS-INT-1 TO REC-DISTINTA.
          WRITE REC-DISTINTA AFTER ADVANCING PAGE.
          MOVE WS-INT-2 TO REC-DISTINTA.
          WRITE REC-DISTINTA AFTER ADVANCING 2 LINES.
          MOVE SPACES TO REC-DISTINTA.
          WRITE REC-DISTINTA AFTER ADVANCING 1 LINE.
          MOVE ZEROES TO WS-STAMPA-RIGHE.
       STAMPA-INTESTAZIONE-EX.
          EXIT.

       STAMPA-DETTAGLIO.
          IF WS-STAMPA-RIGHE >= WS-STAMPA-MAX-RIGHE
             PERFORM STAMPA-INTESTAZIONE THRU STAMPA-INTESTAZIONE-EX.
          MOVE PAR-COD-CLI    TO WS-D-COD-CLI.
          MOVE PAR-NUM-FAT    TO WS-D-NUM-FAT.
          MOVE '/'            TO WS-D-RATA-BARRA.
          MOVE PAR-NUM-RATA   TO WS-D-NUM-RATA.
          MOVE PAR-DATA-SCAD  TO WS-D-DATA-SCAD.
          MOVE PAR-RESIDUO    TO WS-D-IMPORTO.
          MOVE WS-SEQ-CLIENTE TO WS-D-SEQUENZA.
          MOVE MAN-ID-MANDATO TO WS-D-MANDATO.
          MOVE MAN-IBAN       TO WS-D-IBAN.
          MOVE WS-DET-STAMPA TO REC-DISTINTA.
          WRITE REC-DISTINTA AFTER ADVANCING 1 LINE.
          ADD 1 TO WS-STAMPA-RIGHE.
       STAMPA-DETTAGLIO-EX.
          EXIT.

      *----------------------------------------------------------------
      *  MANDATO NON UTILIZZABILE: RIGA DI SCARTO CON IL MOTIVO AL
      *  POSTO DELL'ID MANDATO; LE PARTITE DEL CLIENTE RESTANO APERTE.
      *----------------------------------------------------------------
       STAMPA-SCARTO.
          IF WS-STAMPA-RIGHE >= WS-STAMPA-MAX-RIGHE
             PERFORM STAMPA-INTESTAZIONE THRU STAMPA-INTESTAZIONE-EX.
          MOVE MAN-COD-CLI      TO WS-D-COD-CLI.
          MOVE SPACES           TO WS-D-NUM-FAT WS-D-RATA.
          MOVE ZEROES           TO WS-D-DATA-SCAD WS-D-IMPORTO.
          MOVE MAN-SEQUENZA     TO WS-D-SEQUENZA.
          MOVE WS-MOTIVO-SCARTO TO WS-D-MANDATO.
          MOVE MAN-IBAN         TO WS-D-IBAN.
          MOVE WS-DET-STAMPA TO REC-DISTINTA.
          WRITE REC-DISTINTA AFTER ADVANCING 1 LINE.
          ADD 1 TO WS-STAMPA-RIGHE.
          ADD 1 TO WS-CTR-SCARTI.
       STAMPA-SCARTO-EX.
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
             PERFORM CHIUDI-CLIENTE THRU CHIUDI-CLIENTE-EX.
          PERFORM CHIUDI-SDD THRU CHIUDI-SDD-EX.
          MOVE SPACES TO WS-RIGA-TOTALE.
          MOVE 'TOTALE ADDEBITI' TO WS-TOT-LABEL.
          MOVE WS-CTR-ADDEBITI TO WS-TOT-NUMERO.
          MOVE WS-TOT-ADDEBITI TO WS-TOT-IMPORTO.
          MOVE WS-RIGA-TOTALE TO REC-DISTINTA.
          WRITE REC-DISTINTA AFTER ADVANCING 2 LINES.
          MOVE SPACES TO WS-RIGA-TOTALE.
          MOVE 'MANDATI SCARTATI' TO WS-TOT-LABEL.
          MOVE WS-CTR-SCARTI TO WS-TOT-NUMERO.
          MOVE ZEROES TO WS-TOT-IMPORTO.
          MOVE WS-RIGA-TOTALE TO REC-DISTINTA.
          WRITE REC-DISTINTA AFTER ADVANCING 1 LINE.
          DISPLAY 'FATTURE LETTE:       ' WS-CTR-FAT-LETTE.
          DISPLAY 'PARTITE ADDEBITATE:  ' WS-CTR-ADDEBITI.
          DISPLAY 'TOTALE ADDEBITATO:   ' WS-TOT-ADDEBITI.
          DISPLAY 'MANDATI AGGIORNATI:  ' WS-CTR-MANDATI-AGG.
          DISPLAY 'MANDATI SCARTATI:    ' WS-CTR-SCARTI.
          DISPLAY 'PARTITE CONTESTATE:  ' WS-CTR-CONTESTATE.
          CLOSE FFATTURE, PARTITE, MANDATI, SDDXML, DISTINTA,
                MOVCONT, PARTBIMG.
          IF WS-CONTEST-APERTO
             CLOSE CONTEST.
          DISPLAY 'IMMAGINI PARTITE:    ' WS-BIM-PROGR
                  ' (RUN ' WS-DATA-OGGI ' ' WS-BIM-ORA-RUN ')'.
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
          MOVE 'SDDEMIS' TO BIM-PROGRAMMA.
          MOVE WS-DATA-OGGI TO BIM-DATA-RUN.
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
