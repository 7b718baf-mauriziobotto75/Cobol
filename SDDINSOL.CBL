      ******************************************************************
      *  RIENTRO INSOLUTI SEPA DIRECT DEBIT: LEGGE IL FILE DEGLI
      *  ADDEBITI RESPINTI O STORNATI RESTITUITO DALLA BANCA (UN
      *  RECORD PER ADDEBITO, CON L'END-TO-END ID CHE SDDEMIS HA
      *  COSTRUITO DALLA CHIAVE DELLA PARTITA) E PER OGNUNO:
      *  - RIAPRE LA PARTITA: TOGLIE L'IMPORTO DALL'INCASSATO, LO
      *    RIMETTE NEL RESIDUO, STATO 'A' E PAR-ADDEBITO 'I', COSI'
      *    SDDEMIS NON LA RIPRESENTA E LA PARTITA TORNA AL RECUPERO
      *    ORDINARIO (SOLLECITI, INTERESSI DI MORA, INCASSI);
      *  - SOSPENDE IL MANDATO DEL CLIENTE E NE CONTA GLI INSOLUTI:
      *    GLI ADDEBITI SUCCESSIVI RIPARTONO SOLO DOPO LA RIATTIVAZIONE
      *    DA GESMANDATI.
      *  UN RITORNO GIA' LAVORATO (PARTITA NON PIU' 'D') VIENE SOLO
      *  SEGNALATO, QUINDI IL FILE PUO' ESSERE RIPASSATO SENZA DANNI.
      *  STAMPA L'ELENCO INSOLUTI CON CAUSALE E ANOMALIE.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. SDDINSOL.
       AUTHOR.  MB.

      *----------------------------------------------------------------
      * MODIFICHE
      * 05-10-2026 MB  OGNI PARTITA RIAPERTA VIENE ACCODATA AI
      *                MOVIMENTI DA CONTABILIZZARE (MOVCONT, CAUSALE
      *                SDDI) PER LA PRIMA NOTA CREDITI (PRIMANOTA).
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
           SELECT SDDRIT ASSIGN TO FORMATFILE-SDDRIT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SDDRIT.

           SELECT PARTITE ASSIGN TO DATABASE-PARTITE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-PARTITE
           FILE STATUS IS FS-PARTITE.

           SELECT MANDATI ASSIGN TO DATABASE-MANDATI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-MANDATI
           FILE STATUS IS FS-MANDATI.

           SELECT OPTIONAL MOVCONT ASSIGN TO FORMATFILE-MOVCONT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-MOVCONT.

           SELECT STAMPA ASSIGN TO PRINTER-INSOLSDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-STAMPA.

           SELECT OPTIONAL PARTBIMG ASSIGN TO FORMATFILE-PARTBIMG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PARTBIMG.

       DATA DIVISION.

       FILE SECTION.
      *----------------------------------------------------------------
      *  RITORNO BANCA: END-TO-END ID DELL'ADDEBITO (= CHIAVE DELLA
      *  PARTITA), MANDATO, IMPORTO IN EURO INTERI, DATA E CAUSALE
      *  SEPA DEL RIFIUTO/STORNO.
      *----------------------------------------------------------------
       FD SDDRIT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REC-SDDRIT.
       01 REC-SDDRIT.
           05 RIT-END-TO-END.
             07 RIT-COD-CLI    PIC 9(5).
             07 RIT-NUM-FAT    PIC X(8).
             07 RIT-NUM-RATA   PIC 9(2).
           05 RIT-ID-MANDATO   PIC X(35).
           05 RIT-IMPORTO      PIC 9(12).
           05 RIT-DATA         PIC 9(8).
           05 RIT-CAUSALE      PIC X(4).
           05 FILLER           PIC X(6).

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
           05 PAR-TIPO         PIC X.
           05 PAR-RIF-CONTRATTO PIC 9(6).
           05 PAR-ADDEBITO     PIC X.
              88 PAR-ADDEB-SDD    VALUE 'D'.
              88 PAR-INSOLUTO-SDD VALUE 'I'.
           05 FILLER           PIC X(6).

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
           05 MAN-STATO        PIC X.
              88 MAN-ATTIVO        VALUE 'A'.
           05 MAN-DATA-ULT-ADDEB PIC 9(8).
           05 MAN-NUM-INSOLUTI PIC 9(3).
           05 FILLER           PIC X(24).

       FD STAMPA
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REC-STAMPA.
       01 REC-STAMPA           PIC X(132).

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

       01 FS-SDDRIT                  PIC 9(2) VALUE ZEROES.
       01 FS-PARTITE                 PIC 9(2) VALUE ZEROES.
       01 FS-MANDATI                 PIC 9(2) VALUE ZEROES.
       01 FS-STAMPA                  PIC 9(2) VALUE ZEROES.
       01 FS-MOVCONT                 PIC 9(2) VALUE ZEROES.
       01 WS-DATA-RUN                PIC 9(8) VALUE ZEROES.

       01 SW-FINE-RIT                PIC 9(1) VALUE ZEROES.
           88 EOF-RIT                 VALUE 1.

       01 WS-CAMPI-CONTATORI.
           05 WS-CTR-LETTI            PIC 9(7) VALUE ZEROES.
           05 WS-CTR-RIAPERTE         PIC 9(7) VALUE ZEROES.
           05 WS-CTR-ANOMALIE         PIC 9(7) VALUE ZEROES.
           05 WS-CTR-SOSPESI          PIC 9(7) VALUE ZEROES.
       01 WS-TOT-INSOLUTI            PIC 9(14) VALUE ZEROES.

       01 WS-ESITO                   PIC X(30) VALUE SPACES.
       01 WS-DESCR-CAUSALE           PIC X(20) VALUE SPACES.
       01 WS-IND-CAU                 PIC 9(2)  VALUE ZEROES.

      *----------------------------------------------------------------
      *  CAUSALI SEPA PIU' FREQUENTI SUI RITORNI SDD; LE ALTRE SONO
      *  STAMPATE COL SOLO CODICE.
      *----------------------------------------------------------------
       01 WS-TAB-CAUSALI-VAL.
           05 FILLER PIC X(24) VALUE 'AC04CONTO CHIUSO        '.
           05 FILLER PIC X(24) VALUE 'AC06CONTO BLOCCATO      '.
           05 FILLER PIC X(24) VALUE 'AM04FONDI INSUFFICIENTI '.
           05 FILLER PIC X(24) VALUE 'MD01MANDATO ASSENTE     '.
           05 FILLER PIC X(24) VALUE 'MD06RIMBORSO RICHIESTO  '.
           05 FILLER PIC X(24) VALUE 'MS02RIFIUTO DEBITORE    '.
           05 FILLER PIC X(24) VALUE 'MS03NON SPECIFICATO     '.
       01 WS-TAB-CAUSALI REDEFINES WS-TAB-CAUSALI-VAL.
           05 WS-CAUSALE OCCURS 7 TIMES.
              07 WS-CAU-CODICE    PIC X(4).
              07 WS-CAU-DESCR     PIC X(20).

       01 WS-STAMPA-PAGINA           PIC 9(3)  VALUE ZEROES.
       01 WS-STAMPA-RIGHE            PIC 9(2)  VALUE ZEROES.
       01 WS-STAMPA-MAX-RIGHE        PIC 9(2)  VALUE 50.

       01 WS-INT-1.
           05 FILLER     PIC X(30) VALUE SPACES.
           05 FILLER     PIC X(50)
              VALUE 'SDDINSOL - INSOLUTI SEPA DIRECT DEBIT'.
           05 FILLER     PIC X(44) VALUE SPACES.
           05 FILLER     PIC X(5)  VALUE 'PAG. '.
           05 WS-INT-PAGINA PIC ZZ9.

       01 WS-INT-2.
           05 FILLER     PIC X(2)  VALUE SPACES.
           05 FILLER     PIC X(8)  VALUE 'COD.CLI'.
           05 FILLER     PIC X(13) VALUE 'NUM.FATT/RT'.
           05 FILLER     PIC X(10) VALUE 'DATA'.
           05 FILLER     PIC X(15) VALUE '       IMPORTO'.
           05 FILLER     PIC X(26) VALUE 'CAUSALE'.
           05 FILLER     PIC X(30) VALUE 'ESITO'.

       01 WS-DET-STAMPA.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-COD-CLI   PIC 9(5).
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 WS-D-NUM-FAT   PIC X(8).
           05 FILLER         PIC X(1)  VALUE '/'.
           05 WS-D-NUM-RATA  PIC 9(2).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-DATA      PIC 9(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-IMPORTO   PIC Z(11)9-.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-CAUSALE   PIC X(4).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-D-DESCR     PIC X(20).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-D-ESITO     PIC X(30).

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
          PERFORM LETTURA-RIT THRU LETTURA-RIT-EX.
          PERFORM ELABORA THRU ELABORA-EX UNTIL EOF-RIT.
          PERFORM OP-FINALI THRU OP-FINALI-EX.
          GOBACK.

       OP-INIZIALI.
          MOVE 'D' TO DCP-FUNZIONE.
          MOVE 'SDDINSOL' TO DCP-PROGRAMMA.
          CALL 'DATACONT' USING PARAMETRI-DATACONT.
          MOVE DCP-DATA-CONTABILE TO WS-DATA-RUN.
          OPEN INPUT SDDRIT.
          IF FS-SDDRIT NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE IL FILE INSOLUTI - FS='
                     FS-SDDRIT
             MOVE 16 TO RETURN-CODE
             GOBACK.
          OPEN I-O PARTITE.
          IF FS-PARTITE NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE PARTITE - FS=' FS-PARTITE
             MOVE 16 TO RETURN-CODE
             GOBACK.
          OPEN I-O MANDATI.
          IF FS-MANDATI NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE MANDATI - FS=' FS-MANDATI
             MOVE 16 TO RETURN-CODE
             GOBACK.
          OPEN OUTPUT STAMPA.
          IF FS-STAMPA NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE LA STAMPA - FS=' FS-STAMPA
             MOVE 16 TO RETURN-CODE
             GOBACK.
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
          PERFORM STAMPA-INTESTAZIONE THRU STAMPA-INTESTAZIONE-EX.
       OP-INIZIALI-EX.
          EXIT.

       LETTURA-RIT.
          READ SDDRIT AT END MOVE 1 TO SW-FINE-RIT
               GO TO LETTURA-RIT-EX.
          IF FS-SDDRIT NOT = '00'
             DISPLAY 'ERRORE IN LETTURA FILE INSOLUTI - FS='
                     FS-SDDRIT
             MOVE 1 TO SW-FINE-RIT
             GO TO LETTURA-RIT-EX.
          ADD 1 TO WS-CTR-LETTI.
       LETTURA-RIT-EX.
          EXIT.

      *----------------------------------------------------------------
      *  UN RITORNO: LA PARTITA DEVE ESISTERE, ESSERE STATA ADDEBITATA
      *  IN SDD ('D') E AVERE INCASSATO ALMENO L'IMPORTO RESTITUITO;
      *  ALTRIMENTI E' UN'ANOMALIA DA VERIFICARE A MANO (PER ESEMPIO
      *  PARTITA GIA' ARCHIVIATA DA ARCHFATT O RITORNO RIPASSATO).
      *----------------------------------------------------------------
       ELABORA.
          PERFORM DESCRIVI-CAUSALE THRU DESCRIVI-CAUSALE-EX.
          MOVE RIT-COD-CLI  TO PAR-COD-CLI.
          MOVE RIT-NUM-FAT  TO PAR-NUM-FAT.
          MOVE RIT-NUM-RATA TO PAR-NUM-RATA.
          READ PARTITE.
          IF FS-PARTITE NOT = '00'
             MOVE 'ANOMALIA: PARTITA NON TROVATA' TO WS-ESITO
             ADD 1 TO WS-CTR-ANOMALIE
             GO TO C030.
          IF NOT PAR-ADDEB-SDD
             MOVE 'ANOMALIA: NON ADDEBITATA SDD' TO WS-ESITO
             ADD 1 TO WS-CTR-ANOMALIE
             GO TO C030.
          IF RIT-IMPORTO > PAR-INCASSATO
             MOVE 'ANOMALIA: IMPORTO > INCASSATO' TO WS-ESITO
             ADD 1 TO WS-CTR-ANOMALIE
             GO TO C030.
          SUBTRACT RIT-IMPORTO FROM PAR-INCASSATO.
          ADD RIT-IMPORTO TO PAR-RESIDUO.
          MOVE 'A' TO PAR-STATO.
          MOVE 'I' TO PAR-ADDEBITO.
          PERFORM SALVA-PARTITA THRU SALVA-PARTITA-EX.
          REWRITE REC-PARTITA.
          IF FS-PARTITE NOT = '00'
             DISPLAY 'ERRORE IN AGGIORNAMENTO PARTITE - FS='
                     FS-PARTITE ' ' PAR-COD-CLI ' ' PAR-NUM-FAT
             MOVE 'ERRORE IN AGGIORNAMENTO' TO WS-ESITO
             ADD 1 TO WS-CTR-ANOMALIE
             MOVE 16 TO RETURN-CODE
             GO TO C030.
          ADD 1 TO WS-CTR-RIAPERTE.
          ADD RIT-IMPORTO TO WS-TOT-INSOLUTI.
          PERFORM SCRIVI-MOVCONT THRU SCRIVI-MOVCONT-EX.
          MOVE 'PARTITA RIAPERTA' TO WS-ESITO.
          PERFORM SOSPENDI-MANDATO THRU SOSPENDI-MANDATO-EX.
       C030.
          PERFORM STAMPA-DETTAGLIO THRU STAMPA-DETTAGLIO-EX.
          PERFORM LETTURA-RIT THRU LETTURA-RIT-EX.
       ELABORA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  INSOLUTO APPENA REGISTRATO SU MOVCONT, CON LA DATA DEL
      *  RIFIUTO/STORNO COME DATA DELL'OPERAZIONE.
      *----------------------------------------------------------------
       SCRIVI-MOVCONT.
          MOVE SPACES         TO REC-MOVCONT.
          MOVE WS-DATA-RUN    TO MVC-DATA-REG.
          MOVE 'SDDI'         TO MVC-CAUSALE.
          MOVE PAR-COD-CLI    TO MVC-COD-CLI.
          MOVE PAR-NUM-FAT    TO MVC-NUM-FAT.
          MOVE PAR-NUM-RATA   TO MVC-NUM-RATA.
          MOVE RIT-CAUSALE    TO MVC-NUM-RIF.
          MOVE RIT-IMPORTO    TO MVC-IMPORTO.
          MOVE RIT-DATA       TO MVC-DATA-OPER.
          MOVE 'SDDINSOL'     TO MVC-PROGRAMMA.
          WRITE REC-MOVCONT.
          IF FS-MOVCONT NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA MOVCONT - FS=' FS-MOVCONT
                     ' ' PAR-COD-CLI ' ' PAR-NUM-FAT
             MOVE 16 TO RETURN-CODE.
       SCRIVI-MOVCONT-EX.
          EXIT.

      *----------------------------------------------------------------
      *  MANDATO DEL CLIENTE: UN INSOLUTO IN PIU'; SE ERA ATTIVO
      *  PASSA A SOSPESO (UN MANDATO GIA' CHIUSO RESTA CHIUSO).
      *----------------------------------------------------------------
       SOSPENDI-MANDATO.
          MOVE RIT-COD-CLI TO MAN-COD-CLI.
          READ MANDATI.
          IF FS-MANDATI NOT = '00'
             MOVE 'RIAPERTA, MANDATO ASSENTE' TO WS-ESITO
             GO TO SOSPENDI-MANDATO-EX.
          IF MAN-NUM-INSOLUTI < 999
             ADD 1 TO MAN-NUM-INSOLUTI.
          IF MAN-ATTIVO
             MOVE 'S' TO MAN-STATO
             ADD 1 TO WS-CTR-SOSPESI
             MOVE 'RIAPERTA, MANDATO SOSPESO' TO WS-ESITO.
          REWRITE REC-MANDATI.
          IF FS-MANDATI NOT = '00'
             DISPLAY 'ERRORE IN AGGIORNAMENTO MANDATI - FS='
                     FS-MANDATI ' ' MAN-COD-CLI
             MOVE 16 TO RETURN-CODE.
       SOSPENDI-MANDATO-EX.
          EXIT.

       DESCRIVI-CAUSALE.
          MOVE SPACES TO WS-DESCR-CAUSALE.
          PERFORM CERCA-CAUSALE THRU CERCA-CAUSALE-EX
                  VARYING WS-IND-CAU FROM 1 BY 1
                  UNTIL WS-IND-CAU > 7
                  OR WS-DESCR-CAUSALE NOT = SPACES.
       DESCRIVI-CAUSALE-EX.
          EXIT.

       CERCA-CAUSALE.
          IF WS-CAU-CODICE (WS-IND-CAU) = RIT-CAUSALE
             MOVE WS-CAU-DESCR (WS-IND-CAU) TO WS-DESCR-CAUSALE.
       CERCA-CAUSALE-EX.
          EXIT.

       STAMPA-INTESTAZIONE.
          ADD 1 TO WS-STAMPA-PAGINA.
          MOVE WS-STAMPA-PAGINA TO WS-INT-PAGINA.
          MOVE WS-INT-1 TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING PAGE.
          MOVE WS-INT-2 TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING 2 LINES.
          MOVE SPACES TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING 1 LINE.
          MOVE ZEROES TO WS-STAMPA-RIGHE.
       STAMPA-INTESTAZIONE-EX.
          EXIT.

       STAMPA-DETTAGLIO.
          IF WS-STAMPA-RIGHE >= WS-STAMPA-MAX-RIGHE
             PERFORM STAMPA-INTESTAZIONE THRU STAMPA-INTESTAZIONE-EX.
          MOVE RIT-COD-CLI      TO WS-D-COD-CLI.
          MOVE RIT-NUM-FAT      TO WS-D-NUM-FAT.
          MOVE RIT-NUM-RATA     TO WS-D-NUM-RATA.
          MOVE RIT-DATA         TO WS-D-DATA.
          MOVE RIT-IMPORTO      TO WS-D-IMPORTO.
          MOVE RIT-CAUSALE      TO WS-D-CAUSALE.
          MOVE WS-DESCR-CAUSALE TO WS-D-DESCR.
          MOVE WS-ESITO         TO WS-D-ESITO.
          MOVE WS-DET-STAMPA TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING 1 LINE.
          ADD 1 TO WS-STAMPA-RIGHE.
       STAMPA-DETTAGLIO-EX.
          EXIT.

       OP-FINALI.
          MOVE SPACES TO WS-RIGA-TOTALE.
          MOVE 'PARTITE RIAPERTE' TO WS-TOT-LABEL.
          MOVE WS-CTR-RIAPERTE TO WS-TOT-NUMERO.
          MOVE WS-TOT-INSOLUTI TO WS-TOT-IMPORTO.
          MOVE WS-RIGA-TOTALE TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING 2 LINES.
          MOVE SPACES TO WS-RIGA-TOTALE.
          MOVE 'ANOMALIE' TO WS-TOT-LABEL.
          MOVE WS-CTR-ANOMALIE TO WS-TOT-NUMERO.
          MOVE ZEROES TO WS-TOT-IMPORTO.
          MOVE WS-RIGA-TOTALE TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING 1 LINE.
          CLOSE SDDRIT, PARTITE, MANDATI, STAMPA, MOVCONT,
                PARTBIMG.
          DISPLAY 'RITORNI LETTI:       ' WS-CTR-LETTI.
          DISPLAY 'PARTITE RIAPERTE:    ' WS-CTR-RIAPERTE.
          DISPLAY 'TOTALE INSOLUTI:     ' WS-TOT-INSOLUTI.
          DISPLAY 'MANDATI SOSPESI:     ' WS-CTR-SOSPESI.
          DISPLAY 'ANOMALIE:            ' WS-CTR-ANOMALIE.
          IF WS-CTR-ANOMALIE > ZEROES AND RETURN-CODE = ZEROES
             MOVE 4 TO RETURN-CODE.
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
          MOVE 'SDDINSOL' TO BIM-PROGRAMMA.
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
