      ******************************************************************
      *  RETTIFICHE ALLA CENTRALE RISCHI (SIC): LEGGE IL FILE DEGLI
      *  SCARTI RESTITUITO DALLA CENTRALE (ESITICR, UN RECORD PER
      *  LINEA SCARTATA CON PERIODO, CODICE E DESCRIZIONE DELL'ERRORE)
      *  E PER OGNI SCARTO RIPRENDE LA LINEA DALL'ARCHIVIO DELLE
      *  SEGNALAZIONI (ARCHCR, SCRITTO DA SEGNCRED). L'IDENTITA' DEL
      *  CLIENTE SI RILEGGE DALL'ANAGRAFICA (CONTRATTO -> CON-COD-CLI,
      *  CONTO RETAIL -> PONTE XREFCLI): SE NEL FRATTEMPO E' STATA
      *  SISTEMATA E IL CODICE FISCALE E' VALIDO, LA LINEA ESCE SUL
      *  FLUSSO DI RETTIFICA (RETTCR, STESSO TRACCIATO DEL MENSILE,
      *  TESTATA DI TIPO 'V', DETTAGLI 'V') CON GLI IMPORTI DEL PERIODO
      *  GIA' SEGNALATI E L'ARCHIVIO PASSA A 'V'. SE L'ANAGRAFICA E'
      *  ANCORA ERRATA O INVARIATA LA LINEA RESTA SCARTATA ('E') E VA
      *  IN STAMPA DA VERIFICARE A MANO COL CODICE DELLA CENTRALE.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. RETTCRED.
       AUTHOR.  MB.

      *----------------------------------------------------------------
      * MODIFICHE
      * 15-10-2026 MB  TESTATA CONTRATTI CON IL TIPO TASSO (FISSO O
      *                INDICIZZATO) IN CODA: SOLO TRACCIATO.
      * 15-10-2026 MB  TESTATA CONTRATTI CON TAEG, SPESE DI ISTRUTTORIA
      *                E SPESE DI INCASSO NEL FILLER: SOLO TRACCIATO.
      * 15-10-2026 MB  TESTATA CONTRATTI CON LA CATEGORIA DI CREDITO
      *                PER LE SOGLIE D'USURA NEL FILLER: SOLO TRACCIATO.
      * 15-10-2026 MB  LA DATA DI LAVORO DEL RUN E' LA DATA CONTABILE
      *                (ROUTINE DATACONT, AVANZATA SOLO DAL FINE
      *                GIORNATA FINEGG DI CATENA) E NON PIU' LA DATA DI
      *                SISTEMA; AVVISO A VIDEO SE IL PROGRAMMA PARTE IN
      *                UN GIORNO NON LAVORATIVO.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESITICR ASSIGN TO FORMATFILE-ESITICR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ESITICR.

           SELECT ARCHCR ASSIGN TO DATABASE-ARCHCR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-ARCHCR
           FILE STATUS IS FS-ARCHCR.

           SELECT XREFCLI ASSIGN TO DATABASE-XREFCLI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-XREFCLI
           FILE STATUS IS FS-XREFCLI.

           SELECT CLIENTI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COD-CLI
           ALTERNATE RECORD KEY IS RAG-CLI
               WITH DUPLICATES
           FILE STATUS IS FS-CLIENTI.

           SELECT FILE-CONTRATTI ASSIGN TO DISK
           ACCESS IS RANDOM
           ORGANIZATION IS INDEXED
           RECORD KEY IS CON-NUM-CONTRATTO
           FILE STATUS IS FS-CONTRATTI.

           SELECT RETTCR ASSIGN TO FORMATFILE-RETTCR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RETTCR.

           SELECT STAMPARC ASSIGN TO PRINTER-RETTCRED
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-STAMPARC.

       DATA DIVISION.

       FILE SECTION.
      *----------------------------------------------------------------
      *  SCARTI DELLA CENTRALE: CHIAVE DELLA LINEA COME NEL FLUSSO.
      *----------------------------------------------------------------
       FD ESITICR
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REC-ESITICR.
       01 REC-ESITICR.
           05 ESC-PERIODO      PIC 9(6).
           05 ESC-TIPO-LINEA   PIC X.
           05 ESC-ID-LINEA     PIC 9(7).
           05 ESC-COD-ERRORE   PIC X(4).
           05 ESC-DESCRIZIONE  PIC X(60).
           05 FILLER           PIC X(22).

      *   STESSO TRACCIATO DI SEGNCRED
       FD ARCHCR
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 250 CHARACTERS
           DATA RECORD IS REC-ARCHCR.
       01 REC-ARCHCR.
           05 KEY-ARCHCR.
             07 ACR-PERIODO    PIC 9(6).
             07 ACR-TIPO-LINEA PIC X.
             07 ACR-ID-LINEA   PIC 9(7).
           05 ACR-ESITO        PIC X.
              88 ACR-INVIATA      VALUE 'I'.
              88 ACR-NON-INVIATA  VALUE 'N'.
              88 ACR-SCARTATA     VALUE 'E'.
              88 ACR-RETTIFICATA  VALUE 'V'.
           05 ACR-DATA-ESITO   PIC 9(8).
           05 ACR-DETTAGLIO    PIC X(200).
           05 FILLER           PIC X(27).

       FD XREFCLI
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS REC-XREFCLI.
       01 REC-XREFCLI.
           05 KEY-XREFCLI.
             07 XRF-CONTO      PIC 9(7).
           05 XRF-COD-CLI      PIC 9(6).
           05 FILLER           PIC X(7).

       FD  CLIENTI
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RECORD-CLIENTE.
       01  RECORD-CLIENTE.
           05  COD-CLI PIC 9(6).
           05  RAG-CLI PIC X(30).
           05  IND-CLI PIC X(30).
           05  CAP-CLI PIC 9(5).
           05  CIT-CLI PIC X(20).
           05  TEL-CLI PIC X(10).
           05  PIVA-CLI PIC X(16).

       FD  FILE-CONTRATTI
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REC-CONTRATTO.
       01  REC-CONTRATTO.
           03 CON-NUM-CONTRATTO         PIC 9(06).
           03 CON-COD-CLI               PIC 9(06).
           03 CON-CLIENTE               PIC X(20).
           03 CON-OBJETO                PIC X(20).
           03 CON-VALOR                 PIC 9(6)V99.
           03 CON-ENTRADA               PIC 9(6)V99.
           03 CON-TAXA                  PIC 9(3)V99.
           03 CON-NUM-PARCELAS          PIC 99.
           03 CON-DATA-CREAZIONE        PIC 9(8).
           03 CON-STATO                 PIC X.
              88 CONTRATTO-APERTO          VALUE 'A' ' '.
           03 CON-VERSIONE              PIC 99.
      *    TIPO TASSO: 'F' (O SPAZIO) = FISSO; 'I' = INDICIZZATO SU
      *    CON-COD-INDICE (TABELLA FILE-INDICI, VEDI GESINDICI) PIU'
      *    CON-SPREAD, FRA MINIMO E MASSIMO (MASSIMO ZERO = SENZA
      *    TETTO). CON-TAXA E' SEMPRE IL TASSO IN VIGORE, RIVISTO DA
      *    REVTASSI ALLA DATA CON-DATA-REVISIONE.
           03 CON-TIPO-TASSO            PIC X.
              88 TASSO-FISSO               VALUE 'F' ' '.
              88 TASSO-INDICIZZATO         VALUE 'I'.
           03 CON-COD-INDICE            PIC X(6).
           03 CON-SPREAD                PIC 9(2)V999.
           03 CON-TASSO-MIN             PIC 9(3)V99.
           03 CON-TASSO-MAX             PIC 9(3)V99.
           03 CON-DATA-REVISIONE        PIC 9(8).
      *    TRASPARENZA: TAEG CALCOLATO ALLA FIRMA O ALL'ULTIMA
      *    RINEGOZIAZIONE, SPESE DI ISTRUTTORIA (PAGATE ALLA FIRMA) E
      *    SPESE DI INCASSO PER RATA. SPAZI SUI CONTRATTI NATI PRIMA.
           03 CON-TAEG                  PIC 9(2)V99.
           03 CON-SPESE-ISTRUTTORIA     PIC 9(4)V99.
           03 CON-SPESE-INCASSO         PIC 9V99.
      *    CATEGORIA DI CREDITO PER LE SOGLIE D'USURA (TABELLA
      *    FILE-SOGLIE, VEDI GESSOGLIE): 'F' (O SPAZIO) = CREDITO
      *    FINALIZZATO, 'P' = PRESTITO PERSONALE, 'A' = ALTRI
      *    FINANZIAMENTI (CONSOLIDAMENTI).
           03 CON-CATEGORIA             PIC X.
              88 CATEGORIA-FINALIZZATO     VALUE 'F' ' '.
              88 CATEGORIA-PERSONALE       VALUE 'P'.
              88 CATEGORIA-ALTRI           VALUE 'A'.

       FD RETTCR
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS REC-RETTCR.
       01 REC-RETTCR           PIC X(200).

       FD STAMPARC
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REC-STAMPARC.
       01 REC-STAMPARC         PIC X(132).

       WORKING-STORAGE SECTION.

       01 FS-ESITICR                 PIC 9(2) VALUE ZEROES.
       01 FS-ARCHCR                  PIC 9(2) VALUE ZEROES.
       01 FS-XREFCLI                 PIC 9(2) VALUE ZEROES.
       01 FS-CLIENTI                 PIC 9(2) VALUE ZEROES.
       01 FS-CONTRATTI               PIC 9(2) VALUE ZEROES.
       01 FS-RETTCR                  PIC 9(2) VALUE ZEROES.
       01 FS-STAMPARC                PIC 9(2) VALUE ZEROES.

       01 SW-FINE-ESITI              PIC 9(1) VALUE ZEROES.
           88 EOF-ESITI               VALUE 1.

       01 WS-DATA-OGGI               PIC 9(8) VALUE ZEROES.
       01 WS-SEGNALANTE              PIC X(8) VALUE SPACES.
       01 WS-COD-CLI                 PIC 9(6) VALUE ZEROES.
       01 WS-MOTIVO                  PIC X(40) VALUE SPACES.
      *   IDENTITA' COME ERA STATA INVIATA, PER VEDERE SE E' CAMBIATA
       01 WS-IDENTITA-PREC           PIC X(101) VALUE SPACES.

      *   STESSO TRACCIATO DI SEGNCRED
       01 WS-SGN-TESTA.
           05 SGH-TIPO-REC           PIC X(1)  VALUE 'H'.
           05 SGH-SEGNALANTE         PIC X(8)  VALUE SPACES.
           05 SGH-PERIODO            PIC 9(6)  VALUE ZEROES.
           05 SGH-DATA-CREAZIONE     PIC 9(8)  VALUE ZEROES.
           05 SGH-TIPO-FLUSSO        PIC X(1)  VALUE 'V'.
           05 FILLER                 PIC X(176) VALUE SPACES.

       01 WS-SGN-DETTAGLIO.
           05 SGD-TIPO-REC           PIC X(1).
           05 SGD-PERIODO            PIC 9(6).
           05 SGD-TIPO-LINEA         PIC X(1).
              88 SGD-LINEA-RETAIL     VALUE 'R'.
              88 SGD-LINEA-FINANZ     VALUE 'F'.
           05 SGD-ID-LINEA           PIC 9(7).
           05 SGD-IDENTITA.
              07 SGD-COD-FISCALE     PIC X(16).
              07 SGD-NOMINATIVO      PIC X(30).
              07 SGD-INDIRIZZO       PIC X(30).
              07 SGD-CAP             PIC 9(5).
              07 SGD-CITTA           PIC X(20).
           05 SGD-DATA-APERTURA      PIC 9(8).
           05 SGD-ACCORDATO          PIC 9(9)V99.
           05 SGD-UTILIZZATO         PIC 9(9)V99.
           05 SGD-RATE-SCADUTE       PIC 9(3).
           05 SGD-IMPORTO-SCADUTO    PIC 9(9)V99.
           05 SGD-STATO              PIC X(1).
              88 SGD-REGOLARE         VALUE 'R'.
              88 SGD-IN-RITARDO       VALUE 'S'.
              88 SGD-IN-DEFAULT       VALUE 'D'.
              88 SGD-CHIUSA           VALUE 'C'.
           05 FILLER                 PIC X(39).

       01 WS-SGN-CODA.
           05 SGT-TIPO-REC           PIC X(1)  VALUE 'T'.
           05 SGT-SEGNALANTE         PIC X(8)  VALUE SPACES.
           05 SGT-PERIODO            PIC 9(6)  VALUE ZEROES.
           05 SGT-NUM-RECORD         PIC 9(7)  VALUE ZEROES.
           05 SGT-TOT-ACCORDATO      PIC 9(13)V99 VALUE ZEROES.
           05 SGT-TOT-UTILIZZATO     PIC 9(13)V99 VALUE ZEROES.
           05 FILLER                 PIC X(148) VALUE SPACES.

       01 WS-CAMPI-CONTATORI.
           05 WS-CTR-SCARTI           PIC 9(7) VALUE ZEROES.
           05 WS-CTR-RETTIFICATE      PIC 9(7) VALUE ZEROES.
           05 WS-CTR-DA-VERIFICARE    PIC 9(7) VALUE ZEROES.
           05 WS-CTR-NON-TROVATE      PIC 9(7) VALUE ZEROES.

      *----------------------------------------------------------------
      *  CONTROLLO FORMALE PARTITA IVA / CODICE FISCALE: IN INGRESSO
      *  WS-CF-CODICE, IN USCITA WS-CF-ESITO ('S' VALIDO) E IL MOTIVO
      *  IN WS-CF-MSG. STESSI CAMPI IN QUALCLI E INSCLIENTI.
      *----------------------------------------------------------------
       01 WS-CTRL-FISCALE.
           05 WS-CF-CODICE           PIC X(16).
           05 WS-CF-CARATTERI REDEFINES WS-CF-CODICE.
              07 WS-CF-CAR           PIC X OCCURS 16.
           05 WS-CF-CIFRE REDEFINES WS-CF-CODICE.
              07 WS-CF-CIFRA         PIC 9 OCCURS 16.
           05 WS-CF-POS              PIC 9(2).
           05 WS-CF-IND              PIC 9(2).
           05 WS-CF-VALORE           PIC 9(2).
           05 WS-CF-SOMMA            PIC 9(4).
           05 WS-CF-QUOZIENTE        PIC 9(4).
           05 WS-CF-RESTO            PIC 9(2).
           05 WS-CF-ESITO            PIC X.
              88 WS-CF-VALIDO        VALUE 'S'.
           05 WS-CF-MSG              PIC X(40).
       01 WS-CF-SIMBOLI              PIC X(36)
              VALUE '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 WS-CF-SIMBOLI-R REDEFINES WS-CF-SIMBOLI.
           05 WS-CF-SIMBOLO          PIC X OCCURS 36.
      *    VALORE DEI CARATTERI IN POSIZIONE DISPARI DEL CODICE
      *    FISCALE, NELL'ORDINE DI WS-CF-SIMBOLI (CIFRE, POI A-Z).
       01 WS-CF-TAB-DISPARI.
           05 FILLER PIC X(20) VALUE '01000507091315171921'.
           05 FILLER PIC X(20) VALUE '01000507091315171921'.
           05 FILLER PIC X(20) VALUE '02041820110306081214'.
           05 FILLER PIC X(12) VALUE '161022252423'.
       01 WS-CF-TAB-DISPARI-R REDEFINES WS-CF-TAB-DISPARI.
           05 WS-CF-DISPARI          PIC 9(2) OCCURS 36.

       01 WS-STAMPA-PAGINA           PIC 9(3)  VALUE ZEROES.
       01 WS-STAMPA-RIGHE            PIC 9(2)  VALUE ZEROES.
       01 WS-STAMPA-MAX-RIGHE        PIC 9(2)  VALUE 50.

       01 WS-INT-1.
           05 FILLER     PIC X(30) VALUE SPACES.
           05 FILLER     PIC X(54)
              VALUE 'RETTCRED - SCARTI E RETTIFICHE CENTRALE RISCHI'.
           05 FILLER     PIC X(40) VALUE SPACES.
           05 FILLER     PIC X(5)  VALUE 'PAG. '.
           05 WS-INT-PAGINA PIC ZZ9.

       01 WS-INT-2.
           05 FILLER     PIC X(1)  VALUE SPACES.
           05 FILLER     PIC X(3)  VALUE 'T'.
           05 FILLER     PIC X(9)  VALUE 'LINEA'.
           05 FILLER     PIC X(18) VALUE 'CODICE FISCALE'.
           05 FILLER     PIC X(22) VALUE 'NOMINATIVO'.
           05 FILLER     PIC X(6)  VALUE 'ERR.'.
           05 FILLER     PIC X(42) VALUE 'DESCRIZIONE CENTRALE'.
           05 FILLER     PIC X(30) VALUE 'ESITO'.

       01 WS-DET-STAMPA.
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-D-TIPO      PIC X(1).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-LINEA     PIC 9(7).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-CODFISC   PIC X(16).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-NOMINATIVO PIC X(20).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-ERRORE    PIC X(4).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-DESCRIZIONE PIC X(40).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-ESITO     PIC X(30).

       01 WS-RIGA-TOTALE.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-TOT-LABEL   PIC X(30) VALUE SPACES.
           05 WS-TOT-NUMERO  PIC Z(6)9.

           COPY PAR_DataCont.

       PROCEDURE DIVISION.

       INIZIO.
          PERFORM OP-INIZIALI THRU OP-INIZIALI-EX.
          PERFORM ELABORA-SCARTO THRU ELABORA-SCARTO-EX
                  UNTIL EOF-ESITI.
          PERFORM OP-FINALI THRU OP-FINALI-EX.
          GOBACK.

       OP-INIZIALI.
          MOVE 'D' TO DCP-FUNZIONE.
          MOVE 'RETTCRED' TO DCP-PROGRAMMA.
          CALL 'DATACONT' USING PARAMETRI-DATACONT.
          MOVE DCP-DATA-CONTABILE TO WS-DATA-OGGI.
          DISPLAY 'CODICE SEGNALANTE DELLA CENTRALE: '.
          ACCEPT WS-SEGNALANTE.
          IF WS-SEGNALANTE = SPACES
             DISPLAY 'CODICE SEGNALANTE OBBLIGATORIO'
             MOVE 16 TO RETURN-CODE
             GOBACK.
          OPEN INPUT ESITICR.
          IF FS-ESITICR NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE ESITICR - FS=' FS-ESITICR
             MOVE 16 TO RETURN-CODE
             GOBACK.
          PERFORM LEGGI-ESITO THRU LEGGI-ESITO-EX.
          IF EOF-ESITI
             DISPLAY 'NESSUNO SCARTO DA TRATTARE'
             CLOSE ESITICR
             GOBACK.
          OPEN I-O ARCHCR.
          IF FS-ARCHCR NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE ARCHCR - FS=' FS-ARCHCR
             MOVE 16 TO RETURN-CODE
             GOBACK.
          OPEN INPUT CLIENTI.
          IF FS-CLIENTI NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE CLIENTI - FS=' FS-CLIENTI
             MOVE 16 TO RETURN-CODE
             GOBACK.
          OPEN INPUT FILE-CONTRATTI.
          IF FS-CONTRATTI NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE FILE-CONTRATTI - FS='
                     FS-CONTRATTI
             MOVE 16 TO RETURN-CODE
             GOBACK.
          OPEN INPUT XREFCLI.
          OPEN OUTPUT RETTCR.
          IF FS-RETTCR NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE IL FLUSSO - FS=' FS-RETTCR
             MOVE 16 TO RETURN-CODE
             GOBACK.
          OPEN OUTPUT STAMPARC.
          IF FS-STAMPARC NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE LA STAMPA - FS=' FS-STAMPARC
             MOVE 16 TO RETURN-CODE
             GOBACK.
      *   IL PERIODO DI TESTATA E' QUELLO DEL PRIMO SCARTO; OGNI
      *   DETTAGLIO PORTA COMUNQUE IL SUO.
          MOVE WS-SEGNALANTE TO SGH-SEGNALANTE SGT-SEGNALANTE.
          MOVE ESC-PERIODO   TO SGH-PERIODO SGT-PERIODO.
          MOVE WS-DATA-OGGI  TO SGH-DATA-CREAZIONE.
          WRITE REC-RETTCR FROM WS-SGN-TESTA.
          PERFORM STAMPA-INTESTAZIONE THRU STAMPA-INTESTAZIONE-EX.
       OP-INIZIALI-EX.
          EXIT.

       LEGGI-ESITO.
          READ ESITICR AT END MOVE 1 TO SW-FINE-ESITI
               GO TO LEGGI-ESITO-EX.
          IF FS-ESITICR NOT = '00'
             DISPLAY 'ERRORE IN LETTURA ESITICR - FS=' FS-ESITICR
             MOVE 1 TO SW-FINE-ESITI.
       LEGGI-ESITO-EX.
          EXIT.

      *----------------------------------------------------------------
      *  UNO SCARTO: LINEA DALL'ARCHIVIO, IDENTITA' RILETTA DAL
      *  MASTER, RETTIFICA SOLO SE L'ANAGRAFICA ORA E' BUONA E DIVERSA
      *  DA QUELLA INVIATA.
      *----------------------------------------------------------------
       ELABORA-SCARTO.
          ADD 1 TO WS-CTR-SCARTI.
          MOVE SPACES TO WS-MOTIVO.
          MOVE ESC-PERIODO    TO ACR-PERIODO.
          MOVE ESC-TIPO-LINEA TO ACR-TIPO-LINEA.
          MOVE ESC-ID-LINEA   TO ACR-ID-LINEA.
          READ ARCHCR.
          IF FS-ARCHCR NOT = '00'
             MOVE SPACES TO WS-SGN-DETTAGLIO
             MOVE ESC-TIPO-LINEA TO SGD-TIPO-LINEA
             MOVE ESC-ID-LINEA TO SGD-ID-LINEA
             MOVE 'LINEA NON SEGNALATA NEL PERIODO' TO WS-MOTIVO
             ADD 1 TO WS-CTR-NON-TROVATE
             PERFORM STAMPA-DETTAGLIO THRU STAMPA-DETTAGLIO-EX
             GO TO E090.
          MOVE ACR-DETTAGLIO TO WS-SGN-DETTAGLIO.
          MOVE SGD-IDENTITA TO WS-IDENTITA-PREC.
          IF SGD-LINEA-FINANZ
             MOVE SGD-ID-LINEA TO CON-NUM-CONTRATTO
             READ FILE-CONTRATTI
             IF FS-CONTRATTI = '00'
                MOVE CON-COD-CLI TO WS-COD-CLI
             ELSE
                MOVE 'CONTRATTO NON PIU'' IN ARCHIVIO' TO WS-MOTIVO
          ELSE
             MOVE SGD-ID-LINEA TO XRF-CONTO
             READ XREFCLI
             IF FS-XREFCLI = '00'
                MOVE XRF-COD-CLI TO WS-COD-CLI
             ELSE
                MOVE 'CONTO SENZA CLIENTE: COLLEGARE (GESXREF)'
                     TO WS-MOTIVO.
          IF WS-MOTIVO = SPACES
             PERFORM ANAGRAFICA-CLIENTE THRU ANAGRAFICA-CLIENTE-EX.
          IF WS-MOTIVO = SPACES AND SGD-IDENTITA = WS-IDENTITA-PREC
             MOVE 'ANAGRAFICA INVARIATA: VERIFICARE' TO WS-MOTIVO.
          IF WS-MOTIVO NOT = SPACES
             MOVE 'E' TO ACR-ESITO
             MOVE WS-DATA-OGGI TO ACR-DATA-ESITO
             REWRITE REC-ARCHCR
             ADD 1 TO WS-CTR-DA-VERIFICARE
             PERFORM STAMPA-DETTAGLIO THRU STAMPA-DETTAGLIO-EX
             GO TO E090.
          MOVE 'V' TO SGD-TIPO-REC.
          WRITE REC-RETTCR FROM WS-SGN-DETTAGLIO.
          IF FS-RETTCR NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA FLUSSO - FS=' FS-RETTCR
             GO TO E090.
          MOVE 'V' TO ACR-ESITO.
          MOVE WS-DATA-OGGI TO ACR-DATA-ESITO.
          MOVE WS-SGN-DETTAGLIO TO ACR-DETTAGLIO.
          REWRITE REC-ARCHCR.
          IF FS-ARCHCR NOT = '00'
             DISPLAY 'ERRORE IN AGGIORNAMENTO ARCHCR - FS=' FS-ARCHCR.
          ADD 1 TO WS-CTR-RETTIFICATE SGT-NUM-RECORD.
          ADD SGD-ACCORDATO TO SGT-TOT-ACCORDATO.
          ADD SGD-UTILIZZATO TO SGT-TOT-UTILIZZATO.
          MOVE 'RETTIFICATA' TO WS-MOTIVO.
          PERFORM STAMPA-DETTAGLIO THRU STAMPA-DETTAGLIO-EX.
       E090.
          PERFORM LEGGI-ESITO THRU LEGGI-ESITO-EX.
       ELABORA-SCARTO-EX.
          EXIT.

      *----------------------------------------------------------------
      *  STESSA REGOLA DI SEGNCRED: IDENTITA' DAL MASTER CLIENTI E
      *  CODICE FISCALE CHE PASSA IL CONTROLLO FORMALE.
      *----------------------------------------------------------------
       ANAGRAFICA-CLIENTE.
          MOVE WS-COD-CLI TO COD-CLI.
          READ CLIENTI.
          IF FS-CLIENTI NOT = '00'
             MOVE 'CLIENTE ASSENTE IN ANAGRAFICA' TO WS-MOTIVO
             GO TO ANAGRAFICA-CLIENTE-EX.
          MOVE RAG-CLI  TO SGD-NOMINATIVO.
          MOVE IND-CLI  TO SGD-INDIRIZZO.
          MOVE CAP-CLI  TO SGD-CAP.
          MOVE CIT-CLI  TO SGD-CITTA.
          MOVE PIVA-CLI TO SGD-COD-FISCALE.
          IF PIVA-CLI = SPACES
             MOVE 'CODICE FISCALE ASSENTE IN ANAGRAFICA' TO WS-MOTIVO
             GO TO ANAGRAFICA-CLIENTE-EX.
          MOVE PIVA-CLI TO WS-CF-CODICE.
          PERFORM CONTROLLA-CODFISC THRU CONTROLLA-CODFISC-EX.
          IF NOT WS-CF-VALIDO
             MOVE WS-CF-MSG TO WS-MOTIVO.
          MOVE WS-CF-CODICE TO SGD-COD-FISCALE.
       ANAGRAFICA-CLIENTE-EX.
          EXIT.

       STAMPA-INTESTAZIONE.
          ADD 1 TO WS-STAMPA-PAGINA.
          MOVE WS-STAMPA-PAGINA TO WS-INT-PAGINA.
          MOVE WS-INT-1 TO REC-STAMPARC.
          WRITE REC-STAMPARC AFTER ADVANCING PAGE.
          MOVE WS-INT-2 TO REC-STAMPARC.
          WRITE REC-STAMPARC AFTER ADVANCING 2 LINES.
          MOVE SPACES TO REC-STAMPARC.
          WRITE REC-STAMPARC AFTER ADVANCING 1 LINE.
          MOVE ZEROES TO WS-STAMPA-RIGHE.
       STAMPA-INTESTAZIONE-EX.
          EXIT.

       STAMPA-DETTAGLIO.
          IF WS-STAMPA-RIGHE >= WS-STAMPA-MAX-RIGHE
             PERFORM STAMPA-INTESTAZIONE THRU STAMPA-INTESTAZIONE-EX.
          MOVE SGD-TIPO-LINEA  TO WS-D-TIPO.
          MOVE SGD-ID-LINEA    TO WS-D-LINEA.
          MOVE SGD-COD-FISCALE TO WS-D-CODFISC.
          MOVE SGD-NOMINATIVO  TO WS-D-NOMINATIVO.
          MOVE ESC-COD-ERRORE  TO WS-D-ERRORE.
          MOVE ESC-DESCRIZIONE TO WS-D-DESCRIZIONE.
          MOVE WS-MOTIVO       TO WS-D-ESITO.
          MOVE WS-DET-STAMPA TO REC-STAMPARC.
          WRITE REC-STAMPARC AFTER ADVANCING 1 LINE.
          ADD 1 TO WS-STAMPA-RIGHE.
       STAMPA-DETTAGLIO-EX.
          EXIT.

       OP-FINALI.
          WRITE REC-RETTCR FROM WS-SGN-CODA.
          MOVE SPACES TO WS-RIGA-TOTALE.
          MOVE 'SCARTI RICEVUTI' TO WS-TOT-LABEL.
          MOVE WS-CTR-SCARTI TO WS-TOT-NUMERO.
          MOVE WS-RIGA-TOTALE TO REC-STAMPARC.
          WRITE REC-STAMPARC AFTER ADVANCING 2 LINES.
          MOVE SPACES TO WS-RIGA-TOTALE.
          MOVE 'RETTIFICATE' TO WS-TOT-LABEL.
          MOVE WS-CTR-RETTIFICATE TO WS-TOT-NUMERO.
          MOVE WS-RIGA-TOTALE TO REC-STAMPARC.
          WRITE REC-STAMPARC AFTER ADVANCING 1 LINE.
          MOVE SPACES TO WS-RIGA-TOTALE.
          MOVE 'DA VERIFICARE' TO WS-TOT-LABEL.
          MOVE WS-CTR-DA-VERIFICARE TO WS-TOT-NUMERO.
          MOVE WS-RIGA-TOTALE TO REC-STAMPARC.
          WRITE REC-STAMPARC AFTER ADVANCING 1 LINE.
          MOVE SPACES TO WS-RIGA-TOTALE.
          MOVE 'NON TROVATE IN ARCHIVIO' TO WS-TOT-LABEL.
          MOVE WS-CTR-NON-TROVATE TO WS-TOT-NUMERO.
          MOVE WS-RIGA-TOTALE TO REC-STAMPARC.
          WRITE REC-STAMPARC AFTER ADVANCING 1 LINE.
          DISPLAY 'SCARTI RICEVUTI:      ' WS-CTR-SCARTI.
          DISPLAY 'RETTIFICATE:          ' WS-CTR-RETTIFICATE.
          DISPLAY 'DA VERIFICARE:        ' WS-CTR-DA-VERIFICARE.
          DISPLAY 'NON TROVATE:          ' WS-CTR-NON-TROVATE.
          CLOSE ESITICR, ARCHCR, CLIENTI, FILE-CONTRATTI, RETTCR,
                STAMPARC.
          IF FS-XREFCLI NOT = '35'
             CLOSE XREFCLI.
       OP-FINALI-EX.
          EXIT.

      *----------------------------------------------------------------
      *  PARTITA IVA (11 CIFRE, O CODICE FISCALE NUMERICO DI SOCIETA'):
      *  ULTIMA CIFRA DI CONTROLLO CON L'ALGORITMO DI LUHN SULLE PRIME
      *  10. CODICE FISCALE DI PERSONA FISICA (16 CARATTERI): LETTERE
      *  IN POSIZIONE 1-6, 9, 12, CARATTERE DI CONTROLLO IN POSIZIONE
      *  16 CALCOLATO SUI PRIMI 15 CON LE TABELLE PARI/DISPARI.
      *----------------------------------------------------------------
       CONTROLLA-CODFISC.
          MOVE 'S' TO WS-CF-ESITO.
          MOVE SPACES TO WS-CF-MSG.
          INSPECT WS-CF-CODICE CONVERTING
                  'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
          IF WS-CF-CODICE (12:5) = SPACES
             GO TO CF050.
          MOVE ZEROES TO WS-CF-SOMMA.
          PERFORM CF-SOMMA-CARATTERE THRU CF-SOMMA-CARATTERE-EX
                  VARYING WS-CF-POS FROM 1 BY 1
                  UNTIL WS-CF-POS > 15 OR NOT WS-CF-VALIDO.
          IF NOT WS-CF-VALIDO
             MOVE 'CODICE FISCALE: FORMATO NON VALIDO' TO WS-CF-MSG
             GO TO CONTROLLA-CODFISC-EX.
          DIVIDE WS-CF-SOMMA BY 26 GIVING WS-CF-QUOZIENTE
                 REMAINDER WS-CF-RESTO.
          IF WS-CF-CAR (16) NOT = WS-CF-SIMBOLO (WS-CF-RESTO + 11)
             MOVE 'N' TO WS-CF-ESITO
             MOVE 'CODICE FISCALE: CARATTERE DI CONTROLLO'
                  TO WS-CF-MSG.
          GO TO CONTROLLA-CODFISC-EX.
       CF050.
          IF WS-CF-CODICE (1:11) NOT NUMERIC
             MOVE 'N' TO WS-CF-ESITO
             MOVE 'PARTITA IVA: NON SONO 11 CIFRE' TO WS-CF-MSG
             GO TO CONTROLLA-CODFISC-EX.
          IF WS-CF-CODICE (1:7) = '0000000'
             MOVE 'N' TO WS-CF-ESITO
             MOVE 'PARTITA IVA: MATRICOLA A ZERO' TO WS-CF-MSG
             GO TO CONTROLLA-CODFISC-EX.
          MOVE ZEROES TO WS-CF-SOMMA.
          PERFORM CF-SOMMA-CIFRA THRU CF-SOMMA-CIFRA-EX
                  VARYING WS-CF-POS FROM 1 BY 1
                  UNTIL WS-CF-POS > 10.
          DIVIDE WS-CF-SOMMA BY 10 GIVING WS-CF-QUOZIENTE
                 REMAINDER WS-CF-RESTO.
          IF WS-CF-RESTO NOT = ZERO
             COMPUTE WS-CF-RESTO = 10 - WS-CF-RESTO.
          IF WS-CF-CIFRA (11) NOT = WS-CF-RESTO
             MOVE 'N' TO WS-CF-ESITO
             MOVE 'PARTITA IVA: CIFRA DI CONTROLLO ERRATA'
                  TO WS-CF-MSG.
       CONTROLLA-CODFISC-EX.
          EXIT.

       CF-SOMMA-CARATTERE.
          MOVE ZEROES TO WS-CF-IND.
          INSPECT WS-CF-SIMBOLI TALLYING WS-CF-IND
                  FOR CHARACTERS BEFORE INITIAL WS-CF-CAR (WS-CF-POS).
          IF WS-CF-IND > 35
             MOVE 'N' TO WS-CF-ESITO
             GO TO CF-SOMMA-CARATTERE-EX.
          ADD 1 TO WS-CF-IND.
          IF WS-CF-IND < 11
          AND (WS-CF-POS < 7 OR WS-CF-POS = 9 OR WS-CF-POS = 12)
             MOVE 'N' TO WS-CF-ESITO
             GO TO CF-SOMMA-CARATTERE-EX.
          IF WS-CF-IND < 11
             COMPUTE WS-CF-VALORE = WS-CF-IND - 1
          ELSE
             COMPUTE WS-CF-VALORE = WS-CF-IND - 11.
          DIVIDE WS-CF-POS BY 2 GIVING WS-CF-QUOZIENTE
                 REMAINDER WS-CF-RESTO.
          IF WS-CF-RESTO = 1
             MOVE WS-CF-DISPARI (WS-CF-IND) TO WS-CF-VALORE.
          ADD WS-CF-VALORE TO WS-CF-SOMMA.
       CF-SOMMA-CARATTERE-EX.
          EXIT.

       CF-SOMMA-CIFRA.
          DIVIDE WS-CF-POS BY 2 GIVING WS-CF-QUOZIENTE
                 REMAINDER WS-CF-RESTO.
          IF WS-CF-RESTO = 1
             MOVE WS-CF-CIFRA (WS-CF-POS) TO WS-CF-VALORE
          ELSE
             COMPUTE WS-CF-VALORE = WS-CF-CIFRA (WS-CF-POS) * 2.
          IF WS-CF-VALORE > 9
             SUBTRACT 9 FROM WS-CF-VALORE.
          ADD WS-CF-VALORE TO WS-CF-SOMMA.
       CF-SOMMA-CIFRA-EX.
          EXIT.
