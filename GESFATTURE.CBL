      *                DISTINTA DI CONSEGNA (MANIFEST) CON IL CANALE
      *                LETTO DAL NUOVO FILE RECAPITI (GESRECAP):
      *                POSTA, E-MAIL O PORTALE.
      * 05-09-2026 MB  RIGHE DI DETTAGLIO DELLE FATTURE (FATRIGHE,
      *                CARICATE DA INSFATTURE): L'ESTRATTO STAMPA LE
      *                RIGHE DEI DOCUMENTI DEL CLIENTE SOTTO LA RIGA
      *                DI SINTESI, L'EXPORT SDI LE EMETTE COME
      *                DETTAGLIOLINEE E LA RIPARTIZIONE DELL'IVA PER
      *                ALIQUOTA DI UN DOCUMENTO CON RIGHE SI RICAVA
      *                DALLE RIGHE (UN DOCUMENTO PUO' AVERE PIU'
      *                ALIQUOTE). FATRIGHE E' FACOLTATIVO.
      * 10-09-2026 MB  CODICE IVA SUI DOCUMENTI (TABELLA CODIVA): UN
      *                DOCUMENTO AD ALIQUOTA ZERO CON CODICE (ESENTE,
      *                NON IMPONIBILE, REVERSE CHARGE) NON E' PIU' UN
      *                ERRORE DI ALIQUOTA; L'EXPORT SDI PORTA NATURA,
      *                RIFERIMENTO NORMATIVO ED ESIGIBILITA' (S = SPLIT
      *                PAYMENT) IN TESTATA E LA NATURA SULLE RIGHE AD
      *                ALIQUOTA ZERO. CODIVA E' FACOLTATIVO.
      * 15-10-2026 MB  OGNI DOCUMENTO DELL'EXPORT SDI VIENE COPIATO
      *                RIGA PER RIGA NELL'ARCHIVIO DOCUMENTI SDIDOC
      *                (SDIEXPORT SI RISCRIVE AD OGNI RUN), DA CUI IL
      *                NUOVO PROGRAMMA CONSERVA FORMA I PACCHETTI DI
      *                CONSERVAZIONE. UNA NUOVA EMISSIONE DELLO STESSO
      *                DOCUMENTO SOSTITUISCE LA COPIA PRECEDENTE.
      * 15-10-2026 MB  LA DATA DI LAVORO DEL RUN E' LA DATA CONTABILE
      *                (ROUTINE DATACONT, AVANZATA SOLO DAL FINE
      *                GIORNATA FINEGG DI CATENA) E NON PIU' LA DATA DI
      *                SISTEMA; AVVISO A VIDEO SE IL PROGRAMMA PARTE IN
      *                UN GIORNO NON LAVORATIVO.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           RECORD KEY IS KEY-SDIREG
           FILE STATUS IS FS-SDIREG.

           SELECT SDIDOC ASSIGN TO DATABASE-SDIDOC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-SDIDOC
           FILE STATUS IS FS-SDIDOC.

           SELECT ECCEZIONI ASSIGN TO PRINTER-ECCEZIONI
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-MANIFEST.

           SELECT FATRIGHE ASSIGN TO DATABASE-FATRIGHE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-FATRIGHE
           FILE STATUS IS FS-FATRIGHE.

           SELECT CODIVA ASSIGN TO DATABASE-CODIVA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-CODIVA
           FILE STATUS IS FS-CODIVA.

       DATA DIVISION.

       FILE SECTION.
              88 FFAT-DOC-IN-EURO VALUE 'EUR' '   '.
           05 FFAT-CAMBIO      PIC 9(3)V9(6) COMP-3.
           05 FFAT-IMP-DIVISA  PIC 9(14) COMP-3.
      *    CODICE IVA (TABELLA CODIVA) PER I DOCUMENTI NON A REGIME
      *    ORDINARIO; SPAZI = ALIQUOTA ORDINARIA 4/10/22.
           05 FFAT-COD-IVA     PIC X(4).
           05 FILLER           PIC X(4).

       FD SITCLIEN
           LABEL RECORD IS STANDARD
           05 REG-RITRASMISSIONI PIC 9(2).
           05 FILLER           PIC X(2).

      *----------------------------------------------------------------
      *  ARCHIVIO DEI DOCUMENTI SDI TRASMESSI: LE RIGHE DELL'EXPORT
      *  DI OGNI DOCUMENTO, CON LA STESSA CHIAVE DI SDIREG PIU' IL
      *  NUMERO RIGA (BASE DEI PACCHETTI DI CONSERVAZIONE, VEDI
      *  CONSERVA).
      *----------------------------------------------------------------
       FD SDIDOC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 240 CHARACTERS
           DATA RECORD IS REC-SDIDOC.
       01 REC-SDIDOC.
           05 KEY-SDIDOC.
             07 SDD-PIVA       PIC X(16).
             07 SDD-NUM-FAT    PIC X(8).
             07 SDD-RIGA       PIC 9(4).
           05 SDD-DATA-TRASM   PIC 9(8).
           05 SDD-TESTO        PIC X(200).
           05 FILLER           PIC X(4).

      *----------------------------------------------------------------
      *  ELENCO ECCEZIONI: FFATTURE CON NUMERO FATTURA DUPLICATO PER
      *  LO STESSO CLIENTE, ESCLUSE DAI TOTALI DI SITCLIEN E SEGNALATE
           05 MAN-PAGINA       PIC 9(3).
           05 FILLER           PIC X(26).

      *----------------------------------------------------------------
      *  RIGHE DI DETTAGLIO DELLE FATTURE (VEDI INSFATTURE): CHIAVE
      *  DEL DOCUMENTO PIU' NUMERO RIGA, IMPONIBILE DI RIGA IN EURO.
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
      *  TABELLA CODICI IVA (VEDI GESCODIVA): NATURA, ESIGIBILITA' E
      *  RIFERIMENTO NORMATIVO DEI DOCUMENTI NON A REGIME ORDINARIO.
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

       01 WS-REC-CLIENTI.
           05 WS-FFAT-CAMBIO-OLD      PIC 9(3)V9(6) COMP-3
                                      VALUE ZEROES.
           05 WS-FFAT-IMP-DIVISA-OLD  PIC 9(14) COMP-3 VALUE ZEROES.
           05 WS-FFAT-COD-IVA-OLD     PIC X(4) VALUE SPACES.
           05 FILLER                  PIC X(4) VALUE SPACES.
       01 WS-REC-FATTURE-NEW.
           05 WS-KEY-FFATTURE-NEW.
              07 WS-FFAT-COD-CLI-NEW  PIC 9(5) VALUE ZEROES.
           05 WS-FFAT-CAMBIO-NEW      PIC 9(3)V9(6) COMP-3
                                      VALUE ZEROES.
           05 WS-FFAT-IMP-DIVISA-NEW  PIC 9(14) COMP-3 VALUE ZEROES.
           05 WS-FFAT-COD-IVA-NEW     PIC X(4) VALUE SPACES.
           05 FILLER                  PIC X(4) VALUE SPACES.

       01 WS-REC-SITCLIE.
           05 WS-SIT-COD-CLI          PIC 9(5) VALUE ZEROES.
           88 EOF-CLI                 VALUE 1.
       01 SW-FINE-FAT                PIC 9(1) VALUE ZEROES.
           88 EOF-FAT                 VALUE 1.
       01 SW-FINE-RIGHE              PIC 9(1) VALUE ZEROES.
           88 EOF-RIGHE               VALUE 1.
       01 SW-FINE-SDIDOC             PIC 9(1) VALUE ZEROES.
           88 EOF-SDIDOC              VALUE 1.
      *    NUMERO RIGA DEL DOCUMENTO SDI NELL'ARCHIVIO SDIDOC.
       01 WS-SDD-RIGA                PIC 9(4) VALUE ZEROES.

      *----------------------------------------------------------------
      *  RIGHE DEL DOCUMENTO IN ELABORAZIONE: IMPONIBILE PER ALIQUOTA
      *  E IVA CALCOLATA SUL TOTALE DI OGNI ALIQUOTA (COME INSFATTURE
      *  HA RICAVATO LA TESTATA), CON SEGNO PER LE NOTE DI CREDITO.
      *----------------------------------------------------------------
       01 WS-RIGHE-DOC.
           05 WS-RIG-CTR              PIC 9(3)  VALUE ZEROES.
           05 WS-RIG-IMP-00           PIC 9(14) VALUE ZEROES.
           05 WS-RIG-IMP-04           PIC 9(14) VALUE ZEROES.
           05 WS-RIG-IMP-10           PIC 9(14) VALUE ZEROES.
           05 WS-RIG-IMP-22           PIC 9(14) VALUE ZEROES.
           05 WS-RIG-IVA-04           PIC S9(15) COMP-3 VALUE ZEROES.
           05 WS-RIG-IVA-10           PIC S9(15) COMP-3 VALUE ZEROES.
           05 WS-RIG-IVA-22           PIC S9(15) COMP-3 VALUE ZEROES.

      *----------------------------------------------------------------
      *  ULTIMO NUMERO FATTURA ELABORATO PER IL CLIENTE IN CORSO:
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-NO-FATT   PIC X(22) VALUE SPACES.

      *    RIGA DI DETTAGLIO DOCUMENTO SOTTO LA SINTESI CLIENTE.
       01 WS-DET-RIGA.
           05 FILLER         PIC X(4)  VALUE SPACES.
           05 WS-DR-NUM-FAT  PIC X(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-DR-NUM-RIGA PIC ZZ9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-DR-DESCR    PIC X(40).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-DR-QTA      PIC Z(6)9,99.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-DR-PREZZO   PIC Z(8)9,99.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-DR-SCONTO   PIC Z9,99.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-DR-ALIQ     PIC Z9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-DR-IMPONIB  PIC Z(13)9.
           05 FILLER         PIC X(20) VALUE SPACES.

       01 WS-RIGA-TOTALE.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-TOT-LABEL   PIC X(20) VALUE SPACES.
       01 FS-STORICO                 PIC 9(2) VALUE ZEROES.
       01 FS-SDIEXPORT               PIC 9(2) VALUE ZEROES.
       01 FS-SDIREG                  PIC 9(2) VALUE ZEROES.
       01 FS-SDIDOC                  PIC 9(2) VALUE ZEROES.
       01 FS-RUNCTL                  PIC 9(2) VALUE ZEROES.
       01 FS-RUNJRNL                 PIC 9(2) VALUE ZEROES.
       01 FS-ECCEZIONI               PIC 9(2) VALUE ZEROES.
       01 FS-RECAPITI                PIC 9(2) VALUE ZEROES.
       01 FS-MANIFEST                PIC 9(2) VALUE ZEROES.
       01 FS-FATRIGHE                PIC 9(2) VALUE ZEROES.
       01 FS-CODIVA                  PIC 9(2) VALUE ZEROES.

      *----------------------------------------------------------------
      *  CANALE DI CONSEGNA DEL CLIENTE IN STAMPA (DA RECAPITI, 'P'
       01 WS-CANALE-CLIENTE          PIC X(1) VALUE 'P'.
       01 SW-RECAPITI-APERTO         PIC X(1) VALUE 'N'.
           88 WS-RECAPITI-APERTO     VALUE 'S'.
       01 SW-FATRIGHE-APERTO         PIC X(1) VALUE 'N'.
           88 WS-FATRIGHE-APERTO     VALUE 'S'.
       01 SW-CODIVA-APERTO           PIC X(1) VALUE 'N'.
           88 WS-CODIVA-APERTO       VALUE 'S'.

       01 WS-DATA-RUN                PIC 9(8) VALUE ZEROES.
       01 WS-JRN-ORA                 PIC 9(8) VALUE ZEROES.
       01 WS-SDI-IVA-ED               PIC Z(9)9,99.
       01 WS-SDI-NUM-FAT-ED           PIC X(8).
       01 WS-SDI-PIVA-ED              PIC X(16).
       01 WS-SDI-RIGA-ED              PIC ZZ9.
       01 WS-SDI-QTA-ED               PIC Z(6)9,99.
       01 WS-SDI-PREZZO-ED            PIC Z(8)9,99.
       01 WS-SDI-SCONTO-ED            PIC Z9,99.
       01 WS-SDI-ALIQ-ED              PIC Z9.
      *    NATURA DEL CODICE IVA DEL DOCUMENTO (SPAZI = NESSUNA), PER
      *    LE RIGHE AD ALIQUOTA ZERO.
       01 WS-SDI-NATURA               PIC X(4) VALUE SPACES.

      *======================================================================================================================================================*
      *                              DEFINIZIONE CAMPI DI RIPRESA (RESTART) PER CLIENTE                                                                     *
       01 SW-FINE-CTL                PIC 9(1) VALUE ZEROES.
           88 EOF-CTL                 VALUE 1.

           COPY PAR_DataCont.

      *======================================================================================================================================================*
       PROCEDURE DIVISION.
      *======================================================================================================================================================*
             MOVE 16 TO RETURN-CODE
             GOBACK.
          PERFORM SELEZIONE-PARAMETRI THRU SELEZIONE-PARAMETRI-EX.
          MOVE 'D' TO DCP-FUNZIONE.
          MOVE 'GESFATTURE' TO DCP-PROGRAMMA.
          CALL 'DATACONT' USING PARAMETRI-DATACONT.
          MOVE DCP-DATA-CONTABILE TO WS-DATA-RUN.
          PERFORM CONTROLLA-RUNCTL THRU CONTROLLA-RUNCTL-EX.
          IF WS-CICLO-GIA-COMPLETATO
          AND NOT WS-RUN-PROVA
             PERFORM SCRIVI-ERRORE THRU SCRIVI-ERRORE-EX
             MOVE 'S' TO WS-SW-ABORT.
          IF NOT WS-RUN-PROVA
             PERFORM APRI-SDIREG THRU APRI-SDIREG-EX
             PERFORM APRI-SDIDOC THRU APRI-SDIDOC-EX.
          OPEN OUTPUT ECCEZIONI.
          IF FS-ECCEZIONI NOT = '00'
             MOVE 'OP-INIZIALI'    TO WS-ERR-PARAGRAFO
          OPEN INPUT RECAPITI.
          IF FS-RECAPITI = '00'
             MOVE 'S' TO SW-RECAPITI-APERTO.
      *   SENZA RIGHE DI DETTAGLIO I DOCUMENTI SI ELABORANO SULLA
      *   SOLA TESTATA, COME PRIMA DELLE RIGHE.
          OPEN INPUT FATRIGHE.
          IF FS-FATRIGHE = '00'
             MOVE 'S' TO SW-FATRIGHE-APERTO.
      *   SENZA TABELLA CODICI IVA I DOCUMENTI CON CODICE VANNO IN
      *   EXPORT SENZA NATURA E VENGONO SEGNALATI IN ERRORE.
          OPEN INPUT CODIVA.
          IF FS-CODIVA = '00'
             MOVE 'S' TO SW-CODIVA-APERTO.
          IF NOT WS-RUN-PROVA
             OPEN OUTPUT MANIFEST
             IF FS-MANIFEST NOT = '00'
       APRI-SDIREG-EX.
          EXIT.

      *----------------------------------------------------------------
      *  APRE L'ARCHIVIO DOCUMENTI SDI IN I-O, CREANDOLO ALLA PRIMA
      *  ESECUZIONE (COME APRI-SDIREG).
      *----------------------------------------------------------------
       APRI-SDIDOC.
          OPEN I-O SDIDOC.
          IF FS-SDIDOC NOT = '00'
             OPEN OUTPUT SDIDOC
             CLOSE SDIDOC
             OPEN I-O SDIDOC.
          IF FS-SDIDOC NOT = '00'
             MOVE 'APRI-SDIDOC'    TO WS-ERR-PARAGRAFO
             MOVE 'SDIDOC'         TO WS-ERR-FILE
             MOVE FS-SDIDOC        TO WS-ERR-STATUS
             MOVE 'ERRORE IN OPEN' TO WS-ERR-TESTO
             PERFORM SCRIVI-ERRORE THRU SCRIVI-ERRORE-EX
             MOVE 'S' TO WS-SW-ABORT.
       APRI-SDIDOC-EX.
          EXIT.

      *----------------------------------------------------------------
      *  SCORRE IL FILE DI CONTROLLO RUN CERCANDO UN COMPLETAMENTO
      *  (NON DI PROVA) DELLO STESSO CICLO. SE IL FILE NON ESISTE
           ADD WS-SIT-TOT-IMPONIB TO WS-TP-IMPONIB WS-TG-IMPONIB.
           ADD WS-SIT-TOT-IVA     TO WS-TP-IVA     WS-TG-IVA.
           ADD WS-SIT-TOT-FATTURA TO WS-TP-FATTURA WS-TG-FATTURA.
           IF WS-FATRIGHE-APERTO AND NOT WS-SIT-NESSUNA-FATTURA
              PERFORM STAMPA-RIGHE-CLIENTE
                      THRU STAMPA-RIGHE-CLIENTE-EX.
       STAMPA-DETTAGLIO-EX.
           EXIT.

      *----------------------------------------------------------------
      *  RIGHE DI DETTAGLIO DEI DOCUMENTI DEL CLIENTE, IN ORDINE DI
      *  DOCUMENTO E DI RIGA, SOTTO LA RIGA DI SINTESI. A FINE PAGINA
      *  SI RIPETE L'INTESTAZIONE.
      *----------------------------------------------------------------
       STAMPA-RIGHE-CLIENTE.
           MOVE ZEROES TO SW-FINE-RIGHE.
           MOVE WS-SIT-COD-CLI TO RIG-COD-CLI.
           MOVE LOW-VALUES     TO RIG-NUM-FAT.
           MOVE ZEROES         TO RIG-NUM-RIGA.
           START FATRIGHE KEY IS NOT LESS THAN KEY-FATRIGHE
                 INVALID KEY
                 GO TO STAMPA-RIGHE-CLIENTE-EX.
           MOVE SPACES TO REC-STAMPA.
           WRITE REC-STAMPA AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-STAMPA-RIGHE.
           PERFORM STAMPA-RIGA-DOC THRU STAMPA-RIGA-DOC-EX
                   UNTIL EOF-RIGHE.
       STAMPA-RIGHE-CLIENTE-EX.
           EXIT.

       STAMPA-RIGA-DOC.
           READ FATRIGHE NEXT AT END MOVE 1 TO SW-FINE-RIGHE
                GO TO STAMPA-RIGA-DOC-EX.
           IF FS-FATRIGHE NOT = '00'
           OR RIG-COD-CLI NOT = WS-SIT-COD-CLI
              MOVE 1 TO SW-FINE-RIGHE
              GO TO STAMPA-RIGA-DOC-EX.
           IF WS-STAMPA-RIGHE NOT < WS-STAMPA-MAX-RIGHE
              PERFORM STAMPA-INTESTAZIONE THRU STAMPA-INTESTAZIONE-EX.
           MOVE RIG-NUM-FAT     TO WS-DR-NUM-FAT.
           MOVE RIG-NUM-RIGA    TO WS-DR-NUM-RIGA.
           MOVE RIG-DESCRIZIONE TO WS-DR-DESCR.
           MOVE RIG-QUANTITA    TO WS-DR-QTA.
           MOVE RIG-PREZZO-UNIT TO WS-DR-PREZZO.
           MOVE RIG-SCONTO      TO WS-DR-SCONTO.
           MOVE RIG-ALIQUOTA    TO WS-DR-ALIQ.
           MOVE RIG-IMPONIB     TO WS-DR-IMPONIB.
           MOVE WS-DET-RIGA TO REC-STAMPA.
           WRITE REC-STAMPA AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-STAMPA-RIGHE.
       STAMPA-RIGA-DOC-EX.
           EXIT.

      *----------------------------------------------------------------
      *  DISTINTA DI CONSEGNA DEL CLIENTE IN STAMPA: CANALE DA
      *  RECAPITI (POSTA SE MANCA IL RECORD O IL FILE) E PAGINA DI
             ADD  WS-SEG-IVA     TO WS-TOT-COM-IVA
             ADD  WS-SEG-FATTURA TO WS-TOT-COM-FATTURA
             ADD 1 TO WS-TOT-COM-N-FAT
             PERFORM TOTALIZZA-RIGHE-DOC THRU TOTALIZZA-RIGHE-DOC-EX
             EVALUATE TRUE
                WHEN WS-RIG-CTR > ZEROES
                   ADD WS-RIG-IVA-04 TO WS-TOT-COM-IVA-04
                   ADD WS-RIG-IVA-10 TO WS-TOT-COM-IVA-10
                   ADD WS-RIG-IVA-22 TO WS-TOT-COM-IVA-22
                WHEN WS-FFAT-ALIQUOTA-OLD = 4
                   ADD WS-SEG-IVA TO WS-TOT-COM-IVA-04
                WHEN WS-FFAT-ALIQUOTA-OLD = 10
                   ADD WS-SEG-IVA TO WS-TOT-COM-IVA-10
                WHEN WS-FFAT-ALIQUOTA-OLD = 22
                   ADD WS-SEG-IVA TO WS-TOT-COM-IVA-22
                WHEN WS-FFAT-ALIQUOTA-OLD = 0
                 AND WS-FFAT-COD-IVA-OLD NOT = SPACES
                   CONTINUE
                WHEN OTHER
                   MOVE WS-FFAT-COD-CLI-OLD TO WS-ERR-COD-CLI
                   MOVE 'ELAB-FATTURA'      TO WS-ERR-PARAGRAFO
       CARICA-IMPORTI-SEGNATI-EX.
          EXIT.

      *----------------------------------------------------------------
      *  RIPARTIZIONE PER ALIQUOTA DEL DOCUMENTO CORRENTE DALLE SUE
      *  RIGHE: IVA CALCOLATA SUL TOTALE IMPONIBILE DI OGNI ALIQUOTA,
      *  NEGATIVA PER UNA NOTA DI CREDITO. WS-RIG-CTR A ZERO = DOCUMENTO
      *  SENZA RIGHE (RIPARTIZIONE SULL'ALIQUOTA DI TESTATA).
      *----------------------------------------------------------------
       TOTALIZZA-RIGHE-DOC.
          INITIALIZE WS-RIGHE-DOC.
          IF NOT WS-FATRIGHE-APERTO
             GO TO TOTALIZZA-RIGHE-DOC-EX.
          MOVE ZEROES TO SW-FINE-RIGHE.
          MOVE WS-FFAT-COD-CLI-OLD TO RIG-COD-CLI.
          MOVE WS-FFAT-NUM-FAT-OLD TO RIG-NUM-FAT.
          MOVE ZEROES              TO RIG-NUM-RIGA.
          START FATRIGHE KEY IS NOT LESS THAN KEY-FATRIGHE
                INVALID KEY
                GO TO TOTALIZZA-RIGHE-DOC-EX.
          PERFORM SOMMA-RIGA-DOC THRU SOMMA-RIGA-DOC-EX
                  UNTIL EOF-RIGHE.
          IF WS-RIG-CTR = ZEROES
             GO TO TOTALIZZA-RIGHE-DOC-EX.
          COMPUTE WS-RIG-IVA-04 ROUNDED = WS-RIG-IMP-04 * 4 / 100.
          COMPUTE WS-RIG-IVA-10 ROUNDED = WS-RIG-IMP-10 * 10 / 100.
          COMPUTE WS-RIG-IVA-22 ROUNDED = WS-RIG-IMP-22 * 22 / 100.
          IF WS-FFAT-NC-OLD
             COMPUTE WS-RIG-IVA-04 = ZERO - WS-RIG-IVA-04
             COMPUTE WS-RIG-IVA-10 = ZERO - WS-RIG-IVA-10
             COMPUTE WS-RIG-IVA-22 = ZERO - WS-RIG-IVA-22.
       TOTALIZZA-RIGHE-DOC-EX.
          EXIT.

       SOMMA-RIGA-DOC.
          READ FATRIGHE NEXT AT END MOVE 1 TO SW-FINE-RIGHE
               GO TO SOMMA-RIGA-DOC-EX.
          IF FS-FATRIGHE NOT = '00'
          OR RIG-COD-CLI NOT = WS-FFAT-COD-CLI-OLD
          OR RIG-NUM-FAT NOT = WS-FFAT-NUM-FAT-OLD
             MOVE 1 TO SW-FINE-RIGHE
             GO TO SOMMA-RIGA-DOC-EX.
          ADD 1 TO WS-RIG-CTR.
          EVALUATE RIG-ALIQUOTA
             WHEN 0     ADD RIG-IMPONIB TO WS-RIG-IMP-00
             WHEN 4     ADD RIG-IMPONIB TO WS-RIG-IMP-04
             WHEN 10    ADD RIG-IMPONIB TO WS-RIG-IMP-10
             WHEN OTHER ADD RIG-IMPONIB TO WS-RIG-IMP-22
          END-EVALUATE.
       SOMMA-RIGA-DOC-EX.
          EXIT.

      *----------------------------------------------------------------
      *  CONFRONTA IL NUMERO FATTURA CORRENTE CON L'ULTIMO ELABORATO
      *  PER LO STESSO CLIENTE: ESSENDO LA LETTURA IN ORDINE DI
      *----------------------------------------------------------------
      *  EXPORT ELETTRONICO SDI: GENERA IL DOCUMENTO XML SEMPLIFICATO
      *  PER LA FATTURA APPENA ACCUMULATA (WS-REC-FATTURE-OLD), CON I
      *  DATI RICHIESTI DAL SISTEMA DI INTERSCAMBIO. UN DOCUMENTO CON
      *  CODICE IVA PORTA ANCHE NATURA, RIFERIMENTO NORMATIVO ED
      *  ESIGIBILITA' DELLA TABELLA CODIVA.
      *----------------------------------------------------------------
       SCRIVI-SDI.
          IF WS-RUN-PROVA
             GO TO SCRIVI-SDI-EX.
          PERFORM AZZERA-SDIDOC THRU AZZERA-SDIDOC-EX.
          MOVE WS-FFAT-NUM-FAT-OLD TO WS-SDI-NUM-FAT-ED.
          MOVE WS-FCLI-PIVA        TO WS-SDI-PIVA-ED.
          MOVE WS-FFAT-IMPONIB-OLD TO WS-SDI-IMPONIB-ED.
          MOVE SPACES TO REC-SDIEXPORT.
          STRING '<FatturaElettronica>' DELIMITED BY SIZE
             INTO REC-SDIEXPORT.
          PERFORM SCRIVI-EXPORT THRU SCRIVI-EXPORT-EX.
          MOVE SPACES TO REC-SDIEXPORT.
          STRING '  <CodiceFiscaleCliente>' DELIMITED BY SIZE
                 WS-SDI-PIVA-ED             DELIMITED BY SIZE
                 '</CodiceFiscaleCliente>'  DELIMITED BY SIZE
             INTO REC-SDIEXPORT.
          PERFORM SCRIVI-EXPORT THRU SCRIVI-EXPORT-EX.
          MOVE SPACES TO REC-SDIEXPORT.
          IF WS-FFAT-NC-OLD
             STRING '  <TipoDocumento>TD04</TipoDocumento>'
          ELSE
             STRING '  <TipoDocumento>TD01</TipoDocumento>'
                    DELIMITED BY SIZE INTO REC-SDIEXPORT.
          PERFORM SCRIVI-EXPORT THRU SCRIVI-EXPORT-EX.
          MOVE SPACES TO REC-SDIEXPORT.
          STRING '  <NumeroFattura>' DELIMITED BY SIZE
                 WS-SDI-NUM-FAT-ED   DELIMITED BY SIZE
                 '</NumeroFattura>'  DELIMITED BY SIZE
             INTO REC-SDIEXPORT.
          PERFORM SCRIVI-EXPORT THRU SCRIVI-EXPORT-EX.
          MOVE SPACES TO REC-SDIEXPORT.
          STRING '  <ImponibileImporto>' DELIMITED BY SIZE
                 WS-SDI-IMPONIB-ED        DELIMITED BY SIZE
                 '</ImponibileImporto>'   DELIMITED BY SIZE
             INTO REC-SDIEXPORT.
          PERFORM SCRIVI-EXPORT THRU SCRIVI-EXPORT-EX.
          MOVE SPACES TO REC-SDIEXPORT.
          STRING '  <ImpostaIVA>' DELIMITED BY SIZE
                 WS-SDI-IVA-ED    DELIMITED BY SIZE
                 '</ImpostaIVA>'  DELIMITED BY SIZE
             INTO REC-SDIEXPORT.
          PERFORM SCRIVI-EXPORT THRU SCRIVI-EXPORT-EX.
          MOVE SPACES TO WS-SDI-NATURA.
          IF WS-FFAT-COD-IVA-OLD NOT = SPACES
             PERFORM SCRIVI-SDI-CODIVA THRU SCRIVI-SDI-CODIVA-EX.
          IF WS-RIG-CTR > ZEROES
             PERFORM SCRIVI-SDI-RIGHE THRU SCRIVI-SDI-RIGHE-EX.
          MOVE SPACES TO REC-SDIEXPORT.
          STRING '</FatturaElettronica>' DELIMITED BY SIZE
             INTO REC-SDIEXPORT.
          PERFORM SCRIVI-EXPORT THRU SCRIVI-EXPORT-EX.
          IF FS-SDIEXPORT NOT = '00'
             MOVE WS-FFAT-COD-CLI-OLD TO WS-ERR-COD-CLI
             MOVE 'SCRIVI-SDI'        TO WS-ERR-PARAGRAFO
       SCRIVI-SDI-EX.
          EXIT.

      *----------------------------------------------------------------
      *  DATI DEL CODICE IVA DEL DOCUMENTO: NATURA E RIFERIMENTO
      *  NORMATIVO (SOLO AD ALIQUOTA ZERO) ED ESIGIBILITA'. UN CODICE
      *  NON IN TABELLA VIENE SEGNALATO E IL DOCUMENTO ESCE SENZA.
      *----------------------------------------------------------------
       SCRIVI-SDI-CODIVA.
          IF NOT WS-CODIVA-APERTO
             MOVE 23 TO FS-CODIVA
          ELSE
             MOVE WS-FFAT-COD-IVA-OLD TO CIV-CODICE
             READ CODIVA.
          IF FS-CODIVA NOT = '00'
             MOVE WS-FFAT-COD-CLI-OLD TO WS-ERR-COD-CLI
             MOVE 'SCRIVI-SDI-CODIVA' TO WS-ERR-PARAGRAFO
             MOVE 'CODIVA'            TO WS-ERR-FILE
             MOVE FS-CODIVA           TO WS-ERR-STATUS
             MOVE 'CODICE IVA NON IN TABELLA' TO WS-ERR-TESTO
             PERFORM SCRIVI-ERRORE THRU SCRIVI-ERRORE-EX
             GO TO SCRIVI-SDI-CODIVA-EX.
          MOVE CIV-NATURA TO WS-SDI-NATURA.
          IF CIV-NATURA NOT = SPACES
             MOVE SPACES TO REC-SDIEXPORT
             STRING '  <Natura>'  DELIMITED BY SIZE
                    CIV-NATURA    DELIMITED BY SPACE
                    '</Natura>'   DELIMITED BY SIZE
                INTO REC-SDIEXPORT
             PERFORM SCRIVI-EXPORT THRU SCRIVI-EXPORT-EX
             MOVE SPACES TO REC-SDIEXPORT
             STRING '  <RiferimentoNormativo>' DELIMITED BY SIZE
                    CIV-RIF-NORMA              DELIMITED BY SIZE
                    '</RiferimentoNormativo>'  DELIMITED BY SIZE
                INTO REC-SDIEXPORT
             PERFORM SCRIVI-EXPORT THRU SCRIVI-EXPORT-EX
          END-IF.
          MOVE SPACES TO REC-SDIEXPORT.
          STRING '  <EsigibilitaIVA>' DELIMITED BY SIZE
                 CIV-ESIGIBILITA      DELIMITED BY SIZE
                 '</EsigibilitaIVA>'  DELIMITED BY SIZE
             INTO REC-SDIEXPORT.
          PERFORM SCRIVI-EXPORT THRU SCRIVI-EXPORT-EX.
       SCRIVI-SDI-CODIVA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  UN BLOCCO DETTAGLIOLINEE PER OGNI RIGA DEL DOCUMENTO.
      *----------------------------------------------------------------
       SCRIVI-SDI-RIGHE.
          MOVE ZEROES TO SW-FINE-RIGHE.
          MOVE WS-FFAT-COD-CLI-OLD TO RIG-COD-CLI.
          MOVE WS-FFAT-NUM-FAT-OLD TO RIG-NUM-FAT.
          MOVE ZEROES              TO RIG-NUM-RIGA.
          START FATRIGHE KEY IS NOT LESS THAN KEY-FATRIGHE
                INVALID KEY
                GO TO SCRIVI-SDI-RIGHE-EX.
          PERFORM SCRIVI-SDI-LINEA THRU SCRIVI-SDI-LINEA-EX
                  UNTIL EOF-RIGHE.
       SCRIVI-SDI-RIGHE-EX.
          EXIT.

       SCRIVI-SDI-LINEA.
          READ FATRIGHE NEXT AT END MOVE 1 TO SW-FINE-RIGHE
               GO TO SCRIVI-SDI-LINEA-EX.
          IF FS-FATRIGHE NOT = '00'
          OR RIG-COD-CLI NOT = WS-FFAT-COD-CLI-OLD
          OR RIG-NUM-FAT NOT = WS-FFAT-NUM-FAT-OLD
             MOVE 1 TO SW-FINE-RIGHE
             GO TO SCRIVI-SDI-LINEA-EX.
          MOVE RIG-NUM-RIGA    TO WS-SDI-RIGA-ED.
          MOVE RIG-QUANTITA    TO WS-SDI-QTA-ED.
          MOVE RIG-PREZZO-UNIT TO WS-SDI-PREZZO-ED.
          MOVE RIG-SCONTO      TO WS-SDI-SCONTO-ED.
          MOVE RIG-ALIQUOTA    TO WS-SDI-ALIQ-ED.
          MOVE RIG-IMPONIB     TO WS-SDI-IMPONIB-ED.
          MOVE SPACES TO REC-SDIEXPORT.
          STRING '  <DettaglioLinee>' DELIMITED BY SIZE
             INTO REC-SDIEXPORT.
          PERFORM SCRIVI-EXPORT THRU SCRIVI-EXPORT-EX.
          MOVE SPACES TO REC-SDIEXPORT.
          STRING '    <NumeroLinea>' DELIMITED BY SIZE
                 WS-SDI-RIGA-ED      DELIMITED BY SIZE
                 '</NumeroLinea>'    DELIMITED BY SIZE
             INTO REC-SDIEXPORT.
          PERFORM SCRIVI-EXPORT THRU SCRIVI-EXPORT-EX.
          MOVE SPACES TO REC-SDIEXPORT.
          STRING '    <Descrizione>' DELIMITED BY SIZE
                 RIG-DESCRIZIONE     DELIMITED BY SIZE
                 '</Descrizione>'    DELIMITED BY SIZE
             INTO REC-SDIEXPORT.
          PERFORM SCRIVI-EXPORT THRU SCRIVI-EXPORT-EX.
          MOVE SPACES TO REC-SDIEXPORT.
          STRING '    <Quantita>' DELIMITED BY SIZE
                 WS-SDI-QTA-ED    DELIMITED BY SIZE
                 '</Quantita>'    DELIMITED BY SIZE
             INTO REC-SDIEXPORT.
          PERFORM SCRIVI-EXPORT THRU SCRIVI-EXPORT-EX.
          MOVE SPACES TO REC-SDIEXPORT.
          STRING '    <PrezzoUnitario>' DELIMITED BY SIZE
                 WS-SDI-PREZZO-ED       DELIMITED BY SIZE
                 '</PrezzoUnitario>'    DELIMITED BY SIZE
             INTO REC-SDIEXPORT.
          PERFORM SCRIVI-EXPORT THRU SCRIVI-EXPORT-EX.
          IF RIG-SCONTO > ZEROES
             MOVE SPACES TO REC-SDIEXPORT
             STRING '    <ScontoPerc>' DELIMITED BY SIZE
                    WS-SDI-SCONTO-ED   DELIMITED BY SIZE
                    '</ScontoPerc>'    DELIMITED BY SIZE
                INTO REC-SDIEXPORT
             PERFORM SCRIVI-EXPORT THRU SCRIVI-EXPORT-EX
          END-IF.
          MOVE SPACES TO REC-SDIEXPORT.
          STRING '    <PrezzoTotale>' DELIMITED BY SIZE
                 WS-SDI-IMPONIB-ED    DELIMITED BY SIZE
                 '</PrezzoTotale>'    DELIMITED BY SIZE
             INTO REC-SDIEXPORT.
          PERFORM SCRIVI-EXPORT THRU SCRIVI-EXPORT-EX.
          MOVE SPACES TO REC-SDIEXPORT.
          STRING '    <AliquotaIVA>' DELIMITED BY SIZE
                 WS-SDI-ALIQ-ED      DELIMITED BY SIZE
                 '</AliquotaIVA>'    DELIMITED BY SIZE
             INTO REC-SDIEXPORT.
          PERFORM SCRIVI-EXPORT THRU SCRIVI-EXPORT-EX.
          IF RIG-ALIQUOTA = ZEROES AND WS-SDI-NATURA NOT = SPACES
             MOVE SPACES TO REC-SDIEXPORT
             STRING '    <Natura>' DELIMITED BY SIZE
                    WS-SDI-NATURA  DELIMITED BY SPACE
                    '</Natura>'    DELIMITED BY SIZE
                INTO REC-SDIEXPORT
             PERFORM SCRIVI-EXPORT THRU SCRIVI-EXPORT-EX
          END-IF.
          MOVE SPACES TO REC-SDIEXPORT.
          STRING '  </DettaglioLinee>' DELIMITED BY SIZE
             INTO REC-SDIEXPORT.
          PERFORM SCRIVI-EXPORT THRU SCRIVI-EXPORT-EX.
       SCRIVI-SDI-LINEA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  SCRIVE LA RIGA SULL'EXPORT E NE CONSERVA LA COPIA
      *  NELL'ARCHIVIO DOCUMENTI (FS-SDIEXPORT RESTA QUELLO DELLA
      *  WRITE SULL'EXPORT, CONTROLLATO DA SCRIVI-SDI).
      *----------------------------------------------------------------
       SCRIVI-EXPORT.
          WRITE REC-SDIEXPORT.
          ADD 1 TO WS-SDD-RIGA.
          MOVE SPACES              TO REC-SDIDOC.
          MOVE WS-FCLI-PIVA        TO SDD-PIVA.
          MOVE WS-FFAT-NUM-FAT-OLD TO SDD-NUM-FAT.
          MOVE WS-SDD-RIGA         TO SDD-RIGA.
          MOVE WS-DATA-RUN         TO SDD-DATA-TRASM.
          MOVE REC-SDIEXPORT       TO SDD-TESTO.
          WRITE REC-SDIDOC.
          IF FS-SDIDOC NOT = '00'
             MOVE WS-FFAT-COD-CLI-OLD TO WS-ERR-COD-CLI
             MOVE 'SCRIVI-EXPORT'     TO WS-ERR-PARAGRAFO
             MOVE 'SDIDOC'            TO WS-ERR-FILE
             MOVE FS-SDIDOC           TO WS-ERR-STATUS
             MOVE 'ERRORE IN WRITE'   TO WS-ERR-TESTO
             PERFORM SCRIVI-ERRORE THRU SCRIVI-ERRORE-EX.
       SCRIVI-EXPORT-EX.
          EXIT.

      *----------------------------------------------------------------
      *  TOGLIE DALL'ARCHIVIO DOCUMENTI LA COPIA DI UNA EMISSIONE
      *  PRECEDENTE DELLO STESSO DOCUMENTO (RILANCIO DEL CICLO) E
      *  AZZERA IL NUMERO RIGA.
      *----------------------------------------------------------------
       AZZERA-SDIDOC.
          MOVE ZEROES TO WS-SDD-RIGA.
          MOVE ZEROES TO SW-FINE-SDIDOC.
          MOVE WS-FCLI-PIVA        TO SDD-PIVA.
          MOVE WS-FFAT-NUM-FAT-OLD TO SDD-NUM-FAT.
          MOVE ZEROES              TO SDD-RIGA.
          START SDIDOC KEY IS NOT LESS THAN KEY-SDIDOC
                INVALID KEY
                GO TO AZZERA-SDIDOC-EX.
          PERFORM CANCELLA-RIGA-SDIDOC THRU CANCELLA-RIGA-SDIDOC-EX
                  UNTIL EOF-SDIDOC.
       AZZERA-SDIDOC-EX.
          EXIT.

       CANCELLA-RIGA-SDIDOC.
          READ SDIDOC NEXT AT END MOVE 1 TO SW-FINE-SDIDOC
               GO TO CANCELLA-RIGA-SDIDOC-EX.
          IF FS-SDIDOC NOT = '00'
          OR SDD-PIVA NOT = WS-FCLI-PIVA
          OR SDD-NUM-FAT NOT = WS-FFAT-NUM-FAT-OLD
             MOVE 1 TO SW-FINE-SDIDOC
             GO TO CANCELLA-RIGA-SDIDOC-EX.
          DELETE SDIDOC.
       CANCELLA-RIGA-SDIDOC-EX.
          EXIT.

      *----------------------------------------------------------------
      *  REGISTRA SUL REGISTRO TRASMISSIONI IL DOCUMENTO APPENA
      *  EMESSO (STATO 'T'); SE IL DOCUMENTO E' GIA' A REGISTRO
         CLOSE FCLIENTI, FFATTURE, ECCEZIONI.
         IF WS-RECAPITI-APERTO
            CLOSE RECAPITI.
         IF WS-FATRIGHE-APERTO
            CLOSE FATRIGHE.
         IF WS-CODIVA-APERTO
            CLOSE CODIVA.
         IF NOT WS-RUN-PROVA
            CLOSE SITCLIEN, STORICO, SDIEXPORT, SDIREG, MANIFEST,
                  SDIDOC.
         IF WS-CTR-ERRORI = 0
            MOVE SPACES TO REC-ERRORI
            MOVE 'NESSUN ERRORE RILEVATO DURANTE IL RUN' TO REC-ERRORI
