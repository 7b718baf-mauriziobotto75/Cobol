       PROGRAM-ID. SDIRITRA.
       AUTHOR.  MB.

      *----------------------------------------------------------------
      * MODIFICHE
      * 05-09-2026 MB  IL DOCUMENTO RITRASMESSO RIPORTA LE RIGHE DI
      *                DETTAGLIO (FATRIGHE) COME DETTAGLIOLINEE, COME
      *                SCRIVI-SDI IN GESFATTURE. FATRIGHE E'
      *                FACOLTATIVO.
      * 10-09-2026 MB  IL DOCUMENTO CON CODICE IVA (TABELLA CODIVA)
      *                RIPORTA NATURA, RIFERIMENTO NORMATIVO ED
      *                ESIGIBILITA' IN TESTATA E LA NATURA SULLE RIGHE
      *                AD ALIQUOTA ZERO, COME SCRIVI-SDI IN GESFATTURE.
      *                CODIVA E' FACOLTATIVO.
      * 15-10-2026 MB  IL DOCUMENTO RITRASMESSO SOSTITUISCE
      *                NELL'ARCHIVIO DOCUMENTI SDIDOC LA COPIA DELLA
      *                TRASMISSIONE RIFIUTATA, COME SCRIVI-SDI IN
      *                GESFATTURE (LA CHIAVE RESTA QUELLA DEL REGISTRO).
      * 15-10-2026 MB  LA DATA DI LAVORO DEL RUN E' LA DATA CONTABILE
      *                (ROUTINE DATACONT, AVANZATA SOLO DAL FINE
      *                GIORNATA FINEGG DI CATENA) E NON PIU' LA DATA DI
      *                SISTEMA; AVVISO A VIDEO SE IL PROGRAMMA PARTE IN
      *                UN GIORNO NON LAVORATIVO.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RITRASM.

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

           SELECT SDIDOC ASSIGN TO DATABASE-SDIDOC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-SDIDOC
           FILE STATUS IS FS-SDIDOC.

       DATA DIVISION.

       FILE SECTION.
              88 FFAT-DOC-IN-EURO VALUE 'EUR' '   '.
           05 FFAT-CAMBIO      PIC 9(3)V9(6) COMP-3.
           05 FFAT-IMP-DIVISA  PIC 9(14) COMP-3.
      *    CODICE IVA (TABELLA CODIVA); SPAZI = REGIME ORDINARIO.
           05 FFAT-COD-IVA     PIC X(4).
           05 FILLER           PIC X(4).

         FD FCLIENTI
            LABEL RECORD IS STANDARD
           DATA RECORD IS REC-RITRASM.
       01 REC-RITRASM          PIC X(132).

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

      *----------------------------------------------------------------
      *  ARCHIVIO DEI DOCUMENTI SDI TRASMESSI (STESSO TRACCIATO DI
      *  GESFATTURE).
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

       WORKING-STORAGE SECTION.

       01 FS-SDIREG                  PIC 9(2) VALUE ZEROES.
       01 FS-FCLIENTI                PIC 9(2) VALUE ZEROES.
       01 FS-SDIEXPORT               PIC 9(2) VALUE ZEROES.
       01 FS-RITRASM                 PIC 9(2) VALUE ZEROES.
       01 FS-FATRIGHE                PIC 9(2) VALUE ZEROES.
       01 FS-CODIVA                  PIC 9(2) VALUE ZEROES.
       01 FS-SDIDOC                  PIC 9(2) VALUE ZEROES.

       01 SW-FINE-REG                PIC 9(1) VALUE ZEROES.
           88 EOF-REG                 VALUE 1.
           88 EOF-FCLI                VALUE 1.
       01 SW-CLIENTE-TROVATO         PIC X(1) VALUE 'N'.
           88 WS-CLIENTE-TROVATO     VALUE 'S'.
       01 SW-FINE-RIGHE              PIC 9(1) VALUE ZEROES.
           88 EOF-RIGHE               VALUE 1.
       01 SW-FATRIGHE-APERTO         PIC X(1) VALUE 'N'.
           88 WS-FATRIGHE-APERTO     VALUE 'S'.
       01 SW-CODIVA-APERTO           PIC X(1) VALUE 'N'.
           88 WS-CODIVA-APERTO       VALUE 'S'.
       01 SW-FINE-SDIDOC             PIC 9(1) VALUE ZEROES.
           88 EOF-SDIDOC              VALUE 1.
      *    NUMERO RIGA DEL DOCUMENTO NELL'ARCHIVIO SDIDOC.
       01 WS-SDD-RIGA                PIC 9(4) VALUE ZEROES.

       01 WS-CAMPI-CONTATORI.
           05 WS-CTR-REG-LETTI        PIC 9(7) VALUE ZEROES.
      *----------------------------------------------------------------
       01 WS-SDI-IMPONIB-ED           PIC Z(9)9,99.
       01 WS-SDI-IVA-ED               PIC Z(9)9,99.
       01 WS-SDI-RIGA-ED              PIC ZZ9.
       01 WS-SDI-QTA-ED               PIC Z(6)9,99.
       01 WS-SDI-PREZZO-ED            PIC Z(8)9,99.
       01 WS-SDI-SCONTO-ED            PIC Z9,99.
       01 WS-SDI-ALIQ-ED              PIC Z9.
      *   NATURA DEL CODICE IVA DEL DOCUMENTO, PER LE RIGHE AD
      *   ALIQUOTA ZERO.
       01 WS-SDI-NATURA               PIC X(4) VALUE SPACES.
      *   P.IVA CORRENTE DEL CLIENTE RILETTA DA FCLIENTI PER IL
      *   DOCUMENTO IN CORSO (LA CHIAVE DEL REGISTRO E' QUELLA
      *   TRASMESSA A SUO TEMPO, MAGARI SBAGLIATA).
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 WS-D-NOTA      PIC X(40).

           COPY PAR_DataCont.

       PROCEDURE DIVISION.

       INIZIO.
          STOP RUN.

       OP-INIZIALI.
          MOVE 'D' TO DCP-FUNZIONE.
          MOVE 'SDIRITRA' TO DCP-PROGRAMMA.
          CALL 'DATACONT' USING PARAMETRI-DATACONT.
          MOVE DCP-DATA-CONTABILE TO WS-DATA-RUN.
          OPEN I-O SDIREG.
          IF FS-SDIREG NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE SDIREG - FS=' FS-SDIREG
          IF FS-RITRASM NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE IL REPORT - FS=' FS-RITRASM
             STOP RUN WITH ERROR STATUS 16.
          OPEN I-O SDIDOC.
          IF FS-SDIDOC NOT = '00'
             OPEN OUTPUT SDIDOC
             CLOSE SDIDOC
             OPEN I-O SDIDOC.
          IF FS-SDIDOC NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE SDIDOC - FS=' FS-SDIDOC
             STOP RUN WITH ERROR STATUS 16.
          OPEN INPUT FATRIGHE.
          IF FS-FATRIGHE = '00'
             MOVE 'S' TO SW-FATRIGHE-APERTO.
          OPEN INPUT CODIVA.
          IF FS-CODIVA = '00'
             MOVE 'S' TO SW-CODIVA-APERTO.
          MOVE WS-DATA-RUN TO WS-INT-DATA.
          MOVE WS-INT-1 TO REC-RITRASM.
          WRITE REC-RITRASM AFTER ADVANCING PAGE.
      *  CORRENTE DELL'ANAGRAFICA.
      *----------------------------------------------------------------
       SCRIVI-EXPORT.
          PERFORM AZZERA-SDIDOC THRU AZZERA-SDIDOC-EX.
          MOVE FFAT-IMPONIB TO WS-SDI-IMPONIB-ED.
          MOVE FFAT-IVA     TO WS-SDI-IVA-ED.
          MOVE SPACES TO REC-SDIEXPORT.
          STRING '<FatturaElettronica>' DELIMITED BY SIZE
             INTO REC-SDIEXPORT.
          PERFORM SCRIVI-RIGA-EXPORT THRU SCRIVI-RIGA-EXPORT-EX.
          MOVE SPACES TO REC-SDIEXPORT.
          STRING '  <CodiceFiscaleCliente>' DELIMITED BY SIZE
                 WS-PIVA-CORRENTE           DELIMITED BY SIZE
                 '</CodiceFiscaleCliente>'  DELIMITED BY SIZE
             INTO REC-SDIEXPORT.
          PERFORM SCRIVI-RIGA-EXPORT THRU SCRIVI-RIGA-EXPORT-EX.
          MOVE SPACES TO REC-SDIEXPORT.
          IF FFAT-DOC-NOTA-CRED
             STRING '  <TipoDocumento>TD04</TipoDocumento>'
          ELSE
             STRING '  <TipoDocumento>TD01</TipoDocumento>'
                    DELIMITED BY SIZE INTO REC-SDIEXPORT.
          PERFORM SCRIVI-RIGA-EXPORT THRU SCRIVI-RIGA-EXPORT-EX.
          MOVE SPACES TO REC-SDIEXPORT.
          STRING '  <NumeroFattura>' DELIMITED BY SIZE
                 REG-NUM-FAT         DELIMITED BY SIZE
                 '</NumeroFattura>'  DELIMITED BY SIZE
             INTO REC-SDIEXPORT.
          PERFORM SCRIVI-RIGA-EXPORT THRU SCRIVI-RIGA-EXPORT-EX.
          MOVE SPACES TO REC-SDIEXPORT.
          STRING '  <ImponibileImporto>' DELIMITED BY SIZE
                 WS-SDI-IMPONIB-ED        DELIMITED BY SIZE
                 '</ImponibileImporto>'   DELIMITED BY SIZE
             INTO REC-SDIEXPORT.
          PERFORM SCRIVI-RIGA-EXPORT THRU SCRIVI-RIGA-EXPORT-EX.
          MOVE SPACES TO REC-SDIEXPORT.
          STRING '  <ImpostaIVA>' DELIMITED BY SIZE
                 WS-SDI-IVA-ED    DELIMITED BY SIZE
                 '</ImpostaIVA>'  DELIMITED BY SIZE
             INTO REC-SDIEXPORT.
          PERFORM SCRIVI-RIGA-EXPORT THRU SCRIVI-RIGA-EXPORT-EX.
          MOVE SPACES TO WS-SDI-NATURA.
          IF FFAT-COD-IVA NOT = SPACES
             PERFORM SCRIVI-EXPORT-CODIVA THRU SCRIVI-EXPORT-CODIVA-EX.
          IF WS-FATRIGHE-APERTO
             PERFORM SCRIVI-EXPORT-RIGHE THRU SCRIVI-EXPORT-RIGHE-EX.
          MOVE SPACES TO REC-SDIEXPORT.
          STRING '</FatturaElettronica>' DELIMITED BY SIZE
             INTO REC-SDIEXPORT.
          PERFORM SCRIVI-RIGA-EXPORT THRU SCRIVI-RIGA-EXPORT-EX.
          IF FS-SDIEXPORT NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA SDIEXPORT - FS='
                     FS-SDIEXPORT
       SCRIVI-EXPORT-EX.
          EXIT.

      *----------------------------------------------------------------
      *  DATI DEL CODICE IVA DEL DOCUMENTO (COME SCRIVI-SDI-CODIVA IN
      *  GESFATTURE); UN CODICE NON IN TABELLA VIENE SEGNALATO E IL
      *  DOCUMENTO ESCE SENZA.
      *----------------------------------------------------------------
       SCRIVI-EXPORT-CODIVA.
          IF NOT WS-CODIVA-APERTO
             MOVE 23 TO FS-CODIVA
          ELSE
             MOVE FFAT-COD-IVA TO CIV-CODICE
             READ CODIVA.
          IF FS-CODIVA NOT = '00'
             DISPLAY 'CODICE IVA ' FFAT-COD-IVA ' NON IN TABELLA - '
                     'DOCUMENTO ' FFAT-NUM-FAT ' SENZA NATURA'
             GO TO SCRIVI-EXPORT-CODIVA-EX.
          MOVE CIV-NATURA TO WS-SDI-NATURA.
          IF CIV-NATURA NOT = SPACES
             MOVE SPACES TO REC-SDIEXPORT
             STRING '  <Natura>'  DELIMITED BY SIZE
                    CIV-NATURA    DELIMITED BY SPACE
                    '</Natura>'   DELIMITED BY SIZE
                INTO REC-SDIEXPORT
             PERFORM SCRIVI-RIGA-EXPORT THRU SCRIVI-RIGA-EXPORT-EX
             MOVE SPACES TO REC-SDIEXPORT
             STRING '  <RiferimentoNormativo>' DELIMITED BY SIZE
                    CIV-RIF-NORMA              DELIMITED BY SIZE
                    '</RiferimentoNormativo>'  DELIMITED BY SIZE
                INTO REC-SDIEXPORT
             PERFORM SCRIVI-RIGA-EXPORT THRU SCRIVI-RIGA-EXPORT-EX
          END-IF.
          MOVE SPACES TO REC-SDIEXPORT.
          STRING '  <EsigibilitaIVA>' DELIMITED BY SIZE
                 CIV-ESIGIBILITA      DELIMITED BY SIZE
                 '</EsigibilitaIVA>'  DELIMITED BY SIZE
             INTO REC-SDIEXPORT.
          PERFORM SCRIVI-RIGA-EXPORT THRU SCRIVI-RIGA-EXPORT-EX.
       SCRIVI-EXPORT-CODIVA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  UN BLOCCO DETTAGLIOLINEE PER OGNI RIGA DEL DOCUMENTO (NESSUNO
      *  PER UN DOCUMENTO SENZA RIGHE).
      *----------------------------------------------------------------
       SCRIVI-EXPORT-RIGHE.
          MOVE ZEROES TO SW-FINE-RIGHE.
          MOVE FFAT-COD-CLI TO RIG-COD-CLI.
          MOVE FFAT-NUM-FAT TO RIG-NUM-FAT.
          MOVE ZEROES       TO RIG-NUM-RIGA.
          START FATRIGHE KEY IS NOT LESS THAN KEY-FATRIGHE
                INVALID KEY
                GO TO SCRIVI-EXPORT-RIGHE-EX.
          PERFORM SCRIVI-EXPORT-LINEA THRU SCRIVI-EXPORT-LINEA-EX
                  UNTIL EOF-RIGHE.
       SCRIVI-EXPORT-RIGHE-EX.
          EXIT.

       SCRIVI-EXPORT-LINEA.
          READ FATRIGHE NEXT AT END MOVE 1 TO SW-FINE-RIGHE
               GO TO SCRIVI-EXPORT-LINEA-EX.
          IF FS-FATRIGHE NOT = '00'
          OR RIG-COD-CLI NOT = FFAT-COD-CLI
          OR RIG-NUM-FAT NOT = FFAT-NUM-FAT
             MOVE 1 TO SW-FINE-RIGHE
             GO TO SCRIVI-EXPORT-LINEA-EX.
          MOVE RIG-NUM-RIGA    TO WS-SDI-RIGA-ED.
          MOVE RIG-QUANTITA    TO WS-SDI-QTA-ED.
          MOVE RIG-PREZZO-UNIT TO WS-SDI-PREZZO-ED.
          MOVE RIG-SCONTO      TO WS-SDI-SCONTO-ED.
          MOVE RIG-ALIQUOTA    TO WS-SDI-ALIQ-ED.
          MOVE RIG-IMPONIB     TO WS-SDI-IMPONIB-ED.
          MOVE SPACES TO REC-SDIEXPORT.
          STRING '  <DettaglioLinee>' DELIMITED BY SIZE
             INTO REC-SDIEXPORT.
          PERFORM SCRIVI-RIGA-EXPORT THRU SCRIVI-RIGA-EXPORT-EX.
          MOVE SPACES TO REC-SDIEXPORT.
          STRING '    <NumeroLinea>' DELIMITED BY SIZE
                 WS-SDI-RIGA-ED      DELIMITED BY SIZE
                 '</NumeroLinea>'    DELIMITED BY SIZE
             INTO REC-SDIEXPORT.
          PERFORM SCRIVI-RIGA-EXPORT THRU SCRIVI-RIGA-EXPORT-EX.
          MOVE SPACES TO REC-SDIEXPORT.
          STRING '    <Descrizione>' DELIMITED BY SIZE
                 RIG-DESCRIZIONE     DELIMITED BY SIZE
                 '</Descrizione>'    DELIMITED BY SIZE
             INTO REC-SDIEXPORT.
          PERFORM SCRIVI-RIGA-EXPORT THRU SCRIVI-RIGA-EXPORT-EX.
          MOVE SPACES TO REC-SDIEXPORT.
          STRING '    <Quantita>' DELIMITED BY SIZE
                 WS-SDI-QTA-ED    DELIMITED BY SIZE
                 '</Quantita>'    DELIMITED BY SIZE
             INTO REC-SDIEXPORT.
          PERFORM SCRIVI-RIGA-EXPORT THRU SCRIVI-RIGA-EXPORT-EX.
          MOVE SPACES TO REC-SDIEXPORT.
          STRING '    <PrezzoUnitario>' DELIMITED BY SIZE
                 WS-SDI-PREZZO-ED       DELIMITED BY SIZE
                 '</PrezzoUnitario>'    DELIMITED BY SIZE
             INTO REC-SDIEXPORT.
          PERFORM SCRIVI-RIGA-EXPORT THRU SCRIVI-RIGA-EXPORT-EX.
          IF RIG-SCONTO > ZEROES
             MOVE SPACES TO REC-SDIEXPORT
             STRING '    <ScontoPerc>' DELIMITED BY SIZE
                    WS-SDI-SCONTO-ED   DELIMITED BY SIZE
                    '</ScontoPerc>'    DELIMITED BY SIZE
                INTO REC-SDIEXPORT
             PERFORM SCRIVI-RIGA-EXPORT THRU SCRIVI-RIGA-EXPORT-EX
          END-IF.
          MOVE SPACES TO REC-SDIEXPORT.
          STRING '    <PrezzoTotale>' DELIMITED BY SIZE
                 WS-SDI-IMPONIB-ED    DELIMITED BY SIZE
                 '</PrezzoTotale>'    DELIMITED BY SIZE
             INTO REC-SDIEXPORT.
          PERFORM SCRIVI-RIGA-EXPORT THRU SCRIVI-RIGA-EXPORT-EX.
          MOVE SPACES TO REC-SDIEXPORT.
          STRING '    <AliquotaIVA>' DELIMITED BY SIZE
                 WS-SDI-ALIQ-ED      DELIMITED BY SIZE
                 '</AliquotaIVA>'    DELIMITED BY SIZE
             INTO REC-SDIEXPORT.
          PERFORM SCRIVI-RIGA-EXPORT THRU SCRIVI-RIGA-EXPORT-EX.
          IF RIG-ALIQUOTA = ZEROES AND WS-SDI-NATURA NOT = SPACES
             MOVE SPACES TO REC-SDIEXPORT
             STRING '    <Natura>' DELIMITED BY SIZE
                    WS-SDI-NATURA  DELIMITED BY SPACE
                    '</Natura>'    DELIMITED BY SIZE
                INTO REC-SDIEXPORT
             PERFORM SCRIVI-RIGA-EXPORT THRU SCRIVI-RIGA-EXPORT-EX
          END-IF.
          MOVE SPACES TO REC-SDIEXPORT.
          STRING '  </DettaglioLinee>' DELIMITED BY SIZE
             INTO REC-SDIEXPORT.
          PERFORM SCRIVI-RIGA-EXPORT THRU SCRIVI-RIGA-EXPORT-EX.
       SCRIVI-EXPORT-LINEA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  SCRIVE LA RIGA SULL'EXPORT E NE CONSERVA LA COPIA
      *  NELL'ARCHIVIO DOCUMENTI (FS-SDIEXPORT RESTA QUELLO DELLA
      *  WRITE SULL'EXPORT, CONTROLLATO DA SCRIVI-EXPORT).
      *----------------------------------------------------------------
       SCRIVI-RIGA-EXPORT.
          WRITE REC-SDIEXPORT.
          ADD 1 TO WS-SDD-RIGA.
          MOVE SPACES        TO REC-SDIDOC.
          MOVE REG-PIVA      TO SDD-PIVA.
          MOVE REG-NUM-FAT   TO SDD-NUM-FAT.
          MOVE WS-SDD-RIGA   TO SDD-RIGA.
          MOVE WS-DATA-RUN   TO SDD-DATA-TRASM.
          MOVE REC-SDIEXPORT TO SDD-TESTO.
          WRITE REC-SDIDOC.
          IF FS-SDIDOC NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA SDIDOC - FS=' FS-SDIDOC
                     ' FATTURA ' REG-NUM-FAT.
       SCRIVI-RIGA-EXPORT-EX.
          EXIT.

      *----------------------------------------------------------------
      *  TOGLIE DALL'ARCHIVIO DOCUMENTI LA COPIA DELLA TRASMISSIONE
      *  RIFIUTATA E AZZERA IL NUMERO RIGA.
      *----------------------------------------------------------------
       AZZERA-SDIDOC.
          MOVE ZEROES TO WS-SDD-RIGA.
          MOVE ZEROES TO SW-FINE-SDIDOC.
          MOVE REG-PIVA    TO SDD-PIVA.
          MOVE REG-NUM-FAT TO SDD-NUM-FAT.
          MOVE ZEROES      TO SDD-RIGA.
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
          OR SDD-PIVA NOT = REG-PIVA
          OR SDD-NUM-FAT NOT = REG-NUM-FAT
             MOVE 1 TO SW-FINE-SDIDOC
             GO TO CANCELLA-RIGA-SDIDOC-EX.
          DELETE SDIDOC.
       CANCELLA-RIGA-SDIDOC-EX.
          EXIT.

       STAMPA-DETTAGLIO.
          MOVE REG-PIVA       TO WS-D-PIVA.
          MOVE REG-NUM-FAT    TO WS-D-NUM-FAT.
             MOVE SPACES TO REC-RITRASM
             MOVE '  NESSUN DOCUMENTO DA RITRASMETTERE' TO REC-RITRASM
             WRITE REC-RITRASM AFTER ADVANCING 2 LINES.
          CLOSE SDIREG, FFATTURE, FCLIENTI, SDIEXPORT, RITRASM,
                SDIDOC.
          IF WS-FATRIGHE-APERTO
             CLOSE FATRIGHE.
          IF WS-CODIVA-APERTO
             CLOSE CODIVA.
          DISPLAY 'REGISTRI LETTI:        ' WS-CTR-REG-LETTI.
          DISPLAY 'DOCUMENTI RITRASMESSI: ' WS-CTR-RITRASMESSI.
          DISPLAY 'RIFIUTATI PIU'' VOLTE:  ' WS-CTR-RECIDIVI.
