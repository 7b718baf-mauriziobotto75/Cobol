      ******************************************************************
      *  CONTROLLO DELLA CONSERVAZIONE A NORMA (VEDI CONSERVA).
      *  PRIMA PARTE: REGISTRO DEI PACCHETTI PACCONS, UN PERIODO PER
      *  RIGA CON STATO, DATE, DOCUMENTI, TOTALE E IMPRONTA.
      *  SECONDA PARTE: DOCUMENTI CHE IL REGISTRO SDIREG DA'
      *  ACCETTATI E CHE NON SONO IN UN PACCHETTO CHIUSO:
      *  - SENZA COPIA IN SDIDOC: NON CONSERVABILE (TRASMESSO PRIMA
      *    DELL'ARCHIVIO DOCUMENTI O COPIA PERSA), DA RECUPERARE A
      *    MANO;
      *  - CON COPIA MA NON ANCORA IN UN PACCHETTO: ENTRA NEL
      *    PROSSIMO GIRO DI CONSERVA;
      *  - IN UN PACCHETTO NON ANCORA CHIUSO (GIRO INTERROTTO).
      *  TOTALI PER TIPO DI ANOMALIA.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CTRLCONS.
       AUTHOR.  MB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SDIREG ASSIGN TO DATABASE-SDIREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-SDIREG
           FILE STATUS IS FS-SDIREG.

           SELECT SDIDOC ASSIGN TO DATABASE-SDIDOC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-SDIDOC
           FILE STATUS IS FS-SDIDOC.

           SELECT SDICONS ASSIGN TO DATABASE-SDICONS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-SDICONS
           FILE STATUS IS FS-SDICONS.

           SELECT PACCONS ASSIGN TO DATABASE-PACCONS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-PACCONS
           FILE STATUS IS FS-PACCONS.

           SELECT STAMPACTR ASSIGN TO PRINTER-STAMPACTR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-STAMPA.

       DATA DIVISION.

       FILE SECTION.
       FD SDIREG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS REC-SDIREG.
       01 REC-SDIREG.
           05 KEY-SDIREG.
             07 REG-PIVA       PIC X(16).
             07 REG-NUM-FAT    PIC X(8).
           05 REG-COD-CLI      PIC 9(5).
           05 REG-DATA-TRASM   PIC 9(8).
           05 REG-STATO        PIC X.
              88 REG-TRASMESSO    VALUE 'T'.
              88 REG-ACCETTATO    VALUE 'A'.
              88 REG-RIFIUTATO    VALUE 'R'.
           05 REG-DATA-ESITO   PIC 9(8).
           05 REG-RITRASMISSIONI PIC 9(2).
           05 FILLER           PIC X(2).

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

       FD SDICONS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS REC-SDICONS.
       01 REC-SDICONS.
           05 KEY-SDICONS.
             07 SCN-PIVA       PIC X(16).
             07 SCN-NUM-FAT    PIC X(8).
           05 SCN-COD-CLI      PIC 9(5).
           05 SCN-PERIODO      PIC 9(6).
           05 SCN-DATA-CONS    PIC 9(8).
           05 SCN-IMPRONTA     PIC 9(10).
           05 SCN-N-RIGHE      PIC 9(4).
           05 FILLER           PIC X(3).

       FD PACCONS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REC-PACCONS.
       01 REC-PACCONS.
           05 KEY-PACCONS.
             07 PCS-PERIODO    PIC 9(6).
           05 PCS-STATO        PIC X.
              88 PCS-APERTO       VALUE 'A'.
              88 PCS-CHIUSO       VALUE 'C'.
           05 PCS-DATA-CREAZ   PIC 9(8).
           05 PCS-DATA-CHIUS   PIC 9(8).
           05 PCS-N-DOC        PIC 9(7).
           05 PCS-N-RIGHE      PIC 9(7).
           05 PCS-IMPONIB      PIC 9(14) COMP-3.
           05 PCS-IVA          PIC 9(14) COMP-3.
           05 PCS-TOTALE       PIC 9(14) COMP-3.
           05 PCS-IMPRONTA     PIC 9(10).
           05 PCS-N-MANCANTI   PIC 9(5).
           05 FILLER           PIC X(4).

       FD STAMPACTR
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REC-STAMPA.
       01 REC-STAMPA           PIC X(132).

       WORKING-STORAGE SECTION.

       01 FS-SDIREG                  PIC 9(2) VALUE ZEROES.
       01 FS-SDIDOC                  PIC 9(2) VALUE ZEROES.
       01 FS-SDICONS                 PIC 9(2) VALUE ZEROES.
       01 FS-PACCONS                 PIC 9(2) VALUE ZEROES.
       01 FS-STAMPA                  PIC 9(2) VALUE ZEROES.

       01 SW-FINE-SDIREG             PIC 9(1) VALUE ZEROES.
           88 EOF-SDIREG              VALUE 1.
       01 SW-FINE-PACCONS            PIC 9(1) VALUE ZEROES.
           88 EOF-PACCONS             VALUE 1.

       01 WS-CAMPI-CONTATORI.
           05 WS-CTR-PACCHETTI        PIC 9(5) VALUE ZEROES.
           05 WS-CTR-APERTI           PIC 9(5) VALUE ZEROES.
           05 WS-CTR-ACCETTATI        PIC 9(7) VALUE ZEROES.
           05 WS-CTR-CONSERVATI       PIC 9(7) VALUE ZEROES.
           05 WS-CTR-NON-DISPONIBILI  PIC 9(7) VALUE ZEROES.
           05 WS-CTR-DA-CONSERVARE    PIC 9(7) VALUE ZEROES.
           05 WS-CTR-NON-CHIUSI       PIC 9(7) VALUE ZEROES.

       01 WS-DATA-OGGI               PIC 9(8) VALUE ZEROES.
       01 WS-STAMPA-PAGINA           PIC 9(4) VALUE ZEROES.

       01 WS-INT-1.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(44)
              VALUE 'CTRLCONS - CONTROLLO CONSERVAZIONE DOCUMENTI'.
           05 FILLER         PIC X(6)  VALUE SPACES.
           05 FILLER         PIC X(4)  VALUE 'AL '.
           05 WS-INT-DATA    PIC 9(8).
           05 FILLER         PIC X(56) VALUE SPACES.
           05 FILLER         PIC X(7)  VALUE 'PAGINA '.
           05 WS-INT-PAGINA  PIC ZZZ9.
           05 FILLER         PIC X(1)  VALUE SPACES.

       01 WS-INT-PARTE.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-IP-TITOLO   PIC X(60) VALUE SPACES.
           05 FILLER         PIC X(70) VALUE SPACES.

       01 WS-INT-PACCHETTI.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(7)  VALUE 'PERIODO'.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(7)  VALUE 'STATO'.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(8)  VALUE 'CREATO'.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(8)  VALUE 'CHIUSO'.
           05 FILLER         PIC X(10) VALUE '      DOC.'.
           05 FILLER         PIC X(10) VALUE '     RIGHE'.
           05 FILLER         PIC X(17) VALUE '           TOTALE'.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(10) VALUE 'IMPRONTA'.
           05 FILLER         PIC X(10) VALUE '  MANCANTI'.
           05 FILLER         PIC X(35) VALUE SPACES.

       01 WS-DET-PACCHETTO.
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 WS-P-PERIODO   PIC 9(6).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-P-STATO     PIC X(7).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-P-DATA-CR   PIC 9(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-P-DATA-CH   PIC 9(8).
           05 WS-P-N-DOC     PIC Z(9)9.
           05 WS-P-N-RIGHE   PIC Z(9)9.
           05 WS-P-TOTALE    PIC Z(16)9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-P-IMPRONTA  PIC 9(10).
           05 WS-P-MANCANTI  PIC Z(9)9.
           05 FILLER         PIC X(35) VALUE SPACES.

       01 WS-INT-DOCUMENTI.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(16) VALUE 'P.IVA'.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(8)  VALUE 'NUMERO'.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(5)  VALUE 'CLI.'.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(8)  VALUE 'TRASM.'.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(8)  VALUE 'ESITO'.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(7)  VALUE 'PERIODO'.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(40) VALUE 'ANOMALIA'.
           05 FILLER         PIC X(26) VALUE SPACES.

       01 WS-DET-DOCUMENTO.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-PIVA      PIC X(16).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-NUM-FAT   PIC X(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-COD-CLI   PIC 9(5).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-DATA-TR   PIC 9(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-DATA-ES   PIC 9(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-PERIODO   PIC X(7).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-NOTE      PIC X(40).
           05 FILLER         PIC X(26) VALUE SPACES.

       01 WS-RIGA-TOTALE.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-TOT-LABEL   PIC X(48) VALUE SPACES.
           05 WS-TOT-CONTA   PIC Z(6)9.
           05 FILLER         PIC X(75) VALUE SPACES.

           COPY PAR_DataCont.

       PROCEDURE DIVISION.

       INIZIO.
          PERFORM OP-INIZIALI THRU OP-INIZIALI-EX.
          PERFORM STAMPA-PACCHETTI THRU STAMPA-PACCHETTI-EX.
          PERFORM STAMPA-DOCUMENTI THRU STAMPA-DOCUMENTI-EX.
          PERFORM OP-FINALI THRU OP-FINALI-EX.
          GOBACK.

      *----------------------------------------------------------------
      *  SDIREG E' OBBLIGATORIO; GLI ARCHIVI DELLA CONSERVAZIONE
      *  MANCANO SOLO SE CONSERVA NON E' MAI GIRATO E SI CREANO
      *  VUOTI, COSI' IL CONTROLLO ELENCA TUTTI GLI ACCETTATI.
      *----------------------------------------------------------------
       OP-INIZIALI.
          MOVE 'D' TO DCP-FUNZIONE.
          MOVE 'CTRLCONS' TO DCP-PROGRAMMA.
          CALL 'DATACONT' USING PARAMETRI-DATACONT.
          MOVE DCP-DATA-CONTABILE TO WS-DATA-OGGI.
          OPEN INPUT SDIREG.
          IF FS-SDIREG NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE SDIREG - FS=' FS-SDIREG
             MOVE 16 TO RETURN-CODE
             GOBACK.
          OPEN INPUT SDIDOC.
          IF FS-SDIDOC NOT = '00'
             OPEN OUTPUT SDIDOC
             CLOSE SDIDOC
             OPEN INPUT SDIDOC.
          IF FS-SDIDOC NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE SDIDOC - FS=' FS-SDIDOC
             MOVE 16 TO RETURN-CODE
             GOBACK.
          OPEN INPUT SDICONS.
          IF FS-SDICONS NOT = '00'
             OPEN OUTPUT SDICONS
             CLOSE SDICONS
             OPEN INPUT SDICONS.
          IF FS-SDICONS NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE SDICONS - FS=' FS-SDICONS
             MOVE 16 TO RETURN-CODE
             GOBACK.
          OPEN INPUT PACCONS.
          IF FS-PACCONS NOT = '00'
             OPEN OUTPUT PACCONS
             CLOSE PACCONS
             OPEN INPUT PACCONS.
          IF FS-PACCONS NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE PACCONS - FS=' FS-PACCONS
             MOVE 16 TO RETURN-CODE
             GOBACK.
          OPEN OUTPUT STAMPACTR.
          IF FS-STAMPA NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE IL REPORT - FS=' FS-STAMPA
             MOVE 16 TO RETURN-CODE
             GOBACK.
       OP-INIZIALI-EX.
          EXIT.

      *----------------------------------------------------------------
      *  PRIMA PARTE: IL REGISTRO DEI PACCHETTI IN ORDINE DI PERIODO.
      *----------------------------------------------------------------
       STAMPA-PACCHETTI.
          MOVE 'REGISTRO DEI PACCHETTI DI CONSERVAZIONE'
               TO WS-IP-TITOLO.
          PERFORM STAMPA-INTESTAZIONE THRU STAMPA-INTESTAZIONE-EX.
          MOVE WS-INT-PACCHETTI TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING 2 LINES.
          MOVE ZEROES TO PCS-PERIODO.
          START PACCONS KEY IS NOT LESS THAN KEY-PACCONS
                INVALID KEY MOVE 1 TO SW-FINE-PACCONS.
          PERFORM STAMPA-PACCHETTO THRU STAMPA-PACCHETTO-EX
                  UNTIL EOF-PACCONS.
          MOVE SPACES TO WS-RIGA-TOTALE.
          MOVE 'PACCHETTI REGISTRATI' TO WS-TOT-LABEL.
          MOVE WS-CTR-PACCHETTI TO WS-TOT-CONTA.
          MOVE WS-RIGA-TOTALE TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING 2 LINES.
          MOVE SPACES TO WS-RIGA-TOTALE.
          MOVE 'DI CUI APERTI (GIRO DI CONSERVA DA RILANCIARE)'
               TO WS-TOT-LABEL.
          MOVE WS-CTR-APERTI TO WS-TOT-CONTA.
          MOVE WS-RIGA-TOTALE TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING 1 LINE.
       STAMPA-PACCHETTI-EX.
          EXIT.

       STAMPA-PACCHETTO.
          READ PACCONS NEXT RECORD AT END MOVE 1 TO SW-FINE-PACCONS
               GO TO STAMPA-PACCHETTO-EX.
          IF FS-PACCONS NOT = '00'
             DISPLAY 'ERRORE IN LETTURA PACCONS - FS=' FS-PACCONS
             MOVE 1 TO SW-FINE-PACCONS
             GO TO STAMPA-PACCHETTO-EX.
          ADD 1 TO WS-CTR-PACCHETTI.
          MOVE PCS-PERIODO    TO WS-P-PERIODO.
          IF PCS-CHIUSO
             MOVE 'CHIUSO' TO WS-P-STATO
          ELSE
             MOVE 'APERTO' TO WS-P-STATO
             ADD 1 TO WS-CTR-APERTI.
          MOVE PCS-DATA-CREAZ TO WS-P-DATA-CR.
          MOVE PCS-DATA-CHIUS TO WS-P-DATA-CH.
          MOVE PCS-N-DOC      TO WS-P-N-DOC.
          MOVE PCS-N-RIGHE    TO WS-P-N-RIGHE.
          MOVE PCS-TOTALE     TO WS-P-TOTALE.
          MOVE PCS-IMPRONTA   TO WS-P-IMPRONTA.
          MOVE PCS-N-MANCANTI TO WS-P-MANCANTI.
          MOVE WS-DET-PACCHETTO TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING 1 LINE.
       STAMPA-PACCHETTO-EX.
          EXIT.

      *----------------------------------------------------------------
      *  SECONDA PARTE: GLI ACCETTATI FUORI DA UN PACCHETTO CHIUSO.
      *----------------------------------------------------------------
       STAMPA-DOCUMENTI.
          MOVE 'DOCUMENTI ACCETTATI NON CONSERVATI' TO WS-IP-TITOLO.
          PERFORM STAMPA-INTESTAZIONE THRU STAMPA-INTESTAZIONE-EX.
          MOVE WS-INT-DOCUMENTI TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING 2 LINES.
          MOVE LOW-VALUES TO KEY-SDIREG.
          START SDIREG KEY IS NOT LESS THAN KEY-SDIREG
                INVALID KEY MOVE 1 TO SW-FINE-SDIREG.
          PERFORM CONTROLLA-DOCUMENTO THRU CONTROLLA-DOCUMENTO-EX
                  UNTIL EOF-SDIREG.
          MOVE SPACES TO WS-RIGA-TOTALE.
          MOVE 'DOCUMENTI ACCETTATI' TO WS-TOT-LABEL.
          MOVE WS-CTR-ACCETTATI TO WS-TOT-CONTA.
          MOVE WS-RIGA-TOTALE TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING 2 LINES.
          MOVE SPACES TO WS-RIGA-TOTALE.
          MOVE 'IN UN PACCHETTO CHIUSO' TO WS-TOT-LABEL.
          MOVE WS-CTR-CONSERVATI TO WS-TOT-CONTA.
          MOVE WS-RIGA-TOTALE TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING 1 LINE.
          MOVE SPACES TO WS-RIGA-TOTALE.
          MOVE 'NON DISPONIBILI (COPIA ASSENTE IN SDIDOC)'
               TO WS-TOT-LABEL.
          MOVE WS-CTR-NON-DISPONIBILI TO WS-TOT-CONTA.
          MOVE WS-RIGA-TOTALE TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING 1 LINE.
          MOVE SPACES TO WS-RIGA-TOTALE.
          MOVE 'DA CONSERVARE AL PROSSIMO GIRO' TO WS-TOT-LABEL.
          MOVE WS-CTR-DA-CONSERVARE TO WS-TOT-CONTA.
          MOVE WS-RIGA-TOTALE TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING 1 LINE.
          MOVE SPACES TO WS-RIGA-TOTALE.
          MOVE 'IN UN PACCHETTO NON CHIUSO' TO WS-TOT-LABEL.
          MOVE WS-CTR-NON-CHIUSI TO WS-TOT-CONTA.
          MOVE WS-RIGA-TOTALE TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING 1 LINE.
       STAMPA-DOCUMENTI-EX.
          EXIT.

       CONTROLLA-DOCUMENTO.
          READ SDIREG NEXT RECORD AT END MOVE 1 TO SW-FINE-SDIREG
               GO TO CONTROLLA-DOCUMENTO-EX.
          IF FS-SDIREG NOT = '00'
             DISPLAY 'ERRORE IN LETTURA SDIREG - FS=' FS-SDIREG
             MOVE 1 TO SW-FINE-SDIREG
             GO TO CONTROLLA-DOCUMENTO-EX.
          IF NOT REG-ACCETTATO
             GO TO CONTROLLA-DOCUMENTO-EX.
          ADD 1 TO WS-CTR-ACCETTATI.
          MOVE SPACES TO WS-D-PERIODO.
          MOVE REG-PIVA    TO SCN-PIVA.
          MOVE REG-NUM-FAT TO SCN-NUM-FAT.
          READ SDICONS.
          IF FS-SDICONS = '00'
             GO TO C030.
      *   NON INDICIZZATO: CONSERVABILE SOLO SE LA COPIA C'E'.
          MOVE REG-PIVA    TO SDD-PIVA.
          MOVE REG-NUM-FAT TO SDD-NUM-FAT.
          MOVE ZEROES      TO SDD-RIGA.
          START SDIDOC KEY IS NOT LESS THAN KEY-SDIDOC
                INVALID KEY MOVE HIGH-VALUES TO SDD-PIVA.
          IF SDD-PIVA NOT = HIGH-VALUES
             READ SDIDOC NEXT RECORD
                  AT END MOVE HIGH-VALUES TO SDD-PIVA.
          IF SDD-PIVA = REG-PIVA AND SDD-NUM-FAT = REG-NUM-FAT
             ADD 1 TO WS-CTR-DA-CONSERVARE
             MOVE 'NON ANCORA IN UN PACCHETTO' TO WS-D-NOTE
          ELSE
             ADD 1 TO WS-CTR-NON-DISPONIBILI
             MOVE 'DOCUMENTO NON DISPONIBILE: NON CONSERVABILE'
                  TO WS-D-NOTE.
          PERFORM STAMPA-DETTAGLIO THRU STAMPA-DETTAGLIO-EX.
          GO TO CONTROLLA-DOCUMENTO-EX.
       C030.
          MOVE SCN-PERIODO TO PCS-PERIODO.
          READ PACCONS.
          IF FS-PACCONS = '00' AND PCS-CHIUSO
             ADD 1 TO WS-CTR-CONSERVATI
             GO TO CONTROLLA-DOCUMENTO-EX.
          ADD 1 TO WS-CTR-NON-CHIUSI.
          MOVE SCN-PERIODO TO WS-D-PERIODO.
          MOVE 'PACCHETTO DEL PERIODO NON CHIUSO' TO WS-D-NOTE.
          PERFORM STAMPA-DETTAGLIO THRU STAMPA-DETTAGLIO-EX.
       CONTROLLA-DOCUMENTO-EX.
          EXIT.

       STAMPA-DETTAGLIO.
          MOVE REG-PIVA       TO WS-D-PIVA.
          MOVE REG-NUM-FAT    TO WS-D-NUM-FAT.
          MOVE REG-COD-CLI    TO WS-D-COD-CLI.
          MOVE REG-DATA-TRASM TO WS-D-DATA-TR.
          MOVE REG-DATA-ESITO TO WS-D-DATA-ES.
          MOVE WS-DET-DOCUMENTO TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING 1 LINE.
       STAMPA-DETTAGLIO-EX.
          EXIT.

       STAMPA-INTESTAZIONE.
          ADD 1 TO WS-STAMPA-PAGINA.
          MOVE WS-STAMPA-PAGINA TO WS-INT-PAGINA.
          MOVE WS-DATA-OGGI TO WS-INT-DATA.
          MOVE WS-INT-1 TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING PAGE.
          MOVE WS-INT-PARTE TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING 2 LINES.
       STAMPA-INTESTAZIONE-EX.
          EXIT.

       OP-FINALI.
          CLOSE SDIREG, SDIDOC, SDICONS, PACCONS, STAMPACTR.
          DISPLAY 'DOCUMENTI ACCETTATI:      ' WS-CTR-ACCETTATI.
          DISPLAY 'IN PACCHETTO CHIUSO:      ' WS-CTR-CONSERVATI.
          DISPLAY 'NON DISPONIBILI:          ' WS-CTR-NON-DISPONIBILI.
          DISPLAY 'DA CONSERVARE:            ' WS-CTR-DA-CONSERVARE.
          DISPLAY 'IN PACCHETTO NON CHIUSO:  ' WS-CTR-NON-CHIUSI.
       OP-FINALI-EX.
          EXIT.
