      ******************************************************************
      *  SITUAZIONE PREVENTIVI E ORDINI CLIENTI (FILE ORDINI, VEDI
      *  INSORDINI E FATTORD). PRIMA PARTE: ORDINI ACCETTATI DAL
      *  CLIENTE E NON ANCORA FATTURATI, CON LA DATA DI
      *  ACCETTAZIONE. SECONDA PARTE: PREVENTIVI APERTI CON LA
      *  VALIDITA' ENTRO I GIORNI DI PREAVVISO RICHIESTI (DEFAULT
      *  15), SEGNALANDO QUELLI GIA' SCADUTI CHE FATTORD NON HA
      *  ANCORA MARCATO. TOTALI DI NUMERO E IMPORTO PER PARTE.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. LISTORD.
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

           SELECT STAMPAORD ASSIGN TO PRINTER-STAMPAORD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-STAMPAORD.

       DATA DIVISION.

       FILE SECTION.
      *----------------------------------------------------------------
      *  PREVENTIVI E ORDINI CLIENTI (VEDI INSORDINI).
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
           05 ORD-DATA-OFF     PIC 9(8).
           05 ORD-DATA-VALID   PIC 9(8).
           05 ORD-DATA-ACCETT  PIC 9(8).
           05 ORD-STATO        PIC X.
              88 ORD-APERTO       VALUE 'A'.
              88 ORD-ACCETTATO    VALUE 'C'.
              88 ORD-SCADUTO      VALUE 'S'.
              88 ORD-FATTURATO    VALUE 'F'.
           05 ORD-NUM-FAT      PIC X(8).
           05 ORD-DATA-FATT    PIC 9(8).
           05 FILLER           PIC X(13).

       FD STAMPAORD
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REC-STAMPAORD.
       01 REC-STAMPAORD        PIC X(132).

       WORKING-STORAGE SECTION.

       01 FS-ORDINI                  PIC 9(2) VALUE ZEROES.
       01 FS-STAMPAORD               PIC 9(2) VALUE ZEROES.

       01 SW-FINE-ORDINI             PIC 9(1) VALUE ZEROES.
           88 EOF-ORDINI              VALUE 1.

      *----------------------------------------------------------------
      *  PARTE IN STAMPA: 1 = ORDINI DA FATTURARE, 2 = PREVENTIVI IN
      *  SCADENZA. OGNI PARTE E' UNA LETTURA COMPLETA DEL FILE.
      *----------------------------------------------------------------
       01 WS-PARTE                   PIC 9(1) VALUE ZEROES.
           88 WS-PARTE-ORDINI         VALUE 1.
           88 WS-PARTE-PREVENTIVI     VALUE 2.

       01 WS-CAMPI-CONTATORI.
           05 WS-CTR-LETTI            PIC 9(7) VALUE ZEROES.
           05 WS-CTR-PARTE            PIC 9(7) VALUE ZEROES.
           05 WS-CTR-DA-FATTURARE     PIC 9(7) VALUE ZEROES.
           05 WS-CTR-IN-SCADENZA      PIC 9(7) VALUE ZEROES.
       01 WS-TOT-PARTE               PIC 9(15) COMP-3 VALUE ZEROES.

       01 WS-DATA-OGGI               PIC 9(8) VALUE ZEROES.
       01 WS-GG-PREAVVISO            PIC 9(3) VALUE ZEROES.
       01 WS-DATA-LIMITE             PIC 9(8) VALUE ZEROES.

      *----------------------------------------------------------------
      *  DATA LIMITE = OGGI PIU' I GIORNI DI PREAVVISO IN GIORNI DI
      *  CALENDARIO (STESSA ROUTINE DI INSFATTURE).
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

       01 WS-STAMPA-PAGINA           PIC 9(3)  VALUE ZEROES.
       01 WS-STAMPA-RIGHE            PIC 9(2)  VALUE ZEROES.
       01 WS-STAMPA-MAX-RIGHE        PIC 9(2)  VALUE 50.

       01 WS-INT-1.
           05 FILLER     PIC X(2)  VALUE SPACES.
           05 FILLER     PIC X(43)
              VALUE 'LISTORD - SITUAZIONE PREVENTIVI E ORDINI AL'.
           05 FILLER     PIC X(1)  VALUE SPACES.
           05 WS-INT-DATA PIC 9(8).
           05 FILLER     PIC X(70) VALUE SPACES.
           05 FILLER     PIC X(5)  VALUE 'PAG. '.
           05 WS-INT-PAGINA PIC ZZ9.

       01 WS-INT-PARTE.
           05 FILLER     PIC X(2)  VALUE SPACES.
           05 WS-IP-TITOLO PIC X(70) VALUE SPACES.
           05 FILLER     PIC X(60) VALUE SPACES.

       01 WS-INT-2.
           05 FILLER     PIC X(2)  VALUE SPACES.
           05 FILLER     PIC X(8)  VALUE 'COD.CLI'.
           05 FILLER     PIC X(7)  VALUE 'NUMERO'.
           05 FILLER     PIC X(32) VALUE 'DESCRIZIONE'.
           05 FILLER     PIC X(10) VALUE 'DATA PREV.'.
           05 WS-I2-DATA PIC X(10) VALUE SPACES.
           05 FILLER     PIC X(15) VALUE '     IMPONIBILE'.
           05 FILLER     PIC X(15) VALUE '         TOTALE'.
           05 FILLER     PIC X(2)  VALUE SPACES.
           05 FILLER     PIC X(4)  VALUE 'DIV'.
           05 FILLER     PIC X(27) VALUE 'NOTE'.

       01 WS-DET-STAMPA.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-COD-CLI   PIC 9(5).
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 WS-D-NUM-ORD   PIC 9(5).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-DESCR     PIC X(30).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-DATA-OFF  PIC 9(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-DATA-RIF  PIC 9(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-IMPONIB   PIC Z(13)9.
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-D-TOTALE    PIC Z(13)9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-DIVISA    PIC X(3).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-D-NOTE      PIC X(27).

       01 WS-RIGA-TOTALE.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-TOT-LABEL   PIC X(40) VALUE SPACES.
           05 WS-TOT-CONTA   PIC ZZZZZZ9.
           05 FILLER         PIC X(32) VALUE SPACES.
           05 WS-TOT-TOTALE  PIC Z(14)9.
           05 FILLER         PIC X(36) VALUE SPACES.

           COPY PAR_DataCont.

       PROCEDURE DIVISION.

       INIZIO.
          PERFORM OP-INIZIALI THRU OP-INIZIALI-EX.
          MOVE 1 TO WS-PARTE.
          PERFORM STAMPA-PARTE THRU STAMPA-PARTE-EX.
          MOVE 2 TO WS-PARTE.
          PERFORM STAMPA-PARTE THRU STAMPA-PARTE-EX.
          PERFORM OP-FINALI THRU OP-FINALI-EX.
          GOBACK.

       OP-INIZIALI.
          DISPLAY 'GIORNI DI PREAVVISO SCADENZA PREVENTIVI (0 = 15): '.
          ACCEPT WS-GG-PREAVVISO.
          IF WS-GG-PREAVVISO = ZEROES
             MOVE 15 TO WS-GG-PREAVVISO.
          MOVE 'D' TO DCP-FUNZIONE.
          MOVE 'LISTORD' TO DCP-PROGRAMMA.
          CALL 'DATACONT' USING PARAMETRI-DATACONT.
          MOVE DCP-DATA-CONTABILE TO WS-DATA-OGGI.
          MOVE WS-DATA-OGGI    TO WS-DATA-CALC.
          MOVE WS-GG-PREAVVISO TO WS-GG-DA-AGGIUNGERE.
          PERFORM AGGIUNGI-GIORNI THRU AGGIUNGI-GIORNI-EX
                  UNTIL WS-GG-DA-AGGIUNGERE = ZEROES.
          MOVE WS-DATA-CALC TO WS-DATA-LIMITE.
          OPEN INPUT ORDINI.
          IF FS-ORDINI NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE ORDINI - FS=' FS-ORDINI
             MOVE 16 TO RETURN-CODE
             GOBACK.
          OPEN OUTPUT STAMPAORD.
          IF FS-STAMPAORD NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE IL REPORT - FS=' FS-STAMPAORD
             MOVE 16 TO RETURN-CODE
             GOBACK.
       OP-INIZIALI-EX.
          EXIT.

      *----------------------------------------------------------------
      *  UNA PARTE DEL REPORT: NUOVA PAGINA CON IL TITOLO DELLA
      *  PARTE, LETTURA DI TUTTO IL FILE DALL'INIZIO, TOTALE.
      *----------------------------------------------------------------
       STAMPA-PARTE.
          MOVE ZEROES TO WS-CTR-PARTE WS-TOT-PARTE.
          MOVE SPACES TO WS-IP-TITOLO.
          IF WS-PARTE-ORDINI
             MOVE 'ORDINI ACCETTATI DA FATTURARE' TO WS-IP-TITOLO
             MOVE 'ACCETTATO' TO WS-I2-DATA
          ELSE
             STRING 'PREVENTIVI APERTI IN SCADENZA ENTRO IL '
                    WS-DATA-LIMITE DELIMITED BY SIZE
                    INTO WS-IP-TITOLO
             MOVE 'VALIDO AL' TO WS-I2-DATA.
          PERFORM STAMPA-INTESTAZIONE THRU STAMPA-INTESTAZIONE-EX.
          MOVE ZEROES TO SW-FINE-ORDINI.
          MOVE ZEROES TO ORD-COD-CLI ORD-NUM-ORD.
          START ORDINI KEY IS NOT LESS THAN KEY-ORDINI
                INVALID KEY MOVE 1 TO SW-FINE-ORDINI.
          IF NOT EOF-ORDINI
             PERFORM LEGGI-ORDINE THRU LEGGI-ORDINE-EX.
          PERFORM ELABORA THRU ELABORA-EX UNTIL EOF-ORDINI.
          MOVE SPACES TO WS-RIGA-TOTALE.
          IF WS-PARTE-ORDINI
             MOVE 'TOTALE ORDINI DA FATTURARE' TO WS-TOT-LABEL
             MOVE WS-CTR-PARTE TO WS-CTR-DA-FATTURARE
          ELSE
             MOVE 'TOTALE PREVENTIVI IN SCADENZA' TO WS-TOT-LABEL
             MOVE WS-CTR-PARTE TO WS-CTR-IN-SCADENZA.
          MOVE WS-CTR-PARTE TO WS-TOT-CONTA.
          MOVE WS-TOT-PARTE TO WS-TOT-TOTALE.
          MOVE WS-RIGA-TOTALE TO REC-STAMPAORD.
          WRITE REC-STAMPAORD AFTER ADVANCING 2 LINES.
       STAMPA-PARTE-EX.
          EXIT.

       LEGGI-ORDINE.
          READ ORDINI NEXT RECORD AT END MOVE 1 TO SW-FINE-ORDINI
                         GO TO LEGGI-ORDINE-EX.
          IF FS-ORDINI NOT = '00'
             DISPLAY 'ERRORE IN LETTURA ORDINI - FS=' FS-ORDINI
             MOVE 1 TO SW-FINE-ORDINI
             GO TO LEGGI-ORDINE-EX.
          IF WS-PARTE-ORDINI
             ADD 1 TO WS-CTR-LETTI.
       LEGGI-ORDINE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  PARTE 1: SOLO ORDINI ACCETTATI. PARTE 2: SOLO PREVENTIVI
      *  APERTI CON VALIDITA' NON OLTRE LA DATA LIMITE.
      *----------------------------------------------------------------
       ELABORA.
          IF WS-PARTE-ORDINI
             IF NOT ORD-ACCETTATO
                GO TO C020
             ELSE
                MOVE ORD-DATA-ACCETT TO WS-D-DATA-RIF
                MOVE SPACES TO WS-D-NOTE.
          IF WS-PARTE-PREVENTIVI
             IF NOT ORD-APERTO OR ORD-DATA-VALID > WS-DATA-LIMITE
                GO TO C020
             ELSE
                MOVE ORD-DATA-VALID TO WS-D-DATA-RIF
                MOVE SPACES TO WS-D-NOTE
                IF ORD-DATA-VALID < WS-DATA-OGGI
                   MOVE 'GIA'' SCADUTO' TO WS-D-NOTE.
          PERFORM STAMPA-DETTAGLIO THRU STAMPA-DETTAGLIO-EX.
          ADD 1 TO WS-CTR-PARTE.
          ADD ORD-TOT-ORD TO WS-TOT-PARTE.
       C020.
          PERFORM LEGGI-ORDINE THRU LEGGI-ORDINE-EX.
       ELABORA-EX.
          EXIT.

       STAMPA-INTESTAZIONE.
          ADD 1 TO WS-STAMPA-PAGINA.
          MOVE WS-STAMPA-PAGINA TO WS-INT-PAGINA.
          MOVE WS-DATA-OGGI TO WS-INT-DATA.
          MOVE WS-INT-1 TO REC-STAMPAORD.
          WRITE REC-STAMPAORD AFTER ADVANCING PAGE.
          MOVE WS-INT-PARTE TO REC-STAMPAORD.
          WRITE REC-STAMPAORD AFTER ADVANCING 2 LINES.
          MOVE WS-INT-2 TO REC-STAMPAORD.
          WRITE REC-STAMPAORD AFTER ADVANCING 2 LINES.
          MOVE SPACES TO REC-STAMPAORD.
          WRITE REC-STAMPAORD AFTER ADVANCING 1 LINE.
          MOVE ZEROES TO WS-STAMPA-RIGHE.
       STAMPA-INTESTAZIONE-EX.
          EXIT.

       STAMPA-DETTAGLIO.
          IF WS-STAMPA-RIGHE >= WS-STAMPA-MAX-RIGHE
             PERFORM STAMPA-INTESTAZIONE THRU STAMPA-INTESTAZIONE-EX.
          MOVE ORD-COD-CLI     TO WS-D-COD-CLI.
          MOVE ORD-NUM-ORD     TO WS-D-NUM-ORD.
          MOVE ORD-DESCRIZIONE TO WS-D-DESCR.
          MOVE ORD-DATA-OFF    TO WS-D-DATA-OFF.
          MOVE ORD-IMPONIB     TO WS-D-IMPONIB.
          MOVE ORD-TOT-ORD     TO WS-D-TOTALE.
          IF ORD-DIVISA = SPACES
             MOVE 'EUR' TO WS-D-DIVISA
          ELSE
             MOVE ORD-DIVISA TO WS-D-DIVISA.
          MOVE WS-DET-STAMPA TO REC-STAMPAORD.
          WRITE REC-STAMPAORD AFTER ADVANCING 1 LINE.
          ADD 1 TO WS-STAMPA-RIGHE.
       STAMPA-DETTAGLIO-EX.
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

       OP-FINALI.
          CLOSE ORDINI, STAMPAORD.
          DISPLAY 'RECORD ORDINI LETTI:     ' WS-CTR-LETTI.
          DISPLAY 'ORDINI DA FATTURARE:     ' WS-CTR-DA-FATTURARE.
          DISPLAY 'PREVENTIVI IN SCADENZA:  ' WS-CTR-IN-SCADENZA.
       OP-FINALI-EX.
          EXIT.
