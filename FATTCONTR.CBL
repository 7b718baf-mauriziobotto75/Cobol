      ******************************************************************
      *  FATTURAZIONE DEI CONTRATTI DI ADDEBITO RICORRENTE: LEGGE IL
      *  FILE CONTRATTI (MANUTENUTO CON GESCONTR) E PER OGNI
      *  CONTRATTO ATTIVO CON IL PROSSIMO ADDEBITO ARRIVATO ALLA DATA
      *  DEL GIRO SCRIVE LA FATTURA DIRETTAMENTE IN FFATTURE, NEL
      *  TRACCIATO STANDARD (CON UNA RIGA IN FATRIGHE: DESCRIZIONE
      *  DEL CONTRATTO E PERIODO), COSI' CHE PASSI DA GESFATTURE,
      *  PARTITE E SOLLECITI COME OGNI ALTRO CREDITO. VA LANCIATO
      *  PRIMA DI GESFATTURE (PASSO DELLA CATENA NOTTURNA: TERMINA
      *  CON GOBACK E SCRIVE INIZIO E FINE SU RUNJRNL).
      *  DOPO OGNI ADDEBITO LA DATA DEL PROSSIMO AVANZA DI UN
      *  PERIODO SECONDO LA FREQUENZA (STESSO GIORNO DELLA DATA
      *  INIZIO, O FINE MESE SE IL MESE E' PIU' CORTO); PERIODI
      *  ARRETRATI SI FATTURANO TUTTI NELLO STESSO GIRO. OLTRE LA
      *  DATA FINE IL CONTRATTO PASSA A CHIUSO. IL NUMERO FATTURA
      *  VIENE DAL PROTOCOLLO NUMFATT, SERIE 'F' DELL'ANNO. IL FILE
      *  CONTRFAT TIENE LA FATTURA EMESSA PER CONTRATTO E PERIODO,
      *  QUINDI UN PERIODO NON SI FATTURA DUE VOLTE ANCHE SE UN GIRO
      *  INTERROTTO NON HA FATTO AVANZARE LA DATA (STESSA PROTEZIONE
      *  DI RETTEANN IN FATTCORSI). STAMPA IL REGISTRO DELLE FATTURE
      *  EMESSE.
      *  SE IL MESE IVA DELLA DATA CONTABILE E' IN CHIUSURA O CHIUSO
      *  DA REGIVA (ROUTINE PERIVA) IL GIRO NON FATTURA NULLA E
      *  TERMINA CON RETURN-CODE 16.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. FATTCONTR.
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

           SELECT CONTRFAT ASSIGN TO DATABASE-CONTRFAT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-CONTRFAT
           FILE STATUS IS FS-CONTRFAT.

           SELECT FFATTURE ASSIGN TO DATABASE-FFATTURE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-FFATTURE
           FILE STATUS IS FS-FATTURE.

           SELECT FATRIGHE ASSIGN TO DATABASE-FATRIGHE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-FATRIGHE
           FILE STATUS IS FS-FATRIGHE.

           SELECT NUMFATT ASSIGN TO DATABASE-NUMFATT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-NUMFATT
           FILE STATUS IS FS-NUMFATT.

           SELECT REGISTRO ASSIGN TO PRINTER-REGISTRO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REGISTRO.

           SELECT OPTIONAL RUNJRNL ASSIGN TO FORMATFILE-RUNJRNL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RUNJRNL.

       DATA DIVISION.

       FILE SECTION.
      *----------------------------------------------------------------
      *  CONTRATTI DI ADDEBITO RICORRENTE (VEDI GESCONTR).
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
           05 CTR-DATA-INIZIO-R REDEFINES CTR-DATA-INIZIO.
             07 FILLER         PIC 9(6).
             07 CTR-GIORNO-INIZIO PIC 9(2).
           05 CTR-DATA-FINE    PIC 9(8).
           05 CTR-DATA-PROSSIMA PIC 9(8).
           05 CTR-STATO        PIC X.
              88 CTR-ATTIVO         VALUE 'A'.
              88 CTR-SOSPESO        VALUE 'S'.
              88 CTR-CHIUSO         VALUE 'C'.
           05 CTR-ULT-NUM-FAT  PIC X(8).
           05 FILLER           PIC X(13).

      *----------------------------------------------------------------
      *  ADDEBITI EMESSI: UNO PER CONTRATTO E PERIODO (DATA DI
      *  ADDEBITO PREVISTA), CON LA FATTURA CHE L'HA PORTATO.
      *----------------------------------------------------------------
       FD CONTRFAT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REC-CONTRFAT.
       01 REC-CONTRFAT.
           05 KEY-CONTRFAT.
             07 CFA-COD-CLI    PIC 9(5).
             07 CFA-PROGR      PIC 9(3).
             07 CFA-PERIODO    PIC 9(8).
           05 CFA-NUM-FAT      PIC X(8).
           05 CFA-DATA-FATT    PIC 9(8).
           05 FILLER           PIC X(8).

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
              88 FFAT-DOC-IN-EURO VALUE 'EUR' '   '.
           05 FFAT-CAMBIO      PIC 9(3)V9(6) COMP-3.
           05 FFAT-IMP-DIVISA  PIC 9(14) COMP-3.
      *    CODICE IVA (TABELLA CODIVA); SPAZI = REGIME ORDINARIO.
           05 FFAT-COD-IVA     PIC X(4).
           05 FILLER           PIC X(4).

      *----------------------------------------------------------------
      *  RIGHE DEL DOCUMENTO (CHIAVE = CHIAVE FFATTURE + RIGA).
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

       FD REGISTRO
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REC-REGISTRO.
       01 REC-REGISTRO         PIC X(132).

      *----------------------------------------------------------------
      *  GIORNALE RUN CONDIVISO DI SUITE: UN RECORD 'I' ALL'AVVIO E
      *  UNO 'F' ALLA FINE DI OGNI BATCH (VEDI STAMPAJRN).
      *----------------------------------------------------------------
       FD RUNJRNL
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS REC-RUNJRNL.
       01 REC-RUNJRNL.
           05 JRN-PROGRAMMA    PIC X(10).
           05 JRN-DATA         PIC 9(8).
           05 JRN-ORA          PIC 9(8).
           05 JRN-TIPO         PIC X.
           05 JRN-CONTATORE    PIC 9(7).
           05 JRN-COMPLETAMENTO PIC 99.
           05 FILLER           PIC X(14).

       WORKING-STORAGE SECTION.

       01 FS-CONTRATTI               PIC 9(2) VALUE ZEROES.
       01 FS-CONTRFAT                PIC 9(2) VALUE ZEROES.
       01 FS-FATTURE                 PIC 9(2) VALUE ZEROES.
       01 FS-FATRIGHE                PIC 9(2) VALUE ZEROES.
       01 FS-NUMFATT                 PIC 9(2) VALUE ZEROES.
       01 FS-REGISTRO                PIC 9(2) VALUE ZEROES.
       01 FS-RUNJRNL                 PIC 9(2) VALUE ZEROES.

       01 SW-FINE-CONTRATTI          PIC 9(1) VALUE ZEROES.
           88 EOF-CONTRATTI           VALUE 1.
       01 SW-NUM-NUOVO               PIC X(1) VALUE 'N'.
           88 WS-NUM-NUOVO            VALUE 'S'.
       01 SW-ABORT                   PIC X(1) VALUE 'N'.
           88 WS-RUN-DA-ABORTIRE      VALUE 'S'.
       01 SW-CTR-AGGIORNATO          PIC X(1) VALUE 'N'.
           88 WS-CTR-AGGIORNATO       VALUE 'S'.

       01 WS-CAMPI-CONTATORI.
           05 WS-CTR-LETTI            PIC 9(7) VALUE ZEROES.
           05 WS-CTR-FATTURATI        PIC 9(7) VALUE ZEROES.
           05 WS-CTR-GIA-FATTURATI    PIC 9(7) VALUE ZEROES.
           05 WS-CTR-NON-ATTIVI       PIC 9(7) VALUE ZEROES.
           05 WS-CTR-CHIUSI           PIC 9(7) VALUE ZEROES.

       01 WS-DATA-RUN                PIC 9(8) VALUE ZEROES.
       01 WS-DATA-RUN-R REDEFINES WS-DATA-RUN.
           05 WS-RUN-ANNO            PIC 9(4).
           05 WS-RUN-ANNO-R REDEFINES WS-RUN-ANNO.
              07 FILLER              PIC 99.
              07 WS-RUN-AA           PIC 99.
           05 WS-RUN-MESE            PIC 9(2).
           05 WS-RUN-GIORNO          PIC 9(2).
       01 WS-DATA-SCAD               PIC 9(8) VALUE ZEROES.
       01 WS-JRN-ORA                 PIC 9(8) VALUE ZEROES.
       01 WS-JRN-TIPO                PIC X    VALUE 'I'.
       01 WS-JRN-CONTATORE           PIC 9(7) VALUE ZEROES.
       01 WS-JRN-COMPLETAMENTO       PIC 99   VALUE ZEROES.

      *----------------------------------------------------------------
      *  DATA DI LAVORO PER L'AVANZAMENTO DI MESI (PROSSIMO ADDEBITO
      *  E SCADENZA), CON IL GIORNO RIPORTATO A FINE MESE QUANDO IL
      *  MESE E' PIU' CORTO.
      *----------------------------------------------------------------
       01 WS-DATA-CALC               PIC 9(8) VALUE ZEROES.
       01 WS-DATA-CALC-R REDEFINES WS-DATA-CALC.
           05 WS-CAL-ANNO            PIC 9(4).
           05 WS-CAL-MESE            PIC 9(2).
           05 WS-CAL-GIORNO          PIC 9(2).
       01 WS-MESI-DA-AGGIUNGERE      PIC 9(2) VALUE ZEROES.
       01 WS-GIORNO-RIF              PIC 9(2) VALUE ZEROES.
       01 WS-TAB-GG-MESE-V           PIC X(24)
                                   VALUE '312831303130313130313031'.
       01 WS-TAB-GG-MESE REDEFINES WS-TAB-GG-MESE-V.
           05 WS-GG-MESE             PIC 9(2) OCCURS 12 TIMES.
       01 WS-GG-FINE-MESE            PIC 9(2) VALUE ZEROES.
       01 WS-QUOZIENTE               PIC 9(4) VALUE ZEROES.
       01 WS-RESTO-4                 PIC 9(4) VALUE ZEROES.
       01 WS-RESTO-100               PIC 9(4) VALUE ZEROES.
       01 WS-RESTO-400               PIC 9(4) VALUE ZEROES.

       01 WS-PERIODO                 PIC 9(8) VALUE ZEROES.
       01 WS-PERIODO-R REDEFINES WS-PERIODO.
           05 WS-PER-ANNO            PIC 9(4).
           05 WS-PER-MESE            PIC 9(2).
           05 WS-PER-GIORNO          PIC 9(2).

      *----------------------------------------------------------------
      *  NUMERO DI PROTOCOLLO DELLA FATTURA: SERIE F + ANNO A DUE
      *  CIFRE + PROGRESSIVO (ES. F2600001).
      *----------------------------------------------------------------
       01 WS-NUMERO-PROT.
           05 WS-PROT-SERIE          PIC X(1) VALUE 'F'.
           05 WS-PROT-AA             PIC 9(2) VALUE ZEROES.
           05 WS-PROT-PROGR          PIC 9(5) VALUE ZEROES.

       01 WS-IMPONIBILE              PIC 9(9) VALUE ZEROES.
       01 WS-IVA                     PIC 9(9) VALUE ZEROES.
       01 WS-TOTALE                  PIC 9(9) VALUE ZEROES.
       01 WS-TOT-IMPONIBILE          PIC 9(11) VALUE ZEROES.
       01 WS-TOT-IVA                 PIC 9(11) VALUE ZEROES.
       01 WS-TOT-TOTALE              PIC 9(11) VALUE ZEROES.

       01 WS-INT-1.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(45)
              VALUE 'FATTCONTR - ADDEBITI RICORRENTI FATTURATI AL '.
           05 WS-I1-DATA     PIC 9(8).
           05 FILLER         PIC X(77) VALUE SPACES.

       01 WS-INT-2.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(7)  VALUE 'CLIENTE'.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(5)  VALUE 'CONTR'.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(30) VALUE 'DESCRIZIONE'.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(8)  VALUE 'PERIODO'.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(8)  VALUE 'FATTURA'.
           05 FILLER         PIC X(15) VALUE '     IMPONIBILE'.
           05 FILLER         PIC X(15) VALUE '            IVA'.
           05 FILLER         PIC X(15) VALUE '         TOTALE'.
           05 FILLER         PIC X(19) VALUE SPACES.

       01 WS-DET-STAMPA.
           05 FILLER         PIC X(4)  VALUE SPACES.
           05 WS-D-COD-CLI   PIC 9(5).
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 WS-D-PROGR     PIC 9(3).
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 WS-D-DESCR     PIC X(30).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-PERIODO   PIC 9(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-NUM-FAT   PIC X(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-IMPONIB   PIC Z(8)9,99.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-IVA       PIC Z(8)9,99.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-TOTALE    PIC Z(8)9,99.
           05 FILLER         PIC X(19) VALUE SPACES.

       01 WS-RIGA-TOTALE.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-TOT-LABEL   PIC X(34) VALUE SPACES.
           05 WS-TOT-CONTA   PIC ZZZZ9.
           05 FILLER         PIC X(28) VALUE SPACES.
           05 WS-TOT-IMPONIB PIC Z(10)9,99.
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-TOT-IVA-E   PIC Z(10)9,99.
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-TOT-TOT-E   PIC Z(10)9,99.
           05 FILLER         PIC X(19) VALUE SPACES.

           COPY PAR_DataCont.
           COPY PAR_PerIva.

       PROCEDURE DIVISION.

       INIZIO.
          PERFORM OP-INIZIALI THRU OP-INIZIALI-EX.
          PERFORM LAVORA-CONTRATTO THRU LAVORA-CONTRATTO-EX
                  UNTIL EOF-CONTRATTI OR WS-RUN-DA-ABORTIRE.
          PERFORM OP-FINALI THRU OP-FINALI-EX.
          IF WS-RUN-DA-ABORTIRE
             MOVE 16 TO RETURN-CODE
             GOBACK.
          GOBACK.

       OP-INIZIALI.
          MOVE 'D' TO DCP-FUNZIONE.
          MOVE 'FATTCONTR' TO DCP-PROGRAMMA.
          CALL 'DATACONT' USING PARAMETRI-DATACONT.
          MOVE DCP-DATA-CONTABILE TO WS-DATA-RUN.
      *   SCADENZA A UN MESE DALLA DATA FATTURA, STESSO GIORNO (O
      *   FINE MESE).
          MOVE WS-DATA-RUN   TO WS-DATA-CALC.
          MOVE WS-RUN-GIORNO TO WS-GIORNO-RIF.
          MOVE 1             TO WS-MESI-DA-AGGIUNGERE.
          PERFORM AGGIUNGI-MESI THRU AGGIUNGI-MESI-EX.
          MOVE WS-DATA-CALC  TO WS-DATA-SCAD.
          MOVE 'I' TO WS-JRN-TIPO.
          PERFORM SCRIVI-RUNJRNL THRU SCRIVI-RUNJRNL-EX.
      *   LE FATTURE PORTANO LA DATA CONTABILE: IL SUO MESE IVA DEVE
      *   ESSERE ANCORA APERTO (COME IN FATTCORSI).
          MOVE 'V'         TO PIV-FUNZIONE.
          MOVE 'FATTCONTR' TO PIV-PROGRAMMA.
          MOVE WS-DATA-RUN TO PIV-DATA.
          CALL 'PERIVA' USING PARAMETRI-PERIVA.
          IF PIV-ESITO-ERRORE
             DISPLAY 'STATO DEL PERIODO IVA NON LEGGIBILE'
             PERFORM TERMINA-IN-ERRORE THRU TERMINA-IN-ERRORE-EX.
          IF PIV-ESITO-RIFIUTO
             DISPLAY 'MESE IVA ' PIV-MESE ' IN CHIUSURA O CHIUSO ('
                     'LIQUIDAZIONE ' PIV-PERIODO-LIQ '): CONTRATTI NON '
                     'FATTURABILI CON DATA ' WS-DATA-RUN
             PERFORM TERMINA-IN-ERRORE THRU TERMINA-IN-ERRORE-EX.
          OPEN I-O CONTRATTI.
          IF FS-CONTRATTI NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE CONTRATTI - FS=' FS-CONTRATTI
             PERFORM TERMINA-IN-ERRORE THRU TERMINA-IN-ERRORE-EX.
          PERFORM APRI-FFATTURE THRU APRI-FFATTURE-EX.
          PERFORM APRI-FATRIGHE THRU APRI-FATRIGHE-EX.
          PERFORM APRI-NUMFATT THRU APRI-NUMFATT-EX.
          PERFORM APRI-CONTRFAT THRU APRI-CONTRFAT-EX.
          OPEN OUTPUT REGISTRO.
          IF FS-REGISTRO NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE IL REGISTRO - FS='
                     FS-REGISTRO
             PERFORM TERMINA-IN-ERRORE THRU TERMINA-IN-ERRORE-EX.
          MOVE WS-DATA-RUN TO WS-I1-DATA.
          MOVE WS-INT-1 TO REC-REGISTRO.
          WRITE REC-REGISTRO AFTER ADVANCING PAGE.
          MOVE WS-INT-2 TO REC-REGISTRO.
          WRITE REC-REGISTRO AFTER ADVANCING 2 LINES.
          MOVE ZEROES TO CTR-COD-CLI CTR-PROGR.
          START CONTRATTI KEY IS NOT LESS THAN KEY-CONTRATTI
                INVALID KEY MOVE 1 TO SW-FINE-CONTRATTI.
          IF NOT EOF-CONTRATTI
             PERFORM LEGGI-CONTRATTO THRU LEGGI-CONTRATTO-EX.
       OP-INIZIALI-EX.
          EXIT.

      *----------------------------------------------------------------
      *  ERRORE BLOCCANTE IN APERTURA: FINE SU RUNJRNL CON CODICE 16
      *  E USCITA (LA CATENA NON FA PARTIRE I PASSI SUCCESSIVI).
      *----------------------------------------------------------------
       TERMINA-IN-ERRORE.
          MOVE 'F'    TO WS-JRN-TIPO.
          MOVE ZEROES TO WS-JRN-CONTATORE.
          MOVE 16     TO WS-JRN-COMPLETAMENTO.
          PERFORM SCRIVI-RUNJRNL THRU SCRIVI-RUNJRNL-EX.
          MOVE 16 TO RETURN-CODE.
          GOBACK.
       TERMINA-IN-ERRORE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  APRE FFATTURE E FATRIGHE IN I-O, CREANDOLI ALLA PRIMA
      *  ESECUZIONE (SCHEMA DI APRI-FFATTURE IN INSFATTURE).
      *----------------------------------------------------------------
       APRI-FFATTURE.
          OPEN I-O FFATTURE.
          IF FS-FATTURE NOT = '00'
             OPEN OUTPUT FFATTURE
             CLOSE FFATTURE
             OPEN I-O FFATTURE.
          IF FS-FATTURE NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE FFATTURE - FS=' FS-FATTURE
             PERFORM TERMINA-IN-ERRORE THRU TERMINA-IN-ERRORE-EX.
       APRI-FFATTURE-EX.
          EXIT.

       APRI-FATRIGHE.
          OPEN I-O FATRIGHE.
          IF FS-FATRIGHE NOT = '00'
             OPEN OUTPUT FATRIGHE
             CLOSE FATRIGHE
             OPEN I-O FATRIGHE.
          IF FS-FATRIGHE NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE FATRIGHE - FS=' FS-FATRIGHE
             PERFORM TERMINA-IN-ERRORE THRU TERMINA-IN-ERRORE-EX.
       APRI-FATRIGHE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  APRE IL PROTOCOLLO IN I-O (CREANDOLO SE MANCA) E CONTROLLA
      *  CHE LA SERIE FATTURE DELL'ANNO NON PORTI GIA' UNA DATA
      *  SUCCESSIVA A QUELLA DEL GIRO: I NUMERI DEVONO SEGUIRE LE
      *  DATE, QUINDI IN QUEL CASO NIENTE GIRO.
      *----------------------------------------------------------------
       APRI-NUMFATT.
          OPEN I-O NUMFATT.
          IF FS-NUMFATT NOT = '00'
             OPEN OUTPUT NUMFATT
             CLOSE NUMFATT
             OPEN I-O NUMFATT.
          IF FS-NUMFATT NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE NUMFATT - FS=' FS-NUMFATT
             PERFORM TERMINA-IN-ERRORE THRU TERMINA-IN-ERRORE-EX.
          MOVE WS-RUN-ANNO TO NUM-ANNO.
          MOVE 'F'         TO NUM-SERIE.
          READ NUMFATT.
          IF FS-NUMFATT = '00'
          AND NUM-DATA-ULT > WS-DATA-RUN
             DISPLAY 'PROTOCOLLO FATTURE CON DATA ' NUM-DATA-ULT
                     ' SUCCESSIVA AL GIRO: VERIFICARE CON GESNUMFAT'
             PERFORM TERMINA-IN-ERRORE THRU TERMINA-IN-ERRORE-EX.
       APRI-NUMFATT-EX.
          EXIT.

      *----------------------------------------------------------------
      *  APRE GLI ADDEBITI EMESSI IN I-O, CREANDOLI ALLA PRIMA
      *  ESECUZIONE.
      *----------------------------------------------------------------
       APRI-CONTRFAT.
          OPEN I-O CONTRFAT.
          IF FS-CONTRFAT NOT = '00'
             OPEN OUTPUT CONTRFAT
             CLOSE CONTRFAT
             OPEN I-O CONTRFAT.
          IF FS-CONTRFAT NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE CONTRFAT - FS=' FS-CONTRFAT
             PERFORM TERMINA-IN-ERRORE THRU TERMINA-IN-ERRORE-EX.
       APRI-CONTRFAT-EX.
          EXIT.

       LEGGI-CONTRATTO.
          READ CONTRATTI NEXT RECORD AT END MOVE 1 TO SW-FINE-CONTRATTI
                         GO TO LEGGI-CONTRATTO-EX.
          IF FS-CONTRATTI NOT = '00'
             DISPLAY 'ERRORE IN LETTURA CONTRATTI - FS=' FS-CONTRATTI
             MOVE 1 TO SW-FINE-CONTRATTI
             GO TO LEGGI-CONTRATTO-EX.
          ADD 1 TO WS-CTR-LETTI.
       LEGGI-CONTRATTO-EX.
          EXIT.

      *----------------------------------------------------------------
      *  UN CONTRATTO ATTIVO SI FATTURA PER OGNI PERIODO GIA'
      *  ARRIVATO ALLA DATA DEL GIRO; OLTRE LA DATA FINE PASSA A
      *  CHIUSO. IL CONTRATTO SI RISCRIVE UNA VOLTA SOLA, ALLA FINE.
      *----------------------------------------------------------------
       LAVORA-CONTRATTO.
          IF NOT CTR-ATTIVO
             ADD 1 TO WS-CTR-NON-ATTIVI
             GO TO Z030.
          MOVE 'N' TO SW-CTR-AGGIORNATO.
          PERFORM VERIFICA-FINE-CONTRATTO
                  THRU VERIFICA-FINE-CONTRATTO-EX.
          PERFORM FATTURA-PERIODO THRU FATTURA-PERIODO-EX
                  UNTIL CTR-DATA-PROSSIMA > WS-DATA-RUN
                     OR NOT CTR-ATTIVO
                     OR WS-RUN-DA-ABORTIRE.
          IF NOT WS-CTR-AGGIORNATO
             GO TO Z030.
          REWRITE REC-CONTRATTI.
          IF FS-CONTRATTI NOT = '00'
             DISPLAY 'ERRORE IN AGGIORNAMENTO CONTRATTI - FS='
                     FS-CONTRATTI ' CLIENTE ' CTR-COD-CLI
                     ' CONTRATTO ' CTR-PROGR
             MOVE 'S' TO SW-ABORT
             GO TO LAVORA-CONTRATTO-EX.
       Z030.
          PERFORM LEGGI-CONTRATTO THRU LEGGI-CONTRATTO-EX.
       LAVORA-CONTRATTO-EX.
          EXIT.

       VERIFICA-FINE-CONTRATTO.
          IF CTR-DATA-FINE NOT = ZEROES
          AND CTR-DATA-PROSSIMA > CTR-DATA-FINE
             MOVE 'C' TO CTR-STATO
             MOVE 'S' TO SW-CTR-AGGIORNATO
             ADD 1 TO WS-CTR-CHIUSI.
       VERIFICA-FINE-CONTRATTO-EX.
          EXIT.

      *----------------------------------------------------------------
      *  FATTURA DEL PERIODO CHE SCADE ALLA DATA DEL PROSSIMO
      *  ADDEBITO, SE CONTRFAT NON LA REGISTRA GIA'; POI LA DATA
      *  AVANZA DI UN PERIODO. UN ERRORE DI PROTOCOLLO FERMA IL GIRO
      *  (I NUMERI SUCCESSIVI SAREBBERO ANCH'ESSI SBAGLIATI).
      *----------------------------------------------------------------
       FATTURA-PERIODO.
          MOVE CTR-DATA-PROSSIMA TO WS-PERIODO.
          MOVE CTR-COD-CLI       TO CFA-COD-CLI.
          MOVE CTR-PROGR         TO CFA-PROGR.
          MOVE WS-PERIODO        TO CFA-PERIODO.
          READ CONTRFAT.
          IF FS-CONTRFAT = '00'
             ADD 1 TO WS-CTR-GIA-FATTURATI
             GO TO Z040.
          PERFORM PRENDI-NUMERO THRU PRENDI-NUMERO-EX.
          IF FS-NUMFATT NOT = '00'
             MOVE 'S' TO SW-ABORT
             GO TO FATTURA-PERIODO-EX.
          MOVE CTR-IMPORTO TO WS-IMPONIBILE.
          COMPUTE WS-IVA ROUNDED = WS-IMPONIBILE * CTR-ALIQUOTA / 100.
          COMPUTE WS-TOTALE = WS-IMPONIBILE + WS-IVA.
          MOVE SPACES TO REC-FATTURE.
          MOVE CTR-COD-CLI    TO FFAT-COD-CLI.
          MOVE WS-NUMERO-PROT TO FFAT-NUM-FAT.
          MOVE WS-IMPONIBILE  TO FFAT-IMPONIB.
          MOVE WS-IVA         TO FFAT-IVA.
          MOVE WS-TOTALE      TO FFAT-TOT-FATT.
          MOVE CTR-ALIQUOTA   TO FFAT-ALIQUOTA.
          MOVE 'F'            TO FFAT-TIPO-DOC.
          MOVE WS-DATA-RUN    TO FFAT-DATA-FATT.
          MOVE WS-DATA-SCAD   TO FFAT-DATA-SCAD.
          MOVE 'EUR'          TO FFAT-DIVISA.
          MOVE 1              TO FFAT-CAMBIO.
          MOVE WS-TOTALE      TO FFAT-IMP-DIVISA.
          MOVE CTR-COD-IVA    TO FFAT-COD-IVA.
          WRITE REC-FATTURE.
      *   NUMERO GIA' PRESENTE PER IL CLIENTE: PROTOCOLLO INDIETRO
      *   RISPETTO ALL'ARCHIVIO, IL NUMERO NON SI CONSUMA.
          IF FS-FATTURE = '22'
             DISPLAY 'NUMERO ' FFAT-NUM-FAT ' GIA'' IN FFATTURE: '
                     'ALLINEARE IL PROTOCOLLO CON GESNUMFAT'
             MOVE 'S' TO SW-ABORT
             GO TO FATTURA-PERIODO-EX.
          IF FS-FATTURE NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA FFATTURE - FS=' FS-FATTURE
             MOVE 'S' TO SW-ABORT
             GO TO FATTURA-PERIODO-EX.
          PERFORM CONSUMA-NUMERO THRU CONSUMA-NUMERO-EX.
          PERFORM SCRIVI-RIGA-FATTURA THRU SCRIVI-RIGA-FATTURA-EX.
          PERFORM SCRIVI-CONTRFAT THRU SCRIVI-CONTRFAT-EX.
          MOVE FFAT-NUM-FAT TO CTR-ULT-NUM-FAT.
          ADD 1 TO WS-CTR-FATTURATI.
          ADD WS-IMPONIBILE TO WS-TOT-IMPONIBILE.
          ADD WS-IVA        TO WS-TOT-IVA.
          ADD WS-TOTALE     TO WS-TOT-TOTALE.
          PERFORM STAMPA-DETTAGLIO THRU STAMPA-DETTAGLIO-EX.
       Z040.
          PERFORM AVANZA-PROSSIMA THRU AVANZA-PROSSIMA-EX.
          PERFORM VERIFICA-FINE-CONTRATTO
                  THRU VERIFICA-FINE-CONTRATTO-EX.
       FATTURA-PERIODO-EX.
          EXIT.

      *----------------------------------------------------------------
      *  PROSSIMO NUMERO DELLA SERIE FATTURE DELL'ANNO (IL RECORD DI
      *  PROTOCOLLO NASCE AL PRIMO NUMERO). IL NUMERO SI CONSUMA
      *  SOLO DOPO LA SCRITTURA DELLA FATTURA (CONSUMA-NUMERO).
      *----------------------------------------------------------------
       PRENDI-NUMERO.
          MOVE 'N' TO SW-NUM-NUOVO.
          MOVE WS-RUN-ANNO TO NUM-ANNO.
          MOVE 'F'         TO NUM-SERIE.
          READ NUMFATT.
          IF FS-NUMFATT = '23'
             MOVE 'S' TO SW-NUM-NUOVO
             MOVE SPACES      TO REC-NUMFATT
             MOVE WS-RUN-ANNO TO NUM-ANNO
             MOVE 'F'         TO NUM-SERIE
             MOVE ZEROES      TO NUM-ULTIMO NUM-DATA-ULT
             MOVE 1           TO NUM-PRIMO
             MOVE '00'        TO FS-NUMFATT.
          IF FS-NUMFATT NOT = '00'
             DISPLAY 'ERRORE IN LETTURA NUMFATT - FS=' FS-NUMFATT
             GO TO PRENDI-NUMERO-EX.
          IF NUM-ULTIMO = 99999
             DISPLAY 'PROTOCOLLO FATTURE DELL''ANNO ESAURITO'
             MOVE '99' TO FS-NUMFATT
             GO TO PRENDI-NUMERO-EX.
          MOVE WS-RUN-AA TO WS-PROT-AA.
          COMPUTE WS-PROT-PROGR = NUM-ULTIMO + 1.
       PRENDI-NUMERO-EX.
          EXIT.

       CONSUMA-NUMERO.
          MOVE WS-PROT-PROGR TO NUM-ULTIMO.
          MOVE WS-DATA-RUN   TO NUM-DATA-ULT.
          IF WS-NUM-NUOVO
             WRITE REC-NUMFATT
          ELSE
             REWRITE REC-NUMFATT.
          IF FS-NUMFATT NOT = '00'
             DISPLAY 'ERRORE IN AGGIORNAMENTO NUMFATT - FS='
                     FS-NUMFATT
             MOVE 'S' TO SW-ABORT.
       CONSUMA-NUMERO-EX.
          EXIT.

      *----------------------------------------------------------------
      *  UNICA RIGA DEL DOCUMENTO: DESCRIZIONE DEL CONTRATTO CON IL
      *  MESE/ANNO DEL PERIODO, QUANTITA' 1 AL PREZZO DEL CANONE.
      *----------------------------------------------------------------
       SCRIVI-RIGA-FATTURA.
          MOVE SPACES        TO REC-FATRIGHE.
          MOVE FFAT-COD-CLI  TO RIG-COD-CLI.
          MOVE FFAT-NUM-FAT  TO RIG-NUM-FAT.
          MOVE 1             TO RIG-NUM-RIGA.
          STRING CTR-DESCRIZIONE DELIMITED BY SIZE
                 ' '             DELIMITED BY SIZE
                 WS-PER-MESE     DELIMITED BY SIZE
                 '/'             DELIMITED BY SIZE
                 WS-PER-ANNO     DELIMITED BY SIZE
             INTO RIG-DESCRIZIONE.
          MOVE 1             TO RIG-QUANTITA.
          MOVE WS-IMPONIBILE TO RIG-PREZZO-UNIT.
          MOVE ZEROES        TO RIG-SCONTO.
          MOVE CTR-ALIQUOTA  TO RIG-ALIQUOTA.
          MOVE WS-IMPONIBILE TO RIG-IMPONIB.
          WRITE REC-FATRIGHE.
          IF FS-FATRIGHE NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA FATRIGHE - FS=' FS-FATRIGHE
                     ' FATTURA ' FFAT-NUM-FAT.
       SCRIVI-RIGA-FATTURA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  REGISTRA L'ADDEBITO DEL PERIODO CON LA FATTURA CHE LO PORTA.
      *----------------------------------------------------------------
       SCRIVI-CONTRFAT.
          MOVE SPACES         TO REC-CONTRFAT.
          MOVE CTR-COD-CLI    TO CFA-COD-CLI.
          MOVE CTR-PROGR      TO CFA-PROGR.
          MOVE WS-PERIODO     TO CFA-PERIODO.
          MOVE FFAT-NUM-FAT   TO CFA-NUM-FAT.
          MOVE FFAT-DATA-FATT TO CFA-DATA-FATT.
          WRITE REC-CONTRFAT.
          IF FS-CONTRFAT NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA CONTRFAT - FS=' FS-CONTRFAT
                     ' FATTURA ' FFAT-NUM-FAT.
       SCRIVI-CONTRFAT-EX.
          EXIT.

      *----------------------------------------------------------------
      *  PROSSIMO ADDEBITO = ADDEBITO ATTUALE + I MESI DELLA
      *  FREQUENZA, NEL GIORNO DELLA DATA INIZIO.
      *----------------------------------------------------------------
       AVANZA-PROSSIMA.
          EVALUATE TRUE
             WHEN CTR-BIMESTRALE  MOVE 2  TO WS-MESI-DA-AGGIUNGERE
             WHEN CTR-TRIMESTRALE MOVE 3  TO WS-MESI-DA-AGGIUNGERE
             WHEN CTR-SEMESTRALE  MOVE 6  TO WS-MESI-DA-AGGIUNGERE
             WHEN CTR-ANNUALE     MOVE 12 TO WS-MESI-DA-AGGIUNGERE
             WHEN OTHER           MOVE 1  TO WS-MESI-DA-AGGIUNGERE
          END-EVALUATE.
          MOVE CTR-DATA-PROSSIMA  TO WS-DATA-CALC.
          MOVE CTR-GIORNO-INIZIO  TO WS-GIORNO-RIF.
          PERFORM AGGIUNGI-MESI THRU AGGIUNGI-MESI-EX.
          MOVE WS-DATA-CALC TO CTR-DATA-PROSSIMA.
          MOVE 'S' TO SW-CTR-AGGIORNATO.
       AVANZA-PROSSIMA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  WS-DATA-CALC + WS-MESI-DA-AGGIUNGERE MESI, GIORNO
      *  WS-GIORNO-RIF RIPORTATO A FINE MESE SE IL MESE E' PIU'
      *  CORTO (ANNI BISESTILI COMPRESI).
      *----------------------------------------------------------------
       AGGIUNGI-MESI.
          ADD WS-MESI-DA-AGGIUNGERE TO WS-CAL-MESE.
          IF WS-CAL-MESE > 12
             SUBTRACT 12 FROM WS-CAL-MESE
             ADD 1 TO WS-CAL-ANNO.
          MOVE WS-GG-MESE (WS-CAL-MESE) TO WS-GG-FINE-MESE.
          IF WS-CAL-MESE = 2
             DIVIDE WS-CAL-ANNO BY 4 GIVING WS-QUOZIENTE
                    REMAINDER WS-RESTO-4
             DIVIDE WS-CAL-ANNO BY 100 GIVING WS-QUOZIENTE
                    REMAINDER WS-RESTO-100
             DIVIDE WS-CAL-ANNO BY 400 GIVING WS-QUOZIENTE
                    REMAINDER WS-RESTO-400
             IF WS-RESTO-4 = ZEROES
             AND (WS-RESTO-100 NOT = ZEROES OR WS-RESTO-400 = ZEROES)
                MOVE 29 TO WS-GG-FINE-MESE.
          IF WS-GIORNO-RIF > WS-GG-FINE-MESE
             MOVE WS-GG-FINE-MESE TO WS-CAL-GIORNO
          ELSE
             MOVE WS-GIORNO-RIF TO WS-CAL-GIORNO.
       AGGIUNGI-MESI-EX.
          EXIT.

       STAMPA-DETTAGLIO.
          MOVE CTR-COD-CLI     TO WS-D-COD-CLI.
          MOVE CTR-PROGR       TO WS-D-PROGR.
          MOVE CTR-DESCRIZIONE TO WS-D-DESCR.
          MOVE WS-PERIODO      TO WS-D-PERIODO.
          MOVE FFAT-NUM-FAT    TO WS-D-NUM-FAT.
          MOVE WS-IMPONIBILE   TO WS-D-IMPONIB.
          MOVE WS-IVA          TO WS-D-IVA.
          MOVE WS-TOTALE       TO WS-D-TOTALE.
          MOVE WS-DET-STAMPA TO REC-REGISTRO.
          WRITE REC-REGISTRO AFTER ADVANCING 1 LINE.
       STAMPA-DETTAGLIO-EX.
          EXIT.

       STAMPA-TOTALI.
          MOVE SPACES TO WS-RIGA-TOTALE.
          MOVE 'FATTURE EMESSE' TO WS-TOT-LABEL.
          MOVE WS-CTR-FATTURATI  TO WS-TOT-CONTA.
          MOVE WS-TOT-IMPONIBILE TO WS-TOT-IMPONIB.
          MOVE WS-TOT-IVA        TO WS-TOT-IVA-E.
          MOVE WS-TOT-TOTALE     TO WS-TOT-TOT-E.
          MOVE WS-RIGA-TOTALE TO REC-REGISTRO.
          WRITE REC-REGISTRO AFTER ADVANCING 2 LINES.
          IF WS-RUN-DA-ABORTIRE
             MOVE SPACES TO REC-REGISTRO
             MOVE '  GIRO INTERROTTO PER ERRORE: VEDERE IL LOG'
                  TO REC-REGISTRO
             WRITE REC-REGISTRO AFTER ADVANCING 2 LINES.
       STAMPA-TOTALI-EX.
          EXIT.

       OP-FINALI.
          PERFORM STAMPA-TOTALI THRU STAMPA-TOTALI-EX.
          CLOSE CONTRATTI, CONTRFAT, FFATTURE, FATRIGHE, NUMFATT.
          CLOSE REGISTRO.
          DISPLAY 'CONTRATTI LETTI:      ' WS-CTR-LETTI.
          DISPLAY 'FATTURE EMESSE:       ' WS-CTR-FATTURATI.
          DISPLAY 'PERIODI GIA'' FATTURATI: ' WS-CTR-GIA-FATTURATI.
          DISPLAY 'CONTRATTI NON ATTIVI: ' WS-CTR-NON-ATTIVI.
          DISPLAY 'CONTRATTI CHIUSI ORA: ' WS-CTR-CHIUSI.
          MOVE 'F' TO WS-JRN-TIPO.
          MOVE WS-CTR-FATTURATI TO WS-JRN-CONTATORE.
          IF WS-RUN-DA-ABORTIRE
             MOVE 16 TO WS-JRN-COMPLETAMENTO
          ELSE
             MOVE ZEROES TO WS-JRN-COMPLETAMENTO.
          PERFORM SCRIVI-RUNJRNL THRU SCRIVI-RUNJRNL-EX.
       OP-FINALI-EX.
          EXIT.

      *----------------------------------------------------------------
      *  ACCODA AL GIORNALE RUN CONDIVISO DI SUITE IL RECORD DI
      *  INIZIO O DI FINE LAVORO (STORICO CON STAMPAJRN).
      *----------------------------------------------------------------
       SCRIVI-RUNJRNL.
          OPEN EXTEND RUNJRNL.
      *   STATUS 05 = FILE OPZIONALE CREATO ORA (PRIMO RUN): NON E'
      *   UN ERRORE.
          IF FS-RUNJRNL NOT = '00' AND FS-RUNJRNL NOT = '05'
             DISPLAY 'IMPOSSIBILE APRIRE RUNJRNL - FS=' FS-RUNJRNL
             GO TO SCRIVI-RUNJRNL-EX.
          ACCEPT WS-JRN-ORA FROM TIME.
          MOVE SPACES TO REC-RUNJRNL.
          MOVE 'FATTCONTR' TO JRN-PROGRAMMA.
          MOVE WS-DATA-RUN TO JRN-DATA.
          MOVE WS-JRN-ORA  TO JRN-ORA.
          MOVE WS-JRN-TIPO TO JRN-TIPO.
          MOVE WS-JRN-CONTATORE TO JRN-CONTATORE.
          MOVE WS-JRN-COMPLETAMENTO TO JRN-COMPLETAMENTO.
          WRITE REC-RUNJRNL.
          IF FS-RUNJRNL NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA RUNJRNL - FS=' FS-RUNJRNL.
          CLOSE RUNJRNL.
       SCRIVI-RUNJRNL-EX.
          EXIT.
