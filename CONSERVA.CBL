      ******************************************************************
      *  CONSERVAZIONE A NORMA DEI DOCUMENTI SDI: PER IL PERIODO
      *  RICHIESTO (AAAAMM, 0 = MESE PRECEDENTE) FORMA IL PACCHETTO DI
      *  CONSERVAZIONE CON TUTTI I DOCUMENTI CHE IL REGISTRO SDIREG DA'
      *  ACCETTATI CON ESITO ENTRO LA FINE DEL PERIODO E CHE NON SONO
      *  ANCORA IN UN PACCHETTO. PER OGNI DOCUMENTO IL PACCHETTO PORTA
      *  UN RECORD INDICE ('I': NUMERO, DATA, CLIENTE, P.IVA, TOTALI,
      *  DATE DI TRASMISSIONE E DI ESITO, IMPRONTA DI CONTROLLO) E LE
      *  RIGHE DEL DOCUMENTO COME TRASMESSO ('D'), PRESE
      *  DALL'ARCHIVIO DOCUMENTI SDIDOC (ALIMENTATO DA GESFATTURE E
      *  SDIRITRA); IN TESTA IL RECORD 'H' E IN CODA IL RECORD 'T'
      *  CON I CONTEGGI, I TOTALI E L'IMPRONTA DEL PACCHETTO.
      *  L'IMPRONTA E' UNA SOMMA DI CONTROLLO A DUE ACCUMULATORI
      *  MODULO 65521 (TIPO ADLER-32) SUI 200 BYTE DI OGNI RIGA.
      *  OGNI DOCUMENTO CONSERVATO VA NELL'INDICE SDICONS CON IL
      *  PERIODO DEL PACCHETTO, COSI' NON ENTRA IN UN ALTRO; A FINE
      *  GIRO IL PACCHETTO SI CHIUDE NEL REGISTRO PACCONS (UN RECORD
      *  PER PERIODO). UN PERIODO CHIUSO NON SI RIFA'; UN GIRO
      *  INTERROTTO (PACCHETTO APERTO) SI RILANCIA E RIPRENDE ANCHE I
      *  DOCUMENTI GIA' INDICIZZATI SUL PERIODO.
      *  UN DOCUMENTO ACCETTATO SENZA COPIA IN SDIDOC NON SI PUO'
      *  CONSERVARE: VIENE SEGNALATO IN STAMPA (VEDI ANCHE CTRLCONS).
      *  PASSO DELLA CATENA: TERMINA CON GOBACK E SCRIVE INIZIO E
      *  FINE SU RUNJRNL.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CONSERVA.
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

           SELECT FFATTURE ASSIGN TO DATABASE-FFATTURE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-FFATTURE
           FILE STATUS IS FS-FATTURE.

           SELECT FFATTARC ASSIGN TO DATABASE-FFATTARC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-FFATTARC
           FILE STATUS IS FS-FATTARC.

           SELECT FCLIENTI ASSIGN TO DATABASE-FCLIENTI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FCLI-COD-CLI
           FILE STATUS IS FS-CLIENTI.

           SELECT PACCHETTO ASSIGN TO FORMATFILE-PACCHETTO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PACCHETTO.

           SELECT STAMPACONS ASSIGN TO PRINTER-STAMPACONS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-STAMPA.

           SELECT OPTIONAL RUNJRNL ASSIGN TO FORMATFILE-RUNJRNL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RUNJRNL.

       DATA DIVISION.

       FILE SECTION.
      *----------------------------------------------------------------
      *  REGISTRO DELLE TRASMISSIONI SDI (GESFATTURE, SDIESITI,
      *  SDIRITRA).
      *----------------------------------------------------------------
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

      *----------------------------------------------------------------
      *  ARCHIVIO DEI DOCUMENTI SDI TRASMESSI, UNA RIGA DELL'EXPORT
      *  PER RECORD (GESFATTURE, SDIRITRA).
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
      *  INDICE DEI DOCUMENTI CONSERVATI: PERIODO DEL PACCHETTO CHE
      *  CONTIENE IL DOCUMENTO E SUA IMPRONTA.
      *----------------------------------------------------------------
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

      *----------------------------------------------------------------
      *  REGISTRO DEI PACCHETTI DI CONSERVAZIONE, UNO PER PERIODO:
      *  APERTO ('A') DURANTE IL GIRO, CHIUSO ('C') A PACCHETTO
      *  COMPLETO E CONSEGNATO.
      *----------------------------------------------------------------
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
           05 FFAT-COD-IVA     PIC X(4).
           05 FILLER           PIC X(4).

      *----------------------------------------------------------------
      *  ARCHIVIO STORICO DELLE FATTURE (ARCHFATT): LA TESTATA DI UN
      *  DOCUMENTO GIA' ARCHIVIATO SI CERCA QUI.
      *----------------------------------------------------------------
         FD FFATTARC
            LABEL RECORD IS STANDARD
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS REC-FATTARC.
       01 REC-FATTARC.
           05 KEY-FFATTARC.
             07 ARC-COD-CLI  PIC 9(5).
             07 ARC-NUM-FAT  PIC X(8).
           05 ARC-IMPONIB      PIC 9(14) COMP-3.
           05 ARC-IVA          PIC 9(14) COMP-3.
           05 ARC-TOT-FATT     PIC 9(14) COMP-3.
           05 ARC-ALIQUOTA     PIC 9(2).
           05 ARC-TIPO-DOC     PIC X.
           05 ARC-DATA-FATT    PIC 9(8).
           05 ARC-DATA-SCAD    PIC 9(8).
           05 ARC-DIVISA       PIC X(3).
           05 ARC-CAMBIO       PIC 9(3)V9(6) COMP-3.
           05 ARC-IMP-DIVISA   PIC 9(14) COMP-3.
           05 FILLER           PIC X(8).

         FD FCLIENTI
            LABEL RECORD IS STANDARD
            RECORD CONTAINS 100 CHARACTERS
            DATA RECORD IS REC-CLIENTI.
       01 REC-CLIENTI.
           05 FCLI-COD-CLI     PIC 9(5).
           05 FCLI-INDIR       PIC X(20).
           05 FCLI-TEL         PIC X(10).
           05 FCLI-CITTA       PIC X(10).
           05 FCLI-NOMINAT     PIC X(25).
           05 FCLI-PIVA        PIC X(16).
           05 FILLER           PIC X(14).

      *----------------------------------------------------------------
      *  PACCHETTO DI CONSERVAZIONE DEL PERIODO: TESTATA 'H', PER
      *  OGNI DOCUMENTO UN INDICE 'I' SEGUITO DALLE SUE RIGHE 'D',
      *  CODA 'T'.
      *----------------------------------------------------------------
       FD PACCHETTO
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 240 CHARACTERS
           DATA RECORD IS REC-PAC-TESTATA REC-PAC-INDICE
                          REC-PAC-DOCUMENTO REC-PAC-CODA.
       01 REC-PAC-TESTATA.
           05 PAC-H-TIPO       PIC X.
           05 PAC-H-PERIODO    PIC 9(6).
           05 PAC-H-DATA       PIC 9(8).
           05 PAC-H-PROGRAMMA  PIC X(10).
           05 FILLER           PIC X(215).
       01 REC-PAC-INDICE.
           05 PAC-I-TIPO       PIC X.
           05 PAC-I-PIVA       PIC X(16).
           05 PAC-I-NUM-FAT    PIC X(8).
           05 PAC-I-COD-CLI    PIC 9(5).
           05 PAC-I-NOMINAT    PIC X(25).
           05 PAC-I-DATA-FATT  PIC 9(8).
           05 PAC-I-TIPO-DOC   PIC X.
           05 PAC-I-DATA-TRASM PIC 9(8).
           05 PAC-I-DATA-ESITO PIC 9(8).
           05 PAC-I-IMPONIB    PIC 9(12).
           05 PAC-I-IVA        PIC 9(12).
           05 PAC-I-TOTALE     PIC 9(12).
           05 PAC-I-DIVISA     PIC X(3).
           05 PAC-I-N-RIGHE    PIC 9(4).
           05 PAC-I-IMPRONTA   PIC 9(10).
           05 FILLER           PIC X(107).
       01 REC-PAC-DOCUMENTO.
           05 PAC-D-TIPO       PIC X.
           05 PAC-D-PIVA       PIC X(16).
           05 PAC-D-NUM-FAT    PIC X(8).
           05 PAC-D-RIGA       PIC 9(4).
           05 PAC-D-TESTO      PIC X(200).
           05 FILLER           PIC X(11).
       01 REC-PAC-CODA.
           05 PAC-T-TIPO       PIC X.
           05 PAC-T-PERIODO    PIC 9(6).
           05 PAC-T-N-DOC      PIC 9(7).
           05 PAC-T-N-RIGHE    PIC 9(7).
           05 PAC-T-IMPONIB    PIC 9(14).
           05 PAC-T-IVA        PIC 9(14).
           05 PAC-T-TOTALE     PIC 9(14).
           05 PAC-T-IMPRONTA   PIC 9(10).
           05 FILLER           PIC X(167).

       FD STAMPACONS
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REC-STAMPA.
       01 REC-STAMPA           PIC X(132).

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

       01 FS-SDIREG                  PIC 9(2) VALUE ZEROES.
       01 FS-SDIDOC                  PIC 9(2) VALUE ZEROES.
       01 FS-SDICONS                 PIC 9(2) VALUE ZEROES.
       01 FS-PACCONS                 PIC 9(2) VALUE ZEROES.
       01 FS-FATTURE                 PIC 9(2) VALUE ZEROES.
       01 FS-FATTARC                 PIC 9(2) VALUE ZEROES.
       01 FS-CLIENTI                 PIC 9(2) VALUE ZEROES.
       01 FS-PACCHETTO               PIC 9(2) VALUE ZEROES.
       01 FS-STAMPA                  PIC 9(2) VALUE ZEROES.
       01 FS-RUNJRNL                 PIC 9(2) VALUE ZEROES.

       01 SW-FINE-SDIREG             PIC 9(1) VALUE ZEROES.
           88 EOF-SDIREG              VALUE 1.
       01 SW-FINE-SDIDOC             PIC 9(1) VALUE ZEROES.
           88 EOF-SDIDOC              VALUE 1.
       01 SW-ABORT                   PIC X(1) VALUE 'N'.
           88 WS-RUN-DA-ABORTIRE      VALUE 'S'.
       01 SW-PACCONS-NUOVO           PIC X(1) VALUE 'N'.
           88 WS-PACCONS-NUOVO        VALUE 'S'.
       01 SW-SDICONS-NUOVO           PIC X(1) VALUE 'N'.
           88 WS-SDICONS-NUOVO        VALUE 'S'.
       01 SW-FATTARC-APERTO          PIC X(1) VALUE 'N'.
           88 WS-FATTARC-APERTO       VALUE 'S'.
       01 SW-CLIENTI-APERTO          PIC X(1) VALUE 'N'.
           88 WS-CLIENTI-APERTO       VALUE 'S'.
      *    'S' = TESTATA DEL DOCUMENTO NON TROVATA NE' IN FFATTURE NE'
      *    IN FFATTARC: IL DOCUMENTO SI CONSERVA CON IMPORTI A ZERO.
       01 SW-SENZA-TESTATA           PIC X(1) VALUE 'N'.
           88 WS-SENZA-TESTATA        VALUE 'S'.
      *    PASSATA SULLE RIGHE DEL DOCUMENTO: 1 = CALCOLO IMPRONTA,
      *    2 = SCRITTURA NEL PACCHETTO.
       01 WS-PASSATA                 PIC 9(1) VALUE ZEROES.
           88 WS-PASSATA-IMPRONTA     VALUE 1.
           88 WS-PASSATA-SCRITTURA    VALUE 2.

       01 WS-CAMPI-CONTATORI.
           05 WS-CTR-LETTI            PIC 9(7) VALUE ZEROES.
           05 WS-CTR-CONSERVATI       PIC 9(7) VALUE ZEROES.
           05 WS-CTR-RIGHE            PIC 9(7) VALUE ZEROES.
           05 WS-CTR-MANCANTI         PIC 9(5) VALUE ZEROES.
           05 WS-CTR-SENZA-TESTATA    PIC 9(5) VALUE ZEROES.

       01 WS-DATA-RUN                PIC 9(8) VALUE ZEROES.
       01 WS-DATA-RUN-R REDEFINES WS-DATA-RUN.
           05 WS-RUN-PERIODO         PIC 9(6).
           05 WS-RUN-PERIODO-R REDEFINES WS-RUN-PERIODO.
              07 WS-RUN-ANNO         PIC 9(4).
              07 WS-RUN-MESE         PIC 9(2).
           05 WS-RUN-GIORNO          PIC 9(2).
       01 WS-JRN-ORA                 PIC 9(8) VALUE ZEROES.
       01 WS-JRN-TIPO                PIC X    VALUE 'I'.
       01 WS-JRN-CONTATORE           PIC 9(7) VALUE ZEROES.
       01 WS-JRN-COMPLETAMENTO       PIC 99   VALUE ZEROES.

      *----------------------------------------------------------------
      *  PERIODO DEL PACCHETTO (AAAAMM) E DATA LIMITE DEGLI ESITI:
      *  ENTRANO I DOCUMENTI ACCETTATI CON ESITO FINO A AAAAMM99.
      *----------------------------------------------------------------
       01 WS-PERIODO                 PIC 9(6) VALUE ZEROES.
       01 WS-PERIODO-R REDEFINES WS-PERIODO.
           05 WS-PER-ANNO            PIC 9(4).
           05 WS-PER-MESE            PIC 9(2).
       01 WS-DATA-LIMITE             PIC 9(8) VALUE ZEROES.
       01 WS-DATA-LIMITE-R REDEFINES WS-DATA-LIMITE.
           05 WS-LIM-PERIODO         PIC 9(6).
           05 WS-LIM-GIORNO          PIC 9(2).

      *----------------------------------------------------------------
      *  DATI DEL DOCUMENTO IN LAVORO.
      *----------------------------------------------------------------
       01 WS-DOC-NOMINAT             PIC X(25) VALUE SPACES.
       01 WS-DOC-DATA-FATT           PIC 9(8) VALUE ZEROES.
       01 WS-DOC-TIPO-DOC            PIC X    VALUE SPACES.
       01 WS-DOC-IMPONIB             PIC 9(12) VALUE ZEROES.
       01 WS-DOC-IVA                 PIC 9(12) VALUE ZEROES.
       01 WS-DOC-TOTALE              PIC 9(12) VALUE ZEROES.
       01 WS-DOC-DIVISA              PIC X(3) VALUE SPACES.
       01 WS-DOC-N-RIGHE             PIC 9(4) VALUE ZEROES.
       01 WS-DOC-IMPRONTA            PIC 9(10) VALUE ZEROES.

       01 WS-TOT-IMPONIBILE          PIC 9(14) VALUE ZEROES.
       01 WS-TOT-IVA                 PIC 9(14) VALUE ZEROES.
       01 WS-TOT-TOTALE              PIC 9(14) VALUE ZEROES.

      *----------------------------------------------------------------
      *  IMPRONTA DI CONTROLLO: DUE ACCUMULATORI MODULO 65521, IL
      *  PRIMO SOMMA IL VALORE DI OGNI BYTE (PARTENDO DA 1), IL
      *  SECONDO SOMMA IL PRIMO DOPO OGNI BYTE. IMPRONTA = SECONDO *
      *  65536 + PRIMO. UNA COPPIA PER IL DOCUMENTO E UNA PER IL
      *  PACCHETTO INTERO.
      *----------------------------------------------------------------
       01 WS-IMP-DOC-A               PIC 9(9) COMP VALUE 1.
       01 WS-IMP-DOC-B               PIC 9(9) COMP VALUE ZEROES.
       01 WS-IMP-PAC-A               PIC 9(9) COMP VALUE 1.
       01 WS-IMP-PAC-B               PIC 9(9) COMP VALUE ZEROES.
       01 WS-IMP-MODULO              PIC 9(9) COMP VALUE 65521.
       01 WS-IMP-PACCHETTO           PIC 9(10) VALUE ZEROES.
      *    RIGA DA ESAMINARE, UN BYTE ALLA VOLTA.
       01 WS-IMP-TESTO               PIC X(200) VALUE SPACES.
       01 WS-IMP-TESTO-R REDEFINES WS-IMP-TESTO.
           05 WS-IMP-CAR             PIC X OCCURS 200.
       01 WS-IMP-IND                 PIC 9(3) COMP VALUE ZEROES.
      *    VALORE NUMERICO DEL BYTE: IL CARATTERE NEL BYTE BASSO DI
      *    UN BINARIO DA DUE BYTE CON IL BYTE ALTO A ZERO.
       01 WS-IMP-BYTE.
           05 FILLER                 PIC X VALUE LOW-VALUE.
           05 WS-IMP-BYTE-CAR        PIC X VALUE LOW-VALUE.
       01 WS-IMP-BYTE-N REDEFINES WS-IMP-BYTE PIC 9(4) COMP.

       01 WS-INT-1.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(40)
              VALUE 'CONSERVA - PACCHETTO DI CONSERVAZIONE - '.
           05 FILLER         PIC X(8)  VALUE 'PERIODO '.
           05 WS-I1-PERIODO  PIC 9(6).
           05 FILLER         PIC X(10) VALUE SPACES.
           05 FILLER         PIC X(4)  VALUE 'DEL '.
           05 WS-I1-DATA     PIC 9(8).
           05 FILLER         PIC X(54) VALUE SPACES.

       01 WS-INT-2.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(16) VALUE 'P.IVA'.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(8)  VALUE 'NUMERO'.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(8)  VALUE 'DATA'.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(5)  VALUE 'CLI.'.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(25) VALUE 'NOMINATIVO'.
           05 FILLER         PIC X(15) VALUE '         TOTALE'.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(5)  VALUE 'RIGHE'.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(10) VALUE 'IMPRONTA'.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(24) VALUE 'NOTE'.

       01 WS-DET-STAMPA.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-PIVA      PIC X(16).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-NUM-FAT   PIC X(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-DATA      PIC 9(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-COD-CLI   PIC 9(5).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-NOMINAT   PIC X(25).
           05 WS-D-TOTALE    PIC Z(14)9.
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 WS-D-N-RIGHE   PIC ZZZ9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-IMPRONTA  PIC 9(10).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-NOTE      PIC X(24).

       01 WS-RIGA-TOTALE.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-TOT-LABEL   PIC X(40) VALUE SPACES.
           05 WS-TOT-CONTA   PIC Z(6)9.
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 WS-TOT-IMPORTO PIC Z(13)9.
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 WS-TOT-IMPRONTA PIC X(10) VALUE SPACES.
           05 FILLER         PIC X(53) VALUE SPACES.

           COPY PAR_DataCont.

       PROCEDURE DIVISION.

       INIZIO.
          PERFORM OP-INIZIALI THRU OP-INIZIALI-EX.
          PERFORM LAVORA-DOCUMENTO THRU LAVORA-DOCUMENTO-EX
                  UNTIL EOF-SDIREG OR WS-RUN-DA-ABORTIRE.
          PERFORM OP-FINALI THRU OP-FINALI-EX.
          IF WS-RUN-DA-ABORTIRE
             MOVE 16 TO RETURN-CODE
             GOBACK.
          GOBACK.

       OP-INIZIALI.
          MOVE 'D' TO DCP-FUNZIONE.
          MOVE 'CONSERVA' TO DCP-PROGRAMMA.
          CALL 'DATACONT' USING PARAMETRI-DATACONT.
          MOVE DCP-DATA-CONTABILE TO WS-DATA-RUN.
          MOVE 'I' TO WS-JRN-TIPO.
          PERFORM SCRIVI-RUNJRNL THRU SCRIVI-RUNJRNL-EX.
          DISPLAY 'PERIODO (AAAAMM, 0 = MESE PRECEDENTE): '.
          ACCEPT WS-PERIODO.
          IF WS-PERIODO = ZEROES
             MOVE WS-RUN-PERIODO TO WS-PERIODO
             SUBTRACT 1 FROM WS-PER-MESE
             IF WS-PER-MESE = ZEROES
                MOVE 12 TO WS-PER-MESE
                SUBTRACT 1 FROM WS-PER-ANNO.
      *   IL PERIODO DEVE ESSERE TERMINATO: IL MESE IN CORSO NON SI
      *   CONSERVA (GLI ESITI DEL MESE POSSONO ANCORA ARRIVARE).
          IF WS-PER-MESE < 1 OR WS-PER-MESE > 12
          OR WS-PERIODO NOT < WS-RUN-PERIODO
             DISPLAY 'PERIODO ' WS-PERIODO ' NON VALIDO O NON '
                     'ANCORA CONCLUSO'
             PERFORM TERMINA-IN-ERRORE THRU TERMINA-IN-ERRORE-EX.
          MOVE WS-PERIODO TO WS-LIM-PERIODO.
          MOVE 99         TO WS-LIM-GIORNO.
          PERFORM APRI-PACCONS THRU APRI-PACCONS-EX.
          OPEN INPUT SDIREG.
          IF FS-SDIREG NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE SDIREG - FS=' FS-SDIREG
             PERFORM TERMINA-IN-ERRORE THRU TERMINA-IN-ERRORE-EX.
          OPEN INPUT SDIDOC.
          IF FS-SDIDOC NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE SDIDOC - FS=' FS-SDIDOC
             PERFORM TERMINA-IN-ERRORE THRU TERMINA-IN-ERRORE-EX.
          OPEN I-O SDICONS.
          IF FS-SDICONS NOT = '00'
             OPEN OUTPUT SDICONS
             CLOSE SDICONS
             OPEN I-O SDICONS.
          IF FS-SDICONS NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE SDICONS - FS=' FS-SDICONS
             PERFORM TERMINA-IN-ERRORE THRU TERMINA-IN-ERRORE-EX.
          OPEN INPUT FFATTURE.
          IF FS-FATTURE NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE FFATTURE - FS=' FS-FATTURE
             PERFORM TERMINA-IN-ERRORE THRU TERMINA-IN-ERRORE-EX.
      *   ARCHIVIO STORICO E ANAGRAFICA SONO FACOLTATIVI: SENZA, IL
      *   DOCUMENTO ARCHIVIATO VA SENZA TESTATA E SENZA NOMINATIVO.
          OPEN INPUT FFATTARC.
          IF FS-FATTARC = '00'
             MOVE 'S' TO SW-FATTARC-APERTO.
          OPEN INPUT FCLIENTI.
          IF FS-CLIENTI = '00'
             MOVE 'S' TO SW-CLIENTI-APERTO.
          OPEN OUTPUT PACCHETTO.
          IF FS-PACCHETTO NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE PACCHETTO - FS=' FS-PACCHETTO
             PERFORM TERMINA-IN-ERRORE THRU TERMINA-IN-ERRORE-EX.
          OPEN OUTPUT STAMPACONS.
          IF FS-STAMPA NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE LA STAMPA - FS=' FS-STAMPA
             PERFORM TERMINA-IN-ERRORE THRU TERMINA-IN-ERRORE-EX.
          MOVE WS-PERIODO  TO WS-I1-PERIODO.
          MOVE WS-DATA-RUN TO WS-I1-DATA.
          MOVE WS-INT-1 TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING PAGE.
          MOVE WS-INT-2 TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING 2 LINES.
          MOVE SPACES      TO REC-PAC-TESTATA.
          MOVE 'H'         TO PAC-H-TIPO.
          MOVE WS-PERIODO  TO PAC-H-PERIODO.
          MOVE WS-DATA-RUN TO PAC-H-DATA.
          MOVE 'CONSERVA'  TO PAC-H-PROGRAMMA.
          WRITE REC-PAC-TESTATA.
          MOVE LOW-VALUES TO KEY-SDIREG.
          START SDIREG KEY IS NOT LESS THAN KEY-SDIREG
                INVALID KEY MOVE 1 TO SW-FINE-SDIREG.
          IF NOT EOF-SDIREG
             PERFORM LEGGI-SDIREG THRU LEGGI-SDIREG-EX.
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
      *  APRE IL REGISTRO PACCHETTI (CREANDOLO SE MANCA) E PRENDE IL
      *  RECORD DEL PERIODO: CHIUSO = NIENTE GIRO; APERTO = RIPRESA DI
      *  UN GIRO INTERROTTO; ASSENTE = NUOVO PACCHETTO, REGISTRATO
      *  SUBITO COME APERTO.
      *----------------------------------------------------------------
       APRI-PACCONS.
          OPEN I-O PACCONS.
          IF FS-PACCONS NOT = '00'
             OPEN OUTPUT PACCONS
             CLOSE PACCONS
             OPEN I-O PACCONS.
          IF FS-PACCONS NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE PACCONS - FS=' FS-PACCONS
             PERFORM TERMINA-IN-ERRORE THRU TERMINA-IN-ERRORE-EX.
          MOVE WS-PERIODO TO PCS-PERIODO.
          READ PACCONS.
          IF FS-PACCONS = '00' AND PCS-CHIUSO
             DISPLAY 'PACCHETTO DEL PERIODO ' WS-PERIODO
                     ' GIA'' CHIUSO IL ' PCS-DATA-CHIUS
             PERFORM TERMINA-IN-ERRORE THRU TERMINA-IN-ERRORE-EX.
          IF FS-PACCONS = '00'
             DISPLAY 'RIPRESA DEL PACCHETTO APERTO DEL PERIODO '
                     WS-PERIODO
             GO TO APRI-PACCONS-EX.
          IF FS-PACCONS NOT = '23'
             DISPLAY 'ERRORE IN LETTURA PACCONS - FS=' FS-PACCONS
             PERFORM TERMINA-IN-ERRORE THRU TERMINA-IN-ERRORE-EX.
          MOVE SPACES      TO REC-PACCONS.
          MOVE WS-PERIODO  TO PCS-PERIODO.
          MOVE 'A'         TO PCS-STATO.
          MOVE WS-DATA-RUN TO PCS-DATA-CREAZ.
          MOVE ZEROES      TO PCS-DATA-CHIUS PCS-N-DOC PCS-N-RIGHE
                              PCS-IMPONIB PCS-IVA PCS-TOTALE
                              PCS-IMPRONTA PCS-N-MANCANTI.
          WRITE REC-PACCONS.
          IF FS-PACCONS NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA PACCONS - FS=' FS-PACCONS
             PERFORM TERMINA-IN-ERRORE THRU TERMINA-IN-ERRORE-EX.
       APRI-PACCONS-EX.
          EXIT.

       LEGGI-SDIREG.
          READ SDIREG NEXT RECORD AT END MOVE 1 TO SW-FINE-SDIREG
                         GO TO LEGGI-SDIREG-EX.
          IF FS-SDIREG NOT = '00'
             DISPLAY 'ERRORE IN LETTURA SDIREG - FS=' FS-SDIREG
             MOVE 'S' TO SW-ABORT
             GO TO LEGGI-SDIREG-EX.
          ADD 1 TO WS-CTR-LETTI.
       LEGGI-SDIREG-EX.
          EXIT.

      *----------------------------------------------------------------
      *  DOCUMENTO DEL REGISTRO SDI: ENTRA NEL PACCHETTO SE ACCETTATO
      *  CON ESITO ENTRO IL PERIODO E NON GIA' CONSERVATO IN UN ALTRO
      *  PACCHETTO.
      *----------------------------------------------------------------
       LAVORA-DOCUMENTO.
          IF NOT REG-ACCETTATO
          OR REG-DATA-ESITO > WS-DATA-LIMITE
             GO TO Z050.
          MOVE 'N' TO SW-SDICONS-NUOVO.
          MOVE REG-PIVA    TO SCN-PIVA.
          MOVE REG-NUM-FAT TO SCN-NUM-FAT.
          READ SDICONS.
          IF FS-SDICONS = '23'
             MOVE 'S' TO SW-SDICONS-NUOVO
          ELSE
             IF FS-SDICONS NOT = '00'
                DISPLAY 'ERRORE IN LETTURA SDICONS - FS=' FS-SDICONS
                MOVE 'S' TO SW-ABORT
                GO TO LAVORA-DOCUMENTO-EX.
          IF NOT WS-SDICONS-NUOVO
          AND SCN-PERIODO NOT = WS-PERIODO
             GO TO Z050.
          PERFORM CONSERVA-DOCUMENTO THRU CONSERVA-DOCUMENTO-EX.
       Z050.
          IF NOT WS-RUN-DA-ABORTIRE
             PERFORM LEGGI-SDIREG THRU LEGGI-SDIREG-EX.
       LAVORA-DOCUMENTO-EX.
          EXIT.

      *----------------------------------------------------------------
      *  PRIMA PASSATA SULLE RIGHE IN SDIDOC (CONTEGGIO E IMPRONTA),
      *  POI INDICE 'I' E SECONDA PASSATA CHE SCRIVE LE RIGHE 'D'.
      *  SENZA RIGHE IL DOCUMENTO NON SI CONSERVA E SI SEGNALA.
      *----------------------------------------------------------------
       CONSERVA-DOCUMENTO.
          PERFORM CERCA-TESTATA THRU CERCA-TESTATA-EX.
          MOVE 1      TO WS-PASSATA.
          MOVE 1      TO WS-IMP-DOC-A.
          MOVE ZEROES TO WS-IMP-DOC-B WS-DOC-N-RIGHE.
          PERFORM SCORRI-RIGHE THRU SCORRI-RIGHE-EX.
          IF WS-DOC-N-RIGHE = ZEROES
             ADD 1 TO WS-CTR-MANCANTI
             MOVE ZEROES TO WS-DOC-IMPRONTA
             MOVE 'DOCUMENTO NON DISPONIBILE' TO WS-D-NOTE
             PERFORM STAMPA-DETTAGLIO THRU STAMPA-DETTAGLIO-EX
             GO TO CONSERVA-DOCUMENTO-EX.
          COMPUTE WS-DOC-IMPRONTA = WS-IMP-DOC-B * 65536
                                  + WS-IMP-DOC-A.
          MOVE SPACES           TO REC-PAC-INDICE.
          MOVE 'I'              TO PAC-I-TIPO.
          MOVE REG-PIVA         TO PAC-I-PIVA.
          MOVE REG-NUM-FAT      TO PAC-I-NUM-FAT.
          MOVE REG-COD-CLI      TO PAC-I-COD-CLI.
          MOVE WS-DOC-NOMINAT   TO PAC-I-NOMINAT.
          MOVE WS-DOC-DATA-FATT TO PAC-I-DATA-FATT.
          MOVE WS-DOC-TIPO-DOC  TO PAC-I-TIPO-DOC.
          MOVE REG-DATA-TRASM   TO PAC-I-DATA-TRASM.
          MOVE REG-DATA-ESITO   TO PAC-I-DATA-ESITO.
          MOVE WS-DOC-IMPONIB   TO PAC-I-IMPONIB.
          MOVE WS-DOC-IVA       TO PAC-I-IVA.
          MOVE WS-DOC-TOTALE    TO PAC-I-TOTALE.
          MOVE WS-DOC-DIVISA    TO PAC-I-DIVISA.
          MOVE WS-DOC-N-RIGHE   TO PAC-I-N-RIGHE.
          MOVE WS-DOC-IMPRONTA  TO PAC-I-IMPRONTA.
          WRITE REC-PAC-INDICE.
          IF FS-PACCHETTO NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA PACCHETTO - FS='
                     FS-PACCHETTO
             MOVE 'S' TO SW-ABORT
             GO TO CONSERVA-DOCUMENTO-EX.
          MOVE 2 TO WS-PASSATA.
          PERFORM SCORRI-RIGHE THRU SCORRI-RIGHE-EX.
          IF WS-RUN-DA-ABORTIRE
             GO TO CONSERVA-DOCUMENTO-EX.
          PERFORM REGISTRA-SDICONS THRU REGISTRA-SDICONS-EX.
          IF WS-RUN-DA-ABORTIRE
             GO TO CONSERVA-DOCUMENTO-EX.
          ADD 1 TO WS-CTR-CONSERVATI.
          ADD WS-DOC-N-RIGHE TO WS-CTR-RIGHE.
          ADD WS-DOC-IMPONIB TO WS-TOT-IMPONIBILE.
          ADD WS-DOC-IVA     TO WS-TOT-IVA.
          ADD WS-DOC-TOTALE  TO WS-TOT-TOTALE.
          MOVE SPACES TO WS-D-NOTE.
          IF WS-SENZA-TESTATA
             ADD 1 TO WS-CTR-SENZA-TESTATA
             MOVE 'TESTATA NON TROVATA' TO WS-D-NOTE.
          PERFORM STAMPA-DETTAGLIO THRU STAMPA-DETTAGLIO-EX.
       CONSERVA-DOCUMENTO-EX.
          EXIT.

      *----------------------------------------------------------------
      *  METADATI DEL DOCUMENTO: TESTATA DA FFATTURE O, SE GIA'
      *  ARCHIVIATA, DA FFATTARC; NOMINATIVO DA FCLIENTI.
      *----------------------------------------------------------------
       CERCA-TESTATA.
          MOVE 'N'    TO SW-SENZA-TESTATA.
          MOVE SPACES TO WS-DOC-NOMINAT WS-DOC-TIPO-DOC WS-DOC-DIVISA.
          MOVE ZEROES TO WS-DOC-DATA-FATT WS-DOC-IMPONIB WS-DOC-IVA
                         WS-DOC-TOTALE.
          IF WS-CLIENTI-APERTO
             MOVE REG-COD-CLI TO FCLI-COD-CLI
             READ FCLIENTI
             IF FS-CLIENTI = '00'
                MOVE FCLI-NOMINAT TO WS-DOC-NOMINAT.
          MOVE REG-COD-CLI TO FFAT-COD-CLI.
          MOVE REG-NUM-FAT TO FFAT-NUM-FAT.
          READ FFATTURE.
          IF FS-FATTURE = '00'
             MOVE FFAT-DATA-FATT TO WS-DOC-DATA-FATT
             MOVE FFAT-TIPO-DOC  TO WS-DOC-TIPO-DOC
             MOVE FFAT-IMPONIB   TO WS-DOC-IMPONIB
             MOVE FFAT-IVA       TO WS-DOC-IVA
             MOVE FFAT-TOT-FATT  TO WS-DOC-TOTALE
             MOVE FFAT-DIVISA    TO WS-DOC-DIVISA
             GO TO CERCA-TESTATA-EX.
          IF WS-FATTARC-APERTO
             MOVE REG-COD-CLI TO ARC-COD-CLI
             MOVE REG-NUM-FAT TO ARC-NUM-FAT
             READ FFATTARC
             IF FS-FATTARC = '00'
                MOVE ARC-DATA-FATT TO WS-DOC-DATA-FATT
                MOVE ARC-TIPO-DOC  TO WS-DOC-TIPO-DOC
                MOVE ARC-IMPONIB   TO WS-DOC-IMPONIB
                MOVE ARC-IVA       TO WS-DOC-IVA
                MOVE ARC-TOT-FATT  TO WS-DOC-TOTALE
                MOVE ARC-DIVISA    TO WS-DOC-DIVISA
                GO TO CERCA-TESTATA-EX.
          MOVE 'S' TO SW-SENZA-TESTATA.
       CERCA-TESTATA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  SCORRE LE RIGHE DEL DOCUMENTO IN SDIDOC (CHIAVE P.IVA +
      *  NUMERO DEL REGISTRO) PER LA PASSATA IN WS-PASSATA.
      *----------------------------------------------------------------
       SCORRI-RIGHE.
          MOVE ZEROES      TO SW-FINE-SDIDOC.
          MOVE REG-PIVA    TO SDD-PIVA.
          MOVE REG-NUM-FAT TO SDD-NUM-FAT.
          MOVE ZEROES      TO SDD-RIGA.
          START SDIDOC KEY IS NOT LESS THAN KEY-SDIDOC
                INVALID KEY
                GO TO SCORRI-RIGHE-EX.
          PERFORM LAVORA-RIGA THRU LAVORA-RIGA-EX
                  UNTIL EOF-SDIDOC OR WS-RUN-DA-ABORTIRE.
       SCORRI-RIGHE-EX.
          EXIT.

       LAVORA-RIGA.
          READ SDIDOC NEXT RECORD AT END MOVE 1 TO SW-FINE-SDIDOC
               GO TO LAVORA-RIGA-EX.
          IF FS-SDIDOC NOT = '00'
          OR SDD-PIVA NOT = REG-PIVA
          OR SDD-NUM-FAT NOT = REG-NUM-FAT
             MOVE 1 TO SW-FINE-SDIDOC
             GO TO LAVORA-RIGA-EX.
          MOVE SDD-TESTO TO WS-IMP-TESTO.
          IF WS-PASSATA-IMPRONTA
             ADD 1 TO WS-DOC-N-RIGHE
             PERFORM IMPRONTA-DOCUMENTO THRU IMPRONTA-DOCUMENTO-EX
                     VARYING WS-IMP-IND FROM 1 BY 1
                     UNTIL WS-IMP-IND > 200
             GO TO LAVORA-RIGA-EX.
          MOVE SPACES      TO REC-PAC-DOCUMENTO.
          MOVE 'D'         TO PAC-D-TIPO.
          MOVE SDD-PIVA    TO PAC-D-PIVA.
          MOVE SDD-NUM-FAT TO PAC-D-NUM-FAT.
          MOVE SDD-RIGA    TO PAC-D-RIGA.
          MOVE SDD-TESTO   TO PAC-D-TESTO.
          WRITE REC-PAC-DOCUMENTO.
          IF FS-PACCHETTO NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA PACCHETTO - FS='
                     FS-PACCHETTO
             MOVE 'S' TO SW-ABORT
             GO TO LAVORA-RIGA-EX.
          PERFORM IMPRONTA-PACCHETTO THRU IMPRONTA-PACCHETTO-EX
                  VARYING WS-IMP-IND FROM 1 BY 1
                  UNTIL WS-IMP-IND > 200.
       LAVORA-RIGA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  UN BYTE DI WS-IMP-TESTO NEGLI ACCUMULATORI DEL DOCUMENTO O
      *  DEL PACCHETTO. I DUE ACCUMULATORI RESTANO SOTTO IL MODULO,
      *  QUINDI UNA SOLA SOTTRAZIONE BASTA.
      *----------------------------------------------------------------
       IMPRONTA-DOCUMENTO.
          MOVE WS-IMP-CAR (WS-IMP-IND) TO WS-IMP-BYTE-CAR.
          ADD WS-IMP-BYTE-N TO WS-IMP-DOC-A.
          IF WS-IMP-DOC-A NOT < WS-IMP-MODULO
             SUBTRACT WS-IMP-MODULO FROM WS-IMP-DOC-A.
          ADD WS-IMP-DOC-A TO WS-IMP-DOC-B.
          IF WS-IMP-DOC-B NOT < WS-IMP-MODULO
             SUBTRACT WS-IMP-MODULO FROM WS-IMP-DOC-B.
       IMPRONTA-DOCUMENTO-EX.
          EXIT.

       IMPRONTA-PACCHETTO.
          MOVE WS-IMP-CAR (WS-IMP-IND) TO WS-IMP-BYTE-CAR.
          ADD WS-IMP-BYTE-N TO WS-IMP-PAC-A.
          IF WS-IMP-PAC-A NOT < WS-IMP-MODULO
             SUBTRACT WS-IMP-MODULO FROM WS-IMP-PAC-A.
          ADD WS-IMP-PAC-A TO WS-IMP-PAC-B.
          IF WS-IMP-PAC-B NOT < WS-IMP-MODULO
             SUBTRACT WS-IMP-MODULO FROM WS-IMP-PAC-B.
       IMPRONTA-PACCHETTO-EX.
          EXIT.

      *----------------------------------------------------------------
      *  DOCUMENTO NELL'INDICE DEI CONSERVATI CON IL PERIODO DEL
      *  PACCHETTO (RISCRITTO SE GIA' PRESENTE DA UN GIRO INTERROTTO).
      *----------------------------------------------------------------
       REGISTRA-SDICONS.
          MOVE SPACES          TO REC-SDICONS.
          MOVE REG-PIVA        TO SCN-PIVA.
          MOVE REG-NUM-FAT     TO SCN-NUM-FAT.
          MOVE REG-COD-CLI     TO SCN-COD-CLI.
          MOVE WS-PERIODO      TO SCN-PERIODO.
          MOVE WS-DATA-RUN     TO SCN-DATA-CONS.
          MOVE WS-DOC-IMPRONTA TO SCN-IMPRONTA.
          MOVE WS-DOC-N-RIGHE  TO SCN-N-RIGHE.
          IF WS-SDICONS-NUOVO
             WRITE REC-SDICONS
          ELSE
             REWRITE REC-SDICONS.
          IF FS-SDICONS NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA SDICONS - FS=' FS-SDICONS
                     ' FATTURA ' REG-NUM-FAT
             MOVE 'S' TO SW-ABORT.
       REGISTRA-SDICONS-EX.
          EXIT.

       STAMPA-DETTAGLIO.
          MOVE REG-PIVA         TO WS-D-PIVA.
          MOVE REG-NUM-FAT      TO WS-D-NUM-FAT.
          MOVE WS-DOC-DATA-FATT TO WS-D-DATA.
          MOVE REG-COD-CLI      TO WS-D-COD-CLI.
          MOVE WS-DOC-NOMINAT   TO WS-D-NOMINAT.
          MOVE WS-DOC-TOTALE    TO WS-D-TOTALE.
          MOVE WS-DOC-N-RIGHE   TO WS-D-N-RIGHE.
          MOVE WS-DOC-IMPRONTA  TO WS-D-IMPRONTA.
          MOVE WS-DET-STAMPA TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING 1 LINE.
       STAMPA-DETTAGLIO-EX.
          EXIT.

      *----------------------------------------------------------------
      *  CODA DEL PACCHETTO E CHIUSURA NEL REGISTRO PACCONS. UN GIRO
      *  INTERROTTO LASCIA IL PACCHETTO APERTO, DA RILANCIARE.
      *----------------------------------------------------------------
       CHIUDI-PACCHETTO.
          COMPUTE WS-IMP-PACCHETTO = WS-IMP-PAC-B * 65536
                                   + WS-IMP-PAC-A.
          MOVE SPACES            TO REC-PAC-CODA.
          MOVE 'T'               TO PAC-T-TIPO.
          MOVE WS-PERIODO        TO PAC-T-PERIODO.
          MOVE WS-CTR-CONSERVATI TO PAC-T-N-DOC.
          MOVE WS-CTR-RIGHE      TO PAC-T-N-RIGHE.
          MOVE WS-TOT-IMPONIBILE TO PAC-T-IMPONIB.
          MOVE WS-TOT-IVA        TO PAC-T-IVA.
          MOVE WS-TOT-TOTALE     TO PAC-T-TOTALE.
          MOVE WS-IMP-PACCHETTO  TO PAC-T-IMPRONTA.
          WRITE REC-PAC-CODA.
          IF FS-PACCHETTO NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA PACCHETTO - FS='
                     FS-PACCHETTO
             MOVE 'S' TO SW-ABORT
             GO TO CHIUDI-PACCHETTO-EX.
          MOVE WS-PERIODO TO PCS-PERIODO.
          READ PACCONS.
          IF FS-PACCONS NOT = '00'
             DISPLAY 'ERRORE IN LETTURA PACCONS - FS=' FS-PACCONS
             MOVE 'S' TO SW-ABORT
             GO TO CHIUDI-PACCHETTO-EX.
          MOVE 'C'               TO PCS-STATO.
          MOVE WS-DATA-RUN       TO PCS-DATA-CHIUS.
          MOVE WS-CTR-CONSERVATI TO PCS-N-DOC.
          MOVE WS-CTR-RIGHE      TO PCS-N-RIGHE.
          MOVE WS-TOT-IMPONIBILE TO PCS-IMPONIB.
          MOVE WS-TOT-IVA        TO PCS-IVA.
          MOVE WS-TOT-TOTALE     TO PCS-TOTALE.
          MOVE WS-IMP-PACCHETTO  TO PCS-IMPRONTA.
          MOVE WS-CTR-MANCANTI   TO PCS-N-MANCANTI.
          REWRITE REC-PACCONS.
          IF FS-PACCONS NOT = '00'
             DISPLAY 'ERRORE IN AGGIORNAMENTO PACCONS - FS='
                     FS-PACCONS
             MOVE 'S' TO SW-ABORT.
       CHIUDI-PACCHETTO-EX.
          EXIT.

       STAMPA-TOTALI.
          MOVE SPACES TO WS-RIGA-TOTALE.
          MOVE 'DOCUMENTI CONSERVATI / TOTALE / IMPRONTA'
               TO WS-TOT-LABEL.
          MOVE WS-CTR-CONSERVATI TO WS-TOT-CONTA.
          MOVE WS-TOT-TOTALE     TO WS-TOT-IMPORTO.
          MOVE WS-IMP-PACCHETTO  TO WS-TOT-IMPRONTA.
          MOVE WS-RIGA-TOTALE TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING 2 LINES.
          MOVE SPACES TO WS-RIGA-TOTALE.
          MOVE 'RIGHE DI DOCUMENTO NEL PACCHETTO' TO WS-TOT-LABEL.
          MOVE WS-CTR-RIGHE TO WS-TOT-CONTA.
          MOVE WS-RIGA-TOTALE TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING 1 LINE.
          MOVE SPACES TO WS-RIGA-TOTALE.
          MOVE 'DOCUMENTI ACCETTATI NON DISPONIBILI' TO WS-TOT-LABEL.
          MOVE WS-CTR-MANCANTI TO WS-TOT-CONTA.
          MOVE WS-RIGA-TOTALE TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING 1 LINE.
          MOVE SPACES TO WS-RIGA-TOTALE.
          MOVE 'DOCUMENTI SENZA TESTATA' TO WS-TOT-LABEL.
          MOVE WS-CTR-SENZA-TESTATA TO WS-TOT-CONTA.
          MOVE WS-RIGA-TOTALE TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING 1 LINE.
          IF WS-RUN-DA-ABORTIRE
             MOVE SPACES TO REC-STAMPA
             MOVE '  GIRO INTERROTTO: PACCHETTO NON CHIUSO, RILANCIARE'
                  TO REC-STAMPA
             WRITE REC-STAMPA AFTER ADVANCING 2 LINES.
       STAMPA-TOTALI-EX.
          EXIT.

       OP-FINALI.
          IF NOT WS-RUN-DA-ABORTIRE
             PERFORM CHIUDI-PACCHETTO THRU CHIUDI-PACCHETTO-EX.
          PERFORM STAMPA-TOTALI THRU STAMPA-TOTALI-EX.
          CLOSE SDIREG, SDIDOC, SDICONS, PACCONS, FFATTURE.
          IF WS-FATTARC-APERTO
             CLOSE FFATTARC.
          IF WS-CLIENTI-APERTO
             CLOSE FCLIENTI.
          CLOSE PACCHETTO, STAMPACONS.
          DISPLAY 'DOCUMENTI LETTI:       ' WS-CTR-LETTI.
          DISPLAY 'DOCUMENTI CONSERVATI:  ' WS-CTR-CONSERVATI.
          DISPLAY 'DOCUMENTI MANCANTI:    ' WS-CTR-MANCANTI.
          DISPLAY 'IMPRONTA PACCHETTO:    ' WS-IMP-PACCHETTO.
          MOVE 'F' TO WS-JRN-TIPO.
          MOVE WS-CTR-CONSERVATI TO WS-JRN-CONTATORE.
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
          MOVE 'CONSERVA'  TO JRN-PROGRAMMA.
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
