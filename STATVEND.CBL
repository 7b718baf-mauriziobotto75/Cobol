      ******************************************************************
      *  STATISTICHE DI VENDITA: LEGGE INSIEME IL FILE VIVO FFATTURE
      *  E L'ARCHIVIO STORICO FFATTARC (DISGIUNTI, VEDI ARCHFATT) E
      *  PER IL PERIODO RICHIESTO (AL PIU' DODICI MESI) STAMPA:
      *  - FATTURATO PER CLIENTE IN ORDINE DECRESCENTE, CON QUOTA SUL
      *    TOTALE, QUOTA PROGRESSIVA, CLASSE ABC (A FINO ALL'80% DEL
      *    FATTURATO, B FINO AL 95%, C IL RESTO), LO STESSO PERIODO
      *    DELL'ANNO PRIMA E LA VARIAZIONE; SUBTOTALE DEI PRIMI 20;
      *  - ANDAMENTO MESE PER MESE CONTRO LO STESSO MESE DELL'ANNO
      *    PRIMA;
      *  - RIPARTIZIONE PER ALIQUOTA IVA (DALLE RIGHE FATRIGHE E
      *    FATRIGARC QUANDO CI SONO, COME REGIVA; ALTRIMENTI CON
      *    L'ALIQUOTA DEL DOCUMENTO) E PER DIVISA DI FATTURAZIONE.
      *  IL FATTURATO E' L'IMPONIBILE IN EURO (IL CONTROVALORE CHE
      *  FFATTURE GIA' PORTA PER I DOCUMENTI IN DIVISA) AL NETTO DELLE
      *  NOTE DI CREDITO, CHE ENTRANO CON SEGNO NEGATIVO.
      *  LE STESSE CIFRE ESCONO SUL FILE PIATTO STATVEN PER GLI
      *  STRUMENTI DI GRAFICA DELLA DIREZIONE: UN RECORD PER RIGA
      *  (TIPO C CLIENTE, M MESE, A ALIQUOTA, V DIVISA, T TOTALE),
      *  IMPORTI CON SEGNO IN TESTA. SOLA LETTURA SUGLI ARCHIVI.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. STATVEND.
       AUTHOR.  MB.

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

           SELECT FFATTARC ASSIGN TO DATABASE-FFATTARC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-FFATTARC
           FILE STATUS IS FS-FATTARC.

           SELECT FATRIGHE ASSIGN TO DATABASE-FATRIGHE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-FATRIGHE
           FILE STATUS IS FS-FATRIGHE.

           SELECT FATRIGARC ASSIGN TO DATABASE-FATRIGARC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-FATRIGARC
           FILE STATUS IS FS-FATRIGARC.

           SELECT CLIENTI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COD-CLI
           ALTERNATE RECORD KEY IS RAG-CLI
               WITH DUPLICATES
           FILE STATUS IS FS-CLIENTI.

           SELECT STATCLI ASSIGN TO FORMATFILE-STATCLI
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-STATCLI.

           SELECT STATVEN ASSIGN TO FORMATFILE-STATVEN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-STATVEN.

           SELECT SORT-DOC ASSIGN TO FORMATFILE-SORTWORK.

           SELECT SORT-CLI ASSIGN TO FORMATFILE-SORTWRK2.

           SELECT STAMPA ASSIGN TO PRINTER-STATVEND
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-STAMPA.

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
              88 FFAT-DOC-IN-EURO VALUE 'EUR' '   '.
           05 FFAT-CAMBIO      PIC 9(3)V9(6) COMP-3.
           05 FFAT-IMP-DIVISA  PIC 9(14) COMP-3.
           05 FILLER           PIC X(8).

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
              88 ARC-DOC-NOTA-CRED  VALUE 'N'.
           05 ARC-DATA-FATT    PIC 9(8).
           05 ARC-DATA-SCAD    PIC 9(8).
           05 ARC-DIVISA       PIC X(3).
           05 ARC-CAMBIO       PIC 9(3)V9(6) COMP-3.
           05 ARC-IMP-DIVISA   PIC 9(14) COMP-3.
           05 FILLER           PIC X(8).

      *----------------------------------------------------------------
      *  RIGHE DI DETTAGLIO DELLE FATTURE (VEDI INSFATTURE) E LORO
      *  ARCHIVIO STORICO, STESSO TRACCIATO E STESSA CHIAVE.
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

       FD FATRIGARC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS REC-FATRIGARC.
       01 REC-FATRIGARC.
           05 KEY-FATRIGARC.
             07 RARC-COD-CLI   PIC 9(5).
             07 RARC-NUM-FAT   PIC X(8).
             07 RARC-NUM-RIGA  PIC 9(3).
           05 RARC-DESCRIZIONE PIC X(40).
           05 RARC-QUANTITA    PIC 9(7)V99 COMP-3.
           05 RARC-PREZZO-UNIT PIC 9(9)V99 COMP-3.
           05 RARC-SCONTO      PIC 9(2)V99.
           05 RARC-ALIQUOTA    PIC 9(2).
           05 RARC-IMPONIB     PIC 9(14) COMP-3.
           05 FILLER           PIC X(39).

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

      *----------------------------------------------------------------
      *  FILE DI LAVORO: UN RECORD PER CLIENTE CON IL FATTURATO DEL
      *  PERIODO E DELLO STESSO PERIODO DELL'ANNO PRIMA, DA ORDINARE
      *  PER FATTURATO DECRESCENTE.
      *----------------------------------------------------------------
       FD STATCLI
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REC-STATCLI.
       01 REC-STATCLI.
           05 STC-COD-CLI      PIC 9(5).
           05 STC-FATT-CORR    PIC S9(15).
           05 STC-FATT-PREC    PIC S9(15).
           05 STC-NUM-DOC      PIC 9(5).

      *----------------------------------------------------------------
      *  FILE PIATTO PER LA DIREZIONE. CHIAVE SECONDO IL TIPO:
      *  C CODICE CLIENTE, M AAAAMM, A ALIQUOTA, V DIVISA, T SPAZI.
      *  IMPORTI IN EURO CON DUE DECIMALI E SEGNO SEPARATO IN TESTA;
      *  PER IL TIPO V L'IMPORTO ALTRO E' IL TOTALE IN DIVISA.
      *----------------------------------------------------------------
       FD STATVEN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS REC-STATVEN.
       01 REC-STATVEN.
           05 STV-TIPO         PIC X(1).
           05 STV-CHIAVE       PIC X(8).
           05 STV-DESCRIZIONE  PIC X(30).
           05 STV-PERIODO-DAL  PIC 9(8).
           05 STV-PERIODO-AL   PIC 9(8).
           05 STV-IMP-CORR     PIC S9(13)V99
                               SIGN IS LEADING SEPARATE CHARACTER.
           05 STV-IMP-PREC     PIC S9(13)V99
                               SIGN IS LEADING SEPARATE CHARACTER.
           05 STV-IMP-ALTRO    PIC S9(13)V99
                               SIGN IS LEADING SEPARATE CHARACTER.
           05 STV-QUOTA        PIC S9(3)V99
                               SIGN IS LEADING SEPARATE CHARACTER.
           05 STV-CLASSE       PIC X(1).
           05 STV-NUM-DOC      PIC 9(7).
           05 FILLER           PIC X(3).

      *----------------------------------------------------------------
      *  DOCUMENTI DEI DUE PERIODI IN ORDINE DI CLIENTE: FATTURATO
      *  CON SEGNO DEL PERIODO RICHIESTO O DELL'ANNO PRIMA.
      *----------------------------------------------------------------
       SD SORT-DOC.
       01 SORT-DOC-RECORD.
           05 SD-COD-CLI       PIC 9(5).
           05 SD-FATT-CORR     PIC S9(15).
           05 SD-FATT-PREC     PIC S9(15).
           05 SD-NUM-DOC       PIC 9(1).

       SD SORT-CLI.
       01 SORT-CLI-RECORD.
           05 SC-COD-CLI       PIC 9(5).
           05 SC-FATT-CORR     PIC S9(15).
           05 SC-FATT-PREC     PIC S9(15).
           05 SC-NUM-DOC       PIC 9(5).

       FD STAMPA
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REC-STAMPA.
       01 REC-STAMPA           PIC X(132).

       WORKING-STORAGE SECTION.

       01 FS-FATTURE                 PIC 9(2) VALUE ZEROES.
       01 FS-FATTARC                 PIC 9(2) VALUE ZEROES.
       01 FS-FATRIGHE                PIC 9(2) VALUE ZEROES.
       01 FS-FATRIGARC               PIC 9(2) VALUE ZEROES.
       01 FS-CLIENTI                 PIC 9(2) VALUE ZEROES.
       01 FS-STATCLI                 PIC 9(2) VALUE ZEROES.
       01 FS-STATVEN                 PIC 9(2) VALUE ZEROES.
       01 FS-STAMPA                  PIC 9(2) VALUE ZEROES.

       01 SW-FINE-FAT                PIC 9(1) VALUE ZEROES.
           88 EOF-FAT                 VALUE 1.
       01 SW-FINE-ARC                PIC 9(1) VALUE ZEROES.
           88 EOF-ARC                 VALUE 1.
       01 SW-FINE-RIGHE              PIC 9(1) VALUE ZEROES.
           88 EOF-RIGHE               VALUE 1.
       01 SW-FINE-SORT               PIC 9(1) VALUE ZEROES.
           88 EOF-SORT                VALUE 1.
       01 SW-FATTARC-APERTO          PIC X(1) VALUE 'N'.
           88 WS-FATTARC-APERTO       VALUE 'S'.
       01 SW-FATRIGHE-APERTO         PIC X(1) VALUE 'N'.
           88 WS-FATRIGHE-APERTO      VALUE 'S'.
       01 SW-FATRIGARC-APERTO        PIC X(1) VALUE 'N'.
           88 WS-FATRIGARC-APERTO     VALUE 'S'.
       01 SW-CLIENTI-APERTO          PIC X(1) VALUE 'N'.
           88 WS-CLIENTI-APERTO       VALUE 'S'.
       01 SW-PRIMO-CLIENTE           PIC X(1) VALUE 'S'.
           88 WS-E-IL-PRIMO-CLIENTE  VALUE 'S'.

       01 WS-CAMPI-CONTATORI.
           05 WS-CTR-LETTI-VIVO       PIC 9(7) VALUE ZEROES.
           05 WS-CTR-LETTI-ARC        PIC 9(7) VALUE ZEROES.
           05 WS-CTR-DOC-CORR         PIC 9(7) VALUE ZEROES.
           05 WS-CTR-DOC-PREC         PIC 9(7) VALUE ZEROES.
           05 WS-CTR-CLIENTI          PIC 9(7) VALUE ZEROES.
           05 WS-CTR-REC-STATVEN      PIC 9(7) VALUE ZEROES.

      *----------------------------------------------------------------
      *  PERIODO RICHIESTO (AAAAMMGG) E STESSO PERIODO DELL'ANNO
      *  PRIMA. DAL A ZERO = DAL PRIMO GENNAIO DELL'ANNO CONTABILE;
      *  AL A ZERO = FINO ALLA DATA CONTABILE.
      *----------------------------------------------------------------
       COPY PAR_DataCont.
       01 WS-DATA-DAL                PIC 9(8) VALUE ZEROES.
       01 WS-DATA-DAL-R REDEFINES WS-DATA-DAL.
           05 WS-DAL-ANNO            PIC 9(4).
           05 WS-DAL-MM              PIC 9(2).
           05 WS-DAL-GG              PIC 9(2).
       01 WS-DATA-AL                 PIC 9(8) VALUE ZEROES.
       01 WS-DATA-AL-R REDEFINES WS-DATA-AL.
           05 WS-AL-ANNO             PIC 9(4).
           05 WS-AL-MM               PIC 9(2).
           05 WS-AL-GG               PIC 9(2).
       01 WS-PREC-DAL                PIC 9(8) VALUE ZEROES.
       01 WS-PREC-AL                 PIC 9(8) VALUE ZEROES.
       01 WS-NUM-MESI                PIC 9(3) VALUE ZEROES.

      *----------------------------------------------------------------
      *  DOCUMENTO IN ESAME, DAL FILE VIVO (V) O DALL'ARCHIVIO (A).
      *----------------------------------------------------------------
       01 WS-DOC.
           05 WS-DOC-ORIGINE         PIC X(1).
           05 WS-DOC-COD-CLI         PIC 9(5).
           05 WS-DOC-NUM-FAT         PIC X(8).
           05 WS-DOC-DATA-FATT       PIC 9(8).
           05 WS-DOC-DATA-R REDEFINES WS-DOC-DATA-FATT.
              07 WS-DOC-ANNO         PIC 9(4).
              07 WS-DOC-MM           PIC 9(2).
              07 WS-DOC-GG           PIC 9(2).
           05 WS-DOC-TIPO            PIC X(1).
           05 WS-DOC-ALIQUOTA        PIC 9(2).
           05 WS-DOC-DIVISA          PIC X(3).
           05 WS-DOC-IMPONIB         PIC S9(15).
           05 WS-DOC-IVA             PIC S9(15).
           05 WS-DOC-TOT-FATT        PIC S9(15).
           05 WS-DOC-IMP-DIVISA      PIC S9(15).
       01 WS-SEGNO                   PIC S9(1) VALUE +1.
       01 WS-IND-MESE                PIC S9(3) VALUE ZEROES.

      *----------------------------------------------------------------
      *  RIGHE DEL DOCUMENTO CORRENTE: IMPONIBILE PER ALIQUOTA COME
      *  IN REGIVA; WS-RIG-CTR A ZERO = DOCUMENTO SENZA RIGHE.
      *----------------------------------------------------------------
       01 WS-RIGHE-DOC.
           05 WS-RIG-CTR             PIC 9(3)  VALUE ZEROES.
           05 WS-RIG-IMP-00          PIC 9(14) VALUE ZEROES.
           05 WS-RIG-IMP-04          PIC 9(14) VALUE ZEROES.
           05 WS-RIG-IMP-10          PIC 9(14) VALUE ZEROES.
           05 WS-RIG-IMP-22          PIC 9(14) VALUE ZEROES.
       01 WS-RIG-ALIQUOTA            PIC 9(2)  VALUE ZEROES.
       01 WS-RIG-IMPONIB             PIC 9(14) VALUE ZEROES.
       01 WS-AGG-ALIQUOTA            PIC 9(2)  VALUE ZEROES.
       01 WS-AGG-IMPONIB             PIC S9(15) VALUE ZEROES.
       01 WS-AGG-IVA                 PIC S9(15) VALUE ZEROES.

      *----------------------------------------------------------------
      *  ANDAMENTO MENSILE: MESE 1 = MESE DELLA DATA DAL.
      *----------------------------------------------------------------
       01 WS-TAB-MESI.
           05 WS-MES OCCURS 12 TIMES.
              07 WS-MES-ANNO-MESE    PIC 9(6).
              07 WS-MES-CORR         PIC S9(15) COMP-3.
              07 WS-MES-PREC         PIC S9(15) COMP-3.
              07 WS-MES-DOC          PIC 9(7) COMP-3.
       01 WS-IND-MES                 PIC 9(3) VALUE ZEROES.
       01 WS-MES-COMODO              PIC 9(6) VALUE ZEROES.
       01 WS-MES-COMODO-R REDEFINES WS-MES-COMODO.
           05 WS-MCO-ANNO            PIC 9(4).
           05 WS-MCO-MM              PIC 9(2).

      *----------------------------------------------------------------
      *  RIPARTIZIONI DEL PERIODO RICHIESTO PER ALIQUOTA E PER
      *  DIVISA (AL PIU' 20 VOCI CIASCUNA; OLTRE, LE VOCI IN PIU'
      *  FINISCONO NELL'ULTIMA RIGA "ALTRE").
      *----------------------------------------------------------------
       01 WS-TAB-ALIQUOTE.
           05 WS-ALQ OCCURS 20 TIMES.
              07 WS-ALQ-CODICE       PIC 9(2).
              07 WS-ALQ-IMPONIB      PIC S9(15) COMP-3.
              07 WS-ALQ-IVA          PIC S9(15) COMP-3.
              07 WS-ALQ-DOC          PIC 9(7) COMP-3.
       01 WS-ALQ-N                   PIC 9(3) VALUE ZEROES.
       01 WS-IND-ALQ                 PIC 9(3) VALUE ZEROES.
       01 WS-TAB-DIVISE.
           05 WS-DIV OCCURS 20 TIMES.
              07 WS-DIV-CODICE       PIC X(3).
              07 WS-DIV-IMP-DIVISA   PIC S9(15) COMP-3.
              07 WS-DIV-TOT-EUR      PIC S9(15) COMP-3.
              07 WS-DIV-IMPONIB      PIC S9(15) COMP-3.
              07 WS-DIV-DOC          PIC 9(7) COMP-3.
       01 WS-DIV-N                   PIC 9(3) VALUE ZEROES.
       01 WS-IND-DIV                 PIC 9(3) VALUE ZEROES.
       01 WS-TAB-MAX                 PIC 9(3) VALUE 20.
       01 SW-VOCE-TROVATA            PIC X(1) VALUE 'N'.
           88 WS-VOCE-TROVATA        VALUE 'S'.

      *----------------------------------------------------------------
      *  TOTALI GENERALI E CLIENTE IN ACCUMULO.
      *----------------------------------------------------------------
       01 WS-TOT-CORR                PIC S9(15) COMP-3 VALUE ZEROES.
       01 WS-TOT-PREC                PIC S9(15) COMP-3 VALUE ZEROES.
       01 WS-CLI-CORRENTE            PIC 9(5) VALUE ZEROES.
       01 WS-CLI-CORR                PIC S9(15) COMP-3 VALUE ZEROES.
       01 WS-CLI-PREC                PIC S9(15) COMP-3 VALUE ZEROES.
       01 WS-CLI-DOC                 PIC 9(5) COMP-3 VALUE ZEROES.

      *----------------------------------------------------------------
      *  CLASSIFICA: POSIZIONE, PROGRESSIVO, QUOTE E CLASSE ABC.
      *----------------------------------------------------------------
       01 WS-POSIZIONE               PIC 9(5) VALUE ZEROES.
       01 WS-NUM-PRIMI               PIC 9(3) VALUE 20.
       01 WS-PROGRESSIVO             PIC S9(15) COMP-3 VALUE ZEROES.
       01 WS-PRIMI-CORR              PIC S9(15) COMP-3 VALUE ZEROES.
       01 WS-PRIMI-PREC              PIC S9(15) COMP-3 VALUE ZEROES.
       01 WS-QUOTA                   PIC S9(3)V99 VALUE ZEROES.
       01 WS-QUOTA-PROG              PIC S9(3)V99 VALUE ZEROES.
       01 WS-QUOTA-PRIMA             PIC S9(3)V99 VALUE ZEROES.
       01 WS-CLASSE                  PIC X(1) VALUE SPACES.
       01 WS-CLASSE-A-FINO           PIC 9(3) VALUE 80.
       01 WS-CLASSE-B-FINO           PIC 9(3) VALUE 95.
       01 WS-CTR-CLASSE-A            PIC 9(5) VALUE ZEROES.
       01 WS-CTR-CLASSE-B            PIC 9(5) VALUE ZEROES.
       01 WS-CTR-CLASSE-C            PIC 9(5) VALUE ZEROES.
       01 WS-FATT-CLASSE-A           PIC S9(15) COMP-3 VALUE ZEROES.
       01 WS-FATT-CLASSE-B           PIC S9(15) COMP-3 VALUE ZEROES.
       01 WS-FATT-CLASSE-C           PIC S9(15) COMP-3 VALUE ZEROES.
       01 WS-RAGIONE-SOCIALE         PIC X(30) VALUE SPACES.

      *----------------------------------------------------------------
      *  VARIAZIONE SULL'ANNO PRIMA: IMPORTO E PERCENTUALE ("NUOVO"
      *  SENZA FATTURATO L'ANNO PRIMA).
      *----------------------------------------------------------------
       01 WS-VAR-CORR                PIC S9(15) VALUE ZEROES.
       01 WS-VAR-PREC                PIC S9(15) VALUE ZEROES.
       01 WS-VAR-IMPORTO             PIC S9(15) VALUE ZEROES.
       01 WS-VAR-PERC                PIC S9(5)V9 VALUE ZEROES.
       01 WS-VAR-PERC-ED             PIC ZZZZ9,9-.
       01 WS-VAR-PERC-X              PIC X(8) VALUE SPACES.

       01 WS-STAMPA-PAGINA           PIC 9(3)  VALUE ZEROES.
       01 WS-STAMPA-RIGHE            PIC 9(2)  VALUE ZEROES.
       01 WS-STAMPA-MAX-RIGHE        PIC 9(2)  VALUE 50.
       01 WS-SEZIONE                 PIC X(60) VALUE SPACES.
       01 WS-INT-COLONNE             PIC X(132) VALUE SPACES.

       01 WS-INT-1.
           05 FILLER     PIC X(10) VALUE SPACES.
           05 FILLER     PIC X(42) VALUE
              'STATVEND - STATISTICHE DI VENDITA - DAL '.
           05 WS-INT-DAL PIC 9(8).
           05 FILLER     PIC X(4)  VALUE ' AL '.
           05 WS-INT-AL  PIC 9(8).
           05 FILLER     PIC X(18) VALUE '  ANNO PRECEDENTE '.
           05 WS-INT-PREC-DAL PIC 9(8).
           05 FILLER     PIC X(1)  VALUE '-'.
           05 WS-INT-PREC-AL  PIC 9(8).
           05 FILLER     PIC X(17) VALUE SPACES.
           05 FILLER     PIC X(5)  VALUE 'PAG. '.
           05 WS-INT-PAGINA PIC ZZ9.

       01 WS-INT-SEZIONE.
           05 FILLER     PIC X(2)  VALUE SPACES.
           05 WS-IS-TITOLO PIC X(60).

       01 WS-INT-CLIENTI.
           05 FILLER     PIC X(7)  VALUE '   POS.'.
           05 FILLER     PIC X(7)  VALUE ' CODICE'.
           05 FILLER     PIC X(32) VALUE '  RAGIONE SOCIALE'.
           05 FILLER     PIC X(16) VALUE '       FATTURATO'.
           05 FILLER     PIC X(8)  VALUE '  QUOTA%'.
           05 FILLER     PIC X(8)  VALUE '  PROGR%'.
           05 FILLER     PIC X(4)  VALUE ' ABC'.
           05 FILLER     PIC X(15) VALUE ' ANNO PRECEDEN.'.
           05 FILLER     PIC X(16) VALUE '      VARIAZIONE'.
           05 FILLER     PIC X(9)  VALUE '    VAR.%'.
           05 FILLER     PIC X(6)  VALUE '  DOC.'.

       01 WS-DET-CLIENTE.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-DC-POSIZIONE PIC ZZZZ9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-DC-COD-CLI  PIC 9(5).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-DC-RAGIONE  PIC X(30).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-DC-FATT-CORR PIC Z(10)9,99-.
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-DC-QUOTA    PIC ZZ9,99-.
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-DC-QUOTA-PROG PIC ZZ9,99-.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-DC-CLASSE   PIC X(1).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-DC-FATT-PREC PIC Z(10)9,99-.
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-DC-VARIAZIONE PIC Z(10)9,99-.
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-DC-VAR-PERC PIC X(8).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-DC-NUM-DOC  PIC ZZZZ9.

       01 WS-CTR-EDIT                PIC ZZZZ9.

       01 WS-INT-MESI.
           05 FILLER     PIC X(9)  VALUE '  MESE'.
           05 FILLER     PIC X(18) VALUE '         FATTURATO'.
           05 FILLER     PIC X(10) VALUE '      DOC.'.
           05 FILLER     PIC X(16) VALUE ' ANNO PRECEDENTE'.
           05 FILLER     PIC X(16) VALUE '      VARIAZIONE'.
           05 FILLER     PIC X(9)  VALUE '    VAR.%'.

       01 WS-DET-MESE.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-DM-ANNO     PIC 9(4).
           05 FILLER         PIC X(1)  VALUE '/'.
           05 WS-DM-MESE     PIC 9(2).
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 WS-DM-FATT-CORR PIC Z(10)9,99-.
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 WS-DM-NUM-DOC  PIC Z(6)9.
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-DM-FATT-PREC PIC Z(10)9,99-.
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-DM-VARIAZIONE PIC Z(10)9,99-.
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-DM-VAR-PERC PIC X(8).

       01 WS-INT-ALIQUOTE.
           05 FILLER     PIC X(8)  VALUE '  ALIQ.'.
           05 FILLER     PIC X(19) VALUE '         IMPONIBILE'.
           05 FILLER     PIC X(16) VALUE '             IVA'.
           05 FILLER     PIC X(10) VALUE '      DOC.'.
           05 FILLER     PIC X(8)  VALUE '  QUOTA%'.

       01 WS-DET-ALIQUOTA.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-DA-ALIQUOTA PIC X(6).
           05 FILLER         PIC X(4)  VALUE SPACES.
           05 WS-DA-IMPONIB  PIC Z(10)9,99-.
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-DA-IVA      PIC Z(10)9,99-.
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 WS-DA-NUM-DOC  PIC Z(6)9.
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-DA-QUOTA    PIC ZZ9,99-.

       01 WS-INT-DIVISE.
           05 FILLER     PIC X(8)  VALUE '  DIVISA'.
           05 FILLER     PIC X(19) VALUE '      TOTALE DIVISA'.
           05 FILLER     PIC X(16) VALUE '     TOTALE EURO'.
           05 FILLER     PIC X(16) VALUE ' IMPONIBILE EURO'.
           05 FILLER     PIC X(10) VALUE '      DOC.'.
           05 FILLER     PIC X(8)  VALUE '  QUOTA%'.

       01 WS-DET-DIVISA.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-DV-DIVISA   PIC X(6).
           05 FILLER         PIC X(4)  VALUE SPACES.
           05 WS-DV-IMP-DIVISA PIC Z(10)9,99-.
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-DV-TOT-EUR  PIC Z(10)9,99-.
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-DV-IMPONIB  PIC Z(10)9,99-.
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 WS-DV-NUM-DOC  PIC Z(6)9.
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-DV-QUOTA    PIC ZZ9,99-.

       01 WS-RIGA-TOTALE.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-TOT-LABEL   PIC X(48).
           05 WS-TOT-IMPORTO PIC Z(10)9,99-.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-TOT-ALTRO   PIC Z(10)9,99-.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-TOT-NOTA    PIC X(40).

       PROCEDURE DIVISION.

       INIZIO.
          PERFORM OP-INIZIALI THRU OP-INIZIALI-EX.
          SORT SORT-DOC ON ASCENDING KEY SD-COD-CLI
               INPUT PROCEDURE SELEZIONA-DOCUMENTI
                     THRU SELEZIONA-DOCUMENTI-EX
               OUTPUT PROCEDURE TOTALIZZA-CLIENTI
                     THRU TOTALIZZA-CLIENTI-EX.
          SORT SORT-CLI ON DESCENDING KEY SC-FATT-CORR
                        ON ASCENDING KEY SC-COD-CLI
               USING STATCLI
               OUTPUT PROCEDURE STAMPA-CLASSIFICA
                     THRU STAMPA-CLASSIFICA-EX.
          PERFORM STAMPA-ANDAMENTO THRU STAMPA-ANDAMENTO-EX.
          PERFORM STAMPA-ALIQUOTE THRU STAMPA-ALIQUOTE-EX.
          PERFORM STAMPA-DIVISE THRU STAMPA-DIVISE-EX.
          PERFORM OP-FINALI THRU OP-FINALI-EX.
          STOP RUN.

      *----------------------------------------------------------------
      *  FFATTURE E' OBBLIGATORIO; ARCHIVIO STORICO, RIGHE E
      *  ANAGRAFICA CLIENTI SONO FACOLTATIVI (SENZA ANAGRAFICA LA
      *  RAGIONE SOCIALE ESCE IN BIANCO).
      *----------------------------------------------------------------
       OP-INIZIALI.
          MOVE 'D' TO DCP-FUNZIONE.
          MOVE 'STATVEND' TO DCP-PROGRAMMA.
          CALL 'DATACONT' USING PARAMETRI-DATACONT.
          DISPLAY 'PERIODO DAL (AAAAMMGG, ZERO = INIZIO ANNO): '.
          ACCEPT WS-DATA-DAL.
          DISPLAY 'PERIODO AL  (AAAAMMGG, ZERO = DATA CONTABILE): '.
          ACCEPT WS-DATA-AL.
          IF WS-DATA-AL = ZEROES
             MOVE DCP-DATA-CONTABILE TO WS-DATA-AL.
          IF WS-DATA-DAL = ZEROES
             MOVE WS-AL-ANNO TO WS-DAL-ANNO
             MOVE 01 TO WS-DAL-MM
             MOVE 01 TO WS-DAL-GG.
          IF WS-DAL-MM < 1 OR WS-DAL-MM > 12
          OR WS-AL-MM < 1 OR WS-AL-MM > 12
          OR WS-DATA-DAL > WS-DATA-AL
             DISPLAY 'PERIODO NON VALIDO'
             STOP RUN WITH ERROR STATUS 16.
          COMPUTE WS-NUM-MESI = (WS-AL-ANNO - WS-DAL-ANNO) * 12
                              + WS-AL-MM - WS-DAL-MM + 1.
          IF WS-NUM-MESI > 12
             DISPLAY 'PERIODO OLTRE I DODICI MESI'
             STOP RUN WITH ERROR STATUS 16.
          COMPUTE WS-PREC-DAL = WS-DATA-DAL - 10000.
          COMPUTE WS-PREC-AL  = WS-DATA-AL  - 10000.
          INITIALIZE WS-TAB-MESI WS-TAB-ALIQUOTE WS-TAB-DIVISE.
          MOVE WS-DAL-ANNO TO WS-MCO-ANNO.
          MOVE WS-DAL-MM   TO WS-MCO-MM.
          PERFORM PREPARA-MESE THRU PREPARA-MESE-EX
                  VARYING WS-IND-MES FROM 1 BY 1
                  UNTIL WS-IND-MES > WS-NUM-MESI.
          OPEN INPUT FFATTURE.
          IF FS-FATTURE NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE FFATTURE - FS=' FS-FATTURE
             STOP RUN WITH ERROR STATUS 16.
          OPEN INPUT FFATTARC.
          IF FS-FATTARC = '00'
             MOVE 'S' TO SW-FATTARC-APERTO
          ELSE
             DISPLAY 'ARCHIVIO STORICO FFATTARC ASSENTE: SOLO FILE '
                     'VIVO'.
          OPEN INPUT FATRIGHE.
          IF FS-FATRIGHE = '00'
             MOVE 'S' TO SW-FATRIGHE-APERTO.
          OPEN INPUT FATRIGARC.
          IF FS-FATRIGARC = '00'
             MOVE 'S' TO SW-FATRIGARC-APERTO.
          OPEN INPUT CLIENTI.
          IF FS-CLIENTI = '00'
             MOVE 'S' TO SW-CLIENTI-APERTO.
          OPEN OUTPUT STATVEN.
          IF FS-STATVEN NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE STATVEN - FS=' FS-STATVEN
             STOP RUN WITH ERROR STATUS 16.
          OPEN OUTPUT STAMPA.
          IF FS-STAMPA NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE LA STAMPA - FS=' FS-STAMPA
             STOP RUN WITH ERROR STATUS 16.
       OP-INIZIALI-EX.
          EXIT.

       PREPARA-MESE.
          MOVE WS-MES-COMODO TO WS-MES-ANNO-MESE (WS-IND-MES).
          ADD 1 TO WS-MCO-MM.
          IF WS-MCO-MM > 12
             MOVE 1 TO WS-MCO-MM
             ADD 1 TO WS-MCO-ANNO.
       PREPARA-MESE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  FASE 1: DOCUMENTI DEL FILE VIVO E DELL'ARCHIVIO STORICO CON
      *  DATA FATTURA IN UNO DEI DUE PERIODI. ANDAMENTO MENSILE E
      *  RIPARTIZIONI SI ACCUMULANO QUI; AL SORT VA UNA RIGA PER
      *  DOCUMENTO CON IL FATTURATO DEL CLIENTE.
      *----------------------------------------------------------------
       SELEZIONA-DOCUMENTI.
          MOVE ZEROES TO FFAT-COD-CLI.
          MOVE SPACES TO FFAT-NUM-FAT.
          START FFATTURE KEY IS GREATER THAN KEY-FFATTURE
                INVALID KEY MOVE 1 TO SW-FINE-FAT.
          IF NOT EOF-FAT
             PERFORM LETTURA-FAT THRU LETTURA-FAT-EX.
          PERFORM ESAMINA-FAT THRU ESAMINA-FAT-EX
                  UNTIL EOF-FAT.
          IF NOT WS-FATTARC-APERTO
             GO TO SELEZIONA-DOCUMENTI-EX.
          MOVE ZEROES TO ARC-COD-CLI.
          MOVE SPACES TO ARC-NUM-FAT.
          START FFATTARC KEY IS GREATER THAN KEY-FFATTARC
                INVALID KEY MOVE 1 TO SW-FINE-ARC.
          IF NOT EOF-ARC
             PERFORM LETTURA-ARC THRU LETTURA-ARC-EX.
          PERFORM ESAMINA-ARC THRU ESAMINA-ARC-EX
                  UNTIL EOF-ARC.
       SELEZIONA-DOCUMENTI-EX.
          EXIT.

       LETTURA-FAT.
          READ FFATTURE NEXT AT END MOVE 1 TO SW-FINE-FAT
                        GO TO LETTURA-FAT-EX.
          IF FS-FATTURE NOT = '00'
             DISPLAY 'ERRORE IN LETTURA FFATTURE - FS=' FS-FATTURE
             MOVE 16 TO RETURN-CODE
             MOVE 1 TO SW-FINE-FAT
             GO TO LETTURA-FAT-EX.
          ADD 1 TO WS-CTR-LETTI-VIVO.
       LETTURA-FAT-EX.
          EXIT.

       ESAMINA-FAT.
          MOVE 'V'             TO WS-DOC-ORIGINE.
          MOVE FFAT-COD-CLI    TO WS-DOC-COD-CLI.
          MOVE FFAT-NUM-FAT    TO WS-DOC-NUM-FAT.
          MOVE FFAT-DATA-FATT  TO WS-DOC-DATA-FATT.
          MOVE FFAT-TIPO-DOC   TO WS-DOC-TIPO.
          MOVE FFAT-ALIQUOTA   TO WS-DOC-ALIQUOTA.
          MOVE FFAT-DIVISA     TO WS-DOC-DIVISA.
          MOVE FFAT-IMPONIB    TO WS-DOC-IMPONIB.
          MOVE FFAT-IVA        TO WS-DOC-IVA.
          MOVE FFAT-TOT-FATT   TO WS-DOC-TOT-FATT.
          MOVE FFAT-IMP-DIVISA TO WS-DOC-IMP-DIVISA.
          PERFORM ESAMINA-DOCUMENTO THRU ESAMINA-DOCUMENTO-EX.
          PERFORM LETTURA-FAT THRU LETTURA-FAT-EX.
       ESAMINA-FAT-EX.
          EXIT.

       LETTURA-ARC.
          READ FFATTARC NEXT AT END MOVE 1 TO SW-FINE-ARC
                        GO TO LETTURA-ARC-EX.
          IF FS-FATTARC NOT = '00'
             DISPLAY 'ERRORE IN LETTURA FFATTARC - FS=' FS-FATTARC
             MOVE 16 TO RETURN-CODE
             MOVE 1 TO SW-FINE-ARC
             GO TO LETTURA-ARC-EX.
          ADD 1 TO WS-CTR-LETTI-ARC.
       LETTURA-ARC-EX.
          EXIT.

       ESAMINA-ARC.
          MOVE 'A'             TO WS-DOC-ORIGINE.
          MOVE ARC-COD-CLI     TO WS-DOC-COD-CLI.
          MOVE ARC-NUM-FAT     TO WS-DOC-NUM-FAT.
          MOVE ARC-DATA-FATT   TO WS-DOC-DATA-FATT.
          MOVE ARC-TIPO-DOC    TO WS-DOC-TIPO.
          MOVE ARC-ALIQUOTA    TO WS-DOC-ALIQUOTA.
          MOVE ARC-DIVISA      TO WS-DOC-DIVISA.
          MOVE ARC-IMPONIB     TO WS-DOC-IMPONIB.
          MOVE ARC-IVA         TO WS-DOC-IVA.
          MOVE ARC-TOT-FATT    TO WS-DOC-TOT-FATT.
          MOVE ARC-IMP-DIVISA  TO WS-DOC-IMP-DIVISA.
          PERFORM ESAMINA-DOCUMENTO THRU ESAMINA-DOCUMENTO-EX.
          PERFORM LETTURA-ARC THRU LETTURA-ARC-EX.
       ESAMINA-ARC-EX.
          EXIT.

      *----------------------------------------------------------------
      *  DOCUMENTO DEL PERIODO RICHIESTO: MESE, ALIQUOTE, DIVISA E
      *  FATTURATO CORRENTE DEL CLIENTE. DOCUMENTO DELLO STESSO
      *  PERIODO DELL'ANNO PRIMA: MESE CORRISPONDENTE E FATTURATO
      *  PRECEDENTE DEL CLIENTE. GLI ALTRI SI SCARTANO.
      *----------------------------------------------------------------
       ESAMINA-DOCUMENTO.
          MOVE +1 TO WS-SEGNO.
          IF WS-DOC-TIPO = 'N'
             MOVE -1 TO WS-SEGNO.
          IF WS-DOC-DIVISA = SPACES
             MOVE 'EUR' TO WS-DOC-DIVISA.
          IF WS-DOC-IMP-DIVISA = ZEROES
             MOVE WS-DOC-TOT-FATT TO WS-DOC-IMP-DIVISA.
          COMPUTE WS-DOC-IMPONIB    = WS-DOC-IMPONIB * WS-SEGNO.
          COMPUTE WS-DOC-IVA        = WS-DOC-IVA * WS-SEGNO.
          COMPUTE WS-DOC-TOT-FATT   = WS-DOC-TOT-FATT * WS-SEGNO.
          COMPUTE WS-DOC-IMP-DIVISA = WS-DOC-IMP-DIVISA * WS-SEGNO.
          MOVE SPACES TO SORT-DOC-RECORD.
          MOVE WS-DOC-COD-CLI TO SD-COD-CLI.
          MOVE ZEROES TO SD-FATT-CORR SD-FATT-PREC.
          MOVE 1 TO SD-NUM-DOC.
          IF WS-DOC-DATA-FATT NOT < WS-DATA-DAL
          AND WS-DOC-DATA-FATT NOT > WS-DATA-AL
             GO TO E020.
          IF WS-DOC-DATA-FATT NOT < WS-PREC-DAL
          AND WS-DOC-DATA-FATT NOT > WS-PREC-AL
             GO TO E040.
          GO TO ESAMINA-DOCUMENTO-EX.
       E020.
          ADD 1 TO WS-CTR-DOC-CORR.
          ADD WS-DOC-IMPONIB TO WS-TOT-CORR.
          MOVE WS-DOC-IMPONIB TO SD-FATT-CORR.
          COMPUTE WS-IND-MESE = (WS-DOC-ANNO - WS-DAL-ANNO) * 12
                              + WS-DOC-MM - WS-DAL-MM + 1.
          ADD WS-DOC-IMPONIB TO WS-MES-CORR (WS-IND-MESE).
          ADD 1 TO WS-MES-DOC (WS-IND-MESE).
          PERFORM RIPARTISCI-ALIQUOTE THRU RIPARTISCI-ALIQUOTE-EX.
          PERFORM AGGIUNGI-DIVISA THRU AGGIUNGI-DIVISA-EX.
          GO TO E090.
       E040.
          ADD 1 TO WS-CTR-DOC-PREC.
          ADD WS-DOC-IMPONIB TO WS-TOT-PREC.
          MOVE WS-DOC-IMPONIB TO SD-FATT-PREC.
          COMPUTE WS-IND-MESE = (WS-DOC-ANNO + 1 - WS-DAL-ANNO) * 12
                              + WS-DOC-MM - WS-DAL-MM + 1.
          ADD WS-DOC-IMPONIB TO WS-MES-PREC (WS-IND-MESE).
          MOVE ZEROES TO SD-NUM-DOC.
       E090.
          RELEASE SORT-DOC-RECORD.
       ESAMINA-DOCUMENTO-EX.
          EXIT.

      *----------------------------------------------------------------
      *  RIPARTIZIONE PER ALIQUOTA: CON LE RIGHE DI DETTAGLIO
      *  L'IMPONIBILE DELLE RIGHE E L'IVA SUL TOTALE DI OGNI ALIQUOTA
      *  (COME REGIVA); SENZA RIGHE IMPONIBILE E IVA DEL DOCUMENTO.
      *----------------------------------------------------------------
       RIPARTISCI-ALIQUOTE.
          PERFORM TOTALIZZA-RIGHE-DOC THRU TOTALIZZA-RIGHE-DOC-EX.
          IF WS-RIG-CTR = ZEROES
             MOVE WS-DOC-ALIQUOTA TO WS-AGG-ALIQUOTA
             MOVE WS-DOC-IMPONIB  TO WS-AGG-IMPONIB
             MOVE WS-DOC-IVA      TO WS-AGG-IVA
             PERFORM AGGIUNGI-ALIQUOTA THRU AGGIUNGI-ALIQUOTA-EX
             GO TO RIPARTISCI-ALIQUOTE-EX.
          MOVE 00 TO WS-AGG-ALIQUOTA.
          MOVE WS-RIG-IMP-00 TO WS-RIG-IMPONIB.
          PERFORM AGGIUNGI-RIGHE-ALIQ THRU AGGIUNGI-RIGHE-ALIQ-EX.
          MOVE 04 TO WS-AGG-ALIQUOTA.
          MOVE WS-RIG-IMP-04 TO WS-RIG-IMPONIB.
          PERFORM AGGIUNGI-RIGHE-ALIQ THRU AGGIUNGI-RIGHE-ALIQ-EX.
          MOVE 10 TO WS-AGG-ALIQUOTA.
          MOVE WS-RIG-IMP-10 TO WS-RIG-IMPONIB.
          PERFORM AGGIUNGI-RIGHE-ALIQ THRU AGGIUNGI-RIGHE-ALIQ-EX.
          MOVE 22 TO WS-AGG-ALIQUOTA.
          MOVE WS-RIG-IMP-22 TO WS-RIG-IMPONIB.
          PERFORM AGGIUNGI-RIGHE-ALIQ THRU AGGIUNGI-RIGHE-ALIQ-EX.
       RIPARTISCI-ALIQUOTE-EX.
          EXIT.

       AGGIUNGI-RIGHE-ALIQ.
          IF WS-RIG-IMPONIB = ZEROES
             GO TO AGGIUNGI-RIGHE-ALIQ-EX.
          COMPUTE WS-AGG-IMPONIB = WS-RIG-IMPONIB * WS-SEGNO.
          COMPUTE WS-AGG-IVA ROUNDED =
                  WS-RIG-IMPONIB * WS-AGG-ALIQUOTA / 100 * WS-SEGNO.
          PERFORM AGGIUNGI-ALIQUOTA THRU AGGIUNGI-ALIQUOTA-EX.
       AGGIUNGI-RIGHE-ALIQ-EX.
          EXIT.

       AGGIUNGI-ALIQUOTA.
          MOVE 'N' TO SW-VOCE-TROVATA.
          PERFORM CERCA-ALIQUOTA THRU CERCA-ALIQUOTA-EX
                  VARYING WS-IND-ALQ FROM 1 BY 1
                  UNTIL WS-IND-ALQ > WS-ALQ-N OR WS-VOCE-TROVATA.
          IF WS-VOCE-TROVATA
             SUBTRACT 1 FROM WS-IND-ALQ
             GO TO A050.
          IF WS-ALQ-N < WS-TAB-MAX
             ADD 1 TO WS-ALQ-N
             MOVE WS-ALQ-N TO WS-IND-ALQ
             MOVE WS-AGG-ALIQUOTA TO WS-ALQ-CODICE (WS-IND-ALQ)
          ELSE
             MOVE WS-TAB-MAX TO WS-IND-ALQ
             MOVE 99 TO WS-ALQ-CODICE (WS-IND-ALQ).
       A050.
          ADD WS-AGG-IMPONIB TO WS-ALQ-IMPONIB (WS-IND-ALQ).
          ADD WS-AGG-IVA     TO WS-ALQ-IVA (WS-IND-ALQ).
          ADD 1              TO WS-ALQ-DOC (WS-IND-ALQ).
       AGGIUNGI-ALIQUOTA-EX.
          EXIT.

       CERCA-ALIQUOTA.
          IF WS-ALQ-CODICE (WS-IND-ALQ) = WS-AGG-ALIQUOTA
             MOVE 'S' TO SW-VOCE-TROVATA.
       CERCA-ALIQUOTA-EX.
          EXIT.

       AGGIUNGI-DIVISA.
          MOVE 'N' TO SW-VOCE-TROVATA.
          PERFORM CERCA-DIVISA THRU CERCA-DIVISA-EX
                  VARYING WS-IND-DIV FROM 1 BY 1
                  UNTIL WS-IND-DIV > WS-DIV-N OR WS-VOCE-TROVATA.
          IF WS-VOCE-TROVATA
             SUBTRACT 1 FROM WS-IND-DIV
             GO TO D050.
          IF WS-DIV-N < WS-TAB-MAX
             ADD 1 TO WS-DIV-N
             MOVE WS-DIV-N TO WS-IND-DIV
             MOVE WS-DOC-DIVISA TO WS-DIV-CODICE (WS-IND-DIV)
          ELSE
             MOVE WS-TAB-MAX TO WS-IND-DIV
             MOVE '***' TO WS-DIV-CODICE (WS-IND-DIV).
       D050.
          ADD WS-DOC-IMP-DIVISA TO WS-DIV-IMP-DIVISA (WS-IND-DIV).
          ADD WS-DOC-TOT-FATT   TO WS-DIV-TOT-EUR (WS-IND-DIV).
          ADD WS-DOC-IMPONIB    TO WS-DIV-IMPONIB (WS-IND-DIV).
          ADD 1                 TO WS-DIV-DOC (WS-IND-DIV).
       AGGIUNGI-DIVISA-EX.
          EXIT.

       CERCA-DIVISA.
          IF WS-DIV-CODICE (WS-IND-DIV) = WS-DOC-DIVISA
             MOVE 'S' TO SW-VOCE-TROVATA.
       CERCA-DIVISA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  IMPONIBILE PER ALIQUOTA DALLE RIGHE DEL DOCUMENTO CORRENTE,
      *  DA FATRIGHE PER IL FILE VIVO E DA FATRIGARC PER L'ARCHIVIO.
      *----------------------------------------------------------------
       TOTALIZZA-RIGHE-DOC.
          INITIALIZE WS-RIGHE-DOC.
          MOVE ZEROES TO SW-FINE-RIGHE.
          IF WS-DOC-ORIGINE = 'A'
             GO TO T050.
          IF NOT WS-FATRIGHE-APERTO
             GO TO TOTALIZZA-RIGHE-DOC-EX.
          MOVE WS-DOC-COD-CLI TO RIG-COD-CLI.
          MOVE WS-DOC-NUM-FAT TO RIG-NUM-FAT.
          MOVE ZEROES         TO RIG-NUM-RIGA.
          START FATRIGHE KEY IS NOT LESS THAN KEY-FATRIGHE
                INVALID KEY
                GO TO TOTALIZZA-RIGHE-DOC-EX.
          PERFORM SOMMA-RIGA-VIVO THRU SOMMA-RIGA-VIVO-EX
                  UNTIL EOF-RIGHE.
          GO TO TOTALIZZA-RIGHE-DOC-EX.
       T050.
          IF NOT WS-FATRIGARC-APERTO
             GO TO TOTALIZZA-RIGHE-DOC-EX.
          MOVE WS-DOC-COD-CLI TO RARC-COD-CLI.
          MOVE WS-DOC-NUM-FAT TO RARC-NUM-FAT.
          MOVE ZEROES         TO RARC-NUM-RIGA.
          START FATRIGARC KEY IS NOT LESS THAN KEY-FATRIGARC
                INVALID KEY
                GO TO TOTALIZZA-RIGHE-DOC-EX.
          PERFORM SOMMA-RIGA-ARC THRU SOMMA-RIGA-ARC-EX
                  UNTIL EOF-RIGHE.
       TOTALIZZA-RIGHE-DOC-EX.
          EXIT.

       SOMMA-RIGA-VIVO.
          READ FATRIGHE NEXT AT END MOVE 1 TO SW-FINE-RIGHE
               GO TO SOMMA-RIGA-VIVO-EX.
          IF FS-FATRIGHE NOT = '00'
          OR RIG-COD-CLI NOT = WS-DOC-COD-CLI
          OR RIG-NUM-FAT NOT = WS-DOC-NUM-FAT
             MOVE 1 TO SW-FINE-RIGHE
             GO TO SOMMA-RIGA-VIVO-EX.
          MOVE RIG-ALIQUOTA TO WS-RIG-ALIQUOTA.
          MOVE RIG-IMPONIB  TO WS-RIG-IMPONIB.
          PERFORM SOMMA-ALIQUOTA-RIGA THRU SOMMA-ALIQUOTA-RIGA-EX.
       SOMMA-RIGA-VIVO-EX.
          EXIT.

       SOMMA-RIGA-ARC.
          READ FATRIGARC NEXT AT END MOVE 1 TO SW-FINE-RIGHE
               GO TO SOMMA-RIGA-ARC-EX.
          IF FS-FATRIGARC NOT = '00'
          OR RARC-COD-CLI NOT = WS-DOC-COD-CLI
          OR RARC-NUM-FAT NOT = WS-DOC-NUM-FAT
             MOVE 1 TO SW-FINE-RIGHE
             GO TO SOMMA-RIGA-ARC-EX.
          MOVE RARC-ALIQUOTA TO WS-RIG-ALIQUOTA.
          MOVE RARC-IMPONIB  TO WS-RIG-IMPONIB.
          PERFORM SOMMA-ALIQUOTA-RIGA THRU SOMMA-ALIQUOTA-RIGA-EX.
       SOMMA-RIGA-ARC-EX.
          EXIT.

       SOMMA-ALIQUOTA-RIGA.
          ADD 1 TO WS-RIG-CTR.
          EVALUATE WS-RIG-ALIQUOTA
             WHEN 0     ADD WS-RIG-IMPONIB TO WS-RIG-IMP-00
             WHEN 4     ADD WS-RIG-IMPONIB TO WS-RIG-IMP-04
             WHEN 10    ADD WS-RIG-IMPONIB TO WS-RIG-IMP-10
             WHEN OTHER ADD WS-RIG-IMPONIB TO WS-RIG-IMP-22
          END-EVALUATE.
       SOMMA-ALIQUOTA-RIGA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  FASE 2: UN RECORD PER CLIENTE SUL FILE DI LAVORO STATCLI.
      *----------------------------------------------------------------
       TOTALIZZA-CLIENTI.
          OPEN OUTPUT STATCLI.
          IF FS-STATCLI NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE STATCLI - FS=' FS-STATCLI
             STOP RUN WITH ERROR STATUS 16.
          MOVE ZEROES TO SW-FINE-SORT.
          PERFORM RITORNA-DOC THRU RITORNA-DOC-EX.
          PERFORM SOMMA-CLIENTE THRU SOMMA-CLIENTE-EX
                  UNTIL EOF-SORT.
          IF NOT WS-E-IL-PRIMO-CLIENTE
             PERFORM SCRIVI-CLIENTE THRU SCRIVI-CLIENTE-EX.
          CLOSE STATCLI.
       TOTALIZZA-CLIENTI-EX.
          EXIT.

       RITORNA-DOC.
          RETURN SORT-DOC AT END MOVE 1 TO SW-FINE-SORT.
       RITORNA-DOC-EX.
          EXIT.

       SOMMA-CLIENTE.
          IF WS-E-IL-PRIMO-CLIENTE
             MOVE 'N' TO SW-PRIMO-CLIENTE
             MOVE SD-COD-CLI TO WS-CLI-CORRENTE
          ELSE
             IF SD-COD-CLI NOT = WS-CLI-CORRENTE
                PERFORM SCRIVI-CLIENTE THRU SCRIVI-CLIENTE-EX
                MOVE SD-COD-CLI TO WS-CLI-CORRENTE.
          ADD SD-FATT-CORR TO WS-CLI-CORR.
          ADD SD-FATT-PREC TO WS-CLI-PREC.
          ADD SD-NUM-DOC   TO WS-CLI-DOC.
          PERFORM RITORNA-DOC THRU RITORNA-DOC-EX.
       SOMMA-CLIENTE-EX.
          EXIT.

       SCRIVI-CLIENTE.
          MOVE WS-CLI-CORRENTE TO STC-COD-CLI.
          MOVE WS-CLI-CORR     TO STC-FATT-CORR.
          MOVE WS-CLI-PREC     TO STC-FATT-PREC.
          MOVE WS-CLI-DOC      TO STC-NUM-DOC.
          WRITE REC-STATCLI.
          ADD 1 TO WS-CTR-CLIENTI.
          MOVE ZEROES TO WS-CLI-CORR WS-CLI-PREC WS-CLI-DOC.
       SCRIVI-CLIENTE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  FASE 3: CLASSIFICA DEI CLIENTI PER FATTURATO DECRESCENTE.
      *  LA CLASSE SI DECIDE SULLA QUOTA PROGRESSIVA RAGGIUNTA PRIMA
      *  DEL CLIENTE, COSI' IL CLIENTE CHE SUPERA LA SOGLIA RESTA
      *  NELLA CLASSE PIU' ALTA; FATTURATO NULLO O NEGATIVO = C.
      *----------------------------------------------------------------
       STAMPA-CLASSIFICA.
          MOVE 'FATTURATO PER CLIENTE (NETTO NOTE DI CREDITO, EURO)'
               TO WS-SEZIONE.
          MOVE WS-INT-CLIENTI TO WS-INT-COLONNE.
          PERFORM STAMPA-INTESTAZIONE THRU STAMPA-INTESTAZIONE-EX.
          MOVE ZEROES TO SW-FINE-SORT.
          PERFORM RITORNA-CLI THRU RITORNA-CLI-EX.
          PERFORM STAMPA-CLIENTE THRU STAMPA-CLIENTE-EX
                  UNTIL EOF-SORT.
          IF WS-POSIZIONE < WS-NUM-PRIMI
             PERFORM STAMPA-PRIMI THRU STAMPA-PRIMI-EX.
          PERFORM STAMPA-TOTALI-CLIENTI THRU STAMPA-TOTALI-CLIENTI-EX.
       STAMPA-CLASSIFICA-EX.
          EXIT.

       RITORNA-CLI.
          RETURN SORT-CLI AT END MOVE 1 TO SW-FINE-SORT.
       RITORNA-CLI-EX.
          EXIT.

       STAMPA-CLIENTE.
          ADD 1 TO WS-POSIZIONE.
          MOVE ZEROES TO WS-QUOTA.
          MOVE WS-QUOTA-PROG TO WS-QUOTA-PRIMA.
          ADD SC-FATT-CORR TO WS-PROGRESSIVO.
          IF WS-TOT-CORR > ZEROES
             COMPUTE WS-QUOTA ROUNDED =
                     SC-FATT-CORR * 100 / WS-TOT-CORR
             COMPUTE WS-QUOTA-PROG ROUNDED =
                     WS-PROGRESSIVO * 100 / WS-TOT-CORR.
          MOVE 'C' TO WS-CLASSE.
          IF SC-FATT-CORR > ZEROES
          AND WS-QUOTA-PRIMA < WS-CLASSE-B-FINO
             MOVE 'B' TO WS-CLASSE.
          IF SC-FATT-CORR > ZEROES
          AND WS-QUOTA-PRIMA < WS-CLASSE-A-FINO
             MOVE 'A' TO WS-CLASSE.
          EVALUATE WS-CLASSE
             WHEN 'A'
                ADD 1 TO WS-CTR-CLASSE-A
                ADD SC-FATT-CORR TO WS-FATT-CLASSE-A
             WHEN 'B'
                ADD 1 TO WS-CTR-CLASSE-B
                ADD SC-FATT-CORR TO WS-FATT-CLASSE-B
             WHEN OTHER
                ADD 1 TO WS-CTR-CLASSE-C
                ADD SC-FATT-CORR TO WS-FATT-CLASSE-C
          END-EVALUATE.
          PERFORM LEGGI-RAGIONE-SOCIALE
                  THRU LEGGI-RAGIONE-SOCIALE-EX.
          MOVE SC-FATT-CORR TO WS-VAR-CORR.
          MOVE SC-FATT-PREC TO WS-VAR-PREC.
          PERFORM CALCOLA-VARIAZIONE THRU CALCOLA-VARIAZIONE-EX.
          IF WS-STAMPA-RIGHE >= WS-STAMPA-MAX-RIGHE
             PERFORM STAMPA-INTESTAZIONE THRU STAMPA-INTESTAZIONE-EX.
          MOVE WS-POSIZIONE      TO WS-DC-POSIZIONE.
          MOVE SC-COD-CLI        TO WS-DC-COD-CLI.
          MOVE WS-RAGIONE-SOCIALE TO WS-DC-RAGIONE.
          MOVE SC-FATT-CORR      TO WS-DC-FATT-CORR.
          MOVE WS-QUOTA          TO WS-DC-QUOTA.
          MOVE WS-QUOTA-PROG     TO WS-DC-QUOTA-PROG.
          MOVE WS-CLASSE         TO WS-DC-CLASSE.
          MOVE SC-FATT-PREC      TO WS-DC-FATT-PREC.
          MOVE WS-VAR-IMPORTO    TO WS-DC-VARIAZIONE.
          MOVE WS-VAR-PERC-X     TO WS-DC-VAR-PERC.
          MOVE SC-NUM-DOC        TO WS-DC-NUM-DOC.
          MOVE WS-DET-CLIENTE TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING 1 LINE.
          ADD 1 TO WS-STAMPA-RIGHE.
          MOVE SPACES TO REC-STATVEN.
          MOVE 'C'               TO STV-TIPO.
          MOVE SC-COD-CLI        TO STV-CHIAVE.
          MOVE WS-RAGIONE-SOCIALE TO STV-DESCRIZIONE.
          MOVE SC-FATT-CORR      TO STV-IMP-CORR.
          MOVE SC-FATT-PREC      TO STV-IMP-PREC.
          MOVE WS-VAR-IMPORTO    TO STV-IMP-ALTRO.
          MOVE WS-QUOTA          TO STV-QUOTA.
          MOVE WS-CLASSE         TO STV-CLASSE.
          MOVE SC-NUM-DOC        TO STV-NUM-DOC.
          PERFORM SCRIVI-STATVEN THRU SCRIVI-STATVEN-EX.
          IF WS-POSIZIONE NOT > WS-NUM-PRIMI
             ADD SC-FATT-CORR TO WS-PRIMI-CORR
             ADD SC-FATT-PREC TO WS-PRIMI-PREC.
          IF WS-POSIZIONE = WS-NUM-PRIMI
             PERFORM STAMPA-PRIMI THRU STAMPA-PRIMI-EX.
          PERFORM RITORNA-CLI THRU RITORNA-CLI-EX.
       STAMPA-CLIENTE-EX.
          EXIT.

       LEGGI-RAGIONE-SOCIALE.
          MOVE SPACES TO WS-RAGIONE-SOCIALE.
          IF NOT WS-CLIENTI-APERTO
             GO TO LEGGI-RAGIONE-SOCIALE-EX.
          MOVE SC-COD-CLI TO COD-CLI.
          READ CLIENTI.
          IF FS-CLIENTI = '00'
             MOVE RAG-CLI TO WS-RAGIONE-SOCIALE
          ELSE
             MOVE '** NON IN ANAGRAFICA **' TO WS-RAGIONE-SOCIALE.
       LEGGI-RAGIONE-SOCIALE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  SUBTOTALE DEI PRIMI 20 CLIENTI, DOPO IL VENTESIMO (O IN
      *  CODA SE I CLIENTI SONO MENO).
      *----------------------------------------------------------------
       STAMPA-PRIMI.
          MOVE WS-PRIMI-CORR TO WS-VAR-CORR.
          MOVE WS-PRIMI-PREC TO WS-VAR-PREC.
          PERFORM CALCOLA-VARIAZIONE THRU CALCOLA-VARIAZIONE-EX.
          MOVE SPACES TO WS-RIGA-TOTALE.
          MOVE 'TOTALE PRIMI 20 CLIENTI / ANNO PRECEDENTE'
               TO WS-TOT-LABEL.
          MOVE WS-PRIMI-CORR TO WS-TOT-IMPORTO.
          MOVE WS-PRIMI-PREC TO WS-TOT-ALTRO.
          MOVE ZEROES TO WS-QUOTA.
          IF WS-TOT-CORR > ZEROES
             COMPUTE WS-QUOTA ROUNDED =
                     WS-PRIMI-CORR * 100 / WS-TOT-CORR.
          MOVE WS-QUOTA TO WS-DC-QUOTA.
          STRING 'QUOTA% ' WS-DC-QUOTA '  VAR.% ' WS-VAR-PERC-X
                 DELIMITED BY SIZE INTO WS-TOT-NOTA.
          MOVE WS-RIGA-TOTALE TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING 2 LINES.
          MOVE SPACES TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING 1 LINE.
          ADD 3 TO WS-STAMPA-RIGHE.
       STAMPA-PRIMI-EX.
          EXIT.

       STAMPA-TOTALI-CLIENTI.
          MOVE WS-TOT-CORR TO WS-VAR-CORR.
          MOVE WS-TOT-PREC TO WS-VAR-PREC.
          PERFORM CALCOLA-VARIAZIONE THRU CALCOLA-VARIAZIONE-EX.
          MOVE SPACES TO WS-RIGA-TOTALE.
          MOVE 'TOTALE FATTURATO / ANNO PRECEDENTE' TO WS-TOT-LABEL.
          MOVE WS-TOT-CORR TO WS-TOT-IMPORTO.
          MOVE WS-TOT-PREC TO WS-TOT-ALTRO.
          STRING 'VAR.% ' WS-VAR-PERC-X
                 DELIMITED BY SIZE INTO WS-TOT-NOTA.
          MOVE WS-RIGA-TOTALE TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING 2 LINES.
          MOVE SPACES TO WS-RIGA-TOTALE.
          MOVE 'FATTURATO CLIENTI DI CLASSE A' TO WS-TOT-LABEL.
          MOVE WS-FATT-CLASSE-A TO WS-TOT-IMPORTO.
          MOVE WS-CTR-CLASSE-A TO WS-CTR-EDIT.
          STRING 'CLIENTI ' WS-CTR-EDIT
                 DELIMITED BY SIZE INTO WS-TOT-NOTA.
          MOVE WS-RIGA-TOTALE TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING 2 LINES.
          MOVE SPACES TO WS-RIGA-TOTALE.
          MOVE 'FATTURATO CLIENTI DI CLASSE B' TO WS-TOT-LABEL.
          MOVE WS-FATT-CLASSE-B TO WS-TOT-IMPORTO.
          MOVE WS-CTR-CLASSE-B TO WS-CTR-EDIT.
          STRING 'CLIENTI ' WS-CTR-EDIT
                 DELIMITED BY SIZE INTO WS-TOT-NOTA.
          MOVE WS-RIGA-TOTALE TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING 1 LINE.
          MOVE SPACES TO WS-RIGA-TOTALE.
          MOVE 'FATTURATO CLIENTI DI CLASSE C' TO WS-TOT-LABEL.
          MOVE WS-FATT-CLASSE-C TO WS-TOT-IMPORTO.
          MOVE WS-CTR-CLASSE-C TO WS-CTR-EDIT.
          STRING 'CLIENTI ' WS-CTR-EDIT
                 DELIMITED BY SIZE INTO WS-TOT-NOTA.
          MOVE WS-RIGA-TOTALE TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING 1 LINE.
          MOVE SPACES TO REC-STATVEN.
          MOVE 'T'               TO STV-TIPO.
          MOVE 'TOTALE FATTURATO' TO STV-DESCRIZIONE.
          MOVE WS-TOT-CORR       TO STV-IMP-CORR.
          MOVE WS-TOT-PREC       TO STV-IMP-PREC.
          MOVE WS-VAR-IMPORTO    TO STV-IMP-ALTRO.
          MOVE 100               TO STV-QUOTA.
          MOVE WS-CTR-DOC-CORR   TO STV-NUM-DOC.
          PERFORM SCRIVI-STATVEN THRU SCRIVI-STATVEN-EX.
       STAMPA-TOTALI-CLIENTI-EX.
          EXIT.

      *----------------------------------------------------------------
      *  VARIAZIONE DI WS-VAR-CORR SU WS-VAR-PREC IN IMPORTO E IN
      *  PERCENTUALE SULL'ANNO PRIMA.
      *----------------------------------------------------------------
       CALCOLA-VARIAZIONE.
          COMPUTE WS-VAR-IMPORTO = WS-VAR-CORR - WS-VAR-PREC.
          IF WS-VAR-PREC NOT > ZEROES
             MOVE '  NUOVO' TO WS-VAR-PERC-X
             IF WS-VAR-CORR NOT > ZEROES
                MOVE SPACES TO WS-VAR-PERC-X.
          IF WS-VAR-PREC NOT > ZEROES
             GO TO CALCOLA-VARIAZIONE-EX.
          COMPUTE WS-VAR-PERC ROUNDED =
                  WS-VAR-IMPORTO * 100 / WS-VAR-PREC
                  ON SIZE ERROR MOVE 99999,9 TO WS-VAR-PERC.
          MOVE WS-VAR-PERC TO WS-VAR-PERC-ED.
          MOVE WS-VAR-PERC-ED TO WS-VAR-PERC-X.
       CALCOLA-VARIAZIONE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  FASE 4: ANDAMENTO MESE PER MESE CONTRO L'ANNO PRIMA.
      *----------------------------------------------------------------
       STAMPA-ANDAMENTO.
          MOVE 'ANDAMENTO MENSILE DEL FATTURATO' TO WS-SEZIONE.
          MOVE WS-INT-MESI TO WS-INT-COLONNE.
          PERFORM STAMPA-INTESTAZIONE THRU STAMPA-INTESTAZIONE-EX.
          PERFORM STAMPA-MESE THRU STAMPA-MESE-EX
                  VARYING WS-IND-MES FROM 1 BY 1
                  UNTIL WS-IND-MES > WS-NUM-MESI.
          MOVE WS-TOT-CORR TO WS-VAR-CORR.
          MOVE WS-TOT-PREC TO WS-VAR-PREC.
          PERFORM CALCOLA-VARIAZIONE THRU CALCOLA-VARIAZIONE-EX.
          MOVE SPACES TO WS-RIGA-TOTALE.
          MOVE 'TOTALE PERIODO / ANNO PRECEDENTE' TO WS-TOT-LABEL.
          MOVE WS-TOT-CORR TO WS-TOT-IMPORTO.
          MOVE WS-TOT-PREC TO WS-TOT-ALTRO.
          STRING 'VAR.% ' WS-VAR-PERC-X
                 DELIMITED BY SIZE INTO WS-TOT-NOTA.
          MOVE WS-RIGA-TOTALE TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING 2 LINES.
       STAMPA-ANDAMENTO-EX.
          EXIT.

       STAMPA-MESE.
          MOVE WS-MES-CORR (WS-IND-MES) TO WS-VAR-CORR.
          MOVE WS-MES-PREC (WS-IND-MES) TO WS-VAR-PREC.
          PERFORM CALCOLA-VARIAZIONE THRU CALCOLA-VARIAZIONE-EX.
          MOVE WS-MES-ANNO-MESE (WS-IND-MES) TO WS-MES-COMODO.
          MOVE WS-MCO-ANNO                TO WS-DM-ANNO.
          MOVE WS-MCO-MM                  TO WS-DM-MESE.
          MOVE WS-MES-CORR (WS-IND-MES)   TO WS-DM-FATT-CORR.
          MOVE WS-MES-DOC (WS-IND-MES)    TO WS-DM-NUM-DOC.
          MOVE WS-MES-PREC (WS-IND-MES)   TO WS-DM-FATT-PREC.
          MOVE WS-VAR-IMPORTO             TO WS-DM-VARIAZIONE.
          MOVE WS-VAR-PERC-X              TO WS-DM-VAR-PERC.
          MOVE WS-DET-MESE TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING 1 LINE.
          ADD 1 TO WS-STAMPA-RIGHE.
          MOVE SPACES TO REC-STATVEN.
          MOVE 'M'                        TO STV-TIPO.
          MOVE WS-MES-COMODO              TO STV-CHIAVE.
          MOVE WS-MES-CORR (WS-IND-MES)   TO STV-IMP-CORR.
          MOVE WS-MES-PREC (WS-IND-MES)   TO STV-IMP-PREC.
          MOVE WS-VAR-IMPORTO             TO STV-IMP-ALTRO.
          MOVE ZEROES                     TO STV-QUOTA.
          IF WS-TOT-CORR > ZEROES
             COMPUTE STV-QUOTA ROUNDED =
                     WS-MES-CORR (WS-IND-MES) * 100 / WS-TOT-CORR.
          MOVE WS-MES-DOC (WS-IND-MES)    TO STV-NUM-DOC.
          PERFORM SCRIVI-STATVEN THRU SCRIVI-STATVEN-EX.
       STAMPA-MESE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  FASE 5: RIPARTIZIONE PER ALIQUOTA IVA DEL PERIODO.
      *  IL NUMERO DOCUMENTI CONTA OGNI DOCUMENTO UNA VOLTA PER
      *  OGNI ALIQUOTA CHE CONTIENE.
      *----------------------------------------------------------------
       STAMPA-ALIQUOTE.
          MOVE 'RIPARTIZIONE PER ALIQUOTA IVA' TO WS-SEZIONE.
          MOVE WS-INT-ALIQUOTE TO WS-INT-COLONNE.
          PERFORM STAMPA-INTESTAZIONE THRU STAMPA-INTESTAZIONE-EX.
          PERFORM STAMPA-ALIQUOTA THRU STAMPA-ALIQUOTA-EX
                  VARYING WS-IND-ALQ FROM 1 BY 1
                  UNTIL WS-IND-ALQ > WS-ALQ-N.
          MOVE SPACES TO WS-RIGA-TOTALE.
          MOVE 'TOTALE IMPONIBILE DEL PERIODO' TO WS-TOT-LABEL.
          MOVE WS-TOT-CORR TO WS-TOT-IMPORTO.
          MOVE WS-RIGA-TOTALE TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING 2 LINES.
       STAMPA-ALIQUOTE-EX.
          EXIT.

       STAMPA-ALIQUOTA.
          MOVE SPACES TO WS-DA-ALIQUOTA.
          IF WS-ALQ-CODICE (WS-IND-ALQ) = 99
          AND WS-IND-ALQ = WS-TAB-MAX
             MOVE 'ALTRE' TO WS-DA-ALIQUOTA
          ELSE
             MOVE WS-ALQ-CODICE (WS-IND-ALQ) TO WS-DA-ALIQUOTA.
          MOVE WS-ALQ-IMPONIB (WS-IND-ALQ) TO WS-DA-IMPONIB.
          MOVE WS-ALQ-IVA (WS-IND-ALQ)     TO WS-DA-IVA.
          MOVE WS-ALQ-DOC (WS-IND-ALQ)     TO WS-DA-NUM-DOC.
          MOVE ZEROES TO WS-QUOTA.
          IF WS-TOT-CORR > ZEROES
             COMPUTE WS-QUOTA ROUNDED =
                     WS-ALQ-IMPONIB (WS-IND-ALQ) * 100 / WS-TOT-CORR.
          MOVE WS-QUOTA TO WS-DA-QUOTA.
          MOVE WS-DET-ALIQUOTA TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING 1 LINE.
          ADD 1 TO WS-STAMPA-RIGHE.
          MOVE SPACES TO REC-STATVEN.
          MOVE 'A'                         TO STV-TIPO.
          MOVE WS-DA-ALIQUOTA              TO STV-CHIAVE.
          MOVE WS-ALQ-IMPONIB (WS-IND-ALQ) TO STV-IMP-CORR.
          MOVE ZEROES                      TO STV-IMP-PREC.
          MOVE WS-ALQ-IVA (WS-IND-ALQ)     TO STV-IMP-ALTRO.
          MOVE WS-QUOTA                    TO STV-QUOTA.
          MOVE WS-ALQ-DOC (WS-IND-ALQ)     TO STV-NUM-DOC.
          PERFORM SCRIVI-STATVEN THRU SCRIVI-STATVEN-EX.
       STAMPA-ALIQUOTA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  FASE 6: RIPARTIZIONE PER DIVISA DI FATTURAZIONE: TOTALE
      *  DOCUMENTI NELLA DIVISA, CONTROVALORE IN EURO E IMPONIBILE
      *  IN EURO (LA QUOTA E' SUL FATTURATO).
      *----------------------------------------------------------------
       STAMPA-DIVISE.
          MOVE 'RIPARTIZIONE PER DIVISA' TO WS-SEZIONE.
          MOVE WS-INT-DIVISE TO WS-INT-COLONNE.
          PERFORM STAMPA-INTESTAZIONE THRU STAMPA-INTESTAZIONE-EX.
          PERFORM STAMPA-DIVISA THRU STAMPA-DIVISA-EX
                  VARYING WS-IND-DIV FROM 1 BY 1
                  UNTIL WS-IND-DIV > WS-DIV-N.
       STAMPA-DIVISE-EX.
          EXIT.

       STAMPA-DIVISA.
          MOVE SPACES TO WS-DV-DIVISA.
          IF WS-DIV-CODICE (WS-IND-DIV) = '***'
             MOVE 'ALTRE' TO WS-DV-DIVISA
          ELSE
             MOVE WS-DIV-CODICE (WS-IND-DIV) TO WS-DV-DIVISA.
          MOVE WS-DIV-IMP-DIVISA (WS-IND-DIV) TO WS-DV-IMP-DIVISA.
          MOVE WS-DIV-TOT-EUR (WS-IND-DIV)    TO WS-DV-TOT-EUR.
          MOVE WS-DIV-IMPONIB (WS-IND-DIV)    TO WS-DV-IMPONIB.
          MOVE WS-DIV-DOC (WS-IND-DIV)        TO WS-DV-NUM-DOC.
          MOVE ZEROES TO WS-QUOTA.
          IF WS-TOT-CORR > ZEROES
             COMPUTE WS-QUOTA ROUNDED =
                     WS-DIV-IMPONIB (WS-IND-DIV) * 100 / WS-TOT-CORR.
          MOVE WS-QUOTA TO WS-DV-QUOTA.
          MOVE WS-DET-DIVISA TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING 1 LINE.
          ADD 1 TO WS-STAMPA-RIGHE.
          MOVE SPACES TO REC-STATVEN.
          MOVE 'V'                            TO STV-TIPO.
          MOVE WS-DV-DIVISA                   TO STV-CHIAVE.
          MOVE WS-DIV-IMPONIB (WS-IND-DIV)    TO STV-IMP-CORR.
          MOVE ZEROES                         TO STV-IMP-PREC.
          MOVE WS-DIV-IMP-DIVISA (WS-IND-DIV) TO STV-IMP-ALTRO.
          MOVE WS-QUOTA                       TO STV-QUOTA.
          MOVE WS-DIV-DOC (WS-IND-DIV)        TO STV-NUM-DOC.
          PERFORM SCRIVI-STATVEN THRU SCRIVI-STATVEN-EX.
       STAMPA-DIVISA-EX.
          EXIT.

       SCRIVI-STATVEN.
          MOVE WS-DATA-DAL TO STV-PERIODO-DAL.
          MOVE WS-DATA-AL  TO STV-PERIODO-AL.
          WRITE REC-STATVEN.
          IF FS-STATVEN NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA STATVEN - FS=' FS-STATVEN
             MOVE 16 TO RETURN-CODE
             GO TO SCRIVI-STATVEN-EX.
          ADD 1 TO WS-CTR-REC-STATVEN.
       SCRIVI-STATVEN-EX.
          EXIT.

       STAMPA-INTESTAZIONE.
          ADD 1 TO WS-STAMPA-PAGINA.
          MOVE WS-STAMPA-PAGINA TO WS-INT-PAGINA.
          MOVE WS-DATA-DAL TO WS-INT-DAL.
          MOVE WS-DATA-AL  TO WS-INT-AL.
          MOVE WS-PREC-DAL TO WS-INT-PREC-DAL.
          MOVE WS-PREC-AL  TO WS-INT-PREC-AL.
          MOVE WS-INT-1 TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING PAGE.
          MOVE WS-SEZIONE TO WS-IS-TITOLO.
          MOVE WS-INT-SEZIONE TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING 2 LINES.
          MOVE WS-INT-COLONNE TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING 2 LINES.
          MOVE SPACES TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING 1 LINE.
          MOVE ZEROES TO WS-STAMPA-RIGHE.
       STAMPA-INTESTAZIONE-EX.
          EXIT.

       OP-FINALI.
          CLOSE FFATTURE STATVEN STAMPA.
          IF WS-FATTARC-APERTO
             CLOSE FFATTARC.
          IF WS-FATRIGHE-APERTO
             CLOSE FATRIGHE.
          IF WS-FATRIGARC-APERTO
             CLOSE FATRIGARC.
          IF WS-CLIENTI-APERTO
             CLOSE CLIENTI.
          DISPLAY 'STATVEND - PERIODO ' WS-DATA-DAL ' - ' WS-DATA-AL.
          DISPLAY 'DOCUMENTI LETTI FILE VIVO:     ' WS-CTR-LETTI-VIVO.
          DISPLAY 'DOCUMENTI LETTI ARCHIVIO:      ' WS-CTR-LETTI-ARC.
          DISPLAY 'DOCUMENTI DEL PERIODO:         ' WS-CTR-DOC-CORR.
          DISPLAY 'DOCUMENTI ANNO PRECEDENTE:     ' WS-CTR-DOC-PREC.
          DISPLAY 'CLIENTI IN CLASSIFICA:         ' WS-CTR-CLIENTI.
          DISPLAY 'RECORD SCRITTI SU STATVEN:     ' WS-CTR-REC-STATVEN.
       OP-FINALI-EX.
          EXIT.
