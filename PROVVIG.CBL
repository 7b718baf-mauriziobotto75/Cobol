      ******************************************************************
      *  PROVVIGIONI AGENTI SUGLI INCASSI DEL MESE: DAI MOVIMENTI DEL
      *  PARTITARIO (MOVCONT) CON DATA DI REGISTRAZIONE NEL MESE
      *  RICHIESTO RICAVA L'IMPONIBILE INCASSATO DI OGNI FATTURA E LA
      *  PROVVIGIONE DELL'AGENTE DEL CLIENTE (CLIAGE, VEDI GESCLIAGE)
      *  ALLA PERCENTUALE DELL'ANAGRAFE AGENTI (GESAGENTI): PRIMA
      *  QUELLA DELLA CLASSE DEL CLIENTE, POI QUELLA DELL'ALIQUOTA IVA
      *  DEL DOCUMENTO, POI LA BASE. L'IMPONIBILE INCASSATO E' LA
      *  QUOTA DI IMPONIBILE DEL DOCUMENTO (FFATTURE) IN PROPORZIONE
      *  ALL'IMPORTO DEL MOVIMENTO SUL TOTALE DOCUMENTO.
      *  MOVIMENTI CONSIDERATI:
      *  - INCF INCASSO SU FATTURA, APAC APPLICAZIONE DI ACCONTO,
      *    SDDE ADDEBITO SDD, RECS RECUPERO SU CREDITO STRALCIATO:
      *    PROVVIGIONE SULLA FATTURA;
      *  - SDDI INSOLUTO SDD: STORNO DELLA PROVVIGIONE SULLA FATTURA;
      *  - CPNC COMPENSAZIONE DI NOTA DI CREDITO (NOTECRED): LA
      *    FATTURA RISULTA INCASSATA PER L'IMPORTO COMPENSATO E LA
      *    PROVVIGIONE SULLA NOTA DI CREDITO VIENE STORNATA.
      *  GLI INCASSI IN ACCONTO (INCA) MATURANO PROVVIGIONE SOLO
      *  QUANDO APPLACC LI APPLICA ALLE FATTURE.
      *  STAMPA L'ESTRATTO CONTO DI OGNI AGENTE E IN CODA IL
      *  RIEPILOGO DELLE PROVVIGIONI DA LIQUIDARE PER LA CONTABILITA'.
      *  I MOVIMENTI DI CLIENTI SENZA AGENTE ESCONO IN UN ELENCO A
      *  PARTE, SENZA PROVVIGIONE. SOLA LETTURA.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. PROVVIG.
       AUTHOR.  MB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVCONT ASSIGN TO FORMATFILE-MOVCONT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-MOVCONT.

           SELECT FFATTURE ASSIGN TO DATABASE-FFATTURE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-FFATTURE
           FILE STATUS IS FS-FATTURE.

           SELECT AGENTI ASSIGN TO DATABASE-AGENTI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-AGENTI
           FILE STATUS IS FS-AGENTI.

           SELECT CLIAGE ASSIGN TO DATABASE-CLIAGE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-CLIAGE
           FILE STATUS IS FS-CLIAGE.

           SELECT SORT-WORK ASSIGN TO FORMATFILE-SORTWORK.

           SELECT ESTRATTO ASSIGN TO PRINTER-PROVVIG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ESTRATTO.

       DATA DIVISION.

       FILE SECTION.
      *----------------------------------------------------------------
      *  MOVIMENTI DA CONTABILIZZARE (VEDI PRIMANOTA): OGNI VARIAZIONE
      *  DI PARTITE CHE NON NASCE DA UN DOCUMENTO DI FFATTURE, CON LA
      *  SUA CAUSALE E LA DATA DI REGISTRAZIONE.
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

       FD AGENTI
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REC-AGENTE.
       01 REC-AGENTE.
           05 KEY-AGENTI.
             07 AGE-CODICE     PIC X(4).
           05 AGE-NOME         PIC X(30).
           05 AGE-STATO        PIC X.
              88 AGE-ATTIVO       VALUE 'A'.
              88 AGE-CESSATO      VALUE 'C'.
           05 AGE-PERC-BASE    PIC 9(2)V99.
           05 AGE-PERC-ALIQUOTE.
             07 AGE-ALIQ OCCURS 4.
                09 AGE-ALIQ-IVA  PIC X(2).
                09 AGE-ALIQ-PERC PIC 9(2)V99.
           05 AGE-PERC-CLASSI.
             07 AGE-CLS OCCURS 4.
                09 AGE-CLS-CODICE PIC X(2).
                09 AGE-CLS-PERC   PIC 9(2)V99.
           05 FILLER           PIC X(13).

       FD CLIAGE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS REC-CLIAGE.
       01 REC-CLIAGE.
           05 KEY-CLIAGE.
             07 CLA-COD-CLI    PIC 9(5).
           05 CLA-AGENTE       PIC X(4).
           05 CLA-CLASSE       PIC X(2).
           05 FILLER           PIC X(9).

      *----------------------------------------------------------------
      *  RIGHE DI PROVVIGIONE IN ORDINE DI AGENTE (SPAZI = CLIENTE
      *  SENZA AGENTE), DATA, CLIENTE E DOCUMENTO. IMPONIBILE E
      *  PROVVIGIONE CON SEGNO (NEGATIVI GLI STORNI).
      *----------------------------------------------------------------
       SD SORT-WORK.
       01 SORT-RECORD.
           05 SR-AGENTE        PIC X(4).
           05 SR-DATA-REG      PIC 9(8).
           05 SR-COD-CLI       PIC 9(5).
           05 SR-NUM-DOC       PIC X(8).
           05 SR-NUM-RATA      PIC 9(2).
           05 SR-CAUSALE       PIC X(4).
           05 SR-IMPORTO       PIC S9(14).
           05 SR-IMPONIBILE    PIC S9(13)V99.
           05 SR-PERC          PIC 9(2)V99.
           05 SR-PROVVIGIONE   PIC S9(11)V99.
           05 SR-NOTA          PIC X(24).

       FD ESTRATTO
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REC-ESTRATTO.
       01 REC-ESTRATTO         PIC X(132).

       WORKING-STORAGE SECTION.

       01 FS-MOVCONT                 PIC 9(2) VALUE ZEROES.
       01 FS-FATTURE                 PIC 9(2) VALUE ZEROES.
       01 FS-AGENTI                  PIC 9(2) VALUE ZEROES.
       01 FS-CLIAGE                  PIC 9(2) VALUE ZEROES.
       01 FS-ESTRATTO                PIC 9(2) VALUE ZEROES.

       01 SW-FINE-MVC                PIC 9(1) VALUE ZEROES.
           88 EOF-MVC                 VALUE 1.
       01 SW-FINE-SORT               PIC 9(1) VALUE ZEROES.
           88 EOF-SORT                VALUE 1.
       01 SW-PRIMO-AGENTE            PIC X(1) VALUE 'S'.
           88 WS-E-IL-PRIMO-AGENTE   VALUE 'S'.
       01 SW-AGENTE-TROVATO          PIC X(1) VALUE 'N'.
           88 WS-AGENTE-TROVATO      VALUE 'S'.

       01 WS-CAMPI-CONTATORI.
           05 WS-CTR-MVC-LETTI        PIC 9(7) VALUE ZEROES.
           05 WS-CTR-RIGHE            PIC 9(7) VALUE ZEROES.
           05 WS-CTR-SENZA-AGENTE     PIC 9(7) VALUE ZEROES.
           05 WS-CTR-ANOMALIE         PIC 9(7) VALUE ZEROES.

      *----------------------------------------------------------------
      *  MESE DI COMPETENZA (AAAAMM) E INTERVALLO DI DATE RICAVATO.
      *----------------------------------------------------------------
       01 WS-MESE                    PIC 9(6) VALUE ZEROES.
       01 WS-MESE-R REDEFINES WS-MESE.
           05 WS-MESE-ANNO           PIC 9(4).
           05 WS-MESE-MM             PIC 9(2).
       01 WS-DATA-DA                 PIC 9(8) VALUE ZEROES.
       01 WS-DATA-A                  PIC 9(8) VALUE ZEROES.

      *----------------------------------------------------------------
      *  RIGA IN COSTRUZIONE: DOCUMENTO SU CUI SI CALCOLA (FATTURA O
      *  NOTA DI CREDITO), SEGNO E DATI DELL'AGENTE DEL CLIENTE.
      *----------------------------------------------------------------
       01 WS-COD-CLI-DOC             PIC 9(5) VALUE ZEROES.
       01 WS-NUM-DOC                 PIC X(8) VALUE SPACES.
       01 WS-SEGNO                   PIC S9(1) VALUE +1.
       01 WS-NOTA                    PIC X(24) VALUE SPACES.
       01 WS-AGENTE-CLI              PIC X(4) VALUE SPACES.
       01 WS-CLASSE-CLI              PIC X(2) VALUE SPACES.
       01 WS-ALIQUOTA-X              PIC X(2) VALUE SPACES.
       01 WS-ALIQUOTA-N REDEFINES WS-ALIQUOTA-X PIC 9(2).
       01 WS-PERC                    PIC 9(2)V99 VALUE ZEROES.
       01 WS-IND-POS                 PIC 9(1) VALUE ZEROES.
       01 SW-PERC-TROVATA            PIC X(1) VALUE 'N'.
           88 WS-PERC-TROVATA        VALUE 'S'.

      *----------------------------------------------------------------
      *  TOTALI DELL'AGENTE IN CORSO E RIEPILOGO DA LIQUIDARE (UNA
      *  RIGA PER AGENTE, AL PIU' 200 AGENTI; OLTRE, L'ESTRATTO CONTO
      *  ESCE COMUNQUE MA IL RIEPILOGO LO SEGNALA).
      *----------------------------------------------------------------
       01 WS-AGENTE-CORRENTE         PIC X(4) VALUE SPACES.
       01 WS-NOME-CORRENTE           PIC X(30) VALUE SPACES.
       01 WS-ACC-AGENTE.
           05 WS-AGE-IMP-MATURATO    PIC S9(13)V99 COMP-3.
           05 WS-AGE-IMP-STORNATO    PIC S9(13)V99 COMP-3.
           05 WS-AGE-PROVVIGIONE     PIC S9(11)V99 COMP-3.
           05 WS-AGE-RIGHE           PIC 9(5) COMP-3.
       01 WS-TAB-RIEPILOGO.
           05 WS-RIE OCCURS 200 TIMES.
              07 WS-RIE-AGENTE       PIC X(4).
              07 WS-RIE-NOME         PIC X(30).
              07 WS-RIE-IMP-NETTO    PIC S9(13)V99 COMP-3.
              07 WS-RIE-PROVVIGIONE  PIC S9(11)V99 COMP-3.
       01 WS-RIE-N                   PIC 9(3) VALUE ZEROES.
       01 WS-RIE-MAX                 PIC 9(3) VALUE 200.
       01 WS-IND-RIE                 PIC 9(3) VALUE ZEROES.
       01 SW-RIE-PIENO               PIC X(1) VALUE 'N'.
           88 WS-RIE-PIENO           VALUE 'S'.
       01 WS-TOT-DA-LIQUIDARE        PIC S9(13)V99 COMP-3 VALUE ZEROES.
       01 WS-TOT-SENZA-AGENTE        PIC S9(13)V99 COMP-3 VALUE ZEROES.

       01 WS-STAMPA-RIGHE            PIC 9(2)  VALUE ZEROES.
       01 WS-STAMPA-MAX-RIGHE        PIC 9(2)  VALUE 50.
       01 WS-STAMPA-PAGINA           PIC 9(3)  VALUE ZEROES.

       01 WS-INT-1.
           05 FILLER     PIC X(20) VALUE SPACES.
           05 FILLER     PIC X(46)
              VALUE 'PROVVIG - ESTRATTO PROVVIGIONI AGENTI - MESE '.
           05 WS-INT-MESE PIC 9(2).
           05 FILLER     PIC X(1)  VALUE '/'.
           05 WS-INT-ANNO PIC 9(4).
           05 FILLER     PIC X(40) VALUE SPACES.
           05 FILLER     PIC X(5)  VALUE 'PAG. '.
           05 WS-INT-PAGINA PIC ZZ9.

       01 WS-INT-AGENTE.
           05 FILLER     PIC X(2)  VALUE SPACES.
           05 FILLER     PIC X(8)  VALUE 'AGENTE: '.
           05 WS-IA-CODICE PIC X(4).
           05 FILLER     PIC X(2)  VALUE SPACES.
           05 WS-IA-NOME PIC X(30).

       01 WS-INT-2.
           05 FILLER     PIC X(2)  VALUE SPACES.
           05 FILLER     PIC X(11) VALUE 'DATA REG.'.
           05 FILLER     PIC X(7)  VALUE 'CLIENTE'.
           05 FILLER     PIC X(13) VALUE ' DOCUMENTO'.
           05 FILLER     PIC X(6)  VALUE 'CAUS.'.
           05 FILLER     PIC X(14) VALUE '      IMPORTO'.
           05 FILLER     PIC X(17) VALUE '      IMPONIBILE'.
           05 FILLER     PIC X(7)  VALUE '  PERC.'.
           05 FILLER     PIC X(15) VALUE '    PROVVIGIONE'.
           05 FILLER     PIC X(2)  VALUE SPACES.
           05 FILLER     PIC X(24) VALUE 'NOTE'.

       01 WS-DET-STAMPA.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-DATA-REG  PIC 9(8).
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 WS-D-COD-CLI   PIC 9(5).
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 WS-D-NUM-DOC   PIC X(8).
           05 FILLER         PIC X(1)  VALUE '/'.
           05 WS-D-NUM-RATA  PIC 9(2).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-CAUSALE   PIC X(4).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-IMPORTO   PIC Z(10)9-.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-IMPONIBILE PIC Z(10)9,99-.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-PERC      PIC Z9,99.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-PROVVIGIONE PIC Z(9)9,99-.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-NOTA      PIC X(24).

       01 WS-RIGA-TOTALE.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-TOT-LABEL   PIC X(48).
           05 WS-TOT-IMPORTO PIC Z(10)9,99-.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-TOT-PROVV   PIC Z(10)9,99-.

       01 WS-RIGA-RIEPILOGO.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RR-AGENTE   PIC X(4).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RR-NOME     PIC X(30).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RR-IMPONIBILE PIC Z(10)9,99-.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RR-PROVVIGIONE PIC Z(10)9,99-.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RR-NOTA     PIC X(30).

       PROCEDURE DIVISION.

       INIZIO.
          PERFORM OP-INIZIALI THRU OP-INIZIALI-EX.
          SORT SORT-WORK ON ASCENDING KEY SR-AGENTE SR-DATA-REG
                                          SR-COD-CLI SR-NUM-DOC
                                          SR-NUM-RATA
               INPUT PROCEDURE SELEZIONA-MOVIMENTI
                     THRU SELEZIONA-MOVIMENTI-EX
               OUTPUT PROCEDURE STAMPA-ESTRATTI
                     THRU STAMPA-ESTRATTI-EX.
          PERFORM STAMPA-RIEPILOGO THRU STAMPA-RIEPILOGO-EX.
          PERFORM OP-FINALI THRU OP-FINALI-EX.
          STOP RUN.

       OP-INIZIALI.
          DISPLAY 'MESE DI COMPETENZA (AAAAMM): '.
          ACCEPT WS-MESE.
          IF WS-MESE-MM < 1 OR WS-MESE-MM > 12
             DISPLAY 'MESE NON VALIDO'
             STOP RUN WITH ERROR STATUS 16.
          COMPUTE WS-DATA-DA = (WS-MESE * 100) + 1.
          COMPUTE WS-DATA-A  = (WS-MESE * 100) + 31.
          OPEN INPUT MOVCONT.
          IF FS-MOVCONT NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE MOVCONT - FS=' FS-MOVCONT
             STOP RUN WITH ERROR STATUS 16.
          OPEN INPUT FFATTURE.
          IF FS-FATTURE NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE FFATTURE - FS=' FS-FATTURE
             STOP RUN WITH ERROR STATUS 16.
          OPEN INPUT AGENTI.
          IF FS-AGENTI NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE AGENTI - FS=' FS-AGENTI
             DISPLAY 'CARICARE PRIMA GLI AGENTI CON GESAGENTI'
             STOP RUN WITH ERROR STATUS 16.
          OPEN INPUT CLIAGE.
          IF FS-CLIAGE NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE CLIAGE - FS=' FS-CLIAGE
             DISPLAY 'LEGARE PRIMA I CLIENTI AGLI AGENTI (GESCLIAGE)'
             STOP RUN WITH ERROR STATUS 16.
          OPEN OUTPUT ESTRATTO.
          IF FS-ESTRATTO NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE LA STAMPA - FS=' FS-ESTRATTO
             STOP RUN WITH ERROR STATUS 16.
          MOVE SPACES TO REC-AGENTE.
          INITIALIZE WS-ACC-AGENTE WS-TAB-RIEPILOGO.
       OP-INIZIALI-EX.
          EXIT.

      *----------------------------------------------------------------
      *  FASE 1: MOVIMENTI DEL MESE CHE MATURANO O STORNANO
      *  PROVVIGIONE, RILASCIATI AL SORT UNA RIGA PER DOCUMENTO.
      *----------------------------------------------------------------
       SELEZIONA-MOVIMENTI.
          PERFORM LEGGI-MOVCONT THRU LEGGI-MOVCONT-EX.
          PERFORM ESAMINA-MOVIMENTO THRU ESAMINA-MOVIMENTO-EX
                  UNTIL EOF-MVC.
       SELEZIONA-MOVIMENTI-EX.
          EXIT.

       LEGGI-MOVCONT.
          READ MOVCONT AT END MOVE 1 TO SW-FINE-MVC
               GO TO LEGGI-MOVCONT-EX.
          IF FS-MOVCONT NOT = '00'
             DISPLAY 'ERRORE IN LETTURA MOVCONT - FS=' FS-MOVCONT
             MOVE 16 TO RETURN-CODE
             MOVE 1 TO SW-FINE-MVC
             GO TO LEGGI-MOVCONT-EX.
          ADD 1 TO WS-CTR-MVC-LETTI.
       LEGGI-MOVCONT-EX.
          EXIT.

       ESAMINA-MOVIMENTO.
          IF MVC-DATA-REG < WS-DATA-DA
          OR MVC-DATA-REG > WS-DATA-A
             GO TO V090.
          IF MVC-CAUSALE NOT = 'INCF' AND MVC-CAUSALE NOT = 'APAC'
          AND MVC-CAUSALE NOT = 'SDDE' AND MVC-CAUSALE NOT = 'RECS'
          AND MVC-CAUSALE NOT = 'SDDI' AND MVC-CAUSALE NOT = 'CPNC'
             GO TO V090.
          PERFORM AGENTE-CLIENTE THRU AGENTE-CLIENTE-EX.
          MOVE MVC-COD-CLI TO WS-COD-CLI-DOC.
          MOVE MVC-NUM-FAT TO WS-NUM-DOC.
          MOVE +1 TO WS-SEGNO.
          MOVE SPACES TO WS-NOTA.
          IF MVC-CAUSALE = 'SDDI'
             MOVE -1 TO WS-SEGNO
             MOVE 'STORNO PER INSOLUTO SDD' TO WS-NOTA.
          IF MVC-CAUSALE = 'CPNC'
             MOVE 'INCASSO DA COMPENSAZIONE' TO WS-NOTA.
          PERFORM RILASCIA-RIGA THRU RILASCIA-RIGA-EX.
      *   LA COMPENSAZIONE STORNA ANCHE LA PROVVIGIONE SULLA NOTA DI
      *   CREDITO (NUMERO NEL RIFERIMENTO DEL MOVIMENTO).
          IF MVC-CAUSALE = 'CPNC'
             MOVE MVC-NUM-RIF TO WS-NUM-DOC
             MOVE -1 TO WS-SEGNO
             MOVE 'STORNO NOTA DI CREDITO' TO WS-NOTA
             PERFORM RILASCIA-RIGA THRU RILASCIA-RIGA-EX.
       V090.
          PERFORM LEGGI-MOVCONT THRU LEGGI-MOVCONT-EX.
       ESAMINA-MOVIMENTO-EX.
          EXIT.

       AGENTE-CLIENTE.
          MOVE SPACES TO WS-AGENTE-CLI WS-CLASSE-CLI.
          MOVE MVC-COD-CLI TO CLA-COD-CLI.
          READ CLIAGE.
          IF FS-CLIAGE = '00'
             MOVE CLA-AGENTE TO WS-AGENTE-CLI
             MOVE CLA-CLASSE TO WS-CLASSE-CLI.
       AGENTE-CLIENTE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  RIGA SUL DOCUMENTO WS-COD-CLI-DOC/WS-NUM-DOC: IMPONIBILE IN
      *  PROPORZIONE AL TOTALE DOCUMENTO, PERCENTUALE DELL'AGENTE E
      *  PROVVIGIONE CON IL SEGNO DEL MOVIMENTO. SENZA DOCUMENTO O
      *  SENZA AGENTE IN ANAGRAFE LA RIGA ESCE A ZERO CON LA NOTA.
      *----------------------------------------------------------------
       RILASCIA-RIGA.
          MOVE SPACES TO SORT-RECORD.
          MOVE WS-AGENTE-CLI TO SR-AGENTE.
          MOVE MVC-DATA-REG  TO SR-DATA-REG.
          MOVE WS-COD-CLI-DOC TO SR-COD-CLI.
          MOVE WS-NUM-DOC    TO SR-NUM-DOC.
          MOVE MVC-NUM-RATA  TO SR-NUM-RATA.
          MOVE MVC-CAUSALE   TO SR-CAUSALE.
          COMPUTE SR-IMPORTO = MVC-IMPORTO * WS-SEGNO.
          MOVE ZEROES TO SR-IMPONIBILE SR-PERC SR-PROVVIGIONE.
          MOVE WS-NOTA TO SR-NOTA.
          MOVE WS-COD-CLI-DOC TO FFAT-COD-CLI.
          MOVE WS-NUM-DOC     TO FFAT-NUM-FAT.
          READ FFATTURE.
          IF FS-FATTURE NOT = '00' OR FFAT-TOT-FATT = ZEROES
             MOVE 'DOCUMENTO NON TROVATO' TO SR-NOTA
             ADD 1 TO WS-CTR-ANOMALIE
             GO TO R080.
          COMPUTE SR-IMPONIBILE ROUNDED =
                  (MVC-IMPORTO * FFAT-IMPONIB / FFAT-TOT-FATT)
                  * WS-SEGNO.
          IF WS-AGENTE-CLI = SPACES
             ADD 1 TO WS-CTR-SENZA-AGENTE
             GO TO R080.
          PERFORM PERCENTUALE-AGENTE THRU PERCENTUALE-AGENTE-EX.
          IF NOT WS-AGENTE-TROVATO
             MOVE 'AGENTE NON IN ANAGRAFE' TO SR-NOTA
             ADD 1 TO WS-CTR-ANOMALIE
             GO TO R080.
          MOVE WS-PERC TO SR-PERC.
          COMPUTE SR-PROVVIGIONE ROUNDED =
                  SR-IMPONIBILE * WS-PERC / 100.
       R080.
          RELEASE SORT-RECORD.
          ADD 1 TO WS-CTR-RIGHE.
       RILASCIA-RIGA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  PERCENTUALE: CLASSE DEL CLIENTE, POI ALIQUOTA IVA DEL
      *  DOCUMENTO LETTO, POI PERCENTUALE BASE DELL'AGENTE.
      *----------------------------------------------------------------
       PERCENTUALE-AGENTE.
          MOVE 'N' TO SW-AGENTE-TROVATO.
          MOVE 'N' TO SW-PERC-TROVATA.
          MOVE ZEROES TO WS-PERC.
          IF WS-AGENTE-CLI NOT = AGE-CODICE
             MOVE WS-AGENTE-CLI TO AGE-CODICE
             READ AGENTI
             IF FS-AGENTI NOT = '00'
                MOVE SPACES TO AGE-CODICE
                GO TO PERCENTUALE-AGENTE-EX.
          MOVE 'S' TO SW-AGENTE-TROVATO.
          IF WS-CLASSE-CLI NOT = SPACES
             PERFORM CERCA-CLASSE THRU CERCA-CLASSE-EX
                     VARYING WS-IND-POS FROM 1 BY 1
                     UNTIL WS-IND-POS > 4 OR WS-PERC-TROVATA.
          IF WS-PERC-TROVATA
             GO TO PERCENTUALE-AGENTE-EX.
          MOVE FFAT-ALIQUOTA TO WS-ALIQUOTA-N.
          PERFORM CERCA-ALIQUOTA THRU CERCA-ALIQUOTA-EX
                  VARYING WS-IND-POS FROM 1 BY 1
                  UNTIL WS-IND-POS > 4 OR WS-PERC-TROVATA.
          IF NOT WS-PERC-TROVATA
             MOVE AGE-PERC-BASE TO WS-PERC.
       PERCENTUALE-AGENTE-EX.
          EXIT.

       CERCA-CLASSE.
          IF AGE-CLS-CODICE (WS-IND-POS) = WS-CLASSE-CLI
             MOVE AGE-CLS-PERC (WS-IND-POS) TO WS-PERC
             MOVE 'S' TO SW-PERC-TROVATA.
       CERCA-CLASSE-EX.
          EXIT.

       CERCA-ALIQUOTA.
          IF AGE-ALIQ-IVA (WS-IND-POS) = WS-ALIQUOTA-X
             MOVE AGE-ALIQ-PERC (WS-IND-POS) TO WS-PERC
             MOVE 'S' TO SW-PERC-TROVATA.
       CERCA-ALIQUOTA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  FASE 2: ESTRATTO CONTO PER AGENTE (NUOVA PAGINA A OGNI
      *  AGENTE) CON TOTALI MATURATO, STORNATO E PROVVIGIONE NETTA.
      *  LE RIGHE SENZA AGENTE (CHIAVE A SPAZI) ESCONO PER PRIME COME
      *  ELENCO DI CONTROLLO E NON ENTRANO NEL RIEPILOGO.
      *----------------------------------------------------------------
       STAMPA-ESTRATTI.
          PERFORM RITORNA-RIGA THRU RITORNA-RIGA-EX.
          PERFORM STAMPA-RIGA THRU STAMPA-RIGA-EX
                  UNTIL EOF-SORT.
          IF NOT WS-E-IL-PRIMO-AGENTE
             PERFORM CHIUDI-AGENTE THRU CHIUDI-AGENTE-EX.
       STAMPA-ESTRATTI-EX.
          EXIT.

       RITORNA-RIGA.
          RETURN SORT-WORK AT END MOVE 1 TO SW-FINE-SORT.
       RITORNA-RIGA-EX.
          EXIT.

       STAMPA-RIGA.
          IF WS-E-IL-PRIMO-AGENTE
             PERFORM APRI-AGENTE THRU APRI-AGENTE-EX
          ELSE
             IF SR-AGENTE NOT = WS-AGENTE-CORRENTE
                PERFORM CHIUDI-AGENTE THRU CHIUDI-AGENTE-EX
                PERFORM APRI-AGENTE THRU APRI-AGENTE-EX.
          IF WS-STAMPA-RIGHE >= WS-STAMPA-MAX-RIGHE
             PERFORM STAMPA-INTESTAZIONE THRU STAMPA-INTESTAZIONE-EX.
          MOVE SR-DATA-REG    TO WS-D-DATA-REG.
          MOVE SR-COD-CLI     TO WS-D-COD-CLI.
          MOVE SR-NUM-DOC     TO WS-D-NUM-DOC.
          MOVE SR-NUM-RATA    TO WS-D-NUM-RATA.
          MOVE SR-CAUSALE     TO WS-D-CAUSALE.
          MOVE SR-IMPORTO     TO WS-D-IMPORTO.
          MOVE SR-IMPONIBILE  TO WS-D-IMPONIBILE.
          MOVE SR-PERC        TO WS-D-PERC.
          MOVE SR-PROVVIGIONE TO WS-D-PROVVIGIONE.
          MOVE SR-NOTA        TO WS-D-NOTA.
          MOVE WS-DET-STAMPA TO REC-ESTRATTO.
          WRITE REC-ESTRATTO AFTER ADVANCING 1 LINE.
          ADD 1 TO WS-STAMPA-RIGHE.
          IF SR-IMPONIBILE < ZEROES
             ADD SR-IMPONIBILE TO WS-AGE-IMP-STORNATO
          ELSE
             ADD SR-IMPONIBILE TO WS-AGE-IMP-MATURATO.
          ADD SR-PROVVIGIONE TO WS-AGE-PROVVIGIONE.
          ADD 1 TO WS-AGE-RIGHE.
          PERFORM RITORNA-RIGA THRU RITORNA-RIGA-EX.
       STAMPA-RIGA-EX.
          EXIT.

       APRI-AGENTE.
          MOVE 'N' TO SW-PRIMO-AGENTE.
          MOVE SR-AGENTE TO WS-AGENTE-CORRENTE.
          INITIALIZE WS-ACC-AGENTE.
          IF SR-AGENTE = SPACES
             MOVE 'CLIENTI SENZA AGENTE'
                  TO WS-NOME-CORRENTE
             GO TO A020.
          MOVE SR-AGENTE TO AGE-CODICE.
          READ AGENTI.
          IF FS-AGENTI = '00'
             MOVE AGE-NOME TO WS-NOME-CORRENTE
          ELSE
             MOVE 'AGENTE NON IN ANAGRAFE' TO WS-NOME-CORRENTE.
       A020.
          PERFORM STAMPA-INTESTAZIONE THRU STAMPA-INTESTAZIONE-EX.
       APRI-AGENTE-EX.
          EXIT.

       CHIUDI-AGENTE.
          MOVE SPACES TO WS-RIGA-TOTALE.
          MOVE 'IMPONIBILE INCASSATO' TO WS-TOT-LABEL.
          MOVE WS-AGE-IMP-MATURATO TO WS-TOT-IMPORTO.
          MOVE WS-RIGA-TOTALE TO REC-ESTRATTO.
          WRITE REC-ESTRATTO AFTER ADVANCING 2 LINES.
          MOVE SPACES TO WS-RIGA-TOTALE.
          MOVE 'IMPONIBILE STORNATO (INSOLUTI E NOTE DI CREDITO)'
               TO WS-TOT-LABEL.
          MOVE WS-AGE-IMP-STORNATO TO WS-TOT-IMPORTO.
          MOVE WS-RIGA-TOTALE TO REC-ESTRATTO.
          WRITE REC-ESTRATTO AFTER ADVANCING 1 LINE.
          MOVE SPACES TO WS-RIGA-TOTALE.
          MOVE 'PROVVIGIONE NETTA DEL MESE' TO WS-TOT-LABEL.
          COMPUTE WS-TOT-IMPORTO = WS-AGE-IMP-MATURATO
                                 + WS-AGE-IMP-STORNATO.
          MOVE WS-AGE-PROVVIGIONE TO WS-TOT-PROVV.
          MOVE WS-RIGA-TOTALE TO REC-ESTRATTO.
          WRITE REC-ESTRATTO AFTER ADVANCING 1 LINE.
          IF WS-AGENTE-CORRENTE = SPACES
             COMPUTE WS-TOT-SENZA-AGENTE = WS-AGE-IMP-MATURATO
                                         + WS-AGE-IMP-STORNATO
             GO TO CHIUDI-AGENTE-EX.
          IF WS-RIE-N >= WS-RIE-MAX
             MOVE 'S' TO SW-RIE-PIENO
             GO TO CHIUDI-AGENTE-EX.
          ADD 1 TO WS-RIE-N.
          MOVE WS-AGENTE-CORRENTE TO WS-RIE-AGENTE (WS-RIE-N).
          MOVE WS-NOME-CORRENTE   TO WS-RIE-NOME (WS-RIE-N).
          COMPUTE WS-RIE-IMP-NETTO (WS-RIE-N) = WS-AGE-IMP-MATURATO
                                              + WS-AGE-IMP-STORNATO.
          MOVE WS-AGE-PROVVIGIONE TO WS-RIE-PROVVIGIONE (WS-RIE-N).
       CHIUDI-AGENTE-EX.
          EXIT.

       STAMPA-INTESTAZIONE.
          ADD 1 TO WS-STAMPA-PAGINA.
          MOVE WS-STAMPA-PAGINA TO WS-INT-PAGINA.
          MOVE WS-MESE-MM   TO WS-INT-MESE.
          MOVE WS-MESE-ANNO TO WS-INT-ANNO.
          MOVE WS-INT-1 TO REC-ESTRATTO.
          WRITE REC-ESTRATTO AFTER ADVANCING PAGE.
          MOVE WS-AGENTE-CORRENTE TO WS-IA-CODICE.
          MOVE WS-NOME-CORRENTE   TO WS-IA-NOME.
          MOVE WS-INT-AGENTE TO REC-ESTRATTO.
          WRITE REC-ESTRATTO AFTER ADVANCING 2 LINES.
          MOVE WS-INT-2 TO REC-ESTRATTO.
          WRITE REC-ESTRATTO AFTER ADVANCING 2 LINES.
          MOVE SPACES TO REC-ESTRATTO.
          WRITE REC-ESTRATTO AFTER ADVANCING 1 LINE.
          MOVE ZEROES TO WS-STAMPA-RIGHE.
       STAMPA-INTESTAZIONE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  FASE 3: RIEPILOGO PER LA CONTABILITA': PROVVIGIONE NETTA DA
      *  LIQUIDARE PER AGENTE. UN SALDO NEGATIVO (STORNI OLTRE IL
      *  MATURATO) E' A CREDITO E VA RECUPERATO SUI MESI SUCCESSIVI.
      *----------------------------------------------------------------
       STAMPA-RIEPILOGO.
          ADD 1 TO WS-STAMPA-PAGINA.
          MOVE WS-STAMPA-PAGINA TO WS-INT-PAGINA.
          MOVE WS-MESE-MM   TO WS-INT-MESE.
          MOVE WS-MESE-ANNO TO WS-INT-ANNO.
          MOVE WS-INT-1 TO REC-ESTRATTO.
          WRITE REC-ESTRATTO AFTER ADVANCING PAGE.
          MOVE SPACES TO REC-ESTRATTO.
          MOVE '  RIEPILOGO PROVVIGIONI DA LIQUIDARE' TO REC-ESTRATTO.
          WRITE REC-ESTRATTO AFTER ADVANCING 2 LINES.
          MOVE SPACES TO REC-ESTRATTO.
          WRITE REC-ESTRATTO AFTER ADVANCING 1 LINE.
          PERFORM STAMPA-RIGA-RIEPILOGO THRU STAMPA-RIGA-RIEPILOGO-EX
                  VARYING WS-IND-RIE FROM 1 BY 1
                  UNTIL WS-IND-RIE > WS-RIE-N.
          MOVE SPACES TO WS-RIGA-RIEPILOGO.
          MOVE 'TOTALE DA LIQUIDARE' TO WS-RR-NOME.
          MOVE WS-TOT-DA-LIQUIDARE TO WS-RR-PROVVIGIONE.
          MOVE WS-RIGA-RIEPILOGO TO REC-ESTRATTO.
          WRITE REC-ESTRATTO AFTER ADVANCING 2 LINES.
          IF WS-TOT-SENZA-AGENTE NOT = ZEROES
             MOVE SPACES TO WS-RIGA-RIEPILOGO
             MOVE 'INCASSATO SENZA AGENTE' TO WS-RR-NOME
             MOVE WS-TOT-SENZA-AGENTE TO WS-RR-IMPONIBILE
             MOVE 'NON PROVVIGIONATO' TO WS-RR-NOTA
             MOVE WS-RIGA-RIEPILOGO TO REC-ESTRATTO
             WRITE REC-ESTRATTO AFTER ADVANCING 2 LINES.
          IF WS-RIE-PIENO
             MOVE SPACES TO REC-ESTRATTO
             MOVE '  RIEPILOGO INCOMPLETO: OLTRE 200 AGENTI'
                  TO REC-ESTRATTO
             WRITE REC-ESTRATTO AFTER ADVANCING 2 LINES.
       STAMPA-RIEPILOGO-EX.
          EXIT.

       STAMPA-RIGA-RIEPILOGO.
          MOVE SPACES TO WS-RIGA-RIEPILOGO.
          MOVE WS-RIE-AGENTE (WS-IND-RIE)       TO WS-RR-AGENTE.
          MOVE WS-RIE-NOME (WS-IND-RIE)         TO WS-RR-NOME.
          MOVE WS-RIE-IMP-NETTO (WS-IND-RIE)    TO WS-RR-IMPONIBILE.
          MOVE WS-RIE-PROVVIGIONE (WS-IND-RIE)  TO WS-RR-PROVVIGIONE.
          IF WS-RIE-PROVVIGIONE (WS-IND-RIE) < ZEROES
             MOVE 'A CREDITO: DA RECUPERARE' TO WS-RR-NOTA
          ELSE
             ADD WS-RIE-PROVVIGIONE (WS-IND-RIE)
                 TO WS-TOT-DA-LIQUIDARE.
          MOVE WS-RIGA-RIEPILOGO TO REC-ESTRATTO.
          WRITE REC-ESTRATTO AFTER ADVANCING 1 LINE.
       STAMPA-RIGA-RIEPILOGO-EX.
          EXIT.

       OP-FINALI.
          CLOSE MOVCONT, FFATTURE, AGENTI, CLIAGE, ESTRATTO.
          DISPLAY 'MOVIMENTI LETTI:      ' WS-CTR-MVC-LETTI.
          DISPLAY 'RIGHE DI PROVVIGIONE: ' WS-CTR-RIGHE.
          DISPLAY 'RIGHE SENZA AGENTE:   ' WS-CTR-SENZA-AGENTE.
          DISPLAY 'ANOMALIE:             ' WS-CTR-ANOMALIE.
       OP-FINALI-EX.
          EXIT.
