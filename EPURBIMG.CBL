      ******************************************************************
      *  EPURAZIONE DEL GIORNALE DELLE IMMAGINI DI PARTITE (PARTBIMG):
      *  RISCRIVE IL GIORNALE TENENDO SOLO LE IMMAGINI DEI RUN CON
      *  DATA CONTABILE DALLA DATA DI CONSERVAZIONE IN POI. LA
      *  CONSERVAZIONE E' IN MESI (0 = 3 MESI) ALL'INDIETRO DALLA
      *  DATA CONTABILE CORRENTE (ROUTINE DATACONT); I RUN PIU'
      *  VECCHI NON SONO PIU' RIPRISTINABILI CON RIPRPART.
      *  IL GIORNALE RISCRITTO VIENE PRODOTTO SU PARTBIMGNEW: VA POI
      *  SOSTITUITO A PARTBIMG DALLA PROCEDURA OPERATIVA, COME PER
      *  STORICONEW IN PRGSTORICO, QUANDO NESSUN BATCH DI PARTITE E'
      *  IN ESECUZIONE.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. EPURBIMG.
       AUTHOR.  MB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARTBIMG ASSIGN TO FORMATFILE-PARTBIMG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PARTBIMG.

           SELECT PARTBIMGNEW ASSIGN TO FORMATFILE-PARTBIMGNEW
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PARTBIMGNEW.

           SELECT STAMPA ASSIGN TO PRINTER-STAMPA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-STAMPA.

       DATA DIVISION.

       FILE SECTION.
       FD PARTBIMG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS REC-PARTBIMG.
           COPY FD_PartBimg.

       FD PARTBIMGNEW
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS REC-PARTBIMGNEW.
       01 REC-PARTBIMGNEW      PIC X(200).

       FD STAMPA
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REC-STAMPA.
       01 REC-STAMPA           PIC X(132).

       WORKING-STORAGE SECTION.

       01 FS-PARTBIMG                PIC 9(2) VALUE ZEROES.
       01 FS-PARTBIMGNEW             PIC 9(2) VALUE ZEROES.
       01 FS-STAMPA                  PIC 9(2) VALUE ZEROES.

       01 SW-FINE-BIM                PIC 9(1) VALUE ZEROES.
           88 EOF-BIM                 VALUE 1.

      *----------------------------------------------------------------
      *  DATA DI CONSERVAZIONE: DATA CONTABILE MENO I MESI RICHIESTI
      *  (STESSO GIORNO). LE IMMAGINI DEI RUN CON DATA ANTERIORE
      *  VENGONO SCARTATE.
      *----------------------------------------------------------------
       01 WS-DATA-RUN                PIC 9(8) VALUE ZEROES.
       01 WS-MESI-CONSERVAZIONE      PIC 9(2) VALUE ZEROES.
       01 WS-DATA-CONSERVAZIONE      PIC 9(8) VALUE ZEROES.
       01 WS-DATA-CONS-R REDEFINES WS-DATA-CONSERVAZIONE.
           05 WS-CONS-AAAA            PIC 9(4).
           05 WS-CONS-MM              PIC 9(2).
           05 WS-CONS-GG              PIC 9(2).
       01 WS-MESI-ASSOLUTI           PIC 9(6) VALUE ZEROES.

       01 WS-CAMPI-CONTATORI.
           05 WS-CTR-REC-LETTI        PIC 9(7) VALUE ZEROES.
           05 WS-CTR-REC-TENUTI       PIC 9(7) VALUE ZEROES.
           05 WS-CTR-REC-SCARTATI     PIC 9(7) VALUE ZEROES.

       01 WS-RIGA-RIEPILOGO.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 WS-RIE-LABEL    PIC X(34) VALUE SPACES.
           05 WS-RIE-VALORE1  PIC Z(7)9.

           COPY PAR_DataCont.

       PROCEDURE DIVISION.

       INIZIO.
          PERFORM OP-INIZIALI THRU OP-INIZIALI-EX.
          PERFORM ELABORA THRU ELABORA-EX UNTIL EOF-BIM.
          PERFORM OP-FINALI THRU OP-FINALI-EX.
          STOP RUN.

       OP-INIZIALI.
          MOVE 'D' TO DCP-FUNZIONE.
          MOVE 'EPURBIMG' TO DCP-PROGRAMMA.
          CALL 'DATACONT' USING PARAMETRI-DATACONT.
          MOVE DCP-DATA-CONTABILE TO WS-DATA-RUN.
          DISPLAY 'MESI DI CONSERVAZIONE DELLE IMMAGINI (0 = 3): '.
          ACCEPT WS-MESI-CONSERVAZIONE.
          IF WS-MESI-CONSERVAZIONE = ZEROES
             MOVE 3 TO WS-MESI-CONSERVAZIONE.
          PERFORM CALCOLA-CONSERVAZIONE
             THRU CALCOLA-CONSERVAZIONE-EX.
          DISPLAY 'CONSERVATE LE IMMAGINI DEI RUN DAL '
                  WS-DATA-CONSERVAZIONE.
          OPEN INPUT PARTBIMG.
      *   STATUS 05 = GIORNALE NON ANCORA CREATO: NIENTE DA EPURARE,
      *   SI PRODUCE UN PARTBIMGNEW VUOTO.
          IF FS-PARTBIMG NOT = '00' AND FS-PARTBIMG NOT = '05'
             DISPLAY 'IMPOSSIBILE APRIRE PARTBIMG - FS=' FS-PARTBIMG
             STOP RUN WITH ERROR STATUS 16.
          OPEN OUTPUT PARTBIMGNEW.
          IF FS-PARTBIMGNEW NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE PARTBIMGNEW - FS='
                     FS-PARTBIMGNEW
             STOP RUN WITH ERROR STATUS 16.
          OPEN OUTPUT STAMPA.
          IF FS-STAMPA NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE LA STAMPA - FS=' FS-STAMPA
             STOP RUN WITH ERROR STATUS 16.
          PERFORM LETTURA-BIM THRU LETTURA-BIM-EX.
       OP-INIZIALI-EX.
          EXIT.

      *----------------------------------------------------------------
      *  SOTTRAE I MESI DI CONSERVAZIONE ALLA DATA CONTABILE
      *  LAVORANDO SUL NUMERO ASSOLUTO DI MESI (ANNO * 12 + MESE - 1).
      *----------------------------------------------------------------
       CALCOLA-CONSERVAZIONE.
          MOVE WS-DATA-RUN TO WS-DATA-CONSERVAZIONE.
          COMPUTE WS-MESI-ASSOLUTI = WS-CONS-AAAA * 12
                                   + WS-CONS-MM - 1
                                   - WS-MESI-CONSERVAZIONE.
          DIVIDE WS-MESI-ASSOLUTI BY 12 GIVING WS-CONS-AAAA
                 REMAINDER WS-CONS-MM.
          ADD 1 TO WS-CONS-MM.
       CALCOLA-CONSERVAZIONE-EX.
          EXIT.

       ELABORA.
          IF BIM-DATA-RUN >= WS-DATA-CONSERVAZIONE
             MOVE REC-PARTBIMG TO REC-PARTBIMGNEW
             WRITE REC-PARTBIMGNEW
             IF FS-PARTBIMGNEW NOT = '00'
                DISPLAY 'ERRORE IN SCRITTURA PARTBIMGNEW - FS='
                        FS-PARTBIMGNEW
                STOP RUN WITH ERROR STATUS 16
             END-IF
             ADD 1 TO WS-CTR-REC-TENUTI
          ELSE
             ADD 1 TO WS-CTR-REC-SCARTATI.
          PERFORM LETTURA-BIM THRU LETTURA-BIM-EX.
       ELABORA-EX.
          EXIT.

       LETTURA-BIM.
          READ PARTBIMG AT END MOVE 1 TO SW-FINE-BIM
               GO TO LETTURA-BIM-EX.
          IF FS-PARTBIMG NOT = '00'
             DISPLAY 'ERRORE IN LETTURA PARTBIMG - FS=' FS-PARTBIMG
             STOP RUN WITH ERROR STATUS 16.
          ADD 1 TO WS-CTR-REC-LETTI.
       LETTURA-BIM-EX.
          EXIT.

      *----------------------------------------------------------------
      *  REPORT DI EPURAZIONE: CONTEGGI DELLE IMMAGINI LETTE, TENUTE
      *  E SCARTATE (LETTE = TENUTE + SCARTATE).
      *----------------------------------------------------------------
       OP-FINALI.
          MOVE SPACES TO REC-STAMPA.
          MOVE 'EPURBIMG - EPURAZIONE GIORNALE IMMAGINI PARTITE'
               TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING PAGE.
          MOVE SPACES TO WS-RIGA-RIEPILOGO.
          MOVE 'DATA CONTABILE' TO WS-RIE-LABEL.
          MOVE WS-DATA-RUN TO WS-RIE-VALORE1.
          MOVE WS-RIGA-RIEPILOGO TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING 2 LINES.
          MOVE SPACES TO WS-RIGA-RIEPILOGO.
          MOVE 'CONSERVATI I RUN DAL' TO WS-RIE-LABEL.
          MOVE WS-DATA-CONSERVAZIONE TO WS-RIE-VALORE1.
          MOVE WS-RIGA-RIEPILOGO TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING 1 LINE.
          MOVE SPACES TO WS-RIGA-RIEPILOGO.
          MOVE 'IMMAGINI LETTE' TO WS-RIE-LABEL.
          MOVE WS-CTR-REC-LETTI TO WS-RIE-VALORE1.
          MOVE WS-RIGA-RIEPILOGO TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING 2 LINES.
          MOVE SPACES TO WS-RIGA-RIEPILOGO.
          MOVE 'IMMAGINI TENUTE' TO WS-RIE-LABEL.
          MOVE WS-CTR-REC-TENUTI TO WS-RIE-VALORE1.
          MOVE WS-RIGA-RIEPILOGO TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING 1 LINE.
          MOVE SPACES TO WS-RIGA-RIEPILOGO.
          MOVE 'IMMAGINI SCARTATE' TO WS-RIE-LABEL.
          MOVE WS-CTR-REC-SCARTATI TO WS-RIE-VALORE1.
          MOVE WS-RIGA-RIEPILOGO TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING 1 LINE.
          CLOSE PARTBIMG, PARTBIMGNEW, STAMPA.
          DISPLAY 'IMMAGINI LETTE:    ' WS-CTR-REC-LETTI.
          DISPLAY 'IMMAGINI TENUTE:   ' WS-CTR-REC-TENUTI.
          DISPLAY 'IMMAGINI SCARTATE: ' WS-CTR-REC-SCARTATI.
       OP-FINALI-EX.
          EXIT.
