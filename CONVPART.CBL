      ******************************************************************
      *  CONVERSIONE UNA-TANTUM DELL'ARCHIVIO PARTITE: LA CHIAVE DI
      *  PARTITE E' CRESCIUTA DA COD-CLI + NUM-FAT A COD-CLI +
      *  NUM-FAT + NUMERO RATA, PER TENERE UNA PARTITA PER OGNI RATA
      *  DELLE FATTURE CON TERMINE DI PAGAMENTO A PIU' SCADENZE (VEDI
      *  GESTPAG E INSFATTURE). IL RECORD RESTA DI 70 CARATTERI: IL
      *  NUMERO RATA E' RICAVATO DAL FILLER DI CODA. QUESTO PROGRAMMA
      *  LEGGE L'ARCHIVIO ANCORA CON LA VECCHIA CHIAVE (PARTITEV) E
      *  LO RICARICA NEL FILE DEFINITO A NUOVO: OGNI PARTITA ESISTENTE
      *  DIVENTA LA RATA 00 (PARTITA UNICA DEL DOCUMENTO), I CAMPI
      *  VIAGGIANO TALI E QUALI. SENZA LA CONVERSIONE I PROGRAMMI
      *  SU PARTITE FALLIREBBERO LA OPEN PER CHIAVE DIFFORME.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CONVPART.
       AUTHOR.  MB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTITEV ASSIGN TO DATABASE-PARTITEV
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS KEY-PARTITEV
           FILE STATUS IS FS-PARTITEV.

           SELECT PARTITE ASSIGN TO DATABASE-PARTITE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS KEY-PARTITE
           FILE STATUS IS FS-PARTITE.

       DATA DIVISION.

       FILE SECTION.
      *----------------------------------------------------------------
      *  ARCHIVIO CON LA VECCHIA CHIAVE COD-CLI + NUM-FAT.
      *----------------------------------------------------------------
         FD PARTITEV
            LABEL RECORD IS STANDARD
            RECORD CONTAINS 70 CHARACTERS
            DATA RECORD IS REC-PARTITAV.
       01 REC-PARTITAV.
           05 KEY-PARTITEV.
             07 PARV-COD-CLI   PIC 9(5).
             07 PARV-NUM-FAT   PIC X(8).
           05 PARV-TOT-FATT     PIC 9(14) COMP-3.
           05 PARV-INCASSATO    PIC 9(14) COMP-3.
           05 PARV-RESIDUO      PIC 9(14) COMP-3.
           05 PARV-DATA-SCAD    PIC 9(8).
           05 PARV-DATA-ULT-PAG PIC 9(8).
           05 PARV-STATO        PIC X.
           05 PARV-TIPO         PIC X.
           05 PARV-RIF-CONTRATTO PIC 9(6).
           05 FILLER            PIC X(9).

      *----------------------------------------------------------------
      *  ARCHIVIO CON LA CHIAVE NUOVA: STESSO RECORD DI INCASSI.
      *----------------------------------------------------------------
         FD PARTITE
            LABEL RECORD IS STANDARD
            RECORD CONTAINS 70 CHARACTERS
            DATA RECORD IS REC-PARTITA.
       01 REC-PARTITA.
           05 KEY-PARTITE.
             07 PAR-COD-CLI   PIC 9(5).
             07 PAR-NUM-FAT   PIC X(8).
             07 PAR-NUM-RATA  PIC 9(2).
           05 PAR-TOT-FATT     PIC 9(14) COMP-3.
           05 PAR-INCASSATO    PIC 9(14) COMP-3.
           05 PAR-RESIDUO      PIC 9(14) COMP-3.
           05 PAR-DATA-SCAD    PIC 9(8).
           05 PAR-DATA-ULT-PAG PIC 9(8).
           05 PAR-STATO        PIC X.
           05 PAR-TIPO         PIC X.
           05 PAR-RIF-CONTRATTO PIC 9(6).
           05 FILLER           PIC X(7).

       WORKING-STORAGE SECTION.

       01 FS-PARTITEV                PIC 9(2) VALUE ZEROES.
       01 FS-PARTITE                 PIC 9(2) VALUE ZEROES.

       01 SW-FINE-PARTITEV           PIC 9(1) VALUE ZEROES.
           88 EOF-PARTITEV            VALUE 1.

       01 WS-CAMPI-CONTATORI.
           05 WS-CTR-LETTI            PIC 9(7) VALUE ZEROES.
           05 WS-CTR-CONVERTITI       PIC 9(7) VALUE ZEROES.

       PROCEDURE DIVISION.

       INIZIO.
          PERFORM OP-INIZIALI THRU OP-INIZIALI-EX.
          PERFORM LETTURA-PARTITEV THRU LETTURA-PARTITEV-EX.
          PERFORM CONVERTI-PARTITA THRU CONVERTI-PARTITA-EX
                  UNTIL EOF-PARTITEV.
          PERFORM OP-FINALI THRU OP-FINALI-EX.
          STOP RUN.

       OP-INIZIALI.
          OPEN INPUT PARTITEV.
          IF FS-PARTITEV NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE PARTITE (VECCHIO) - FS='
                     FS-PARTITEV
             STOP RUN WITH ERROR STATUS 16.
          OPEN OUTPUT PARTITE.
          IF FS-PARTITE NOT = '00'
             DISPLAY 'IMPOSSIBILE CREARE PARTITE (NUOVO) - FS='
                     FS-PARTITE
             STOP RUN WITH ERROR STATUS 16.
       OP-INIZIALI-EX.
          EXIT.

       LETTURA-PARTITEV.
          READ PARTITEV NEXT AT END MOVE 1 TO SW-FINE-PARTITEV
                        GO TO LETTURA-PARTITEV-EX.
          IF FS-PARTITEV NOT = '00'
             DISPLAY 'ERRORE IN LETTURA PARTITE (VECCHIO) - FS='
                     FS-PARTITEV
             MOVE 1 TO SW-FINE-PARTITEV
             GO TO LETTURA-PARTITEV-EX.
          ADD 1 TO WS-CTR-LETTI.
       LETTURA-PARTITEV-EX.
          EXIT.

      *----------------------------------------------------------------
      *  VECCHIO -> NUOVO: CAMPI COPIATI TALI E QUALI, RATA 00.
      *  L'ORDINE DI LETTURA E' GIA' QUELLO DELLA CHIAVE NUOVA.
      *----------------------------------------------------------------
       CONVERTI-PARTITA.
          MOVE SPACES             TO REC-PARTITA.
          MOVE PARV-COD-CLI       TO PAR-COD-CLI.
          MOVE PARV-NUM-FAT       TO PAR-NUM-FAT.
          MOVE ZEROES             TO PAR-NUM-RATA.
          MOVE PARV-TOT-FATT      TO PAR-TOT-FATT.
          MOVE PARV-INCASSATO     TO PAR-INCASSATO.
          MOVE PARV-RESIDUO       TO PAR-RESIDUO.
          MOVE PARV-DATA-SCAD     TO PAR-DATA-SCAD.
          MOVE PARV-DATA-ULT-PAG  TO PAR-DATA-ULT-PAG.
          MOVE PARV-STATO         TO PAR-STATO.
          MOVE PARV-TIPO          TO PAR-TIPO.
          MOVE PARV-RIF-CONTRATTO TO PAR-RIF-CONTRATTO.
          WRITE REC-PARTITA.
          IF FS-PARTITE NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA PARTITE (NUOVO) - FS='
                     FS-PARTITE
             STOP RUN WITH ERROR STATUS 16.
          ADD 1 TO WS-CTR-CONVERTITI.
          PERFORM LETTURA-PARTITEV THRU LETTURA-PARTITEV-EX.
       CONVERTI-PARTITA-EX.
          EXIT.

       OP-FINALI.
          CLOSE PARTITEV, PARTITE.
          DISPLAY 'PARTITE LETTE:       ' WS-CTR-LETTI.
          DISPLAY 'PARTITE CONVERTITE:  ' WS-CTR-CONVERTITI.
       OP-FINALI-EX.
          EXIT.
