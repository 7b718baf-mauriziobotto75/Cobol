      ******************************************************************
      *  REGISTRO DELLE RIDUZIONI DI RETTA CONCESSE, PER IL CONSIGLIO
      *  D'ISTITUTO: PER L'ANNO DI FATTURAZIONE RICHIESTO LEGGE IL
      *  FILE RIDUZIONI (GESRIDUZ), TIENE SOLO LE RIDUZIONI
      *  APPROVATE, RISOLVE OGNI STUDENTE SU ESTUDENTE PER NOME E
      *  CORSO E STAMPA IL REGISTRO RAGGRUPPATO PER CORSO: TIPO,
      *  PERCENTUALE O IMPORTO CONCESSO, CHI L'HA APPROVATA E
      *  QUANDO, FATTURA DI RETTA CHE L'HA APPLICATA (DA FATTCORSI,
      *  'ESENTE' SE LA RETTA E' STATA AZZERATA) E IMPORTO SCALATO,
      *  CON I TOTALI DI CORSO E GENERALI. LE RIDUZIONI NON ANCORA
      *  APPLICATE ESCONO CON FATTURA IN BIANCO.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. STARIDUZ.
       AUTHOR.  MB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RIDUZIONI ASSIGN TO DATABASE-RIDUZIONI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-RIDUZIONI
           FILE STATUS IS FS-RIDUZIONI.

           SELECT ESTUDENTE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-STUDENT
               FILE STATUS IS FS-ESTUDENTE.

           SELECT REGISTRO ASSIGN TO PRINTER-REGRIDUZ
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REGISTRO.

           SELECT SORT-WORK ASSIGN TO FORMATFILE-SORTWORK.

       DATA DIVISION.

       FILE SECTION.
      *----------------------------------------------------------------
      *  RIDUZIONI RETTA (GESRIDUZ): PER ANNO, STUDENTE E TIPO.
      *----------------------------------------------------------------
       FD RIDUZIONI
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REC-RIDUZIONI.
       01 REC-RIDUZIONI.
           05 KEY-RIDUZIONI.
             07 RID-ANNO       PIC 9(4).
             07 RID-CD-STUDENT PIC 9(5).
             07 RID-TIPO       PIC X.
                88 RID-BORSA          VALUE 'B'.
                88 RID-MERITO         VALUE 'M'.
                88 RID-FRATELLI       VALUE 'F'.
           05 RID-PERCENTUALE  PIC 9(3)V99.
           05 RID-IMPORTO      PIC 9(6)V99.
           05 RID-STATO        PIC X.
              88 RID-APPROVATA      VALUE 'A'.
           05 RID-APPROVATORE  PIC X(20).
           05 RID-DATA-APPROV  PIC 9(8).
           05 RID-NUM-FAT      PIC X(8).
           05 RID-APPLICATO    PIC 9(8).
           05 FILLER           PIC X(12).

       FD  ESTUDENTE
           LABEL RECORDS ARE STANDARD.
           COPY FD_Studente.

       FD REGISTRO
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REC-REGISTRO.
       01 REC-REGISTRO         PIC X(132).

       SD SORT-WORK.
       01 SORT-RECORD.
           05 SR-CORSO         PIC X(20).
           05 SR-NOME          PIC X(25).
           05 SR-CD-STUDENT    PIC 9(5).
           05 SR-TIPO          PIC X.
           05 SR-PERCENTUALE   PIC 9(3)V99.
           05 SR-IMPORTO       PIC 9(6)V99.
           05 SR-APPROVATORE   PIC X(20).
           05 SR-DATA-APPROV   PIC 9(8).
           05 SR-NUM-FAT       PIC X(8).
           05 SR-APPLICATO     PIC 9(8).

       WORKING-STORAGE SECTION.

       01 FS-RIDUZIONI               PIC 9(2) VALUE ZEROES.
       01 FS-ESTUDENTE               PIC X(2) VALUE '00'.
           88 FS-ESTUDENTE-OK         VALUE '00'.
       01 FS-REGISTRO                PIC 9(2) VALUE ZEROES.

       01 SW-FINE-RID                PIC 9(1) VALUE ZEROES.
           88 EOF-RID                 VALUE 1.
       01 SW-FINE-SORT               PIC 9(1) VALUE ZEROES.
           88 EOF-SORT                VALUE 1.

       01 WS-ANNO                    PIC 9(4) VALUE ZEROES.
       01 WS-DATA-RUN                PIC 9(8) VALUE ZEROES.
       01 WS-DATA-RUN-R REDEFINES WS-DATA-RUN.
           05 WS-RUN-ANNO            PIC 9(4).
           05 FILLER                 PIC 9(4).

       01 WS-CAMPI-CONTATORI.
           05 WS-CTR-LETTE            PIC 9(7) VALUE ZEROES.
           05 WS-CTR-CONCESSE         PIC 9(7) VALUE ZEROES.
           05 WS-CTR-NON-APPROVATE    PIC 9(7) VALUE ZEROES.

       01 WS-CORSO-CORRENTE          PIC X(20) VALUE SPACES.
       01 SW-PRIMO-CORSO             PIC X(1) VALUE 'S'.
           88 WS-E-IL-PRIMO-CORSO    VALUE 'S'.
       01 WS-CTR-CORSO               PIC 9(5) VALUE ZEROES.
       01 WS-APPL-CORSO              PIC 9(9) VALUE ZEROES.
       01 WS-CTR-GENERALE            PIC 9(5) VALUE ZEROES.
       01 WS-APPL-GENERALE           PIC 9(9) VALUE ZEROES.

       01 WS-DESCR-RIDUZIONI.
           05 FILLER                 PIC X(16) VALUE 'BORSA DI STUDIO'.
           05 FILLER                 PIC X(16) VALUE 'MERITO'.
           05 FILLER                 PIC X(16) VALUE 'FRATELLI'.
       01 WS-DESCR-RIDUZIONI-R REDEFINES WS-DESCR-RIDUZIONI.
           05 WS-DESCR-RID           PIC X(16) OCCURS 3 TIMES.

       01 WS-INT-PAGINA.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(50) VALUE
              'STARIDUZ - REGISTRO RIDUZIONI RETTA CONCESSE ANNO '.
           05 WS-IP-ANNO     PIC 9(4).
           05 FILLER         PIC X(76) VALUE SPACES.

       01 WS-INT-COLONNE.
           05 FILLER         PIC X(4)  VALUE SPACES.
           05 FILLER         PIC X(34) VALUE 'STUDENTE'.
           05 FILLER         PIC X(18) VALUE 'TIPO'.
           05 FILLER         PIC X(9)  VALUE '   PERC.'.
           05 FILLER         PIC X(12) VALUE '     IMPORTO'.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(22) VALUE 'APPROVATA DA'.
           05 FILLER         PIC X(10) VALUE 'IL'.
           05 FILLER         PIC X(10) VALUE 'FATTURA'.
           05 FILLER         PIC X(11) VALUE ' APPLICATO'.

       01 WS-INT-CORSO.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(7)  VALUE 'CORSO: '.
           05 WS-IC-CORSO    PIC X(20).
           05 FILLER         PIC X(103) VALUE SPACES.

       01 WS-DET-STAMPA.
           05 FILLER         PIC X(4)  VALUE SPACES.
           05 WS-D-CD        PIC 9(5).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-NOME      PIC X(25).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-TIPO      PIC X(16).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-PERC      PIC ZZ9,99.
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 WS-D-IMPORTO   PIC Z(5)9,99.
           05 FILLER         PIC X(5)  VALUE SPACES.
           05 WS-D-APPROV    PIC X(20).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-DATA      PIC 9(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-NUM-FAT   PIC X(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-APPLICATO PIC Z(7)9.
           05 FILLER         PIC X(3)  VALUE SPACES.

       01 WS-RIGA-TOTALE.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-TOT-LABEL   PIC X(34) VALUE SPACES.
           05 WS-TOT-CONTA   PIC ZZZZ9.
           05 FILLER         PIC X(4)  VALUE SPACES.
           05 FILLER         PIC X(19) VALUE 'IMPORTO APPLICATO: '.
           05 WS-TOT-APPL    PIC Z(8)9.
           05 FILLER         PIC X(59) VALUE SPACES.

           COPY PAR_DataCont.

       PROCEDURE DIVISION.

       INIZIO.
          PERFORM OP-INIZIALI THRU OP-INIZIALI-EX.
          SORT SORT-WORK ON ASCENDING KEY SR-CORSO SR-NOME SR-TIPO
               INPUT PROCEDURE SELEZIONA-RIDUZIONI
                     THRU SELEZIONA-RIDUZIONI-EX
               OUTPUT PROCEDURE STAMPA-REGISTRO
                     THRU STAMPA-REGISTRO-EX.
          PERFORM OP-FINALI THRU OP-FINALI-EX.
          STOP RUN.

       OP-INIZIALI.
          MOVE 'D' TO DCP-FUNZIONE.
          MOVE 'STARIDUZ' TO DCP-PROGRAMMA.
          CALL 'DATACONT' USING PARAMETRI-DATACONT.
          MOVE DCP-DATA-CONTABILE TO WS-DATA-RUN.
          DISPLAY 'ANNO DI FATTURAZIONE (AAAA, 0000 = ANNO IN CORSO): '.
          ACCEPT WS-ANNO.
          IF WS-ANNO = ZEROES
             MOVE WS-RUN-ANNO TO WS-ANNO.
          OPEN INPUT RIDUZIONI.
          IF FS-RIDUZIONI NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE RIDUZIONI - FS='
                     FS-RIDUZIONI
             STOP RUN WITH ERROR STATUS 16.
          OPEN INPUT ESTUDENTE.
          IF NOT FS-ESTUDENTE-OK
             DISPLAY 'IMPOSSIBILE APRIRE ESTUDENTE - FS='
                     FS-ESTUDENTE
             STOP RUN WITH ERROR STATUS 16.
          OPEN OUTPUT REGISTRO.
          IF FS-REGISTRO NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE IL REGISTRO - FS='
                     FS-REGISTRO
             STOP RUN WITH ERROR STATUS 16.
          MOVE WS-ANNO TO WS-IP-ANNO.
          MOVE WS-INT-PAGINA TO REC-REGISTRO.
          WRITE REC-REGISTRO AFTER ADVANCING PAGE.
          MOVE WS-INT-COLONNE TO REC-REGISTRO.
          WRITE REC-REGISTRO AFTER ADVANCING 2 LINES.
       OP-INIZIALI-EX.
          EXIT.

      *----------------------------------------------------------------
      *  RIDUZIONI DELL'ANNO (LA CHIAVE COMINCIA CON L'ANNO): SOLO LE
      *  APPROVATE VANNO A REGISTRO, CON NOME E CORSO DELLO STUDENTE.
      *----------------------------------------------------------------
       SELEZIONA-RIDUZIONI.
          MOVE LOW-VALUES TO KEY-RIDUZIONI.
          MOVE WS-ANNO    TO RID-ANNO.
          START RIDUZIONI KEY IS NOT LESS THAN KEY-RIDUZIONI
                INVALID KEY MOVE 1 TO SW-FINE-RID.
          PERFORM SELEZIONA-UNA THRU SELEZIONA-UNA-EX
                  UNTIL EOF-RID.
       SELEZIONA-RIDUZIONI-EX.
          EXIT.

       SELEZIONA-UNA.
          READ RIDUZIONI NEXT RECORD AT END MOVE 1 TO SW-FINE-RID
               GO TO SELEZIONA-UNA-EX.
          IF FS-RIDUZIONI NOT = '00'
          OR RID-ANNO NOT = WS-ANNO
             MOVE 1 TO SW-FINE-RID
             GO TO SELEZIONA-UNA-EX.
          ADD 1 TO WS-CTR-LETTE.
          IF NOT RID-APPROVATA
             ADD 1 TO WS-CTR-NON-APPROVATE
             GO TO SELEZIONA-UNA-EX.
          MOVE RID-CD-STUDENT TO CD-STUDENT.
          READ ESTUDENTE.
          IF FS-ESTUDENTE-OK
             MOVE CURSO-STUDENT TO SR-CORSO
             MOVE NM-STUDENT    TO SR-NOME
          ELSE
             MOVE SPACES        TO SR-CORSO
             MOVE '*** NON IN ANAGRAFICA' TO SR-NOME.
          MOVE RID-CD-STUDENT  TO SR-CD-STUDENT.
          MOVE RID-TIPO        TO SR-TIPO.
          MOVE RID-PERCENTUALE TO SR-PERCENTUALE.
          MOVE RID-IMPORTO     TO SR-IMPORTO.
          MOVE RID-APPROVATORE TO SR-APPROVATORE.
          MOVE RID-DATA-APPROV TO SR-DATA-APPROV.
          MOVE RID-NUM-FAT     TO SR-NUM-FAT.
          MOVE RID-APPLICATO   TO SR-APPLICATO.
          ADD 1 TO WS-CTR-CONCESSE.
          RELEASE SORT-RECORD.
       SELEZIONA-UNA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  REGISTRO RAGGRUPPATO PER CORSO CON I TOTALI DI FINE CORSO
      *  E IL TOTALE GENERALE.
      *----------------------------------------------------------------
       STAMPA-REGISTRO.
          PERFORM RITORNA-RIGA THRU RITORNA-RIGA-EX.
          PERFORM STAMPA-RIGA THRU STAMPA-RIGA-EX UNTIL EOF-SORT.
          IF NOT WS-E-IL-PRIMO-CORSO
             PERFORM STAMPA-TOT-CORSO THRU STAMPA-TOT-CORSO-EX.
          MOVE SPACES TO WS-RIGA-TOTALE.
          MOVE 'TOTALE RIDUZIONI CONCESSE' TO WS-TOT-LABEL.
          MOVE WS-CTR-GENERALE  TO WS-TOT-CONTA.
          MOVE WS-APPL-GENERALE TO WS-TOT-APPL.
          MOVE WS-RIGA-TOTALE TO REC-REGISTRO.
          WRITE REC-REGISTRO AFTER ADVANCING 3 LINES.
       STAMPA-REGISTRO-EX.
          EXIT.

       RITORNA-RIGA.
          RETURN SORT-WORK AT END MOVE 1 TO SW-FINE-SORT.
       RITORNA-RIGA-EX.
          EXIT.

       STAMPA-RIGA.
          IF WS-E-IL-PRIMO-CORSO
             MOVE SR-CORSO TO WS-CORSO-CORRENTE
             MOVE 'N' TO SW-PRIMO-CORSO
             PERFORM STAMPA-INT-CORSO THRU STAMPA-INT-CORSO-EX
          ELSE
             IF SR-CORSO NOT = WS-CORSO-CORRENTE
                PERFORM STAMPA-TOT-CORSO THRU STAMPA-TOT-CORSO-EX
                MOVE SR-CORSO TO WS-CORSO-CORRENTE
                PERFORM STAMPA-INT-CORSO THRU STAMPA-INT-CORSO-EX.
          MOVE SR-CD-STUDENT  TO WS-D-CD.
          MOVE SR-NOME        TO WS-D-NOME.
          MOVE SPACES         TO WS-D-TIPO.
          IF SR-TIPO = 'B'
             MOVE WS-DESCR-RID (1) TO WS-D-TIPO.
          IF SR-TIPO = 'M'
             MOVE WS-DESCR-RID (2) TO WS-D-TIPO.
          IF SR-TIPO = 'F'
             MOVE WS-DESCR-RID (3) TO WS-D-TIPO.
          MOVE SR-PERCENTUALE TO WS-D-PERC.
          MOVE SR-IMPORTO     TO WS-D-IMPORTO.
          MOVE SR-APPROVATORE TO WS-D-APPROV.
          MOVE SR-DATA-APPROV TO WS-D-DATA.
          MOVE SR-NUM-FAT     TO WS-D-NUM-FAT.
          MOVE SR-APPLICATO   TO WS-D-APPLICATO.
          MOVE WS-DET-STAMPA TO REC-REGISTRO.
          WRITE REC-REGISTRO AFTER ADVANCING 1 LINE.
          ADD 1 TO WS-CTR-CORSO WS-CTR-GENERALE.
          ADD SR-APPLICATO TO WS-APPL-CORSO WS-APPL-GENERALE.
          PERFORM RITORNA-RIGA THRU RITORNA-RIGA-EX.
       STAMPA-RIGA-EX.
          EXIT.

       STAMPA-INT-CORSO.
          MOVE WS-CORSO-CORRENTE TO WS-IC-CORSO.
          MOVE WS-INT-CORSO TO REC-REGISTRO.
          WRITE REC-REGISTRO AFTER ADVANCING 2 LINES.
       STAMPA-INT-CORSO-EX.
          EXIT.

       STAMPA-TOT-CORSO.
          MOVE SPACES TO WS-RIGA-TOTALE.
          MOVE 'RIDUZIONI CONCESSE NEL CORSO' TO WS-TOT-LABEL.
          MOVE WS-CTR-CORSO  TO WS-TOT-CONTA.
          MOVE WS-APPL-CORSO TO WS-TOT-APPL.
          MOVE WS-RIGA-TOTALE TO REC-REGISTRO.
          WRITE REC-REGISTRO AFTER ADVANCING 1 LINE.
          MOVE ZEROES TO WS-CTR-CORSO WS-APPL-CORSO.
       STAMPA-TOT-CORSO-EX.
          EXIT.

       OP-FINALI.
          CLOSE RIDUZIONI, ESTUDENTE, REGISTRO.
          DISPLAY 'RIDUZIONI LETTE:        ' WS-CTR-LETTE.
          DISPLAY 'RIDUZIONI A REGISTRO:   ' WS-CTR-CONCESSE.
          DISPLAY 'NON APPROVATE (ESCLUSE): ' WS-CTR-NON-APPROVATE.
       OP-FINALI-EX.
          EXIT.
