      ******************************************************************
      *  GESTIONE AGENTE DEI CLIENTI: MANUTENZIONE DEL FILE CLIAGE,
      *  CHE LEGA IL CODICE CLIENTE DI FATTURAZIONE (COD-CLI A 5
      *  CIFRE DI FCLIENTI/FFATTURE) AL CODICE AGENTE DELL'ANAGRAFE
      *  AGENTI (GESAGENTI) E ALLA CLASSE DEL CLIENTE CHE PUO'
      *  DETERMINARE LA PERCENTUALE DI PROVVIGIONE. PROVVIG ATTRIBUISCE
      *  GLI INCASSI DEL CLIENTE ALL'AGENTE LEGATO AL MOMENTO DEL
      *  CALCOLO. IL CLIENTE E' VALIDATO SU FCLIENTI (SE PRESENTE),
      *  L'AGENTE SU AGENTI. SI LAVORA UN CLIENTE ALLA VOLTA DA
      *  TASTIERA (CODICE 0 = FINE); AGENTE A SPAZI = CANCELLAZIONE
      *  DEL LEGAME. STESSO SCHEMA DI GESCLIPAG.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. GESCLIAGE.
       AUTHOR.  MB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIAGE ASSIGN TO DATABASE-CLIAGE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-CLIAGE
           FILE STATUS IS FS-CLIAGE.

           SELECT AGENTI ASSIGN TO DATABASE-AGENTI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-AGENTI
           FILE STATUS IS FS-AGENTI.

           SELECT FCLIENTI ASSIGN TO FORMATFILE-FCLIENTI
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FCLIENTI.

       DATA DIVISION.

       FILE SECTION.
      *----------------------------------------------------------------
      *  AGENTE DEL CLIENTE: UN RECORD PER CLIENTE CON IL CODICE
      *  AGENTE DI AGENTI E LA CLASSE DEL CLIENTE (SPAZI = NESSUNA).
      *----------------------------------------------------------------
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

         FD FCLIENTI
            LABEL RECORD IS STANDARD
            RECORD CONTAINS 100 CHARACTERS
            DATA RECORD IS REC-CLIENTI.
       01 REC-CLIENTI.
           05 FCLI-COD-CLI     PIC 9(5).
           05 FILLER           PIC X(95).

       WORKING-STORAGE SECTION.

       01 FS-CLIAGE                  PIC 9(2) VALUE ZEROES.
       01 FS-AGENTI                  PIC 9(2) VALUE ZEROES.
       01 FS-FCLIENTI                PIC 9(2) VALUE ZEROES.

       01 SW-FINE-LAVORO             PIC 9(1) VALUE ZEROES.
           88 FINE-LAVORO             VALUE 1.
       01 SW-FINE-FCLI               PIC 9(1) VALUE ZEROES.
           88 EOF-FCLI                VALUE 1.
       01 SW-FCLIENTI-APERTO         PIC X(1) VALUE 'N'.
           88 WS-FCLIENTI-APERTO     VALUE 'S'.
       01 SW-CLIENTE-TROVATO         PIC X(1) VALUE 'N'.
           88 WS-CLIENTE-TROVATO     VALUE 'S'.

       01 WS-COD-CLI                 PIC 9(5) VALUE ZEROES.
       01 WS-AGENTE                  PIC X(4) VALUE SPACES.
       01 WS-CLASSE                  PIC X(2) VALUE SPACES.
       01 WS-CTR-AGGIORNATI          PIC 9(5) VALUE ZEROES.

       PROCEDURE DIVISION.

       INIZIO.
          PERFORM OP-INIZIALI THRU OP-INIZIALI-EX.
          PERFORM LAVORA-CLIENTE THRU LAVORA-CLIENTE-EX
                  UNTIL FINE-LAVORO.
          PERFORM OP-FINALI THRU OP-FINALI-EX.
          STOP RUN.

      *----------------------------------------------------------------
      *  APRE IL LEGAME IN I-O (CREANDOLO AL PRIMO UTILIZZO, SCHEMA
      *  DI APRI-PARTITE IN INCASSI) E L'ANAGRAFE AGENTI IN SOLA
      *  LETTURA (SENZA ANAGRAFE NON SI PUO' LEGARE NESSUN AGENTE);
      *  SENZA FCLIENTI IL COD-CLI NON VIENE VALIDATO (SEGNALATO).
      *----------------------------------------------------------------
       OP-INIZIALI.
          OPEN I-O CLIAGE.
          IF FS-CLIAGE NOT = '00'
             OPEN OUTPUT CLIAGE
             CLOSE CLIAGE
             OPEN I-O CLIAGE.
          IF FS-CLIAGE NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE CLIAGE - FS=' FS-CLIAGE
             STOP RUN WITH ERROR STATUS 16.
          OPEN INPUT AGENTI.
          IF FS-AGENTI NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE AGENTI - FS=' FS-AGENTI
             DISPLAY 'CARICARE PRIMA GLI AGENTI CON GESAGENTI'
             STOP RUN WITH ERROR STATUS 16.
          OPEN INPUT FCLIENTI.
          IF FS-FCLIENTI = '00'
             MOVE 'S' TO SW-FCLIENTI-APERTO
          ELSE
             DISPLAY 'FCLIENTI ASSENTE: COD-CLI NON VALIDATO'.
       OP-INIZIALI-EX.
          EXIT.

       LAVORA-CLIENTE.
          DISPLAY 'CODICE CLIENTE (00000 = FINE): '.
          ACCEPT WS-COD-CLI.
          IF WS-COD-CLI = ZEROES
             MOVE 1 TO SW-FINE-LAVORO
             GO TO LAVORA-CLIENTE-EX.
          PERFORM VALIDA-COD-CLI THRU VALIDA-COD-CLI-EX.
          IF NOT WS-CLIENTE-TROVATO
             DISPLAY 'COD-CLI NON PRESENTE SU FCLIENTI'
             GO TO LAVORA-CLIENTE-EX.
          MOVE WS-COD-CLI TO CLA-COD-CLI.
          READ CLIAGE.
          IF FS-CLIAGE = '00'
             DISPLAY 'AGENTE ATTUALE: ' CLA-AGENTE
                     '  CLASSE: ' CLA-CLASSE
          ELSE
             DISPLAY 'CLIENTE SENZA AGENTE'.
          DISPLAY 'CODICE AGENTE (SPAZI = CANCELLA): '.
          MOVE SPACES TO WS-AGENTE.
          ACCEPT WS-AGENTE.
          IF WS-AGENTE = SPACES
             PERFORM CANCELLA-LEGAME THRU CANCELLA-LEGAME-EX
             GO TO LAVORA-CLIENTE-EX.
          MOVE WS-AGENTE TO AGE-CODICE.
          READ AGENTI.
          IF FS-AGENTI NOT = '00'
             DISPLAY 'AGENTE NON PRESENTE IN ANAGRAFE AGENTI'
             GO TO LAVORA-CLIENTE-EX.
          IF AGE-CESSATO
             DISPLAY 'AGENTE CESSATO: NON SI POSSONO LEGARE CLIENTI'
             GO TO LAVORA-CLIENTE-EX.
          DISPLAY 'AGENTE: ' AGE-NOME.
          DISPLAY 'CLASSE CLIENTE (2 CAR., SPAZI = NESSUNA): '.
          MOVE SPACES TO WS-CLASSE.
          ACCEPT WS-CLASSE.
          MOVE SPACES TO REC-CLIAGE.
          MOVE WS-COD-CLI TO CLA-COD-CLI.
          MOVE WS-AGENTE  TO CLA-AGENTE.
          MOVE WS-CLASSE  TO CLA-CLASSE.
          WRITE REC-CLIAGE.
          IF FS-CLIAGE = '22'
             REWRITE REC-CLIAGE.
          IF FS-CLIAGE NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA CLIAGE - FS=' FS-CLIAGE
             GO TO LAVORA-CLIENTE-EX.
          ADD 1 TO WS-CTR-AGGIORNATI.
          DISPLAY 'AGENTE REGISTRATO'.
       LAVORA-CLIENTE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  IL COD-CLI E' VALIDO SE COMPARE SU FCLIENTI (SCANSIONE
      *  SEQUENZIALE, RIAPERTA AD OGNI CONTROLLO, COME IN GESCLIPAG);
      *  SENZA FCLIENTI OGNI CODICE NON ZERO PASSA CON LA
      *  SEGNALAZIONE DATA ALL'AVVIO.
      *----------------------------------------------------------------
       VALIDA-COD-CLI.
          IF NOT WS-FCLIENTI-APERTO
             MOVE 'S' TO SW-CLIENTE-TROVATO
             GO TO VALIDA-COD-CLI-EX.
          MOVE 'N' TO SW-CLIENTE-TROVATO.
          MOVE ZEROES TO SW-FINE-FCLI.
          CLOSE FCLIENTI.
          OPEN INPUT FCLIENTI.
          IF FS-FCLIENTI NOT = '00'
             MOVE 'N' TO SW-FCLIENTI-APERTO
             MOVE 'S' TO SW-CLIENTE-TROVATO
             GO TO VALIDA-COD-CLI-EX.
          PERFORM CERCA-CLIENTE THRU CERCA-CLIENTE-EX
                  UNTIL EOF-FCLI OR WS-CLIENTE-TROVATO.
       VALIDA-COD-CLI-EX.
          EXIT.

       CERCA-CLIENTE.
          READ FCLIENTI AT END MOVE 1 TO SW-FINE-FCLI
               GO TO CERCA-CLIENTE-EX.
          IF FS-FCLIENTI NOT = '00'
             MOVE 1 TO SW-FINE-FCLI
             GO TO CERCA-CLIENTE-EX.
          IF FCLI-COD-CLI = WS-COD-CLI
             MOVE 'S' TO SW-CLIENTE-TROVATO.
       CERCA-CLIENTE-EX.
          EXIT.

       CANCELLA-LEGAME.
          MOVE WS-COD-CLI TO CLA-COD-CLI.
          DELETE CLIAGE.
          IF FS-CLIAGE = '23'
             DISPLAY 'NESSUN AGENTE DA CANCELLARE'
             GO TO CANCELLA-LEGAME-EX.
          IF FS-CLIAGE NOT = '00'
             DISPLAY 'ERRORE IN CANCELLAZIONE - FS=' FS-CLIAGE
             GO TO CANCELLA-LEGAME-EX.
          ADD 1 TO WS-CTR-AGGIORNATI.
          DISPLAY 'AGENTE CANCELLATO'.
       CANCELLA-LEGAME-EX.
          EXIT.

       OP-FINALI.
          CLOSE CLIAGE, AGENTI.
          IF WS-FCLIENTI-APERTO
             CLOSE FCLIENTI.
          DISPLAY 'CLIENTI AGGIORNATI: ' WS-CTR-AGGIORNATI.
       OP-FINALI-EX.
          EXIT.
