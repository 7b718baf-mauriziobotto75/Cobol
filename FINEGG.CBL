      ******************************************************************
      *  FINE GIORNATA CONTABILE: ULTIMO PASSO DEL PIANO DI CATENA.
      *  CHIUDE LA DATA CONTABILE IN CORSO E LA PORTA AL GIORNO
      *  LAVORATIVO SUCCESSIVO (CALENDARIO CALFEST) CON LA ROUTINE
      *  DATACONT, UNICO PUNTO IN CUI LA DATA CONTABILE AVANZA. VA A
      *  PIANO DOPO TUTTI I PASSI DELLA NOTTATA CON L'ULTIMO COME
      *  PREDECESSORE, COSI' UNA CATENA FERMA NON CHIUDE LA GIORNATA
      *  E IL RILANCIO LAVORA ANCORA CON LA STESSA DATA. I RECORD
      *  'I' E 'F' SU RUNJRNL PORTANO LA GIORNATA CHIUSA, QUELLA CON
      *  CUI CATENA CERCA IL RECORD DI FINE DEL PASSO.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. FINEGG.
       AUTHOR.  MB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUNJRNL ASSIGN TO FORMATFILE-RUNJRNL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RUNJRNL.

       DATA DIVISION.

       FILE SECTION.
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

       01 FS-RUNJRNL                 PIC 9(2) VALUE ZEROES.

       01 WS-DATA-RUN                PIC 9(8) VALUE ZEROES.
       01 WS-JRN-ORA                 PIC 9(8) VALUE ZEROES.
       01 WS-JRN-TIPO                PIC X    VALUE 'I'.
       01 WS-JRN-CONTATORE           PIC 9(7) VALUE ZEROES.
       01 WS-JRN-COMPLETAMENTO       PIC 99   VALUE ZEROES.

           COPY PAR_DataCont.

       PROCEDURE DIVISION.

       INIZIO.
          PERFORM OP-INIZIALI THRU OP-INIZIALI-EX.
          PERFORM AVANZA-GIORNATA THRU AVANZA-GIORNATA-EX.
          PERFORM OP-FINALI THRU OP-FINALI-EX.
          IF WS-JRN-COMPLETAMENTO NOT = ZEROES
             MOVE 16 TO RETURN-CODE
             GOBACK.
          GOBACK.

       OP-INIZIALI.
          MOVE 'D' TO DCP-FUNZIONE.
          MOVE 'FINEGG' TO DCP-PROGRAMMA.
          CALL 'DATACONT' USING PARAMETRI-DATACONT.
          MOVE DCP-DATA-CONTABILE TO WS-DATA-RUN.
          MOVE 'I' TO WS-JRN-TIPO.
          PERFORM SCRIVI-RUNJRNL THRU SCRIVI-RUNJRNL-EX.
       OP-INIZIALI-EX.
          EXIT.

      *----------------------------------------------------------------
      *  AVANZAMENTO DELLA DATA CONTABILE. UN RIFIUTO DELLA ROUTINE
      *  (GIORNATA NON ANCORA INIZIATA, ARCHIVIO NON AGGIORNABILE)
      *  CHIUDE IL PASSO CON CODICE 16 E FERMA LA CATENA.
      *----------------------------------------------------------------
       AVANZA-GIORNATA.
          MOVE 'A' TO DCP-FUNZIONE.
          MOVE 'FINEGG' TO DCP-PROGRAMMA.
          CALL 'DATACONT' USING PARAMETRI-DATACONT.
          IF DCP-ESITO-ERRORE
             DISPLAY 'FINEGG: GIORNATA ' WS-DATA-RUN ' NON CHIUSA'
             MOVE 16 TO WS-JRN-COMPLETAMENTO
             GO TO AVANZA-GIORNATA-EX.
          MOVE 1 TO WS-JRN-CONTATORE.
          DISPLAY 'FINEGG: CHIUSA LA GIORNATA ' DCP-DATA-OUT
                  ', NUOVA DATA CONTABILE ' DCP-DATA-CONTABILE.
       AVANZA-GIORNATA-EX.
          EXIT.

       OP-FINALI.
          MOVE 'F' TO WS-JRN-TIPO.
          PERFORM SCRIVI-RUNJRNL THRU SCRIVI-RUNJRNL-EX.
       OP-FINALI-EX.
          EXIT.

       SCRIVI-RUNJRNL.
          OPEN EXTEND RUNJRNL.
      *   STATUS 05 = FILE OPZIONALE CREATO ORA (PRIMO RUN): NON E'
      *   UN ERRORE.
          IF FS-RUNJRNL NOT = '00' AND FS-RUNJRNL NOT = '05'
             DISPLAY 'FINEGG: ERRORE IN OPEN RUNJRNL - FS='
                     FS-RUNJRNL
             GO TO SCRIVI-RUNJRNL-EX.
          ACCEPT WS-JRN-ORA FROM TIME.
          MOVE SPACES TO REC-RUNJRNL.
          MOVE 'FINEGG'    TO JRN-PROGRAMMA.
          MOVE WS-DATA-RUN TO JRN-DATA.
          MOVE WS-JRN-ORA  TO JRN-ORA.
          MOVE WS-JRN-TIPO TO JRN-TIPO.
          MOVE WS-JRN-CONTATORE TO JRN-CONTATORE.
          MOVE WS-JRN-COMPLETAMENTO TO JRN-COMPLETAMENTO.
          WRITE REC-RUNJRNL.
          IF FS-RUNJRNL NOT = '00'
             DISPLAY 'FINEGG: ERRORE IN WRITE RUNJRNL - FS='
                     FS-RUNJRNL.
          CLOSE RUNJRNL.
       SCRIVI-RUNJRNL-EX.
          EXIT.
