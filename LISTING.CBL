      *                STAMPATO IL LOG DI LAVORAZIONE PER BATCH
      *                (CARD LETTE, LISTATE, NON VALIDE O DROP NON
      *                TROVATO) PER L'OPERATORE DEL MATTINO.
      * 15-10-2026 MB  LA DATA DI LAVORO DEL RUN E' LA DATA CONTABILE
      *                (ROUTINE DATACONT, AVANZATA SOLO DAL FINE
      *                GIORNATA FINEGG DI CATENA) E NON PIU' LA DATA DI
      *                SISTEMA; AVVISO A VIDEO SE IL PROGRAMMA PARTE IN
      *                UN GIORNO NON LAVORATIVO.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           02  SUM-COUNT PIC ZZ,ZZ9.
           02  FILLER    PIC X(66)  VALUE IS SPACES.

           COPY PAR_DataCont.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PREPARATION-ROUTINE.
           MOVE 'D' TO DCP-FUNZIONE.
           MOVE 'LISTING' TO DCP-PROGRAMMA.
           CALL 'DATACONT' USING PARAMETRI-DATACONT.
           MOVE DCP-DATA-CONTABILE TO WS-JRN-DATA.
           MOVE 'I' TO WS-JRN-TIPO.
           PERFORM SCRIVI-RUNJRNL THRU SCRIVI-RUNJRNL-EX.
           OPEN INPUT MANIFEST.
      *----------------------------------------------------------------
       SCRIVI-RUNJRNL.
           OPEN EXTEND RUNJRNL.
           ACCEPT WS-JRN-ORA  FROM TIME.
           MOVE SPACES TO REC-RUNJRNL.
           MOVE 'LISTING' TO JRN-PROGRAMMA.
