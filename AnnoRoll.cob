           ULTIMO-ANNO-ATTIVO VIENE AGGIORNATO PER I CONTI CHE HANNO
           AVUTO MESI ATTIVI NELL'ANNO CHIUSO.

           15-10-2026 MB  GIORNALE RUN E DATA DI CHIUSURA SU
           FILE-CHIUSURA PRENDONO LA DATA CONTABILE DELLA ROUTINE
           DATACONT E NON PIU' LA DATA DI SISTEMA, CON L'AVVISO SE IL
           LANCIO CADE IN UN GIORNO NON LAVORATIVO.

       ENVIRONMENT  DIVISION.

       CONFIGURATION SECTION.
                                                       VALUE ZERO.
           88 FINE-CHIUSURE                           VALUE 1.

           COPY PAR_DataCont.

       PROCEDURE DIVISION.
       INIZIO-ELABORAZIONE.
           DISPLAY 'ANNO DA CHIUDERE (AA): '.
           ACCEPT WS-ANNO-CHIUSURA.
           MOVE 'D' TO DCP-FUNZIONE.
           MOVE 'ANNOROLL' TO DCP-PROGRAMMA.
           CALL 'DATACONT' USING PARAMETRI-DATACONT.
           MOVE DCP-DATA-CONTABILE TO WS-JRN-DATA.
           MOVE DCP-DATA-CONTABILE TO WS-DATA-ODIERNA.
           MOVE 'I' TO WS-JRN-TIPO.
           PERFORM SCRIVI-RUNJRNL.
           PERFORM CONTROLLA-CHIUSURA THRU CONTROLLA-CHIUSURA-EX.
           CLOSE FILE-CLIENTI.
           CLOSE FILE-PROSPETTO.
           OPEN EXTEND FILE-CHIUSURA.
           MOVE SPACES TO RECORD-CHIUSURA.
           MOVE WS-ANNO-CHIUSURA TO CHI-ANNO.
           MOVE WS-DATA-ODIERNA-AAMMGG TO CHI-DATA.
      *----------------------------------------------------------------
       SCRIVI-RUNJRNL.
           OPEN EXTEND RUNJRNL.
           ACCEPT WS-JRN-ORA  FROM TIME.
           MOVE SPACES TO REC-RUNJRNL.
           MOVE 'ANNOROLL' TO JRN-PROGRAMMA.
