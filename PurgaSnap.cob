           QUANTO TENUTO E QUANTO SCARTATO. IL FILE EPURATO
           SOSTITUISCE POI LO STORICO NELLA SCHEDULAZIONE.

           15-10-2026 MB  LA FINESTRA DI RITENZIONE SI CONTA DALLA
           DATA CONTABILE DELLA ROUTINE DATACONT E NON PIU' DALLA DATA
           DI SISTEMA.

       ENVIRONMENT  DIVISION.

       CONFIGURATION SECTION.
           02 WS-SNAP-MESE                           PICTURE 99.
           02 FILLER                                 PICTURE 99.

           COPY PAR_DataCont.

       PROCEDURE DIVISION.
       INIZIO-ELABORAZIONE.
           DISPLAY 'MESI DI RITENZIONE (ES. 024): '.
           ACCEPT WS-MESI-RITENZIONE.
           IF WS-MESI-RITENZIONE = ZERO
               MOVE 24 TO WS-MESI-RITENZIONE.
           MOVE 'D' TO DCP-FUNZIONE.
           MOVE 'PURGASNAP' TO DCP-PROGRAMMA.
           CALL 'DATACONT' USING PARAMETRI-DATACONT.
           MOVE DCP-DATA-CONTABILE TO WS-DATA-OGGI.
           COMPUTE WS-MESI-LIMITE = (WS-OGGI-ANNO * 12)
                 + WS-OGGI-MESE - WS-MESI-RITENZIONE.
           OPEN INPUT FILE-STORICO-CONTI.
