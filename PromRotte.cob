           IMPORTO-PAGAMENTI DEL MESE ALMENO PARI AL PROMESSO). LE
           PROMESSE ROTTE ESCONO IN ELENCO PER GLI ESATTORI.

           15-10-2026 MB  LE PROMESSE SI CONFRONTANO CON LA DATA
           CONTABILE DELLA ROUTINE DATACONT E NON PIU' CON LA DATA DI
           SISTEMA.

       ENVIRONMENT  DIVISION.

       CONFIGURATION SECTION.
           02 FILLER                                 PICTURE 99.
           02 WS-OGGI-AAMMGG                         PICTURE 9(6).

           COPY PAR_DataCont.

       PROCEDURE DIVISION.
       INIZIO-ELABORAZIONE.
           MOVE 'D' TO DCP-FUNZIONE.
           MOVE 'PROMROTTE' TO DCP-PROGRAMMA.
           CALL 'DATACONT' USING PARAMETRI-DATACONT.
           MOVE DCP-DATA-CONTABILE TO WS-DATA-OGGI.
           OPEN INPUT FILE-CONTATTI.
           IF NOT FS-CONTATTI-OK
               DISPLAY 'FILE CONTATTI ASSENTE: NIENTE DA CONTROLLARE'
