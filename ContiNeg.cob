           WORKLIST SU FILE, UNA PER ESATTORE, LAVORABILE DAI
           PROGRAMMI DI RECUPERO CREDITI.

           15-10-2026 MB  I CONTI AFFIDATI ALL'AGENZIA ESTERNA DI
           RECUPERO (STATO 'A' SULL'ARCHIVIO AFFIDI, SCRITTO DA
           AFFIDI) NON ENTRANO PIU' NELLA WORKLIST DEGLI ESATTORI;
           VENGONO SOLO CONTATI. QUELLI RESTITUITI DALL'AGENZIA
           (STATO 'R') TORNANO NORMALMENTE AGLI ESATTORI.

           15-10-2026 MB  IL GIORNALE RUN PRENDE LA DATA CONTABILE
           DELLA ROUTINE DATACONT E NON PIU' LA DATA DI SISTEMA, CON
           L'AVVISO SE IL LANCIO CADE IN UN GIORNO NON LAVORATIVO.

       ENVIRONMENT  DIVISION.

       CONFIGURATION SECTION.

           SELECT SORT-ESPOSTI    ASSIGN TO DISK.

           SELECT OPTIONAL FILE-AFFIDI ASSIGN TO DISK
                            ACCESS IS RANDOM
                            ORGANIZATION IS INDEXED
                            RECORD KEY IS AFF-CONTO
                            FILE STATUS IS WS-FS-AFFIDI.

           SELECT OPTIONAL RUNJRNL ASSIGN TO DISK
                            ACCESS IS SEQUENTIAL
                            ORGANIZATION IS SEQUENTIAL.
                                                        '0'.
                   88 CONTO-BLOCCATO                 VALUE 'B'.

      *----------------------------------------------------------------
      *  STESSO TRACCIATO DI AFFIDI.
      *----------------------------------------------------------------
       FD  FILE-AFFIDI
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RECORD-AFFIDO.

       01  RECORD-AFFIDO.
           02 AFF-CONTO                              PICTURE 9(7).
           02 AFF-STATO                              PICTURE X.
              88 AFF-AFFIDATO                        VALUE 'A'.
              88 AFF-RICHIAMATO                      VALUE 'R'.
           02 AFF-AGENZIA                            PICTURE X(8).
           02 AFF-DATA-AFFIDO                        PICTURE 9(6).
           02 AFF-ESPOSIZIONE                        PICTURE 9(7)V99.
           02 AFF-RECUPERATO                         PICTURE 9(7)V99.
           02 AFF-COMPENSI                           PICTURE 9(7)V99.
           02 AFF-DATA-ULTIMO-ESITO                  PICTURE 9(6).
           02 AFF-DATA-RIENTRO                       PICTURE 9(6).
           02 FILLER                                 PICTURE X(19).

       FD  FILE-WORKLIST
           LABEL RECORD IS OMITTED
           DATA RECORDS ARE RIGA-INT, RIGA-DET.


       77  WS-CTR-NEGATIVI              PICTURE 9(5) VALUE ZERO.
       77  WS-CTR-AFFIDATI              PICTURE 9(5) VALUE ZERO.
       77  WS-FS-AFFIDI                 PICTURE XX   VALUE '00'.

      *----------------------------------------------------------------
      *  TABELLA DI ASSEGNAZIONE ESATTORI PER RANGE DI MAGAZZINO:
           02 FILLER                                 PICTURE X(12)
                                                      VALUE SPACES.

           COPY PAR_DataCont.

       PROCEDURE DIVISION.
       INIZIO-ELABORAZIONE.
           MOVE 'D' TO DCP-FUNZIONE.
           MOVE 'CONTINEG' TO DCP-PROGRAMMA.
           CALL 'DATACONT' USING PARAMETRI-DATACONT.
           MOVE DCP-DATA-CONTABILE TO WS-JRN-DATA.
           MOVE 'I' TO WS-JRN-TIPO.
           PERFORM SCRIVI-RUNJRNL.
           OPEN OUTPUT FILE-WORKLIST.
      *----------------------------------------------------------------
       SELEZIONA-NEGATIVI.
           OPEN INPUT FILE-CLIENTI.
           OPEN INPUT FILE-AFFIDI.
       LETTURA-CONTROLLO.
           READ FILE-CLIENTI AT END
                CLOSE FILE-CLIENTI
                CLOSE FILE-AFFIDI
                GO TO SELEZIONA-NEGATIVI-EX.
           IF SALDO-CORRENTE IS NEGATIVE
              PERFORM CERCA-AFFIDO
              IF AFF-AFFIDATO
                 ADD 1 TO WS-CTR-AFFIDATI
                 GO TO LETTURA-CONTROLLO.
           IF SALDO-CORRENTE IS NEGATIVE
              PERFORM ASSEGNA-ESATTORE THRU ASSEGNA-ESATTORE-EX
              COMPUTE WS-ESPOSIZIONE = GIORNI-90 + GIORNI-120
       SELEZIONA-NEGATIVI-EX.
           EXIT.

      *----------------------------------------------------------------
      *  STATO DEL CONTO SULL'ARCHIVIO AFFIDI (SPAZIO SE IL CONTO NON
      *  E' MAI PASSATO ALL'AGENZIA O L'ARCHIVIO NON C'E').
      *----------------------------------------------------------------
       CERCA-AFFIDO.
           MOVE NUMERO-CONTO-CLIENTE TO AFF-CONTO.
           READ FILE-AFFIDI
                INVALID KEY MOVE SPACE TO AFF-STATO.
           IF WS-FS-AFFIDI NOT = '00'
               MOVE SPACE TO AFF-STATO.

       ASSEGNA-ESATTORE.
           MOVE 3 TO WS-IND-ESATTORE.
           IF NUMERO-MAGAZZINO NOT < ESA-MAG-DA (1)
           CLOSE FILE-ESATTORE-2.
           CLOSE FILE-ESATTORE-3.
           DISPLAY 'CONTI IN SOFFERENZA TROVATI: ' WS-CTR-NEGATIVI.
           DISPLAY 'AFFIDATI ALL''AGENZIA (ESCLUSI): ' WS-CTR-AFFIDATI.
           MOVE 'F' TO WS-JRN-TIPO.
           MOVE WS-CTR-NEGATIVI TO WS-JRN-CONTATORE.
           MOVE ZERO TO WS-JRN-COMPLETAMENTO.
      *----------------------------------------------------------------
       SCRIVI-RUNJRNL.
           OPEN EXTEND RUNJRNL.
           ACCEPT WS-JRN-ORA  FROM TIME.
           MOVE SPACES TO REC-RUNJRNL.
           MOVE 'CONTINEG' TO JRN-PROGRAMMA.
