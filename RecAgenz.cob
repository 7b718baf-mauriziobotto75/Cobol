       IDENTIFICATION DIVISION.

       PROGRAM-ID.RECAGENZ.

       AUTHOR. BOTTO.

       DATE-WRITTEN. 15-10-2026.

       REMARKS.

           RIENTRO DEGLI ESITI DELL'AGENZIA DI RECUPERO CREDITI SUI
           CONTI AFFIDATI DA AFFIDI. OGNI ESITO E' UN RECUPERO ('R')
           O UNA RESTITUZIONE DEL CONTO ('X'). IL RECUPERO VA SUL
           LOTTO-RECUPERI COME PAGAMENTO 'P' PER L'IMPORTO LORDO
           INCASSATO DAL CLIENTE (DA POSTARE CON MOVIPOST) E SI
           SOMMA AL RECUPERATO DELL'ARCHIVIO AFFIDI; IL COMPENSO
           TRATTENUTO DALL'AGENZIA E' QUELLO DEL RECORD O, SE A
           ZERO, LA PERCENTUALE DEL FILE PARAMETRI-AFFIDI. LA
           RESTITUZIONE PORTA IL CONTO IN STATO 'R' (RICHIAMATO) E
           LO RIMETTE NEL GIRO DEGLI ESATTORI INTERNI. ESITI SU
           CONTI NON AFFIDATI O CON DATI ERRATI VENGONO SCARTATI
           SUL PROSPETTO, CHE RIPORTA LORDO, COMPENSO E NETTO
           RIMESSO.

       ENVIRONMENT  DIVISION.

       CONFIGURATION SECTION.

       SOURCE-COMPUTER.
                       PC-HP.
       OBJECT-COMPUTER.
                       PC-HP.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL FILE-PARAMETRI-AFFIDI ASSIGN TO DISK
                            ACCESS IS SEQUENTIAL
                            ORGANIZATION IS SEQUENTIAL.

           SELECT FILE-ESITI-AGENZIA ASSIGN TO DISK
                            ACCESS IS SEQUENTIAL
                            ORGANIZATION IS SEQUENTIAL.

           SELECT FILE-AFFIDI    ASSIGN TO DISK
                            ACCESS IS RANDOM
                            ORGANIZATION IS INDEXED
                            RECORD KEY IS AFF-CONTO
                            FILE STATUS IS WS-FS-AFFIDI.

           SELECT FILE-LOTTO-RECUPERI ASSIGN TO DISK
                            ACCESS IS SEQUENTIAL
                            ORGANIZATION IS SEQUENTIAL.

           SELECT FILE-PROSPETTO  ASSIGN TO PRINTER.

       DATA  DIVISION.

       FILE  SECTION.

      *----------------------------------------------------------------
      *  STESSO TRACCIATO DI AFFIDI.
      *----------------------------------------------------------------
       FD  FILE-PARAMETRI-AFFIDI
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RECORD-PARAMETRI-AFFIDI.

       01  RECORD-PARAMETRI-AFFIDI.
           02 PAF-SOLLECITO-MIN                      PICTURE X.
           02 PAF-MESI-OLTRE90                       PICTURE 99.
           02 PAF-SOGLIA-120                         PICTURE 9(6)V99.
           02 PAF-AGENZIA                            PICTURE X(8).
           02 PAF-COMPENSO-PERC                      PICTURE 99V99.
           02 FILLER                                 PICTURE X(17).

      *----------------------------------------------------------------
      *  ESITI DELL'AGENZIA: TIPO 'R' RECUPERO (IMPORTO INCASSATO E
      *  COMPENSO TRATTENUTO), 'X' RESTITUZIONE DEL CONTO.
      *----------------------------------------------------------------
       FD  FILE-ESITI-AGENZIA
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RECORD-ESITO.

       01  RECORD-ESITO.
           02 ESG-CONTO                              PICTURE 9(7).
           02 ESG-TIPO                               PICTURE X.
              88 ESG-RECUPERO                        VALUE 'R'.
              88 ESG-RESTITUZIONE                    VALUE 'X'.
           02 ESG-IMPORTO                            PICTURE 9(6)V99.
           02 ESG-COMPENSO                           PICTURE 9(6)V99.
           02 ESG-DATA                               PICTURE 9(6).
           02 ESG-NOTE                               PICTURE X(30).
           02 FILLER                                 PICTURE X(20).

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

      *----------------------------------------------------------------
      *  LOTTO DEI RECUPERI NEL TRACCIATO DEI MOVIMENTI DI MOVIPOST:
      *  HEADER 'H', MOVIMENTI 'P', TRAILER 'T' CON CONTEGGIO E HASH.
      *----------------------------------------------------------------
       FD  FILE-LOTTO-RECUPERI
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RECORD-MOVIMENTO.

       01  RECORD-MOVIMENTO.
           02 MOV-NUMERO-CONTO                       PICTURE 9(7).
           02 MOV-TIPO                               PICTURE X.
           02 MOV-IMPORTO                            PICTURE 9(6)V99.
           02 MOV-DATA                               PICTURE 9(6).
           02 MOV-TIPO-ORIG                          PICTURE X.
           02 FILLER                                 PICTURE X(7).

       01  RECORD-CONTROLLO.
           02 CTL-FILIALE                            PICTURE 9(7).
           02 CTL-TIPO                               PICTURE X.
           02 CTL-CONTA                              PICTURE 9(5).
           02 CTL-HASH                               PICTURE 9(9)V99.
           02 CTL-DATA                               PICTURE 9(6).

       FD  FILE-PROSPETTO
           LABEL RECORD IS OMITTED
           DATA RECORDS ARE RIGA-INT, RIGA-DET.

       01  RIGA-INT                                  PICTURE X(132).

       01  RIGA-DET.
           02 FILLER                                 PICTURE XX.
           02 CONTO-DET                              PICTURE 9(7).
           02 FILLER                                 PICTURE XX.
           02 TIPO-DET                               PICTURE X.
           02 FILLER                                 PICTURE XX.
           02 DATA-DET                               PICTURE 9(6).
           02 FILLER                                 PICTURE XX.
           02 LORDO-DET PICTURE $$$,$$$,$$$.99.
           02 FILLER                                 PICTURE XX.
           02 COMPENSO-DET PICTURE $$$,$$$,$$$.99.
           02 FILLER                                 PICTURE XX.
           02 NETTO-DET PICTURE $$$,$$$,$$$.99.
           02 FILLER                                 PICTURE XX.
           02 ESITO-DET                              PICTURE X(30).
           02 FILLER                                 PICTURE X(29).

       WORKING-STORAGE SECTION.

       77  WS-FS-AFFIDI                 PICTURE XX   VALUE '00'.

       77  WS-CTR-LETTI                 PICTURE 9(5) VALUE ZERO.
       77  WS-CTR-RECUPERI              PICTURE 9(5) VALUE ZERO.
       77  WS-CTR-RESTITUITI            PICTURE 9(5) VALUE ZERO.
       77  WS-CTR-SCARTATI              PICTURE 9(5) VALUE ZERO.
       77  WS-COMPENSO                  PICTURE 9(6)V99 VALUE ZERO.
       77  WS-NETTO                     PICTURE S9(6)V99 VALUE ZERO.
       77  WS-TOT-LORDO                 PICTURE 9(9)V99 VALUE ZERO.
       77  WS-TOT-COMPENSI              PICTURE 9(9)V99 VALUE ZERO.
       77  WS-TOT-NETTO                 PICTURE S9(9)V99 VALUE ZERO.
       77  WS-DATA-MOVIMENTO            PICTURE 9(6) VALUE ZERO.

           COPY PAR_DataCont.

       PROCEDURE DIVISION.
       INIZIO-ELABORAZIONE.
           OPEN INPUT FILE-PARAMETRI-AFFIDI.
           READ FILE-PARAMETRI-AFFIDI
                AT END MOVE SPACES TO RECORD-PARAMETRI-AFFIDI.
           CLOSE FILE-PARAMETRI-AFFIDI.
           IF PAF-COMPENSO-PERC NOT NUMERIC
               MOVE ZERO TO PAF-COMPENSO-PERC.
           OPEN INPUT FILE-ESITI-AGENZIA.
           OPEN I-O FILE-AFFIDI.
           IF WS-FS-AFFIDI NOT = '00'
               OPEN OUTPUT FILE-AFFIDI
               CLOSE FILE-AFFIDI
               OPEN I-O FILE-AFFIDI.
           MOVE 'D' TO DCP-FUNZIONE.
           MOVE 'RECAGENZ' TO DCP-PROGRAMMA.
           CALL 'DATACONT' USING PARAMETRI-DATACONT.
      *    AAMMGG COME CTL-DATA: LE ULTIME SEI CIFRE DELLA DATA.
           MOVE DCP-DATA-CONTABILE TO WS-DATA-MOVIMENTO.
           OPEN OUTPUT FILE-LOTTO-RECUPERI.
           MOVE SPACES TO RECORD-CONTROLLO.
           MOVE ZERO TO CTL-FILIALE CTL-CONTA CTL-HASH.
           MOVE 'H' TO CTL-TIPO.
           MOVE WS-DATA-MOVIMENTO TO CTL-DATA.
           WRITE RECORD-CONTROLLO.
           OPEN OUTPUT FILE-PROSPETTO.
           MOVE SPACES TO RIGA-INT.
           STRING 'ESITI AGENZIA DI RECUPERO DEL ' DELIMITED BY SIZE
                  WS-DATA-MOVIMENTO DELIMITED BY SIZE
                  '   (R RECUPERO  X RESTITUZIONE)' DELIMITED BY SIZE
                  INTO RIGA-INT.
           WRITE RIGA-INT AFTER PAGE.
           MOVE SPACES TO RIGA-INT.
           STRING '  CONTO    T  DATA            LORDO'
                  DELIMITED BY SIZE
                  '         COMPENSO            NETTO  ESITO'
                  DELIMITED BY SIZE
                  INTO RIGA-INT.
           WRITE RIGA-INT AFTER 2 LINES.
       LETTURA-CONTROLLO.
           READ FILE-ESITI-AGENZIA AT END GO TO FINE-ELABORAZIONE.
           ADD 1 TO WS-CTR-LETTI.
           PERFORM ELABORA-ESITO THRU ELABORA-ESITO-EX.
           GO TO LETTURA-CONTROLLO.

      *----------------------------------------------------------------
      *  CONTROLLA L'ESITO CONTRO L'ARCHIVIO AFFIDI E LO APPLICA.
      *----------------------------------------------------------------
       ELABORA-ESITO.
           MOVE SPACES TO RIGA-DET.
           MOVE ESG-CONTO TO CONTO-DET.
           MOVE ESG-TIPO TO TIPO-DET.
           MOVE ESG-DATA TO DATA-DET.
           IF ESG-DATA NOT NUMERIC OR ESG-DATA = ZERO
               MOVE WS-DATA-MOVIMENTO TO ESG-DATA
               MOVE ESG-DATA TO DATA-DET.
           IF NOT ESG-RECUPERO AND NOT ESG-RESTITUZIONE
               MOVE 'TIPO ESITO NON AMMESSO' TO ESITO-DET
               GO TO SCARTA-ESITO.
           MOVE ESG-CONTO TO AFF-CONTO.
           READ FILE-AFFIDI
                INVALID KEY MOVE SPACE TO AFF-STATO.
           IF WS-FS-AFFIDI NOT = '00' OR NOT AFF-AFFIDATO
               MOVE 'CONTO NON AFFIDATO' TO ESITO-DET
               GO TO SCARTA-ESITO.
           IF ESG-RESTITUZIONE
               PERFORM RESTITUZIONE-CONTO
               GO TO ELABORA-ESITO-EX.
           IF ESG-IMPORTO NOT NUMERIC OR ESG-IMPORTO = ZERO
               MOVE 'IMPORTO RECUPERATO NULLO' TO ESITO-DET
               GO TO SCARTA-ESITO.
           IF ESG-COMPENSO NOT NUMERIC
               MOVE ZERO TO ESG-COMPENSO.
           PERFORM REGISTRA-RECUPERO.
           GO TO ELABORA-ESITO-EX.
       SCARTA-ESITO.
           IF ESG-IMPORTO NUMERIC
               MOVE ESG-IMPORTO TO LORDO-DET.
           WRITE RIGA-DET AFTER 1 LINES.
           ADD 1 TO WS-CTR-SCARTATI.
       ELABORA-ESITO-EX.
           EXIT.

      *----------------------------------------------------------------
      *  RECUPERO: PAGAMENTO 'P' PER IL LORDO SUL LOTTO, COMPENSO DEL
      *  RECORD O A PERCENTUALE, NETTO = LORDO - COMPENSO.
      *----------------------------------------------------------------
       REGISTRA-RECUPERO.
           MOVE ESG-COMPENSO TO WS-COMPENSO.
           IF WS-COMPENSO = ZERO
               COMPUTE WS-COMPENSO ROUNDED =
                       ESG-IMPORTO * PAF-COMPENSO-PERC / 100.
           COMPUTE WS-NETTO = ESG-IMPORTO - WS-COMPENSO.
           MOVE SPACES TO RECORD-MOVIMENTO.
           MOVE ESG-CONTO TO MOV-NUMERO-CONTO.
           MOVE 'P' TO MOV-TIPO.
           MOVE ESG-IMPORTO TO MOV-IMPORTO.
           MOVE ESG-DATA TO MOV-DATA.
           WRITE RECORD-MOVIMENTO.
           ADD ESG-IMPORTO TO AFF-RECUPERATO.
           ADD WS-COMPENSO TO AFF-COMPENSI.
           MOVE ESG-DATA TO AFF-DATA-ULTIMO-ESITO.
           REWRITE RECORD-AFFIDO.
           MOVE ESG-IMPORTO TO LORDO-DET.
           MOVE WS-COMPENSO TO COMPENSO-DET.
           MOVE WS-NETTO TO NETTO-DET.
           MOVE 'RECUPERO REGISTRATO' TO ESITO-DET.
           WRITE RIGA-DET AFTER 1 LINES.
           ADD 1 TO WS-CTR-RECUPERI.
           ADD ESG-IMPORTO TO WS-TOT-LORDO.
           ADD WS-COMPENSO TO WS-TOT-COMPENSI.
           ADD WS-NETTO TO WS-TOT-NETTO.

      *----------------------------------------------------------------
      *  RESTITUZIONE: IL CONTO TORNA AGLI ESATTORI INTERNI.
      *----------------------------------------------------------------
       RESTITUZIONE-CONTO.
           MOVE 'R' TO AFF-STATO.
           MOVE ESG-DATA TO AFF-DATA-RIENTRO.
           MOVE ESG-DATA TO AFF-DATA-ULTIMO-ESITO.
           REWRITE RECORD-AFFIDO.
           MOVE AFF-RECUPERATO TO LORDO-DET.
           MOVE AFF-COMPENSI TO COMPENSO-DET.
           MOVE 'CONTO RESTITUITO' TO ESITO-DET.
           WRITE RIGA-DET AFTER 1 LINES.
           ADD 1 TO WS-CTR-RESTITUITI.

       FINE-ELABORAZIONE.
           MOVE SPACES TO RECORD-CONTROLLO.
           MOVE ZERO TO CTL-FILIALE.
           MOVE 'T' TO CTL-TIPO.
           MOVE WS-CTR-RECUPERI TO CTL-CONTA.
           MOVE WS-TOT-LORDO TO CTL-HASH.
           MOVE WS-DATA-MOVIMENTO TO CTL-DATA.
           WRITE RECORD-CONTROLLO.
           MOVE SPACES TO RIGA-DET.
           MOVE WS-CTR-RECUPERI TO CONTO-DET.
           MOVE WS-TOT-LORDO TO LORDO-DET.
           MOVE WS-TOT-COMPENSI TO COMPENSO-DET.
           MOVE WS-TOT-NETTO TO NETTO-DET.
           MOVE 'TOTALE RECUPERI' TO ESITO-DET.
           WRITE RIGA-DET AFTER 3 LINES.
           CLOSE FILE-ESITI-AGENZIA.
           CLOSE FILE-AFFIDI.
           CLOSE FILE-LOTTO-RECUPERI.
           CLOSE FILE-PROSPETTO.
           DISPLAY 'ESITI LETTI:       ' WS-CTR-LETTI.
           DISPLAY 'RECUPERI SUL LOTTO:' WS-CTR-RECUPERI.
           DISPLAY 'CONTI RESTITUITI:  ' WS-CTR-RESTITUITI.
           DISPLAY 'ESITI SCARTATI:    ' WS-CTR-SCARTATI.
           STOP RUN.
