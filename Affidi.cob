       IDENTIFICATION DIVISION.

       PROGRAM-ID.AFFIDI.

       AUTHOR. BOTTO.

       DATE-WRITTEN. 15-10-2026.

       REMARKS.

           SELEZIONE MENSILE DEI CONTI DA AFFIDARE ALL'AGENZIA
           ESTERNA DI RECUPERO CREDITI. UN CONTO VIENE AFFIDATO SE:
           IL CODICE SOLLECITO E' ALMENO
           QUELLO DEL FILE PARAMETRI-AFFIDI (DEFAULT 3, SOLLECITO
           FINALE), HA SCADUTO OLTRE 120 GIORNI SOPRA LA SOGLIA, I
           MESI CON SCADUTO OLTRE 90 GIORNI (ANNO IN CORSO PIU'
           PRECEDENTE) SONO ALMENO QUELLI FISSATI (DEFAULT 3) E NON
           HA UNA PROMESSA DI PAGAMENTO ANCORA APERTA O MANTENUTA
           SUL FILE CONTATTI (STESSA REGOLA DI PROMROTTE).
           L'ESPOSIZIONE AFFIDATA E' IL SALDO CORRENTE SE A DEBITO,
           ALTRIMENTI LO SCADUTO OLTRE 120 GIORNI. I CONTI
           GIA' PASSATI ALL'AGENZIA, ANCHE SE POI RICHIAMATI, NON
           VENGONO RISELEZIONATI. OGNI CONTO AFFIDATO VA SUL FILE DI
           AFFIDAMENTO PER L'AGENZIA E SULL'ARCHIVIO AFFIDI (STATO
           'A'), CHE CONTINEG E SOLLECITI LEGGONO PER LASCIARLO
           STARE; GLI ESITI DELL'AGENZIA RIENTRANO CON RECAGENZ.

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

           SELECT OPTIONAL FILE-CONTATTI ASSIGN TO DISK
                            ACCESS IS SEQUENTIAL
                            ORGANIZATION IS SEQUENTIAL
                            FILE STATUS IS WS-FS-CONTATTI.

           SELECT FILE-PROMESSE  ASSIGN TO DISK
                            ACCESS IS RANDOM
                            ORGANIZATION IS INDEXED
                            RECORD KEY IS PRW-CONTO
                            FILE STATUS IS WS-FS-PROMESSE.

           SELECT FILE-CLIENTI   ASSIGN TO DISK
                            ACCESS IS SEQUENTIAL
                            ORGANIZATION IS INDEXED
                            RECORD KEY IS NUMERO-CONTO-CLIENTE.

           SELECT FILE-AFFIDI    ASSIGN TO DISK
                            ACCESS IS RANDOM
                            ORGANIZATION IS INDEXED
                            RECORD KEY IS AFF-CONTO
                            FILE STATUS IS WS-FS-AFFIDI.

           SELECT FILE-AFFIDAMENTO ASSIGN TO DISK
                            ACCESS IS SEQUENTIAL
                            ORGANIZATION IS SEQUENTIAL.

           SELECT FILE-PROSPETTO  ASSIGN TO PRINTER.

       DATA  DIVISION.

       FILE  SECTION.

      *----------------------------------------------------------------
      *  CRITERI DI AFFIDAMENTO (UN SOLO RECORD): CODICE SOLLECITO
      *  MINIMO, MESI OLTRE 90 GIORNI, SOGLIA DELLO SCADUTO OLTRE
      *  120 GIORNI, CODICE AGENZIA E SUO COMPENSO PERCENTUALE SUI
      *  RECUPERI (USATO DA RECAGENZ).
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

       FD  FILE-CONTATTI
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RECORD-CONTATTO.

       01  RECORD-CONTATTO.
           02 CON-CONTO                              PICTURE 9(7).
           02 CON-DATA                               PICTURE 9(6).
           02 CON-ESATTORE                           PICTURE X(8).
           02 CON-ESITO                              PICTURE X.
              88 ESITO-PROMESSA                      VALUE 'P'.
           02 CON-IMP-PROMESSO                       PICTURE 9(6)V99.
           02 CON-DATA-PROMESSA                      PICTURE 9(6).
           02 FILLER                                 PICTURE X(24).

      *----------------------------------------------------------------
      *  FILE DI LAVORO: L'ULTIMA PROMESSA DI PAGAMENTO DI OGNI CONTO
      *  (LA PIU' RECENTE PER DATA CONTATTO).
      *----------------------------------------------------------------
       FD  FILE-PROMESSE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RECORD-PROMESSA.

       01  RECORD-PROMESSA.
           02 PRW-CONTO                              PICTURE 9(7).
           02 PRW-DATA-CONTATTO                      PICTURE 9(6).
           02 PRW-DATA-PROMESSA                      PICTURE 9(6).
           02 PRW-IMPORTO                            PICTURE 9(6)V99.
           02 FILLER                                 PICTURE X(3).

       FD  FILE-CLIENTI
           BLOCK CONTAINS 5 RECORDS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RECORD-CLIENTE.

       01  RECORD-CLIENTE.
           02   IDENTIFICAZIONE-CONTO.
                03 TIPO-CONTO                       PICTURE X.
                03 NUMERO-CONTO-CLIENTE.
                   04 NUMERO-MAGAZZINO               PICTURE 999.
                   04 NUMERO-PROGRESSIVO             PICTURE 9(4).
                03 CICLO-FATTURAZIONE                PICTURE 99.
                03 NOME-CLIENTE                      PICTURE X(22).
                03 INDIRIZZO-CLIENTE                 PICTURE X(22).
                03 CITTA-CLIENTE                     PICTURE X(22).
           02   FID0.
                03 CODICE-FRAZIONE                   PICTURE X.
                03 LIMITE-ACQUISTO                   PICTURE 9(4).
           02   CRONISTORIA.
                03 ANNO-APERTURA                     PICTURE 99.
                03 ULTIMO-ANNO-ATTIVO                PICTURE 99.
                03 SALDO-MASSIMO                     PICTURE 9(6)V99.
           02   ANNO-PRECEDENTE.
                03 NUMERO-MESI-ATTIVI-AP             PICTURE 99.
                03 NUMERO-MESI-OLTRE90-AP            PICTURE 99.
                03 TOTALE-ACQUISTI-AP                PICTURE 9(7)V99.
                03 TOTALE-RESI-AP                    PICTURE 9(7)V99.
           02   ANNO-IN-CORSO.
                03 NUMERO-MESI-ATTIVI-AC             PICTURE 99.
                03 NUMERO-MESI-OLTRE90-AC            PICTURE 99.
                03 TOTALE-ACQUISTI-AC                PICTURE 9(7)V99.
                03 TOTALE-RESI-AC                    PICTURE 9(7)V99.
           02   MESE-PRECEDENTE.
                03 NUMERO-OPERAZIONE-MP              PICTURE 99.
                03 SALDO-A-RIPORTARE                 PICTURE S9(6)V99.
           02   MESE-IN-CORSO.
                03 DATA-FATTURAZIONE-MC              PICTURE 9(6).
                03 NUMERO-OPERAZIONE-MC              PICTURE 99.
                03 SALDO-CORRENTE                    PICTURE S9(6)V99.
                03   ACQUISTI.
                     04 NUMERO-ACQUISTI              PICTURE 99.
                     04 IMPORTO-ACQUISTI             PICTURE 9(6)V99.
                03   PAGAMENTI.
                     04 NUMERO-PAGAMENTI             PICTURE 99.
                     04 IMPORTO-PAGAMENTI            PICTURE 9(6)V99.
                03   CREDITI.
                     04 NUMERO-CREDITI               PICTURE 99.
                     04 IMPORTO-CREDITI              PICTURE 9(6)V99.
                03   RESI.
                     04 NUMERO-RESI                  PICTURE 99.
                     04 IMPORTO-RESI                 PICTURE 9(6)V99.
           02   CRONISTORIA-PAGAMENTI.
                03   SALDO-SCONTI.
                     04  GIORNI-30                   PICTURE 9(6)V99.
                     04  GIORNI-60                   PICTURE 9(6)V99.
                     04  GIORNI-90                   PICTURE 9(6)V99.
                     04  GIORNI-120                  PICTURE 9(6)V99.
                03   ULTIMO-PAGAMENTO.
                     04  DATA-PAG                    PICTURE 9(6).
                     04  IMPORTO                     PICTURE 9(6)V99.
                03   CODICE-SOLLECITO                PICTURE X.
                03   CODICE-BLOCCO                   PICTURE X.
                   88 CONTO-NON-BLOCCATO             VALUE SPACE
                                                        '0'.
                   88 CONTO-BLOCCATO                 VALUE 'B'.

      *----------------------------------------------------------------
      *  ARCHIVIO DEGLI AFFIDI ALL'AGENZIA, PER CONTO: STATO ('A'
      *  AFFIDATO, 'R' RICHIAMATO), ESPOSIZIONE AFFIDATA, RECUPERI
      *  E COMPENSI CUMULATI (AGGIORNATI DA RECAGENZ).
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
      *  FILE DI AFFIDAMENTO PER L'AGENZIA: UN RECORD PER CONTO.
      *----------------------------------------------------------------
       FD  FILE-AFFIDAMENTO
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RECORD-AFFIDAMENTO.

       01  RECORD-AFFIDAMENTO.
           02 ASG-CONTO                              PICTURE 9(7).
           02 ASG-NOME                               PICTURE X(22).
           02 ASG-INDIRIZZO                          PICTURE X(22).
           02 ASG-CITTA                              PICTURE X(22).
           02 ASG-SALDO                              PICTURE S9(6)V99.
           02 ASG-G120                               PICTURE 9(6)V99.
           02 ASG-ESPOSIZIONE                        PICTURE 9(7)V99.
           02 ASG-DATA-PAG                           PICTURE 9(6).
           02 ASG-DATA-AFFIDO                        PICTURE 9(6).
           02 ASG-AGENZIA                            PICTURE X(8).
           02 FILLER                                 PICTURE X(2).

       FD  FILE-PROSPETTO
           LABEL RECORD IS OMITTED
           DATA RECORDS ARE RIGA-INT, RIGA-DET.

       01  RIGA-INT                                  PICTURE X(132).

       01  RIGA-DET.
           02 FILLER                                 PICTURE XX.
           02 CONTO-DET                              PICTURE 9(7).
           02 FILLER                                 PICTURE XX.
           02 NOME-DET                               PICTURE X(22).
           02 FILLER                                 PICTURE XX.
           02 SOLLECITO-DET                          PICTURE X.
           02 FILLER                                 PICTURE XX.
           02 MESI-DET                               PICTURE Z9.
           02 FILLER                                 PICTURE XX.
           02 G120-DET PICTURE $$$$,$$$.99.
           02 FILLER                                 PICTURE XX.
           02 ESPOSIZIONE-DET PICTURE $$$$,$$$.99.
           02 FILLER                                 PICTURE XX.
           02 DATA-PAG-DET                           PICTURE 9(6).
           02 FILLER                                 PICTURE X(58).

       WORKING-STORAGE SECTION.

       77  WS-FS-CONTATTI               PICTURE XX   VALUE '00'.
       77  WS-FS-PROMESSE               PICTURE XX   VALUE '00'.
       77  WS-FS-AFFIDI                 PICTURE XX   VALUE '00'.

       77  WS-CTR-LETTI                 PICTURE 9(5) VALUE ZERO.
       77  WS-CTR-AFFIDATI              PICTURE 9(5) VALUE ZERO.
       77  WS-CTR-GIA-AFFIDATI          PICTURE 9(5) VALUE ZERO.
       77  WS-CTR-CON-PROMESSA          PICTURE 9(5) VALUE ZERO.
       77  WS-CTR-PROMESSE              PICTURE 9(5) VALUE ZERO.
       77  WS-TOT-ESPOSIZIONE           PICTURE 9(9)V99 VALUE ZERO.
       77  WS-TOT-ESPOSIZIONE-ED        PICTURE ZZZ,ZZZ,ZZ9.99.
       77  WS-MESI-OLTRE90              PICTURE 99   VALUE ZERO.
       77  WS-SOLLECITO                 PICTURE X    VALUE '0'.
       77  WS-ESPOSIZIONE               PICTURE 9(7)V99 VALUE ZERO.

       01  WS-DATA-OGGI                 PICTURE 9(8) VALUE ZERO.

       01  WS-DATA-OGGI-R REDEFINES WS-DATA-OGGI.
           02 FILLER                                 PICTURE 99.
           02 WS-OGGI-AAMMGG                         PICTURE 9(6).

           COPY PAR_DataCont.

       PROCEDURE DIVISION.
       INIZIO-ELABORAZIONE.
           MOVE 'D' TO DCP-FUNZIONE.
           MOVE 'AFFIDI' TO DCP-PROGRAMMA.
           CALL 'DATACONT' USING PARAMETRI-DATACONT.
           MOVE DCP-DATA-CONTABILE TO WS-DATA-OGGI.
           PERFORM LEGGI-PARAMETRI.
           PERFORM CARICA-PROMESSE THRU CARICA-PROMESSE-EX.
           OPEN INPUT FILE-CLIENTI.
           OPEN I-O FILE-AFFIDI.
           IF WS-FS-AFFIDI NOT = '00'
               OPEN OUTPUT FILE-AFFIDI
               CLOSE FILE-AFFIDI
               OPEN I-O FILE-AFFIDI.
           OPEN OUTPUT FILE-AFFIDAMENTO.
           OPEN OUTPUT FILE-PROSPETTO.
           MOVE SPACES TO RIGA-INT.
           STRING 'CONTI AFFIDATI ALL''AGENZIA ' DELIMITED BY SIZE
                  PAF-AGENZIA DELIMITED BY SIZE
                  ' IL ' DELIMITED BY SIZE
                  WS-OGGI-AAMMGG DELIMITED BY SIZE
                  INTO RIGA-INT.
           WRITE RIGA-INT AFTER PAGE.
       LETTURA-CONTROLLO.
           READ FILE-CLIENTI AT END GO TO FINE-ELABORAZIONE.
           ADD 1 TO WS-CTR-LETTI.
           PERFORM SELEZIONA-CONTO THRU SELEZIONA-CONTO-EX.
           GO TO LETTURA-CONTROLLO.

      *----------------------------------------------------------------
      *  CRITERI DI AFFIDAMENTO; SENZA FILE PARAMETRI VALGONO I
      *  DEFAULT (SOLLECITO FINALE, 3 MESI OLTRE 90 GIORNI, QUALSIASI
      *  SCADUTO OLTRE 120, NESSUN COMPENSO).
      *----------------------------------------------------------------
       LEGGI-PARAMETRI.
           OPEN INPUT FILE-PARAMETRI-AFFIDI.
           READ FILE-PARAMETRI-AFFIDI
                AT END MOVE SPACES TO RECORD-PARAMETRI-AFFIDI.
           CLOSE FILE-PARAMETRI-AFFIDI.
           IF PAF-SOLLECITO-MIN = SPACE
               MOVE '3' TO PAF-SOLLECITO-MIN.
           IF PAF-MESI-OLTRE90 NOT NUMERIC
               MOVE 3 TO PAF-MESI-OLTRE90.
           IF PAF-SOGLIA-120 NOT NUMERIC
               MOVE ZERO TO PAF-SOGLIA-120.
           IF PAF-COMPENSO-PERC NOT NUMERIC
               MOVE ZERO TO PAF-COMPENSO-PERC.
           IF PAF-AGENZIA = SPACES
               MOVE 'AGENZIA' TO PAF-AGENZIA.

      *----------------------------------------------------------------
      *  DAL FILE CONTATTI TIENE, PER OGNI CONTO, SOLO LA PROMESSA DI
      *  PAGAMENTO PIU' RECENTE. SENZA FILE CONTATTI NESSUN CONTO HA
      *  PROMESSE.
      *----------------------------------------------------------------
       CARICA-PROMESSE.
           OPEN OUTPUT FILE-PROMESSE.
           CLOSE FILE-PROMESSE.
           OPEN I-O FILE-PROMESSE.
           OPEN INPUT FILE-CONTATTI.
       CARICA-PROMESSE-LOOP.
           READ FILE-CONTATTI AT END
                CLOSE FILE-CONTATTI
                GO TO CARICA-PROMESSE-EX.
           IF NOT ESITO-PROMESSA
               GO TO CARICA-PROMESSE-LOOP.
           ADD 1 TO WS-CTR-PROMESSE.
           MOVE CON-CONTO TO PRW-CONTO.
           READ FILE-PROMESSE
                INVALID KEY MOVE ZERO TO PRW-DATA-CONTATTO.
           IF WS-FS-PROMESSE = '00'
              AND CON-DATA < PRW-DATA-CONTATTO
               GO TO CARICA-PROMESSE-LOOP.
           MOVE SPACES TO RECORD-PROMESSA.
           MOVE CON-CONTO TO PRW-CONTO.
           MOVE CON-DATA TO PRW-DATA-CONTATTO.
           MOVE CON-DATA-PROMESSA TO PRW-DATA-PROMESSA.
           MOVE CON-IMP-PROMESSO TO PRW-IMPORTO.
           IF WS-FS-PROMESSE = '00'
               REWRITE RECORD-PROMESSA
           ELSE
               WRITE RECORD-PROMESSA.
           GO TO CARICA-PROMESSE-LOOP.
       CARICA-PROMESSE-EX.
           EXIT.

      *----------------------------------------------------------------
      *  APPLICA I CRITERI AL CONTO; SE LI SODDISFA TUTTI E NON E'
      *  GIA' PASSATO ALL'AGENZIA LO AFFIDA.
      *----------------------------------------------------------------
       SELEZIONA-CONTO.
           MOVE CODICE-SOLLECITO TO WS-SOLLECITO.
           IF WS-SOLLECITO = SPACE
               MOVE '0' TO WS-SOLLECITO.
           IF WS-SOLLECITO < PAF-SOLLECITO-MIN
               GO TO SELEZIONA-CONTO-EX.
           IF GIORNI-120 = ZERO OR GIORNI-120 < PAF-SOGLIA-120
               GO TO SELEZIONA-CONTO-EX.
           COMPUTE WS-MESI-OLTRE90 = NUMERO-MESI-OLTRE90-AC
                                   + NUMERO-MESI-OLTRE90-AP.
           IF WS-MESI-OLTRE90 < PAF-MESI-OLTRE90
               GO TO SELEZIONA-CONTO-EX.
           MOVE NUMERO-CONTO-CLIENTE TO AFF-CONTO.
           READ FILE-AFFIDI
                INVALID KEY MOVE SPACE TO AFF-STATO.
           IF WS-FS-AFFIDI = '00'
               ADD 1 TO WS-CTR-GIA-AFFIDATI
               GO TO SELEZIONA-CONTO-EX.
      *    PROMESSA ANCORA APERTA O MANTENUTA (STESSA REGOLA DI
      *    PROMROTTE): IL CONTO RESTA AGLI ESATTORI INTERNI.
           MOVE NUMERO-CONTO-CLIENTE TO PRW-CONTO.
           READ FILE-PROMESSE
                INVALID KEY MOVE ZERO TO PRW-DATA-PROMESSA.
           IF WS-FS-PROMESSE = '00'
               IF PRW-DATA-PROMESSA NOT < WS-OGGI-AAMMGG
                  OR (DATA-PAG NOT < PRW-DATA-PROMESSA
                      AND IMPORTO-PAGAMENTI NOT < PRW-IMPORTO)
                   ADD 1 TO WS-CTR-CON-PROMESSA
                   GO TO SELEZIONA-CONTO-EX.
           MOVE GIORNI-120 TO WS-ESPOSIZIONE.
           IF SALDO-CORRENTE > GIORNI-120
               MOVE SALDO-CORRENTE TO WS-ESPOSIZIONE.
           PERFORM AFFIDA-CONTO.
       SELEZIONA-CONTO-EX.
           EXIT.

       AFFIDA-CONTO.
           MOVE SPACES TO RECORD-AFFIDO.
           MOVE NUMERO-CONTO-CLIENTE TO AFF-CONTO.
           MOVE 'A' TO AFF-STATO.
           MOVE PAF-AGENZIA TO AFF-AGENZIA.
           MOVE WS-OGGI-AAMMGG TO AFF-DATA-AFFIDO.
           MOVE WS-ESPOSIZIONE TO AFF-ESPOSIZIONE.
           MOVE ZEROES TO AFF-RECUPERATO AFF-COMPENSI
                          AFF-DATA-ULTIMO-ESITO AFF-DATA-RIENTRO.
           WRITE RECORD-AFFIDO.
           MOVE SPACES TO RECORD-AFFIDAMENTO.
           MOVE NUMERO-CONTO-CLIENTE TO ASG-CONTO.
           MOVE NOME-CLIENTE TO ASG-NOME.
           MOVE INDIRIZZO-CLIENTE TO ASG-INDIRIZZO.
           MOVE CITTA-CLIENTE TO ASG-CITTA.
           MOVE SALDO-CORRENTE TO ASG-SALDO.
           MOVE GIORNI-120 TO ASG-G120.
           MOVE WS-ESPOSIZIONE TO ASG-ESPOSIZIONE.
           MOVE DATA-PAG TO ASG-DATA-PAG.
           MOVE WS-OGGI-AAMMGG TO ASG-DATA-AFFIDO.
           MOVE PAF-AGENZIA TO ASG-AGENZIA.
           WRITE RECORD-AFFIDAMENTO.
           MOVE SPACES TO RIGA-DET.
           MOVE NUMERO-CONTO-CLIENTE TO CONTO-DET.
           MOVE NOME-CLIENTE TO NOME-DET.
           MOVE WS-SOLLECITO TO SOLLECITO-DET.
           MOVE WS-MESI-OLTRE90 TO MESI-DET.
           MOVE GIORNI-120 TO G120-DET.
           MOVE WS-ESPOSIZIONE TO ESPOSIZIONE-DET.
           MOVE DATA-PAG TO DATA-PAG-DET.
           WRITE RIGA-DET AFTER 1 LINES.
           ADD 1 TO WS-CTR-AFFIDATI.
           ADD WS-ESPOSIZIONE TO WS-TOT-ESPOSIZIONE.

       FINE-ELABORAZIONE.
           MOVE SPACES TO RIGA-DET.
           MOVE WS-CTR-AFFIDATI TO CONTO-DET.
           MOVE 'CONTI AFFIDATI' TO NOME-DET.
           MOVE WS-TOT-ESPOSIZIONE TO ESPOSIZIONE-DET.
           WRITE RIGA-DET AFTER 3 LINES.
           CLOSE FILE-CLIENTI.
           CLOSE FILE-AFFIDI.
           CLOSE FILE-PROMESSE.
           CLOSE FILE-AFFIDAMENTO.
           CLOSE FILE-PROSPETTO.
           MOVE WS-TOT-ESPOSIZIONE TO WS-TOT-ESPOSIZIONE-ED.
           DISPLAY 'CONTI LETTI:             ' WS-CTR-LETTI.
           DISPLAY 'PROMESSE SUL FILE:       ' WS-CTR-PROMESSE.
           DISPLAY 'ESCLUSI PER PROMESSA:    ' WS-CTR-CON-PROMESSA.
           DISPLAY 'GIA'' PASSATI ALL''AGENZIA: ' WS-CTR-GIA-AFFIDATI.
           DISPLAY 'CONTI AFFIDATI:          ' WS-CTR-AFFIDATI.
           DISPLAY 'ESPOSIZIONE AFFIDATA:    ' WS-TOT-ESPOSIZIONE-ED.
           STOP RUN.
