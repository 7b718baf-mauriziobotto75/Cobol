
       REMARKS.

           15-10-2026 MB  DATA CONTABILE: LA DATA BASE DEL PIANO
           (CREAZIONE DEL CONTRATTO, INDICE, SOGLIA, PRIMA SCADENZA)
           E' LA DATA CONTABILE DELLA ROUTINE DATACONT E NON PIU'
           QUELLA DI SISTEMA, CON L'AVVISO SE IL LANCIO CADE IN UN
           GIORNO NON LAVORATIVO. LA SCADENZA DI OGNI PARCELA CHE
           CADE DI SABATO, DI DOMENICA O IN UN FESTIVO DEL
           CALENDARIO CALFEST SLITTA AL PRIMO GIORNO LAVORATIVO
           SUCCESSIVO; IL GIORNO BASE CHE NON ESISTE NEL MESE (31 IN
           UN MESE DI 30 GIORNI, 29-31 A FEBBRAIO) VALE COME ULTIMO
           GIORNO DEL MESE.

           15-10-2026 MB  SOGLIE D'USURA: OGNI CONTRATTO HA UNA
           CATEGORIA DI CREDITO (F = FINALIZZATO, P = PRESTITO
           PERSONALE, A = ALTRI) E NON VIENE EMESSO SE IL TAEG O IL
           TASSO SUPERANO LA SOGLIA IN VIGORE PER CATEGORIA E FASCIA
           DI IMPORTO (TABELLA FILE-SOGLIE, GESSOGLIE); IN BATCH LA
           RICHIESTA FINISCE SUI RIFIUTI COL MOTIVO, COME QUANDO LA
           SOGLIA NON E' DEFINITA. LA RICHIESTA BATCH PORTA IN CODA LA
           CATEGORIA (SPAZIO = FINALIZZATO).

           15-10-2026 MB  TRASPARENZA: IL TAEG VIENE CALCOLATO DAI
           FLUSSI EFFETTIVI (CREDITO AL NETTO DELL'ANTICIPO E DELLE
           SPESE DI ISTRUTTORIA CONTRO RATE PIU' SPESE DI INCASSO ALLE
           DATE DI SCADENZA), SALVATO IN TESTATA CON LE SPESE E
           STAMPATO SUL MODULO INFORMATIVO PRECONTRATTUALE CHE
           PRECEDE IL PIANO (COSTO TOTALE DEL CREDITO E IMPORTO
           TOTALE DOVUTO). LA RICHIESTA BATCH PORTA IN CODA LE DUE
           SPESE. L'ESTRATTO ANNUALE PER CONTRATTO E' IL NUOVO
           TRASPCON.

           15-10-2026 MB  CONTRATTI A TASSO INDICIZZATO: OLTRE AL
           TASSO FISSO DI SEMPRE SI PUO' SCEGLIERE UN INDICE DELLA
           TABELLA FILE-INDICI (GESINDICI) PIU' UNO SPREAD, CON TASSO
           MINIMO E MASSIMO; IL PRIMO TASSO E' QUELLO DELL'INDICE
           ALLA DATA DEL PIANO E LO RIVEDE POI PERIODICAMENTE IL
           BATCH REVTASSI. LA RICHIESTA BATCH PORTA IN CODA TIPO
           TASSO, INDICE, SPREAD, MINIMO E MASSIMO; UN INDICE SENZA
           VALORE ALLA DATA FA RIFIUTARE LA RICHIESTA.

           01-09-2026 MB  OGNI PIANO SCRIVE ORA ANCHE LA TESTATA DEL
           CONTRATTO SU FILE-CONTRATTI (CLIENTE COME VERO COD-CLI
           DEL MASTER CLIENTI, VALIDATO SE IL MASTER E' PRESENTE,
                                     WITH DUPLICATES
                                 FILE STATUS IS WS-FS-CLIENTI.

           SELECT OPTIONAL FILE-INDICI ASSIGN TO DISK
                                 ACCESS IS DYNAMIC
                                 ORGANIZATION IS INDEXED
                                 RECORD KEY IS KEY-INDICE
                                 FILE STATUS IS WS-FS-INDICI.

           SELECT OPTIONAL FILE-SOGLIE ASSIGN TO DISK
                                 ACCESS IS DYNAMIC
                                 ORGANIZATION IS INDEXED
                                 RECORD KEY IS KEY-SOGLIA
                                 FILE STATUS IS WS-FS-SOGLIE.

       DATA  DIVISION.

       FILE  SECTION.
      *    CONTRATTO).
           03 RIC-COD-CLI               PIC 9(6).
           03 FILLER                    PIC X(1).
      *    TASSO: 'F' (O SPAZIO) = FISSO SU RIC-TAXA-ANUAL; 'I' =
      *    INDICIZZATO SU RIC-COD-INDICE PIU' RIC-SPREAD, FRA MINIMO
      *    E MASSIMO (MASSIMO ZERO = SENZA TETTO).
           03 RIC-TIPO-TASSO            PIC X.
           03 RIC-COD-INDICE            PIC X(6).
           03 RIC-SPREAD                PIC 9(2)V999.
           03 RIC-TASSO-MIN             PIC 9(3)V99.
           03 RIC-TASSO-MAX             PIC 9(3)V99.
      *    SPESE DI ISTRUTTORIA (ALLA FIRMA) E DI INCASSO PER RATA.
           03 RIC-SPESE-ISTRUTTORIA     PIC 9(4)V99.
           03 RIC-SPESE-INCASSO         PIC 9V99.
      *    CATEGORIA DI CREDITO PER LA SOGLIA D'USURA (F/P/A, SPAZIO
      *    = F).
           03 RIC-CATEGORIA             PIC X.

       FD  FILE-RIFIUTI
           LABEL RECORD IS OMITTED
              88 CONTRATTO-SALDATO         VALUE 'S'.
              88 CONTRATTO-RINEGOZIATO     VALUE 'R'.
           03 CON-VERSIONE              PIC 99.
      *    TIPO TASSO: 'F' (O SPAZIO) = FISSO; 'I' = INDICIZZATO SU
      *    CON-COD-INDICE (TABELLA FILE-INDICI, VEDI GESINDICI) PIU'
      *    CON-SPREAD, FRA MINIMO E MASSIMO (MASSIMO ZERO = SENZA
      *    TETTO). CON-TAXA E' SEMPRE IL TASSO IN VIGORE, RIVISTO DA
      *    REVTASSI ALLA DATA CON-DATA-REVISIONE.
           03 CON-TIPO-TASSO            PIC X.
              88 TASSO-FISSO               VALUE 'F' ' '.
              88 TASSO-INDICIZZATO         VALUE 'I'.
           03 CON-COD-INDICE            PIC X(6).
           03 CON-SPREAD                PIC 9(2)V999.
           03 CON-TASSO-MIN             PIC 9(3)V99.
           03 CON-TASSO-MAX             PIC 9(3)V99.
           03 CON-DATA-REVISIONE        PIC 9(8).
      *    TRASPARENZA: TAEG CALCOLATO ALLA FIRMA O ALL'ULTIMA
      *    RINEGOZIAZIONE, SPESE DI ISTRUTTORIA (PAGATE ALLA FIRMA) E
      *    SPESE DI INCASSO PER RATA. SPAZI SUI CONTRATTI NATI PRIMA.
           03 CON-TAEG                  PIC 9(2)V99.
           03 CON-SPESE-ISTRUTTORIA     PIC 9(4)V99.
           03 CON-SPESE-INCASSO         PIC 9V99.
      *    CATEGORIA DI CREDITO PER LE SOGLIE D'USURA (TABELLA
      *    FILE-SOGLIE, VEDI GESSOGLIE): 'F' (O SPAZIO) = CREDITO
      *    FINALIZZATO, 'P' = PRESTITO PERSONALE, 'A' = ALTRI
      *    FINANZIAMENTI (CONSOLIDAMENTI).
           03 CON-CATEGORIA             PIC X.
              88 CATEGORIA-FINALIZZATO     VALUE 'F' ' '.
              88 CATEGORIA-PERSONALE       VALUE 'P'.
              88 CATEGORIA-ALTRI           VALUE 'A'.

       FD  CLIENTI
           LABEL RECORDS ARE STANDARD
           05  TEL-CLI PIC X(10).
           05  PIVA-CLI PIC X(16).

      *----------------------------------------------------------------
      *  TABELLA DEGLI INDICI DI TASSO (EURIBOR E SIMILI): UN VALORE
      *  PER INDICE E DATA DI DECORRENZA, MANTENUTA CON GESINDICI.
      *----------------------------------------------------------------
       FD  FILE-INDICI
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REC-INDICE.

       01  REC-INDICE.
           03 KEY-INDICE.
              05 IDX-COD-INDICE         PIC X(6).
              05 IDX-DATA               PIC 9(8).
           03 IDX-VALORE                PIC S9(3)V999.
           03 IDX-DESCRIZIONE           PIC X(30).
           03 FILLER                    PIC X(20).

      *----------------------------------------------------------------
      *  TABELLA DELLE SOGLIE D'USURA PER CATEGORIA, DECORRENZA
      *  TRIMESTRALE E FASCIA DI IMPORTO (VEDI GESSOGLIE).
      *----------------------------------------------------------------
       FD  FILE-SOGLIE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REC-SOGLIA.

       01  REC-SOGLIA.
           03 KEY-SOGLIA.
              05 SOG-CATEGORIA          PIC X.
              05 SOG-DECORRENZA         PIC 9(8).
              05 SOG-IMPORTO-MAX        PIC 9(7)V99.
           03 SOG-TASSO-SOGLIA          PIC 9(2)V99.
           03 SOG-DESCRIZIONE           PIC X(30).
           03 FILLER                    PIC X(20).

       FD  FILE-STAMPA
           LABEL RECORD IS OMITTED
           DATA RECORDS ARE RIGA-INT, RIGA-DET, RIGA-TOT, RIGA-INF.

       01  RIGA-INT.
           03 FILLER                    PIC X(05).
           03 TOTAL-DET                 PIC $$,$$$,$$$.99.
           03 FILLER                    PIC X(48).

       01  RIGA-INF.
           03 FILLER                    PIC X(05).
           03 ETICHETTA-INF             PIC X(40).
           03 TESTO-INF                 PIC X(35).

       WORKING-STORAGE SECTION.

       01  WS-FS-PARCELAS                  PIC XX VALUE '00'.
       01  WS-COD-CLI                      PIC 9(6) VALUE ZEROES.
       01  WS-COD-CLI-VALIDO               PIC X VALUE 'N'.
           88 COD-CLI-VALIDO                VALUE 'S'.
       01  WS-FS-INDICI                    PIC XX VALUE '00'.
       01  WS-INDICI-APERTO                PIC X VALUE 'N'.
           88 INDICI-APERTO                 VALUE 'S'.
       01  WS-FINE-INDICI                  PIC 9  VALUE ZERO.
           88 EOF-INDICI                    VALUE 1.
       01  WS-INDICE-TROVATO               PIC X VALUE 'N'.
           88 INDICE-TROVATO                VALUE 'S'.
       01  WS-FS-SOGLIE                    PIC XX VALUE '00'.
       01  WS-SOGLIE-APERTO                PIC X VALUE 'N'.
           88 SOGLIE-APERTO                 VALUE 'S'.
       01  WS-FINE-SOGLIE                  PIC 9  VALUE ZERO.
           88 EOF-SOGLIE                    VALUE 1.

      *----------------------------------------------------------------
      *  SOGLIA D'USURA IN VIGORE PER CATEGORIA DI CREDITO, DATA E
      *  IMPORTO DEL CREDITO (VEDI CERCA-SOGLIA).
      *----------------------------------------------------------------
       01  WS-USURA.
           03 WS-SOG-CATEGORIA             PIC X.
           03 WS-SOG-DATA                  PIC 9(8).
           03 WS-SOG-IMPORTO               PIC 9(7)V99.
           03 WS-SOG-DECORRENZA            PIC 9(8).
           03 WS-SOG-FASCIA                PIC X.
              88 FASCIA-TROVATA             VALUE 'S'.
           03 WS-SOGLIA                    PIC 9(2)V99.
           03 WS-SOGLIA-TROVATA            PIC X.
              88 SOGLIA-TROVATA             VALUE 'S'.

       01  WS-USURA-SUPERATA               PIC X VALUE 'N'.
           88 USURA-SUPERATA                VALUE 'S'.
       01  WS-CATEGORIA                    PIC X VALUE 'F'.
           88 WS-CATEGORIA-VALIDA           VALUE 'F' 'P' 'A'.
       01  WS-TAEG-ED                      PIC Z9.99.
       01  WS-SOGLIA-ED                    PIC Z9.99.

       01  WS-TASSO.
           03 WS-TIPO-TASSO                PIC X.
              88 WS-TASSO-FISSO             VALUE 'F' ' '.
              88 WS-TASSO-INDICIZZATO       VALUE 'I'.
           03 WS-COD-INDICE                PIC X(6).
           03 WS-SPREAD                    PIC 9(2)V999.
           03 WS-TASSO-MIN                 PIC 9(3)V99.
           03 WS-TASSO-MAX                 PIC 9(3)V99.
           03 WS-DATA-INDICE               PIC 9(8).
           03 WS-VALORE-INDICE             PIC S9(3)V999.
           03 WS-TASSO-CALCOLATO           PIC S9(4)V999.

       01  WS-FINANCIAMENTO.
           03 WS-CLIENTE                   PIC X(20).
           03 WS-MESE-TOTALE               PIC 9(4).
           03 WS-ANNI-EXTRA                PIC 9(4).

      *----------------------------------------------------------------
      *  TAEG: TASSO ANNUO CHE UGUAGLIA IL CREDITO NETTO EROGATO
      *  (IMPORTO DEL CREDITO MENO SPESE DI ISTRUTTORIA) AL VALORE
      *  ATTUALE DELLE RATE PIU' LE SPESE DI INCASSO, SCONTATE ALLE
      *  DATE DI SCADENZA (ANNO DI 12 MESI, GIORNI SU 365).
      *----------------------------------------------------------------
       01  WS-TAEG-CAMPI.
           03 WS-SPESE-ISTRUTTORIA         PIC 9(4)V99.
           03 WS-SPESE-INCASSO             PIC 9V99.
           03 WS-CREDITO                   PIC 9(7)V99.
           03 WS-CREDITO-NETTO             PIC S9(7)V99.
           03 WS-RATE-TAEG                 PIC 99.
           03 WS-TAEG                      PIC 9(2)V99.
           03 WS-TAEG-MIN                  PIC 9V9(9).
           03 WS-TAEG-MAX                  PIC 9V9(9).
           03 WS-TAEG-PROVA                PIC 9V9(9).
           03 WS-VALORE-ATTUALE            PIC 9(8)V9(6).
           03 WS-ANNI-RATA                 PIC S9(2)V9(6).
           03 WS-FATTORE-SCONTO            PIC 9(3)V9(9).
           03 WS-MESI-RATA                 PIC S9(4).
           03 WS-GIORNI-RATA               PIC S9(2).
           03 WS-CICLI-TAEG                PIC 99.
           03 WS-IND-TAEG                  PIC 99.
           03 WS-TOTALE-RATE               PIC 9(8)V99.
           03 WS-INTERESSI-TOTALI          PIC 9(8)V99.
           03 WS-COSTO-TOTALE              PIC 9(8)V99.
           03 WS-TOTALE-DOVUTO             PIC 9(8)V99.

      *----------------------------------------------------------------
      *  MODULO INFORMATIVO PRECONTRATTUALE: DATI DI INTESTAZIONE E
      *  RIGA ETICHETTA + VALORE.
      *----------------------------------------------------------------
       01  WS-INFORMATIVA.
           03 WS-INF-TIPO-CONTRATTO        PIC X(35).
           03 WS-INF-CLIENTE               PIC X(20).
           03 WS-INF-CONTRATTO             PIC 9(6).
           03 WS-INF-PREZZO                PIC 9(7)V99.
           03 WS-INF-ANTICIPO              PIC 9(6)V99.
           03 WS-INF-TAN                   PIC 9(3)V99.
           03 WS-INF-TASSO                 PIC X(35).
           03 WS-INF-ETICHETTA             PIC X(40).
           03 WS-INF-TESTO                 PIC X(35).
           03 WS-INF-SALTO                 PIC 9.
           03 WS-INF-IMPORTO-ED            PIC $$,$$$,$$9.99.
           03 WS-INF-PERC-ED               PIC ZZ9.99.
           03 WS-INF-DATA-ED.
              05 WS-INF-GIORNO-ED          PIC 99.
              05 FILLER                    PIC X VALUE '/'.
              05 WS-INF-MESE-ED            PIC 99.
              05 FILLER                    PIC X VALUE '/'.
              05 WS-INF-ANNO-ED            PIC 9(4).

           COPY PAR_DataCont.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE 'D' TO DCP-FUNZIONE.
           MOVE 'FINANZIAME' TO DCP-PROGRAMMA.
           CALL 'DATACONT' USING PARAMETRI-DATACONT.
           MOVE DCP-DATA-CONTABILE TO WS-DATA-BASE.
           OPEN OUTPUT FILE-STAMPA.
      *    IL MASTER CLIENTI SERVE SOLO A VALIDARE IL COD-CLI DELLA
      *    TESTATA: SE MANCA SI PROSEGUE SENZA VALIDAZIONE.
           ELSE
               DISPLAY 'MASTER CLIENTI ASSENTE: COD-CLI NON VALIDATO'
           END-IF.
      *    LA TABELLA INDICI SERVE SOLO AI CONTRATTI INDICIZZATI.
           OPEN INPUT FILE-INDICI.
           IF WS-FS-INDICI = '00'
               MOVE 'S' TO WS-INDICI-APERTO
           END-IF.
      *    SENZA TABELLA SOGLIE NESSUN CONTRATTO PUO' ESSERE EMESSO.
           OPEN INPUT FILE-SOGLIE.
           IF WS-FS-SOGLIE = '00'
               MOVE 'S' TO WS-SOGLIE-APERTO
           ELSE
               DISPLAY 'TABELLA SOGLIE D''USURA ASSENTE'
           END-IF.
           OPEN INPUT FILE-RICHIESTE.
           IF WS-FS-RICHIESTE = '00'
               PERFORM ELABORA-BATCH
           IF CLIENTI-APERTO
               CLOSE CLIENTI
           END-IF.
           IF INDICI-APERTO
               CLOSE FILE-INDICI
           END-IF.
           IF SOGLIE-APERTO
               CLOSE FILE-SOGLIE
           END-IF.
           DISPLAY 'PIANI PRODOTTI:      ' WS-CTR-PIANI.
           IF WS-CTR-RICHIESTE > ZERO OR WS-CTR-RIFIUTATE > ZERO
               DISPLAY 'RICHIESTE LETTE:     ' WS-CTR-RICHIESTE
               MOVE 'COD-CLI NON SUL MASTER CLIENTI' TO RIF-MOTIVO
               PERFORM RIFIUTA-RICHIESTA
               GO TO ELABORA-RICHIESTA-EX.
           MOVE RIC-CATEGORIA    TO WS-CATEGORIA.
           IF WS-CATEGORIA = SPACE
               MOVE 'F' TO WS-CATEGORIA.
           IF NOT WS-CATEGORIA-VALIDA
               MOVE 'CATEGORIA DI CREDITO NON VALIDA' TO RIF-MOTIVO
               PERFORM RIFIUTA-RICHIESTA
               GO TO ELABORA-RICHIESTA-EX.
           MOVE RIC-TIPO-TASSO   TO WS-TIPO-TASSO.
           IF NOT WS-TASSO-FISSO AND NOT WS-TASSO-INDICIZZATO
               MOVE 'TIPO TASSO NON VALIDO (F/I)' TO RIF-MOTIVO
               PERFORM RIFIUTA-RICHIESTA
               GO TO ELABORA-RICHIESTA-EX.
           MOVE 'F'              TO WS-TIPO-TASSO.
           MOVE SPACES           TO WS-COD-INDICE.
           MOVE ZEROES           TO WS-SPREAD WS-TASSO-MIN
                                    WS-TASSO-MAX.
           MOVE RIC-TAXA-ANUAL   TO WS-TAXA-ANUAL.
           IF RIC-TIPO-TASSO = 'I'
               MOVE 'I'            TO WS-TIPO-TASSO
               MOVE RIC-COD-INDICE TO WS-COD-INDICE
               MOVE RIC-SPREAD     TO WS-SPREAD
               MOVE RIC-TASSO-MIN  TO WS-TASSO-MIN
               MOVE RIC-TASSO-MAX  TO WS-TASSO-MAX
               IF WS-TASSO-MAX NOT = ZEROES
                  AND WS-TASSO-MAX < WS-TASSO-MIN
                   MOVE 'TASSO MASSIMO INFERIORE AL MINIMO'
                        TO RIF-MOTIVO
                   PERFORM RIFIUTA-RICHIESTA
                   GO TO ELABORA-RICHIESTA-EX
               END-IF
               PERFORM CALCOLA-TASSO-INDICIZZATO
                       THRU CALCOLA-TASSO-INDICIZZATO-EX
               IF NOT INDICE-TROVATO
                   MOVE 'INDICE SENZA VALORE ALLA DATA' TO RIF-MOTIVO
                   PERFORM RIFIUTA-RICHIESTA
                   GO TO ELABORA-RICHIESTA-EX
               END-IF
           END-IF.
           MOVE RIC-CLIENTE      TO WS-CLIENTE.
           MOVE RIC-OBJETO       TO WS-OBJETO.
           MOVE RIC-VALOR        TO WS-VALOR.
           MOVE RIC-ENTRADA      TO WS-ENTRADA.
           MOVE RIC-NUM-PARCELAS TO WS-NUM-PARCELAS.
           MOVE RIC-SPESE-ISTRUTTORIA TO WS-SPESE-ISTRUTTORIA.
           MOVE RIC-SPESE-INCASSO     TO WS-SPESE-INCASSO.
           PERFORM ELABORA-PIANO.
           PERFORM CONTROLLA-USURA.
           IF NOT SOGLIA-TROVATA
               MOVE 'SOGLIA D''USURA NON DEFINITA' TO RIF-MOTIVO
               PERFORM RIFIUTA-RICHIESTA
               GO TO ELABORA-RICHIESTA-EX.
           IF USURA-SUPERATA
               MOVE SPACES TO RIF-MOTIVO
               STRING 'TAEG ' WS-TAEG-ED ' OLTRE LA SOGLIA D''USURA '
                      WS-SOGLIA-ED DELIMITED BY SIZE INTO RIF-MOTIVO
               PERFORM RIFIUTA-RICHIESTA
               GO TO ELABORA-RICHIESTA-EX.
           PERFORM EMETTI-PIANO.
       ELABORA-RICHIESTA-EX.
           EXIT.

               DISPLAY 'VALOR INVALIDO. INFORME DE 1 A 60:     '
               ACCEPT WS-NUM-PARCELAS
           END-PERFORM.
           DISPLAY 'TIPO TASSO (F = FISSO, I = INDICIZZATO):'.
           ACCEPT WS-TIPO-TASSO.
           PERFORM UNTIL WS-TASSO-FISSO OR WS-TASSO-INDICIZZATO
               DISPLAY 'TIPO NON VALIDO. RISPONDERE F O I:     '
               ACCEPT WS-TIPO-TASSO
           END-PERFORM.
           MOVE SPACES TO WS-COD-INDICE.
           MOVE ZEROES TO WS-SPREAD WS-TASSO-MIN WS-TASSO-MAX.
           IF WS-TASSO-INDICIZZATO
               PERFORM CHIEDI-INDICIZZAZIONE
           ELSE
               MOVE 'F' TO WS-TIPO-TASSO
               DISPLAY 'INFORME A TAXA DE JUROS ANUAL (%):     '
               ACCEPT WS-TAXA-ANUAL
           END-IF.
           DISPLAY 'SPESE DI ISTRUTTORIA:                  '.
           ACCEPT WS-SPESE-ISTRUTTORIA.
           DISPLAY 'SPESE DI INCASSO PER RATA:             '.
           ACCEPT WS-SPESE-INCASSO.
           DISPLAY 'CATEGORIA (F = FINALIZZATO, P = PERSONALE, '
                   'A = ALTRI):'.
           ACCEPT WS-CATEGORIA.
           PERFORM UNTIL WS-CATEGORIA-VALIDA
               DISPLAY 'CATEGORIA NON VALIDA. RISPONDERE F, P O A:'
               ACCEPT WS-CATEGORIA
           END-PERFORM.
           PERFORM ELABORA-PIANO.
           DISPLAY 'TAEG DEL CONTRATTO (%):  ' WS-TAEG.
           PERFORM CONTROLLA-USURA.
           IF NOT SOGLIA-TROVATA
               DISPLAY 'SOGLIA D''USURA NON DEFINITA PER LA CATEGORIA '
                       WS-CATEGORIA ': CONTRATTO NON EMESSO'
           ELSE
               IF USURA-SUPERATA
                   DISPLAY 'TAEG ' WS-TAEG-ED ' OLTRE LA SOGLIA '
                           'D''USURA ' WS-SOGLIA-ED
                           ': CONTRATTO NON EMESSO'
               ELSE
                   PERFORM EMETTI-PIANO
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  CONTRATTO INDICIZZATO A CONSOLE: INDICE, SPREAD, MINIMO E
      *  MASSIMO; IL TASSO DEL PIANO E' QUELLO DELL'INDICE ALLA DATA
      *  DEL RUN. L'INDICE VA RICHIESTO FINO A CHE HA UN VALORE.
      *----------------------------------------------------------------
       CHIEDI-INDICIZZAZIONE.
           MOVE 'N' TO WS-INDICE-TROVATO.
           PERFORM UNTIL INDICE-TROVATO
               DISPLAY 'CODICE INDICE (ES. EUR3M):             '
               ACCEPT WS-COD-INDICE
               PERFORM CALCOLA-TASSO-INDICIZZATO
                       THRU CALCOLA-TASSO-INDICIZZATO-EX
               IF NOT INDICE-TROVATO
                   DISPLAY 'INDICE SENZA VALORE ALLA DATA ODIERNA.'
               END-IF
           END-PERFORM.
           DISPLAY 'SPREAD SULL''INDICE (%):                '.
           ACCEPT WS-SPREAD.
           DISPLAY 'TASSO MINIMO (%):                      '.
           ACCEPT WS-TASSO-MIN.
           DISPLAY 'TASSO MASSIMO (%, 0 = SENZA TETTO):    '.
           ACCEPT WS-TASSO-MAX.
           PERFORM UNTIL WS-TASSO-MAX = ZEROES
                      OR WS-TASSO-MAX >= WS-TASSO-MIN
               DISPLAY 'MASSIMO INFERIORE AL MINIMO. RIPROVARE:'
               ACCEPT WS-TASSO-MAX
           END-PERFORM.
           PERFORM CALCOLA-TASSO-INDICIZZATO
                   THRU CALCOLA-TASSO-INDICIZZATO-EX.
           DISPLAY 'TASSO INIZIALE DEL CONTRATTO (%): ' WS-TAXA-ANUAL.

      *----------------------------------------------------------------
      *  TASSO DI UN CONTRATTO INDICIZZATO ALLA DATA DEL PIANO:
      *  ULTIMO VALORE DELL'INDICE CON DECORRENZA NON SUCCESSIVA, PIU'
      *  LO SPREAD, PORTATO FRA MINIMO E MASSIMO (MASSIMO ZERO = SENZA
      *  TETTO) E MAI SOTTO ZERO. STESSA REGOLA DI REVTASSI.
      *----------------------------------------------------------------
       CALCOLA-TASSO-INDICIZZATO.
           MOVE 'N' TO WS-INDICE-TROVATO.
           IF NOT INDICI-APERTO
               GO TO CALCOLA-TASSO-INDICIZZATO-EX.
           MOVE WS-DATA-BASE TO WS-DATA-INDICE.
           MOVE ZERO TO WS-FINE-INDICI.
           MOVE WS-COD-INDICE TO IDX-COD-INDICE.
           MOVE ZEROES TO IDX-DATA.
           START FILE-INDICI KEY IS NOT LESS THAN KEY-INDICE
                 INVALID KEY MOVE 1 TO WS-FINE-INDICI.
           PERFORM UNTIL EOF-INDICI
               READ FILE-INDICI NEXT
                   AT END MOVE 1 TO WS-FINE-INDICI
               END-READ
               IF NOT EOF-INDICI
                   IF IDX-COD-INDICE NOT = WS-COD-INDICE
                      OR IDX-DATA > WS-DATA-INDICE
                       MOVE 1 TO WS-FINE-INDICI
                   ELSE
                       MOVE IDX-VALORE TO WS-VALORE-INDICE
                       MOVE 'S' TO WS-INDICE-TROVATO
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT INDICE-TROVATO
               GO TO CALCOLA-TASSO-INDICIZZATO-EX.
           COMPUTE WS-TASSO-CALCOLATO = WS-VALORE-INDICE + WS-SPREAD.
           IF WS-TASSO-CALCOLATO < WS-TASSO-MIN
               MOVE WS-TASSO-MIN TO WS-TASSO-CALCOLATO.
           IF WS-TASSO-MAX NOT = ZEROES
              AND WS-TASSO-CALCOLATO > WS-TASSO-MAX
               MOVE WS-TASSO-MAX TO WS-TASSO-CALCOLATO.
           IF WS-TASSO-CALCOLATO < ZERO
               MOVE ZERO TO WS-TASSO-CALCOLATO.
           COMPUTE WS-TAXA-ANUAL ROUNDED = WS-TASSO-CALCOLATO.
       CALCOLA-TASSO-INDICIZZATO-EX.
           EXIT.

      *----------------------------------------------------------------
      *  CALCOLO DI UN SINGOLO PIANO (AMMORTAMENTO E TAEG), CON GLI
      *  ACCUMULATORI AZZERATI A OGNI PIANO; NUMERO DI CONTRATTO,
      *  SALVATAGGIO E STAMPA SOLO DOPO IL CONTROLLO DI USURA
      *  (EMETTI-PIANO).
      *----------------------------------------------------------------
       ELABORA-PIANO.
           INITIALIZE                WS-VARIAVEIS.
           COMPUTE WS-TOTAL-A-RESTITUIR =
                   WS-VALOR-FINANCIADO + WS-JUROS-TOTAIS.

           MOVE WS-VALOR-FINANCIADO TO WS-CREDITO.
           MOVE WS-NUM-PARCELAS     TO WS-RATE-TAEG.
           PERFORM CALCOLA-TAEG THRU CALCOLA-TAEG-EX.

      *----------------------------------------------------------------
      *  IL TAEG (E IL TASSO) NON POSSONO SUPERARE LA SOGLIA D'USURA
      *  IN VIGORE ALLA DATA DEL PIANO PER LA CATEGORIA E LA FASCIA
      *  DEL CREDITO FINANZIATO.
      *----------------------------------------------------------------
       CONTROLLA-USURA.
           MOVE 'N' TO WS-USURA-SUPERATA.
           MOVE WS-CATEGORIA        TO WS-SOG-CATEGORIA.
           MOVE WS-DATA-BASE        TO WS-SOG-DATA.
           MOVE WS-VALOR-FINANCIADO TO WS-SOG-IMPORTO.
           PERFORM CERCA-SOGLIA THRU CERCA-SOGLIA-EX.
           MOVE WS-TAEG   TO WS-TAEG-ED.
           MOVE WS-SOGLIA TO WS-SOGLIA-ED.
           IF SOGLIA-TROVATA
              AND (WS-TAEG > WS-SOGLIA OR WS-TAXA-ANUAL > WS-SOGLIA)
               MOVE 'S' TO WS-USURA-SUPERATA.

      *----------------------------------------------------------------
      *  SOGLIA D'USURA IN VIGORE ALLA DATA WS-SOG-DATA PER LA
      *  CATEGORIA WS-SOG-CATEGORIA (SPAZIO = CREDITO FINALIZZATO) E
      *  L'IMPORTO WS-SOG-IMPORTO: ULTIMA DECORRENZA NON SUCCESSIVA
      *  ALLA DATA, PRIMA FASCIA CON LIMITE NON INFERIORE ALL'IMPORTO
      *  (OLTRE L'ULTIMA FASCIA VALE L'ULTIMA). STESSA REGOLA IN
      *  FINANZIAMENTO, RINEGOZIA, CONSOFIN, PENAPARC E CTRLUSURA.
      *----------------------------------------------------------------
       CERCA-SOGLIA.
           MOVE 'N' TO WS-SOGLIA-TROVATA WS-SOG-FASCIA.
           MOVE ZERO TO WS-SOGLIA.
           MOVE ZEROES TO WS-SOG-DECORRENZA.
           IF NOT SOGLIE-APERTO
               GO TO CERCA-SOGLIA-EX.
           IF WS-SOG-CATEGORIA = SPACE
               MOVE 'F' TO WS-SOG-CATEGORIA.
           MOVE ZERO TO WS-FINE-SOGLIE.
           MOVE WS-SOG-CATEGORIA TO SOG-CATEGORIA.
           MOVE ZEROES TO SOG-DECORRENZA SOG-IMPORTO-MAX.
           START FILE-SOGLIE KEY IS NOT LESS THAN KEY-SOGLIA
                 INVALID KEY MOVE 1 TO WS-FINE-SOGLIE.
           PERFORM UNTIL EOF-SOGLIE
               READ FILE-SOGLIE NEXT
                   AT END MOVE 1 TO WS-FINE-SOGLIE
               END-READ
               IF NOT EOF-SOGLIE
                   IF SOG-CATEGORIA NOT = WS-SOG-CATEGORIA
                      OR SOG-DECORRENZA > WS-SOG-DATA
                       MOVE 1 TO WS-FINE-SOGLIE
                   ELSE
                       PERFORM FASCIA-SOGLIA
                   END-IF
               END-IF
           END-PERFORM.
       CERCA-SOGLIA-EX.
           EXIT.

      *    UNA NUOVA DECORRENZA RIAPRE LA RICERCA DELLA FASCIA.
       FASCIA-SOGLIA.
           IF SOG-DECORRENZA NOT = WS-SOG-DECORRENZA
               MOVE SOG-DECORRENZA TO WS-SOG-DECORRENZA
               MOVE 'N' TO WS-SOG-FASCIA
           END-IF.
           IF NOT FASCIA-TROVATA
               MOVE SOG-TASSO-SOGLIA TO WS-SOGLIA
               MOVE 'S' TO WS-SOGLIA-TROVATA
               IF SOG-IMPORTO-MAX NOT < WS-SOG-IMPORTO
                   MOVE 'S' TO WS-SOG-FASCIA
               END-IF
           END-IF.

       EMETTI-PIANO.
           PERFORM ASSEGNA-CONTRATTO.
           PERFORM SALVA-CONTRATTO.
           PERFORM SALVA-PARCELAS.

      *----------------------------------------------------------------
      *  CALCOLA LA DATA DI SCADENZA DELLA PARCELA WS-IND (DATA DEL
      *  RUN + WS-IND MESI, STESSO GIORNO DEL MESE DELLA DATA BASE),
      *  SPOSTATA AL PRIMO GIORNO LAVORATIVO CON LA ROUTINE DATACONT
      *  (CHE RIPORTA ALL'ULTIMO DEL MESE UN GIORNO CHE NON ESISTE).
      *----------------------------------------------------------------
       CALCOLA-SCADENZA.
           COMPUTE WS-MESE-TOTALE = WS-MESE-BASE + WS-IND.
           COMPUTE WS-ANNO-SCAD-PARCELA(WS-IND) =
                   WS-ANNO-BASE + WS-ANNI-EXTRA.
           MOVE WS-GIORNO-BASE TO WS-GIORNO-SCAD-PARCELA(WS-IND).
           MOVE 'L' TO DCP-FUNZIONE.
           MOVE 'FINANZIAME' TO DCP-PROGRAMMA.
           MOVE WS-DATA-SCAD-PARCELA(WS-IND) TO DCP-DATA-IN.
           CALL 'DATACONT' USING PARAMETRI-DATACONT.
           IF NOT DCP-ESITO-ERRORE
               MOVE DCP-DATA-OUT TO WS-DATA-SCAD-PARCELA(WS-IND)
           END-IF.

      *----------------------------------------------------------------
      *  ASSEGNA IL NUMERO DI CONTRATTO PROGRESSIVO: LEGGE L'ULTIMO
           MOVE WS-DATA-BASE     TO CON-DATA-CREAZIONE.
           MOVE 'A'              TO CON-STATO.
           MOVE 01               TO CON-VERSIONE.
           MOVE WS-TIPO-TASSO    TO CON-TIPO-TASSO.
           MOVE WS-COD-INDICE    TO CON-COD-INDICE.
           MOVE WS-SPREAD        TO CON-SPREAD.
           MOVE WS-TASSO-MIN     TO CON-TASSO-MIN.
           MOVE WS-TASSO-MAX     TO CON-TASSO-MAX.
           MOVE WS-TAEG          TO CON-TAEG.
           MOVE WS-SPESE-ISTRUTTORIA TO CON-SPESE-ISTRUTTORIA.
           MOVE WS-SPESE-INCASSO TO CON-SPESE-INCASSO.
           MOVE WS-CATEGORIA     TO CON-CATEGORIA.
           IF WS-TASSO-INDICIZZATO
               MOVE WS-DATA-BASE TO CON-DATA-REVISIONE
           ELSE
               MOVE ZEROES       TO CON-DATA-REVISIONE
           END-IF.
           WRITE REC-CONTRATTO.
           IF WS-FS-CONTRATTI NOT = '00'
               DISPLAY 'ERRORE IN SCRITTURA FILE-CONTRATTI - FS='
      *  ENTREGA AO CLIENTE.
      *----------------------------------------------------------------
       STAMPA-PIANO.
           MOVE 'CREDITO FINALIZZATO ALL''ACQUISTO'
                TO WS-INF-TIPO-CONTRATTO.
           MOVE WS-CLIENTE       TO WS-INF-CLIENTE.
           MOVE WS-NUM-CONTRATTO TO WS-INF-CONTRATTO.
           MOVE WS-VALOR         TO WS-INF-PREZZO.
           MOVE WS-ENTRADA       TO WS-INF-ANTICIPO.
           MOVE WS-TAXA-ANUAL    TO WS-INF-TAN.
           MOVE SPACES TO WS-INF-TASSO.
           IF WS-TASSO-INDICIZZATO
               MOVE WS-SPREAD TO WS-INF-PERC-ED
               STRING 'INDICIZZATO ' WS-COD-INDICE ' + '
                      WS-INF-PERC-ED DELIMITED BY SIZE
                      INTO WS-INF-TASSO
           ELSE
               MOVE 'FISSO PER TUTTA LA DURATA' TO WS-INF-TASSO
           END-IF.
           PERFORM STAMPA-INFORMATIVA.

           MOVE SPACES TO RIGA-INT.
           MOVE 'PLANO DE PAGAMENTO - ' TO TITOLO-INT.
           MOVE WS-CLIENTE TO CLIENTE-INT.
           MOVE WS-TOTAL-A-RESTITUIR TO TOTAL-DET.
           WRITE RIGA-TOT AFTER 3 LINES.

      *----------------------------------------------------------------
      *  TAEG PER BISEZIONE FRA 0 E 99,99%: IL VALORE ATTUALE DELLE
      *  RATE SCENDE AL CRESCERE DEL TASSO, SI CERCA IL TASSO A CUI
      *  UGUAGLIA IL CREDITO NETTO. COSTO TOTALE DEL CREDITO =
      *  INTERESSI + SPESE DI ISTRUTTORIA + SPESE DI INCASSO.
      *----------------------------------------------------------------
       CALCOLA-TAEG.
           MOVE ZERO TO WS-TAEG WS-TOTALE-RATE.
           PERFORM VARYING WS-IND-TAEG FROM 1 BY 1
                   UNTIL WS-IND-TAEG > WS-RATE-TAEG
               ADD WS-VALOR-PARCELA(WS-IND-TAEG) TO WS-TOTALE-RATE
           END-PERFORM.
           COMPUTE WS-INTERESSI-TOTALI = WS-TOTALE-RATE - WS-CREDITO.
           COMPUTE WS-COSTO-TOTALE = WS-INTERESSI-TOTALI
                 + WS-SPESE-ISTRUTTORIA
                 + WS-SPESE-INCASSO * WS-RATE-TAEG.
           COMPUTE WS-TOTALE-DOVUTO = WS-CREDITO + WS-COSTO-TOTALE.
           COMPUTE WS-CREDITO-NETTO =
                   WS-CREDITO - WS-SPESE-ISTRUTTORIA.
           IF WS-CREDITO-NETTO NOT > ZERO
               MOVE 99.99 TO WS-TAEG
               GO TO CALCOLA-TAEG-EX.
      *    A TASSO ZERO IL VALORE ATTUALE E' LA SOMMA DEI FLUSSI.
           COMPUTE WS-VALORE-ATTUALE = WS-TOTALE-RATE
                 + WS-SPESE-INCASSO * WS-RATE-TAEG.
           IF WS-VALORE-ATTUALE NOT > WS-CREDITO-NETTO
               GO TO CALCOLA-TAEG-EX.
           MOVE .9999 TO WS-TAEG-PROVA.
           PERFORM VALORE-ATTUALE-RATE.
           IF WS-VALORE-ATTUALE > WS-CREDITO-NETTO
               MOVE 99.99 TO WS-TAEG
               GO TO CALCOLA-TAEG-EX.
           MOVE ZERO  TO WS-TAEG-MIN.
           MOVE .9999 TO WS-TAEG-MAX.
           PERFORM VARYING WS-CICLI-TAEG FROM 1 BY 1
                   UNTIL WS-CICLI-TAEG > 40
               COMPUTE WS-TAEG-PROVA =
                       (WS-TAEG-MIN + WS-TAEG-MAX) / 2
               PERFORM VALORE-ATTUALE-RATE
               IF WS-VALORE-ATTUALE > WS-CREDITO-NETTO
                   MOVE WS-TAEG-PROVA TO WS-TAEG-MIN
               ELSE
                   MOVE WS-TAEG-PROVA TO WS-TAEG-MAX
               END-IF
           END-PERFORM.
           COMPUTE WS-TAEG ROUNDED = (WS-TAEG-MIN + WS-TAEG-MAX) * 50.
       CALCOLA-TAEG-EX.
           EXIT.

      *----------------------------------------------------------------
      *  VALORE ATTUALE AL TASSO WS-TAEG-PROVA DI RATA + SPESE DI
      *  INCASSO, CON IL TEMPO IN ANNI DALLA DATA BASE ALLA SCADENZA.
      *----------------------------------------------------------------
       VALORE-ATTUALE-RATE.
           MOVE ZERO TO WS-VALORE-ATTUALE.
           PERFORM VARYING WS-IND-TAEG FROM 1 BY 1
                   UNTIL WS-IND-TAEG > WS-RATE-TAEG
               COMPUTE WS-MESI-RATA =
                       (WS-ANNO-SCAD-PARCELA(WS-IND-TAEG)
                        - WS-ANNO-BASE) * 12
                     + WS-MESE-SCAD-PARCELA(WS-IND-TAEG) - WS-MESE-BASE
               COMPUTE WS-GIORNI-RATA =
                       WS-GIORNO-SCAD-PARCELA(WS-IND-TAEG)
                     - WS-GIORNO-BASE
               COMPUTE WS-ANNI-RATA ROUNDED =
                       WS-MESI-RATA / 12 + WS-GIORNI-RATA / 365
               COMPUTE WS-FATTORE-SCONTO ROUNDED =
                       (1 + WS-TAEG-PROVA) ** WS-ANNI-RATA
               COMPUTE WS-VALORE-ATTUALE ROUNDED = WS-VALORE-ATTUALE
                     + (WS-VALOR-PARCELA(WS-IND-TAEG)
                        + WS-SPESE-INCASSO) / WS-FATTORE-SCONTO
           END-PERFORM.

      *----------------------------------------------------------------
      *  MODULO INFORMATIVO DA CONSEGNARE PRIMA DELLA FIRMA: IMPORTO
      *  DEL CREDITO, DURATA, RATA, TASSO, SPESE, COSTO TOTALE DEL
      *  CREDITO, IMPORTO TOTALE DOVUTO E TAEG.
      *----------------------------------------------------------------
       STAMPA-INFORMATIVA.
           MOVE SPACES TO RIGA-INF.
           MOVE 'INFORMAZIONI DI BASE SUL CREDITO AI CONSUMATORI'
                TO ETICHETTA-INF.
           WRITE RIGA-INF AFTER PAGE.
           MOVE 'TIPO DI CONTRATTO' TO WS-INF-ETICHETTA.
           MOVE WS-INF-TIPO-CONTRATTO TO WS-INF-TESTO.
           MOVE 3 TO WS-INF-SALTO.
           PERFORM SCRIVI-RIGA-INF.
           MOVE 'CONTRATTO NUMERO' TO WS-INF-ETICHETTA.
           MOVE WS-INF-CONTRATTO TO WS-INF-TESTO.
           MOVE 1 TO WS-INF-SALTO.
           PERFORM SCRIVI-RIGA-INF.
           MOVE 'CLIENTE' TO WS-INF-ETICHETTA.
           MOVE WS-INF-CLIENTE TO WS-INF-TESTO.
           PERFORM SCRIVI-RIGA-INF.
           IF WS-INF-PREZZO NOT = ZERO
               MOVE 'PREZZO IN CONTANTI DEL BENE' TO WS-INF-ETICHETTA
               MOVE WS-INF-PREZZO TO WS-INF-IMPORTO-ED
               MOVE WS-INF-IMPORTO-ED TO WS-INF-TESTO
               MOVE 2 TO WS-INF-SALTO
               PERFORM SCRIVI-RIGA-INF
               MOVE 'ANTICIPO VERSATO' TO WS-INF-ETICHETTA
               MOVE WS-INF-ANTICIPO TO WS-INF-IMPORTO-ED
               MOVE WS-INF-IMPORTO-ED TO WS-INF-TESTO
               MOVE 1 TO WS-INF-SALTO
               PERFORM SCRIVI-RIGA-INF
           END-IF.
           MOVE 'IMPORTO TOTALE DEL CREDITO' TO WS-INF-ETICHETTA.
           MOVE WS-CREDITO TO WS-INF-IMPORTO-ED.
           MOVE WS-INF-IMPORTO-ED TO WS-INF-TESTO.
           MOVE 2 TO WS-INF-SALTO.
           PERFORM SCRIVI-RIGA-INF.
           MOVE 'DURATA: NUMERO DI RATE MENSILI' TO WS-INF-ETICHETTA.
           MOVE WS-RATE-TAEG TO WS-INF-TESTO.
           MOVE 1 TO WS-INF-SALTO.
           PERFORM SCRIVI-RIGA-INF.
           MOVE WS-GIORNO-SCAD-PARCELA(1) TO WS-INF-GIORNO-ED.
           MOVE WS-MESE-SCAD-PARCELA(1)   TO WS-INF-MESE-ED.
           MOVE WS-ANNO-SCAD-PARCELA(1)   TO WS-INF-ANNO-ED.
           MOVE 'SCADENZA DELLA PRIMA RATA' TO WS-INF-ETICHETTA.
           MOVE WS-INF-DATA-ED TO WS-INF-TESTO.
           PERFORM SCRIVI-RIGA-INF.
           MOVE WS-GIORNO-SCAD-PARCELA(WS-RATE-TAEG)
                TO WS-INF-GIORNO-ED.
           MOVE WS-MESE-SCAD-PARCELA(WS-RATE-TAEG) TO WS-INF-MESE-ED.
           MOVE WS-ANNO-SCAD-PARCELA(WS-RATE-TAEG) TO WS-INF-ANNO-ED.
           MOVE 'SCADENZA DELL''ULTIMA RATA' TO WS-INF-ETICHETTA.
           MOVE WS-INF-DATA-ED TO WS-INF-TESTO.
           PERFORM SCRIVI-RIGA-INF.
           MOVE 'IMPORTO DELLA RATA' TO WS-INF-ETICHETTA.
           MOVE WS-VALOR-PARCELA(1) TO WS-INF-IMPORTO-ED.
           MOVE WS-INF-IMPORTO-ED TO WS-INF-TESTO.
           PERFORM SCRIVI-RIGA-INF.
           MOVE 'TASSO ANNUO NOMINALE (TAN) %' TO WS-INF-ETICHETTA.
           MOVE WS-INF-TAN TO WS-INF-PERC-ED.
           MOVE WS-INF-PERC-ED TO WS-INF-TESTO.
           MOVE 2 TO WS-INF-SALTO.
           PERFORM SCRIVI-RIGA-INF.
           MOVE 'TIPO DI TASSO' TO WS-INF-ETICHETTA.
           MOVE WS-INF-TASSO TO WS-INF-TESTO.
           MOVE 1 TO WS-INF-SALTO.
           PERFORM SCRIVI-RIGA-INF.
           MOVE 'SPESE DI ISTRUTTORIA' TO WS-INF-ETICHETTA.
           MOVE WS-SPESE-ISTRUTTORIA TO WS-INF-IMPORTO-ED.
           MOVE WS-INF-IMPORTO-ED TO WS-INF-TESTO.
           PERFORM SCRIVI-RIGA-INF.
           MOVE 'SPESE DI INCASSO PER RATA' TO WS-INF-ETICHETTA.
           MOVE WS-SPESE-INCASSO TO WS-INF-IMPORTO-ED.
           MOVE WS-INF-IMPORTO-ED TO WS-INF-TESTO.
           PERFORM SCRIVI-RIGA-INF.
           MOVE 'INTERESSI TOTALI' TO WS-INF-ETICHETTA.
           MOVE WS-INTERESSI-TOTALI TO WS-INF-IMPORTO-ED.
           MOVE WS-INF-IMPORTO-ED TO WS-INF-TESTO.
           PERFORM SCRIVI-RIGA-INF.
           MOVE 'COSTO TOTALE DEL CREDITO' TO WS-INF-ETICHETTA.
           MOVE WS-COSTO-TOTALE TO WS-INF-IMPORTO-ED.
           MOVE WS-INF-IMPORTO-ED TO WS-INF-TESTO.
           MOVE 2 TO WS-INF-SALTO.
           PERFORM SCRIVI-RIGA-INF.
           MOVE 'IMPORTO TOTALE DOVUTO' TO WS-INF-ETICHETTA.
           MOVE WS-TOTALE-DOVUTO TO WS-INF-IMPORTO-ED.
           MOVE WS-INF-IMPORTO-ED TO WS-INF-TESTO.
           MOVE 1 TO WS-INF-SALTO.
           PERFORM SCRIVI-RIGA-INF.
           MOVE 'TASSO ANNUO EFFETTIVO GLOBALE (TAEG) %'
                TO WS-INF-ETICHETTA.
           MOVE WS-TAEG TO WS-INF-PERC-ED.
           MOVE WS-INF-PERC-ED TO WS-INF-TESTO.
           MOVE 2 TO WS-INF-SALTO.
           PERFORM SCRIVI-RIGA-INF.
           MOVE 'FIRMA DEL CLIENTE PER RICEVUTA' TO WS-INF-ETICHETTA.
           MOVE '______________________________' TO WS-INF-TESTO.
           MOVE 4 TO WS-INF-SALTO.
           PERFORM SCRIVI-RIGA-INF.

       SCRIVI-RIGA-INF.
           MOVE SPACES TO RIGA-INF.
           MOVE WS-INF-ETICHETTA TO ETICHETTA-INF.
           MOVE WS-INF-TESTO     TO TESTO-INF.
           WRITE RIGA-INF AFTER WS-INF-SALTO LINES.

       END PROGRAM FINANZIAMENTO.
