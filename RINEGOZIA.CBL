           STAMPA IL NUOVO PIANO PER LA FIRMA. COSI' NON SI ESTINGUE
           PIU' A MANO PERDENDO IL LEGAME FRA VECCHIO E NUOVO.

      *----------------------------------------------------------------
      * MODIFICHE
      * 15-10-2026 MB  CONTRATTI A TASSO INDICIZZATO: IL TASSO SI
      *                CHIEDE DOPO AVER LETTO LA TESTATA; PER UN
      *                INDICIZZATO SI RINEGOZIA LO SPREAD E IL NUOVO
      *                TASSO E' QUELLO DELL'INDICE ALLA DATA BASE
      *                (TABELLA FILE-INDICI) FRA MINIMO E MASSIMO.
      * 15-10-2026 MB  TRASPARENZA: SPESE DI ISTRUTTORIA E DI INCASSO
      *                DELLA RINEGOZIAZIONE, TAEG DEL NUOVO PIANO
      *                SALVATO IN TESTATA E MODULO INFORMATIVO
      *                PRECONTRATTUALE STAMPATO DOPO IL PIANO.
      * 15-10-2026 MB  SOGLIE D'USURA: IL NUOVO PIANO SI CALCOLA PRIMA
      *                DELLA CONFERMA E LA RINEGOZIAZIONE E' RIFIUTATA
      *                SE TAEG O TASSO SUPERANO LA SOGLIA IN VIGORE
      *                ALLA DATA BASE PER LA CATEGORIA DEL CONTRATTO E
      *                LA FASCIA DEL CAPITALE RESIDUO (FILE-SOGLIE).
      *----------------------------------------------------------------

       ENVIRONMENT  DIVISION.

       CONFIGURATION SECTION.

           SELECT FILE-STAMPA   ASSIGN TO PRINTER.

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

       FD  FILE-PARCELAS
           LABEL RECORDS ARE STANDARD
           03 REC-PENALE-MATURATA       PIC 9(05)V99.
           03 REC-PENALE-INCASSATA      PIC 9(05)V99.

      *----------------------------------------------------------------
      *  TABELLA DEGLI INDICI DI TASSO (VEDI GESINDICI).
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
           03 TOTALE-TOT                PIC $$,$$$,$$$.99.
           03 FILLER                    PIC X(24).

       01  RIGA-INF.
           03 FILLER                    PIC X(05).
           03 ETICHETTA-INF             PIC X(40).
           03 TESTO-INF                 PIC X(35).

       WORKING-STORAGE SECTION.

       01  WS-FS-CONTRATTI                 PIC XX VALUE '00'.
       01  WS-FS-PARCELAS                  PIC XX VALUE '00'.
       01  WS-FS-INDICI                    PIC XX VALUE '00'.
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

       01  WS-FINE-PARCELAS                PIC 9 VALUE ZERO.
           88 EOF-PARCELAS                  VALUE 1.
       01  WS-NUM-CONTRATTO                PIC 9(6) VALUE ZEROES.
       01  WS-NUOVE-PARCELAS               PIC 99 VALUE ZERO.
       01  WS-NUOVA-TAXA                   PIC 9(3)V99 VALUE ZERO.
       01  WS-NUOVO-SPREAD                 PIC 9(2)V999 VALUE ZERO.
       01  WS-VALORE-INDICE                PIC S9(3)V999 VALUE ZERO.
       01  WS-TASSO-CALCOLATO              PIC S9(4)V999 VALUE ZERO.
       01  WS-DATA-BASE                    PIC 9(8) VALUE ZEROES.
       01  WS-DATA-BASE-R REDEFINES WS-DATA-BASE.
           03 WS-ANNO-BASE                 PIC 9(4).
           03 WS-ANNO-SCAD                 PIC 9(4).
           03 WS-MESE-SCAD                 PIC 9(2).

      *----------------------------------------------------------------
      *  RATE DEL NUOVO PIANO, CALCOLATE PRIMA DELLA CONFERMA PER IL
      *  TAEG E IL CONTROLLO DI USURA, POI SCRITTE E STAMPATE.
      *----------------------------------------------------------------
       01  WS-PIANO.
           03 WS-RATA-PIANO OCCURS 99 TIMES.
              05 WS-VALOR-PARCELA          PIC 9(05)V99.
              05 WS-JUROS-PARCELA          PIC 9(05)V99.
              05 WS-CAPITAL-PARCELA        PIC 9(05)V99.
              05 WS-ANNO-SCAD-PARCELA      PIC 9(4).
              05 WS-MESE-SCAD-PARCELA      PIC 9(2).
              05 WS-GIORNO-SCAD-PARCELA    PIC 9(2).

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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'NUMERO CONTRATTO DA RINEGOZIARE:        '.
           ACCEPT WS-NUM-CONTRATTO.
           DISPLAY 'NUOVO NUMERO DI PARCELAS (1 A 58):      '.
           ACCEPT WS-NUOVE-PARCELAS.
           DISPLAY 'DATA BASE DEL NUOVO PIANO (0 = OGGI):   '.
           ACCEPT WS-DATA-BASE.
           IF WS-DATA-BASE = ZEROES
                       WS-FS-PARCELAS
               STOP RUN
           END-IF.
           OPEN INPUT FILE-SOGLIE.
           IF WS-FS-SOGLIE = '00'
               MOVE 'S' TO WS-SOGLIE-APERTO
           END-IF.
           MOVE WS-NUM-CONTRATTO TO CON-NUM-CONTRATTO.
           READ FILE-CONTRATTI.
           IF WS-FS-CONTRATTI NOT = '00'
                       CON-STATO
               STOP RUN
           END-IF.
      *    INDICIZZATO: SI RINEGOZIA LO SPREAD, IL TASSO VIENE
      *    DALL'INDICE ALLA DATA BASE DEL NUOVO PIANO.
           IF TASSO-INDICIZZATO
               DISPLAY 'CONTRATTO INDICIZZATO SU ' CON-COD-INDICE
                       ' - SPREAD ATTUALE ' CON-SPREAD
               DISPLAY 'NUOVO SPREAD SULL''INDICE (%):          '
               ACCEPT WS-NUOVO-SPREAD
               PERFORM CALCOLA-TASSO-INDICIZZATO
                       THRU CALCOLA-TASSO-INDICIZZATO-EX
               IF NOT INDICE-TROVATO
                   DISPLAY 'INDICE ' CON-COD-INDICE
                           ' SENZA VALORE ALLA DATA BASE'
                   GO TO FINE-LAVORO
               END-IF
               DISPLAY 'NUOVO TASSO ANNUO (%):   ' WS-NUOVA-TAXA
           ELSE
               DISPLAY 'NUOVO TASSO ANNUO (%):                  '
               ACCEPT WS-NUOVA-TAXA
           END-IF.
           DISPLAY 'SPESE DI ISTRUTTORIA:                   '.
           ACCEPT WS-SPESE-ISTRUTTORIA.
           DISPLAY 'SPESE DI INCASSO PER RATA:              '.
           ACCEPT WS-SPESE-INCASSO.

      *----------------------------------------------------------------
      *  CAPITALE RESIDUO = SOMMA DEL CAPITALE DELLE PARCELAS NON
           IF WS-ULTIMA-PARCELA + WS-NUOVE-PARCELAS > 99
               DISPLAY 'TROPPE PARCELAS: RIDURRE LA NUOVA DURATA'
               GO TO FINE-LAVORO.

      *----------------------------------------------------------------
      *  NUOVO PIANO E TAEG PRIMA DELLA CONFERMA: OLTRE LA SOGLIA
      *  D'USURA (O SENZA SOGLIA DEFINITA) NON SI RINEGOZIA.
      *----------------------------------------------------------------
           PERFORM CALCOLA-NUOVO-PIANO.
           PERFORM CONTROLLA-USURA.
           DISPLAY 'TAEG DEL NUOVO PIANO (%): ' WS-TAEG.
           IF NOT SOGLIA-TROVATA
               DISPLAY 'SOGLIA D''USURA NON DEFINITA PER LA CATEGORIA '
                       WS-SOG-CATEGORIA ': RINEGOZIAZIONE RIFIUTATA'
               GO TO FINE-LAVORO.
           IF USURA-SUPERATA
               DISPLAY 'TAEG OLTRE LA SOGLIA D''USURA ' WS-SOGLIA
                       ': RINEGOZIAZIONE RIFIUTATA'
               GO TO FINE-LAVORO.
           MOVE WS-CAPITALE-RESIDUO TO WS-IMPORTO-ED.
           DISPLAY 'CAPITALE RESIDUO DA RINEGOZIARE: ' WS-IMPORTO-ED.
           DISPLAY 'CONFERMARE LA RINEGOZIAZIONE (S/N)? '.

       FINE-LAVORO.
           CLOSE FILE-CONTRATTI FILE-PARCELAS.
           IF SOGLIE-APERTO
               CLOSE FILE-SOGLIE
           END-IF.
           STOP RUN.

      *----------------------------------------------------------------
      *  TASSO DELL'INDICIZZATO ALLA DATA BASE: ULTIMO VALORE
      *  DELL'INDICE CON DECORRENZA NON SUCCESSIVA PIU' IL NUOVO
      *  SPREAD, FRA MINIMO E MASSIMO DEL CONTRATTO (MASSIMO ZERO =
      *  SENZA TETTO) E MAI SOTTO ZERO. STESSA REGOLA DI REVTASSI.
      *----------------------------------------------------------------
       CALCOLA-TASSO-INDICIZZATO.
           MOVE 'N' TO WS-INDICE-TROVATO.
           OPEN INPUT FILE-INDICI.
           IF WS-FS-INDICI NOT = '00'
               GO TO CALCOLA-TASSO-INDICIZZATO-EX.
           MOVE ZERO TO WS-FINE-INDICI.
           MOVE CON-COD-INDICE TO IDX-COD-INDICE.
           MOVE ZEROES TO IDX-DATA.
           START FILE-INDICI KEY IS NOT LESS THAN KEY-INDICE
                 INVALID KEY MOVE 1 TO WS-FINE-INDICI.
           PERFORM UNTIL EOF-INDICI
               READ FILE-INDICI NEXT
                   AT END MOVE 1 TO WS-FINE-INDICI
               END-READ
               IF NOT EOF-INDICI
                   IF IDX-COD-INDICE NOT = CON-COD-INDICE
                      OR IDX-DATA > WS-DATA-BASE
                       MOVE 1 TO WS-FINE-INDICI
                   ELSE
                       MOVE IDX-VALORE TO WS-VALORE-INDICE
                       MOVE 'S' TO WS-INDICE-TROVATO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE FILE-INDICI.
           IF NOT INDICE-TROVATO
               GO TO CALCOLA-TASSO-INDICIZZATO-EX.
           COMPUTE WS-TASSO-CALCOLATO =
                   WS-VALORE-INDICE + WS-NUOVO-SPREAD.
           IF WS-TASSO-CALCOLATO < CON-TASSO-MIN
               MOVE CON-TASSO-MIN TO WS-TASSO-CALCOLATO.
           IF CON-TASSO-MAX NOT = ZEROES
              AND WS-TASSO-CALCOLATO > CON-TASSO-MAX
               MOVE CON-TASSO-MAX TO WS-TASSO-CALCOLATO.
           IF WS-TASSO-CALCOLATO < ZERO
               MOVE ZERO TO WS-TASSO-CALCOLATO.
           COMPUTE WS-NUOVA-TAXA ROUNDED = WS-TASSO-CALCOLATO.
       CALCOLA-TASSO-INDICIZZATO-EX.
           EXIT.

       SOMMA-CAPITALE.
           MOVE ZERO TO WS-FINE-PARCELAS WS-CAPITALE-RESIDUO
                        WS-ULTIMA-PARCELA.
           END-PERFORM.

      *----------------------------------------------------------------
      *  NUOVO PIANO PRICE SUL CAPITALE RESIDUO E SUO TAEG, CALCOLATI
      *  IN MEMORIA (WS-PIANO) PRIMA DI TOCCARE GLI ARCHIVI.
      *----------------------------------------------------------------
       CALCOLA-NUOVO-PIANO.
           COMPUTE WS-TAXA-MENSILE ROUNDED = WS-NUOVA-TAXA / 1200.
           IF WS-NUOVA-TAXA = ZEROES
               COMPUTE WS-VR-PARCELA-FIXA ROUNDED =
               END-IF
               SUBTRACT WS-CAPITAL-CORRENTE FROM WS-SALDO-RESIDUO
               ADD WS-VR-PARCELA-FIXA TO WS-TOTAL-NUOVO
               PERFORM CALCOLA-UNA-NUOVA
           END-PERFORM.
           MOVE WS-CAPITALE-RESIDUO TO WS-CREDITO.
           MOVE WS-NUOVE-PARCELAS   TO WS-RATE-TAEG.
           PERFORM CALCOLA-TAEG THRU CALCOLA-TAEG-EX.

       CALCOLA-UNA-NUOVA.
           COMPUTE WS-MESE-TOTALE = WS-MESE-BASE + WS-IND.
           DIVIDE WS-MESE-TOTALE BY 12 GIVING WS-ANNI-EXTRA
                  REMAINDER WS-MESE-SCAD.
           IF WS-MESE-SCAD = 0
               MOVE 12 TO WS-MESE-SCAD
               SUBTRACT 1 FROM WS-ANNI-EXTRA
           END-IF.
           COMPUTE WS-ANNO-SCAD = WS-ANNO-BASE + WS-ANNI-EXTRA.
           MOVE WS-VR-PARCELA-FIXA  TO WS-VALOR-PARCELA(WS-IND).
           MOVE WS-JUROS-CORRENTI   TO WS-JUROS-PARCELA(WS-IND).
           MOVE WS-CAPITAL-CORRENTE TO WS-CAPITAL-PARCELA(WS-IND).
           MOVE WS-ANNO-SCAD        TO WS-ANNO-SCAD-PARCELA(WS-IND).
           MOVE WS-MESE-SCAD        TO WS-MESE-SCAD-PARCELA(WS-IND).
           MOVE WS-GIORNO-BASE      TO WS-GIORNO-SCAD-PARCELA(WS-IND).

      *----------------------------------------------------------------
      *  IL TAEG (E IL TASSO) DEL NUOVO PIANO NON POSSONO SUPERARE LA
      *  SOGLIA D'USURA ALLA DATA BASE PER LA CATEGORIA DEL CONTRATTO
      *  E LA FASCIA DEL CAPITALE RESIDUO.
      *----------------------------------------------------------------
       CONTROLLA-USURA.
           MOVE 'N' TO WS-USURA-SUPERATA.
           MOVE CON-CATEGORIA       TO WS-SOG-CATEGORIA.
           MOVE WS-DATA-BASE        TO WS-SOG-DATA.
           MOVE WS-CAPITALE-RESIDUO TO WS-SOG-IMPORTO.
           PERFORM CERCA-SOGLIA THRU CERCA-SOGLIA-EX.
           IF SOGLIA-TROVATA
              AND (WS-TAEG > WS-SOGLIA OR WS-NUOVA-TAXA > WS-SOGLIA)
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

      *----------------------------------------------------------------
      *  SCRITTURA DEL NUOVO PIANO, NUMERATO IN CODA ALLE PARCELAS
      *  ESISTENTI, E STAMPA PER LA FIRMA CON IL MODULO INFORMATIVO.
      *----------------------------------------------------------------
       SCRIVI-NUOVO-PIANO.
           OPEN OUTPUT FILE-STAMPA.
           MOVE SPACES TO RIGA-INT.
           MOVE 'PIANO RINEGOZIATO CONTR. ' TO TITOLO-INT.
           MOVE WS-NUM-CONTRATTO TO CONTRATTO-INT.
           MOVE ' VERSIONE ' TO ETICH-VERS-INT.
           COMPUTE VERSIONE-INT = CON-VERSIONE + 1.
           WRITE RIGA-INT AFTER PAGE.

           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-NUOVE-PARCELAS
               PERFORM SCRIVI-UNA-NUOVA
           END-PERFORM.

           MOVE 'TOTALE NUOVO PIANO' TO ETICHETTA-TOT.
           MOVE WS-TOTAL-NUOVO TO TOTALE-TOT.
           WRITE RIGA-TOT AFTER 3 LINES.

           MOVE 'RINEGOZIAZIONE DEL CONTRATTO'
                TO WS-INF-TIPO-CONTRATTO.
           MOVE CON-CLIENTE      TO WS-INF-CLIENTE.
           MOVE WS-NUM-CONTRATTO TO WS-INF-CONTRATTO.
           MOVE ZERO             TO WS-INF-PREZZO WS-INF-ANTICIPO.
           MOVE WS-NUOVA-TAXA    TO WS-INF-TAN.
           MOVE SPACES TO WS-INF-TASSO.
           IF TASSO-INDICIZZATO
               MOVE WS-NUOVO-SPREAD TO WS-INF-PERC-ED
               STRING 'INDICIZZATO ' CON-COD-INDICE ' + '
                      WS-INF-PERC-ED DELIMITED BY SIZE
                      INTO WS-INF-TASSO
           ELSE
               MOVE 'FISSO PER TUTTA LA DURATA' TO WS-INF-TASSO
           END-IF.
           PERFORM STAMPA-INFORMATIVA.
           CLOSE FILE-STAMPA.

       SCRIVI-UNA-NUOVA.
           COMPUTE WS-NUM-NUOVA = WS-ULTIMA-PARCELA + WS-IND.
           MOVE SPACES TO REC-PARCELA.
           MOVE WS-NUM-CONTRATTO   TO REC-NUM-CONTRATTO.
           MOVE WS-NUM-NUOVA       TO REC-NUM-PARCELA.
           MOVE CON-CLIENTE        TO REC-CLIENTE.
           MOVE CON-OBJETO         TO REC-OBJETO.
           MOVE WS-VALOR-PARCELA(WS-IND)   TO REC-VALOR-PARCELA.
           MOVE WS-JUROS-PARCELA(WS-IND)   TO REC-JUROS-PARCELA.
           MOVE WS-CAPITAL-PARCELA(WS-IND) TO REC-CAPITAL-PARCELA.
           MOVE WS-ANNO-SCAD-PARCELA(WS-IND)   TO REC-ANNO-SCAD.
           MOVE WS-MESE-SCAD-PARCELA(WS-IND)   TO REC-MESE-SCAD.
           MOVE WS-GIORNO-SCAD-PARCELA(WS-IND) TO REC-GIORNO-SCAD.
           MOVE ZEROES TO REC-DATA-PAG-PARCELA
                          REC-IMP-PAGATO-PARCELA
                          REC-PENALE-MATURATA
           END-IF.
           MOVE SPACES TO RIGA-DET.
           MOVE WS-NUM-NUOVA TO NUM-PARCELA-DET.
           MOVE WS-VALOR-PARCELA(WS-IND)   TO VALOR-PARCELA-DET.
           MOVE WS-JUROS-PARCELA(WS-IND)   TO JUROS-PARCELA-DET.
           MOVE WS-CAPITAL-PARCELA(WS-IND) TO CAPITAL-PARCELA-DET.
           MOVE WS-GIORNO-SCAD-PARCELA(WS-IND) TO GIORNO-SCAD-DET.
           MOVE WS-MESE-SCAD-PARCELA(WS-IND)   TO MESE-SCAD-DET.
           MOVE WS-ANNO-SCAD-PARCELA(WS-IND)   TO ANNO-SCAD-DET.
           WRITE RIGA-DET AFTER 2 LINES.

      *----------------------------------------------------------------
      *  LA TESTATA AVANZA DI VERSIONE E RIPORTA IL NUOVO TASSO E IL
      *  NUOVO NUMERO DI RATE; IL CONTRATTO RESTA APERTO. PER UN
      *  INDICIZZATO ANCHE IL NUOVO SPREAD E LA DATA DI REVISIONE.
      *----------------------------------------------------------------
       AGGIORNA-TESTATA.
           ADD 1 TO CON-VERSIONE.
           MOVE WS-NUOVA-TAXA TO CON-TAXA.
           MOVE WS-TAEG TO CON-TAEG.
           MOVE WS-SPESE-ISTRUTTORIA TO CON-SPESE-ISTRUTTORIA.
           MOVE WS-SPESE-INCASSO TO CON-SPESE-INCASSO.
           IF TASSO-INDICIZZATO
               MOVE WS-NUOVO-SPREAD TO CON-SPREAD
               MOVE WS-DATA-BASE    TO CON-DATA-REVISIONE
           END-IF.
           MOVE WS-NUOVE-PARCELAS TO CON-NUM-PARCELAS.
           MOVE 'A' TO CON-STATO.
           REWRITE REC-CONTRATTO.
               DISPLAY 'ERRORE IN RISCRITTURA TESTATA - FS='
                       WS-FS-CONTRATTI.

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

       END PROGRAM RINEGOZIA.
