       IDENTIFICATION DIVISION.

       PROGRAM-ID.
           REVTASSI.

       AUTHOR.
           BOTTO.

       DATE-WRITTEN.
           15-10-2026.

       REMARKS.

           REVISIONE PERIODICA DEI CONTRATTI A TASSO INDICIZZATO:
           PER OGNI CONTRATTO APERTO CON TIPO TASSO 'I' RICAVA IL
           NUOVO TASSO DALLA TABELLA FILE-INDICI ALLA DATA DI
           REVISIONE (ULTIMO VALORE DELL'INDICE CON DECORRENZA NON
           SUCCESSIVA, PIU' LO SPREAD, FRA MINIMO E MASSIMO DEL
           CONTRATTO, MAI SOTTO ZERO). SE IL TASSO CAMBIA RICALCOLA
           CON L'AMMORTAMENTO PRICE (COME FINANZIAMENTO) INTERESSI E
           CAPITALE DELLE PARCELAS NON ANCORA SCADUTE, APERTE E SENZA
           INCASSI, SUL LORO CAPITALE RESIDUO E CON LO STESSO NUMERO
           DI RATE E LE STESSE SCADENZE; L'ULTIMA ASSORBE IL RESIDUO
           DI ARROTONDAMENTO. LA TESTATA PRENDE IL NUOVO TASSO, LA
           DATA DI REVISIONE E AVANZA DI VERSIONE. PER OGNI CONTRATTO
           RIVISTO STAMPA UNA PAGINA DI AVVISO AL CLIENTE CON IL
           TASSO E LA RATA VECCHI E NUOVI. LE PARCELAS CON UN
           INCASSO PARZIALE RESTANO COME SONO.

      *----------------------------------------------------------------
      * MODIFICHE
      * 15-10-2026 MB  TESTATA CONTRATTI CON LA CATEGORIA DI CREDITO
      *                PER LE SOGLIE D'USURA NEL FILLER: SOLO TRACCIATO.
      * 15-10-2026 MB  LA DATA DI RIFERIMENTO A ZERO VALE LA DATA
      *                CONTABILE (ROUTINE DATACONT, AVANZATA SOLO DAL
      *                FINE GIORNATA FINEGG DI CATENA) E NON PIU' LA
      *                DATA DI SISTEMA; AVVISO A VIDEO SE IL PROGRAMMA
      *                PARTE IN UN GIORNO NON LAVORATIVO.
      *----------------------------------------------------------------

       ENVIRONMENT  DIVISION.

       CONFIGURATION SECTION.

       SOURCE-COMPUTER.
           PC-HP.
       OBJECT-COMPUTER.
           PC-HP.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.

           SELECT FILE-CONTRATTI ASSIGN TO DISK
                                 ACCESS IS DYNAMIC
                                 ORGANIZATION IS INDEXED
                                 RECORD KEY IS CON-NUM-CONTRATTO
                                 FILE STATUS IS WS-FS-CONTRATTI.

           SELECT FILE-PARCELAS ASSIGN TO DISK
                                 ACCESS IS DYNAMIC
                                 ORGANIZATION IS INDEXED
                                 RECORD KEY IS KEY-PARCELA
                                 FILE STATUS IS WS-FS-PARCELAS.

           SELECT FILE-INDICI   ASSIGN TO DISK
                                 ACCESS IS DYNAMIC
                                 ORGANIZATION IS INDEXED
                                 RECORD KEY IS KEY-INDICE
                                 FILE STATUS IS WS-FS-INDICI.

           SELECT FILE-AVVISI   ASSIGN TO PRINTER.

       DATA  DIVISION.

       FILE  SECTION.

       FD  FILE-CONTRATTI
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REC-CONTRATTO.

       01  REC-CONTRATTO.
           03 CON-NUM-CONTRATTO         PIC 9(06).
           03 CON-COD-CLI               PIC 9(06).
           03 CON-CLIENTE               PIC X(20).
           03 CON-OBJETO                PIC X(20).
           03 CON-VALOR                 PIC 9(6)V99.
           03 CON-ENTRADA               PIC 9(6)V99.
           03 CON-TAXA                  PIC 9(3)V99.
           03 CON-NUM-PARCELAS          PIC 99.
           03 CON-DATA-CREAZIONE        PIC 9(8).
           03 CON-STATO                 PIC X.
              88 CONTRATTO-APERTO          VALUE 'A' ' '.
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
           DATA RECORD IS REC-PARCELA.

       01  REC-PARCELA.
           03 KEY-PARCELA.
              05 REC-NUM-CONTRATTO      PIC 9(06).
              05 REC-NUM-PARCELA        PIC 99.
           03 REC-CLIENTE               PIC X(20).
           03 REC-OBJETO                PIC X(20).
           03 REC-VALOR-PARCELA         PIC 9(05)V99.
           03 REC-JUROS-PARCELA         PIC 9(05)V99.
           03 REC-CAPITAL-PARCELA       PIC 9(05)V99.
           03 REC-DATA-SCAD-PARCELA.
              05 REC-ANNO-SCAD          PIC 9(4).
              05 REC-MESE-SCAD          PIC 9(2).
              05 REC-GIORNO-SCAD        PIC 9(2).
           03 REC-DATA-PAG-PARCELA      PIC 9(8).
           03 REC-IMP-PAGATO-PARCELA    PIC 9(05)V99.
           03 REC-STATO-PARCELA         PIC X.
              88 PARCELA-APERTA            VALUE 'A' ' '.
              88 PARCELA-PAGATA            VALUE 'P'.
              88 PARCELA-RINEGOZIATA       VALUE 'R'.
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
      *  AVVISO AL CLIENTE: UNA PAGINA PER CONTRATTO RIVISTO, RIGHE
      *  ETICHETTA + VALORE.
      *----------------------------------------------------------------
       FD  FILE-AVVISI
           LABEL RECORD IS OMITTED
           DATA RECORDS ARE RIGA-INT, RIGA-AVV.

       01  RIGA-INT.
           03 FILLER                    PIC X(05).
           03 TITOLO-INT                PIC X(40).
           03 CONTRATTO-INT             PIC 9(06).
           03 FILLER                    PIC X(29).

       01  RIGA-AVV.
           03 FILLER                    PIC X(05).
           03 ETICHETTA-AVV             PIC X(30).
           03 TESTO-AVV                 PIC X(45).

       WORKING-STORAGE SECTION.

       01  WS-FS-CONTRATTI                 PIC XX VALUE '00'.
       01  WS-FS-PARCELAS                  PIC XX VALUE '00'.
       01  WS-FS-INDICI                    PIC XX VALUE '00'.

       01  WS-FINE-CONTRATTI               PIC 9 VALUE ZERO.
           88 EOF-CONTRATTI                 VALUE 1.
       01  WS-FINE-PARCELAS                PIC 9 VALUE ZERO.
           88 EOF-PARCELAS                  VALUE 1.
       01  WS-FINE-INDICI                  PIC 9 VALUE ZERO.
           88 EOF-INDICI                    VALUE 1.
       01  WS-INDICE-TROVATO               PIC X VALUE 'N'.
           88 INDICE-TROVATO                VALUE 'S'.

       01  WS-DATA-REV                     PIC 9(8) VALUE ZEROES.

       01  WS-VALORE-INDICE                PIC S9(3)V999 VALUE ZERO.
       01  WS-TASSO-CALCOLATO              PIC S9(4)V999 VALUE ZERO.
       01  WS-NUOVA-TAXA                   PIC 9(3)V99 VALUE ZERO.
       01  WS-VECCHIA-TAXA                 PIC 9(3)V99 VALUE ZERO.

      *----------------------------------------------------------------
      *  PARCELAS DA RICALCOLARE: CAPITALE RESIDUO, NUMERO, PRIMA
      *  PARCELA CON LA SUA SCADENZA E LA SUA RATA PRIMA DELLA
      *  REVISIONE.
      *----------------------------------------------------------------
       01  WS-RESIDUO.
           03 WS-CAPITALE-RESIDUO          PIC 9(7)V99.
           03 WS-NUM-RATE                  PIC 99.
           03 WS-PRIMA-PARCELA             PIC 99.
           03 WS-PRIMA-SCADENZA            PIC 9(8).
           03 WS-PRIMA-SCADENZA-R REDEFINES WS-PRIMA-SCADENZA.
              05 WS-PRIMA-ANNO             PIC 9(4).
              05 WS-PRIMA-MESE             PIC 9(2).
              05 WS-PRIMA-GIORNO           PIC 9(2).
           03 WS-VECCHIA-RATA              PIC 9(5)V99.

      *----------------------------------------------------------------
      *  CAMPI DEL NUOVO AMMORTAMENTO (PRICE, COME FINANZIAMENTO).
      *----------------------------------------------------------------
       01  WS-VARIAVEIS.
           03 WS-IND                       PIC 99.
           03 WS-SALDO-RESIDUO             PIC 9(7)V99.
           03 WS-TAXA-MENSILE              PIC 9V9(6).
           03 WS-FATTORE                   PIC 9(6)V9(6).
           03 WS-VR-PARCELA-FIXA           PIC 9(6)V99.
           03 WS-NUOVA-RATA                PIC 9(6)V99.
           03 WS-JUROS-CORRENTI            PIC 9(5)V99.
           03 WS-CAPITAL-CORRENTE          PIC 9(5)V99.

       01  WS-CONTATORI.
           03 WS-CTR-LETTI                 PIC 9(5) VALUE ZERO.
           03 WS-CTR-INDICIZZATI           PIC 9(5) VALUE ZERO.
           03 WS-CTR-RIVISTI               PIC 9(5) VALUE ZERO.
           03 WS-CTR-INVARIATI             PIC 9(5) VALUE ZERO.
           03 WS-CTR-SENZA-INDICE          PIC 9(5) VALUE ZERO.
           03 WS-CTR-SENZA-RATE            PIC 9(5) VALUE ZERO.
           03 WS-CTR-PARCELAS              PIC 9(6) VALUE ZERO.

       01  WS-TASSO-ED                     PIC ZZ9.99.
       01  WS-INDICE-ED                    PIC -ZZ9.999.
       01  WS-SPREAD-ED                    PIC Z9.999.
       01  WS-IMPORTO-ED                   PIC $$,$$$,$$9.99.
       01  WS-DATA-ED.
           03 WS-GIORNO-ED                 PIC 99.
           03 FILLER                       PIC X VALUE '/'.
           03 WS-MESE-ED                   PIC 99.
           03 FILLER                       PIC X VALUE '/'.
           03 WS-ANNO-ED                   PIC 9(4).

           COPY PAR_DataCont.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'DATA DI REVISIONE (AAAAMMGG, 0 = OGGI): '.
           ACCEPT WS-DATA-REV.
           IF WS-DATA-REV = ZEROES
               MOVE 'D' TO DCP-FUNZIONE
               MOVE 'REVTASSI' TO DCP-PROGRAMMA
               CALL 'DATACONT' USING PARAMETRI-DATACONT
               MOVE DCP-DATA-CONTABILE TO WS-DATA-REV
           END-IF.
           OPEN I-O FILE-CONTRATTI.
           IF WS-FS-CONTRATTI NOT = '00'
               DISPLAY 'TESTATA CONTRATTI NON APRIBILE - FS='
                       WS-FS-CONTRATTI
               STOP RUN
           END-IF.
           OPEN I-O FILE-PARCELAS.
           IF WS-FS-PARCELAS NOT = '00'
               DISPLAY 'IMPOSSIBILE APRIRE FILE-PARCELAS - FS='
                       WS-FS-PARCELAS
               STOP RUN
           END-IF.
           OPEN INPUT FILE-INDICI.
           IF WS-FS-INDICI NOT = '00'
               DISPLAY 'TABELLA INDICI NON APRIBILE - FS='
                       WS-FS-INDICI
               STOP RUN
           END-IF.
           OPEN OUTPUT FILE-AVVISI.

           PERFORM LEGGI-CONTRATTO.
           PERFORM UNTIL EOF-CONTRATTI
               PERFORM RIVEDI-CONTRATTO THRU RIVEDI-CONTRATTO-EX
               PERFORM LEGGI-CONTRATTO
           END-PERFORM.

           CLOSE FILE-CONTRATTI FILE-PARCELAS FILE-INDICI
                 FILE-AVVISI.
           DISPLAY 'CONTRATTI LETTI:          ' WS-CTR-LETTI.
           DISPLAY 'CONTRATTI INDICIZZATI:    ' WS-CTR-INDICIZZATI.
           DISPLAY 'CONTRATTI RIVISTI:        ' WS-CTR-RIVISTI.
           DISPLAY 'TASSO INVARIATO:          ' WS-CTR-INVARIATI.
           DISPLAY 'INDICE SENZA VALORE:      ' WS-CTR-SENZA-INDICE.
           DISPLAY 'SENZA RATE DA RIVEDERE:   ' WS-CTR-SENZA-RATE.
           DISPLAY 'PARCELAS RICALCOLATE:     ' WS-CTR-PARCELAS.
           STOP RUN.

       LEGGI-CONTRATTO.
           READ FILE-CONTRATTI NEXT
               AT END MOVE 1 TO WS-FINE-CONTRATTI
               NOT AT END ADD 1 TO WS-CTR-LETTI
           END-READ.

      *----------------------------------------------------------------
      *  REVISIONE DI UN CONTRATTO: SOLO APERTI E INDICIZZATI; SE IL
      *  TASSO NON CAMBIA SI ANNOTA SOLO LA DATA DI REVISIONE.
      *----------------------------------------------------------------
       RIVEDI-CONTRATTO.
           IF NOT CONTRATTO-APERTO OR NOT TASSO-INDICIZZATO
               GO TO RIVEDI-CONTRATTO-EX.
           ADD 1 TO WS-CTR-INDICIZZATI.
           PERFORM CALCOLA-TASSO-INDICIZZATO
                   THRU CALCOLA-TASSO-INDICIZZATO-EX.
           IF NOT INDICE-TROVATO
               DISPLAY 'CONTRATTO ' CON-NUM-CONTRATTO ': INDICE '
                       CON-COD-INDICE ' SENZA VALORE ALLA DATA'
               ADD 1 TO WS-CTR-SENZA-INDICE
               GO TO RIVEDI-CONTRATTO-EX.
           IF WS-NUOVA-TAXA = CON-TAXA
               ADD 1 TO WS-CTR-INVARIATI
               MOVE WS-DATA-REV TO CON-DATA-REVISIONE
               PERFORM RISCRIVI-TESTATA
               GO TO RIVEDI-CONTRATTO-EX.
           PERFORM SOMMA-RESIDUO.
           IF WS-NUM-RATE = ZERO
               ADD 1 TO WS-CTR-SENZA-RATE
               GO TO RIVEDI-CONTRATTO-EX.
           MOVE CON-TAXA TO WS-VECCHIA-TAXA.
           PERFORM CALCOLA-NUOVA-RATA.
           PERFORM RICALCOLA-PARCELAS.
           MOVE WS-NUOVA-TAXA TO CON-TAXA.
           MOVE WS-DATA-REV   TO CON-DATA-REVISIONE.
           IF CON-VERSIONE < 99
               ADD 1 TO CON-VERSIONE
           END-IF.
           PERFORM RISCRIVI-TESTATA.
           PERFORM STAMPA-AVVISO.
           ADD 1 TO WS-CTR-RIVISTI.
       RIVEDI-CONTRATTO-EX.
           EXIT.

       RISCRIVI-TESTATA.
           REWRITE REC-CONTRATTO.
           IF WS-FS-CONTRATTI NOT = '00'
               DISPLAY 'ERRORE IN RISCRITTURA TESTATA '
                       CON-NUM-CONTRATTO ' - FS=' WS-FS-CONTRATTI
           END-IF.

      *----------------------------------------------------------------
      *  TASSO ALLA DATA DI REVISIONE: ULTIMO VALORE DELL'INDICE CON
      *  DECORRENZA NON SUCCESSIVA PIU' LO SPREAD, FRA MINIMO E
      *  MASSIMO (MASSIMO ZERO = SENZA TETTO) E MAI SOTTO ZERO.
      *----------------------------------------------------------------
       CALCOLA-TASSO-INDICIZZATO.
           MOVE 'N' TO WS-INDICE-TROVATO.
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
                      OR IDX-DATA > WS-DATA-REV
                       MOVE 1 TO WS-FINE-INDICI
                   ELSE
                       MOVE IDX-VALORE TO WS-VALORE-INDICE
                       MOVE 'S' TO WS-INDICE-TROVATO
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT INDICE-TROVATO
               GO TO CALCOLA-TASSO-INDICIZZATO-EX.
           COMPUTE WS-TASSO-CALCOLATO = WS-VALORE-INDICE + CON-SPREAD.
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

      *----------------------------------------------------------------
      *  UNA PARCELA SI RICALCOLA SE E' APERTA, SCADE DOPO LA DATA DI
      *  REVISIONE E NON HA INCASSI: PRIMO GIRO PER IL CAPITALE
      *  RESIDUO E IL NUMERO DI RATE.
      *----------------------------------------------------------------
       SOMMA-RESIDUO.
           INITIALIZE WS-RESIDUO.
           MOVE ZERO TO WS-FINE-PARCELAS.
           MOVE CON-NUM-CONTRATTO TO REC-NUM-CONTRATTO.
           MOVE ZEROES TO REC-NUM-PARCELA.
           START FILE-PARCELAS KEY IS GREATER THAN KEY-PARCELA
                 INVALID KEY MOVE 1 TO WS-FINE-PARCELAS.
           PERFORM UNTIL EOF-PARCELAS
               READ FILE-PARCELAS NEXT
                   AT END MOVE 1 TO WS-FINE-PARCELAS
               END-READ
               IF NOT EOF-PARCELAS
                   IF REC-NUM-CONTRATTO NOT = CON-NUM-CONTRATTO
                       MOVE 1 TO WS-FINE-PARCELAS
                   ELSE
                       IF PARCELA-APERTA
                          AND REC-DATA-SCAD-PARCELA > WS-DATA-REV
                          AND REC-IMP-PAGATO-PARCELA = ZERO
                           IF WS-NUM-RATE = ZERO
                               MOVE REC-NUM-PARCELA
                                    TO WS-PRIMA-PARCELA
                               MOVE REC-DATA-SCAD-PARCELA
                                    TO WS-PRIMA-SCADENZA
                               MOVE REC-VALOR-PARCELA
                                    TO WS-VECCHIA-RATA
                           END-IF
                           ADD 1 TO WS-NUM-RATE
                           ADD REC-CAPITAL-PARCELA
                               TO WS-CAPITALE-RESIDUO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       CALCOLA-NUOVA-RATA.
           COMPUTE WS-TAXA-MENSILE ROUNDED = WS-NUOVA-TAXA / 1200.
           IF WS-NUOVA-TAXA = ZEROES
               COMPUTE WS-VR-PARCELA-FIXA ROUNDED =
                       WS-CAPITALE-RESIDUO / WS-NUM-RATE
           ELSE
               COMPUTE WS-FATTORE ROUNDED =
                       (1 + WS-TAXA-MENSILE) ** WS-NUM-RATE
               COMPUTE WS-VR-PARCELA-FIXA ROUNDED =
                       WS-CAPITALE-RESIDUO * WS-TAXA-MENSILE
                       * WS-FATTORE / (WS-FATTORE - 1)
           END-IF.
           MOVE WS-VR-PARCELA-FIXA TO WS-NUOVA-RATA.

      *----------------------------------------------------------------
      *  SECONDO GIRO: STESSE PARCELAS, NUOVA RATA PRICE CON GLI
      *  INTERESSI SUL SALDO RESIDUO; L'ULTIMA CHIUDE IL SALDO.
      *----------------------------------------------------------------
       RICALCOLA-PARCELAS.
           MOVE WS-CAPITALE-RESIDUO TO WS-SALDO-RESIDUO.
           MOVE ZERO TO WS-IND WS-FINE-PARCELAS.
           MOVE CON-NUM-CONTRATTO TO REC-NUM-CONTRATTO.
           MOVE ZEROES TO REC-NUM-PARCELA.
           START FILE-PARCELAS KEY IS GREATER THAN KEY-PARCELA
                 INVALID KEY MOVE 1 TO WS-FINE-PARCELAS.
           PERFORM UNTIL EOF-PARCELAS
               READ FILE-PARCELAS NEXT
                   AT END MOVE 1 TO WS-FINE-PARCELAS
               END-READ
               IF NOT EOF-PARCELAS
                   IF REC-NUM-CONTRATTO NOT = CON-NUM-CONTRATTO
                       MOVE 1 TO WS-FINE-PARCELAS
                   ELSE
                       IF PARCELA-APERTA
                          AND REC-DATA-SCAD-PARCELA > WS-DATA-REV
                          AND REC-IMP-PAGATO-PARCELA = ZERO
                           PERFORM RICALCOLA-UNA-PARCELA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       RICALCOLA-UNA-PARCELA.
           ADD 1 TO WS-IND.
           COMPUTE WS-JUROS-CORRENTI ROUNDED =
                   WS-SALDO-RESIDUO * WS-TAXA-MENSILE.
           COMPUTE WS-CAPITAL-CORRENTE =
                   WS-NUOVA-RATA - WS-JUROS-CORRENTI.
           MOVE WS-NUOVA-RATA TO WS-VR-PARCELA-FIXA.
           IF WS-IND = WS-NUM-RATE
               MOVE WS-SALDO-RESIDUO TO WS-CAPITAL-CORRENTE
               COMPUTE WS-VR-PARCELA-FIXA =
                       WS-CAPITAL-CORRENTE + WS-JUROS-CORRENTI
           END-IF.
           SUBTRACT WS-CAPITAL-CORRENTE FROM WS-SALDO-RESIDUO.
           MOVE WS-VR-PARCELA-FIXA  TO REC-VALOR-PARCELA.
           MOVE WS-JUROS-CORRENTI   TO REC-JUROS-PARCELA.
           MOVE WS-CAPITAL-CORRENTE TO REC-CAPITAL-PARCELA.
           REWRITE REC-PARCELA.
           IF WS-FS-PARCELAS NOT = '00'
               DISPLAY 'ERRORE IN RISCRITTURA PARCELA '
                       REC-NUM-CONTRATTO '/' REC-NUM-PARCELA
                       ' - FS=' WS-FS-PARCELAS
           ELSE
               ADD 1 TO WS-CTR-PARCELAS
           END-IF.

      *----------------------------------------------------------------
      *  AVVISO DI REVISIONE AL CLIENTE: UNA PAGINA PER CONTRATTO.
      *----------------------------------------------------------------
       STAMPA-AVVISO.
           MOVE SPACES TO RIGA-INT.
           MOVE 'AVVISO DI REVISIONE DEL TASSO - CONTR. '
                TO TITOLO-INT.
           MOVE CON-NUM-CONTRATTO TO CONTRATTO-INT.
           WRITE RIGA-INT AFTER PAGE.

           MOVE SPACES TO RIGA-AVV.
           MOVE 'CLIENTE' TO ETICHETTA-AVV.
           STRING CON-COD-CLI ' ' CON-CLIENTE
                  DELIMITED BY SIZE INTO TESTO-AVV.
           WRITE RIGA-AVV AFTER 3 LINES.
           MOVE SPACES TO RIGA-AVV.
           MOVE 'OGGETTO FINANZIATO' TO ETICHETTA-AVV.
           MOVE CON-OBJETO TO TESTO-AVV.
           WRITE RIGA-AVV AFTER 1 LINES.
           MOVE WS-DATA-REV(7:2) TO WS-GIORNO-ED.
           MOVE WS-DATA-REV(5:2) TO WS-MESE-ED.
           MOVE WS-DATA-REV(1:4) TO WS-ANNO-ED.
           MOVE SPACES TO RIGA-AVV.
           MOVE 'DATA DI REVISIONE' TO ETICHETTA-AVV.
           MOVE WS-DATA-ED TO TESTO-AVV.
           WRITE RIGA-AVV AFTER 2 LINES.
           MOVE WS-VALORE-INDICE TO WS-INDICE-ED.
           MOVE CON-SPREAD TO WS-SPREAD-ED.
           MOVE SPACES TO RIGA-AVV.
           MOVE 'INDICE DI RIFERIMENTO' TO ETICHETTA-AVV.
           STRING CON-COD-INDICE ' ' WS-INDICE-ED ' + SPREAD '
                  WS-SPREAD-ED DELIMITED BY SIZE INTO TESTO-AVV.
           WRITE RIGA-AVV AFTER 1 LINES.
           MOVE WS-VECCHIA-TAXA TO WS-TASSO-ED.
           MOVE SPACES TO RIGA-AVV.
           MOVE 'TASSO ANNUO PRECEDENTE (%)' TO ETICHETTA-AVV.
           MOVE WS-TASSO-ED TO TESTO-AVV.
           WRITE RIGA-AVV AFTER 2 LINES.
           MOVE WS-NUOVA-TAXA TO WS-TASSO-ED.
           MOVE SPACES TO RIGA-AVV.
           MOVE 'NUOVO TASSO ANNUO (%)' TO ETICHETTA-AVV.
           MOVE WS-TASSO-ED TO TESTO-AVV.
           WRITE RIGA-AVV AFTER 1 LINES.
           MOVE WS-VECCHIA-RATA TO WS-IMPORTO-ED.
           MOVE SPACES TO RIGA-AVV.
           MOVE 'RATA PRECEDENTE' TO ETICHETTA-AVV.
           MOVE WS-IMPORTO-ED TO TESTO-AVV.
           WRITE RIGA-AVV AFTER 2 LINES.
           MOVE WS-NUOVA-RATA TO WS-IMPORTO-ED.
           MOVE SPACES TO RIGA-AVV.
           MOVE 'NUOVA RATA' TO ETICHETTA-AVV.
           MOVE WS-IMPORTO-ED TO TESTO-AVV.
           WRITE RIGA-AVV AFTER 1 LINES.
           MOVE WS-PRIMA-GIORNO TO WS-GIORNO-ED.
           MOVE WS-PRIMA-MESE   TO WS-MESE-ED.
           MOVE WS-PRIMA-ANNO   TO WS-ANNO-ED.
           MOVE SPACES TO RIGA-AVV.
           MOVE 'A PARTIRE DALLA PARCELA' TO ETICHETTA-AVV.
           STRING WS-PRIMA-PARCELA ' CON SCADENZA ' WS-DATA-ED
                  DELIMITED BY SIZE INTO TESTO-AVV.
           WRITE RIGA-AVV AFTER 2 LINES.
           MOVE SPACES TO RIGA-AVV.
           MOVE 'PARCELAS RICALCOLATE' TO ETICHETTA-AVV.
           MOVE WS-NUM-RATE TO TESTO-AVV.
           WRITE RIGA-AVV AFTER 1 LINES.
           MOVE WS-CAPITALE-RESIDUO TO WS-IMPORTO-ED.
           MOVE SPACES TO RIGA-AVV.
           MOVE 'CAPITALE RESIDUO' TO ETICHETTA-AVV.
           MOVE WS-IMPORTO-ED TO TESTO-AVV.
           WRITE RIGA-AVV AFTER 1 LINES.

       END PROGRAM REVTASSI.
