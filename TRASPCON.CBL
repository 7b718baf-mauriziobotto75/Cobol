       IDENTIFICATION DIVISION.

       PROGRAM-ID.
           TRASPCON.

       AUTHOR.
           BOTTO.

       DATE-WRITTEN.
           15-10-2026.

       REMARKS.

           COMUNICAZIONE ANNUALE DI TRASPARENZA PER OGNI CONTRATTO DI
           FINANZIAMENTO APERTO: UNA PAGINA PER CONTRATTO CON LE
           CONDIZIONI IN VIGORE (TASSO, TIPO TASSO, TAEG E SPESE DI
           TESTATA) E IL MOVIMENTO DELL'ANNO RICHIESTO, LETTO DALLE
           PARCELAS: INCASSATO NELL'ANNO, QUOTA INTERESSI E QUOTA
           CAPITALE DELLE RATE SALDATE NELL'ANNO, PENALI DI MORA
           INCASSATE, RATE SCADUTE E NON PAGATE A FINE ANNO, RATE
           ANCORA APERTE E CAPITALE RESIDUO. I CONTRATTI NATI PRIMA
           DEL TAEG (CAMPI A SPAZI IN TESTATA) RIPORTANO TAEG NON
           DISPONIBILE.

      *----------------------------------------------------------------
      * MODIFICHE
      * 15-10-2026 MB  TESTATA CONTRATTI CON LA CATEGORIA DI CREDITO
      *                PER LE SOGLIE D'USURA NEL FILLER: SOLO TRACCIATO.
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

           SELECT FILE-ESTRATTI ASSIGN TO PRINTER.

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
      *    PENALE DI MORA: MATURATA DAL BATCH PENAPARC (MULTA FISSA
      *    PIU' INTERESSE GIORNALIERO SUL VALORE DELLA RATA SCADUTA)
      *    E QUOTA GIA' INCASSATA (PAGPARC INCASSA PRIMA LA PENALE).
           03 REC-PENALE-MATURATA       PIC 9(05)V99.
           03 REC-PENALE-INCASSATA      PIC 9(05)V99.

      *----------------------------------------------------------------
      *  COMUNICAZIONE: UNA PAGINA PER CONTRATTO, RIGHE ETICHETTA +
      *  VALORE.
      *----------------------------------------------------------------
       FD  FILE-ESTRATTI
           LABEL RECORD IS OMITTED
           DATA RECORDS ARE RIGA-INT, RIGA-EST.

       01  RIGA-INT.
           03 FILLER                    PIC X(05).
           03 TITOLO-INT                PIC X(45).
           03 ANNO-INT                  PIC 9(4).
           03 FILLER                    PIC X(26).

       01  RIGA-EST.
           03 FILLER                    PIC X(05).
           03 ETICHETTA-EST             PIC X(40).
           03 TESTO-EST                 PIC X(35).

       WORKING-STORAGE SECTION.

       01  WS-FS-CONTRATTI                 PIC XX VALUE '00'.
       01  WS-FS-PARCELAS                  PIC XX VALUE '00'.

       01  WS-FINE-CONTRATTI               PIC 9 VALUE ZERO.
           88 EOF-CONTRATTI                 VALUE 1.
       01  WS-FINE-PARCELAS                PIC 9 VALUE ZERO.
           88 EOF-PARCELAS                  VALUE 1.

       01  WS-ANNO                         PIC 9(4) VALUE ZERO.
       01  WS-OGGI                         PIC 9(8) VALUE ZEROES.
       01  WS-OGGI-R REDEFINES WS-OGGI.
           03 WS-OGGI-ANNO                 PIC 9(4).
           03 FILLER                       PIC 9(4).
       01  WS-INIZIO-ANNO                  PIC 9(8) VALUE ZEROES.
       01  WS-FINE-ANNO                    PIC 9(8) VALUE ZEROES.

      *----------------------------------------------------------------
      *  MOVIMENTO DELL'ANNO E SITUAZIONE A FINE ANNO DEL CONTRATTO.
      *----------------------------------------------------------------
       01  WS-TOTALI-CONTRATTO.
           03 WS-INCASSATO-ANNO            PIC 9(7)V99.
           03 WS-INTERESSI-ANNO            PIC 9(7)V99.
           03 WS-CAPITALE-ANNO             PIC 9(7)V99.
           03 WS-PENALI-ANNO               PIC 9(7)V99.
           03 WS-RATE-SALDATE-ANNO         PIC 9(3).
           03 WS-RATE-SCADUTE              PIC 9(3).
           03 WS-IMPORTO-SCADUTO           PIC 9(7)V99.
           03 WS-RATE-APERTE               PIC 9(3).
           03 WS-CAPITALE-RESIDUO          PIC 9(7)V99.

       01  WS-CONTATORI.
           03 WS-CTR-LETTI                 PIC 9(5) VALUE ZERO.
           03 WS-CTR-STAMPATI              PIC 9(5) VALUE ZERO.

       01  WS-ETICHETTA                    PIC X(40).
       01  WS-TESTO                        PIC X(35).
       01  WS-SALTO                        PIC 9.
       01  WS-IMPORTO-ED                   PIC $$,$$$,$$9.99.
       01  WS-PERC-ED                      PIC ZZ9.99.
       01  WS-SPREAD-ED                    PIC Z9.999.
       01  WS-NUM-ED                       PIC ZZ9.

           COPY PAR_DataCont.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'ANNO DELLA COMUNICAZIONE (0 = ANNO PRECEDENTE): '.
           ACCEPT WS-ANNO.
           IF WS-ANNO = ZERO
               MOVE 'D' TO DCP-FUNZIONE
               MOVE 'TRASPCON' TO DCP-PROGRAMMA
               CALL 'DATACONT' USING PARAMETRI-DATACONT
               MOVE DCP-DATA-CONTABILE TO WS-OGGI
               COMPUTE WS-ANNO = WS-OGGI-ANNO - 1
           END-IF.
           COMPUTE WS-INIZIO-ANNO = WS-ANNO * 10000 + 101.
           COMPUTE WS-FINE-ANNO = WS-ANNO * 10000 + 1231.
           OPEN INPUT FILE-CONTRATTI.
           IF WS-FS-CONTRATTI NOT = '00'
               DISPLAY 'TESTATA CONTRATTI NON APRIBILE - FS='
                       WS-FS-CONTRATTI
               STOP RUN
           END-IF.
           OPEN INPUT FILE-PARCELAS.
           IF WS-FS-PARCELAS NOT = '00'
               DISPLAY 'IMPOSSIBILE APRIRE FILE-PARCELAS - FS='
                       WS-FS-PARCELAS
               STOP RUN
           END-IF.
           OPEN OUTPUT FILE-ESTRATTI.

           PERFORM LEGGI-CONTRATTO.
           PERFORM UNTIL EOF-CONTRATTI
               IF CONTRATTO-APERTO
                   PERFORM TOTALIZZA-PARCELAS
                   PERFORM STAMPA-COMUNICAZIONE
                   ADD 1 TO WS-CTR-STAMPATI
               END-IF
               PERFORM LEGGI-CONTRATTO
           END-PERFORM.

           CLOSE FILE-CONTRATTI FILE-PARCELAS FILE-ESTRATTI.
           DISPLAY 'CONTRATTI LETTI:        ' WS-CTR-LETTI.
           DISPLAY 'COMUNICAZIONI STAMPATE: ' WS-CTR-STAMPATI.
           STOP RUN.

       LEGGI-CONTRATTO.
           READ FILE-CONTRATTI NEXT
               AT END MOVE 1 TO WS-FINE-CONTRATTI
               NOT AT END ADD 1 TO WS-CTR-LETTI
           END-READ.

      *----------------------------------------------------------------
      *  GIRO SULLE PARCELAS DEL CONTRATTO: INCASSI CON DATA
      *  NELL'ANNO, RATE SALDATE NELL'ANNO (QUOTA INTERESSI E
      *  CAPITALE), RATE APERTE E QUELLE GIA' SCADUTE A FINE ANNO.
      *----------------------------------------------------------------
       TOTALIZZA-PARCELAS.
           INITIALIZE WS-TOTALI-CONTRATTO.
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
                       PERFORM CUMULA-PARCELA
                   END-IF
               END-IF
           END-PERFORM.

       CUMULA-PARCELA.
           IF REC-DATA-PAG-PARCELA NOT < WS-INIZIO-ANNO
              AND REC-DATA-PAG-PARCELA NOT > WS-FINE-ANNO
               ADD REC-IMP-PAGATO-PARCELA TO WS-INCASSATO-ANNO
               ADD REC-PENALE-INCASSATA   TO WS-PENALI-ANNO
               IF PARCELA-PAGATA
                   ADD REC-JUROS-PARCELA   TO WS-INTERESSI-ANNO
                   ADD REC-CAPITAL-PARCELA TO WS-CAPITALE-ANNO
                   ADD 1 TO WS-RATE-SALDATE-ANNO
               END-IF
           END-IF.
           IF PARCELA-APERTA
               ADD 1 TO WS-RATE-APERTE
               ADD REC-CAPITAL-PARCELA TO WS-CAPITALE-RESIDUO
               IF REC-DATA-SCAD-PARCELA NOT > WS-FINE-ANNO
                   ADD 1 TO WS-RATE-SCADUTE
                   COMPUTE WS-IMPORTO-SCADUTO = WS-IMPORTO-SCADUTO
                         + REC-VALOR-PARCELA - REC-IMP-PAGATO-PARCELA
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  UNA PAGINA PER CONTRATTO: CONDIZIONI IN VIGORE E MOVIMENTO
      *  DELL'ANNO.
      *----------------------------------------------------------------
       STAMPA-COMUNICAZIONE.
           MOVE SPACES TO RIGA-INT.
           MOVE 'COMUNICAZIONE ANNUALE DI TRASPARENZA - ANNO '
                TO TITOLO-INT.
           MOVE WS-ANNO TO ANNO-INT.
           WRITE RIGA-INT AFTER PAGE.
           MOVE 'CONTRATTO NUMERO' TO WS-ETICHETTA.
           MOVE CON-NUM-CONTRATTO TO WS-TESTO.
           MOVE 3 TO WS-SALTO.
           PERFORM SCRIVI-RIGA-EST.
           MOVE 'CLIENTE' TO WS-ETICHETTA.
           MOVE SPACES TO WS-TESTO.
           STRING CON-COD-CLI ' ' CON-CLIENTE
                  DELIMITED BY SIZE INTO WS-TESTO.
           MOVE 1 TO WS-SALTO.
           PERFORM SCRIVI-RIGA-EST.
           MOVE 'OGGETTO FINANZIATO' TO WS-ETICHETTA.
           MOVE CON-OBJETO TO WS-TESTO.
           PERFORM SCRIVI-RIGA-EST.

           MOVE 'TASSO ANNUO NOMINALE IN VIGORE %' TO WS-ETICHETTA.
           MOVE CON-TAXA TO WS-PERC-ED.
           MOVE WS-PERC-ED TO WS-TESTO.
           MOVE 2 TO WS-SALTO.
           PERFORM SCRIVI-RIGA-EST.
           MOVE 'TIPO DI TASSO' TO WS-ETICHETTA.
           MOVE SPACES TO WS-TESTO.
           IF TASSO-INDICIZZATO
               MOVE CON-SPREAD TO WS-SPREAD-ED
               STRING 'INDICIZZATO ' CON-COD-INDICE ' + '
                      WS-SPREAD-ED DELIMITED BY SIZE INTO WS-TESTO
           ELSE
               MOVE 'FISSO' TO WS-TESTO
           END-IF.
           MOVE 1 TO WS-SALTO.
           PERFORM SCRIVI-RIGA-EST.
           MOVE 'TAEG DEL CONTRATTO %' TO WS-ETICHETTA.
           IF CON-TAEG NUMERIC
               MOVE CON-TAEG TO WS-PERC-ED
               MOVE WS-PERC-ED TO WS-TESTO
           ELSE
               MOVE 'NON DISPONIBILE' TO WS-TESTO
           END-IF.
           PERFORM SCRIVI-RIGA-EST.
           IF CON-SPESE-INCASSO NUMERIC
               MOVE 'SPESE DI INCASSO PER RATA' TO WS-ETICHETTA
               MOVE CON-SPESE-INCASSO TO WS-IMPORTO-ED
               MOVE WS-IMPORTO-ED TO WS-TESTO
               PERFORM SCRIVI-RIGA-EST
           END-IF.

           MOVE 'IMPORTO INCASSATO NELL''ANNO' TO WS-ETICHETTA.
           MOVE WS-INCASSATO-ANNO TO WS-IMPORTO-ED.
           MOVE WS-IMPORTO-ED TO WS-TESTO.
           MOVE 2 TO WS-SALTO.
           PERFORM SCRIVI-RIGA-EST.
           MOVE 'RATE SALDATE NELL''ANNO' TO WS-ETICHETTA.
           MOVE WS-RATE-SALDATE-ANNO TO WS-NUM-ED.
           MOVE WS-NUM-ED TO WS-TESTO.
           MOVE 1 TO WS-SALTO.
           PERFORM SCRIVI-RIGA-EST.
           MOVE '  DI CUI QUOTA INTERESSI' TO WS-ETICHETTA.
           MOVE WS-INTERESSI-ANNO TO WS-IMPORTO-ED.
           MOVE WS-IMPORTO-ED TO WS-TESTO.
           PERFORM SCRIVI-RIGA-EST.
           MOVE '  DI CUI QUOTA CAPITALE' TO WS-ETICHETTA.
           MOVE WS-CAPITALE-ANNO TO WS-IMPORTO-ED.
           MOVE WS-IMPORTO-ED TO WS-TESTO.
           PERFORM SCRIVI-RIGA-EST.
           MOVE 'PENALI DI MORA INCASSATE' TO WS-ETICHETTA.
           MOVE WS-PENALI-ANNO TO WS-IMPORTO-ED.
           MOVE WS-IMPORTO-ED TO WS-TESTO.
           PERFORM SCRIVI-RIGA-EST.

           MOVE 'RATE SCADUTE E NON PAGATE A FINE ANNO' TO WS-ETICHETTA.
           MOVE WS-RATE-SCADUTE TO WS-NUM-ED.
           MOVE WS-NUM-ED TO WS-TESTO.
           MOVE 2 TO WS-SALTO.
           PERFORM SCRIVI-RIGA-EST.
           MOVE '  IMPORTO SCADUTO' TO WS-ETICHETTA.
           MOVE WS-IMPORTO-SCADUTO TO WS-IMPORTO-ED.
           MOVE WS-IMPORTO-ED TO WS-TESTO.
           MOVE 1 TO WS-SALTO.
           PERFORM SCRIVI-RIGA-EST.
           MOVE 'RATE ANCORA APERTE' TO WS-ETICHETTA.
           MOVE WS-RATE-APERTE TO WS-NUM-ED.
           MOVE WS-NUM-ED TO WS-TESTO.
           PERFORM SCRIVI-RIGA-EST.
           MOVE 'CAPITALE RESIDUO' TO WS-ETICHETTA.
           MOVE WS-CAPITALE-RESIDUO TO WS-IMPORTO-ED.
           MOVE WS-IMPORTO-ED TO WS-TESTO.
           PERFORM SCRIVI-RIGA-EST.

       SCRIVI-RIGA-EST.
           MOVE SPACES TO RIGA-EST.
           MOVE WS-ETICHETTA TO ETICHETTA-EST.
           MOVE WS-TESTO     TO TESTO-EST.
           WRITE RIGA-EST AFTER WS-SALTO LINES.

       END PROGRAM TRASPCON.
