           LAVORA DA TASTIERA: CONTRATTO 0 PASSA ALLA RICERCA PER
           CLIENTE, COD-CLI 0 TERMINA.

      *----------------------------------------------------------------
      * MODIFICHE
      * 15-10-2026 MB  LA TESTATA MOSTRA IL TIPO TASSO; PER GLI
      *                INDICIZZATI ANCHE INDICE, SPREAD, MINIMO,
      *                MASSIMO E DATA DELL'ULTIMA REVISIONE.
      * 15-10-2026 MB  LA TESTATA MOSTRA ANCHE TAEG E SPESE, SE
      *                PRESENTI (CONTRATTI NATI DOPO IL TAEG).
      * 15-10-2026 MB  LA TESTATA MOSTRA LA CATEGORIA DI CREDITO PER
      *                LE SOGLIE D'USURA.
      * 15-10-2026 MB  DOPO LE PARCELAS SI VEDONO I GARANTI DEL
      *                CONTRATTO (FILE-GARANTI, GESTITI DA GESGARANTI).
      *----------------------------------------------------------------

       ENVIRONMENT  DIVISION.

       CONFIGURATION SECTION.
                                 RECORD KEY IS KEY-PARCELA
                                 FILE STATUS IS WS-FS-PARCELAS.

           SELECT OPTIONAL FILE-GARANTI ASSIGN TO DISK
                                 ACCESS IS DYNAMIC
                                 ORGANIZATION IS INDEXED
                                 RECORD KEY IS KEY-GARANTE
                                 FILE STATUS IS WS-FS-GARANTI.

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
      *  GARANTI DEI CONTRATTI: CHIAVE NUMERO CONTRATTO + PROGRESSIVO.
      *  SCADENZA ZERO = GARANZIA FINO AD ESTINZIONE DEL DEBITO.
      *  DATA E ARRETRATO DELL'ULTIMO AVVISO SONO AGGIORNATI DA
      *  FINSOLL (ZERO = MAI AVVISATO).
      *----------------------------------------------------------------
       FD  FILE-GARANTI
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REC-GARANTE.

       01  REC-GARANTE.
           03 KEY-GARANTE.
              05 GAR-NUM-CONTRATTO      PIC 9(06).
              05 GAR-PROGRESSIVO        PIC 99.
           03 GAR-NOMINATIVO            PIC X(30).
           03 GAR-INDIRIZZO             PIC X(30).
           03 GAR-CAP                   PIC 9(5).
           03 GAR-CITTA                 PIC X(25).
           03 GAR-PROVINCIA             PIC XX.
           03 GAR-COD-FISCALE           PIC X(16).
           03 GAR-IMPORTO               PIC 9(7)V99.
           03 GAR-SCADENZA              PIC 9(8).
           03 GAR-DATA-AVVISO           PIC 9(8).
           03 GAR-ARRETRATO-AVVISO      PIC 9(7)V99.
           03 FILLER                    PIC X(20).

       WORKING-STORAGE SECTION.

       01  WS-FS-CONTRATTI                 PIC XX VALUE '00'.
       01  WS-FS-PARCELAS                  PIC XX VALUE '00'.
       01  WS-FS-GARANTI                   PIC XX VALUE '00'.
       01  WS-GARANTI-APERTO               PIC X VALUE 'N'.
           88 GARANTI-APERTO                VALUE 'S'.

       01  WS-FINE-PARCELAS                PIC 9 VALUE ZERO.
           88 EOF-PARCELAS                  VALUE 1.
       01  WS-FINE-CONTRATTI               PIC 9 VALUE ZERO.
           88 EOF-CONTRATTI                 VALUE 1.
       01  WS-FINE-GARANTI                 PIC 9 VALUE ZERO.
           88 EOF-GARANTI                   VALUE 1.

       01  WS-NUM-CONTRATTO                PIC 9(6) VALUE ZEROES.
       01  WS-COD-CLI                      PIC 9(6) VALUE ZEROES.
                       WS-FS-PARCELAS
               STOP RUN
           END-IF.
           OPEN INPUT FILE-GARANTI.
           IF WS-FS-GARANTI = '00'
               MOVE 'S' TO WS-GARANTI-APERTO
           END-IF.

       CHIEDI-CONTRATTO.
           DISPLAY 'NUMERO CONTRATTO (0 = RICERCA PER CLIENTE): '.
               GO TO CHIEDI-CONTRATTO.
           PERFORM MOSTRA-TESTATA.
           PERFORM MOSTRA-PARCELAS.
           IF GARANTI-APERTO
               PERFORM MOSTRA-GARANTI
           END-IF.
           GO TO CHIEDI-CONTRATTO.

       CHIEDI-CLIENTE.
           DISPLAY 'ENTRATA:    ' WS-IMPORTO-ED.
           DISPLAY 'TASSO:      ' CON-TAXA
                   '  PARCELAS: ' CON-NUM-PARCELAS.
           IF TASSO-INDICIZZATO
               DISPLAY 'INDICIZZATO: ' CON-COD-INDICE
                       ' + SPREAD ' CON-SPREAD
                       '  MIN ' CON-TASSO-MIN
                       '  MAX ' CON-TASSO-MAX
               DISPLAY 'RIVISTO IL: ' CON-DATA-REVISIONE
           ELSE
               DISPLAY 'TASSO FISSO'
           END-IF.
           IF CON-TAEG NUMERIC
               DISPLAY 'TAEG:       ' CON-TAEG
                       '  SPESE ISTR. ' CON-SPESE-ISTRUTTORIA
                       '  INCASSO/RATA ' CON-SPESE-INCASSO
           END-IF.
           IF CATEGORIA-PERSONALE
               DISPLAY 'CATEGORIA:  PRESTITO PERSONALE'
           ELSE
               IF CATEGORIA-ALTRI
                   DISPLAY 'CATEGORIA:  ALTRI FINANZIAMENTI'
               ELSE
                   DISPLAY 'CATEGORIA:  CREDITO FINALIZZATO'
               END-IF
           END-IF.
           DISPLAY 'CREATO IL:  ' CON-DATA-CREAZIONE.

       MOSTRA-PARCELAS.
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      *  GARANTI DEL CONTRATTO CON IMPORTO, SCADENZA (0 = FINO AD
      *  ESTINZIONE) E DATA DELL'ULTIMO AVVISO DI FINSOLL.
      *----------------------------------------------------------------
       MOSTRA-GARANTI.
           MOVE ZERO TO WS-FINE-GARANTI.
           MOVE WS-NUM-CONTRATTO TO GAR-NUM-CONTRATTO.
           MOVE ZEROES TO GAR-PROGRESSIVO.
           START FILE-GARANTI KEY IS NOT LESS THAN KEY-GARANTE
                 INVALID KEY MOVE 1 TO WS-FINE-GARANTI.
           PERFORM UNTIL EOF-GARANTI
               READ FILE-GARANTI NEXT
                   AT END MOVE 1 TO WS-FINE-GARANTI
               END-READ
               IF NOT EOF-GARANTI
                   IF GAR-NUM-CONTRATTO NOT = WS-NUM-CONTRATTO
                       MOVE 1 TO WS-FINE-GARANTI
                   ELSE
                       MOVE GAR-IMPORTO TO WS-IMPORTO-ED
                       DISPLAY 'GARANTE ' GAR-PROGRESSIVO
                               ' ' GAR-NOMINATIVO
                               ' C.F. ' GAR-COD-FISCALE
                       DISPLAY '   GARANTISCE ' WS-IMPORTO-ED
                               ' SCADENZA ' GAR-SCADENZA
                               ' ULTIMO AVVISO ' GAR-DATA-AVVISO
                   END-IF
               END-IF
           END-PERFORM.

       FINE-LAVORO.
           CLOSE FILE-CONTRATTI FILE-PARCELAS.
           IF GARANTI-APERTO
               CLOSE FILE-GARANTI
           END-IF.
           STOP RUN.

       END PROGRAM INQCONTR.
