           CONTINEG. I CONTRATTI SENZA LEGAME AL CONTO FINISCONO IN
           ELENCO COME DA COLLEGARE (GESXREF).

      *----------------------------------------------------------------
      * MODIFICHE
      * 15-10-2026 MB  TESTATA CONTRATTI CON IL TIPO TASSO (FISSO O
      *                INDICIZZATO) IN CODA: SOLO TRACCIATO.
      * 15-10-2026 MB  TESTATA CONTRATTI CON TAEG, SPESE DI ISTRUTTORIA
      *                E SPESE DI INCASSO NEL FILLER: SOLO TRACCIATO.
      * 15-10-2026 MB  TESTATA CONTRATTI CON LA CATEGORIA DI CREDITO
      *                PER LE SOGLIE D'USURA NEL FILLER: SOLO TRACCIATO.
      * 15-10-2026 MB  AVVISO AI GARANTI (FILE-GARANTI, GESGARANTI):
      *                QUANDO L'ARRETRATO DEL CONTRATTO RAGGIUNGE LA
      *                SOGLIA CHIESTA ALL'AVVIO, A OGNI GARANTE CON
      *                GARANZIA IN VIGORE PARTE UNA LETTERA FORMALE
      *                (FILE-AVVISI). NON SI RIPETE FINCHE'
      *                L'ARRETRATO NON CRESCE RISPETTO ALL'ULTIMO
      *                AVVISO.
      * 15-10-2026 MB  LA DATA DI RIFERIMENTO A ZERO VALE LA DATA
      *                CONTABILE (ROUTINE DATACONT, AVANZATA SOLO DAL
      *                FINE GIORNATA FINEGG DI CATENA) E NON PIU' LA
      *                DATA DI SISTEMA; AVVISO A VIDEO SE IL PROGRAMMA
      *                PARTE IN UN GIORNO NON LAVORATIVO.
      *----------------------------------------------------------------

       ENVIRONMENT  DIVISION.

       CONFIGURATION SECTION.
                                 RECORD KEY IS NUMERO-CONTO-CLIENTE
                                 FILE STATUS IS WS-FS-CLIENTI.

           SELECT OPTIONAL FILE-GARANTI ASSIGN TO DISK
                                 ACCESS IS DYNAMIC
                                 ORGANIZATION IS INDEXED
                                 RECORD KEY IS KEY-GARANTE
                                 FILE STATUS IS WS-FS-GARANTI.

           SELECT FILE-STAMPA   ASSIGN TO PRINTER.

           SELECT FILE-AVVISI   ASSIGN TO PRINTER.

       DATA  DIVISION.

       FILE  SECTION.
           03 CON-DATA-CREAZIONE        PIC 9(8).
           03 CON-STATO                 PIC X.
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

       FD  XREFCLI
           LABEL RECORDS ARE STANDARD
                88 SOLLECITO-FINALE               VALUE '3'.
           02   CODICE-BLOCCO                        PICTURE X.

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

       FD  FILE-STAMPA
           LABEL RECORD IS OMITTED
           DATA RECORDS ARE RIGA-INT, RIGA-DET, RIGA-TOT.
           03 TOTALE-TOT                PIC $$,$$$,$$$.99.
           03 FILLER                    PIC X(24).

      *----------------------------------------------------------------
      *  LETTERA AL GARANTE: UNA PAGINA PER GARANTE.
      *----------------------------------------------------------------
       FD  FILE-AVVISI
           LABEL RECORD IS OMITTED
           DATA RECORD IS RIGA-AVV.

       01  RIGA-AVV.
           03 FILLER                    PIC X(05).
           03 TESTO-AVV                 PIC X(70).
           03 FILLER                    PIC X(05).

       WORKING-STORAGE SECTION.

       01  WS-FS-PARCELAS                  PIC XX VALUE '00'.
       01  WS-FS-CONTRATTI                 PIC XX VALUE '00'.
       01  WS-FS-XREFCLI                   PIC XX VALUE '00'.
       01  WS-FS-CLIENTI                   PIC XX VALUE '00'.
       01  WS-FS-GARANTI                   PIC XX VALUE '00'.
       01  WS-GARANTI-APERTO               PIC X VALUE 'N'.
           88 GARANTI-APERTO                VALUE 'S'.

       01  WS-FINE-PARCELAS                PIC 9 VALUE ZERO.
           88 EOF-PARCELAS                  VALUE 1.
       01  WS-FINE-XREF                    PIC 9 VALUE ZERO.
           88 EOF-XREF                      VALUE 1.
       01  WS-FINE-GARANTI                 PIC 9 VALUE ZERO.
           88 EOF-GARANTI                   VALUE 1.

       01  WS-DATA-RIF                     PIC 9(8) VALUE ZEROES.
       01  WS-DATA-RIF-R REDEFINES WS-DATA-RIF.
           03 WS-RIF-ANNO                  PIC 9(4).
           03 WS-RIF-MESE                  PIC 9(2).
           03 WS-RIF-GIORNO                PIC 9(2).
       01  WS-DATA-SCAD-COMP               PIC 9(8) VALUE ZEROES.

       01  WS-CONTRATTO-CORRENTE           PIC 9(6) VALUE ZEROES.
           03 WS-CTR-CONTRATTI             PIC 9(5) VALUE ZERO.
           03 WS-CTR-ESCALATI              PIC 9(5) VALUE ZERO.
           03 WS-CTR-SENZA-CONTO           PIC 9(5) VALUE ZERO.
           03 WS-CTR-AVVISI                PIC 9(5) VALUE ZERO.
           03 WS-CTR-GAR-SCADUTE           PIC 9(5) VALUE ZERO.

      *----------------------------------------------------------------
      *  AVVISO AI GARANTI: SOGLIA DI ARRETRATO (ZERO = NESSUN
      *  AVVISO) E CAMPI DI COMPOSIZIONE DELLA LETTERA.
      *----------------------------------------------------------------
       01  WS-SOGLIA-AVVISO                PIC 9(7)V99 VALUE ZERO.
       01  WS-TESTO                        PIC X(70) VALUE SPACES.
       01  WS-SALTO                        PIC 9 VALUE 1.
       01  WS-IMPORTO-ED                   PIC Z,ZZZ,ZZ9.99.
       01  WS-DATA-ED                      PIC X(10) VALUE SPACES.

           COPY PAR_DataCont.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'DATA DI RIFERIMENTO (AAAAMMGG, 0 = OGGI): '.
           ACCEPT WS-DATA-RIF.
           IF WS-DATA-RIF = ZEROES
               MOVE 'D' TO DCP-FUNZIONE
               MOVE 'FINSOLL' TO DCP-PROGRAMMA
               CALL 'DATACONT' USING PARAMETRI-DATACONT
               MOVE DCP-DATA-CONTABILE TO WS-DATA-RIF
           END-IF.
           DISPLAY 'ARRETRATO MINIMO PER L''AVVISO AI GARANTI '
                   '(0 = NESSUN AVVISO): '.
           ACCEPT WS-SOGLIA-AVVISO.
           MOVE SPACES TO WS-DATA-ED.
           STRING WS-RIF-GIORNO '-' WS-RIF-MESE '-' WS-RIF-ANNO
                  DELIMITED BY SIZE INTO WS-DATA-ED.
           OPEN INPUT FILE-PARCELAS.
           IF WS-FS-PARCELAS NOT = '00'
               DISPLAY 'IMPOSSIBILE APRIRE FILE-PARCELAS - FS='
                       WS-FS-CLIENTI
               STOP RUN
           END-IF.
           IF WS-SOGLIA-AVVISO > ZERO
               OPEN I-O FILE-GARANTI
               IF WS-FS-GARANTI = '00'
                   MOVE 'S' TO WS-GARANTI-APERTO
               ELSE
                   DISPLAY 'ARCHIVIO GARANTI ASSENTE - FS='
                           WS-FS-GARANTI ': NESSUN AVVISO'
               END-IF
           END-IF.
           OPEN OUTPUT FILE-STAMPA FILE-AVVISI.
           MOVE SPACES TO RIGA-INT.
           MOVE 'ARRETRATI FINANZIAMENTI PER LE WORKLIST AL '
                TO TITOLO-INT.
           WRITE RIGA-TOT AFTER 2 LINES.

           CLOSE FILE-PARCELAS FILE-CONTRATTI XREFCLI
                 FILE-CLIENTI FILE-STAMPA FILE-AVVISI.
           IF GARANTI-APERTO
               CLOSE FILE-GARANTI
           END-IF.
           DISPLAY 'CONTRATTI IN ARRETRATO: ' WS-CTR-CONTRATTI.
           DISPLAY 'SOLLECITI AGGIORNATI:   ' WS-CTR-ESCALATI.
           DISPLAY 'SENZA CONTO COLLEGATO:  ' WS-CTR-SENZA-CONTO.
           DISPLAY 'AVVISI AI GARANTI:      ' WS-CTR-AVVISI.
           DISPLAY 'GARANZIE SCADUTE:       ' WS-CTR-GAR-SCADUTE.
           STOP RUN.

       LEGGI-PARCELA.
               ADD 1 TO WS-CTR-SENZA-CONTO
               PERFORM STAMPA-RIGA
               GO TO LAVORA-CONTRATTO-FINE.
           IF GARANTI-APERTO
              AND WS-ARRETRATO-CONTRATTO NOT < WS-SOGLIA-AVVISO
               PERFORM AVVISA-GARANTI
           END-IF.
           PERFORM CERCA-CONTO-COLLEGATO.
           IF NOT CONTO-TROVATO
               MOVE CON-CLIENTE TO NOME-DET
       STAMPA-RIGA.
           WRITE RIGA-DET AFTER 1 LINES.

      *----------------------------------------------------------------
      *  ARRETRATO OLTRE SOGLIA: SCORRE I GARANTI DEL CONTRATTO.
      *----------------------------------------------------------------
       AVVISA-GARANTI.
           MOVE ZERO TO WS-FINE-GARANTI.
           MOVE WS-CONTRATTO-CORRENTE TO GAR-NUM-CONTRATTO.
           MOVE ZEROES TO GAR-PROGRESSIVO.
           START FILE-GARANTI KEY IS NOT LESS THAN KEY-GARANTE
                 INVALID KEY MOVE 1 TO WS-FINE-GARANTI.
           PERFORM UNTIL EOF-GARANTI
               READ FILE-GARANTI NEXT
                   AT END MOVE 1 TO WS-FINE-GARANTI
               END-READ
               IF NOT EOF-GARANTI
                   IF GAR-NUM-CONTRATTO NOT = WS-CONTRATTO-CORRENTE
                       MOVE 1 TO WS-FINE-GARANTI
                   ELSE
                       PERFORM AVVISA-GARANTE THRU AVVISA-GARANTE-EX
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      *  GARANZIA SCADUTA: NESSUN AVVISO (LA ELENCA GARSCAD). GIA'
      *  AVVISATO: NUOVO AVVISO SOLO SE L'ARRETRATO E' CRESCIUTO.
      *  DOPO LA LETTERA SI REGISTRANO DATA E ARRETRATO AVVISATO.
      *----------------------------------------------------------------
       AVVISA-GARANTE.
           IF GAR-SCADENZA NOT = ZEROES
              AND GAR-SCADENZA < WS-DATA-RIF
               ADD 1 TO WS-CTR-GAR-SCADUTE
               GO TO AVVISA-GARANTE-EX.
           IF GAR-DATA-AVVISO NOT = ZEROES
              AND WS-ARRETRATO-CONTRATTO NOT > GAR-ARRETRATO-AVVISO
               GO TO AVVISA-GARANTE-EX.
           PERFORM STAMPA-AVVISO.
           MOVE WS-DATA-RIF TO GAR-DATA-AVVISO.
           MOVE WS-ARRETRATO-CONTRATTO TO GAR-ARRETRATO-AVVISO.
           REWRITE REC-GARANTE.
           IF WS-FS-GARANTI NOT = '00'
               DISPLAY 'ERRORE IN RISCRITTURA FILE-GARANTI - FS='
                       WS-FS-GARANTI
           END-IF.
           ADD 1 TO WS-CTR-AVVISI.
       AVVISA-GARANTE-EX.
           EXIT.

       STAMPA-AVVISO.
           MOVE SPACES TO RIGA-AVV.
           WRITE RIGA-AVV AFTER PAGE.
           MOVE GAR-NOMINATIVO TO WS-TESTO.
           MOVE 6 TO WS-SALTO.
           PERFORM SCRIVI-RIGA-AVV.
           MOVE GAR-INDIRIZZO TO WS-TESTO.
           MOVE 1 TO WS-SALTO.
           PERFORM SCRIVI-RIGA-AVV.
           STRING GAR-CAP ' ' GAR-CITTA ' (' GAR-PROVINCIA ')'
                  DELIMITED BY SIZE INTO WS-TESTO.
           PERFORM SCRIVI-RIGA-AVV.
           STRING 'C.F. ' GAR-COD-FISCALE
                  DELIMITED BY SIZE INTO WS-TESTO.
           PERFORM SCRIVI-RIGA-AVV.
           STRING 'LI, ' WS-DATA-ED
                  DELIMITED BY SIZE INTO WS-TESTO.
           MOVE 3 TO WS-SALTO.
           PERFORM SCRIVI-RIGA-AVV.
           STRING 'OGGETTO: AVVISO AL GARANTE - CONTRATTO DI '
                  'FINANZIAMENTO N. ' WS-CONTRATTO-CORRENTE
                  DELIMITED BY SIZE INTO WS-TESTO.
           MOVE 2 TO WS-SALTO.
           PERFORM SCRIVI-RIGA-AVV.
           STRING 'CON IL CONTRATTO IN OGGETTO, INTESTATO A '
                  CON-CLIENTE ','
                  DELIMITED BY SIZE INTO WS-TESTO.
           PERFORM SCRIVI-RIGA-AVV.
           MOVE GAR-IMPORTO TO WS-IMPORTO-ED.
           STRING 'LEI SI E'' COSTITUITO GARANTE FINO ALL''IMPORTO '
                  'DI EURO ' WS-IMPORTO-ED '.'
                  DELIMITED BY SIZE INTO WS-TESTO.
           MOVE 1 TO WS-SALTO.
           PERFORM SCRIVI-RIGA-AVV.
           STRING 'ALLA DATA DEL ' WS-DATA-ED ' IL DEBITORE '
                  'RISULTA INADEMPIENTE PER'
                  DELIMITED BY SIZE INTO WS-TESTO.
           PERFORM SCRIVI-RIGA-AVV.
           MOVE WS-ARRETRATO-CONTRATTO TO WS-IMPORTO-ED.
           STRING 'RATE SCADUTE E NON PAGATE, PENALI COMPRESE, PER '
                  'EURO ' WS-IMPORTO-ED '.'
                  DELIMITED BY SIZE INTO WS-TESTO.
           PERFORM SCRIVI-RIGA-AVV.
           MOVE 'LA INVITIAMO A PRENDERE CONTATTO CON I NOSTRI UFFICI'
                TO WS-TESTO.
           MOVE 2 TO WS-SALTO.
           PERFORM SCRIVI-RIGA-AVV.
           MOVE 'ENTRO QUINDICI GIORNI DAL RICEVIMENTO DELLA PRESENTE;'
                TO WS-TESTO.
           MOVE 1 TO WS-SALTO.
           PERFORM SCRIVI-RIGA-AVV.
           MOVE 'IN MANCANZA CI RISERVIAMO DI RIVALERCI NEI SUOI'
                TO WS-TESTO.
           PERFORM SCRIVI-RIGA-AVV.
           MOVE 'CONFRONTI NEI LIMITI DELLA GARANZIA PRESTATA.'
                TO WS-TESTO.
           PERFORM SCRIVI-RIGA-AVV.
           MOVE 'DISTINTI SALUTI.' TO WS-TESTO.
           MOVE 3 TO WS-SALTO.
           PERFORM SCRIVI-RIGA-AVV.

       SCRIVI-RIGA-AVV.
           MOVE SPACES TO RIGA-AVV.
           MOVE WS-TESTO TO TESTO-AVV.
           WRITE RIGA-AVV AFTER WS-SALTO LINES.
           MOVE SPACES TO WS-TESTO.

       END PROGRAM FINSOLL.
