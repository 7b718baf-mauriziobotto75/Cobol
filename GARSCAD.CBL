       IDENTIFICATION DIVISION.

       PROGRAM-ID.
           GARSCAD.

       AUTHOR.
           BOTTO.

       DATE-WRITTEN.
           15-10-2026.

       REMARKS.

           GARANZIE SCADUTE SU CONTRATTI DI FINANZIAMENTO ANCORA
           APERTI: SCORRE FILE-GARANTI (GESGARANTI) E PER OGNI
           GARANTE CON SCADENZA ANTERIORE ALLA DATA DI RIFERIMENTO
           RILEGGE LA TESTATA DEL CONTRATTO; SE IL CONTRATTO E' ANCORA
           APERTO STAMPA GARANTE, IMPORTO GARANTITO, SCADENZA E DEBITO
           RESIDUO (RATE APERTE, PENALI SCOPERTE COMPRESE), PERCHE'
           L'UFFICIO FIDI CHIEDA IL RINNOVO O UNA NUOVA GARANZIA. IN
           CODA I TOTALI. LE GARANZIE SENZA SCADENZA (ZERO) VALGONO
           FINO AD ESTINZIONE E NON SONO MAI ELENCATE.

       ENVIRONMENT  DIVISION.

       CONFIGURATION SECTION.

       SOURCE-COMPUTER.
           PC-HP.
       OBJECT-COMPUTER.
           PC-HP.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.

           SELECT FILE-GARANTI  ASSIGN TO DISK
                                 ACCESS IS SEQUENTIAL
                                 ORGANIZATION IS INDEXED
                                 RECORD KEY IS KEY-GARANTE
                                 FILE STATUS IS WS-FS-GARANTI.

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

           SELECT FILE-STAMPA   ASSIGN TO PRINTER.

       DATA  DIVISION.

       FILE  SECTION.

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

       FD  FILE-STAMPA
           LABEL RECORD IS OMITTED
           DATA RECORDS ARE RIGA-INT, RIGA-DET, RIGA-TOT.

       01  RIGA-INT.
           03 FILLER                    PIC X(05).
           03 TITOLO-INT                PIC X(50).
           03 DATA-RIF-INT              PIC 9(8).
           03 FILLER                    PIC X(17).

       01  RIGA-DET.
           03 FILLER                    PIC X(01).
           03 CONTRATTO-DET             PIC 9(06).
           03 FILLER                    PIC X(01).
           03 CLIENTE-DET               PIC X(16).
           03 FILLER                    PIC X(01).
           03 GARANTE-DET               PIC X(20).
           03 FILLER                    PIC X(01).
           03 GARANTITO-DET             PIC $$$$,$$9.99.
           03 FILLER                    PIC X(01).
           03 SCADENZA-DET              PIC 9(8).
           03 FILLER                    PIC X(01).
           03 RESIDUO-DET               PIC $$$$,$$9.99.
           03 FILLER                    PIC X(02).

       01  RIGA-TOT.
           03 FILLER                    PIC X(05).
           03 ETICHETTA-TOT             PIC X(30).
           03 NUMERO-TOT                PIC ZZZZ9.
           03 FILLER                    PIC X(02).
           03 TOTALE-TOT                PIC $$,$$$,$$9.99.
           03 FILLER                    PIC X(25).

       WORKING-STORAGE SECTION.

       01  WS-FS-GARANTI                   PIC XX VALUE '00'.
       01  WS-FS-CONTRATTI                 PIC XX VALUE '00'.
       01  WS-FS-PARCELAS                  PIC XX VALUE '00'.

       01  WS-FINE-GARANTI                 PIC 9 VALUE ZERO.
           88 EOF-GARANTI                   VALUE 1.
       01  WS-FINE-PARCELAS                PIC 9 VALUE ZERO.
           88 EOF-PARCELAS                  VALUE 1.

       01  WS-DATA-RIF                     PIC 9(8) VALUE ZEROES.
       01  WS-RESIDUO                      PIC 9(7)V99 VALUE ZERO.

       01  WS-CONTATORI.
           03 WS-CTR-LETTI                 PIC 9(5) VALUE ZERO.
           03 WS-CTR-SCADUTE               PIC 9(5) VALUE ZERO.
           03 WS-TOT-GARANTITO             PIC 9(8)V99 VALUE ZERO.
           03 WS-TOT-RESIDUO               PIC 9(8)V99 VALUE ZERO.

           COPY PAR_DataCont.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'DATA DI RIFERIMENTO (AAAAMMGG, 0 = OGGI): '.
           ACCEPT WS-DATA-RIF.
           IF WS-DATA-RIF = ZEROES
               MOVE 'D' TO DCP-FUNZIONE
               MOVE 'GARSCAD' TO DCP-PROGRAMMA
               CALL 'DATACONT' USING PARAMETRI-DATACONT
               MOVE DCP-DATA-CONTABILE TO WS-DATA-RIF
           END-IF.
           OPEN INPUT FILE-GARANTI.
           IF WS-FS-GARANTI NOT = '00'
               DISPLAY 'ARCHIVIO GARANTI NON APRIBILE - FS='
                       WS-FS-GARANTI
               STOP RUN
           END-IF.
           OPEN INPUT FILE-CONTRATTI.
           IF WS-FS-CONTRATTI NOT = '00'
               DISPLAY 'TESTATA CONTRATTI NON APRIBILE - FS='
                       WS-FS-CONTRATTI
               CLOSE FILE-GARANTI
               STOP RUN
           END-IF.
           OPEN INPUT FILE-PARCELAS.
           IF WS-FS-PARCELAS NOT = '00'
               DISPLAY 'IMPOSSIBILE APRIRE FILE-PARCELAS - FS='
                       WS-FS-PARCELAS
               CLOSE FILE-GARANTI FILE-CONTRATTI
               STOP RUN
           END-IF.
           OPEN OUTPUT FILE-STAMPA.
           MOVE SPACES TO RIGA-INT.
           MOVE 'GARANZIE SCADUTE SU CONTRATTI APERTI ALLA DATA '
                TO TITOLO-INT.
           MOVE WS-DATA-RIF TO DATA-RIF-INT.
           WRITE RIGA-INT AFTER PAGE.

           PERFORM LEGGI-GARANTE.
           PERFORM UNTIL EOF-GARANTI
               IF GAR-SCADENZA NOT = ZEROES
                  AND GAR-SCADENZA < WS-DATA-RIF
                   PERFORM ESAMINA-GARANTE THRU ESAMINA-GARANTE-EX
               END-IF
               PERFORM LEGGI-GARANTE
           END-PERFORM.

           MOVE SPACES TO RIGA-TOT.
           MOVE 'GARANZIE SCADUTE, GARANTITO' TO ETICHETTA-TOT.
           MOVE WS-CTR-SCADUTE TO NUMERO-TOT.
           MOVE WS-TOT-GARANTITO TO TOTALE-TOT.
           WRITE RIGA-TOT AFTER 3 LINES.
           MOVE SPACES TO RIGA-TOT.
           MOVE 'DEBITO RESIDUO SCOPERTO' TO ETICHETTA-TOT.
           MOVE WS-TOT-RESIDUO TO TOTALE-TOT.
           WRITE RIGA-TOT AFTER 1 LINES.

           CLOSE FILE-GARANTI FILE-CONTRATTI FILE-PARCELAS
                 FILE-STAMPA.
           DISPLAY 'GARANTI LETTI:         ' WS-CTR-LETTI.
           DISPLAY 'GARANZIE SCADUTE:      ' WS-CTR-SCADUTE.
           STOP RUN.

       LEGGI-GARANTE.
           READ FILE-GARANTI NEXT
               AT END MOVE 1 TO WS-FINE-GARANTI
               NOT AT END ADD 1 TO WS-CTR-LETTI
           END-READ.

      *----------------------------------------------------------------
      *  GARANZIA SCADUTA: SI STAMPA SOLO SE IL CONTRATTO E' ANCORA
      *  APERTO (I SALDATI E I RINEGOZIATI NON HANNO PIU' DEBITO DA
      *  GARANTIRE SU QUEL NUMERO).
      *----------------------------------------------------------------
       ESAMINA-GARANTE.
           MOVE GAR-NUM-CONTRATTO TO CON-NUM-CONTRATTO.
           READ FILE-CONTRATTI.
           IF WS-FS-CONTRATTI NOT = '00'
               DISPLAY 'GARANTE SU CONTRATTO SENZA TESTATA: '
                       GAR-NUM-CONTRATTO
               GO TO ESAMINA-GARANTE-EX.
           IF NOT CONTRATTO-APERTO
               GO TO ESAMINA-GARANTE-EX.
           PERFORM CALCOLA-RESIDUO.
           ADD 1 TO WS-CTR-SCADUTE.
           ADD GAR-IMPORTO TO WS-TOT-GARANTITO.
           ADD WS-RESIDUO  TO WS-TOT-RESIDUO.
           MOVE SPACES TO RIGA-DET.
           MOVE CON-NUM-CONTRATTO TO CONTRATTO-DET.
           MOVE CON-CLIENTE       TO CLIENTE-DET.
           MOVE GAR-NOMINATIVO    TO GARANTE-DET.
           MOVE GAR-IMPORTO       TO GARANTITO-DET.
           MOVE GAR-SCADENZA      TO SCADENZA-DET.
           MOVE WS-RESIDUO        TO RESIDUO-DET.
           WRITE RIGA-DET AFTER 1 LINES.
       ESAMINA-GARANTE-EX.
           EXIT.

      *----------------------------------------------------------------
      *  DEBITO RESIDUO: RATE APERTE MENO IL GIA' PAGATO, PIU' LE
      *  PENALI MATURATE E NON INCASSATE.
      *----------------------------------------------------------------
       CALCOLA-RESIDUO.
           MOVE ZERO TO WS-RESIDUO WS-FINE-PARCELAS.
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
                           COMPUTE WS-RESIDUO = WS-RESIDUO
                                 + REC-VALOR-PARCELA
                                 - REC-IMP-PAGATO-PARCELA
                                 + REC-PENALE-MATURATA
                                 - REC-PENALE-INCASSATA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       END PROGRAM GARSCAD.
