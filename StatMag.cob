       IDENTIFICATION DIVISION.

       PROGRAM-ID.STATMAG.

       AUTHOR. BOTTO.

       DATE-WRITTEN. 15-10-2026.

       REMARKS.

           PROSPETTO MENSILE DI ANDAMENTO E QUALITA' DEL CREDITO PER
           MAGAZZINO, PER IL CONFRONTO FRA NEGOZI DEI RESPONSABILI DI
           ZONA. PER OGNI NUMERO-MAGAZZINO DI FILE-CLIENTI: CONTI IN
           ARCHIVIO, CONTI ATTIVI NEL MESE (CON OPERAZIONI, COME PER
           MESEROLL E CLIENTI), CONTI APERTI NELL'ANNO (ANNO-APERTURA),
           CONTI BLOCCATI PER FIDO DA FIDOCHECK E CONTI PER LIVELLO DI
           CODICE-SOLLECITO (0 = NESSUNO); SALDO APERTO (SOMMA DEI
           SALDI A DEBITO) E RIPARTIZIONE PERCENTUALE DELLO SCADUTO
           NELLE FASCE GIORNI-30/60/90/120; ACQUISTI, RESI E PAGAMENTI
           DEL MESE, DA INIZIO ANNO E DELL'ANNO PRECEDENTE, CON LA
           VARIAZIONE PERCENTUALE. IL MASTER NON TIENE I PAGAMENTI
           PER ANNO: QUELLI DA INIZIO ANNO E DELL'ANNO PRECEDENTE SI
           SOMMANO DALLE FOTOGRAFIE MENSILI DI MESEROLL SULL'ARCHIVIO
           STORICO-CONTI (PIU' IL MESE IN CORSO DAL MASTER); SENZA
           STORICO ESCE SOLO IL MESE IN CORSO.
           CHIUDONO IL PROSPETTO IL TOTALE AZIENDA E LA CLASSIFICA
           DEI MAGAZZINI PER TASSO DI INSOLVENZA DECRESCENTE: QUOTA
           DELLO SCADUTO GIA' SOLLECITABILE (FASCE GIORNI-60/90/120,
           LE STESSE CHE MUOVONO SOLLECITI) SUL TOTALE DELLE FASCE.
           VA LANCIATO A FINE MESE PRIMA DI MESEROLL, CHE AZZERA I
           CONTATORI DEL MESE.

       ENVIRONMENT  DIVISION.

       CONFIGURATION SECTION.

       SOURCE-COMPUTER.
                       PC-HP.
       OBJECT-COMPUTER.
                       PC-HP.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FILE-CLIENTI   ASSIGN TO DISK
                            ACCESS IS SEQUENTIAL
                            ORGANIZATION IS INDEXED
                            RECORD KEY IS NUMERO-CONTO-CLIENTE.

           SELECT FILE-STORICO-CONTI ASSIGN TO DISK
                            ACCESS IS SEQUENTIAL
                            ORGANIZATION IS SEQUENTIAL
                            FILE STATUS IS WS-FS-STORICO.

           SELECT FILE-PROSPETTO  ASSIGN TO PRINTER.

           SELECT SORT-MAGAZZINI  ASSIGN TO DISK.

       DATA  DIVISION.

       FILE  SECTION.

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
                03 SALDO-MASSIMO                      PICTURE 9(6)V99.
           02   ANNO-PRECEDENTE.
                03 NUMERO-MESI-ATTIVI-AP              PICTURE 99.
                03 NUMERO-MESI-OLTRE90-AP              PICTURE 99.
                03 TOTALE-ACQUISTI-AP                 PICTURE 9(7)V99.
                03 TOTALE-RESI-AP                     PICTURE 9(7)V99.
           02   ANNO-IN-CORSO.
                03 NUMERO-MESI-ATTIVI-AC              PICTURE 99.
                03 NUMERO-MESI-OLTRE90-AC              PICTURE 99.
                03 TOTALE-ACQUISTI-AC                 PICTURE 9(7)V99.
                03 TOTALE-RESI-AC                     PICTURE 9(7)V99.
           02   MESE-PRECEDENTE.
                03 NUMERO-OPERAZIONE-MP              PICTURE 99.
                03 SALDO-A-RIPORTARE                  PICTURE S9(6)V99.
           02   MESE-IN-CORSO.
                03 DATA-FATTURAZIONE-MC              PICTURE 9(6).
                03 NUMERO-OPERAZIONE-MC              PICTURE 99.
                03 SALDO-CORRENTE                     PICTURE S9(6)V99.
                03   ACQUISTI.
                     04 NUMERO-ACQUISTI              PICTURE 99.
                     04 IMPORTO-ACQUISTI              PICTURE 9(6)V99.
                03   PAGAMENTI.
                     04 NUMERO-PAGAMENTI             PICTURE 99.
                     04 IMPORTO-PAGAMENTI             PICTURE 9(6)V99.
                03   CREDITI.
                     04 NUMERO-CREDITI               PICTURE 99.
                     04 IMPORTO-CREDITI               PICTURE 9(6)V99.
                03   RESI.
                     04 NUMERO-RESI                  PICTURE 99.
                     04 IMPORTO-RESI                  PICTURE 9(6)V99.
           02   CRONISTORIA-PAGAMENTI.
                03   SALDO-SCONTI.
                     04  GIORNI-30                   PICTURE 9(6)V99.
                     04  GIORNI-60                    PICTURE 9(6)V99.
                     04  GIORNI-90                    PICTURE 9(6)V99.
                     04  GIORNI-120                   PICTURE 9(6)V99.
                03   ULTIMO-PAGAMENTO.
                     04  DATA-PAG                    PICTURE 9(6).
                     04  IMPORTO                      PICTURE 9(6)V99.
                03   CODICE-SOLLECITO                PICTURE X.
                03   CODICE-BLOCCO                   PICTURE X.
                   88 CONTO-NON-BLOCCATO             VALUE SPACE
                                                        '0'.
                   88 CONTO-BLOCCATO                 VALUE 'B'.

      *----------------------------------------------------------------
      *  STESSO TRACCIATO DI MESEROLL E INQCONTI.
      *----------------------------------------------------------------
       FD  FILE-STORICO-CONTI
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RECORD-SNAPSHOT.

       01  RECORD-SNAPSHOT.
           02 SNAP-DATA                              PICTURE 9(8).
           02 SNAP-RECORD                            PICTURE X(251).
           02 FILLER                                 PICTURE X.

       FD  FILE-PROSPETTO
           LABEL RECORD IS OMITTED
           DATA RECORDS ARE RIGA-TESTATA, RIGA-MAG, RIGA-IMPORTI,
                            RIGA-VARIAZIONI, RIGA-CLASSIFICA.

       01  RIGA-TESTATA                              PICTURE X(132).

       01  RIGA-MAG.
           02 FILLER                                 PICTURE X(2).
           02 MAG-DET                                PICTURE X(3).
           02 FILLER                                 PICTURE X.
           02 CONTI-DET                              PICTURE Z(6)9.
           02 FILLER                                 PICTURE X.
           02 ATTIVI-DET                             PICTURE Z(6)9.
           02 FILLER                                 PICTURE X.
           02 NUOVI-DET                              PICTURE Z(6)9.
           02 FILLER                                 PICTURE X.
           02 BLOCCATI-DET                           PICTURE Z(6)9.
           02 SOLL-GRUPPO OCCURS 4 TIMES.
              03 FILLER                              PICTURE X.
              03 SOLL-DET                            PICTURE Z(6)9.
           02 FILLER                                 PICTURE X.
           02 SALDO-DET PICTURE $$$,$$$,$$9.99.
           02 FASCIA-GRUPPO OCCURS 4 TIMES.
              03 FILLER                              PICTURE X(2).
              03 FASCIA-DET                          PICTURE ZZ9.9.
           02 FILLER                                 PICTURE X(2).
           02 TASSO-DET                              PICTURE ZZ9.9.
           02 FILLER                                 PICTURE X(13).

       01  RIGA-IMPORTI.
           02 FILLER                                 PICTURE X(6).
           02 IMP-LABEL                              PICTURE X(15).
           02 IMP-GRUPPO OCCURS 3 TIMES.
              03 FILLER                              PICTURE X(2).
              03 IMP-DET PICTURE $$$,$$$,$$9.99.
           02 FILLER                                 PICTURE X(63).

       01  RIGA-VARIAZIONI.
           02 FILLER                                 PICTURE X(6).
           02 VAR-LABEL                              PICTURE X(15).
           02 VAR-GRUPPO OCCURS 3 TIMES.
              03 FILLER                              PICTURE X(8).
              03 VAR-DET                             PICTURE -(5)9.9.
           02 FILLER                                 PICTURE X(63).

       01  RIGA-CLASSIFICA.
           02 FILLER                                 PICTURE X(2).
           02 CLA-POSIZIONE                          PICTURE ZZ9.
           02 FILLER                                 PICTURE X(4).
           02 CLA-MAGAZZINO                          PICTURE 999.
           02 FILLER                                 PICTURE X(2).
           02 CLA-CONTI                              PICTURE Z(6)9.
           02 FILLER                                 PICTURE X(2).
           02 CLA-SALDO PICTURE $$$,$$$,$$9.99.
           02 FILLER                                 PICTURE X(2).
           02 CLA-SCADUTO PICTURE $$$,$$$,$$9.99.
           02 FILLER                                 PICTURE X(4).
           02 CLA-TASSO                              PICTURE ZZ9.9.
           02 FILLER                                 PICTURE X(2).
           02 CLA-BLOCCATI                           PICTURE Z(6)9.
           02 FILLER                                 PICTURE X(61).

      *----------------------------------------------------------------
      *  UN RECORD PER MAGAZZINO, RILASCIATO ALLA STAMPA DELLA SUA
      *  RIGA E RIPRESO IN ORDINE DI TASSO PER LA CLASSIFICA.
      *----------------------------------------------------------------
       SD  SORT-MAGAZZINI.
       01  SORT-RECORD.
           02 SRT-TASSO                              PICTURE 9(3)V9.
           02 SRT-MAGAZZINO                          PICTURE 999.
           02 SRT-CONTI                              PICTURE 9(7).
           02 SRT-SALDO                              PICTURE 9(9)V99.
           02 SRT-SCADUTO                            PICTURE 9(9)V99.
           02 SRT-BLOCCATI                           PICTURE 9(7).

       WORKING-STORAGE SECTION.

       77  WS-FS-STORICO                             PICTURE XX
                                                       VALUE '00'.
           88 FS-STORICO-OK                           VALUE '00'.
       77  WS-CTR-CONTI                              PICTURE 9(7)
                                                       VALUE ZERO.
       77  WS-CTR-MAGAZZINI                          PICTURE 9(5)
                                                       VALUE ZERO.
       77  WS-CTR-FOTOGRAFIE                         PICTURE 9(7)
                                                       VALUE ZERO.
       77  WS-MAG-CORRENTE                           PICTURE 999
                                                       VALUE ZERO.
       77  WS-IND-MAG                                PICTURE 9(4)
                                                       VALUE ZERO.
       77  WS-IND-SOLL                               PICTURE 9
                                                       VALUE ZERO.
       77  WS-IND-COLONNA                            PICTURE 9
                                                       VALUE ZERO.
       77  WS-MAG-STAMPA                             PICTURE X(3)
                                                       VALUE SPACES.
       77  WS-IND-IMPORTO                            PICTURE 9
                                                       VALUE ZERO.
       77  WS-POSIZIONE                              PICTURE 999
                                                       VALUE ZERO.
       77  WS-RIGHE                                  PICTURE 99
                                                       VALUE ZERO.
       77  WS-TOT-FASCE                              PICTURE 9(10)V99
                                                       VALUE ZERO.
       77  WS-SCADUTO                                PICTURE 9(10)V99
                                                       VALUE ZERO.
       77  WS-TASSO                                  PICTURE 9(3)V9
                                                       VALUE ZERO.
       77  WS-PERCENTUALE                            PICTURE 9(3)V9
                                                       VALUE ZERO.
       77  WS-VARIAZIONE                             PICTURE S9(5)V9
                                                       VALUE ZERO.
       01  SW-PRIMO-CONTO                            PICTURE X
                                                       VALUE 'S'.
           88 PRIMO-CONTO                             VALUE 'S'.

      *----------------------------------------------------------------
      *  DATA DI LAVORO (DATA CONTABILE): MESE DEL PROSPETTO, ANNO
      *  IN CORSO PER I CONTI NUOVI E PER LE FOTOGRAFIE DELLO STORICO.
      *----------------------------------------------------------------
       01  WS-DATA-RUN                               PICTURE 9(8)
                                                       VALUE ZERO.
       01  WS-DATA-RUN-R REDEFINES WS-DATA-RUN.
           02 WS-RUN-ANNO                            PICTURE 9(4).
           02 FILLER                                 PICTURE 9(4).
       01  WS-DATA-RUN-AA REDEFINES WS-DATA-RUN.
           02 FILLER                                 PICTURE 99.
           02 WS-RUN-AA                              PICTURE 99.
           02 FILLER                                 PICTURE 9(4).
       77  WS-ANNO-PRECEDENTE                        PICTURE 9(4)
                                                       VALUE ZERO.
       01  WS-SNAP-DATA-R.
           02 WS-SNAP-ANNO                           PICTURE 9(4).
           02 FILLER                                 PICTURE 9(4).

      *----------------------------------------------------------------
      *  DELLA FOTOGRAFIA SERVONO SOLO MAGAZZINO E PAGAMENTI DEL MESE
      *  (STESSO LAYOUT DI RECORD-CLIENTE, VEDI INQCONTI).
      *----------------------------------------------------------------
       01  WS-CONTO-SNAP.
           02 FILLER                                 PICTURE X.
           02 SNP-MAGAZZINO                          PICTURE 999.
           02 FILLER                                 PICTURE X(4).
           02 FILLER                                 PICTURE X(139).
           02 FILLER                                 PICTURE X(26).
           02 SNP-NUMERO-PAGAMENTI                   PICTURE 99.
           02 SNP-IMPORTO-PAGAMENTI                  PICTURE 9(6)V99.
           02 FILLER                                 PICTURE X(68).

      *----------------------------------------------------------------
      *  PAGAMENTI DELLE CHIUSURE GIA' FATTE, PER MAGAZZINO
      *  (ELEMENTO = NUMERO-MAGAZZINO + 1): ANNO IN CORSO E ANNO
      *  PRECEDENTE.
      *----------------------------------------------------------------
       01  TABELLA-PAGAMENTI.
           02 ELEM-PAGAMENTI OCCURS 1000 TIMES.
              03 TAB-PAG-AC                          PICTURE 9(9)V99.
              03 TAB-PAG-AP                          PICTURE 9(9)V99.

      *----------------------------------------------------------------
      *  TOTALI DEL MAGAZZINO IN CORSO E TOTALI AZIENDA (STESSO
      *  TRACCIATO: IL TOTALE SI STAMPA COME UN MAGAZZINO).
      *  IMPORTI: 1 ACQUISTI, 2 RESI, 3 PAGAMENTI.
      *----------------------------------------------------------------
       01  WS-TOTALI-MAGAZZINO.
           02 WS-MAG-CONTI                           PICTURE 9(7).
           02 WS-MAG-ATTIVI                          PICTURE 9(7).
           02 WS-MAG-NUOVI                           PICTURE 9(7).
           02 WS-MAG-BLOCCATI                        PICTURE 9(7).
           02 WS-MAG-SOLL         OCCURS 4 TIMES     PICTURE 9(7).
           02 WS-MAG-SALDO                           PICTURE 9(9)V99.
           02 WS-MAG-FASCIA       OCCURS 4 TIMES     PICTURE 9(9)V99.
           02 WS-MAG-MESE         OCCURS 3 TIMES     PICTURE 9(9)V99.
           02 WS-MAG-AC           OCCURS 3 TIMES     PICTURE 9(9)V99.
           02 WS-MAG-AP           OCCURS 3 TIMES     PICTURE 9(9)V99.
       01  WS-TOTALI-GENERALI.
           02 WS-TOT-CONTI                           PICTURE 9(7).
           02 WS-TOT-ATTIVI                          PICTURE 9(7).
           02 WS-TOT-NUOVI                           PICTURE 9(7).
           02 WS-TOT-BLOCCATI                        PICTURE 9(7).
           02 WS-TOT-SOLL         OCCURS 4 TIMES     PICTURE 9(7).
           02 WS-TOT-SALDO                           PICTURE 9(9)V99.
           02 WS-TOT-FASCIA       OCCURS 4 TIMES     PICTURE 9(9)V99.
           02 WS-TOT-MESE         OCCURS 3 TIMES     PICTURE 9(9)V99.
           02 WS-TOT-AC           OCCURS 3 TIMES     PICTURE 9(9)V99.
           02 WS-TOT-AP           OCCURS 3 TIMES     PICTURE 9(9)V99.

       01  WS-TITOLO.
           02 FILLER                                 PICTURE X(2)
                                                       VALUE SPACES.
           02 FILLER                                 PICTURE X(50)
                VALUE 'ANDAMENTO E INSOLVENZA PER MAGAZZINO AL'.
           02 WS-TITOLO-DATA                         PICTURE 9(8).
           02 FILLER                                 PICTURE X(72)
                                                       VALUE SPACES.

       01  WS-INTESTAZIONE-1.
           02 FILLER                                 PICTURE X(37)
                                                       VALUE SPACES.
           02 FILLER                                 PICTURE X(32)
                VALUE ' <--- LIVELLO DI SOLLECITO ---->'.
           02 FILLER                                 PICTURE X(15)
                                                       VALUE SPACES.
           02 FILLER                                 PICTURE X(28)
                VALUE '<-- % SCADUTO PER FASCIA -->'.
           02 FILLER                                 PICTURE X(20)
                VALUE '  TASSO'.

       01  WS-INTESTAZIONE-2.
           02 FILLER                                 PICTURE X(37)
                VALUE '  MAG   CONTI  ATTIVI   NUOVI  BLOCC.'.
           02 FILLER                                 PICTURE X(32)
                VALUE '  SOLL.0  SOLL.1  SOLL.2  SOLL.3'.
           02 FILLER                                 PICTURE X(15)
                VALUE '   SALDO APERTO'.
           02 FILLER                                 PICTURE X(28)
                VALUE '  30 GG  60 GG  90 GG 120 GG'.
           02 FILLER                                 PICTURE X(20)
                VALUE 'INSOLV.'.

       01  WS-INTESTAZIONE-3.
           02 FILLER                                 PICTURE X(21)
                                                       VALUE SPACES.
           02 FILLER                                 PICTURE X(16)
                VALUE '        ACQUISTI'.
           02 FILLER                                 PICTURE X(16)
                VALUE '            RESI'.
           02 FILLER                                 PICTURE X(16)
                VALUE '       PAGAMENTI'.
           02 FILLER                                 PICTURE X(63)
                                                       VALUE SPACES.

       01  WS-TITOLO-CLASSIFICA.
           02 FILLER                                 PICTURE X(2)
                                                       VALUE SPACES.
           02 FILLER                                 PICTURE X(50)
                VALUE 'CLASSIFICA MAGAZZINI PER TASSO DI INSOLVENZA'.
           02 FILLER                                 PICTURE X(80)
                                                       VALUE SPACES.

       01  WS-INTESTAZIONE-CLA.
           02 FILLER                                 PICTURE X(37)
                VALUE '  POS    MAG    CONTI    SALDO APERTO'.
           02 FILLER                                 PICTURE X(34)
                VALUE ' SCADUTO SOLLEC. INSOLV.% BLOCCATI'.
           02 FILLER                                 PICTURE X(61)
                                                       VALUE SPACES.

           COPY PAR_DataCont.

       PROCEDURE DIVISION.
       INIZIO-ELABORAZIONE.
           MOVE 'D' TO DCP-FUNZIONE.
           MOVE 'STATMAG' TO DCP-PROGRAMMA.
           CALL 'DATACONT' USING PARAMETRI-DATACONT.
           MOVE DCP-DATA-CONTABILE TO WS-DATA-RUN.
           COMPUTE WS-ANNO-PRECEDENTE = WS-RUN-ANNO - 1.
           MOVE ZEROES TO TABELLA-PAGAMENTI.
           MOVE ZEROES TO WS-TOTALI-MAGAZZINO WS-TOTALI-GENERALI.
           PERFORM CARICA-STORICO THRU CARICA-STORICO-EX.
           OPEN OUTPUT FILE-PROSPETTO.
           MOVE WS-DATA-RUN TO WS-TITOLO-DATA.
           PERFORM STAMPA-TESTATA.
           SORT SORT-MAGAZZINI
                ON DESCENDING KEY SRT-TASSO
                ON ASCENDING KEY SRT-MAGAZZINO
                INPUT PROCEDURE ELABORA-CONTI THRU
                      ELABORA-CONTI-EX
                OUTPUT PROCEDURE STAMPA-CLASSIFICA THRU
                      STAMPA-CLASSIFICA-EX.
           GO TO FINE-ELABORAZIONE.

      *----------------------------------------------------------------
      *  PAGAMENTI PER MAGAZZINO DALLE FOTOGRAFIE DI MESEROLL: QUELLE
      *  DELL'ANNO IN CORSO VANNO NEL DA INIZIO ANNO, QUELLE DELL'ANNO
      *  PRIMA NELL'ANNO PRECEDENTE, LE ALTRE SI SALTANO.
      *----------------------------------------------------------------
       CARICA-STORICO.
           OPEN INPUT FILE-STORICO-CONTI.
           IF NOT FS-STORICO-OK
               DISPLAY 'ARCHIVIO STORICO-CONTI ASSENTE: PAGAMENTI DA '
                       'INIZIO ANNO DEL SOLO MESE IN CORSO'
               GO TO CARICA-STORICO-EX.
       CARICA-STORICO-LOOP.
           READ FILE-STORICO-CONTI AT END
                CLOSE FILE-STORICO-CONTI
                GO TO CARICA-STORICO-EX.
           MOVE SNAP-DATA TO WS-SNAP-DATA-R.
           IF WS-SNAP-ANNO NOT = WS-RUN-ANNO
              AND WS-SNAP-ANNO NOT = WS-ANNO-PRECEDENTE
               GO TO CARICA-STORICO-LOOP.
           MOVE SNAP-RECORD TO WS-CONTO-SNAP.
           COMPUTE WS-IND-MAG = SNP-MAGAZZINO + 1.
           IF WS-SNAP-ANNO = WS-RUN-ANNO
               ADD SNP-IMPORTO-PAGAMENTI TO TAB-PAG-AC (WS-IND-MAG)
           ELSE
               ADD SNP-IMPORTO-PAGAMENTI TO TAB-PAG-AP (WS-IND-MAG).
           ADD 1 TO WS-CTR-FOTOGRAFIE.
           GO TO CARICA-STORICO-LOOP.
       CARICA-STORICO-EX.
           EXIT.

      *----------------------------------------------------------------
      *  LETTURA DEL MASTER IN ORDINE DI CONTO, QUINDI DI MAGAZZINO:
      *  AL CAMBIO DI MAGAZZINO SI STAMPA E SI RILASCIA AL SORT IL
      *  MAGAZZINO CHIUSO; A FINE FILE L'ULTIMO E IL TOTALE AZIENDA.
      *----------------------------------------------------------------
       ELABORA-CONTI.
           OPEN INPUT FILE-CLIENTI.
       LETTURA-CONTROLLO.
           READ FILE-CLIENTI AT END
                CLOSE FILE-CLIENTI
                GO TO FINE-CONTI.
           IF PRIMO-CONTO
               MOVE 'N' TO SW-PRIMO-CONTO
               MOVE NUMERO-MAGAZZINO TO WS-MAG-CORRENTE
           ELSE
               IF NUMERO-MAGAZZINO NOT = WS-MAG-CORRENTE
                   PERFORM CHIUDI-MAGAZZINO
                   MOVE NUMERO-MAGAZZINO TO WS-MAG-CORRENTE.
           PERFORM ACCUMULA-MAGAZZINO.
           ADD 1 TO WS-CTR-CONTI.
           GO TO LETTURA-CONTROLLO.
       FINE-CONTI.
           IF NOT PRIMO-CONTO
               PERFORM CHIUDI-MAGAZZINO.
           MOVE WS-TOTALI-GENERALI TO WS-TOTALI-MAGAZZINO.
           MOVE 'TOT' TO WS-MAG-STAMPA.
           PERFORM STAMPA-BLOCCO.
       ELABORA-CONTI-EX.
           EXIT.

      *----------------------------------------------------------------
      *  CLASSIFICA: I MAGAZZINI TORNANO DAL SORT DAL TASSO DI
      *  INSOLVENZA PIU' ALTO AL PIU' BASSO.
      *----------------------------------------------------------------
       STAMPA-CLASSIFICA.
           WRITE RIGA-TESTATA FROM WS-TITOLO-CLASSIFICA AFTER PAGE.
           WRITE RIGA-TESTATA FROM WS-INTESTAZIONE-CLA AFTER 2 LINES.
           MOVE SPACES TO RIGA-TESTATA.
           WRITE RIGA-TESTATA AFTER 1 LINES.
       STAMPA-CLASSIFICA-LOOP.
           RETURN SORT-MAGAZZINI AT END GO TO STAMPA-CLASSIFICA-EX.
           ADD 1 TO WS-POSIZIONE.
           MOVE SPACES TO RIGA-CLASSIFICA.
           MOVE WS-POSIZIONE   TO CLA-POSIZIONE.
           MOVE SRT-MAGAZZINO  TO CLA-MAGAZZINO.
           MOVE SRT-CONTI      TO CLA-CONTI.
           MOVE SRT-SALDO      TO CLA-SALDO.
           MOVE SRT-SCADUTO    TO CLA-SCADUTO.
           MOVE SRT-TASSO      TO CLA-TASSO.
           MOVE SRT-BLOCCATI   TO CLA-BLOCCATI.
           WRITE RIGA-CLASSIFICA AFTER 1 LINES.
           GO TO STAMPA-CLASSIFICA-LOOP.
       STAMPA-CLASSIFICA-EX.
           EXIT.

       STAMPA-TESTATA.
           WRITE RIGA-TESTATA FROM WS-TITOLO AFTER PAGE.
           WRITE RIGA-TESTATA FROM WS-INTESTAZIONE-1 AFTER 2 LINES.
           WRITE RIGA-TESTATA FROM WS-INTESTAZIONE-2 AFTER 1 LINES.
           WRITE RIGA-TESTATA FROM WS-INTESTAZIONE-3 AFTER 1 LINES.
           MOVE ZERO TO WS-RIGHE.

      *----------------------------------------------------------------
      *  IL CONTO NEI TOTALI DEL SUO MAGAZZINO. ATTIVO = CON
      *  OPERAZIONI NEL MESE; NUOVO = APERTO NELL'ANNO IN CORSO; IL
      *  SALDO APERTO SOMMA I SOLI SALDI A DEBITO DEL CLIENTE.
      *----------------------------------------------------------------
       ACCUMULA-MAGAZZINO.
           ADD 1 TO WS-MAG-CONTI.
           IF NUMERO-OPERAZIONE-MC > ZERO
               ADD 1 TO WS-MAG-ATTIVI.
           IF ANNO-APERTURA = WS-RUN-AA
               ADD 1 TO WS-MAG-NUOVI.
           IF CONTO-BLOCCATO
               ADD 1 TO WS-MAG-BLOCCATI.
           MOVE 1 TO WS-IND-SOLL.
           IF CODICE-SOLLECITO = '1'
               MOVE 2 TO WS-IND-SOLL.
           IF CODICE-SOLLECITO = '2'
               MOVE 3 TO WS-IND-SOLL.
           IF CODICE-SOLLECITO = '3'
               MOVE 4 TO WS-IND-SOLL.
           ADD 1 TO WS-MAG-SOLL (WS-IND-SOLL).
           IF SALDO-CORRENTE > ZERO
               ADD SALDO-CORRENTE TO WS-MAG-SALDO.
           ADD GIORNI-30  TO WS-MAG-FASCIA (1).
           ADD GIORNI-60  TO WS-MAG-FASCIA (2).
           ADD GIORNI-90  TO WS-MAG-FASCIA (3).
           ADD GIORNI-120 TO WS-MAG-FASCIA (4).
           ADD IMPORTO-ACQUISTI   TO WS-MAG-MESE (1).
           ADD IMPORTO-RESI       TO WS-MAG-MESE (2).
           ADD IMPORTO-PAGAMENTI  TO WS-MAG-MESE (3).
           ADD TOTALE-ACQUISTI-AC TO WS-MAG-AC (1).
           ADD TOTALE-RESI-AC     TO WS-MAG-AC (2).
           ADD IMPORTO-PAGAMENTI  TO WS-MAG-AC (3).
           ADD TOTALE-ACQUISTI-AP TO WS-MAG-AP (1).
           ADD TOTALE-RESI-AP     TO WS-MAG-AP (2).

      *----------------------------------------------------------------
      *  MAGAZZINO CHIUSO: PAGAMENTI DELLO STORICO, STAMPA, RILASCIO
      *  PER LA CLASSIFICA, RIPORTO SUI TOTALI AZIENDA E AZZERAMENTO.
      *----------------------------------------------------------------
       CHIUDI-MAGAZZINO.
           COMPUTE WS-IND-MAG = WS-MAG-CORRENTE + 1.
           ADD TAB-PAG-AC (WS-IND-MAG) TO WS-MAG-AC (3).
           ADD TAB-PAG-AP (WS-IND-MAG) TO WS-MAG-AP (3).
           MOVE WS-MAG-CORRENTE TO WS-MAG-STAMPA.
           PERFORM STAMPA-BLOCCO.
           MOVE WS-TASSO        TO SRT-TASSO.
           MOVE WS-MAG-CORRENTE TO SRT-MAGAZZINO.
           MOVE WS-MAG-CONTI    TO SRT-CONTI.
           MOVE WS-MAG-SALDO    TO SRT-SALDO.
           MOVE WS-SCADUTO      TO SRT-SCADUTO.
           MOVE WS-MAG-BLOCCATI TO SRT-BLOCCATI.
           RELEASE SORT-RECORD.
           ADD 1 TO WS-CTR-MAGAZZINI.
           ADD WS-MAG-CONTI    TO WS-TOT-CONTI.
           ADD WS-MAG-ATTIVI   TO WS-TOT-ATTIVI.
           ADD WS-MAG-NUOVI    TO WS-TOT-NUOVI.
           ADD WS-MAG-BLOCCATI TO WS-TOT-BLOCCATI.
           ADD WS-MAG-SALDO    TO WS-TOT-SALDO.
           MOVE 1 TO WS-IND-COLONNA.
           PERFORM RIPORTA-TOTALI 4 TIMES.
           MOVE ZEROES TO WS-TOTALI-MAGAZZINO.

       RIPORTA-TOTALI.
           ADD WS-MAG-SOLL (WS-IND-COLONNA)
               TO WS-TOT-SOLL (WS-IND-COLONNA).
           ADD WS-MAG-FASCIA (WS-IND-COLONNA)
               TO WS-TOT-FASCIA (WS-IND-COLONNA).
           IF WS-IND-COLONNA < 4
               ADD WS-MAG-MESE (WS-IND-COLONNA)
                   TO WS-TOT-MESE (WS-IND-COLONNA)
               ADD WS-MAG-AC (WS-IND-COLONNA)
                   TO WS-TOT-AC (WS-IND-COLONNA)
               ADD WS-MAG-AP (WS-IND-COLONNA)
                   TO WS-TOT-AP (WS-IND-COLONNA).
           ADD 1 TO WS-IND-COLONNA.

      *----------------------------------------------------------------
      *  BLOCCO DI STAMPA DI UN MAGAZZINO (O DEL TOTALE AZIENDA: LA
      *  SIGLA DA STAMPARE E' IN WS-MAG-STAMPA): RIGA DEI CONTI E
      *  DELLO SCADUTO, POI ACQUISTI/RESI/PAGAMENTI DEL MESE, DA
      *  INIZIO ANNO, DELL'ANNO PRECEDENTE E VARIAZIONE PERCENTUALE.
      *  LASCIA IN WS-TASSO E WS-SCADUTO I VALORI PER LA CLASSIFICA.
      *----------------------------------------------------------------
       STAMPA-BLOCCO.
           IF WS-RIGHE > 45
               PERFORM STAMPA-TESTATA.
           MOVE SPACES TO RIGA-MAG.
           MOVE WS-MAG-STAMPA   TO MAG-DET.
           MOVE WS-MAG-CONTI    TO CONTI-DET.
           MOVE WS-MAG-ATTIVI   TO ATTIVI-DET.
           MOVE WS-MAG-NUOVI    TO NUOVI-DET.
           MOVE WS-MAG-BLOCCATI TO BLOCCATI-DET.
           MOVE WS-MAG-SALDO    TO SALDO-DET.
           COMPUTE WS-TOT-FASCE = WS-MAG-FASCIA (1) + WS-MAG-FASCIA (2)
                                + WS-MAG-FASCIA (3) + WS-MAG-FASCIA (4).
           COMPUTE WS-SCADUTO = WS-MAG-FASCIA (2) + WS-MAG-FASCIA (3)
                              + WS-MAG-FASCIA (4).
           MOVE ZERO TO WS-TASSO.
           IF WS-TOT-FASCE > ZERO
               COMPUTE WS-TASSO ROUNDED =
                       WS-SCADUTO * 100 / WS-TOT-FASCE.
           MOVE WS-TASSO TO TASSO-DET.
           MOVE 1 TO WS-IND-COLONNA.
           PERFORM STAMPA-COLONNE 4 TIMES.
           WRITE RIGA-MAG AFTER 2 LINES.
           MOVE SPACES TO RIGA-IMPORTI.
           MOVE 'MESE' TO IMP-LABEL.
           MOVE WS-MAG-MESE (1) TO IMP-DET (1).
           MOVE WS-MAG-MESE (2) TO IMP-DET (2).
           MOVE WS-MAG-MESE (3) TO IMP-DET (3).
           WRITE RIGA-IMPORTI AFTER 1 LINES.
           MOVE SPACES TO RIGA-IMPORTI.
           MOVE 'DA INIZIO ANNO' TO IMP-LABEL.
           MOVE WS-MAG-AC (1) TO IMP-DET (1).
           MOVE WS-MAG-AC (2) TO IMP-DET (2).
           MOVE WS-MAG-AC (3) TO IMP-DET (3).
           WRITE RIGA-IMPORTI AFTER 1 LINES.
           MOVE SPACES TO RIGA-IMPORTI.
           MOVE 'ANNO PRECEDENTE' TO IMP-LABEL.
           MOVE WS-MAG-AP (1) TO IMP-DET (1).
           MOVE WS-MAG-AP (2) TO IMP-DET (2).
           MOVE WS-MAG-AP (3) TO IMP-DET (3).
           WRITE RIGA-IMPORTI AFTER 1 LINES.
           MOVE SPACES TO RIGA-VARIAZIONI.
           MOVE 'VAR. % SU A.P.' TO VAR-LABEL.
           MOVE 1 TO WS-IND-IMPORTO.
           PERFORM CALCOLA-VARIAZIONE 3 TIMES.
           WRITE RIGA-VARIAZIONI AFTER 1 LINES.
           ADD 5 TO WS-RIGHE.

      *    LIVELLI DI SOLLECITO E PERCENTUALI DELLE FASCE (SENZA
      *    SCADUTO LE PERCENTUALI RESTANO IN BIANCO).
       STAMPA-COLONNE.
           MOVE WS-MAG-SOLL (WS-IND-COLONNA)
                TO SOLL-DET (WS-IND-COLONNA).
           IF WS-TOT-FASCE > ZERO
               COMPUTE WS-PERCENTUALE ROUNDED =
                       WS-MAG-FASCIA (WS-IND-COLONNA) * 100
                       / WS-TOT-FASCE
               MOVE WS-PERCENTUALE TO FASCIA-DET (WS-IND-COLONNA).
           ADD 1 TO WS-IND-COLONNA.

      *    VARIAZIONE DA INIZIO ANNO SULL'ANNO PRECEDENTE (IN BIANCO
      *    SE L'ANNO PRECEDENTE E' A ZERO, FERMA AL MASSIMO STAMPABILE
      *    OLTRE IL MILLE PER CENTO).
       CALCOLA-VARIAZIONE.
           MOVE 99999.9 TO WS-VARIAZIONE.
           IF WS-MAG-AP (WS-IND-IMPORTO) > ZERO
              AND WS-MAG-AC (WS-IND-IMPORTO)
                  < WS-MAG-AP (WS-IND-IMPORTO) * 999
               COMPUTE WS-VARIAZIONE ROUNDED =
                       (WS-MAG-AC (WS-IND-IMPORTO)
                        - WS-MAG-AP (WS-IND-IMPORTO)) * 100
                       / WS-MAG-AP (WS-IND-IMPORTO).
           IF WS-MAG-AP (WS-IND-IMPORTO) > ZERO
               MOVE WS-VARIAZIONE TO VAR-DET (WS-IND-IMPORTO).
           ADD 1 TO WS-IND-IMPORTO.

       FINE-ELABORAZIONE.
           CLOSE FILE-PROSPETTO.
           DISPLAY 'CONTI ELABORATI:      ' WS-CTR-CONTI.
           DISPLAY 'MAGAZZINI:            ' WS-CTR-MAGAZZINI.
           DISPLAY 'FOTOGRAFIE STORICO:   ' WS-CTR-FOTOGRAFIE.
           STOP RUN.
