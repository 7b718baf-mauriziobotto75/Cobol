      *                DEL NUCLEO E LA SEGNALAZIONE SE L'ESPOSIZIONE
      *                COMPLESSIVA SUPERA LA SOMMA DEI LIMITI DI
      *                FIDO. UNA SOLA BUSTA PER FAMIGLIA.
      * 14-10-2026 MB  SOTTO IL SALDO DEL CONTO L'ESTRATTO STAMPA GLI
      *                ONERI FINANZIARI POSTATI NEL CICLO (DA
      *                ONERI-CONTI), IL PAGAMENTO MINIMO DOVUTO
      *                (PERCENTUALE DEL SALDO CON MINIMO FISSO, DAL
      *                FILE PARAMETRI-ONERI) E LA DATA DI SCADENZA.
      * 15-10-2026 MB  L'ESTRATTO STAMPA IL SALDO PUNTI FEDELTA' DEL
      *                CONTO (LIBRO PUNTI-CONTI DI MOVIPOST).
      * 15-10-2026 MB  LA DATA DI LAVORO DEL RUN E' LA DATA CONTABILE
      *                (ROUTINE DATACONT, AVANZATA SOLO DAL FINE
      *                GIORNATA FINEGG DI CATENA) E NON PIU' LA DATA DI
      *                SISTEMA; AVVISO A VIDEO SE IL PROGRAMMA PARTE IN
      *                UN GIORNO NON LAVORATIVO.
      *----------------------------------------------------------------

       REMARKS.
                            ACCESS IS SEQUENTIAL
                            ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL FILE-PARAMETRI-ONERI ASSIGN TO DISK
                            ACCESS IS SEQUENTIAL
                            ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL FILE-ONERI-CONTI ASSIGN TO DISK
                            ACCESS IS RANDOM
                            ORGANIZATION IS INDEXED
                            RECORD KEY IS ONC-NUMERO-CONTO
                            FILE STATUS IS WS-FS-ONERI.

           SELECT OPTIONAL FILE-PUNTI-CONTI ASSIGN TO DISK
                            ACCESS IS RANDOM
                            ORGANIZATION IS INDEXED
                            RECORD KEY IS PNT-NUMERO-CONTO
                            FILE STATUS IS WS-FS-PUNTI.

           SELECT SORT-WORK ASSIGN TO DISK.

       DATA  DIVISION.
                   88 CONTO-BLOCCATO                 VALUE 'B'.


      *----------------------------------------------------------------
      *  PARAMETRI DEGLI ONERI E DEL PAGAMENTO MINIMO (STESSO
      *  TRACCIATO DI MESEROLL) E ONERI DEL CICLO PER CONTO.
      *----------------------------------------------------------------
       FD  FILE-PARAMETRI-ONERI
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RECORD-PARAMETRI-ONERI.

       01  RECORD-PARAMETRI-ONERI.
           02 PON-TASSO-ANNUO                        PICTURE 99V999.
           02 PON-GRAZIA                             PICTURE X.
           02 PON-SOGLIA                             PICTURE 9(4)V99.
           02 PON-ONERE-MINIMO                       PICTURE 9(3)V99.
           02 PON-PERC-MINIMO                        PICTURE 99V99.
           02 PON-MINIMO-FISSO                       PICTURE 9(4)V99.
           02 PON-GIORNO-SCADENZA                    PICTURE 99.
           02 FILLER                                 PICTURE X(11).

       FD  FILE-ONERI-CONTI
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RECORD-ONERI-CONTO.

       01  RECORD-ONERI-CONTO.
           02 ONC-NUMERO-CONTO                       PICTURE 9(7).
           02 ONC-DATA-FATT                          PICTURE 9(6).
           02 ONC-ONERE                              PICTURE 9(5)V99.
           02 ONC-MINIMO                             PICTURE 9(6)V99.
           02 ONC-SCADENZA                           PICTURE 9(6).
           02 ONC-MANCATO                            PICTURE X.
              88 ONC-MINIMO-MANCATO                  VALUE 'S'.
           02 ONC-VOLTE-MANCATO                      PICTURE 99.
           02 FILLER                                 PICTURE X(3).

      *----------------------------------------------------------------
      *  LIBRO PUNTI FEDELTA' (STESSO TRACCIATO DI MOVIPOST).
      *----------------------------------------------------------------
       FD  FILE-PUNTI-CONTI
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RECORD-PUNTI-CONTO.

       01  RECORD-PUNTI-CONTO.
           02 PNT-NUMERO-CONTO                       PICTURE 9(7).
           02 PNT-SALDO-PUNTI                        PICTURE 9(7).
           02 PNT-MATURATI-MESE                      PICTURE 9(7).
           02 PNT-UTILIZZATI-MESE                    PICTURE 9(7).
           02 PNT-STORNATI-MESE                      PICTURE 9(7).
           02 PNT-PUNTI-MESE                         PICTURE 9(7)
                                                     OCCURS 36 TIMES.
           02 FILLER                                 PICTURE X(13).

       FD  FILE-PROSPETTO
           LABEL RECORD IS OMITTED
           DATA RECORDS ARE RIGA-1, RIGA-2, RIGA-3, RIGA-4, RIGA-5,
                            RIGA-6, RIGA-7, RIGA-8, RIGA-9, RIGA-10.

       01  RIGA-1.
           02 FILLER                                 PICTURE XX.
           02 FLAG-8                                  PICTURE X(38).
           02 FILLER                                 PICTURE X(50).

      *----------------------------------------------------------------
      *  RIGA-9: ONERI FINANZIARI DEL CICLO, PAGAMENTO MINIMO DOVUTO
      *  E DATA DI SCADENZA (GG/MM/AA).
      *----------------------------------------------------------------
       01  RIGA-9.
           02 FILLER                                 PICTURE X(2).
           02 ETICHETTA-ONERI-9                       PICTURE X(18).
           02 ONERI-9 PICTURE $$$,$$$.99.
           02 FILLER                                 PICTURE X(3).
           02 ETICHETTA-MINIMO-9                      PICTURE X(18).
           02 MINIMO-9 PICTURE $$$$,$$$.99.
           02 FILLER                                 PICTURE X(3).
           02 ETICHETTA-SCAD-9                        PICTURE X(10).
           02 SCADENZA-9                             PICTURE 99/99/99.
           02 FILLER                                 PICTURE X(50).

      *----------------------------------------------------------------
      *  RIGA-10: SALDO PUNTI FEDELTA' DEL CONTO.
      *----------------------------------------------------------------
       01  RIGA-10.
           02 FILLER                                 PICTURE X(2).
           02 ETICHETTA-10                            PICTURE X(21).
           02 PUNTI-10 PICTURE ZZZ,ZZZ,ZZ9.
           02 FILLER                                 PICTURE X(99).

      *----------------------------------------------------------------
      *  RECORD DI SORT: CHIAVE NOME + INDIRIZZO (I CONTI DELLO
      *  STESSO NUCLEO FAMILIARE DIVENTANO ADIACENTI) CON I CAMPI
           02 SR-G90                                 PICTURE 9(6)V99.
           02 SR-G120                                PICTURE 9(6)V99.
           02 SR-LIMITE                              PICTURE 9(4).
           02 SR-ONERE                               PICTURE 9(5)V99.
           02 SR-MINIMO                              PICTURE 9(6)V99.
           02 SR-SCADENZA                            PICTURE 9(6).
           02 SR-PUNTI                               PICTURE 9(7).

       FD  RUNJRNL
           LABEL RECORD IS OMITTED
                                                       VALUE 'S'.
           88 PRIMA-FAMIGLIA                           VALUE 'S'.

      *----------------------------------------------------------------
      *  ONERI FINANZIARI E PAGAMENTO MINIMO DELL'ESTRATTO.
      *----------------------------------------------------------------
       01  WS-FS-ONERI                                PICTURE XX
                                                       VALUE '00'.
       01  WS-FS-PUNTI                                PICTURE XX
                                                       VALUE '00'.
       01  SW-PARAMETRI                               PICTURE X
                                                       VALUE 'N'.
           88 PARAMETRI-PRESENTI                       VALUE 'S'.
       01  WS-DATA-SCADENZA.
           02 WS-AA-SCADENZA                          PICTURE 99.
           02 WS-MM-SCADENZA                          PICTURE 99.
           02 WS-GG-SCADENZA                          PICTURE 99.
       01  WS-SCADENZA-STAMPA.
           02 WS-GG-STAMPA                            PICTURE 99.
           02 WS-MM-STAMPA                            PICTURE 99.
           02 WS-AA-STAMPA                            PICTURE 99.
       01  WS-SCADENZA-NUM REDEFINES WS-SCADENZA-STAMPA
                                                      PICTURE 9(6).

           COPY PAR_DataCont.

       PROCEDURE DIVISION.
       INIZIO-ELABORAZIONE.
           MOVE 'D' TO DCP-FUNZIONE.
           MOVE 'CLIENTI' TO DCP-PROGRAMMA.
           CALL 'DATACONT' USING PARAMETRI-DATACONT.
           MOVE DCP-DATA-CONTABILE TO WS-JRN-DATA.
           MOVE 'I' TO WS-JRN-TIPO.
           PERFORM SCRIVI-RUNJRNL.
           OPEN INPUT FILE-CLIENTI.
           OPEN OUTPUT FILE-PROSPETTO.
           PERFORM APRI-ONERI.
           DISPLAY 'CICLO DI FATTURAZIONE (00 = TUTTI): '.
           ACCEPT WS-PARM-CICLO.
           SORT SORT-WORK ON ASCENDING KEY SR-NOME SR-INDIRIZZO
           MOVE GIORNI-90  TO SR-G90.
           MOVE GIORNI-120 TO SR-G120.
           MOVE LIMITE-ACQUISTO TO SR-LIMITE.
           PERFORM ONERI-E-MINIMO.
           PERFORM SALDO-PUNTI.
           RELEASE SORT-RECORD.
           GO TO LETTURA-CONTROLLO.
       SELEZIONA-CONTI-EX.
                 PERFORM APRI-FAMIGLIA.
           PERFORM RIGA-STAMPA-1.
           PERFORM RIGA-STAMPA-SALDO.
           PERFORM RIGA-STAMPA-9.
           PERFORM RIGA-STAMPA-10.
           PERFORM RIGA-STAMPA-5.
           PERFORM RIGA-STAMPA-6.
           ADD SR-SALDO-CORR TO WS-FAM-SALDO.
           MOVE 'SALDO DEL CONTO' TO NOME.
           WRITE RIGA-2 AFTER 1 LINES.

      *----------------------------------------------------------------
      *  RIGA-STAMPA-9: SOLO SE C'E' UN ONERE O UN MINIMO DA PAGARE.
      *----------------------------------------------------------------
       RIGA-STAMPA-9.
           IF SR-ONERE = ZERO AND SR-MINIMO = ZERO
               NEXT SENTENCE
           ELSE
               MOVE SPACES TO RIGA-9
               MOVE 'ONERI FINANZIARI' TO ETICHETTA-ONERI-9
               MOVE SR-ONERE TO ONERI-9
               MOVE 'PAGAMENTO MINIMO' TO ETICHETTA-MINIMO-9
               MOVE SR-MINIMO TO MINIMO-9
               MOVE 'ENTRO IL' TO ETICHETTA-SCAD-9
               MOVE SR-SCADENZA TO WS-DATA-SCADENZA
               MOVE WS-GG-SCADENZA TO WS-GG-STAMPA
               MOVE WS-MM-SCADENZA TO WS-MM-STAMPA
               MOVE WS-AA-SCADENZA TO WS-AA-STAMPA
               MOVE WS-SCADENZA-NUM TO SCADENZA-9
               WRITE RIGA-9 AFTER 1 LINES.

       RIGA-STAMPA-10.
           IF SR-PUNTI > ZERO
               MOVE SPACES TO RIGA-10
               MOVE 'SALDO PUNTI FEDELTA''' TO ETICHETTA-10
               MOVE SR-PUNTI TO PUNTI-10
               WRITE RIGA-10 AFTER 1 LINES.

      *----------------------------------------------------------------
      *  RIGA-STAMPA-5: TESTO DEL SOLLECITO SECONDO IL CODICE DEL
      *  CONTO. UN CODICE A ZERO/SPAZIO PRODUCE IL NORMALE ESTRATTO
           MOVE SR-G120 TO SCAD-120.
           WRITE RIGA-6 AFTER 1 LINES.

      *----------------------------------------------------------------
      *  PARAMETRI DEGLI ONERI (SENZA FILE NIENTE MINIMO SULL'ESTRATTO)
      *  E ARCHIVIO ONERI-CONTI IN SOLA LETTURA.
      *----------------------------------------------------------------
       APRI-ONERI.
           MOVE 'N' TO SW-PARAMETRI.
           OPEN INPUT FILE-PARAMETRI-ONERI.
           READ FILE-PARAMETRI-ONERI
                AT END MOVE ZEROES TO RECORD-PARAMETRI-ONERI
                NOT AT END MOVE 'S' TO SW-PARAMETRI.
           CLOSE FILE-PARAMETRI-ONERI.
           IF PON-GIORNO-SCADENZA = ZERO OR PON-GIORNO-SCADENZA > 28
               MOVE 28 TO PON-GIORNO-SCADENZA.
           OPEN INPUT FILE-ONERI-CONTI.
           OPEN INPUT FILE-PUNTI-CONTI.

      *----------------------------------------------------------------
      *  ONERI POSTATI NEL CICLO, PAGAMENTO MINIMO SUL SALDO (UNA
      *  PERCENTUALE, NON SOTTO IL MINIMO FISSO E MAI OLTRE IL
      *  SALDO: STESSO CALCOLO DI MESEROLL, CHE LO REGISTRA ALLA
      *  CHIUSURA) E SCADENZA AL GIORNO FISSATO DEL MESE DOPO LA
      *  FATTURAZIONE.
      *----------------------------------------------------------------
       ONERI-E-MINIMO.
           MOVE ZERO TO SR-ONERE SR-MINIMO SR-SCADENZA.
           MOVE NUMERO-CONTO-CLIENTE TO ONC-NUMERO-CONTO.
           READ FILE-ONERI-CONTI
                INVALID KEY MOVE ZERO TO ONC-ONERE.
           IF WS-FS-ONERI = '00'
               MOVE ONC-ONERE TO SR-ONERE.
           IF PARAMETRI-PRESENTI AND SALDO-CORRENTE > ZERO
               COMPUTE SR-MINIMO ROUNDED =
                       SALDO-CORRENTE * PON-PERC-MINIMO / 100
               IF SR-MINIMO < PON-MINIMO-FISSO
                   MOVE PON-MINIMO-FISSO TO SR-MINIMO.
           IF SR-MINIMO > SALDO-CORRENTE
               MOVE SALDO-CORRENTE TO SR-MINIMO.
           MOVE DATA-FATTURAZIONE-MC TO WS-DATA-SCADENZA.
           IF WS-MM-SCADENZA = 12
               MOVE 01 TO WS-MM-SCADENZA
               ADD 1 TO WS-AA-SCADENZA
           ELSE
               ADD 1 TO WS-MM-SCADENZA.
           MOVE PON-GIORNO-SCADENZA TO WS-GG-SCADENZA.
           MOVE WS-DATA-SCADENZA TO SR-SCADENZA.

      *----------------------------------------------------------------
      *  SALDO PUNTI FEDELTA' DAL LIBRO PUNTI (ZERO SE IL CONTO NON
      *  HA MAI MATURATO PUNTI).
      *----------------------------------------------------------------
       SALDO-PUNTI.
           MOVE ZERO TO SR-PUNTI.
           MOVE NUMERO-CONTO-CLIENTE TO PNT-NUMERO-CONTO.
           READ FILE-PUNTI-CONTI
                INVALID KEY MOVE ZERO TO PNT-SALDO-PUNTI.
           IF WS-FS-PUNTI = '00'
               MOVE PNT-SALDO-PUNTI TO SR-PUNTI.

      *----------------------------------------------------------------
      *  RIEPILOGO DI FINE RUN: QUANTI CONTI SONO STATI EFFETTIVAMENTE
      *  ELABORATI E QUANTI SALTATI, E PER QUALE MOTIVO.
           WRITE RIGA-7 AFTER 1 LINES.
           CLOSE FILE-CLIENTI.
           CLOSE FILE-PROSPETTO.
           CLOSE FILE-ONERI-CONTI.
           CLOSE FILE-PUNTI-CONTI.
           MOVE 'F' TO WS-JRN-TIPO.
           MOVE WS-CTR-ELABORATI TO WS-JRN-CONTATORE.
           MOVE ZERO TO WS-JRN-COMPLETAMENTO.
      *----------------------------------------------------------------
       SCRIVI-RUNJRNL.
           OPEN EXTEND RUNJRNL.
           ACCEPT WS-JRN-ORA  FROM TIME.
           MOVE SPACES TO REC-RUNJRNL.
           MOVE 'CLIENTI' TO JRN-PROGRAMMA.
