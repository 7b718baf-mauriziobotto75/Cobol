      *                STORICO-CONTI, PER RICOSTRUIRE COM'ERA UN CONTO
      *                IN UN MESE PASSATO (INTERROGAZIONE CON INQCONTI,
      *                EPURAZIONE OLTRE LA RITENZIONE CON PURGASNAP).
      * 14-10-2026 MB  ONERI FINANZIARI SUL SALDO RIPORTATO E PAGAMENTO
      *                MINIMO: TASSO, REGOLA DI GRAZIA, SOGLIA, ONERE
      *                MINIMO, PERCENTUALE E MINIMO FISSO DEL PAGAMENTO
      *                E GIORNO DI SCADENZA STANNO SUL FILE PARAMETRI-
      *                ONERI. L'ONERE NON TOCCA IL SALDO QUI: ESCE SUL
      *                LOTTO-ONERI COME MOVIMENTO DI TIPO 'O' DA
      *                POSTARE CON MOVIPOST. SU ONERI-CONTI RESTANO
      *                IL MINIMO DOVUTO E LA SCADENZA DELL'ESTRATTO
      *                APPENA CHIUSO E L'ESITO DEL MINIMO PRECEDENTE
      *                (LETTO DA SOLLECITI).
      * 15-10-2026 MB  DOPO L'INVECCHIAMENTO, SE RESTA SCADUTO OLTRE
      *                90 GIORNI (FASCIA GIORNI-120) INCREMENTA
      *                NUMERO-MESI-OLTRE90-AC, CHE NESSUNO AGGIORNAVA;
      *                SERVE AI CRITERI DI AFFIDO DI AFFIDI E A FIDOREV.
      * 15-10-2026 MB  LA DATA DI CHIUSURA (FOTOGRAFIA SU STORICO-CONTI
      *                E DATA DEL LOTTO-ONERI) E' LA DATA CONTABILE
      *                DELLA ROUTINE DATACONT E NON PIU' LA DATA DI
      *                SISTEMA: UNA CHIUSURA LANCIATA DOPO LA
      *                MEZZANOTTE DATA ANCORA IL GIORNO CHE SI CHIUDE.
      *----------------------------------------------------------------

       REMARKS.
           AVUTO OPERAZIONI NEL MESE. VA LANCIATO UNA SOLA VOLTA A
           CHIUSURA MESE, PRIMA DEL PRIMO MOVIPOST DEL MESE NUOVO.

           ONERI FINANZIARI: CON LA REGOLA DI GRAZIA (PON-GRAZIA
           'S' O SPAZIO) L'ONERE SI CALCOLA SOLO SULLA PARTE DEL
           SALDO RIPORTATO NON COPERTA DA PAGAMENTI E CREDITI DEL
           MESE, COSI' CHI PAGA L'ESTRATTO PER INTERO NON PAGA
           INTERESSI SUGLI ACQUISTI NUOVI; SENZA GRAZIA ('N') SI
           CALCOLA SU TUTTO IL SALDO CORRENTE. BASE SOTTO SOGLIA =
           NESSUN ONERE; ONERE = BASE * TASSO ANNUO / 12, MAI SOTTO
           L'ONERE MINIMO. GLI ONERI ESCONO SUL LOTTO-ONERI (HEADER,
           MOVIMENTI 'O', TRAILER) CHE VA PASSATO A MOVIPOST COME
           PRIMO LOTTO DEL MESE NUOVO. SENZA FILE PARAMETRI NON SI
           CALCOLANO NE' ONERI NE' MINIMI.

       ENVIRONMENT  DIVISION.

       CONFIGURATION SECTION.
                            ORGANIZATION IS SEQUENTIAL
                            FILE STATUS IS WS-FS-STORICO.

           SELECT OPTIONAL FILE-PARAMETRI-ONERI ASSIGN TO DISK
                            ACCESS IS SEQUENTIAL
                            ORGANIZATION IS SEQUENTIAL.

           SELECT FILE-ONERI-CONTI ASSIGN TO DISK
                            ACCESS IS RANDOM
                            ORGANIZATION IS INDEXED
                            RECORD KEY IS ONC-NUMERO-CONTO
                            FILE STATUS IS WS-FS-ONERI.

           SELECT FILE-LOTTO-ONERI ASSIGN TO DISK
                            ACCESS IS SEQUENTIAL
                            ORGANIZATION IS SEQUENTIAL.

       DATA  DIVISION.

       FILE  SECTION.
           02 SNAP-RECORD                            PICTURE X(251).
           02 FILLER                                 PICTURE X.

      *----------------------------------------------------------------
      *  PARAMETRI DEGLI ONERI FINANZIARI E DEL PAGAMENTO MINIMO (UN
      *  SOLO RECORD). PON-GIORNO-SCADENZA E' IL GIORNO DEL MESE
      *  SUCCESSIVO ALLA FATTURAZIONE ENTRO CUI VA PAGATO IL MINIMO.
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

      *----------------------------------------------------------------
      *  ONERI E MINIMO PER CONTO (COLLEGATO A FILE-CLIENTI SUL
      *  NUMERO CONTO): ONERI POSTATI NEL CICLO IN CORSO (DA
      *  MOVIPOST), MINIMO E SCADENZA DELL'ULTIMO ESTRATTO CHIUSO,
      *  ESITO DEL MINIMO PRECEDENTE E MANCATI CONSECUTIVI.
      *----------------------------------------------------------------
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
      *  LOTTO DEGLI ONERI NEL TRACCIATO DEI MOVIMENTI DI MOVIPOST:
      *  HEADER 'H', MOVIMENTI 'O', TRAILER 'T' CON CONTEGGIO E HASH.
      *----------------------------------------------------------------
       FD  FILE-LOTTO-ONERI
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RECORD-MOVIMENTO.

       01  RECORD-MOVIMENTO.
           02 MOV-NUMERO-CONTO                       PICTURE 9(7).
           02 MOV-TIPO                               PICTURE X.
           02 MOV-IMPORTO                            PICTURE 9(6)V99.
           02 MOV-DATA                               PICTURE 9(6).
           02 MOV-TIPO-ORIG                          PICTURE X.
           02 FILLER                                 PICTURE X(7).

       01  RECORD-CONTROLLO.
           02 CTL-FILIALE                            PICTURE 9(7).
           02 CTL-TIPO                               PICTURE X.
           02 CTL-CONTA                              PICTURE 9(5).
           02 CTL-HASH                               PICTURE 9(9)V99.
           02 CTL-DATA                               PICTURE 9(6).

       FD  FILE-PROSPETTO
           LABEL RECORD IS OMITTED
           DATA RECORD IS RIGA-7.
       77  WS-DATA-RUN                               PICTURE 9(8)
                                                       VALUE ZERO.

      *----------------------------------------------------------------
      *  ONERI FINANZIARI E PAGAMENTO MINIMO.
      *----------------------------------------------------------------
       77  WS-FS-ONERI                               PICTURE XX
                                                       VALUE '00'.
       77  SW-PARAMETRI                              PICTURE X
                                                       VALUE 'N'.
           88 PARAMETRI-PRESENTI                      VALUE 'S'.
       77  WS-DATA-MOVIMENTO                         PICTURE 9(6)
                                                       VALUE ZERO.
       77  WS-BASE-ONERE                             PICTURE S9(7)V99
                                                       VALUE ZERO.
       77  WS-ONERE                                  PICTURE 9(5)V99
                                                       VALUE ZERO.
       77  WS-PAGATO-MESE                            PICTURE 9(7)V99
                                                       VALUE ZERO.
       77  WS-MINIMO                                 PICTURE 9(6)V99
                                                       VALUE ZERO.
       77  WS-CTR-ONERI                              PICTURE 9(5)
                                                       VALUE ZERO.
       77  WS-TOT-ONERI                              PICTURE 9(9)V99
                                                       VALUE ZERO.
       77  WS-CTR-MANCATI                            PICTURE 9(5)
                                                       VALUE ZERO.
       77  WS-TOT-ONERI-ED
                               PICTURE ZZZ,ZZZ,ZZ9.99.

       01  WS-DATA-LAVORO.
           02 WS-AA-LAVORO                           PICTURE 99.
           02 WS-MM-LAVORO                           PICTURE 99.
           02 WS-GG-LAVORO                           PICTURE 99.

           COPY PAR_DataCont.

       PROCEDURE DIVISION.
       INIZIO-ELABORAZIONE.
           MOVE 'D' TO DCP-FUNZIONE.
           MOVE 'MESEROLL' TO DCP-PROGRAMMA.
           CALL 'DATACONT' USING PARAMETRI-DATACONT.
           MOVE DCP-DATA-CONTABILE TO WS-DATA-RUN.
           OPEN I-O FILE-CLIENTI.
           OPEN OUTPUT FILE-PROSPETTO.
           PERFORM APRI-STORICO-CONTI.
           PERFORM APRI-ONERI.
       LETTURA-CONTROLLO.
           READ FILE-CLIENTI AT END GO TO FINE-ELABORAZIONE.
           PERFORM SCRIVI-SNAPSHOT.
           PERFORM CHIUDI-ONERI-CONTO.
           PERFORM RUOTA-MESE.
           REWRITE RECORD-CLIENTE.
           ADD 1 TO WS-CTR-CHIUSI.
           ELSE
               OPEN OUTPUT FILE-STORICO-CONTI.

      *----------------------------------------------------------------
      *  PARAMETRI DEGLI ONERI (FACOLTATIVI), ARCHIVIO ONERI-CONTI
      *  (CREATO ALLA PRIMA CHIUSURA) E LOTTO DEGLI ONERI CON IL SUO
      *  HEADER, DATATO CON LA DATA DI CHIUSURA.
      *----------------------------------------------------------------
       APRI-ONERI.
           MOVE 'N' TO SW-PARAMETRI.
           OPEN INPUT FILE-PARAMETRI-ONERI.
           READ FILE-PARAMETRI-ONERI
                AT END MOVE ZEROES TO RECORD-PARAMETRI-ONERI
                NOT AT END MOVE 'S' TO SW-PARAMETRI.
           CLOSE FILE-PARAMETRI-ONERI.
           IF NOT PARAMETRI-PRESENTI
               DISPLAY 'PARAMETRI ONERI ASSENTI: NESSUN ONERE'.
           IF PON-GIORNO-SCADENZA = ZERO OR PON-GIORNO-SCADENZA > 28
               MOVE 28 TO PON-GIORNO-SCADENZA.
           OPEN I-O FILE-ONERI-CONTI.
           IF WS-FS-ONERI NOT = '00'
               OPEN OUTPUT FILE-ONERI-CONTI
               CLOSE FILE-ONERI-CONTI
               OPEN I-O FILE-ONERI-CONTI.
      *    AAMMGG DEL LOTTO: LE ULTIME SEI CIFRE DELLA DATA DEL RUN.
           MOVE WS-DATA-RUN TO WS-DATA-MOVIMENTO.
           OPEN OUTPUT FILE-LOTTO-ONERI.
           MOVE SPACES TO RECORD-CONTROLLO.
           MOVE ZERO TO CTL-FILIALE CTL-CONTA CTL-HASH.
           MOVE 'H' TO CTL-TIPO.
           MOVE WS-DATA-MOVIMENTO TO CTL-DATA.
           WRITE RECORD-CONTROLLO.

      *----------------------------------------------------------------
      *  ONERI E MINIMO DEL CONTO, PRIMA DEL RIPORTO: ESITO DEL
      *  MINIMO DELL'ESTRATTO PRECEDENTE (PAGAMENTI + CREDITI DEL
      *  MESE CONTRO IL MINIMO DOVUTO), ONERE SUL SALDO RIPORTATO
      *  SCRITTO SUL LOTTO, MINIMO E SCADENZA DELL'ESTRATTO DEL MESE
      *  CHE SI CHIUDE. GLI ONERI DEL CICLO NUOVO RIPARTONO DA ZERO.
      *----------------------------------------------------------------
       CHIUDI-ONERI-CONTO.
           MOVE NUMERO-CONTO-CLIENTE TO ONC-NUMERO-CONTO.
           READ FILE-ONERI-CONTI
                INVALID KEY
                   MOVE SPACES TO RECORD-ONERI-CONTO
                   MOVE NUMERO-CONTO-CLIENTE TO ONC-NUMERO-CONTO
                   MOVE ZEROES TO ONC-DATA-FATT ONC-ONERE ONC-MINIMO
                                  ONC-SCADENZA ONC-VOLTE-MANCATO
                   MOVE 'N' TO ONC-MANCATO.
           PERFORM CONTROLLA-MINIMO.
           PERFORM CALCOLA-ONERE THRU CALCOLA-ONERE-EX.
           IF WS-ONERE > ZERO
               PERFORM SCRIVI-MOVIMENTO-ONERE.
           PERFORM CALCOLA-MINIMO THRU CALCOLA-MINIMO-EX.
           MOVE DATA-FATTURAZIONE-MC TO ONC-DATA-FATT.
           MOVE ZERO TO ONC-ONERE.
           MOVE WS-MINIMO TO ONC-MINIMO.
           PERFORM CALCOLA-SCADENZA.
           IF WS-FS-ONERI = '00'
               REWRITE RECORD-ONERI-CONTO
           ELSE
               WRITE RECORD-ONERI-CONTO.

       CONTROLLA-MINIMO.
           COMPUTE WS-PAGATO-MESE = IMPORTO-PAGAMENTI + IMPORTO-CREDITI.
           IF ONC-MINIMO > ZERO AND WS-PAGATO-MESE < ONC-MINIMO
               MOVE 'S' TO ONC-MANCATO
               ADD 1 TO ONC-VOLTE-MANCATO
               ADD 1 TO WS-CTR-MANCATI
           ELSE
               MOVE 'N' TO ONC-MANCATO
               MOVE ZERO TO ONC-VOLTE-MANCATO.

       CALCOLA-ONERE.
           MOVE ZERO TO WS-ONERE.
           IF NOT PARAMETRI-PRESENTI OR PON-TASSO-ANNUO = ZERO
               GO TO CALCOLA-ONERE-EX.
           IF PON-GRAZIA = 'N'
               MOVE SALDO-CORRENTE TO WS-BASE-ONERE
           ELSE
               COMPUTE WS-BASE-ONERE = SALDO-A-RIPORTARE
                     - IMPORTO-PAGAMENTI - IMPORTO-CREDITI.
           IF WS-BASE-ONERE NOT > ZERO OR WS-BASE-ONERE < PON-SOGLIA
               GO TO CALCOLA-ONERE-EX.
           COMPUTE WS-ONERE ROUNDED =
                   WS-BASE-ONERE * PON-TASSO-ANNUO / 1200.
           IF WS-ONERE < PON-ONERE-MINIMO
               MOVE PON-ONERE-MINIMO TO WS-ONERE.
       CALCOLA-ONERE-EX.
           EXIT.

       SCRIVI-MOVIMENTO-ONERE.
           MOVE SPACES TO RECORD-MOVIMENTO.
           MOVE NUMERO-CONTO-CLIENTE TO MOV-NUMERO-CONTO.
           MOVE 'O' TO MOV-TIPO.
           MOVE WS-ONERE TO MOV-IMPORTO.
           MOVE WS-DATA-MOVIMENTO TO MOV-DATA.
           WRITE RECORD-MOVIMENTO.
           ADD 1 TO WS-CTR-ONERI.
           ADD WS-ONERE TO WS-TOT-ONERI.

      *----------------------------------------------------------------
      *  PAGAMENTO MINIMO SUL SALDO DELL'ESTRATTO: PERCENTUALE DEL
      *  SALDO, NON SOTTO IL MINIMO FISSO E MAI OLTRE IL SALDO
      *  STESSO (STESSO CALCOLO DELL'ESTRATTO IN CLIENTI).
      *----------------------------------------------------------------
       CALCOLA-MINIMO.
           MOVE ZERO TO WS-MINIMO.
           IF NOT PARAMETRI-PRESENTI OR SALDO-CORRENTE NOT > ZERO
               GO TO CALCOLA-MINIMO-EX.
           COMPUTE WS-MINIMO ROUNDED =
                   SALDO-CORRENTE * PON-PERC-MINIMO / 100.
           IF WS-MINIMO < PON-MINIMO-FISSO
               MOVE PON-MINIMO-FISSO TO WS-MINIMO.
           IF WS-MINIMO > SALDO-CORRENTE
               MOVE SALDO-CORRENTE TO WS-MINIMO.
       CALCOLA-MINIMO-EX.
           EXIT.

      *----------------------------------------------------------------
      *  SCADENZA DEL MINIMO: GIORNO PON-GIORNO-SCADENZA DEL MESE
      *  SUCCESSIVO ALLA DATA DI FATTURAZIONE (AAMMGG).
      *----------------------------------------------------------------
       CALCOLA-SCADENZA.
           MOVE DATA-FATTURAZIONE-MC TO WS-DATA-LAVORO.
           IF WS-MM-LAVORO = 12
               MOVE 01 TO WS-MM-LAVORO
               ADD 1 TO WS-AA-LAVORO
           ELSE
               ADD 1 TO WS-MM-LAVORO.
           MOVE PON-GIORNO-SCADENZA TO WS-GG-LAVORO.
           MOVE WS-DATA-LAVORO TO ONC-SCADENZA.

      *----------------------------------------------------------------
      *  FOTOGRAFIA DEL CONTO COM'ERA A FINE MESE, PRIMA DEL RIPORTO
      *  E DEGLI AZZERAMENTI.
           IF WS-NUOVO-30 < ZERO
               MOVE ZERO TO WS-NUOVO-30.
           MOVE WS-NUOVO-30 TO GIORNI-30.
           IF GIORNI-120 > ZERO AND NUMERO-MESI-OLTRE90-AC < 99
               ADD 1 TO NUMERO-MESI-OLTRE90-AC.
           IF GIORNI-30 > ZERO OR GIORNI-60 > ZERO
              OR GIORNI-90 > ZERO OR GIORNI-120 > ZERO
               ADD 1 TO WS-CTR-CON-SCADUTO.
           MOVE 'CONTI CON SCADUTO IN FASCIA' TO ETICHETTA-7.
           MOVE WS-CTR-CON-SCADUTO          TO VALORE-7.
           WRITE RIGA-7 AFTER 1 LINES.
           MOVE SPACES TO RIGA-7.
           MOVE 'CONTI CON ONERI FINANZIARI' TO ETICHETTA-7.
           MOVE WS-CTR-ONERI                TO VALORE-7.
           WRITE RIGA-7 AFTER 1 LINES.
           MOVE SPACES TO RIGA-7.
           MOVE 'PAGAMENTI MINIMI MANCATI'  TO ETICHETTA-7.
           MOVE WS-CTR-MANCATI              TO VALORE-7.
           WRITE RIGA-7 AFTER 1 LINES.
           MOVE SPACES TO RECORD-CONTROLLO.
           MOVE ZERO TO CTL-FILIALE.
           MOVE 'T' TO CTL-TIPO.
           MOVE WS-CTR-ONERI TO CTL-CONTA.
           MOVE WS-TOT-ONERI TO CTL-HASH.
           MOVE WS-DATA-MOVIMENTO TO CTL-DATA.
           WRITE RECORD-CONTROLLO.
           CLOSE FILE-LOTTO-ONERI.
           CLOSE FILE-ONERI-CONTI.
           CLOSE FILE-CLIENTI.
           CLOSE FILE-PROSPETTO.
           CLOSE FILE-STORICO-CONTI.
           DISPLAY 'CONTI CHIUSI A FINE MESE: ' WS-CTR-CHIUSI.
           MOVE WS-TOT-ONERI TO WS-TOT-ONERI-ED.
           DISPLAY 'ONERI SUL LOTTO: ' WS-CTR-ONERI
                   ' PER ' WS-TOT-ONERI-ED.
           STOP RUN.
