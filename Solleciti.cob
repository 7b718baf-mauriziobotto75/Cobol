
       DATE-WRITTEN. 22-08-2026.

      *----------------------------------------------------------------
      * MODIFICHE
      * 14-10-2026 MB  ANCHE IL PAGAMENTO MINIMO NON RICEVUTO (ESITO
      *                REGISTRATO DA MESEROLL SU ONERI-CONTI) FA
      *                SALIRE IL CODICE: UN MINIMO MANCATO PORTA
      *                ALMENO AL PRIMO SOLLECITO, DUE O PIU' DI FILA
      *                ALMENO AL SECONDO.
      * 15-10-2026 MB  I CONTI AFFIDATI ALL'AGENZIA ESTERNA DI
      *                RECUPERO (STATO 'A' SULL'ARCHIVIO AFFIDI) NON
      *                VENGONO PIU' SOLLECITATI: IL CODICE RESTA
      *                QUELLO CHE AVEVANO ALL'AFFIDO.
      *----------------------------------------------------------------

       REMARKS.

           BATCH DI AGGIORNAMENTO AUTOMATICO DI CODICE-SOLLECITO
           E' TUTTO RIENTRATO IL CODICE TORNA A 0, CON L'ULTIMO
           PAGAMENTO A GIUSTIFICARE IL RIENTRO SUL REPORT. OGNI
           CONTO IL CUI CODICE CAMBIA VIENE STAMPATO CON IL MOTIVO.
           IL PAGAMENTO MINIMO NON RICEVUTO ENTRO LA CHIUSURA DEL
           MESE DI SCADENZA PORTA ALMENO AL PRIMO SOLLECITO (AL
           SECONDO SE MANCATO DUE VOLTE DI FILA), ANCHE SENZA
           SCADUTO OLTRE 60 GIORNI. I CONTI IN MANO ALL'AGENZIA DI
           RECUPERO (AFFIDI) VENGONO SALTATI.

       ENVIRONMENT  DIVISION.

                            ORGANIZATION IS INDEXED
                            RECORD KEY IS NUMERO-CONTO-CLIENTE.

           SELECT OPTIONAL FILE-ONERI-CONTI ASSIGN TO DISK
                            ACCESS IS RANDOM
                            ORGANIZATION IS INDEXED
                            RECORD KEY IS ONC-NUMERO-CONTO
                            FILE STATUS IS WS-FS-ONERI.

           SELECT OPTIONAL FILE-AFFIDI ASSIGN TO DISK
                            ACCESS IS RANDOM
                            ORGANIZATION IS INDEXED
                            RECORD KEY IS AFF-CONTO
                            FILE STATUS IS WS-FS-AFFIDI.

           SELECT FILE-PROSPETTO   ASSIGN TO PRINTER.

       DATA  DIVISION.
                                                        '0'.
                   88 CONTO-BLOCCATO                 VALUE 'B'.

      *----------------------------------------------------------------
      *  ONERI E MINIMO PER CONTO (STESSO TRACCIATO DI MESEROLL).
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
      *  STESSO TRACCIATO DI AFFIDI.
      *----------------------------------------------------------------
       FD  FILE-AFFIDI
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RECORD-AFFIDO.

       01  RECORD-AFFIDO.
           02 AFF-CONTO                              PICTURE 9(7).
           02 AFF-STATO                              PICTURE X.
              88 AFF-AFFIDATO                        VALUE 'A'.
              88 AFF-RICHIAMATO                      VALUE 'R'.
           02 AFF-AGENZIA                            PICTURE X(8).
           02 AFF-DATA-AFFIDO                        PICTURE 9(6).
           02 AFF-ESPOSIZIONE                        PICTURE 9(7)V99.
           02 AFF-RECUPERATO                         PICTURE 9(7)V99.
           02 AFF-COMPENSI                           PICTURE 9(7)V99.
           02 AFF-DATA-ULTIMO-ESITO                  PICTURE 9(6).
           02 AFF-DATA-RIENTRO                       PICTURE 9(6).
           02 FILLER                                 PICTURE X(19).

       FD  FILE-PROSPETTO
           LABEL RECORD IS OMITTED
           DATA RECORD IS RIGA-DET.
       77  WS-CTR-VARIATI               PICTURE 9(5) VALUE ZERO.
       77  WS-CODICE-NUOVO              PICTURE X    VALUE '0'.
       77  WS-CODICE-VECCHIO            PICTURE X    VALUE '0'.
       77  WS-CODICE-MINIMO             PICTURE X    VALUE '0'.
       77  WS-FS-ONERI                  PICTURE XX   VALUE '00'.
       77  SW-DA-MINIMO                 PICTURE X    VALUE 'N'.
       77  WS-FS-AFFIDI                 PICTURE XX   VALUE '00'.
       77  WS-CTR-AFFIDATI              PICTURE 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       INIZIO-ELABORAZIONE.
           OPEN I-O FILE-CLIENTI.
           OPEN INPUT FILE-ONERI-CONTI.
           OPEN INPUT FILE-AFFIDI.
           OPEN OUTPUT FILE-PROSPETTO.
       LETTURA-CONTROLLO.
           READ FILE-CLIENTI AT END GO TO FINE-ELABORAZIONE.
      *----------------------------------------------------------------
      *  DETERMINA IL CODICE SOLLECITO DALLE FASCE DI SCADUTO: IL
      *  CODICE SALE MA NON SCENDE, SALVO IL RIENTRO COMPLETO DELLO
      *  SCADUTO OLTRE 60 GIORNI CHE LO RIPORTA A 0. IL MINIMO NON
      *  PAGATO ALZA IL CODICE DELLE FASCE SE E' PIU' BASSO.
      *----------------------------------------------------------------
       AGGIORNA-SOLLECITO.
           MOVE NUMERO-CONTO-CLIENTE TO AFF-CONTO.
           READ FILE-AFFIDI
                INVALID KEY MOVE SPACE TO AFF-STATO.
           IF WS-FS-AFFIDI NOT = '00'
               MOVE SPACE TO AFF-STATO.
           IF AFF-AFFIDATO
               ADD 1 TO WS-CTR-AFFIDATI
               GO TO AGGIORNA-SOLLECITO-EX.
           MOVE CODICE-SOLLECITO TO WS-CODICE-VECCHIO.
           IF WS-CODICE-VECCHIO = SPACE
               MOVE '0' TO WS-CODICE-VECCHIO.
               MOVE '1' TO WS-CODICE-NUOVO
           ELSE
               MOVE '0' TO WS-CODICE-NUOVO.
           PERFORM CONTROLLA-MINIMO.
           MOVE 'N' TO SW-DA-MINIMO.
           IF WS-CODICE-MINIMO > WS-CODICE-NUOVO
               MOVE WS-CODICE-MINIMO TO WS-CODICE-NUOVO
               MOVE 'S' TO SW-DA-MINIMO.
           IF WS-CODICE-NUOVO NOT = '0'
               AND WS-CODICE-NUOVO < WS-CODICE-VECCHIO
               MOVE WS-CODICE-VECCHIO TO WS-CODICE-NUOVO.
       AGGIORNA-SOLLECITO-EX.
           EXIT.

      *----------------------------------------------------------------
      *  CODICE MINIMO DOVUTO AL PAGAMENTO MINIMO NON RICEVUTO: '1'
      *  PER UN MANCATO, '2' PER DUE O PIU' DI FILA, '0' ALTRIMENTI
      *  (ANCHE PER I CONTI SENZA RECORD SU ONERI-CONTI).
      *----------------------------------------------------------------
       CONTROLLA-MINIMO.
           MOVE '0' TO WS-CODICE-MINIMO.
           MOVE NUMERO-CONTO-CLIENTE TO ONC-NUMERO-CONTO.
           READ FILE-ONERI-CONTI
                INVALID KEY MOVE 'N' TO ONC-MANCATO.
           IF WS-FS-ONERI NOT = '00'
               MOVE 'N' TO ONC-MANCATO.
           IF ONC-MINIMO-MANCATO
               IF ONC-VOLTE-MANCATO > 1
                   MOVE '2' TO WS-CODICE-MINIMO
               ELSE
                   MOVE '1' TO WS-CODICE-MINIMO.

      *----------------------------------------------------------------
      *  RIGA DI REPORT PER OGNI CONTO IL CUI CODICE E' CAMBIATO,
      *  CON IL MOTIVO DELLA SALITA O DEL RIENTRO.
               MOVE 'SCADUTO RIENTRATO CON ULTIMO PAGAMENTO'
                    TO MOTIVO-DET
           ELSE
           IF SW-DA-MINIMO = 'S' AND WS-CODICE-NUOVO = '2'
               MOVE 'PAGAMENTO MINIMO MANCATO PIU'' VOLTE'
                    TO MOTIVO-DET
           ELSE
           IF SW-DA-MINIMO = 'S'
               MOVE 'PAGAMENTO MINIMO NON RICEVUTO' TO MOTIVO-DET
           ELSE
           IF WS-CODICE-NUOVO = '3'
               MOVE 'SCADUTO OLTRE 120 GIORNI' TO MOTIVO-DET
           ELSE

       FINE-ELABORAZIONE.
           CLOSE FILE-CLIENTI.
           CLOSE FILE-ONERI-CONTI.
           CLOSE FILE-AFFIDI.
           CLOSE FILE-PROSPETTO.
           DISPLAY 'CONTI ESAMINATI: ' WS-CTR-ESAMINATI.
           DISPLAY 'CODICI VARIATI:  ' WS-CTR-VARIATI.
           DISPLAY 'CONTI ALL''AGENZIA:' WS-CTR-AFFIDATI.
           STOP RUN.
