      *                GIORNO RIPORTANDO INDIETRO CONTATORI E SALDO,
      *                AL POSTO DEL FINTO MOVIMENTO DI SEGNO OPPOSTO
      *                CHE SPORCAVA NUMERO-ACQUISTI/PAGAMENTI.
      * 14-10-2026 MB  NUOVO TIPO 'O' (ONERI FINANZIARI, DAL LOTTO
      *                SCRITTO DA MESEROLL): AUMENTA SALDO-CORRENTE E
      *                VIENE SOMMATO SU ONERI-CONTI PER L'ESTRATTO;
      *                ANCHE L'ONERE SI PUO' STORNARE ('S' CON TIPO
      *                ORIGINALE 'O'), AD ESEMPIO PER UN ABBUONO.
      * 15-10-2026 MB  PUNTI FEDELTA': GLI ACQUISTI MATURANO PUNTI SUL
      *                LIBRO PUNTI-CONTI AL TASSO DEL MAGAZZINO DEL
      *                CONTO (FILE PARAMETRI-PUNTI); RESI E STORNI DI
      *                ACQUISTO LI TOLGONO. NUOVO TIPO 'U' (UTILIZZO
      *                PUNTI): L'IMPORTO VIENE ACCREDITATO COME UN
      *                CREDITO E I PUNTI CORRISPONDENTI SCALATI DAI
      *                PIU' VECCHI; SENZA PUNTI SUFFICIENTI IL
      *                MOVIMENTO E' RESPINTO. ANCHE 'U' SI STORNA.
      * 15-10-2026 MB  IL LOTTO SI CONFRONTA CON LA DATA CONTABILE
      *                (ROUTINE DATACONT): UN HEADER CON DATA
      *                DIVERSA (LOTTO DI UN ALTRO GIORNO, CATENA
      *                RILANCIATA) VIENE SEGNALATO A VIDEO; IL
      *                POSTING PROSEGUE.
      *----------------------------------------------------------------

       REMARKS.

           BATCH GIORNALIERO DI AGGIORNAMENTO DI FILE-CLIENTI: LEGGE
           IL FILE DEI MOVIMENTI DEL GIORNO (CONTO, TIPO A/P/C/R/O/U,
           IMPORTO, DATA), LO ORDINA PER CONTO E LO INCROCIA CON IL
           MASTER IN SEQUENZA, AGGIORNANDO I CONTATORI ACQUISTI/
           PAGAMENTI/CREDITI/RESI, SALDO-CORRENTE, SALDO-MASSIMO E
                            ORGANIZATION IS INDEXED
                            RECORD KEY IS NUMERO-CONTO-CLIENTE.

           SELECT FILE-ONERI-CONTI ASSIGN TO DISK
                            ACCESS IS RANDOM
                            ORGANIZATION IS INDEXED
                            RECORD KEY IS ONC-NUMERO-CONTO
                            FILE STATUS IS WS-FS-ONERI.

           SELECT OPTIONAL FILE-PARAMETRI-PUNTI ASSIGN TO DISK
                            ACCESS IS SEQUENTIAL
                            ORGANIZATION IS SEQUENTIAL.

           SELECT FILE-PUNTI-CONTI ASSIGN TO DISK
                            ACCESS IS RANDOM
                            ORGANIZATION IS INDEXED
                            RECORD KEY IS PNT-NUMERO-CONTO
                            FILE STATUS IS WS-FS-PUNTI.

           SELECT FILE-GIORNALE   ASSIGN TO PRINTER.

           SELECT FILE-RESPINTI   ASSIGN TO PRINTER.
           02 MOV-IMPORTO                            PICTURE 9(6)V99.
           02 MOV-DATA                               PICTURE 9(6).
      *    PER GLI STORNI ('S'): TIPO DEL MOVIMENTO ORIGINALE DA
      *    ANNULLARE (A/P/C/R/O/U).
           02 MOV-TIPO-ORIG                          PICTURE X.
           02 FILLER                                 PICTURE X(7).

                                                        '0'.
                   88 CONTO-BLOCCATO                 VALUE 'B'.

      *----------------------------------------------------------------
      *  ONERI E MINIMO PER CONTO (STESSO TRACCIATO DI MESEROLL): QUI
      *  SI AGGIORNA SOLO ONC-ONERE, GLI ONERI POSTATI NEL CICLO.
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
      *  PARAMETRI DEL PROGRAMMA PUNTI: UN RECORD 'G' GENERALE (MESI
      *  DI VALIDITA' DEI PUNTI, VALORE IN EURO DI UN PUNTO E TASSO
      *  DI DEFAULT) E UN RECORD 'M' PER OGNI MAGAZZINO CON UN TASSO
      *  PROPRIO (PUNTI PER EURO DI ACQUISTO).
      *----------------------------------------------------------------
       FD  FILE-PARAMETRI-PUNTI
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RECORD-PARAMETRI-PUNTI.

       01  RECORD-PARAMETRI-PUNTI.
           02 PPU-TIPO                               PICTURE X.
              88 PPU-GENERALE                        VALUE 'G'.
              88 PPU-MAGAZZINO-TASSO                 VALUE 'M'.
           02 PPU-MAGAZZINO                          PICTURE 999.
           02 PPU-PUNTI-PER-EURO                     PICTURE 99V99.
           02 PPU-MESI-VALIDITA                      PICTURE 99.
           02 PPU-VALORE-PUNTO                       PICTURE 9V9999.
           02 FILLER                                 PICTURE X(25).

      *----------------------------------------------------------------
      *  LIBRO PUNTI PER CONTO: SALDO, MOVIMENTI DEL MESE PER IL
      *  PROSPETTO DI PUNTIMESE E PUNTI ANCORA VALIDI PER MESE DI
      *  MATURAZIONE (1 = MESE IN CORSO), PER LA SCADENZA.
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

       FD  FILE-GIORNALE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RIGA-GIORNALE.
                                                       VALUE ZERO.
       77  WS-TRL-HASH                               PICTURE 9(9)V99
                                                       VALUE ZERO.
       77  WS-DATA-LOTTO                             PICTURE 9(6)
                                                       VALUE ZERO.
       77  WS-DATA-CONT-AAMMGG                       PICTURE 9(6)
                                                       VALUE ZERO.
       77  WS-FILIALE                                PICTURE 9(7)
                                                       VALUE ZERO.
       77  WS-CTR-STORNI                             PICTURE 9(5)
                                                       VALUE ZERO.
       77  WS-FS-ONERI                               PICTURE XX
                                                       VALUE '00'.
       77  WS-CTR-ONERI                              PICTURE 9(5)
                                                       VALUE ZERO.

      *----------------------------------------------------------------
      *  PUNTI FEDELTA': TASSO PER MAGAZZINO (INDICE = MAGAZZINO + 1)
      *  CARICATO DAL FILE PARAMETRI, VALORE DEL PUNTO E APPOGGI DEL
      *  CALCOLO.
      *----------------------------------------------------------------
       01  WS-TABELLA-PUNTI.
           02 WS-TASSO-MAG                           PICTURE 99V99
                                                     OCCURS 1000 TIMES.
       77  WS-TASSO-DEFAULT                          PICTURE 99V99
                                                       VALUE ZERO.
       77  WS-VALORE-PUNTO                           PICTURE 9V9999
                                                       VALUE ZERO.
       77  WS-IND-MAG                                PICTURE 9(4)
                                                       VALUE ZERO.
       77  WS-IND-MESE                               PICTURE 99
                                                       VALUE ZERO.
       77  WS-PUNTI                                  PICTURE 9(7)
                                                       VALUE ZERO.
       77  WS-PUNTI-RESIDUI                          PICTURE 9(7)
                                                       VALUE ZERO.
       77  WS-FS-PUNTI                               PICTURE XX
                                                       VALUE '00'.
       01  SW-FINE-PARAMETRI                         PICTURE 9
                                                       VALUE ZERO.
           88 FINE-PARAMETRI                          VALUE 1.
       77  WS-CTR-UTILIZZI                           PICTURE 9(5)
                                                       VALUE ZERO.

           COPY PAR_DataCont.

       PROCEDURE DIVISION.
       INIZIO-ELABORAZIONE.
           MOVE 'D' TO DCP-FUNZIONE.
           MOVE 'MOVIPOST' TO DCP-PROGRAMMA.
           CALL 'DATACONT' USING PARAMETRI-DATACONT.
      *    AAMMGG COME CTL-DATA: LE ULTIME SEI CIFRE DELLA DATA.
           MOVE DCP-DATA-CONTABILE TO WS-DATA-CONT-AAMMGG.
           PERFORM VERIFICA-LOTTO THRU VERIFICA-LOTTO-EX.
           IF NOT LOTTO-VALIDO
               DISPLAY 'LOTTO MOVIMENTI SQUADRATO: NESSUN POSTING'
               MOVE 16 TO RETURN-CODE
               GOBACK.
           OPEN I-O FILE-CLIENTI.
           OPEN I-O FILE-ONERI-CONTI.
           IF WS-FS-ONERI NOT = '00'
               OPEN OUTPUT FILE-ONERI-CONTI
               CLOSE FILE-ONERI-CONTI
               OPEN I-O FILE-ONERI-CONTI.
           PERFORM CARICA-PARAMETRI-PUNTI THRU
                   CARICA-PARAMETRI-PUNTI-EX.
           OPEN I-O FILE-PUNTI-CONTI.
           IF WS-FS-PUNTI NOT = '00'
               OPEN OUTPUT FILE-PUNTI-CONTI
               CLOSE FILE-PUNTI-CONTI
               OPEN I-O FILE-PUNTI-CONTI.
           OPEN OUTPUT FILE-GIORNALE.
           OPEN OUTPUT FILE-RESPINTI.
           SORT SORT-MOVIMENTI ON ASCENDING KEY SRT-NUMERO-CONTO
           IF MOV-HEADER
               ADD 1 TO WS-VER-HEADER
               MOVE CTL-FILIALE TO WS-FILIALE
               MOVE CTL-DATA    TO WS-DATA-LOTTO
               GO TO VERIFICA-LOTTO-LOOP.
           IF MOV-TRAILER
               ADD 1 TO WS-VER-TRAILER
                       ' DICHIARATI: ' WS-TRL-CONTA
               DISPLAY 'HASH:    ' WS-VER-HASH
                       ' DICHIARATO: ' WS-TRL-HASH.
           IF LOTTO-VALIDO AND WS-DATA-LOTTO NOT = WS-DATA-CONT-AAMMGG
               DISPLAY '*** ATTENZIONE: LOTTO DEL ' WS-DATA-LOTTO
                       ', DATA CONTABILE ' WS-DATA-CONT-AAMMGG.
       VERIFICA-LOTTO-EX.
           EXIT.


      *----------------------------------------------------------------
      *  APPLICA UN MOVIMENTO AL CONTO IN MEMORIA: CONTATORE E
      *  IMPORTO DELLA CATEGORIA, SALDO CORRENTE (ACQUISTI E ONERI IN
      *  AUMENTO, PAGAMENTI/CREDITI/RESI IN DIMINUZIONE), NUMERO
      *  OPERAZIONE, SALDO MASSIMO STORICO E DATI ULTIMO PAGAMENTO.
      *----------------------------------------------------------------
           IF SRT-TIPO = 'S'
               PERFORM APPLICA-STORNO THRU APPLICA-STORNO-EX
               GO TO APPLICA-MOVIMENTO-EX.
           IF SRT-TIPO = 'U'
               PERFORM APPLICA-UTILIZZO THRU APPLICA-UTILIZZO-EX
               GO TO APPLICA-MOVIMENTO-EX.
      *    UN CONTO BLOCCATO PER FIDO NON PUO' COMPRARE: L'ACQUISTO
      *    VIENE RESPINTO, PAGAMENTI/CREDITI/RESI PASSANO COMUNQUE.
           IF SRT-TIPO = 'A' AND CONTO-BLOCCATO
               ADD SRT-IMPORTO TO IMPORTO-ACQUISTI
               ADD SRT-IMPORTO TO SALDO-CORRENTE
               ADD SRT-IMPORTO TO TOTALE-ACQUISTI-AC
               PERFORM MATURA-PUNTI
               MOVE 'ACQUISTO' TO GIO-TIPO
           ELSE
           IF SRT-TIPO = 'P'
               ADD SRT-IMPORTO TO IMPORTO-RESI
               SUBTRACT SRT-IMPORTO FROM SALDO-CORRENTE
               ADD SRT-IMPORTO TO TOTALE-RESI-AC
               PERFORM STORNA-PUNTI
               MOVE 'RESO' TO GIO-TIPO
           ELSE
           IF SRT-TIPO = 'O'
               ADD SRT-IMPORTO TO SALDO-CORRENTE
               PERFORM AGGIORNA-ONERI-CONTO
               MOVE 'ONERI FIN.' TO GIO-TIPO
           ELSE
               MOVE 'TIPO MOVIMENTO NON AMMESSO' TO RES-MOTIVO
               PERFORM RESPINGI-MOVIMENTO
      *----------------------------------------------------------------
      *  STORNO: ANNULLA UN MOVIMENTO DELLO STESSO GIORNO RIPORTANDO
      *  INDIETRO CONTATORE, IMPORTO DI CATEGORIA, SALDO CORRENTE E
      *  NUMERO OPERAZIONE, SECONDO IL TIPO ORIGINALE (A/P/C/R/O).
      *  NIENTE PIU' FINTO MOVIMENTO DI SEGNO OPPOSTO CHE GONFIAVA
      *  I CONTEGGI.
      *----------------------------------------------------------------
               SUBTRACT SRT-IMPORTO FROM IMPORTO-ACQUISTI
               SUBTRACT SRT-IMPORTO FROM SALDO-CORRENTE
               SUBTRACT SRT-IMPORTO FROM TOTALE-ACQUISTI-AC
               PERFORM STORNA-PUNTI
               MOVE 'STORNO ACQ' TO GIO-TIPO
           ELSE
           IF SRT-TIPO-ORIG = 'P'
               SUBTRACT SRT-IMPORTO FROM IMPORTO-RESI
               ADD SRT-IMPORTO TO SALDO-CORRENTE
               SUBTRACT SRT-IMPORTO FROM TOTALE-RESI-AC
               PERFORM MATURA-PUNTI
               MOVE 'STORNO RES' TO GIO-TIPO
           ELSE
           IF SRT-TIPO-ORIG = 'O'
               SUBTRACT SRT-IMPORTO FROM SALDO-CORRENTE
               PERFORM AGGIORNA-ONERI-CONTO
               MOVE 'STORNO ONE' TO GIO-TIPO
           ELSE
           IF SRT-TIPO-ORIG = 'U'
               SUBTRACT 1 FROM NUMERO-CREDITI
               SUBTRACT SRT-IMPORTO FROM IMPORTO-CREDITI
               ADD SRT-IMPORTO TO SALDO-CORRENTE
               PERFORM RENDI-PUNTI-UTILIZZO
               MOVE 'STORNO PUN' TO GIO-TIPO
           ELSE
               MOVE 'STORNO SENZA TIPO ORIGINALE' TO RES-MOTIVO
               PERFORM RESPINGI-MOVIMENTO
       APPLICA-STORNO-EX.
           EXIT.

      *----------------------------------------------------------------
      *  ONERI DEL CICLO SU ONERI-CONTI: L'ONERE SI SOMMA, LO STORNO
      *  DI UN ONERE SI TOGLIE. UN CONTO ANCORA SENZA RECORD (MAI
      *  PASSATO DA MESEROLL) VIENE AGGIUNTO.
      *----------------------------------------------------------------
       AGGIORNA-ONERI-CONTO.
           MOVE SRT-NUMERO-CONTO TO ONC-NUMERO-CONTO.
           READ FILE-ONERI-CONTI
                INVALID KEY
                   MOVE SPACES TO RECORD-ONERI-CONTO
                   MOVE SRT-NUMERO-CONTO TO ONC-NUMERO-CONTO
                   MOVE ZEROES TO ONC-DATA-FATT ONC-ONERE ONC-MINIMO
                                  ONC-SCADENZA ONC-VOLTE-MANCATO
                   MOVE 'N' TO ONC-MANCATO.
           IF SRT-TIPO = 'O'
               ADD SRT-IMPORTO TO ONC-ONERE
               ADD 1 TO WS-CTR-ONERI
           ELSE
           IF SRT-IMPORTO < ONC-ONERE
               SUBTRACT SRT-IMPORTO FROM ONC-ONERE
           ELSE
               MOVE ZERO TO ONC-ONERE.
           IF WS-FS-ONERI = '00'
               REWRITE RECORD-ONERI-CONTO
           ELSE
               WRITE RECORD-ONERI-CONTO.

      *----------------------------------------------------------------
      *  UTILIZZO PUNTI ('U'): L'IMPORTO E' IL CONTROVALORE IN EURO
      *  DA ACCREDITARE; I PUNTI NECESSARI (IMPORTO / VALORE DEL
      *  PUNTO) DEVONO ESSERE DISPONIBILI SUL LIBRO. L'ACCREDITO SI
      *  POSTA COME UN CREDITO.
      *----------------------------------------------------------------
       APPLICA-UTILIZZO.
           IF WS-VALORE-PUNTO = ZERO
               MOVE 'PROGRAMMA PUNTI NON ATTIVO' TO RES-MOTIVO
               PERFORM RESPINGI-MOVIMENTO
               GO TO APPLICA-UTILIZZO-EX.
           COMPUTE WS-PUNTI ROUNDED = SRT-IMPORTO / WS-VALORE-PUNTO.
           PERFORM LEGGI-PUNTI-CONTO.
           IF WS-PUNTI = ZERO OR WS-PUNTI > PNT-SALDO-PUNTI
               MOVE 'PUNTI INSUFFICIENTI' TO RES-MOTIVO
               PERFORM RESPINGI-MOVIMENTO
               GO TO APPLICA-UTILIZZO-EX.
           PERFORM TOGLI-PUNTI THRU TOGLI-PUNTI-EX.
           ADD WS-PUNTI TO PNT-UTILIZZATI-MESE.
           PERFORM SCRIVI-PUNTI-CONTO.
           ADD 1 TO NUMERO-CREDITI.
           ADD SRT-IMPORTO TO IMPORTO-CREDITI.
           SUBTRACT SRT-IMPORTO FROM SALDO-CORRENTE.
           ADD 1 TO NUMERO-OPERAZIONE-MC.
           MOVE 'PUNTI' TO GIO-TIPO.
           MOVE 1 TO SW-CONTO-MOVIMENTATO.
           PERFORM SCRIVI-GIORNALE.
           ADD 1 TO WS-CTR-MOV-APPLICATI.
           ADD 1 TO WS-CTR-UTILIZZI.
       APPLICA-UTILIZZO-EX.
           EXIT.

      *----------------------------------------------------------------
      *  PUNTI DI UN ACQUISTO (O DI UN RESO STORNATO): IMPORTO PER IL
      *  TASSO DEL MAGAZZINO DEL CONTO, SOLO LA PARTE INTERA, SUL
      *  MESE DI MATURAZIONE IN CORSO.
      *----------------------------------------------------------------
       MATURA-PUNTI.
           PERFORM CALCOLA-PUNTI.
           IF WS-PUNTI > ZERO
               PERFORM LEGGI-PUNTI-CONTO
               ADD WS-PUNTI TO PNT-SALDO-PUNTI
               ADD WS-PUNTI TO PNT-PUNTI-MESE (1)
               ADD WS-PUNTI TO PNT-MATURATI-MESE
               PERFORM SCRIVI-PUNTI-CONTO.

      *----------------------------------------------------------------
      *  PUNTI DA TOGLIERE PER UN RESO O UNO STORNO DI ACQUISTO,
      *  CALCOLATI COME SE FOSSE L'ACQUISTO; SE IL SALDO NON BASTA
      *  (PUNTI GIA' UTILIZZATI O SCADUTI) SI AZZERA.
      *----------------------------------------------------------------
       STORNA-PUNTI.
           PERFORM CALCOLA-PUNTI.
           IF WS-PUNTI > ZERO
               PERFORM LEGGI-PUNTI-CONTO
               PERFORM TOGLI-PUNTI THRU TOGLI-PUNTI-EX
               ADD WS-PUNTI TO PNT-STORNATI-MESE
               PERFORM SCRIVI-PUNTI-CONTO.

      *----------------------------------------------------------------
      *  STORNO DI UN UTILIZZO: I PUNTI TORNANO SUL CONTO NEL MESE
      *  IN CORSO E ESCONO DAGLI UTILIZZATI DEL MESE.
      *----------------------------------------------------------------
       RENDI-PUNTI-UTILIZZO.
           MOVE ZERO TO WS-PUNTI.
           IF WS-VALORE-PUNTO > ZERO
               COMPUTE WS-PUNTI ROUNDED =
                       SRT-IMPORTO / WS-VALORE-PUNTO.
           IF WS-PUNTI > ZERO
               PERFORM LEGGI-PUNTI-CONTO
               ADD WS-PUNTI TO PNT-SALDO-PUNTI
               ADD WS-PUNTI TO PNT-PUNTI-MESE (1)
               IF WS-PUNTI < PNT-UTILIZZATI-MESE
                   SUBTRACT WS-PUNTI FROM PNT-UTILIZZATI-MESE
                   PERFORM SCRIVI-PUNTI-CONTO
               ELSE
                   MOVE ZERO TO PNT-UTILIZZATI-MESE
                   PERFORM SCRIVI-PUNTI-CONTO.

       CALCOLA-PUNTI.
           COMPUTE WS-IND-MAG = NUMERO-MAGAZZINO + 1.
           COMPUTE WS-PUNTI = SRT-IMPORTO * WS-TASSO-MAG (WS-IND-MAG).

      *----------------------------------------------------------------
      *  TOGLIE WS-PUNTI DAL LIBRO PARTENDO DAI PUNTI PIU' VECCHI
      *  (QUELLI PIU' VICINI ALLA SCADENZA), COME I PAGAMENTI SULLE
      *  FASCE DI SCADUTO IN MESEROLL.
      *----------------------------------------------------------------
       TOGLI-PUNTI.
           IF WS-PUNTI > PNT-SALDO-PUNTI
               MOVE PNT-SALDO-PUNTI TO WS-PUNTI.
           SUBTRACT WS-PUNTI FROM PNT-SALDO-PUNTI.
           MOVE WS-PUNTI TO WS-PUNTI-RESIDUI.
           MOVE 36 TO WS-IND-MESE.
       TOGLI-PUNTI-LOOP.
           IF WS-PUNTI-RESIDUI = ZERO OR WS-IND-MESE = ZERO
               GO TO TOGLI-PUNTI-EX.
           IF PNT-PUNTI-MESE (WS-IND-MESE) NOT < WS-PUNTI-RESIDUI
               SUBTRACT WS-PUNTI-RESIDUI
                        FROM PNT-PUNTI-MESE (WS-IND-MESE)
               MOVE ZERO TO WS-PUNTI-RESIDUI
           ELSE
               SUBTRACT PNT-PUNTI-MESE (WS-IND-MESE)
                        FROM WS-PUNTI-RESIDUI
               MOVE ZERO TO PNT-PUNTI-MESE (WS-IND-MESE).
           SUBTRACT 1 FROM WS-IND-MESE.
           GO TO TOGLI-PUNTI-LOOP.
       TOGLI-PUNTI-EX.
           EXIT.

      *----------------------------------------------------------------
      *  LIBRO PUNTI DEL CONTO: UN CONTO SENZA RECORD PARTE DA ZERO
      *  E VIENE AGGIUNTO ALLA PRIMA SCRITTURA.
      *----------------------------------------------------------------
       LEGGI-PUNTI-CONTO.
           MOVE SRT-NUMERO-CONTO TO PNT-NUMERO-CONTO.
           READ FILE-PUNTI-CONTI
                INVALID KEY
                   MOVE SPACES TO RECORD-PUNTI-CONTO
                   MOVE SRT-NUMERO-CONTO TO PNT-NUMERO-CONTO
                   MOVE ZEROES TO PNT-SALDO-PUNTI PNT-MATURATI-MESE
                                  PNT-UTILIZZATI-MESE
                                  PNT-STORNATI-MESE
                   PERFORM AZZERA-MESI-PUNTI.

       AZZERA-MESI-PUNTI.
           MOVE 1 TO WS-IND-MESE.
       AZZERA-MESI-PUNTI-LOOP.
           MOVE ZERO TO PNT-PUNTI-MESE (WS-IND-MESE).
           IF WS-IND-MESE < 36
               ADD 1 TO WS-IND-MESE
               GO TO AZZERA-MESI-PUNTI-LOOP.

       SCRIVI-PUNTI-CONTO.
           IF WS-FS-PUNTI = '00'
               REWRITE RECORD-PUNTI-CONTO
           ELSE
               WRITE RECORD-PUNTI-CONTO.

      *----------------------------------------------------------------
      *  CARICA I TASSI PER MAGAZZINO DAL FILE PARAMETRI: PRIMA TUTTI
      *  AL TASSO DI DEFAULT DEL RECORD 'G', POI I TASSI PROPRI DEI
      *  RECORD 'M'. SENZA FILE I PUNTI NON MATURANO E NON SI
      *  POSSONO UTILIZZARE.
      *----------------------------------------------------------------
       CARICA-PARAMETRI-PUNTI.
           MOVE ZERO TO WS-TASSO-DEFAULT WS-VALORE-PUNTO
                        SW-FINE-PARAMETRI.
           OPEN INPUT FILE-PARAMETRI-PUNTI.
       CARICA-GENERALE-LOOP.
           READ FILE-PARAMETRI-PUNTI AT END
                GO TO CARICA-TABELLA-DEFAULT.
           IF PPU-GENERALE
               MOVE PPU-PUNTI-PER-EURO TO WS-TASSO-DEFAULT
               MOVE PPU-VALORE-PUNTO   TO WS-VALORE-PUNTO.
           GO TO CARICA-GENERALE-LOOP.
       CARICA-TABELLA-DEFAULT.
           CLOSE FILE-PARAMETRI-PUNTI.
           MOVE 1 TO WS-IND-MAG.
       CARICA-DEFAULT-LOOP.
           MOVE WS-TASSO-DEFAULT TO WS-TASSO-MAG (WS-IND-MAG).
           IF WS-IND-MAG < 1000
               ADD 1 TO WS-IND-MAG
               GO TO CARICA-DEFAULT-LOOP.
           OPEN INPUT FILE-PARAMETRI-PUNTI.
       CARICA-MAGAZZINI-LOOP.
           READ FILE-PARAMETRI-PUNTI AT END
                CLOSE FILE-PARAMETRI-PUNTI
                GO TO CARICA-PARAMETRI-PUNTI-EX.
           IF PPU-MAGAZZINO-TASSO
               COMPUTE WS-IND-MAG = PPU-MAGAZZINO + 1
               MOVE PPU-PUNTI-PER-EURO TO WS-TASSO-MAG (WS-IND-MAG).
           GO TO CARICA-MAGAZZINI-LOOP.
       CARICA-PARAMETRI-PUNTI-EX.
           EXIT.

       SCRIVI-GIORNALE.
           MOVE SRT-NUMERO-CONTO TO GIO-CONTO.
           MOVE SRT-IMPORTO TO GIO-IMPORTO.

       FINE-ELABORAZIONE.
           CLOSE FILE-CLIENTI.
           CLOSE FILE-ONERI-CONTI.
           CLOSE FILE-PUNTI-CONTI.
           CLOSE FILE-GIORNALE.
           CLOSE FILE-RESPINTI.
           DISPLAY 'MOVIMENTI LETTI:     ' WS-CTR-MOV-LETTI.
           DISPLAY 'MOVIMENTI RESPINTI:  ' WS-CTR-MOV-RESPINTI.
           DISPLAY 'CONTI RISCRITTI:     ' WS-CTR-CONTI-SCRITTI.
           DISPLAY 'STORNI APPLICATI:    ' WS-CTR-STORNI.
           DISPLAY 'ONERI FINANZIARI:    ' WS-CTR-ONERI.
           DISPLAY 'UTILIZZI PUNTI:      ' WS-CTR-UTILIZZI.
           GOBACK.
