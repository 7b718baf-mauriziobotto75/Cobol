       IDENTIFICATION DIVISION.

       PROGRAM-ID.PUNTIMESE.

       AUTHOR. BOTTO.

       DATE-WRITTEN. 15-10-2026.

       REMARKS.

           CHIUSURA MENSILE DEL LIBRO PUNTI FEDELTA' (PUNTI-CONTI,
           ALIMENTATO DA MOVIPOST): FA SCADERE I PUNTI CHE HANNO
           COMPIUTO I MESI DI VALIDITA' DEL FILE PARAMETRI-PUNTI
           (CONTANDO ANCHE IL MESE DI MATURAZIONE; 0 = 36 MESI, IL
           MASSIMO TENUTO SUL LIBRO), FA SCALARE DI UN MESE I PUNTI
           RIMASTI E AZZERA I CONTATORI DEL MESE. STAMPA PER LA
           CONTABILITA' IL PROSPETTO DEL DEBITO PER PUNTI PER
           MAGAZZINO: PUNTI MATURATI, STORNATI, UTILIZZATI E SCADUTI
           NEL MESE, SALDO PUNTI A FINE MESE E CONTROVALORE IN EURO
           AL VALORE DEL PUNTO. VA LANCIATO UNA SOLA VOLTA A
           CHIUSURA MESE, INSIEME A MESEROLL, PRIMA DEL PRIMO
           MOVIPOST DEL MESE NUOVO.

       ENVIRONMENT  DIVISION.

       CONFIGURATION SECTION.

       SOURCE-COMPUTER.
                       PC-HP.
       OBJECT-COMPUTER.
                       PC-HP.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL FILE-PARAMETRI-PUNTI ASSIGN TO DISK
                            ACCESS IS SEQUENTIAL
                            ORGANIZATION IS SEQUENTIAL.

           SELECT FILE-PUNTI-CONTI ASSIGN TO DISK
                            ACCESS IS SEQUENTIAL
                            ORGANIZATION IS INDEXED
                            RECORD KEY IS PNT-NUMERO-CONTO
                            FILE STATUS IS WS-FS-PUNTI.

           SELECT FILE-PROSPETTO  ASSIGN TO PRINTER.

       DATA  DIVISION.

       FILE  SECTION.

      *----------------------------------------------------------------
      *  PARAMETRI DEL PROGRAMMA PUNTI (STESSO TRACCIATO DI
      *  MOVIPOST): QUI SERVE SOLO IL RECORD GENERALE 'G'.
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

       FD  FILE-PUNTI-CONTI
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RECORD-PUNTI-CONTO.

       01  RECORD-PUNTI-CONTO.
           02 PNT-NUMERO-CONTO.
              03 PNT-MAGAZZINO                       PICTURE 999.
              03 PNT-PROGRESSIVO                     PICTURE 9(4).
           02 PNT-SALDO-PUNTI                        PICTURE 9(7).
           02 PNT-MATURATI-MESE                      PICTURE 9(7).
           02 PNT-UTILIZZATI-MESE                    PICTURE 9(7).
           02 PNT-STORNATI-MESE                      PICTURE 9(7).
           02 PNT-PUNTI-MESE                         PICTURE 9(7)
                                                     OCCURS 36 TIMES.
           02 FILLER                                 PICTURE X(13).

       FD  FILE-PROSPETTO
           LABEL RECORD IS OMITTED
           DATA RECORDS ARE RIGA-TESTATA, RIGA-DET.

       01  RIGA-TESTATA                              PICTURE X(132).

       01  RIGA-DET.
           02 FILLER                                 PICTURE X(2).
           02 DET-MAGAZZINO                          PICTURE X(3).
           02 FILLER                                 PICTURE X(3).
           02 DET-CONTI                              PICTURE ZZZZ9.
           02 FILLER                                 PICTURE X(2).
           02 DET-MATURATI PICTURE ZZZ,ZZZ,ZZ9.
           02 FILLER                                 PICTURE X(2).
           02 DET-STORNATI PICTURE ZZZ,ZZZ,ZZ9.
           02 FILLER                                 PICTURE X(2).
           02 DET-UTILIZZATI PICTURE ZZZ,ZZZ,ZZ9.
           02 FILLER                                 PICTURE X(2).
           02 DET-SCADUTI PICTURE ZZZ,ZZZ,ZZ9.
           02 FILLER                                 PICTURE X(2).
           02 DET-SALDO PICTURE ZZZ,ZZZ,ZZ9.
           02 FILLER                                 PICTURE X(2).
           02 DET-CONTROVALORE PICTURE $$$,$$$,$$9.99.
           02 FILLER                                 PICTURE X(38).

       WORKING-STORAGE SECTION.

       77  WS-FS-PUNTI                               PICTURE XX
                                                       VALUE '00'.
       77  WS-MESI-VALIDITA                          PICTURE 99
                                                       VALUE ZERO.
       77  WS-VALORE-PUNTO                           PICTURE 9V9999
                                                       VALUE ZERO.
       77  WS-IND-MESE                               PICTURE 99
                                                       VALUE ZERO.
       77  WS-SCADUTI-CONTO                          PICTURE 9(7)
                                                       VALUE ZERO.
       77  WS-DATA-RUN                               PICTURE 9(8)
                                                       VALUE ZERO.
       77  WS-CTR-CONTI                              PICTURE 9(5)
                                                       VALUE ZERO.
       77  WS-MAG-CORRENTE                           PICTURE 999
                                                       VALUE ZERO.
       77  WS-CONTROVALORE                           PICTURE 9(9)V99
                                                       VALUE ZERO.
       01  SW-PRIMO-CONTO                            PICTURE X
                                                       VALUE 'S'.
           88 PRIMO-CONTO                             VALUE 'S'.

      *----------------------------------------------------------------
      *  TOTALI DEL MAGAZZINO IN CORSO E TOTALI GENERALI.
      *----------------------------------------------------------------
       01  WS-TOTALI-MAGAZZINO.
           02 WS-MAG-CONTI                           PICTURE 9(5).
           02 WS-MAG-MATURATI                        PICTURE 9(9).
           02 WS-MAG-STORNATI                        PICTURE 9(9).
           02 WS-MAG-UTILIZZATI                      PICTURE 9(9).
           02 WS-MAG-SCADUTI                         PICTURE 9(9).
           02 WS-MAG-SALDO                           PICTURE 9(9).
       01  WS-TOTALI-GENERALI.
           02 WS-TOT-CONTI                           PICTURE 9(5).
           02 WS-TOT-MATURATI                        PICTURE 9(9).
           02 WS-TOT-STORNATI                        PICTURE 9(9).
           02 WS-TOT-UTILIZZATI                      PICTURE 9(9).
           02 WS-TOT-SCADUTI                         PICTURE 9(9).
           02 WS-TOT-SALDO                           PICTURE 9(9).

       01  WS-TITOLO.
           02 FILLER                                 PICTURE X(2)
                                                       VALUE SPACES.
           02 FILLER                                 PICTURE X(50)
                VALUE 'DEBITO PER PUNTI FEDELTA'' PER MAGAZZINO AL'.
           02 WS-TITOLO-DATA                         PICTURE 9(8).
           02 FILLER                                 PICTURE X(72)
                                                       VALUE SPACES.

       01  WS-INTESTAZIONE.
           02 FILLER                                 PICTURE X(40)
                VALUE '  MAG   CONTI     MATURATI     STORNATI '.
           02 FILLER                                 PICTURE X(40)
                VALUE '  UTILIZZATI      SCADUTI  SALDO PUNTI  '.
           02 FILLER                                 PICTURE X(52)
                VALUE '  CONTROVALORE'.

           COPY PAR_DataCont.

       PROCEDURE DIVISION.
       INIZIO-ELABORAZIONE.
           MOVE 'D' TO DCP-FUNZIONE.
           MOVE 'PUNTIMESE' TO DCP-PROGRAMMA.
           CALL 'DATACONT' USING PARAMETRI-DATACONT.
           MOVE DCP-DATA-CONTABILE TO WS-DATA-RUN.
           PERFORM LEGGI-PARAMETRI THRU LEGGI-PARAMETRI-EX.
           OPEN I-O FILE-PUNTI-CONTI.
           IF WS-FS-PUNTI NOT = '00'
               DISPLAY 'LIBRO PUNTI NON DISPONIBILE - FS=' WS-FS-PUNTI
               STOP RUN.
           OPEN OUTPUT FILE-PROSPETTO.
           MOVE WS-DATA-RUN TO WS-TITOLO-DATA.
           WRITE RIGA-TESTATA FROM WS-TITOLO AFTER PAGE.
           WRITE RIGA-TESTATA FROM WS-INTESTAZIONE AFTER 2 LINES.
           MOVE ZEROES TO WS-TOTALI-MAGAZZINO WS-TOTALI-GENERALI.
       LETTURA-CONTROLLO.
           READ FILE-PUNTI-CONTI AT END GO TO FINE-ELABORAZIONE.
           IF PRIMO-CONTO
               MOVE 'N' TO SW-PRIMO-CONTO
               MOVE PNT-MAGAZZINO TO WS-MAG-CORRENTE
           ELSE
               IF PNT-MAGAZZINO NOT = WS-MAG-CORRENTE
                   PERFORM STAMPA-MAGAZZINO
                   MOVE PNT-MAGAZZINO TO WS-MAG-CORRENTE.
           PERFORM SCADENZA-PUNTI.
           PERFORM ACCUMULA-MAGAZZINO.
           MOVE ZEROES TO PNT-MATURATI-MESE PNT-UTILIZZATI-MESE
                          PNT-STORNATI-MESE.
           REWRITE RECORD-PUNTI-CONTO.
           ADD 1 TO WS-CTR-CONTI.
           GO TO LETTURA-CONTROLLO.

      *----------------------------------------------------------------
      *  MESI DI VALIDITA' E VALORE DEL PUNTO DAL RECORD GENERALE;
      *  SENZA PARAMETRI I PUNTI DURANO IL MASSIMO (36 MESI) E IL
      *  CONTROVALORE ESCE A ZERO.
      *----------------------------------------------------------------
       LEGGI-PARAMETRI.
           MOVE ZERO TO WS-MESI-VALIDITA WS-VALORE-PUNTO.
           OPEN INPUT FILE-PARAMETRI-PUNTI.
       LEGGI-PARAMETRI-LOOP.
           READ FILE-PARAMETRI-PUNTI AT END
                CLOSE FILE-PARAMETRI-PUNTI
                GO TO LEGGI-PARAMETRI-FINE.
           IF PPU-GENERALE
               MOVE PPU-MESI-VALIDITA TO WS-MESI-VALIDITA
               MOVE PPU-VALORE-PUNTO  TO WS-VALORE-PUNTO.
           GO TO LEGGI-PARAMETRI-LOOP.
       LEGGI-PARAMETRI-FINE.
           IF WS-MESI-VALIDITA = ZERO OR WS-MESI-VALIDITA > 36
               MOVE 36 TO WS-MESI-VALIDITA.
       LEGGI-PARAMETRI-EX.
           EXIT.

      *----------------------------------------------------------------
      *  SCADENZA E SCALATURA: I PUNTI DAL MESE DI VALIDITA' IN SU
      *  SCADONO E ESCONO DAL SALDO, POI OGNI MESE SCALA DI UNA
      *  POSIZIONE E IL MESE IN CORSO RIPARTE DA ZERO.
      *----------------------------------------------------------------
       SCADENZA-PUNTI.
           MOVE ZERO TO WS-SCADUTI-CONTO.
           MOVE WS-MESI-VALIDITA TO WS-IND-MESE.
       SCADENZA-PUNTI-LOOP.
           ADD PNT-PUNTI-MESE (WS-IND-MESE) TO WS-SCADUTI-CONTO.
           MOVE ZERO TO PNT-PUNTI-MESE (WS-IND-MESE).
           IF WS-IND-MESE < 36
               ADD 1 TO WS-IND-MESE
               GO TO SCADENZA-PUNTI-LOOP.
           IF WS-SCADUTI-CONTO > PNT-SALDO-PUNTI
               MOVE PNT-SALDO-PUNTI TO WS-SCADUTI-CONTO.
           SUBTRACT WS-SCADUTI-CONTO FROM PNT-SALDO-PUNTI.
           MOVE 36 TO WS-IND-MESE.
       SCALA-MESI-LOOP.
           MOVE PNT-PUNTI-MESE (WS-IND-MESE - 1)
                TO PNT-PUNTI-MESE (WS-IND-MESE).
           SUBTRACT 1 FROM WS-IND-MESE.
           IF WS-IND-MESE > 1
               GO TO SCALA-MESI-LOOP.
           MOVE ZERO TO PNT-PUNTI-MESE (1).

       ACCUMULA-MAGAZZINO.
           IF PNT-SALDO-PUNTI > ZERO
               ADD 1 TO WS-MAG-CONTI.
           ADD PNT-MATURATI-MESE   TO WS-MAG-MATURATI.
           ADD PNT-STORNATI-MESE   TO WS-MAG-STORNATI.
           ADD PNT-UTILIZZATI-MESE TO WS-MAG-UTILIZZATI.
           ADD WS-SCADUTI-CONTO    TO WS-MAG-SCADUTI.
           ADD PNT-SALDO-PUNTI     TO WS-MAG-SALDO.

      *----------------------------------------------------------------
      *  RIGA DEL MAGAZZINO CHIUSO, RIPORTO SUI TOTALI GENERALI E
      *  AZZERAMENTO PER IL MAGAZZINO SUCCESSIVO.
      *----------------------------------------------------------------
       STAMPA-MAGAZZINO.
           MOVE SPACES TO RIGA-DET.
           MOVE WS-MAG-CORRENTE   TO DET-MAGAZZINO.
           MOVE WS-MAG-CONTI      TO DET-CONTI.
           MOVE WS-MAG-MATURATI   TO DET-MATURATI.
           MOVE WS-MAG-STORNATI   TO DET-STORNATI.
           MOVE WS-MAG-UTILIZZATI TO DET-UTILIZZATI.
           MOVE WS-MAG-SCADUTI    TO DET-SCADUTI.
           MOVE WS-MAG-SALDO      TO DET-SALDO.
           COMPUTE WS-CONTROVALORE ROUNDED =
                   WS-MAG-SALDO * WS-VALORE-PUNTO.
           MOVE WS-CONTROVALORE   TO DET-CONTROVALORE.
           WRITE RIGA-DET AFTER 1 LINES.
           ADD WS-MAG-CONTI      TO WS-TOT-CONTI.
           ADD WS-MAG-MATURATI   TO WS-TOT-MATURATI.
           ADD WS-MAG-STORNATI   TO WS-TOT-STORNATI.
           ADD WS-MAG-UTILIZZATI TO WS-TOT-UTILIZZATI.
           ADD WS-MAG-SCADUTI    TO WS-TOT-SCADUTI.
           ADD WS-MAG-SALDO      TO WS-TOT-SALDO.
           MOVE ZEROES TO WS-TOTALI-MAGAZZINO.

      *----------------------------------------------------------------
      *  ULTIMO MAGAZZINO, TOTALE GENERALE (IL DEBITO DA ESPORRE IN
      *  CONTABILITA') E CHIUSURA.
      *----------------------------------------------------------------
       FINE-ELABORAZIONE.
           IF NOT PRIMO-CONTO
               PERFORM STAMPA-MAGAZZINO.
           MOVE SPACES TO RIGA-DET.
           MOVE 'TOT'             TO DET-MAGAZZINO.
           MOVE WS-TOT-CONTI      TO DET-CONTI.
           MOVE WS-TOT-MATURATI   TO DET-MATURATI.
           MOVE WS-TOT-STORNATI   TO DET-STORNATI.
           MOVE WS-TOT-UTILIZZATI TO DET-UTILIZZATI.
           MOVE WS-TOT-SCADUTI    TO DET-SCADUTI.
           MOVE WS-TOT-SALDO      TO DET-SALDO.
           COMPUTE WS-CONTROVALORE ROUNDED =
                   WS-TOT-SALDO * WS-VALORE-PUNTO.
           MOVE WS-CONTROVALORE   TO DET-CONTROVALORE.
           WRITE RIGA-DET AFTER 2 LINES.
           CLOSE FILE-PUNTI-CONTI.
           CLOSE FILE-PROSPETTO.
           DISPLAY 'CONTI DEL LIBRO PUNTI: ' WS-CTR-CONTI.
           DISPLAY 'PUNTI SCADUTI:         ' WS-TOT-SCADUTI.
           DISPLAY 'SALDO PUNTI:           ' WS-TOT-SALDO.
           STOP RUN.
