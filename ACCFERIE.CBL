      *  RICOMPILARE), E STAMPA IL REGISTRO DI MATURAZIONE CON
      *  RESIDUO DI PARTENZA, MATURATO E NUOVO RESIDUO, COSI' IL
      *  RESIDUO CHE STACED CONTROLLA E SCALA E' FINALMENTE
      *  ALIMENTATO ANCHE IN ENTRATA. PER I PART-TIME IL RATEO E'
      *  RIPROPORZIONATO ALLA PERCENTUALE DI ANAG-OPERAI (STESSA
      *  REGOLA PER ORIZZONTALE E VERTICALE: LE FERIE SONO IN ORE).
      ******************************************************************
       IDENTIFICATION DIVISION.

      *    SITUAZIONE = 'C'): GUIDA L'EPURAZIONE DEI CESSATI OLTRE
      *    LA FINESTRA DI RITENZIONE (ARCHOPER).
           02  DATA-CESSAZIONE           PIC 9(8).
      *    PART-TIME: PERCENTUALE DELL'ORARIO PIENO (ZERO O 100,00 =
      *    TEMPO PIENO) E TIPO (O = ORIZZONTALE, V = VERTICALE),
      *    GESTITI DA GESOPERAI CON LO STORICO SU STORPAGHE.
           02  PERC-PART-TIME            PIC 9(3)V99.
           02  TIPO-PART-TIME            PIC X.
               88 PART-TIME-ORIZZONTALE  VALUE 'O'.
               88 PART-TIME-VERTICALE    VALUE 'V'.
      *    CONSEGNA DEL CEDOLINO: CANALE (SPAZIO O C = CARTA, E =
      *    E-MAIL, P = PORTALE DEL PERSONALE) E INDIRIZZO E-MAIL PER IL
      *    CANALE E. LA CARTA RESTA SEMPRE IL CANALE DI RISERVA.
           02  CANALE-CEDOLINO           PIC X.
               88 CEDOLINO-CARTA         VALUE ' ' 'C'.
               88 CEDOLINO-EMAIL         VALUE 'E'.
               88 CEDOLINO-PORTALE       VALUE 'P'.
           02  EMAIL-OPERAIO             PIC X(50).
      *    CODICE FISCALE DEL DIPENDENTE (GESOPERAI, CON IL CONTROLLO
      *    DEL CARATTERE FINALE): CHIAVE DI INCROCIO CON GLI ARCHIVI
      *    ESTERNI (VETTORI).
           02  CODICE-FISCALE            PIC X(16).

      *----------------------------------------------------------------
      *  TABELLA RATEI FERIE: UNA RIGA PER QUALIFICA CON LE ORE
       77  WS-IDX-RATEI                  PIC 99 VALUE ZERO.
       77  WS-ORE-MATURATE               PIC 9(3) VALUE ZERO.
       77  WS-RESIDUO-PRIMA              PIC 9(6) VALUE ZERO.
       77  WS-PERC-PT                    PIC 9(3)V99 VALUE 100.
       01  SW-RATEO-TROVATO              PIC X VALUE 'N'.
           88 RATEO-TROVATO              VALUE 'S'.

           02 REG-MATURATO              PIC ZZ9.
           02 FILLER                    PIC X(2)  VALUE SPACES.
           02 REG-RESIDUO-DOPO          PIC ZZZ.ZZ9.
           02 FILLER                    PIC X(2)  VALUE SPACES.
           02 REG-PERC-PT               PIC ZZ9,99.
           02 FILLER                    PIC X(62) VALUE SPACES.

       PROCEDURE DIVISION.
       INIZIO-ELABORAZIONE.
               DISPLAY 'QUALIFICA SENZA RATEO: ' QUALIFICA
                       ' (' CHIAVE ')'
               GO TO LETTURA-CONTROLLO.
           MOVE PERC-PART-TIME TO WS-PERC-PT.
           IF WS-PERC-PT = ZERO OR WS-PERC-PT > 100
               MOVE 100 TO WS-PERC-PT.
           IF WS-PERC-PT < 100
               COMPUTE WS-ORE-MATURATE ROUNDED =
                       WS-ORE-MATURATE * WS-PERC-PT / 100.
           MOVE FERIE TO WS-RESIDUO-PRIMA.
           ADD WS-ORE-MATURATE TO FERIE.
           REWRITE ANAG-OPERAI.
           MOVE WS-RESIDUO-PRIMA TO REG-RESIDUO-PRIMA.
           MOVE WS-ORE-MATURATE TO REG-MATURATO.
           MOVE FERIE TO REG-RESIDUO-DOPO.
           MOVE WS-PERC-PT TO REG-PERC-PT.
           MOVE WS-RIGA-REGISTRO TO REC-REGISTRO.
           WRITE REC-REGISTRO AFTER ADVANCING 1 LINES.

