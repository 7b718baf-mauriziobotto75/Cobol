      *  RIVALUTAZIONE, QUOTA, FONDO FINALE) E AGGIORNA TFR-FONDO SU
      *  ANOPIS. I CESSATI NON MATURANO QUOTA MA IL LORO FONDO RESTA
      *  A DISPOSIZIONE DELLA LIQUIDAZIONE (GESOPERAI).
      *  PER I PART-TIME LA QUOTA E' GIA' RIPROPORZIONATA PERCHE'
      *  NASCE DALLE COMPETENZE DEI CEDOLINI, CALCOLATE DA STACED
      *  SULLA PERCENTUALE DI ANAG-OPERAI: LA PERCENTUALE NON SI
      *  RIAPPLICA (SAREBBE CONTATA DUE VOLTE) E COMPARE SUL
      *  PROSPETTO ACCANTO AL FONDO FINALE.
      *  L'ANNO COMPLETATO VIENE MARCATO SU PERCTL COME PERIODO
      *  14/AA (LO STESSO FILE DI CONTROLLO DI STACED, CHE USA
      *  1-12/AA PER I MESI E 13/AA PER LA TREDICESIMA): UN SECONDO
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

       FD  CEDSTOR,
           LABEL RECORD STANDARD,
           02 STO-NOMINATIVO            PIC X(25).
           02 STO-NUM-RIGHE             PIC 99.
           02 STO-RIGHE.
              03 STO-RIGA OCCURS 20 TIMES.
                 04 STO-TRATTENUTE      PIC 9(6).
                 04 STO-COMPETENZE      PIC 9(6).
                 04 STO-DESCRIZIONE     PIC X(26).
      *    DETRAZIONI EFFETTIVAMENTE APPLICATE AL CEDOLINO (PER LA
      *    CERTIFICAZIONE E L'EXPORT FISCALE DI FINE ANNO).
           02 STO-DETRAZIONI            PIC 9(5)V99.
           02 STO-IRPEF                 PIC 9(5)V99.
           02 STO-INPS                  PIC 9(5)V99.
           02 STO-ADD-REGIONALE         PIC 9(5)V99.
           02 STO-ADD-COMUNALE          PIC 9(5)V99.
           02 STO-INPS-DATORE           PIC 9(5)V99.
           02 FILLER                    PIC X(6).

       FD  PROSPETTO,
           02 PRO-QUOTA                  PIC ZZZ.ZZ9,99.
           02 FILLER                     PIC X(2)  VALUE SPACES.
           02 PRO-FONDO-FIN              PIC Z.ZZZ.ZZ9,99.
           02 FILLER                     PIC X(2)  VALUE SPACES.
           02 PRO-PERC-PT                PIC ZZ9,99.
           02 FILLER                     PIC X(36) VALUE SPACES.

       01  WS-INTESTAZIONE.
           02 FILLER                     PIC X(44) VALUE
           02 FILLER                     PIC X(12) VALUE ' QUOTA ANNO'.
           02 FILLER                     PIC X(14) VALUE
              ' FONDO FINALE'.
           02 FILLER                     PIC X(6)  VALUE 'P.TIME'.
           02 FILLER                     PIC X(35) VALUE SPACES.

       PROCEDURE DIVISION.
       INIZIO-ELABORAZIONE.
           MOVE WS-RIVALUTAZIONE TO PRO-RIVALUT.
           MOVE WS-QUOTA-TFR     TO PRO-QUOTA.
           MOVE TFR-FONDO        TO PRO-FONDO-FIN.
           MOVE PERC-PART-TIME   TO PRO-PERC-PT.
           IF PERC-PART-TIME = ZERO
               MOVE 100 TO PRO-PERC-PT.
           MOVE WS-RIGA-PROSPETTO TO REC-PROSPETTO.
           WRITE REC-PROSPETTO AFTER ADVANCING 1 LINES.
       ACCANTONA-EX.
