      ******************************************************************
      *  CONVERSIONE UNA-TANTUM DELLO STORICO CEDOLINI: IL TRACCIATO
      *  DI CEDSTOR E' CRESCIUTO DA 573 A 874 BYTE (RIGHE DA 13 A 20
      *  PER LE ADDIZIONALI IRPEF E LE ALTRE TRATTENUTE, IMPORTI
      *  ESATTI DI IRPEF, INPS, ADDIZIONALI E CONTRIBUTI DATORE IN
      *  CODA PER IL RIEPILOGO F24 DI RIEPF24). LA PRECEDENTE
      *  CONVERSIONE DA 458 A 573 BYTE SI DA' PER GIA' ESEGUITA.
      *  QUESTO PROGRAMMA LEGGE LO STORICO ANCORA AL VECCHIO
      *  TRACCIATO E LO RICARICA NEL FILE DEFINITO A NUOVO: LE
      *  TREDICI RIGHE VIAGGIANO TALI E QUALI, LE RIGHE 14-20
      *  NASCONO VUOTE; IRPEF E INPS DEL DIPENDENTE SI RIPRENDONO
      *  DALLE RIGHE PER DESCRIZIONE (COME FISCEXP), ADDIZIONALI E
      *  CONTRIBUTI DATORE RESTANO A ZERO (I CEDOLINI PASSATI NON LI
      *  AVEVANO REGISTRATI). SENZA LA CONVERSIONE PREBONIF,
      *  CERTANNO, RISTCED, FISCEXP, TFRANNO, TESORERIA, RIEPF24 E
      *  I GIRI TREDICESIMA E ARRETRATI DI STACED LEGGEREBBERO
      *  RECORD PIU' CORTI E LA OPEN FALLIREBBE. L'ARCHIVIO DEI
      *  CEDOLINI DEI CESSATI (CEDSTARC DI ARCHOPER) HA LO STESSO
      *  TRACCIATO E SI CONVERTE CON LO STESSO PROGRAMMA,
      *  ASSEGNANDOLO A SYS014.
      ******************************************************************
       IDENTIFICATION DIVISION.

       FILE SECTION.

      *----------------------------------------------------------------
      *  STORICO AL VECCHIO TRACCIATO DA 573 BYTE: TREDICI RIGHE,
      *  NIENTE IMPORTI ESATTI DI RITENUTE E CONTRIBUTI.
      *----------------------------------------------------------------
       FD  CEDSTORV,
           LABEL RECORD STANDARD,
              03 STOV-AA                PIC 99.
              03 STOV-MM                PIC 99.
           02 STOV-NOMINATIVO           PIC X(25).
           02 STOV-NUM-RIGHE            PIC 99.
           02 STOV-RIGHE.
              03 STOV-RIGA OCCURS 13 TIMES.
                 04 STOV-TRATTENUTE     PIC 9(6).
                 04 STOV-COMPETENZE     PIC 9(6).
                 04 STOV-DESCRIZIONE    PIC X(26).
           02 STOV-TOT-COMPETENZE       PIC 9(7)V99.
           02 STOV-TOT-TRATTENUTE       PIC 9(7)V99.
           02 STOV-NETTO                PIC 9(7)V99.
           02 STOV-DETRAZIONI           PIC 9(5)V99.
           02 FILLER                    PIC X(6).

      *----------------------------------------------------------------
      *  STORICO AL TRACCIATO NUOVO: STESSO RECORD DI STACED.
           02 STO-NOMINATIVO            PIC X(25).
           02 STO-NUM-RIGHE             PIC 99.
           02 STO-RIGHE.
              03 STO-RIGA OCCURS 20 TIMES.
                 04 STO-TRATTENUTE      PIC 9(6).
                 04 STO-COMPETENZE      PIC 9(6).
                 04 STO-DESCRIZIONE     PIC X(26).
           02 STO-TOT-TRATTENUTE        PIC 9(7)V99.
           02 STO-NETTO                 PIC 9(7)V99.
           02 STO-DETRAZIONI            PIC 9(5)V99.
           02 STO-IRPEF                 PIC 9(5)V99.
           02 STO-INPS                  PIC 9(5)V99.
           02 STO-ADD-REGIONALE         PIC 9(5)V99.
           02 STO-ADD-COMUNALE          PIC 9(5)V99.
           02 STO-INPS-DATORE           PIC 9(5)V99.
           02 FILLER                    PIC X(6).

       WORKING-STORAGE SECTION.
           GO TO LEGGI-CEDSTORV.

      *----------------------------------------------------------------
      *  VECCHIO -> NUOVO: TESTA, TOTALI E DETRAZIONI IDENTICI, LE
      *  TREDICI RIGHE STORICHE COPIATE TALI E QUALI, LE RIGHE 14-20
      *  VUOTE, IRPEF E INPS RIPRESI DALLE RIGHE, IL RESTO A ZERO.
      *----------------------------------------------------------------
       CONVERTI-CEDOLINO.
           MOVE STOV-CHIAVE-CEDOLINO TO STO-CHIAVE-CEDOLINO.
           MOVE STOV-NOMINATIVO      TO STO-NOMINATIVO.
           MOVE STOV-NUM-RIGHE       TO STO-NUM-RIGHE.
           PERFORM COPIA-UNA-RIGA THRU COPIA-UNA-RIGA-EX
                   VARYING WS-RIGA FROM 1 BY 1 UNTIL WS-RIGA > 20.
           MOVE STOV-TOT-COMPETENZE  TO STO-TOT-COMPETENZE.
           MOVE STOV-TOT-TRATTENUTE  TO STO-TOT-TRATTENUTE.
           MOVE STOV-NETTO           TO STO-NETTO.
           MOVE STOV-DETRAZIONI      TO STO-DETRAZIONI.
           MOVE ZERO TO STO-IRPEF STO-INPS STO-ADD-REGIONALE
                        STO-ADD-COMUNALE STO-INPS-DATORE.
           PERFORM RIPRENDI-RITENUTA THRU RIPRENDI-RITENUTA-EX
                   VARYING WS-RIGA FROM 1 BY 1
                   UNTIL WS-RIGA > STO-NUM-RIGHE OR WS-RIGA > 13.
       CONVERTI-CEDOLINO-EX.
           EXIT.

       COPIA-UNA-RIGA.
           IF WS-RIGA > 13
               MOVE ZERO   TO STO-TRATTENUTE (WS-RIGA)
               MOVE ZERO   TO STO-COMPETENZE (WS-RIGA)
               MOVE SPACES TO STO-DESCRIZIONE (WS-RIGA)
       COPIA-UNA-RIGA-EX.
           EXIT.

       RIPRENDI-RITENUTA.
           IF STO-DESCRIZIONE (WS-RIGA) = 'RITENUTA IRPEF'
               ADD STO-TRATTENUTE (WS-RIGA) TO STO-IRPEF.
           IF STO-DESCRIZIONE (WS-RIGA) = 'CONTRIBUTI INPS'
               ADD STO-TRATTENUTE (WS-RIGA) TO STO-INPS.
       RIPRENDI-RITENUTA-EX.
           EXIT.

       FINE-LAVORO.
           CLOSE CEDSTORV, CEDSTORN.
           DISPLAY 'CEDOLINI LETTI:      ' WS-CTR-LETTI.
