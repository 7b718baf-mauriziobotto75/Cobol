           02  ARC-IBAN                  PIC X(27).
           02  ARC-TFR-FONDO             PIC 9(8)V99 COMP-3.
           02  ARC-DATA-CESSAZIONE       PIC 9(8).
           02  ARC-PERC-PART-TIME        PIC 9(3)V99.
           02  ARC-TIPO-PART-TIME        PIC X.
           02  ARC-CANALE-CEDOLINO       PIC X.
           02  ARC-EMAIL                 PIC X(50).
           02  ARC-CODICE-FISCALE        PIC X(16).

       FD  CEDSTARC,
           LABEL RECORD STANDARD,
              03 ARS-MM                 PIC 99.
           02 ARS-NOMINATIVO            PIC X(25).
           02 ARS-NUM-RIGHE             PIC 99.
           02 ARS-RIGHE                 PIC X(760).
           02 ARS-TOT-COMPETENZE        PIC 9(7)V99.
           02 ARS-TOT-TRATTENUTE        PIC 9(7)V99.
           02 ARS-NETTO                 PIC 9(7)V99.
           02 ARS-DETRAZIONI            PIC 9(5)V99.
           02 FILLER                    PIC X(41).

       WORKING-STORAGE SECTION.

