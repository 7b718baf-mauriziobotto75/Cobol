       PROGRAM-ID. LIQVERSA.
       AUTHOR.  MB.

      *----------------------------------------------------------------
      * MODIFICHE
      * 03-09-2026 MB  LIQIVA A 150 CARATTERI: IN CODA I TOTALI DEGLI
      *                ACQUISTI DEL PERIODO SCRITTI DA REGIVA.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       FILE SECTION.
       FD LIQIVA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS REC-LIQIVA.
       01 REC-LIQIVA.
           05 KEY-LIQIVA.
           05 LIQ-STATO        PIC X.
              88 LIQ-LIQUIDATO    VALUE 'L'.
              88 LIQ-VERSATO-OK   VALUE 'V'.
           05 LIQ-IMPONIB-ACQ  PIC S9(15) COMP-3.
           05 LIQ-IVA-ACQ      PIC S9(15) COMP-3.
           05 LIQ-IVA-INDETR   PIC S9(15) COMP-3.
           05 FILLER           PIC X(31).

       WORKING-STORAGE SECTION.

