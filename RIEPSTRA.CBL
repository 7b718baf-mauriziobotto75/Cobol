      ******************************************************************
      *  RIEPILOGO MENSILE STRAORDINARI AUTORIZZATI E LAVORATI: PER
      *  IL PERIODO RICHIESTO LEGGE AUTSTRA (AUTORIZZAZIONI DI
      *  GESAUTST CON LE ORE DEI CARTELLINI RIPORTATE DA EDCARTOR)
      *  NELL'ORDINE DELLA CHIAVE, CHE E' GIA' PER CODICE REPARTO, E
      *  STAMPA PER OGNI DIPENDENTE ORE DIURNE E NOTTURNE AUTORIZZATE,
      *  LAVORATE, L'ECCEDENZA E L'ESITO DEL CONTROLLO, CON TOTALI
      *  PER REPARTO E GENERALI. I DIPENDENTI SENZA APPROVATORE SONO
      *  QUELLI CHE HANNO FATTO STRAORDINARIO SENZA AUTORIZZAZIONE.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. RIEPSTRA.
       AUTHOR.  MB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370-HI45.
       OBJECT-COMPUTER. IBM-370-HI45.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTSTRA ASSIGN SYS036-DA-3340-I-AUTSTRA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUS-CHIAVE
               FILE STATUS IS FS-AUTSTRA.
           SELECT RIEPILOGO ASSIGN SYS037-UR-1403-S.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTSTRA,
           LABEL RECORD STANDARD,
           DATA RECORD REC-AUTSTRA.
       01  REC-AUTSTRA.
           02 AUS-CHIAVE.
              03 AUS-AA                 PIC 99.
              03 AUS-MM                 PIC 99.
              03 AUS-CODICE-REPARTO     PIC X(4).
              03 AUS-CODICE-PERSONALE   PIC X(4).
           02 AUS-ORE-DIURNE-AUT        PIC 9(3)V99.
           02 AUS-ORE-NOTTURNE-AUT      PIC 9(3)V99.
           02 AUS-APPROVATORE           PIC X(20).
           02 AUS-DATA-APPROVAZIONE     PIC 9(8).
           02 AUS-ORE-DIURNE-LAV        PIC 9(3)V99.
           02 AUS-ORE-NOTTURNE-LAV      PIC 9(3)V99.
           02 AUS-ESITO                 PIC X.
           02 FILLER                    PIC X(15).

       FD  RIEPILOGO,
           LABEL RECORD OMITTED,
           DATA RECORD RIGA-RIEP.
       01  RIGA-RIEP                    PIC X(132).

       WORKING-STORAGE SECTION.

       01  FS-AUTSTRA                    PIC XX VALUE '00'.
           88 FS-AUTSTRA-OK              VALUE '00'.

       01  SW-FINE-AUTSTRA               PIC 9  VALUE ZERO.
           88 EOF-AUTSTRA                VALUE 1.
       01  SW-PRIMO-REPARTO              PIC X VALUE 'S'.
           88 E-IL-PRIMO-REPARTO         VALUE 'S'.

       01  WS-PERIODO.
           02 WS-PER-MM                  PIC 99.
           02 WS-PER-AA                  PIC 99.

       77  WS-REPARTO-CORR               PIC X(4) VALUE SPACES.
       77  WS-ECCEDENZA                  PIC S9(4)V99 VALUE ZERO.
       77  WS-CTR-DIPENDENTI             PIC 9(5) VALUE ZERO.
       77  WS-CTR-NON-AUTORIZZATI        PIC 9(5) VALUE ZERO.

      *----------------------------------------------------------------
      *  TOTALI DI REPARTO (TR-) E GENERALI (TG-): AUTORIZZATE E
      *  LAVORATE DIURNE E NOTTURNE, ECCEDENZA.
      *----------------------------------------------------------------
       01  WS-TOT-REPARTO.
           02 TR-AUT-DIURNE              PIC 9(5)V99.
           02 TR-AUT-NOTTURNE            PIC 9(5)V99.
           02 TR-LAV-DIURNE              PIC 9(5)V99.
           02 TR-LAV-NOTTURNE            PIC 9(5)V99.
           02 TR-ECCEDENZA               PIC 9(5)V99.
       01  WS-TOT-GENERALE.
           02 TG-AUT-DIURNE              PIC 9(5)V99 VALUE ZERO.
           02 TG-AUT-NOTTURNE            PIC 9(5)V99 VALUE ZERO.
           02 TG-LAV-DIURNE              PIC 9(5)V99 VALUE ZERO.
           02 TG-LAV-NOTTURNE            PIC 9(5)V99 VALUE ZERO.
           02 TG-ECCEDENZA               PIC 9(5)V99 VALUE ZERO.

       01  WS-INTESTAZIONE.
           02 FILLER                    PIC X(50) VALUE
              'RIEPILOGO STRAORDINARI AUTORIZZATI/LAVORATI - MESE'.
           02 FILLER                    PIC X     VALUE SPACE.
           02 INT-MM                    PIC 99.
           02 FILLER                    PIC XXX   VALUE '/20'.
           02 INT-AA                    PIC 99.
           02 FILLER                    PIC X(74) VALUE SPACES.

       01  WS-RIGA-REPARTO.
           02 FILLER                    PIC X(8)  VALUE 'REPARTO '.
           02 REP-CODICE                PIC X(4).
           02 FILLER                    PIC X(120) VALUE SPACES.

       01  WS-TESTATA-COLONNE.
           02 FILLER                    PIC X(44) VALUE
              'PERS.    AUT.DIURNE AUT.NOTT.  LAV.DIURNE LA'.
           02 FILLER                    PIC X(44) VALUE
              'V.NOTT.  ECCEDENZA   APPROVATA DA         ES'.
           02 FILLER                    PIC X(44) VALUE 'ITO'.

       01  WS-RIGA-DETTAGLIO.
           02 DET-PERSONALE             PIC X(4).
           02 FILLER                    PIC X(5)  VALUE SPACES.
           02 DET-AUT-DIURNE            PIC ZZZ.ZZ9,99.
           02 FILLER                    PIC X     VALUE SPACE.
           02 DET-AUT-NOTTURNE          PIC ZZZ.ZZ9,99.
           02 FILLER                    PIC X     VALUE SPACE.
           02 DET-LAV-DIURNE            PIC ZZZ.ZZ9,99.
           02 FILLER                    PIC X     VALUE SPACE.
           02 DET-LAV-NOTTURNE          PIC ZZZ.ZZ9,99.
           02 FILLER                    PIC X     VALUE SPACE.
           02 DET-ECCEDENZA             PIC ZZZ.ZZ9,99.
           02 FILLER                    PIC X(2)  VALUE SPACES.
           02 DET-APPROVATORE           PIC X(20).
           02 FILLER                    PIC X     VALUE SPACE.
           02 DET-ESITO                 PIC X(25).
           02 FILLER                    PIC X(21) VALUE SPACES.

       PROCEDURE DIVISION.
       INIZIO-ELABORAZIONE.
           DISPLAY 'PERIODO DEL RIEPILOGO (MMAA): '.
           ACCEPT WS-PERIODO.
           IF WS-PER-MM < 1 OR WS-PER-MM > 12
               DISPLAY 'MESE NON VALIDO: ' WS-PER-MM
               STOP RUN.
           OPEN INPUT AUTSTRA.
           IF NOT FS-AUTSTRA-OK
               DISPLAY 'AUTORIZZAZIONI STRAORDINARIO NON APRIBILI - FS='
                       FS-AUTSTRA
               STOP RUN.
           OPEN OUTPUT RIEPILOGO.
           MOVE WS-PER-MM TO INT-MM.
           MOVE WS-PER-AA TO INT-AA.
           MOVE WS-INTESTAZIONE TO RIGA-RIEP.
           WRITE RIGA-RIEP AFTER ADVANCING PAGE.
           MOVE WS-TESTATA-COLONNE TO RIGA-RIEP.
           WRITE RIGA-RIEP AFTER ADVANCING 2 LINES.
           MOVE SPACES    TO AUS-CHIAVE.
           MOVE WS-PER-AA TO AUS-AA.
           MOVE WS-PER-MM TO AUS-MM.
           START AUTSTRA KEY IS NOT LESS THAN AUS-CHIAVE.
           IF NOT FS-AUTSTRA-OK
               GO TO FINE-AUTORIZZAZIONI.
       LEGGI-AUTSTRA.
           READ AUTSTRA NEXT RECORD AT END MOVE 1 TO SW-FINE-AUTSTRA.
           IF EOF-AUTSTRA
               GO TO FINE-AUTORIZZAZIONI.
           IF AUS-AA NOT = WS-PER-AA OR AUS-MM NOT = WS-PER-MM
               GO TO FINE-AUTORIZZAZIONI.
           IF E-IL-PRIMO-REPARTO
               MOVE 'N' TO SW-PRIMO-REPARTO
               PERFORM INIZIA-REPARTO THRU INIZIA-REPARTO-EX
           ELSE
               IF AUS-CODICE-REPARTO NOT = WS-REPARTO-CORR
                   PERFORM CHIUDI-REPARTO THRU CHIUDI-REPARTO-EX
                   PERFORM INIZIA-REPARTO THRU INIZIA-REPARTO-EX.
           PERFORM STAMPA-DIPENDENTE THRU STAMPA-DIPENDENTE-EX.
           GO TO LEGGI-AUTSTRA.

       INIZIA-REPARTO.
           MOVE AUS-CODICE-REPARTO TO WS-REPARTO-CORR.
           MOVE ZEROES TO WS-TOT-REPARTO.
           MOVE AUS-CODICE-REPARTO TO REP-CODICE.
           MOVE WS-RIGA-REPARTO TO RIGA-RIEP.
           WRITE RIGA-RIEP AFTER ADVANCING 2 LINES.
       INIZIA-REPARTO-EX.
           EXIT.

      *----------------------------------------------------------------
      *  ECCEDENZA = ORE LAVORATE OLTRE L'AUTORIZZATO, DIURNE PIU'
      *  NOTTURNE, CALCOLATE SEPARATAMENTE (LE ORE DIURNE NON
      *  AUTORIZZATE NON SI COMPENSANO CON NOTTURNE NON FATTE).
      *----------------------------------------------------------------
       STAMPA-DIPENDENTE.
           MOVE SPACES TO WS-RIGA-DETTAGLIO.
           MOVE AUS-CODICE-PERSONALE TO DET-PERSONALE.
           MOVE AUS-ORE-DIURNE-AUT   TO DET-AUT-DIURNE.
           MOVE AUS-ORE-NOTTURNE-AUT TO DET-AUT-NOTTURNE.
           MOVE AUS-ORE-DIURNE-LAV   TO DET-LAV-DIURNE.
           MOVE AUS-ORE-NOTTURNE-LAV TO DET-LAV-NOTTURNE.
           MOVE ZERO TO WS-ECCEDENZA.
           IF AUS-ORE-DIURNE-LAV > AUS-ORE-DIURNE-AUT
               COMPUTE WS-ECCEDENZA = WS-ECCEDENZA
                     + AUS-ORE-DIURNE-LAV - AUS-ORE-DIURNE-AUT.
           IF AUS-ORE-NOTTURNE-LAV > AUS-ORE-NOTTURNE-AUT
               COMPUTE WS-ECCEDENZA = WS-ECCEDENZA
                     + AUS-ORE-NOTTURNE-LAV - AUS-ORE-NOTTURNE-AUT.
           MOVE WS-ECCEDENZA TO DET-ECCEDENZA.
           IF AUS-APPROVATORE = SPACES
               MOVE '** NON AUTORIZZATO **' TO DET-APPROVATORE
               ADD 1 TO WS-CTR-NON-AUTORIZZATI
           ELSE
               MOVE AUS-APPROVATORE TO DET-APPROVATORE.
           IF AUS-ESITO = 'L'
               MOVE 'LIMITATO ALL''AUTORIZZATO' TO DET-ESITO.
           IF AUS-ESITO = 'S'
               MOVE 'CARTELLINO SCARTATO' TO DET-ESITO.
           IF AUS-ESITO = SPACE
               IF AUS-ORE-DIURNE-LAV = ZERO
               AND AUS-ORE-NOTTURNE-LAV = ZERO
                   MOVE 'NON LAVORATO' TO DET-ESITO
               ELSE
                   MOVE 'ENTRO L''AUTORIZZATO' TO DET-ESITO.
           MOVE WS-RIGA-DETTAGLIO TO RIGA-RIEP.
           WRITE RIGA-RIEP AFTER ADVANCING 1 LINES.
           ADD AUS-ORE-DIURNE-AUT   TO TR-AUT-DIURNE.
           ADD AUS-ORE-NOTTURNE-AUT TO TR-AUT-NOTTURNE.
           ADD AUS-ORE-DIURNE-LAV   TO TR-LAV-DIURNE.
           ADD AUS-ORE-NOTTURNE-LAV TO TR-LAV-NOTTURNE.
           ADD WS-ECCEDENZA         TO TR-ECCEDENZA.
           ADD 1 TO WS-CTR-DIPENDENTI.
       STAMPA-DIPENDENTE-EX.
           EXIT.

       CHIUDI-REPARTO.
           MOVE SPACES TO WS-RIGA-DETTAGLIO.
           MOVE 'TOT.'          TO DET-PERSONALE.
           MOVE TR-AUT-DIURNE   TO DET-AUT-DIURNE.
           MOVE TR-AUT-NOTTURNE TO DET-AUT-NOTTURNE.
           MOVE TR-LAV-DIURNE   TO DET-LAV-DIURNE.
           MOVE TR-LAV-NOTTURNE TO DET-LAV-NOTTURNE.
           MOVE TR-ECCEDENZA    TO DET-ECCEDENZA.
           MOVE 'TOTALE REPARTO' TO DET-APPROVATORE.
           MOVE WS-RIGA-DETTAGLIO TO RIGA-RIEP.
           WRITE RIGA-RIEP AFTER ADVANCING 2 LINES.
           ADD TR-AUT-DIURNE   TO TG-AUT-DIURNE.
           ADD TR-AUT-NOTTURNE TO TG-AUT-NOTTURNE.
           ADD TR-LAV-DIURNE   TO TG-LAV-DIURNE.
           ADD TR-LAV-NOTTURNE TO TG-LAV-NOTTURNE.
           ADD TR-ECCEDENZA    TO TG-ECCEDENZA.
       CHIUDI-REPARTO-EX.
           EXIT.

       FINE-AUTORIZZAZIONI.
           IF NOT E-IL-PRIMO-REPARTO
               PERFORM CHIUDI-REPARTO THRU CHIUDI-REPARTO-EX.
           MOVE SPACES TO WS-RIGA-DETTAGLIO.
           MOVE 'TOT.'          TO DET-PERSONALE.
           MOVE TG-AUT-DIURNE   TO DET-AUT-DIURNE.
           MOVE TG-AUT-NOTTURNE TO DET-AUT-NOTTURNE.
           MOVE TG-LAV-DIURNE   TO DET-LAV-DIURNE.
           MOVE TG-LAV-NOTTURNE TO DET-LAV-NOTTURNE.
           MOVE TG-ECCEDENZA    TO DET-ECCEDENZA.
           MOVE 'TOTALE GENERALE' TO DET-APPROVATORE.
           MOVE WS-RIGA-DETTAGLIO TO RIGA-RIEP.
           WRITE RIGA-RIEP AFTER ADVANCING 3 LINES.
           CLOSE AUTSTRA, RIEPILOGO.
           DISPLAY 'DIPENDENTI RIEPILOGATI: ' WS-CTR-DIPENDENTI.
           DISPLAY 'SENZA AUTORIZZAZIONE:   ' WS-CTR-NON-AUTORIZZATI.
           STOP RUN.
       END PROGRAM RIEPSTRA.
