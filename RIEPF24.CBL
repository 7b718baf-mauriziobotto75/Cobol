      ******************************************************************
      *  RIEPILOGO MENSILE DEI VERSAMENTI F24 DELLE PAGHE: PER IL
      *  PERIODO RICHIESTO SCORRE LO STORICO CEDOLINI (CEDSTOR) E
      *  SOMMA GLI IMPORTI ESATTI DI OGNI CEDOLINO (IRPEF TRATTENUTA,
      *  ADDIZIONALI REGIONALE E COMUNALE, INPS A CARICO DIPENDENTE
      *  E A CARICO DATORE). CON IL PERIODO DI DICEMBRE ENTRA ANCHE
      *  LA TREDICESIMA (MESE 13), CHE SI VERSA ALLA STESSA
      *  SCADENZA. STAMPA IL PROSPETTO PER SEZIONE E CODICE TRIBUTO
      *  (ERARIO 1001, REGIONI 3802, ENTI LOCALI 3848, INPS DM10
      *  CON LE DUE QUOTE) CON SCADENZA AL 16 DEL MESE SUCCESSIVO,
      *  E PRODUCE IL FILE F24 PER IL CARICAMENTO IN HOME BANKING:
      *    'H' TESTATA   C.F. AZIENDA, PERIODO, SCADENZA, DATA
      *    'D' RIGA      SEZIONE, CODICE TRIBUTO/CAUSALE, ENTE,
      *                  MATRICOLA, ANNO E MESE DI RIFERIMENTO,
      *                  IMPORTO A DEBITO (SOLO RIGHE NON A ZERO)
      *    'T' CODA      NUMERO RIGHE E TOTALE F24, PIU' I TOTALI DI
      *                  CONTROLLO DEL REGISTRO (CEDOLINI, TOTALE
      *                  TRATTENUTE, CONTRIBUTI DATORE).
      *  I DATI DELL'AZIENDA (C.F., REGIONE, CODICE CATASTALE DEL
      *  COMUNE, SEDE E MATRICOLA INPS) ARRIVANO DALLA SCHEDA
      *  PARAMETRI PARF24. I TOTALI SONO QUADRATI CON IL RECORD 'T'
      *  DEL GIORNALE PAGHE DI STACED QUANDO IL GIORNALE E' DELLO
      *  STESSO PERIODO.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. RIEPF24.
       AUTHOR.  MB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370-HI45.
       OBJECT-COMPUTER. IBM-370-HI45.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CEDSTOR   ASSIGN SYS014-DA-3340-I-CEDSTOR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STO-CHIAVE-CEDOLINO
               FILE STATUS IS FS-CEDSTOR.
           SELECT PARF24    ASSIGN SYS030-UR-2540R-S
               FILE STATUS IS FS-PARF24.
           SELECT OPTIONAL GIORNALE ASSIGN SYS020-DA-3340-S
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-GIORNALE.
           SELECT PROSPETTO ASSIGN SYS031-UR-1403-S.
           SELECT FILEF24   ASSIGN SYS032-DA-3340-S
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FILEF24.

       DATA DIVISION.
       FILE SECTION.
       FD  CEDSTOR,
           LABEL RECORD STANDARD,
           DATA RECORD REC-CEDSTOR.
       01  REC-CEDSTOR.
           02 STO-CHIAVE-CEDOLINO.
              03 STO-CHIAVE             PIC X(8).
              03 STO-AA                 PIC 99.
              03 STO-MM                 PIC 99.
           02 STO-NOMINATIVO            PIC X(25).
           02 STO-NUM-RIGHE             PIC 99.
           02 STO-RIGHE.
              03 STO-RIGA OCCURS 20 TIMES.
                 04 STO-TRATTENUTE      PIC 9(6).
                 04 STO-COMPETENZE      PIC 9(6).
                 04 STO-DESCRIZIONE     PIC X(26).
           02 STO-TOT-COMPETENZE        PIC 9(7)V99.
           02 STO-TOT-TRATTENUTE        PIC 9(7)V99.
           02 STO-NETTO                 PIC 9(7)V99.
           02 STO-DETRAZIONI            PIC 9(5)V99.
           02 STO-IRPEF                 PIC 9(5)V99.
           02 STO-INPS                  PIC 9(5)V99.
           02 STO-ADD-REGIONALE         PIC 9(5)V99.
           02 STO-ADD-COMUNALE          PIC 9(5)V99.
           02 STO-INPS-DATORE           PIC 9(5)V99.
           02 FILLER                    PIC X(6).

      *----------------------------------------------------------------
      *  SCHEDA PARAMETRI DELL'AZIENDA PER LA DELEGA F24.
      *----------------------------------------------------------------
       FD  PARF24,
           LABEL RECORD OMITTED,
           DATA RECORD REC-PARF24.
       01  REC-PARF24.
           02 PAR-CF-AZIENDA            PIC X(16).
           02 PAR-REGIONE               PIC XX.
           02 PAR-COMUNE                PIC X(4).
           02 PAR-SEDE-INPS             PIC X(4).
           02 PAR-MATRICOLA-INPS        PIC X(10).
           02 FILLER                    PIC X(44).

      *----------------------------------------------------------------
      *  GIORNALE CONTABILE DELL'ULTIMO RUN PAGHE (STACED).
      *----------------------------------------------------------------
       FD  GIORNALE,
           LABEL RECORD STANDARD,
           DATA RECORD REC-GIORNALE.
       01  REC-GIORNALE.
           02 GIO-TIPO                  PIC X.
           02 GIO-REPARTO               PIC X(4).
           02 GIO-COMPETENZE            PIC 9(9)V99.
           02 GIO-TRATTENUTE            PIC 9(9)V99.
           02 GIO-NETTO                 PIC 9(9)V99.
           02 GIO-CONTRIB-DATORE        PIC 9(9)V99.
           02 GIO-COSTO-LAVORO          PIC 9(9)V99.
           02 GIO-MM                    PIC 99.
           02 GIO-AA                    PIC 99.
           02 FILLER                    PIC X(8).

       FD  PROSPETTO,
           LABEL RECORD OMITTED,
           DATA RECORD RIGA-PROSP.
       01  RIGA-PROSP                   PIC X(132).

       FD  FILEF24,
           LABEL RECORD STANDARD,
           DATA RECORD REC-F24.
       01  REC-F24.
           02 F24-TIPO                  PIC X.
           02 F24D-SEZIONE              PIC XX.
           02 F24D-TRIBUTO              PIC X(4).
           02 F24D-ENTE                 PIC X(4).
           02 F24D-MATRICOLA            PIC X(10).
           02 F24D-RATEAZIONE           PIC X(4).
           02 F24D-ANNO                 PIC 9(4).
           02 F24D-MM                   PIC 99.
           02 F24D-IMPORTO              PIC 9(11)V99.
           02 FILLER                    PIC X(56).
       01  REC-F24-TESTATA REDEFINES REC-F24.
           02 F24H-TIPO                 PIC X.
           02 F24H-CF-AZIENDA           PIC X(16).
           02 F24H-MM                   PIC 99.
           02 F24H-ANNO                 PIC 9(4).
           02 F24H-SCADENZA             PIC 9(8).
           02 F24H-DATA-CREAZIONE       PIC 9(8).
           02 FILLER                    PIC X(61).
       01  REC-F24-CODA REDEFINES REC-F24.
           02 F24T-TIPO                 PIC X.
           02 F24T-NUM-RIGHE            PIC 9(4).
           02 F24T-TOTALE               PIC 9(11)V99.
           02 F24T-NUM-CEDOLINI         PIC 9(6).
           02 F24T-TOT-TRATTENUTE       PIC 9(11)V99.
           02 F24T-TOT-CONTRIB-DATORE   PIC 9(11)V99.
           02 FILLER                    PIC X(50).

       WORKING-STORAGE SECTION.

       01  FS-CEDSTOR                    PIC XX VALUE '00'.
           88 FS-CEDSTOR-OK              VALUE '00'.
       01  FS-PARF24                     PIC XX VALUE '00'.
       01  FS-GIORNALE                   PIC XX VALUE '00'.
       01  FS-FILEF24                    PIC XX VALUE '00'.

       01  SW-FINE-CEDSTOR               PIC 9  VALUE ZERO.
           88 EOF-CEDSTOR                VALUE 1.
       01  SW-FINE-GIORNALE              PIC 9  VALUE ZERO.
           88 EOF-GIORNALE               VALUE 1.

       01  WS-PERIODO.
           02 WS-PER-MM                  PIC 99.
           02 WS-PER-AA                  PIC 99.
       77  WS-ANNO-RIF                   PIC 9(4) VALUE ZERO.
       77  WS-DATA-RUN                   PIC 9(8) VALUE ZERO.
       01  WS-SCADENZA.
           02 WS-SCA-AAAA                PIC 9(4).
           02 WS-SCA-MM                  PIC 99.
           02 WS-SCA-GG                  PIC 99.
       01  WS-SCADENZA-N REDEFINES WS-SCADENZA PIC 9(8).

      *----------------------------------------------------------------
      *  ACCUMULI PER MENSILITA': 1 = MESE ORDINARIO, 2 = TREDICESIMA
      *  (SOLO CON IL PERIODO DI DICEMBRE).
      *----------------------------------------------------------------
       77  WS-IDX-PER                    PIC 9 VALUE ZERO.
       01  WS-TAB-PERIODI.
           02 WS-PER-ELEM OCCURS 2 TIMES.
              03 WS-PER-CEDOLINI         PIC 9(6).
              03 WS-PER-TRATTENUTE       PIC 9(11)V99.
              03 WS-PER-IRPEF            PIC 9(11)V99.
              03 WS-PER-ADD-REG          PIC 9(11)V99.
              03 WS-PER-ADD-COM          PIC 9(11)V99.
              03 WS-PER-INPS             PIC 9(11)V99.
              03 WS-PER-INPS-DATORE      PIC 9(11)V99.

       01  WS-TOTALI.
           02 WS-TOT-CEDOLINI            PIC 9(6) VALUE ZERO.
           02 WS-TOT-TRATTENUTE          PIC 9(11)V99 VALUE ZERO.
           02 WS-TOT-IRPEF               PIC 9(11)V99 VALUE ZERO.
           02 WS-TOT-ADD-REG             PIC 9(11)V99 VALUE ZERO.
           02 WS-TOT-ADD-COM             PIC 9(11)V99 VALUE ZERO.
           02 WS-TOT-INPS                PIC 9(11)V99 VALUE ZERO.
           02 WS-TOT-INPS-DATORE         PIC 9(11)V99 VALUE ZERO.
           02 WS-TOT-INPS-DM10           PIC 9(11)V99 VALUE ZERO.
           02 WS-TOT-RITENUTE-DIP        PIC 9(11)V99 VALUE ZERO.
           02 WS-TOT-ALTRE-TRATT         PIC S9(11)V99 VALUE ZERO.
           02 WS-TOT-F24                 PIC 9(11)V99 VALUE ZERO.
           02 WS-CTR-RIGHE-F24           PIC 9(4) VALUE ZERO.

      *----------------------------------------------------------------
      *  RIGA TRIBUTO IN LAVORAZIONE: PASSA DALLA STAMPA E, SE NON A
      *  ZERO, DAL FILE F24.
      *----------------------------------------------------------------
       01  WS-TRIBUTO.
           02 WS-TRI-SEZIONE             PIC XX.
           02 WS-TRI-CODICE              PIC X(4).
           02 WS-TRI-ENTE                PIC X(4).
           02 WS-TRI-MATRICOLA           PIC X(10).
           02 WS-TRI-MM                  PIC 99.
           02 WS-TRI-IMPORTO             PIC 9(11)V99.

      *----------------------------------------------------------------
      *  ESITO DELLA QUADRATURA CON IL GIORNALE PAGHE.
      *----------------------------------------------------------------
       77  WS-ESITO-GIORNALE             PIC X(30) VALUE SPACES.
       77  WS-GIO-MM                     PIC 99 VALUE ZERO.
       77  WS-GIO-AA                     PIC 99 VALUE ZERO.
       77  WS-GIO-TRATTENUTE             PIC 9(9)V99 VALUE ZERO.
       77  WS-GIO-CONTRIB-DATORE         PIC 9(9)V99 VALUE ZERO.
       01  SW-GIORNALE-TROVATO           PIC X VALUE 'N'.
           88 GIORNALE-TROVATO           VALUE 'S'.

       01  WS-INTESTAZIONE.
           02 FILLER                    PIC X(46) VALUE
              'RIEPILOGO VERSAMENTI F24 PAGHE - PERIODO      '.
           02 INT-MM                    PIC 99.
           02 FILLER                    PIC X     VALUE '/'.
           02 INT-ANNO                  PIC 9(4).
           02 FILLER                    PIC X(14) VALUE
              '   SCADENZA  '.
           02 INT-SCA-GG                PIC 99.
           02 FILLER                    PIC X     VALUE '/'.
           02 INT-SCA-MM                PIC 99.
           02 FILLER                    PIC X     VALUE '/'.
           02 INT-SCA-AAAA              PIC 9(4).
           02 FILLER                    PIC X(55) VALUE SPACES.

       01  WS-RIGA-AZIENDA.
           02 FILLER                    PIC X(20) VALUE
              'CONTRIBUENTE C.F.   '.
           02 AZI-CF                    PIC X(16).
           02 FILLER                    PIC X(4)  VALUE SPACES.
           02 FILLER                    PIC X(19) VALUE
              'CEDOLINI DEL MESE  '.
           02 AZI-CEDOLINI-MESE         PIC ZZZZZ9.
           02 FILLER                    PIC X(4)  VALUE SPACES.
           02 FILLER                    PIC X(19) VALUE
              'CEDOLINI TREDICES. '.
           02 AZI-CEDOLINI-TREDIC       PIC ZZZZZ9.
           02 FILLER                    PIC X(38) VALUE SPACES.

       01  WS-TESTATA-COLONNE.
           02 FILLER                    PIC X(39) VALUE
              'SEZ. TRIB. ENTE MATRICOLA   RIFERIM.   '.
           02 FILLER                    PIC X(30) VALUE
              ' IMPORTO A DEBITO  DESCRIZIONE'.
           02 FILLER                    PIC X(63) VALUE SPACES.

       01  WS-RIGA-TRIBUTO.
           02 RTR-SEZIONE               PIC XX.
           02 FILLER                    PIC X(3)  VALUE SPACES.
           02 RTR-CODICE                PIC X(4).
           02 FILLER                    PIC X(2)  VALUE SPACES.
           02 RTR-ENTE                  PIC X(4).
           02 FILLER                    PIC X     VALUE SPACES.
           02 RTR-MATRICOLA             PIC X(10).
           02 FILLER                    PIC X(2)  VALUE SPACES.
           02 RTR-RIFERIMENTO.
              03 RTR-RIF-MM             PIC XX.
              03 RTR-RIF-SEP            PIC X.
              03 RTR-RIF-ANNO           PIC 9(4).
           02 FILLER                    PIC X(4)  VALUE SPACES.
           02 RTR-IMPORTO               PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                    PIC X(2)  VALUE SPACES.
           02 RTR-DESCRIZIONE           PIC X(40).
           02 FILLER                    PIC X(34) VALUE SPACES.

       01  WS-RIGA-IMPORTO.
           02 RIM-ETICHETTA             PIC X(40).
           02 RIM-IMPORTO               PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           02 FILLER                    PIC X(2)  VALUE SPACES.
           02 RIM-NOTA                  PIC X(30).
           02 FILLER                    PIC X(42) VALUE SPACES.

           COPY PAR_DataCont.

       PROCEDURE DIVISION.
       INIZIO-ELABORAZIONE.
           DISPLAY 'PERIODO PAGHE DA VERSARE (MMAA): '.
           ACCEPT WS-PERIODO.
           IF WS-PER-MM < 1 OR WS-PER-MM > 12
               DISPLAY 'MESE NON VALIDO: ' WS-PER-MM
               STOP RUN.
           MOVE 'D' TO DCP-FUNZIONE.
           MOVE 'RIEPF24' TO DCP-PROGRAMMA.
           CALL 'DATACONT' USING PARAMETRI-DATACONT.
           MOVE DCP-DATA-CONTABILE TO WS-DATA-RUN.
           COMPUTE WS-ANNO-RIF = 2000 + WS-PER-AA.
      *    SCADENZA DEL VERSAMENTO: IL 16 DEL MESE SUCCESSIVO.
           MOVE 16 TO WS-SCA-GG.
           IF WS-PER-MM = 12
               MOVE 1 TO WS-SCA-MM
               COMPUTE WS-SCA-AAAA = WS-ANNO-RIF + 1
           ELSE
               COMPUTE WS-SCA-MM = WS-PER-MM + 1
               MOVE WS-ANNO-RIF TO WS-SCA-AAAA.
           OPEN INPUT PARF24.
           IF FS-PARF24 NOT = '00'
               DISPLAY 'SCHEDA PARAMETRI F24 NON APRIBILE - FS='
                       FS-PARF24
               STOP RUN.
           READ PARF24 AT END
                DISPLAY 'SCHEDA PARAMETRI F24 ASSENTE'
                CLOSE PARF24
                STOP RUN.
           CLOSE PARF24.
           OPEN INPUT CEDSTOR.
           IF NOT FS-CEDSTOR-OK
               DISPLAY 'STORICO CEDOLINI NON APRIBILE - FS='
                       FS-CEDSTOR
               STOP RUN.
           MOVE ZEROES TO WS-TAB-PERIODI.
       LEGGI-CEDSTOR.
           READ CEDSTOR NEXT RECORD AT END MOVE 1 TO SW-FINE-CEDSTOR.
           IF EOF-CEDSTOR
               GO TO FINE-CEDSTOR.
           IF STO-AA NOT = WS-PER-AA
               GO TO LEGGI-CEDSTOR.
           IF STO-MM = WS-PER-MM
               MOVE 1 TO WS-IDX-PER
           ELSE
               IF STO-MM = 13 AND WS-PER-MM = 12
                   MOVE 2 TO WS-IDX-PER
               ELSE
                   GO TO LEGGI-CEDSTOR.
           PERFORM CUMULA-CEDOLINO THRU CUMULA-CEDOLINO-EX.
           GO TO LEGGI-CEDSTOR.

      *----------------------------------------------------------------
      *  CUMULA IL CEDOLINO NELLA SUA MENSILITA' CON GLI IMPORTI
      *  ESATTI ARCHIVIATI IN CODA A CEDSTOR.
      *----------------------------------------------------------------
       CUMULA-CEDOLINO.
           ADD 1 TO WS-PER-CEDOLINI (WS-IDX-PER).
           ADD STO-TOT-TRATTENUTE TO WS-PER-TRATTENUTE (WS-IDX-PER).
           ADD STO-IRPEF          TO WS-PER-IRPEF (WS-IDX-PER).
           ADD STO-ADD-REGIONALE  TO WS-PER-ADD-REG (WS-IDX-PER).
           ADD STO-ADD-COMUNALE   TO WS-PER-ADD-COM (WS-IDX-PER).
           ADD STO-INPS           TO WS-PER-INPS (WS-IDX-PER).
           ADD STO-INPS-DATORE    TO WS-PER-INPS-DATORE (WS-IDX-PER).
       CUMULA-CEDOLINO-EX.
           EXIT.

       FINE-CEDSTOR.
           CLOSE CEDSTOR.
           COMPUTE WS-TOT-CEDOLINI =
                   WS-PER-CEDOLINI (1) + WS-PER-CEDOLINI (2).
           IF WS-TOT-CEDOLINI = ZERO
               DISPLAY 'NESSUN CEDOLINO ARCHIVIATO PER IL PERIODO '
                       WS-PER-MM '/' WS-PER-AA
               STOP RUN.
           COMPUTE WS-TOT-TRATTENUTE =
                   WS-PER-TRATTENUTE (1) + WS-PER-TRATTENUTE (2).
           COMPUTE WS-TOT-IRPEF =
                   WS-PER-IRPEF (1) + WS-PER-IRPEF (2).
           COMPUTE WS-TOT-ADD-REG =
                   WS-PER-ADD-REG (1) + WS-PER-ADD-REG (2).
           COMPUTE WS-TOT-ADD-COM =
                   WS-PER-ADD-COM (1) + WS-PER-ADD-COM (2).
           COMPUTE WS-TOT-INPS =
                   WS-PER-INPS (1) + WS-PER-INPS (2).
           COMPUTE WS-TOT-INPS-DATORE =
                   WS-PER-INPS-DATORE (1) + WS-PER-INPS-DATORE (2).
           COMPUTE WS-TOT-INPS-DM10 =
                   WS-TOT-INPS + WS-TOT-INPS-DATORE.
           COMPUTE WS-TOT-RITENUTE-DIP =
                   WS-TOT-IRPEF + WS-TOT-ADD-REG + WS-TOT-ADD-COM
                 + WS-TOT-INPS.
           COMPUTE WS-TOT-ALTRE-TRATT =
                   WS-TOT-TRATTENUTE - WS-TOT-RITENUTE-DIP.
           PERFORM QUADRA-GIORNALE THRU QUADRA-GIORNALE-EX.
           OPEN OUTPUT PROSPETTO.
           OPEN OUTPUT FILEF24.
           IF FS-FILEF24 NOT = '00'
               DISPLAY 'FILE F24 NON CREABILE - FS=' FS-FILEF24
               STOP RUN.
           PERFORM STAMPA-TESTATA THRU STAMPA-TESTATA-EX.
           PERFORM EMETTI-TRIBUTI THRU EMETTI-TRIBUTI-EX.
           PERFORM STAMPA-QUADRATURA THRU STAMPA-QUADRATURA-EX.
           GO TO FINE-LAVORO.

      *----------------------------------------------------------------
      *  QUADRATURA CON IL RECORD 'T' DEL GIORNALE PAGHE: IL GIORNALE
      *  CONTIENE SOLO L'ULTIMO RUN DI STACED, PER CUI SI CONFRONTA
      *  CON LA MENSILITA' DI QUEL RUN (A DICEMBRE PUO' ESSERE LA
      *  TREDICESIMA); UN GIORNALE DI ALTRO PERIODO E' SOLO
      *  SEGNALATO.
      *----------------------------------------------------------------
       QUADRA-GIORNALE.
           OPEN INPUT GIORNALE.
           IF FS-GIORNALE NOT = '00'
               MOVE 'GIORNALE PAGHE ASSENTE' TO WS-ESITO-GIORNALE
               GO TO QUADRA-GIORNALE-EX.
       LEGGI-GIORNALE.
           READ GIORNALE AT END MOVE 1 TO SW-FINE-GIORNALE.
           IF EOF-GIORNALE
               GO TO ESAMINA-GIORNALE.
           IF GIO-TIPO NOT = 'T'
               GO TO LEGGI-GIORNALE.
           MOVE 'S'                TO SW-GIORNALE-TROVATO.
           MOVE GIO-MM             TO WS-GIO-MM.
           MOVE GIO-AA             TO WS-GIO-AA.
           MOVE GIO-TRATTENUTE     TO WS-GIO-TRATTENUTE.
           MOVE GIO-CONTRIB-DATORE TO WS-GIO-CONTRIB-DATORE.
       ESAMINA-GIORNALE.
           CLOSE GIORNALE.
           IF NOT GIORNALE-TROVATO
               MOVE 'TOTALE GIORNALE NON TROVATO' TO WS-ESITO-GIORNALE
               GO TO QUADRA-GIORNALE-EX.
           MOVE ZERO TO WS-IDX-PER.
           IF WS-GIO-AA = WS-PER-AA AND WS-GIO-MM = WS-PER-MM
               MOVE 1 TO WS-IDX-PER.
           IF WS-GIO-AA = WS-PER-AA AND WS-GIO-MM = 13
                                    AND WS-PER-MM = 12
               MOVE 2 TO WS-IDX-PER.
           IF WS-IDX-PER = ZERO
               MOVE 'GIORNALE DI ALTRO PERIODO' TO WS-ESITO-GIORNALE
               GO TO QUADRA-GIORNALE-EX.
           IF WS-GIO-TRATTENUTE = WS-PER-TRATTENUTE (WS-IDX-PER)
           AND WS-GIO-CONTRIB-DATORE = WS-PER-INPS-DATORE (WS-IDX-PER)
               MOVE 'QUADRATO' TO WS-ESITO-GIORNALE
           ELSE
               MOVE '*** DIFFORME ***' TO WS-ESITO-GIORNALE.
       QUADRA-GIORNALE-EX.
           EXIT.

       STAMPA-TESTATA.
           MOVE WS-PER-MM    TO INT-MM.
           MOVE WS-ANNO-RIF  TO INT-ANNO.
           MOVE WS-SCA-GG    TO INT-SCA-GG.
           MOVE WS-SCA-MM    TO INT-SCA-MM.
           MOVE WS-SCA-AAAA  TO INT-SCA-AAAA.
           MOVE WS-INTESTAZIONE TO RIGA-PROSP.
           WRITE RIGA-PROSP AFTER ADVANCING ZERO.
           MOVE PAR-CF-AZIENDA       TO AZI-CF.
           MOVE WS-PER-CEDOLINI (1)  TO AZI-CEDOLINI-MESE.
           MOVE WS-PER-CEDOLINI (2)  TO AZI-CEDOLINI-TREDIC.
           MOVE WS-RIGA-AZIENDA TO RIGA-PROSP.
           WRITE RIGA-PROSP AFTER ADVANCING 2 LINES.
           MOVE WS-TESTATA-COLONNE TO RIGA-PROSP.
           WRITE RIGA-PROSP AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REC-F24.
           MOVE 'H'            TO F24H-TIPO.
           MOVE PAR-CF-AZIENDA TO F24H-CF-AZIENDA.
           MOVE WS-PER-MM      TO F24H-MM.
           MOVE WS-ANNO-RIF    TO F24H-ANNO.
           MOVE WS-SCADENZA-N  TO F24H-SCADENZA.
           MOVE WS-DATA-RUN    TO F24H-DATA-CREAZIONE.
           WRITE REC-F24.
       STAMPA-TESTATA-EX.
           EXIT.

      *----------------------------------------------------------------
      *  UNA RIGA PER CODICE TRIBUTO. PER L'INPS LE DUE QUOTE SONO
      *  SOLO STAMPATE: NEL FILE VA LA RIGA DM10 COMPLESSIVA.
      *----------------------------------------------------------------
       EMETTI-TRIBUTI.
           MOVE 'ER'         TO WS-TRI-SEZIONE.
           MOVE '1001'       TO WS-TRI-CODICE.
           MOVE SPACES       TO WS-TRI-ENTE WS-TRI-MATRICOLA.
           MOVE ZERO         TO WS-TRI-MM.
           MOVE WS-TOT-IRPEF TO WS-TRI-IMPORTO.
           MOVE 'RITENUTE IRPEF LAVORO DIPENDENTE' TO RTR-DESCRIZIONE.
           PERFORM STAMPA-RIGA-TRIBUTO THRU STAMPA-RIGA-TRIBUTO-EX.
           PERFORM SCRIVI-RIGA-F24 THRU SCRIVI-RIGA-F24-EX.

           MOVE 'RG'           TO WS-TRI-SEZIONE.
           MOVE '3802'         TO WS-TRI-CODICE.
           MOVE PAR-REGIONE    TO WS-TRI-ENTE.
           MOVE WS-TOT-ADD-REG TO WS-TRI-IMPORTO.
           MOVE 'ADDIZIONALE REGIONALE IRPEF' TO RTR-DESCRIZIONE.
           PERFORM STAMPA-RIGA-TRIBUTO THRU STAMPA-RIGA-TRIBUTO-EX.
           PERFORM SCRIVI-RIGA-F24 THRU SCRIVI-RIGA-F24-EX.

           MOVE 'EL'           TO WS-TRI-SEZIONE.
           MOVE '3848'         TO WS-TRI-CODICE.
           MOVE PAR-COMUNE     TO WS-TRI-ENTE.
           MOVE WS-TOT-ADD-COM TO WS-TRI-IMPORTO.
           MOVE 'ADDIZIONALE COMUNALE IRPEF' TO RTR-DESCRIZIONE.
           PERFORM STAMPA-RIGA-TRIBUTO THRU STAMPA-RIGA-TRIBUTO-EX.
           PERFORM SCRIVI-RIGA-F24 THRU SCRIVI-RIGA-F24-EX.

           MOVE 'PS'               TO WS-TRI-SEZIONE.
           MOVE 'DM10'             TO WS-TRI-CODICE.
           MOVE PAR-SEDE-INPS      TO WS-TRI-ENTE.
           MOVE PAR-MATRICOLA-INPS TO WS-TRI-MATRICOLA.
           MOVE WS-PER-MM          TO WS-TRI-MM.
           MOVE WS-TOT-INPS        TO WS-TRI-IMPORTO.
           MOVE 'CONTRIBUTI INPS - QUOTA DIPENDENTE' TO RTR-DESCRIZIONE.
           PERFORM STAMPA-RIGA-TRIBUTO THRU STAMPA-RIGA-TRIBUTO-EX.
           MOVE WS-TOT-INPS-DATORE TO WS-TRI-IMPORTO.
           MOVE 'CONTRIBUTI INPS - QUOTA DATORE' TO RTR-DESCRIZIONE.
           PERFORM STAMPA-RIGA-TRIBUTO THRU STAMPA-RIGA-TRIBUTO-EX.
           MOVE WS-TOT-INPS-DM10   TO WS-TRI-IMPORTO.
           MOVE 'CONTRIBUTI INPS - TOTALE DM10' TO RTR-DESCRIZIONE.
           PERFORM STAMPA-RIGA-TRIBUTO THRU STAMPA-RIGA-TRIBUTO-EX.
           PERFORM SCRIVI-RIGA-F24 THRU SCRIVI-RIGA-F24-EX.

           MOVE SPACES TO WS-RIGA-IMPORTO.
           MOVE 'TOTALE DELEGA F24' TO RIM-ETICHETTA.
           MOVE WS-TOT-F24 TO RIM-IMPORTO.
           MOVE WS-RIGA-IMPORTO TO RIGA-PROSP.
           WRITE RIGA-PROSP AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REC-F24.
           MOVE 'T'                TO F24T-TIPO.
           MOVE WS-CTR-RIGHE-F24   TO F24T-NUM-RIGHE.
           MOVE WS-TOT-F24         TO F24T-TOTALE.
           MOVE WS-TOT-CEDOLINI    TO F24T-NUM-CEDOLINI.
           MOVE WS-TOT-TRATTENUTE  TO F24T-TOT-TRATTENUTE.
           MOVE WS-TOT-INPS-DATORE TO F24T-TOT-CONTRIB-DATORE.
           WRITE REC-F24.
       EMETTI-TRIBUTI-EX.
           EXIT.

       STAMPA-RIGA-TRIBUTO.
           MOVE WS-TRI-SEZIONE   TO RTR-SEZIONE.
           MOVE WS-TRI-CODICE    TO RTR-CODICE.
           MOVE WS-TRI-ENTE      TO RTR-ENTE.
           MOVE WS-TRI-MATRICOLA TO RTR-MATRICOLA.
           MOVE WS-ANNO-RIF      TO RTR-RIF-ANNO.
           IF WS-TRI-MM = ZERO
               MOVE SPACES TO RTR-RIF-MM RTR-RIF-SEP
           ELSE
               MOVE WS-TRI-MM TO RTR-RIF-MM
               MOVE '/' TO RTR-RIF-SEP.
           MOVE WS-TRI-IMPORTO   TO RTR-IMPORTO.
           MOVE WS-RIGA-TRIBUTO  TO RIGA-PROSP.
           WRITE RIGA-PROSP AFTER ADVANCING 1 LINES.
       STAMPA-RIGA-TRIBUTO-EX.
           EXIT.

      *----------------------------------------------------------------
      *  RIGA DEL FILE F24: LE RIGHE A ZERO NON SI VERSANO.
      *----------------------------------------------------------------
       SCRIVI-RIGA-F24.
           IF WS-TRI-IMPORTO = ZERO
               GO TO SCRIVI-RIGA-F24-EX.
           MOVE SPACES TO REC-F24.
           MOVE 'D'              TO F24-TIPO.
           MOVE WS-TRI-SEZIONE   TO F24D-SEZIONE.
           MOVE WS-TRI-CODICE    TO F24D-TRIBUTO.
           MOVE WS-TRI-ENTE      TO F24D-ENTE.
           MOVE WS-TRI-MATRICOLA TO F24D-MATRICOLA.
           MOVE WS-ANNO-RIF      TO F24D-ANNO.
           MOVE WS-TRI-MM        TO F24D-MM.
           MOVE WS-TRI-IMPORTO   TO F24D-IMPORTO.
           WRITE REC-F24.
           ADD 1 TO WS-CTR-RIGHE-F24.
           ADD WS-TRI-IMPORTO TO WS-TOT-F24.
       SCRIVI-RIGA-F24-EX.
           EXIT.

      *----------------------------------------------------------------
      *  RACCORDO CON IL REGISTRO: TRATTENUTE DEI CEDOLINI, DI CUI
      *  RITENUTE VERSATE CON LA DELEGA, CONTRIBUTI DATORE, E
      *  CONFRONTO CON IL GIORNALE PAGHE.
      *----------------------------------------------------------------
       STAMPA-QUADRATURA.
           MOVE SPACES TO WS-RIGA-IMPORTO.
           MOVE 'TOTALE TRATTENUTE CEDOLINI' TO RIM-ETICHETTA.
           MOVE WS-TOT-TRATTENUTE TO RIM-IMPORTO.
           MOVE WS-RIGA-IMPORTO TO RIGA-PROSP.
           WRITE RIGA-PROSP AFTER ADVANCING 3 LINES.
           MOVE SPACES TO WS-RIGA-IMPORTO.
           MOVE '  DI CUI RITENUTE VERSATE CON F24' TO RIM-ETICHETTA.
           MOVE WS-TOT-RITENUTE-DIP TO RIM-IMPORTO.
           MOVE WS-RIGA-IMPORTO TO RIGA-PROSP.
           WRITE RIGA-PROSP AFTER ADVANCING 1 LINES.
           MOVE SPACES TO WS-RIGA-IMPORTO.
           MOVE '  ALTRE TRATTENUTE NON IN F24' TO RIM-ETICHETTA.
           MOVE WS-TOT-ALTRE-TRATT TO RIM-IMPORTO.
           MOVE WS-RIGA-IMPORTO TO RIGA-PROSP.
           WRITE RIGA-PROSP AFTER ADVANCING 1 LINES.
           MOVE SPACES TO WS-RIGA-IMPORTO.
           MOVE 'CONTRIBUTI DATORE DA CEDOLINI' TO RIM-ETICHETTA.
           MOVE WS-TOT-INPS-DATORE TO RIM-IMPORTO.
           MOVE WS-RIGA-IMPORTO TO RIGA-PROSP.
           WRITE RIGA-PROSP AFTER ADVANCING 1 LINES.
           MOVE SPACES TO WS-RIGA-IMPORTO.
           MOVE 'GIORNALE PAGHE - TOTALE TRATTENUTE' TO RIM-ETICHETTA.
           MOVE WS-GIO-TRATTENUTE TO RIM-IMPORTO.
           MOVE WS-ESITO-GIORNALE TO RIM-NOTA.
           MOVE WS-RIGA-IMPORTO TO RIGA-PROSP.
           WRITE RIGA-PROSP AFTER ADVANCING 2 LINES.
           MOVE SPACES TO WS-RIGA-IMPORTO.
           MOVE 'GIORNALE PAGHE - CONTRIBUTI DATORE' TO RIM-ETICHETTA.
           MOVE WS-GIO-CONTRIB-DATORE TO RIM-IMPORTO.
           MOVE WS-RIGA-IMPORTO TO RIGA-PROSP.
           WRITE RIGA-PROSP AFTER ADVANCING 1 LINES.
       STAMPA-QUADRATURA-EX.
           EXIT.

       FINE-LAVORO.
           CLOSE PROSPETTO, FILEF24.
           DISPLAY 'CEDOLINI DEL PERIODO:   ' WS-TOT-CEDOLINI.
           DISPLAY 'RIGHE F24 SCRITTE:      ' WS-CTR-RIGHE-F24.
           DISPLAY 'TOTALE DELEGA F24:      ' WS-TOT-F24.
           DISPLAY 'QUADRATURA GIORNALE:    ' WS-ESITO-GIORNALE.
           STOP RUN.
       END PROGRAM RIEPF24.
