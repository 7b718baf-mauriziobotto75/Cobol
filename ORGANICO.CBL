      ******************************************************************
      *  ORGANICO E TURNOVER PER REPARTO E QUALIFICA: PER IL PERIODO
      *  RICHIESTO (DAL/AL, AAAAMMGG) SCORRE L'ANAGRAFICA VIVA
      *  (ANOPIS) E L'ARCHIVIO DEI CESSATI EPURATI (ANOPIARC) E
      *  CONTA PER OGNI CODICE REPARTO E QUALIFICA L'ORGANICO AD
      *  INIZIO PERIODO, LE ASSUNZIONI, LE CESSAZIONI E L'ORGANICO
      *  A FINE PERIODO, CON IL TASSO DI TURNOVER (CESSAZIONI SU
      *  ORGANICO MEDIO), L'ANZIANITA' MEDIA E LE FASCE DI ETA'
      *  DEGLI IN FORZA A FINE PERIODO. A FIANCO GLI STESSI CONTI
      *  PER LO STESSO PERIODO DELL'ANNO PRIMA E LA VARIAZIONE
      *  DELL'ORGANICO FINALE. TOTALI PER REPARTO E GENERALI.
      *  OGNI RIGA STAMPATA VA ANCHE SUL FILE PIATTO FILEORG PER
      *  GLI STRUMENTI DEL PERSONALE:
      *    'D' REPARTO/QUALIFICA  'R' TOTALE REPARTO  'G' GENERALE
      *  UN DIPENDENTE E' IN FORZA AD UNA DATA SE ASSUNTO PRIMA E NON
      *  CESSATO PRIMA; LA DATA DI CESSAZIONE E' L'ULTIMO GIORNO IN
      *  FORZA. I CESSATI SENZA DATA DI CESSAZIONE E I DIPENDENTI
      *  SENZA DATA DI ASSUNZIONE NON SI POSSONO COLLOCARE NEL TEMPO:
      *  RESTANO FUORI DAI CONTI E SONO CONTATI A PARTE A VIDEO.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. ORGANICO.
       AUTHOR.  MB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370-HI45.
       OBJECT-COMPUTER. IBM-370-HI45.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANOPIS ASSIGN SYS007-DA-3340-I-ANOPIS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE
               FILE STATUS IS FS-ANOPIS.
           SELECT ANOPIARC ASSIGN SYS027-DA-3340-I-ANOPIARC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARC-CHIAVE
               FILE STATUS IS FS-ANOPIARC.
           SELECT PROSPETTO ASSIGN SYS038-UR-1403-S.
           SELECT FILEORG   ASSIGN SYS039-DA-3340-S
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FILEORG.

       DATA DIVISION.
       FILE SECTION.
       FD  ANOPIS,
           LABEL RECORD STANDARD,
           RECORDING MODE F,
           BLOCK CONTAINS 21 RECORDS,
           DATA RECORD ANAG-OPERAI.
       01  ANAG-OPERAI.
           02  SITUAZIONE                PIC X.
               88 DIPENDENTE-CESSATO     VALUE 'C'.
           02  CHIAVE.
               03 CODICE-REPARTO         PIC X(4).
               03 CODICE-PERSONALE       PIC X(4).
           02  NOMINATIVO                PIC X(25).
           02  INDIRIZZO                 PIC X(26).
           02  DATA-NASCITA              PIC 9(8).
           02  DATA-ASSUNZIONE           PIC 9(8).
           02  QUALIFICA                 PIC XX.
           02  RESTO-ANAGRAFICA          PIC X(28).
           02  IBAN-OPERAIO              PIC X(27).
           02  TFR-FONDO                 PIC 9(8)V99 COMP-3.
           02  DATA-CESSAZIONE           PIC 9(8).
           02  PERC-PART-TIME            PIC 9(3)V99.
           02  TIPO-PART-TIME            PIC X.
               88 PART-TIME-ORIZZONTALE  VALUE 'O'.
               88 PART-TIME-VERTICALE    VALUE 'V'.
           02  CANALE-CEDOLINO           PIC X.
               88 CEDOLINO-CARTA         VALUE ' ' 'C'.
               88 CEDOLINO-EMAIL         VALUE 'E'.
               88 CEDOLINO-PORTALE       VALUE 'P'.
           02  EMAIL-OPERAIO             PIC X(50).
           02  CODICE-FISCALE            PIC X(16).

       FD  ANOPIARC,
           LABEL RECORD STANDARD,
           DATA RECORD ARC-OPERAIO.
       01  ARC-OPERAIO.
           02  ARC-SITUAZIONE            PIC X.
           02  ARC-CHIAVE.
               03 ARC-CODICE-REPARTO     PIC X(4).
               03 ARC-CODICE-PERSONALE   PIC X(4).
           02  ARC-NOMINATIVO            PIC X(25).
           02  ARC-INDIRIZZO             PIC X(26).
           02  ARC-DATA-NASCITA          PIC 9(8).
           02  ARC-DATA-ASSUNZIONE       PIC 9(8).
           02  ARC-QUALIFICA             PIC XX.
           02  ARC-RESTO-ANAGRAFICA      PIC X(28).
           02  ARC-IBAN                  PIC X(27).
           02  ARC-TFR-FONDO             PIC 9(8)V99 COMP-3.
           02  ARC-DATA-CESSAZIONE       PIC 9(8).
           02  ARC-PERC-PART-TIME        PIC 9(3)V99.
           02  ARC-TIPO-PART-TIME        PIC X.
           02  ARC-CANALE-CEDOLINO       PIC X.
           02  ARC-EMAIL                 PIC X(50).
           02  ARC-CODICE-FISCALE        PIC X(16).

       FD  PROSPETTO,
           LABEL RECORD OMITTED,
           DATA RECORD RIGA-PROSP.
       01  RIGA-PROSP                   PIC X(132).

       FD  FILEORG,
           LABEL RECORD STANDARD,
           DATA RECORD REC-FILEORG.
       01  REC-FILEORG.
           02 ORG-TIPO                  PIC X.
           02 ORG-DATA-DA               PIC 9(8).
           02 ORG-DATA-A                PIC 9(8).
           02 ORG-REPARTO               PIC X(4).
           02 ORG-QUALIFICA             PIC XX.
           02 ORG-INIZIALE              PIC 9(5).
           02 ORG-ASSUNTI               PIC 9(5).
           02 ORG-CESSATI               PIC 9(5).
           02 ORG-FINALE                PIC 9(5).
           02 ORG-TURNOVER              PIC 9(3)V99.
           02 ORG-ANZIANITA-MEDIA       PIC 9(2)V9.
           02 ORG-FASCIA-ETA            PIC 9(5) OCCURS 5 TIMES.
           02 ORG-PREC-INIZIALE         PIC 9(5).
           02 ORG-PREC-ASSUNTI          PIC 9(5).
           02 ORG-PREC-CESSATI          PIC 9(5).
           02 ORG-PREC-FINALE           PIC 9(5).
           02 ORG-PREC-TURNOVER         PIC 9(3)V99.
           02 FILLER                    PIC X(19).

       WORKING-STORAGE SECTION.

       01  FS-ANOPIS                     PIC XX VALUE '00'.
           88 FS-ANOPIS-OK               VALUE '00'.
       01  FS-ANOPIARC                   PIC XX VALUE '00'.
           88 FS-ANOPIARC-OK             VALUE '00'.
       01  FS-FILEORG                    PIC XX VALUE '00'.

       01  SW-FINE-ANOPIS                PIC 9  VALUE ZERO.
           88 EOF-ANOPIS                 VALUE 1.
       01  SW-FINE-ANOPIARC              PIC 9  VALUE ZERO.
           88 EOF-ANOPIARC               VALUE 1.

      *----------------------------------------------------------------
      *  PERIODO RICHIESTO E STESSO PERIODO DELL'ANNO PRECEDENTE.
      *----------------------------------------------------------------
       01  WS-DATA-DA                    PIC 9(8) VALUE ZERO.
       01  WS-DATA-DA-R REDEFINES WS-DATA-DA.
           02 WS-DA-AAAA                 PIC 9(4).
           02 WS-DA-MMGG                 PIC 9(4).
       01  WS-DATA-A                     PIC 9(8) VALUE ZERO.
       01  WS-DATA-A-R REDEFINES WS-DATA-A.
           02 WS-A-AAAA                  PIC 9(4).
           02 WS-A-MM                    PIC 99.
           02 WS-A-GG                    PIC 99.
       01  WS-A-MMGG REDEFINES WS-DATA-A.
           02 FILLER                     PIC 9(4).
           02 WS-A-MESE-GIORNO           PIC 9(4).
       01  WS-PREC-DA                    PIC 9(8) VALUE ZERO.
       01  WS-PREC-DA-R REDEFINES WS-PREC-DA.
           02 WS-PREC-DA-AAAA            PIC 9(4).
           02 WS-PREC-DA-MMGG            PIC 9(4).
       01  WS-PREC-A                     PIC 9(8) VALUE ZERO.
       01  WS-PREC-A-R REDEFINES WS-PREC-A.
           02 WS-PREC-A-AAAA             PIC 9(4).
           02 WS-PREC-A-MMGG             PIC 9(4).

      *----------------------------------------------------------------
      *  PERIODO IN ESAME E ESITO DEL DIPENDENTE NEL PERIODO:
      *  1 IN FORZA ALL'INIZIO, 2 ASSUNTO, 3 CESSATO, 4 IN FORZA
      *  ALLA FINE (1 = SI', 0 = NO).
      *----------------------------------------------------------------
       77  WS-PER-DA                     PIC 9(8) VALUE ZERO.
       77  WS-PER-A                      PIC 9(8) VALUE ZERO.
       01  WS-ESITO-PERIODO.
           02 WS-ESITO-PER               PIC 9 OCCURS 4 TIMES.
       01  WS-ESITO-CORRENTE.
           02 WS-ESITO-CORR              PIC 9 OCCURS 4 TIMES.
       01  WS-ESITO-PRECEDENTE.
           02 WS-ESITO-PREC              PIC 9 OCCURS 4 TIMES.

      *----------------------------------------------------------------
      *  DIPENDENTE IN ESAME, DALL'ANAGRAFICA VIVA O DALL'ARCHIVIO.
      *----------------------------------------------------------------
       01  WS-DIPENDENTE.
           02 WS-DIP-SITUAZIONE          PIC X.
              88 WS-DIP-CESSATO          VALUE 'C'.
           02 WS-DIP-REPARTO             PIC X(4).
           02 WS-DIP-QUALIFICA           PIC XX.
           02 WS-DIP-NASCITA             PIC 9(8).
           02 WS-DIP-NASCITA-R REDEFINES WS-DIP-NASCITA.
              03 WS-NAS-AAAA             PIC 9(4).
              03 WS-NAS-MMGG             PIC 9(4).
           02 WS-DIP-ASSUNZIONE          PIC 9(8).
           02 WS-DIP-ASSUNZIONE-R REDEFINES WS-DIP-ASSUNZIONE.
              03 WS-ASS-AAAA             PIC 9(4).
              03 WS-ASS-MM               PIC 99.
              03 WS-ASS-GG               PIC 99.
           02 WS-DIP-CESSAZIONE          PIC 9(8).

       77  WS-ETA                        PIC 9(3) VALUE ZERO.
       77  WS-MESI-ANZIANITA             PIC S9(5) VALUE ZERO.
       77  WS-IDX-FASCIA                 PIC 9 VALUE ZERO.
       77  WS-IDX                        PIC 99 VALUE ZERO.

      *----------------------------------------------------------------
      *  TABELLA REPARTO/QUALIFICA, TENUTA IN ORDINE DI CHIAVE. OGNI
      *  VOCE HA 14 CONTATORI: 1 INIZIALE, 2 ASSUNTI, 3 CESSATI,
      *  4 FINALE, 5 MESI DI ANZIANITA' DEI FINALI, 6-10 FASCE DI
      *  ETA' DEI FINALI (<30, 30-39, 40-49, 50-59, 60 E OLTRE),
      *  11-14 INIZIALE, ASSUNTI, CESSATI, FINALE DELL'ANNO PRIMA.
      *----------------------------------------------------------------
       01  WS-TABELLA-VOCI.
           02 TAB-VOCE OCCURS 200 TIMES.
              03 TAB-CHIAVE-VOCE.
                 04 TAB-REPARTO          PIC X(4).
                 04 TAB-QUALIFICA        PIC XX.
              03 TAB-CONTI.
                 04 TAB-CONTO            PIC 9(7) OCCURS 14 TIMES.
       77  WS-NUM-VOCI                   PIC 999 VALUE ZERO.
       77  WS-IDX-VOCE                   PIC 999 VALUE ZERO.
       77  WS-IDX-SPOSTA                 PIC 999 VALUE ZERO.
       01  WS-CHIAVE-VOCE.
           02 WS-CV-REPARTO              PIC X(4).
           02 WS-CV-QUALIFICA            PIC XX.

      *----------------------------------------------------------------
      *  CONTI DELLA RIGA DA STAMPARE E TOTALI DI REPARTO (TR-) E
      *  GENERALI (TG-), STESSO ORDINE DEI CONTATORI DI TABELLA.
      *----------------------------------------------------------------
       01  WS-CONTI-RIGA.
           02 CR-CONTO                   PIC 9(7) OCCURS 14 TIMES.
       01  WS-CONTI-RIGA-R REDEFINES WS-CONTI-RIGA.
           02 CR-INIZIALE                PIC 9(7).
           02 CR-ASSUNTI                 PIC 9(7).
           02 CR-CESSATI                 PIC 9(7).
           02 CR-FINALE                  PIC 9(7).
           02 CR-MESI-ANZIANITA          PIC 9(7).
           02 CR-FASCIA                  PIC 9(7) OCCURS 5 TIMES.
           02 CR-PREC-INIZIALE           PIC 9(7).
           02 CR-PREC-ASSUNTI            PIC 9(7).
           02 CR-PREC-CESSATI            PIC 9(7).
           02 CR-PREC-FINALE             PIC 9(7).
       01  WS-TOT-REPARTO.
           02 TR-CONTO                   PIC 9(7) OCCURS 14 TIMES.
       01  WS-TOT-GENERALE.
           02 TG-CONTO                   PIC 9(7) OCCURS 14 TIMES.
       77  WS-REPARTO-CORR               PIC X(4) VALUE SPACES.
       77  WS-TIPO-RIGA                  PIC X VALUE SPACE.
       77  WS-ETICHETTA-REPARTO          PIC X(4) VALUE SPACES.
       77  WS-ETICHETTA-QUALIFICA        PIC XX VALUE SPACES.
       77  WS-TURNOVER                   PIC 9(3)V99 VALUE ZERO.
       77  WS-PREC-TURNOVER              PIC 9(3)V99 VALUE ZERO.
       77  WS-ANZIANITA-MEDIA            PIC 9(2)V9 VALUE ZERO.
       77  WS-VARIAZIONE                 PIC S9(5) VALUE ZERO.

       01  WS-CONTATORI.
           02 WS-CTR-LETTI               PIC 9(5) VALUE ZERO.
           02 WS-CTR-ARCHIVIO            PIC 9(5) VALUE ZERO.
           02 WS-CTR-SENZA-ASSUNZIONE    PIC 9(5) VALUE ZERO.
           02 WS-CTR-SENZA-CESSAZIONE    PIC 9(5) VALUE ZERO.
           02 WS-CTR-RIGHE               PIC 9(5) VALUE ZERO.

       01  WS-INTESTAZIONE.
           02 FILLER                    PIC X(45) VALUE
              'ORGANICO E TURNOVER PER REPARTO E QUALIFICA -'.
           02 FILLER                    PIC X(5)  VALUE ' DAL '.
           02 INT-DATA-DA               PIC 9(8).
           02 FILLER                    PIC X(4)  VALUE ' AL '.
           02 INT-DATA-A                PIC 9(8).
           02 FILLER                    PIC X(22) VALUE
              ' - ANNO PRECEDENTE DAL'.
           02 FILLER                    PIC X     VALUE SPACE.
           02 INT-PREC-DA               PIC 9(8).
           02 FILLER                    PIC X(4)  VALUE ' AL '.
           02 INT-PREC-A                PIC 9(8).
           02 FILLER                    PIC X(19) VALUE SPACES.

       01  WS-TESTATA-1.
           02 FILLER                    PIC X(44) VALUE
              'REP.     ORGANICO E MOVIMENTI      TURN.  AN'.
           02 FILLER                    PIC X(44) VALUE
              'Z. --- FASCE DI ETA'' A FINE ---   | STESSO P'.
           02 FILLER                    PIC X(44) VALUE
              'ERIODO ANNO PRECEDENTE    VAR.'.

       01  WS-TESTATA-2.
           02 FILLER                    PIC X(44) VALUE
              'QUAL.    INIZ.  ASS. CESS.  FIN.     %    AN'.
           02 FILLER                    PIC X(44) VALUE
              'NI    <30 30-39 40-49 50-59  >=60 | INIZ.  A'.
           02 FILLER                    PIC X(44) VALUE
              'SS. CESS.  FIN.   TURN%   FIN.'.

       01  WS-RIGA-DETTAGLIO.
           02 DET-REPARTO               PIC X(4).
           02 FILLER                    PIC X     VALUE SPACE.
           02 DET-QUALIFICA             PIC XX.
           02 FILLER                    PIC XX    VALUE SPACES.
           02 DET-INIZIALE              PIC ZZZZ9.
           02 FILLER                    PIC X     VALUE SPACE.
           02 DET-ASSUNTI               PIC ZZZZ9.
           02 FILLER                    PIC X     VALUE SPACE.
           02 DET-CESSATI               PIC ZZZZ9.
           02 FILLER                    PIC X     VALUE SPACE.
           02 DET-FINALE                PIC ZZZZ9.
           02 FILLER                    PIC XX    VALUE SPACES.
           02 DET-TURNOVER              PIC ZZ9,99.
           02 FILLER                    PIC XX    VALUE SPACES.
           02 DET-ANZIANITA             PIC Z9,9.
           02 FILLER                    PIC X     VALUE SPACE.
           02 DET-FASCIA                PIC ZZZZZ9 OCCURS 5 TIMES.
           02 FILLER                    PIC X(3)  VALUE ' | '.
           02 DET-PREC-INIZIALE         PIC ZZZZ9.
           02 FILLER                    PIC X     VALUE SPACE.
           02 DET-PREC-ASSUNTI          PIC ZZZZ9.
           02 FILLER                    PIC X     VALUE SPACE.
           02 DET-PREC-CESSATI          PIC ZZZZ9.
           02 FILLER                    PIC X     VALUE SPACE.
           02 DET-PREC-FINALE           PIC ZZZZ9.
           02 FILLER                    PIC XX    VALUE SPACES.
           02 DET-PREC-TURNOVER         PIC ZZ9,99.
           02 FILLER                    PIC XX    VALUE SPACES.
           02 DET-VARIAZIONE            PIC -ZZZ9.
           02 FILLER                    PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.
       INIZIO-ELABORAZIONE.
           DISPLAY 'ORGANICO DAL (AAAAMMGG): '.
           ACCEPT WS-DATA-DA.
           DISPLAY 'ORGANICO AL  (AAAAMMGG): '.
           ACCEPT WS-DATA-A.
           IF WS-DATA-DA = ZERO OR WS-DATA-A < WS-DATA-DA
               DISPLAY 'PERIODO NON VALIDO'
               STOP RUN.
           MOVE WS-DA-AAAA TO WS-PREC-DA-AAAA.
           SUBTRACT 1 FROM WS-PREC-DA-AAAA.
           MOVE WS-DA-MMGG TO WS-PREC-DA-MMGG.
           MOVE WS-A-AAAA TO WS-PREC-A-AAAA.
           SUBTRACT 1 FROM WS-PREC-A-AAAA.
           MOVE WS-A-MESE-GIORNO TO WS-PREC-A-MMGG.
           OPEN INPUT ANOPIS.
           IF NOT FS-ANOPIS-OK
               DISPLAY 'IMPOSSIBILE APRIRE ANOPIS - FS=' FS-ANOPIS
               STOP RUN.
           OPEN OUTPUT PROSPETTO, OUTPUT FILEORG.
       LEGGI-ANOPIS.
           READ ANOPIS NEXT RECORD AT END MOVE 1 TO SW-FINE-ANOPIS.
           IF EOF-ANOPIS
               GO TO LEGGI-ARCHIVIO.
           ADD 1 TO WS-CTR-LETTI.
           MOVE SITUAZIONE      TO WS-DIP-SITUAZIONE.
           MOVE CODICE-REPARTO  TO WS-DIP-REPARTO.
           MOVE QUALIFICA       TO WS-DIP-QUALIFICA.
           MOVE DATA-NASCITA    TO WS-DIP-NASCITA.
           MOVE DATA-ASSUNZIONE TO WS-DIP-ASSUNZIONE.
           MOVE DATA-CESSAZIONE TO WS-DIP-CESSAZIONE.
           PERFORM CONTA-DIPENDENTE THRU CONTA-DIPENDENTE-EX.
           GO TO LEGGI-ANOPIS.

      *----------------------------------------------------------------
      *  I CESSATI EPURATI DA ARCHOPER CONTANO ANCORA PER I PERIODI
      *  IN CUI ERANO IN FORZA; SENZA ARCHIVIO SI PROSEGUE.
      *----------------------------------------------------------------
       LEGGI-ARCHIVIO.
           CLOSE ANOPIS.
           OPEN INPUT ANOPIARC.
           IF NOT FS-ANOPIARC-OK
               DISPLAY 'ARCHIVIO CESSATI ASSENTE: SOLO ANAGRAFICA VIVA'
               GO TO STAMPA-PROSPETTO.
       LEGGI-ANOPIARC.
           READ ANOPIARC NEXT RECORD AT END MOVE 1 TO SW-FINE-ANOPIARC.
           IF EOF-ANOPIARC
               CLOSE ANOPIARC
               GO TO STAMPA-PROSPETTO.
           ADD 1 TO WS-CTR-ARCHIVIO.
           MOVE ARC-SITUAZIONE      TO WS-DIP-SITUAZIONE.
           MOVE ARC-CODICE-REPARTO  TO WS-DIP-REPARTO.
           MOVE ARC-QUALIFICA       TO WS-DIP-QUALIFICA.
           MOVE ARC-DATA-NASCITA    TO WS-DIP-NASCITA.
           MOVE ARC-DATA-ASSUNZIONE TO WS-DIP-ASSUNZIONE.
           MOVE ARC-DATA-CESSAZIONE TO WS-DIP-CESSAZIONE.
           PERFORM CONTA-DIPENDENTE THRU CONTA-DIPENDENTE-EX.
           GO TO LEGGI-ANOPIARC.

      *----------------------------------------------------------------
      *  ESITO DEL DIPENDENTE NEL PERIODO E NELL'ANNO PRIMA; SE NON
      *  TOCCA NESSUNO DEI DUE NON ENTRA IN TABELLA.
      *----------------------------------------------------------------
       CONTA-DIPENDENTE.
           IF WS-DIP-ASSUNZIONE NOT NUMERIC
           OR WS-DIP-ASSUNZIONE = ZERO
               ADD 1 TO WS-CTR-SENZA-ASSUNZIONE
               GO TO CONTA-DIPENDENTE-EX.
           IF WS-DIP-CESSATO
           AND (WS-DIP-CESSAZIONE NOT NUMERIC
                OR WS-DIP-CESSAZIONE = ZERO)
               ADD 1 TO WS-CTR-SENZA-CESSAZIONE
               GO TO CONTA-DIPENDENTE-EX.
           MOVE WS-DATA-DA TO WS-PER-DA.
           MOVE WS-DATA-A  TO WS-PER-A.
           PERFORM ESITO-NEL-PERIODO THRU ESITO-NEL-PERIODO-EX.
           MOVE WS-ESITO-PERIODO TO WS-ESITO-CORRENTE.
           MOVE WS-PREC-DA TO WS-PER-DA.
           MOVE WS-PREC-A  TO WS-PER-A.
           PERFORM ESITO-NEL-PERIODO THRU ESITO-NEL-PERIODO-EX.
           MOVE WS-ESITO-PERIODO TO WS-ESITO-PRECEDENTE.
           IF WS-ESITO-CORRENTE = '0000'
           AND WS-ESITO-PRECEDENTE = '0000'
               GO TO CONTA-DIPENDENTE-EX.
           MOVE WS-DIP-REPARTO   TO WS-CV-REPARTO.
           MOVE WS-DIP-QUALIFICA TO WS-CV-QUALIFICA.
           PERFORM CERCA-VOCE THRU CERCA-VOCE-EX.
           IF WS-IDX-VOCE = ZERO
               GO TO CONTA-DIPENDENTE-EX.
           PERFORM SOMMA-ESITI THRU SOMMA-ESITI-EX
                   VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4.
           IF WS-ESITO-CORR(4) = 1
               PERFORM CONTA-IN-FORZA THRU CONTA-IN-FORZA-EX.
       CONTA-DIPENDENTE-EX.
           EXIT.

       SOMMA-ESITI.
           ADD WS-ESITO-CORR(WS-IDX) TO TAB-CONTO(WS-IDX-VOCE, WS-IDX).
           ADD WS-ESITO-PREC(WS-IDX)
               TO TAB-CONTO(WS-IDX-VOCE, WS-IDX + 10).
       SOMMA-ESITI-EX.
           EXIT.

       ESITO-NEL-PERIODO.
           MOVE '0000' TO WS-ESITO-PERIODO.
           IF WS-DIP-ASSUNZIONE < WS-PER-DA
               IF NOT WS-DIP-CESSATO
               OR WS-DIP-CESSAZIONE NOT < WS-PER-DA
                   MOVE 1 TO WS-ESITO-PER(1).
           IF WS-DIP-ASSUNZIONE NOT < WS-PER-DA
           AND WS-DIP-ASSUNZIONE NOT > WS-PER-A
               MOVE 1 TO WS-ESITO-PER(2).
           IF WS-DIP-CESSATO
           AND WS-DIP-CESSAZIONE NOT < WS-PER-DA
           AND WS-DIP-CESSAZIONE NOT > WS-PER-A
               MOVE 1 TO WS-ESITO-PER(3).
           IF WS-DIP-ASSUNZIONE NOT > WS-PER-A
               IF NOT WS-DIP-CESSATO
               OR WS-DIP-CESSAZIONE > WS-PER-A
                   MOVE 1 TO WS-ESITO-PER(4).
       ESITO-NEL-PERIODO-EX.
           EXIT.

      *----------------------------------------------------------------
      *  ANZIANITA' IN MESI E FASCIA DI ETA' ALLA FINE DEL PERIODO
      *  PER CHI E' IN FORZA; SENZA DATA DI NASCITA NESSUNA FASCIA.
      *----------------------------------------------------------------
       CONTA-IN-FORZA.
           COMPUTE WS-MESI-ANZIANITA =
                   (WS-A-AAAA - WS-ASS-AAAA) * 12
                 + WS-A-MM - WS-ASS-MM.
           IF WS-A-GG < WS-ASS-GG
               SUBTRACT 1 FROM WS-MESI-ANZIANITA.
           IF WS-MESI-ANZIANITA > ZERO
               ADD WS-MESI-ANZIANITA TO TAB-CONTO(WS-IDX-VOCE, 5).
           IF WS-DIP-NASCITA NOT NUMERIC
           OR WS-DIP-NASCITA = ZERO
           OR WS-NAS-AAAA > WS-A-AAAA
               GO TO CONTA-IN-FORZA-EX.
           COMPUTE WS-ETA = WS-A-AAAA - WS-NAS-AAAA.
           IF WS-A-MESE-GIORNO < WS-NAS-MMGG
               SUBTRACT 1 FROM WS-ETA.
           IF WS-ETA < 30
               MOVE 1 TO WS-IDX-FASCIA
           ELSE
               IF WS-ETA < 40
                   MOVE 2 TO WS-IDX-FASCIA
               ELSE
                   IF WS-ETA < 50
                       MOVE 3 TO WS-IDX-FASCIA
                   ELSE
                       IF WS-ETA < 60
                           MOVE 4 TO WS-IDX-FASCIA
                       ELSE
                           MOVE 5 TO WS-IDX-FASCIA.
           ADD 1 TO TAB-CONTO(WS-IDX-VOCE, WS-IDX-FASCIA + 5).
       CONTA-IN-FORZA-EX.
           EXIT.

      *----------------------------------------------------------------
      *  CERCA LA VOCE REPARTO/QUALIFICA; SE MANCA LA INSERISCE AL
      *  SUO POSTO SPOSTANDO IN GIU' LE SUCCESSIVE. TABELLA PIENA =
      *  INDICE A ZERO E DIPENDENTE NON CONTATO (SEGNALATO).
      *----------------------------------------------------------------
       CERCA-VOCE.
           MOVE 1 TO WS-IDX-VOCE.
       CERCA-VOCE-CICLO.
           IF WS-IDX-VOCE > WS-NUM-VOCI
               GO TO INSERISCI-VOCE.
           IF TAB-CHIAVE-VOCE(WS-IDX-VOCE) = WS-CHIAVE-VOCE
               GO TO CERCA-VOCE-EX.
           IF TAB-CHIAVE-VOCE(WS-IDX-VOCE) > WS-CHIAVE-VOCE
               GO TO INSERISCI-VOCE.
           ADD 1 TO WS-IDX-VOCE.
           GO TO CERCA-VOCE-CICLO.
       INSERISCI-VOCE.
           IF WS-NUM-VOCI NOT < 200
               DISPLAY 'TABELLA REPARTI/QUALIFICHE PIENA: '
                       WS-CHIAVE-VOCE ' NON CONTATO'
               MOVE ZERO TO WS-IDX-VOCE
               GO TO CERCA-VOCE-EX.
           MOVE WS-NUM-VOCI TO WS-IDX-SPOSTA.
           PERFORM SPOSTA-VOCE THRU SPOSTA-VOCE-EX
                   UNTIL WS-IDX-SPOSTA < WS-IDX-VOCE.
           ADD 1 TO WS-NUM-VOCI.
           MOVE WS-CHIAVE-VOCE TO TAB-CHIAVE-VOCE(WS-IDX-VOCE).
           MOVE ZEROES TO TAB-CONTI(WS-IDX-VOCE).
       CERCA-VOCE-EX.
           EXIT.

       SPOSTA-VOCE.
           MOVE TAB-VOCE(WS-IDX-SPOSTA) TO TAB-VOCE(WS-IDX-SPOSTA + 1).
           SUBTRACT 1 FROM WS-IDX-SPOSTA.
       SPOSTA-VOCE-EX.
           EXIT.

      *----------------------------------------------------------------
      *  STAMPA DELLA TABELLA IN ORDINE DI REPARTO E QUALIFICA CON
      *  ROTTURA SUL REPARTO.
      *----------------------------------------------------------------
       STAMPA-PROSPETTO.
           MOVE WS-DATA-DA TO INT-DATA-DA.
           MOVE WS-DATA-A  TO INT-DATA-A.
           MOVE WS-PREC-DA TO INT-PREC-DA.
           MOVE WS-PREC-A  TO INT-PREC-A.
           MOVE WS-INTESTAZIONE TO RIGA-PROSP.
           WRITE RIGA-PROSP AFTER ADVANCING PAGE.
           MOVE WS-TESTATA-1 TO RIGA-PROSP.
           WRITE RIGA-PROSP AFTER ADVANCING 2 LINES.
           MOVE WS-TESTATA-2 TO RIGA-PROSP.
           WRITE RIGA-PROSP AFTER ADVANCING 1 LINES.
           MOVE SPACES TO RIGA-PROSP.
           WRITE RIGA-PROSP AFTER ADVANCING 1 LINES.
           MOVE ZEROES TO WS-TOT-REPARTO WS-TOT-GENERALE.
           IF WS-NUM-VOCI = ZERO
               DISPLAY 'NESSUN DIPENDENTE NEL PERIODO'
               GO TO FINE-LAVORO.
           MOVE TAB-REPARTO(1) TO WS-REPARTO-CORR.
           PERFORM STAMPA-VOCE THRU STAMPA-VOCE-EX
                   VARYING WS-IDX-VOCE FROM 1 BY 1
                   UNTIL WS-IDX-VOCE > WS-NUM-VOCI.
           PERFORM CHIUDI-REPARTO THRU CHIUDI-REPARTO-EX.
           MOVE WS-TOT-GENERALE TO WS-CONTI-RIGA.
           MOVE 'G'      TO WS-TIPO-RIGA.
           MOVE 'TOT.'   TO WS-ETICHETTA-REPARTO.
           MOVE SPACES   TO WS-ETICHETTA-QUALIFICA.
           PERFORM STAMPA-RIGA THRU STAMPA-RIGA-EX.
           GO TO FINE-LAVORO.

       STAMPA-VOCE.
           IF TAB-REPARTO(WS-IDX-VOCE) NOT = WS-REPARTO-CORR
               PERFORM CHIUDI-REPARTO THRU CHIUDI-REPARTO-EX
               MOVE TAB-REPARTO(WS-IDX-VOCE) TO WS-REPARTO-CORR.
           MOVE TAB-CONTI(WS-IDX-VOCE) TO WS-CONTI-RIGA.
           MOVE 'D' TO WS-TIPO-RIGA.
           MOVE TAB-REPARTO(WS-IDX-VOCE)   TO WS-ETICHETTA-REPARTO.
           MOVE TAB-QUALIFICA(WS-IDX-VOCE) TO WS-ETICHETTA-QUALIFICA.
           PERFORM STAMPA-RIGA THRU STAMPA-RIGA-EX.
           PERFORM SOMMA-REPARTO THRU SOMMA-REPARTO-EX
                   VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 14.
       STAMPA-VOCE-EX.
           EXIT.

       SOMMA-REPARTO.
           ADD CR-CONTO(WS-IDX) TO TR-CONTO(WS-IDX).
       SOMMA-REPARTO-EX.
           EXIT.

       CHIUDI-REPARTO.
           MOVE WS-TOT-REPARTO TO WS-CONTI-RIGA.
           MOVE 'R'             TO WS-TIPO-RIGA.
           MOVE WS-REPARTO-CORR TO WS-ETICHETTA-REPARTO.
           MOVE 'TT'            TO WS-ETICHETTA-QUALIFICA.
           PERFORM STAMPA-RIGA THRU STAMPA-RIGA-EX.
           MOVE SPACES TO RIGA-PROSP.
           WRITE RIGA-PROSP AFTER ADVANCING 1 LINES.
           PERFORM SOMMA-GENERALE THRU SOMMA-GENERALE-EX
                   VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 14.
           MOVE ZEROES TO WS-TOT-REPARTO.
       CHIUDI-REPARTO-EX.
           EXIT.

       SOMMA-GENERALE.
           ADD TR-CONTO(WS-IDX) TO TG-CONTO(WS-IDX).
       SOMMA-GENERALE-EX.
           EXIT.

      *----------------------------------------------------------------
      *  RIGA DI STAMPA E RECORD DEL FILE PIATTO DAI CONTI IN
      *  WS-CONTI-RIGA. TURNOVER = CESSATI SU ORGANICO MEDIO
      *  ((INIZIALE + FINALE) / 2) PER CENTO; ANZIANITA' MEDIA IN
      *  ANNI DEI FINALI.
      *----------------------------------------------------------------
       STAMPA-RIGA.
           MOVE SPACES TO REC-FILEORG.
           MOVE ZERO TO WS-TURNOVER WS-PREC-TURNOVER
                        WS-ANZIANITA-MEDIA.
           IF CR-INIZIALE + CR-FINALE > ZERO
               COMPUTE WS-TURNOVER ROUNDED = CR-CESSATI * 200
                                  / (CR-INIZIALE + CR-FINALE).
           IF CR-PREC-INIZIALE + CR-PREC-FINALE > ZERO
               COMPUTE WS-PREC-TURNOVER ROUNDED =
                       CR-PREC-CESSATI * 200
                     / (CR-PREC-INIZIALE + CR-PREC-FINALE).
           IF CR-FINALE > ZERO
               COMPUTE WS-ANZIANITA-MEDIA ROUNDED =
                       CR-MESI-ANZIANITA / CR-FINALE / 12.
           COMPUTE WS-VARIAZIONE = CR-FINALE - CR-PREC-FINALE.
           MOVE WS-ETICHETTA-REPARTO   TO DET-REPARTO.
           MOVE WS-ETICHETTA-QUALIFICA TO DET-QUALIFICA.
           MOVE CR-INIZIALE       TO DET-INIZIALE.
           MOVE CR-ASSUNTI        TO DET-ASSUNTI.
           MOVE CR-CESSATI        TO DET-CESSATI.
           MOVE CR-FINALE         TO DET-FINALE.
           MOVE WS-TURNOVER       TO DET-TURNOVER.
           MOVE WS-ANZIANITA-MEDIA TO DET-ANZIANITA.
           PERFORM IMPOSTA-FASCIA THRU IMPOSTA-FASCIA-EX
                   VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5.
           MOVE CR-PREC-INIZIALE  TO DET-PREC-INIZIALE.
           MOVE CR-PREC-ASSUNTI   TO DET-PREC-ASSUNTI.
           MOVE CR-PREC-CESSATI   TO DET-PREC-CESSATI.
           MOVE CR-PREC-FINALE    TO DET-PREC-FINALE.
           MOVE WS-PREC-TURNOVER  TO DET-PREC-TURNOVER.
           MOVE WS-VARIAZIONE     TO DET-VARIAZIONE.
           MOVE WS-RIGA-DETTAGLIO TO RIGA-PROSP.
           WRITE RIGA-PROSP AFTER ADVANCING 1 LINES.
           MOVE WS-TIPO-RIGA      TO ORG-TIPO.
           MOVE WS-DATA-DA        TO ORG-DATA-DA.
           MOVE WS-DATA-A         TO ORG-DATA-A.
           MOVE WS-ETICHETTA-REPARTO TO ORG-REPARTO.
           MOVE WS-ETICHETTA-QUALIFICA TO ORG-QUALIFICA.
           IF WS-TIPO-RIGA = 'G'
               MOVE SPACES TO ORG-REPARTO.
           IF WS-TIPO-RIGA NOT = 'D'
               MOVE SPACES TO ORG-QUALIFICA.
           MOVE CR-INIZIALE       TO ORG-INIZIALE.
           MOVE CR-ASSUNTI        TO ORG-ASSUNTI.
           MOVE CR-CESSATI        TO ORG-CESSATI.
           MOVE CR-FINALE         TO ORG-FINALE.
           MOVE WS-TURNOVER       TO ORG-TURNOVER.
           MOVE WS-ANZIANITA-MEDIA TO ORG-ANZIANITA-MEDIA.
           MOVE CR-PREC-INIZIALE  TO ORG-PREC-INIZIALE.
           MOVE CR-PREC-ASSUNTI   TO ORG-PREC-ASSUNTI.
           MOVE CR-PREC-CESSATI   TO ORG-PREC-CESSATI.
           MOVE CR-PREC-FINALE    TO ORG-PREC-FINALE.
           MOVE WS-PREC-TURNOVER  TO ORG-PREC-TURNOVER.
           WRITE REC-FILEORG.
           ADD 1 TO WS-CTR-RIGHE.
       STAMPA-RIGA-EX.
           EXIT.

       IMPOSTA-FASCIA.
           MOVE CR-FASCIA(WS-IDX) TO DET-FASCIA(WS-IDX).
           MOVE CR-FASCIA(WS-IDX) TO ORG-FASCIA-ETA(WS-IDX).
       IMPOSTA-FASCIA-EX.
           EXIT.

       FINE-LAVORO.
           CLOSE PROSPETTO, FILEORG.
           DISPLAY 'DIPENDENTI IN ANAGRAFICA: ' WS-CTR-LETTI.
           DISPLAY 'CESSATI IN ARCHIVIO:      ' WS-CTR-ARCHIVIO.
           DISPLAY 'SENZA DATA ASSUNZIONE:    ' WS-CTR-SENZA-ASSUNZIONE.
           DISPLAY 'CESSATI SENZA DATA:       ' WS-CTR-SENZA-CESSAZIONE.
           DISPLAY 'RIGHE DEL PROSPETTO:      ' WS-CTR-RIGHE.
           STOP RUN.
       END PROGRAM ORGANICO.
