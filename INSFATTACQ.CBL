      ******************************************************************
      *  GESTIONE ARCHIVIO FATTURE DI ACQUISTO (FATTACQ): INSERIMENTO,
      *  VARIAZIONE, CANCELLAZIONE E INTERROGAZIONE DEI DOCUMENTI
      *  RICEVUTI DAI FORNITORI, CHE ALIMENTANO IL REGISTRO IVA
      *  ACQUISTI (REGIVAACQ) E L'IVA A CREDITO DELLA LIQUIDAZIONE DI
      *  REGIVA. OGNI DOCUMENTO PORTA FINO A TRE RIGHE IVA (ALIQUOTA,
      *  IMPONIBILE, IMPOSTA) E IL FLAG DI DETRAIBILITA'. PRIMA DELLA
      *  SCRITTURA SI CONTROLLANO FORNITORE ATTIVO IN ANAGRAFICA
      *  (GESFORN), ALIQUOTE AMMESSE (0/4/10/22), IMPOSTA COERENTE
      *  CON IMPONIBILE E ALIQUOTA E LA QUADRATURA IMPONIBILI +
      *  IMPOSTE = TOTALE DOCUMENTO. COME IN INSFATTURE UN DOCUMENTO
      *  CON DATA DI REGISTRAZIONE IN UN MESE IVA IN CHIUSURA O
      *  CHIUSO DA REGIVA (ROUTINE PERIVA) NON SI INSERISCE, NON SI
      *  VARIA E NON SI CANCELLA; IN VARIAZIONE SI CONTROLLANO SIA LA
      *  DATA ORIGINARIA SIA LA NUOVA. STESSO SCHEMA A MENU DI
      *  INSFATTURE.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. INSFATTACQ.
       AUTHOR.  MB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FATTACQ ASSIGN TO DATABASE-FATTACQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-FATTACQ
           FILE STATUS IS FS-FATTACQ.

           SELECT FORNITORI ASSIGN TO DATABASE-FORNITORI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-FORNITORI
           FILE STATUS IS FS-FORNITORI.

       DATA DIVISION.

       FILE SECTION.
      *----------------------------------------------------------------
      *  ARCHIVIO FATTURE DI ACQUISTO: CHIAVE FORNITORE + ANNO +
      *  NUMERO DEL DOCUMENTO DEL FORNITORE (I FORNITORI RIPARTONO
      *  DA 1 OGNI ANNO). DATA DOCUMENTO E DATA DI REGISTRAZIONE
      *  (QUEST'ULTIMA DECIDE IL PERIODO DI LIQUIDAZIONE), TIPO
      *  'F' FATTURA / 'N' NOTA DI CREDITO DEL FORNITORE, FLAG DI
      *  DETRAIBILITA' 'S'/'N' E FINO A TRE RIGHE IVA; GLI IMPORTI
      *  SONO EURO INTERI COME IN FFATTURE.
      *----------------------------------------------------------------
       FD FATTACQ
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS REC-FATTACQ.
       01 REC-FATTACQ.
           05 KEY-FATTACQ.
             07 ACQ-COD-FOR    PIC 9(5).
             07 ACQ-ANNO-DOC   PIC 9(4).
             07 ACQ-NUM-DOC    PIC X(12).
           05 ACQ-DATA-DOC     PIC 9(8).
           05 ACQ-DATA-REG     PIC 9(8).
           05 ACQ-TIPO-DOC     PIC X.
              88 ACQ-DOC-FATTURA    VALUE 'F' ' '.
              88 ACQ-DOC-NOTA-CRED  VALUE 'N'.
           05 ACQ-DETRAIBILE   PIC X.
              88 ACQ-IVA-DETRAIBILE VALUE 'S'.
              88 ACQ-IVA-INDETRAIB  VALUE 'N'.
           05 ACQ-TOT-DOC      PIC 9(14) COMP-3.
           05 ACQ-RIGA-IVA OCCURS 3 TIMES.
              07 ACQ-ALIQUOTA  PIC 9(2).
              07 ACQ-IMPONIB   PIC 9(14) COMP-3.
              07 ACQ-IMPOSTA   PIC 9(14) COMP-3.
           05 FILLER           PIC X(49).

       FD FORNITORI
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 130 CHARACTERS
           DATA RECORD IS REC-FORNITORI.
       01 REC-FORNITORI.
           05 KEY-FORNITORI.
             07 FOR-COD-FOR    PIC 9(5).
           05 FOR-RAG-SOC      PIC X(30).
           05 FOR-INDIRIZZO    PIC X(30).
           05 FOR-CAP          PIC 9(5).
           05 FOR-CITTA        PIC X(20).
           05 FOR-PIVA         PIC X(16).
           05 FOR-STATO        PIC X.
              88 FOR-ATTIVO       VALUE 'A'.
              88 FOR-SOSPESO      VALUE 'S'.
           05 FILLER           PIC X(23).

       WORKING-STORAGE SECTION.

       01 FS-FATTACQ               PIC X(2) VALUE '00'.
           88 FS-FATTACQ-OK            VALUE '00'.
           88 FS-FATTACQ-NOTFOUND      VALUE '23'.
           88 FS-FATTACQ-DUPLICATE     VALUE '22'.

       01 FS-FORNITORI             PIC X(2) VALUE '00'.
           88 FS-FORNITORI-OK          VALUE '00'.
           88 FS-FORNITORI-NOTFOUND    VALUE '23'.

       01 WS-OPZIONE               PIC 9 VALUE ZERO.
       01 WS-MSG-ERRORE            PIC X(40) VALUE SPACES.

       01 SW-DATI-VALIDI           PIC X VALUE 'S'.
           88 DATI-VALIDI              VALUE 'S'.
           88 DATI-NON-VALIDI          VALUE 'N'.

      *----------------------------------------------------------------
      *  IMPORTI IN FORMATO VIDEO: GLI IMPORTI DI FATTACQ SONO
      *  COMP-3, QUINDI VENGONO DIGITATI/MOSTRATI SU QUESTI CAMPI DI
      *  APPOGGIO E TRAVASATI NEL RECORD PRIMA DELLA WRITE/REWRITE,
      *  COME IN INSFATTURE.
      *----------------------------------------------------------------
       01 WS-DATI-VIDEO.
           05 WS-VID-DATA-DOC      PIC 9(8)     VALUE ZEROES.
           05 WS-VID-DATA-REG      PIC 9(8)     VALUE ZEROES.
           05 WS-VID-TIPO-DOC      PIC X        VALUE 'F'.
           05 WS-VID-DETRAIBILE    PIC X        VALUE 'S'.
           05 WS-VID-TOT-DOC       PIC 9(12)    VALUE ZEROES.
           05 WS-VID-ALIQ-1        PIC 9(2)     VALUE ZEROES.
           05 WS-VID-IMPONIB-1     PIC 9(12)    VALUE ZEROES.
           05 WS-VID-IMPOSTA-1     PIC 9(12)    VALUE ZEROES.
           05 WS-VID-ALIQ-2        PIC 9(2)     VALUE ZEROES.
           05 WS-VID-IMPONIB-2     PIC 9(12)    VALUE ZEROES.
           05 WS-VID-IMPOSTA-2     PIC 9(12)    VALUE ZEROES.
           05 WS-VID-ALIQ-3        PIC 9(2)     VALUE ZEROES.
           05 WS-VID-IMPONIB-3     PIC 9(12)    VALUE ZEROES.
           05 WS-VID-IMPOSTA-3     PIC 9(12)    VALUE ZEROES.

      *----------------------------------------------------------------
      *  VISTA A TABELLA DELLE TRE RIGHE IVA DIGITATE, PER I CONTROLLI
      *  RIGA PER RIGA.
      *----------------------------------------------------------------
       01 WS-RIGHE-VIDEO.
           05 WS-RIGA-VID OCCURS 3 TIMES.
              07 WS-RV-ALIQUOTA    PIC 9(2).
              07 WS-RV-IMPONIB     PIC 9(12).
              07 WS-RV-IMPOSTA     PIC 9(12).
       01 WS-IND-RIGA              PIC 9(1)     VALUE ZEROES.
       01 WS-CTR-RIGHE-USATE       PIC 9(1)     VALUE ZEROES.
       01 WS-IMPOSTA-TEORICA       PIC 9(14)    VALUE ZEROES.
       01 WS-SCARTO-IMPOSTA        PIC S9(14)   VALUE ZEROES.

       01 WS-DATA-APPOGGIO.
           05 WS-APP-ANNO          PIC 9(4).
           05 WS-APP-MESE          PIC 9(2).
           05 WS-APP-GIORNO        PIC 9(2).

       01 WS-CONTROLLO-TOTALE      PIC 9(14)    VALUE ZEROES.

      *----------------------------------------------------------------
      *  DATA DA CONTROLLARE CONTRO LO STATO DEI PERIODI IVA
      *  (ROUTINE PERIVA): DATA DI REGISTRAZIONE DIGITATA O QUELLA
      *  ORIGINARIA DEL DOCUMENTO IN VARIAZIONE O CANCELLAZIONE.
      *----------------------------------------------------------------
       01 WS-DATA-PERIODO          PIC 9(8)     VALUE ZEROES.
           COPY PAR_PerIva.

       SCREEN SECTION.

       01  SCREEN-MENU.
           05  BLANK SCREEN.
           05  LINE 2 COLUMN 20 VALUE "GESTIONE FATTURE DI ACQUISTO"
                                 REVERSE-VIDEO.
           05  LINE 6  COLUMN 5 VALUE "1 - INSERIMENTO NUOVO DOCUMENTO".
           05  LINE 8  COLUMN 5 VALUE "2 - VARIAZIONE DOCUMENTO".
           05  LINE 10 COLUMN 5 VALUE "3 - CANCELLAZIONE DOCUMENTO".
           05  LINE 12 COLUMN 5 VALUE "4 - INTERROGAZIONE DOCUMENTO".
           05  LINE 14 COLUMN 5 VALUE "0 - FINE PROGRAMMA".
           05  LINE 18 COLUMN 5 VALUE "SCELTA : ".
           05  LINE 18 COLUMN 14 PIC 9 USING WS-OPZIONE.
           05  LINE 20 COLUMN 2 PIC X(40) USING WS-MSG-ERRORE
                                HIGHLIGHT.

       01  SCREEN-KEY-ACQ.
           05  BLANK SCREEN.
           05  LINE 2 COLUMN 28 VALUE "RICERCA DOCUMENTO"
                                REVERSE-VIDEO.
           05  LINE 5 COLUMN 2 VALUE "CODICE FORNITORE:".
           05  LINE 5 COLUMN 20 PIC 9(5) USING ACQ-COD-FOR.
           05  LINE 7 COLUMN 2 VALUE "ANNO DOCUMENTO  :".
           05  LINE 7 COLUMN 20 PIC 9(4) USING ACQ-ANNO-DOC.
           05  LINE 9 COLUMN 2 VALUE "NUMERO DOCUMENTO:".
           05  LINE 9 COLUMN 20 PIC X(12) USING ACQ-NUM-DOC.
           05  LINE 20 COLUMN 2 PIC X(40) USING WS-MSG-ERRORE
                                HIGHLIGHT.

       01  SCREEN-ACQ.
           05  BLANK SCREEN.
           05  LINE 2 COLUMN 24 VALUE "CARICAMENTO FATTURE ACQUISTO"
                                REVERSE-VIDEO.
           05  LINE 4 COLUMN 2 VALUE "CODICE FORNITORE:".
           05  LINE 4 COLUMN 20 PIC 9(5) USING ACQ-COD-FOR.
           05  LINE 5 COLUMN 2 VALUE "ANNO DOCUMENTO  :".
           05  LINE 5 COLUMN 20 PIC 9(4) USING ACQ-ANNO-DOC.
           05  LINE 6 COLUMN 2 VALUE "NUMERO DOCUMENTO:".
           05  LINE 6 COLUMN 20 PIC X(12) USING ACQ-NUM-DOC.
           05  LINE 8 COLUMN 2 VALUE "DATA DOC. (AAAAMMGG):".
           05  LINE 8 COLUMN 25 PIC 9(8) USING WS-VID-DATA-DOC.
           05  LINE 9 COLUMN 2 VALUE "DATA REG. (AAAAMMGG):".
           05  LINE 9 COLUMN 25 PIC 9(8) USING WS-VID-DATA-REG.
           05  LINE 10 COLUMN 2 VALUE "TIPO DOC (F/N)  :".
           05  LINE 10 COLUMN 20 PIC X USING WS-VID-TIPO-DOC.
           05  LINE 11 COLUMN 2 VALUE "DETRAIBILE (S/N):".
           05  LINE 11 COLUMN 20 PIC X USING WS-VID-DETRAIBILE.
           05  LINE 13 COLUMN 2 VALUE "ALIQ.  IMPONIBILE     IMPOSTA".
           05  LINE 14 COLUMN 2 PIC 9(2)  USING WS-VID-ALIQ-1.
           05  LINE 14 COLUMN 8 PIC 9(12) USING WS-VID-IMPONIB-1.
           05  LINE 14 COLUMN 22 PIC 9(12) USING WS-VID-IMPOSTA-1.
           05  LINE 15 COLUMN 2 PIC 9(2)  USING WS-VID-ALIQ-2.
           05  LINE 15 COLUMN 8 PIC 9(12) USING WS-VID-IMPONIB-2.
           05  LINE 15 COLUMN 22 PIC 9(12) USING WS-VID-IMPOSTA-2.
           05  LINE 16 COLUMN 2 PIC 9(2)  USING WS-VID-ALIQ-3.
           05  LINE 16 COLUMN 8 PIC 9(12) USING WS-VID-IMPONIB-3.
           05  LINE 16 COLUMN 22 PIC 9(12) USING WS-VID-IMPOSTA-3.
           05  LINE 18 COLUMN 2 VALUE "TOTALE DOCUMENTO:".
           05  LINE 18 COLUMN 20 PIC 9(12) USING WS-VID-TOT-DOC.
           05  LINE 20 COLUMN 2 PIC X(40) USING WS-MSG-ERRORE
                                HIGHLIGHT.

      *----------------------------------------------------------------
      *  STESSA MASCHERA DI SCREEN-ACQ PER LA VARIAZIONE: LA CHIAVE
      *  VIENE SOLO MOSTRATA (FROM), COME IN INSFATTURE.
      *----------------------------------------------------------------
       01  SCREEN-ACQ-VARIA.
           05  BLANK SCREEN.
           05  LINE 2 COLUMN 24 VALUE "VARIAZIONE FATTURE ACQUISTO"
                                REVERSE-VIDEO.
           05  LINE 4 COLUMN 2 VALUE "CODICE FORNITORE:".
           05  LINE 4 COLUMN 20 PIC 9(5) FROM ACQ-COD-FOR.
           05  LINE 5 COLUMN 2 VALUE "ANNO DOCUMENTO  :".
           05  LINE 5 COLUMN 20 PIC 9(4) FROM ACQ-ANNO-DOC.
           05  LINE 6 COLUMN 2 VALUE "NUMERO DOCUMENTO:".
           05  LINE 6 COLUMN 20 PIC X(12) FROM ACQ-NUM-DOC.
           05  LINE 8 COLUMN 2 VALUE "DATA DOC. (AAAAMMGG):".
           05  LINE 8 COLUMN 25 PIC 9(8) USING WS-VID-DATA-DOC.
           05  LINE 9 COLUMN 2 VALUE "DATA REG. (AAAAMMGG):".
           05  LINE 9 COLUMN 25 PIC 9(8) USING WS-VID-DATA-REG.
           05  LINE 10 COLUMN 2 VALUE "TIPO DOC (F/N)  :".
           05  LINE 10 COLUMN 20 PIC X USING WS-VID-TIPO-DOC.
           05  LINE 11 COLUMN 2 VALUE "DETRAIBILE (S/N):".
           05  LINE 11 COLUMN 20 PIC X USING WS-VID-DETRAIBILE.
           05  LINE 13 COLUMN 2 VALUE "ALIQ.  IMPONIBILE     IMPOSTA".
           05  LINE 14 COLUMN 2 PIC 9(2)  USING WS-VID-ALIQ-1.
           05  LINE 14 COLUMN 8 PIC 9(12) USING WS-VID-IMPONIB-1.
           05  LINE 14 COLUMN 22 PIC 9(12) USING WS-VID-IMPOSTA-1.
           05  LINE 15 COLUMN 2 PIC 9(2)  USING WS-VID-ALIQ-2.
           05  LINE 15 COLUMN 8 PIC 9(12) USING WS-VID-IMPONIB-2.
           05  LINE 15 COLUMN 22 PIC 9(12) USING WS-VID-IMPOSTA-2.
           05  LINE 16 COLUMN 2 PIC 9(2)  USING WS-VID-ALIQ-3.
           05  LINE 16 COLUMN 8 PIC 9(12) USING WS-VID-IMPONIB-3.
           05  LINE 16 COLUMN 22 PIC 9(12) USING WS-VID-IMPOSTA-3.
           05  LINE 18 COLUMN 2 VALUE "TOTALE DOCUMENTO:".
           05  LINE 18 COLUMN 20 PIC 9(12) USING WS-VID-TOT-DOC.
           05  LINE 20 COLUMN 2 PIC X(40) USING WS-MSG-ERRORE
                                HIGHLIGHT.

       01  SCREEN-ACQ-VISTA.
           05  BLANK SCREEN.
           05  LINE 2 COLUMN 22 VALUE "INTERROGAZIONE FATTURE ACQUISTO"
                                REVERSE-VIDEO.
           05  LINE 4 COLUMN 2 VALUE "CODICE FORNITORE:".
           05  LINE 4 COLUMN 20 PIC 9(5) FROM ACQ-COD-FOR.
           05  LINE 4 COLUMN 30 PIC X(30) FROM FOR-RAG-SOC.
           05  LINE 5 COLUMN 2 VALUE "ANNO DOCUMENTO  :".
           05  LINE 5 COLUMN 20 PIC 9(4) FROM ACQ-ANNO-DOC.
           05  LINE 6 COLUMN 2 VALUE "NUMERO DOCUMENTO:".
           05  LINE 6 COLUMN 20 PIC X(12) FROM ACQ-NUM-DOC.
           05  LINE 8 COLUMN 2 VALUE "DATA DOC.       :".
           05  LINE 8 COLUMN 25 PIC 9(8) FROM WS-VID-DATA-DOC.
           05  LINE 9 COLUMN 2 VALUE "DATA REG.       :".
           05  LINE 9 COLUMN 25 PIC 9(8) FROM WS-VID-DATA-REG.
           05  LINE 10 COLUMN 2 VALUE "TIPO DOC (F/N)  :".
           05  LINE 10 COLUMN 20 PIC X FROM WS-VID-TIPO-DOC.
           05  LINE 11 COLUMN 2 VALUE "DETRAIBILE (S/N):".
           05  LINE 11 COLUMN 20 PIC X FROM WS-VID-DETRAIBILE.
           05  LINE 13 COLUMN 2 VALUE "ALIQ.  IMPONIBILE     IMPOSTA".
           05  LINE 14 COLUMN 2 PIC 9(2)  FROM WS-VID-ALIQ-1.
           05  LINE 14 COLUMN 8 PIC 9(12) FROM WS-VID-IMPONIB-1.
           05  LINE 14 COLUMN 22 PIC 9(12) FROM WS-VID-IMPOSTA-1.
           05  LINE 15 COLUMN 2 PIC 9(2)  FROM WS-VID-ALIQ-2.
           05  LINE 15 COLUMN 8 PIC 9(12) FROM WS-VID-IMPONIB-2.
           05  LINE 15 COLUMN 22 PIC 9(12) FROM WS-VID-IMPOSTA-2.
           05  LINE 16 COLUMN 2 PIC 9(2)  FROM WS-VID-ALIQ-3.
           05  LINE 16 COLUMN 8 PIC 9(12) FROM WS-VID-IMPONIB-3.
           05  LINE 16 COLUMN 22 PIC 9(12) FROM WS-VID-IMPOSTA-3.
           05  LINE 18 COLUMN 2 VALUE "TOTALE DOCUMENTO:".
           05  LINE 18 COLUMN 20 PIC 9(12) FROM WS-VID-TOT-DOC.
           05  LINE 20 COLUMN 2 PIC X(40) FROM WS-MSG-ERRORE
                                HIGHLIGHT.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM APRI-FATTACQ THRU APRI-FATTACQ-EX.
           OPEN INPUT FORNITORI.
           IF NOT FS-FORNITORI-OK
              DISPLAY 'IMPOSSIBILE APRIRE FORNITORI - FS=' FS-FORNITORI
              CLOSE FATTACQ
              STOP RUN WITH ERROR STATUS 16.

       MENU-PRINCIPALE.
           MOVE SPACES TO WS-MSG-ERRORE.
           MOVE ZERO TO WS-OPZIONE.
           DISPLAY SCREEN-MENU.
           ACCEPT SCREEN-MENU.
           EVALUATE WS-OPZIONE
              WHEN 1 PERFORM INSERISCI-DOCUMENTO THRU
                             INSERISCI-DOCUMENTO-EX
              WHEN 2 PERFORM VARIA-DOCUMENTO THRU VARIA-DOCUMENTO-EX
              WHEN 3 PERFORM CANCELLA-DOCUMENTO THRU
                             CANCELLA-DOCUMENTO-EX
              WHEN 4 PERFORM INTERROGA-DOCUMENTO THRU
                             INTERROGA-DOCUMENTO-EX
              WHEN 0 GO TO FINE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           GO TO MENU-PRINCIPALE.

      *----------------------------------------------------------------
      *  APRE L'ARCHIVIO FATTURE DI ACQUISTO IN I-O; SE NON ESISTE
      *  ANCORA LO CREA VUOTO E LO RIAPRE (SCHEMA DI APRI-FFATTURE IN
      *  INSFATTURE).
      *----------------------------------------------------------------
       APRI-FATTACQ.
           OPEN I-O FATTACQ.
           IF NOT FS-FATTACQ-OK
              OPEN OUTPUT FATTACQ
              CLOSE FATTACQ
              OPEN I-O FATTACQ.
       APRI-FATTACQ-EX.
           EXIT.

       INSERISCI-DOCUMENTO.
           MOVE SPACES TO WS-MSG-ERRORE.
           PERFORM AZZ-DATI-DOCUMENTO THRU AZZ-DATI-DOCUMENTO-EX.
       INSERISCI-DOCUMENTO-LOOP.
           DISPLAY SCREEN-ACQ.
           ACCEPT SCREEN-ACQ.
           IF ACQ-COD-FOR = ZEROES AND ACQ-NUM-DOC = SPACES
              GO TO INSERISCI-DOCUMENTO-EX.

           PERFORM VALIDA-DATI-DOCUMENTO THRU
                   VALIDA-DATI-DOCUMENTO-EX.
           IF DATI-NON-VALIDI
              GO TO INSERISCI-DOCUMENTO-LOOP.

           PERFORM VIDEO-SU-RECORD THRU VIDEO-SU-RECORD-EX.
           WRITE REC-FATTACQ.
           IF FS-FATTACQ-DUPLICATE
              MOVE 'DOCUMENTO GIA'' REGISTRATO PER IL FORNITORE'
                   TO WS-MSG-ERRORE
              GO TO INSERISCI-DOCUMENTO-LOOP
           END-IF.
           IF NOT FS-FATTACQ-OK AND NOT FS-FATTACQ-DUPLICATE
              MOVE 'ERRORE IN SCRITTURA FATTACQ' TO WS-MSG-ERRORE
              DISPLAY SCREEN-ACQ.
       INSERISCI-DOCUMENTO-EX.
           EXIT.

       VARIA-DOCUMENTO.
           MOVE SPACES TO WS-MSG-ERRORE.
           PERFORM AZZ-DATI-DOCUMENTO THRU AZZ-DATI-DOCUMENTO-EX.
           DISPLAY SCREEN-KEY-ACQ.
           ACCEPT SCREEN-KEY-ACQ.
           READ FATTACQ KEY IS KEY-FATTACQ.
           IF FS-FATTACQ-NOTFOUND
              MOVE 'DOCUMENTO NON TROVATO' TO WS-MSG-ERRORE
              DISPLAY SCREEN-KEY-ACQ
              GO TO VARIA-DOCUMENTO-EX.
           MOVE 'S' TO SW-DATI-VALIDI.
           MOVE ACQ-DATA-REG TO WS-DATA-PERIODO.
           PERFORM CONTROLLA-PERIODO THRU CONTROLLA-PERIODO-EX.
           IF DATI-NON-VALIDI
              DISPLAY SCREEN-KEY-ACQ
              GO TO VARIA-DOCUMENTO-EX.
           PERFORM RECORD-SU-VIDEO THRU RECORD-SU-VIDEO-EX.

       VARIA-DOCUMENTO-LOOP.
           DISPLAY SCREEN-ACQ-VARIA.
           ACCEPT SCREEN-ACQ-VARIA.

           PERFORM VALIDA-DATI-DOCUMENTO THRU
                   VALIDA-DATI-DOCUMENTO-EX.
           IF DATI-NON-VALIDI
              GO TO VARIA-DOCUMENTO-LOOP.

           PERFORM VIDEO-SU-RECORD THRU VIDEO-SU-RECORD-EX.
           REWRITE REC-FATTACQ.
           IF NOT FS-FATTACQ-OK
              MOVE 'ERRORE IN VARIAZIONE FATTACQ' TO WS-MSG-ERRORE
              DISPLAY SCREEN-ACQ-VARIA.
       VARIA-DOCUMENTO-EX.
           EXIT.

       CANCELLA-DOCUMENTO.
           MOVE SPACES TO WS-MSG-ERRORE.
           PERFORM AZZ-DATI-DOCUMENTO THRU AZZ-DATI-DOCUMENTO-EX.
           DISPLAY SCREEN-KEY-ACQ.
           ACCEPT SCREEN-KEY-ACQ.
           READ FATTACQ KEY IS KEY-FATTACQ.
           IF FS-FATTACQ-NOTFOUND
              MOVE 'DOCUMENTO NON TROVATO' TO WS-MSG-ERRORE
              DISPLAY SCREEN-KEY-ACQ
              GO TO CANCELLA-DOCUMENTO-EX.

           PERFORM RECORD-SU-VIDEO THRU RECORD-SU-VIDEO-EX.
           PERFORM LEGGI-FORNITORE THRU LEGGI-FORNITORE-EX.
           MOVE 'S' TO SW-DATI-VALIDI.
           MOVE ACQ-DATA-REG TO WS-DATA-PERIODO.
           PERFORM CONTROLLA-PERIODO THRU CONTROLLA-PERIODO-EX.
           IF DATI-NON-VALIDI
              DISPLAY SCREEN-ACQ-VISTA
              GO TO CANCELLA-DOCUMENTO-EX.
           DISPLAY SCREEN-ACQ-VISTA.
           DELETE FATTACQ.
           IF NOT FS-FATTACQ-OK
              MOVE 'ERRORE IN CANCELLAZIONE FATTACQ' TO WS-MSG-ERRORE
              DISPLAY SCREEN-ACQ-VISTA.
       CANCELLA-DOCUMENTO-EX.
           EXIT.

       INTERROGA-DOCUMENTO.
           MOVE SPACES TO WS-MSG-ERRORE.
           PERFORM AZZ-DATI-DOCUMENTO THRU AZZ-DATI-DOCUMENTO-EX.
           DISPLAY SCREEN-KEY-ACQ.
           ACCEPT SCREEN-KEY-ACQ.
           READ FATTACQ KEY IS KEY-FATTACQ.
           IF FS-FATTACQ-NOTFOUND
              MOVE 'DOCUMENTO NON TROVATO' TO WS-MSG-ERRORE
              DISPLAY SCREEN-KEY-ACQ
              GO TO INTERROGA-DOCUMENTO-EX.

           PERFORM RECORD-SU-VIDEO THRU RECORD-SU-VIDEO-EX.
           PERFORM LEGGI-FORNITORE THRU LEGGI-FORNITORE-EX.
           DISPLAY SCREEN-ACQ-VISTA.
           ACCEPT SCREEN-ACQ-VISTA.
       INTERROGA-DOCUMENTO-EX.
           EXIT.

       AZZ-DATI-DOCUMENTO.
           MOVE ZEROES TO ACQ-COD-FOR ACQ-ANNO-DOC.
           MOVE SPACES TO ACQ-NUM-DOC.
           MOVE ZEROES TO WS-VID-DATA-DOC WS-VID-DATA-REG
                          WS-VID-TOT-DOC.
           MOVE 'F'    TO WS-VID-TIPO-DOC.
           MOVE 'S'    TO WS-VID-DETRAIBILE.
           MOVE ZEROES TO WS-VID-ALIQ-1 WS-VID-IMPONIB-1
                          WS-VID-IMPOSTA-1 WS-VID-ALIQ-2
                          WS-VID-IMPONIB-2 WS-VID-IMPOSTA-2
                          WS-VID-ALIQ-3 WS-VID-IMPONIB-3
                          WS-VID-IMPOSTA-3.
       AZZ-DATI-DOCUMENTO-EX.
           EXIT.

       LEGGI-FORNITORE.
           MOVE ACQ-COD-FOR TO FOR-COD-FOR.
           READ FORNITORI.
           IF NOT FS-FORNITORI-OK
              MOVE SPACES TO FOR-RAG-SOC
              MOVE '*** FORNITORE NON IN ANAGRAFICA' TO FOR-RAG-SOC.
       LEGGI-FORNITORE-EX.
           EXIT.

      *----------------------------------------------------------------
      *  CONTROLLI DI VALIDITA' PRIMA DI SCRIVERE O VARIARE UN
      *  DOCUMENTO: CHIAVE COMPLETA, FORNITORE ATTIVO IN ANAGRAFICA,
      *  DATE PLAUSIBILI (REGISTRAZIONE NON ANTERIORE AL DOCUMENTO),
      *  TIPO E DETRAIBILITA' AMMESSI, POI LE RIGHE IVA E LA
      *  QUADRATURA COL TOTALE DOCUMENTO.
      *----------------------------------------------------------------
       VALIDA-DATI-DOCUMENTO.
           MOVE 'S' TO SW-DATI-VALIDI.
           MOVE WS-VID-DATA-DOC TO WS-DATA-APPOGGIO.
           EVALUATE TRUE
              WHEN ACQ-COD-FOR = ZEROES
                 MOVE 'N' TO SW-DATI-VALIDI
                 MOVE 'CODICE FORNITORE OBBLIGATORIO' TO WS-MSG-ERRORE
              WHEN ACQ-NUM-DOC = SPACES
                 MOVE 'N' TO SW-DATI-VALIDI
                 MOVE 'NUMERO DOCUMENTO OBBLIGATORIO' TO WS-MSG-ERRORE
              WHEN WS-VID-DATA-DOC = ZEROES
                 MOVE 'N' TO SW-DATI-VALIDI
                 MOVE 'DATA DOCUMENTO OBBLIGATORIA' TO WS-MSG-ERRORE
              WHEN WS-APP-MESE < 1 OR WS-APP-MESE > 12
                 MOVE 'N' TO SW-DATI-VALIDI
                 MOVE 'MESE DATA DOCUMENTO NON VALIDO'
                      TO WS-MSG-ERRORE
              WHEN ACQ-ANNO-DOC NOT = WS-APP-ANNO
                 MOVE 'N' TO SW-DATI-VALIDI
                 MOVE 'ANNO DIVERSO DALLA DATA DOCUMENTO'
                      TO WS-MSG-ERRORE
              WHEN WS-VID-DATA-REG < WS-VID-DATA-DOC
                 MOVE 'N' TO SW-DATI-VALIDI
                 MOVE 'REGISTRAZIONE ANTERIORE AL DOCUMENTO'
                      TO WS-MSG-ERRORE
              WHEN WS-VID-TIPO-DOC NOT = 'F' AND
                   WS-VID-TIPO-DOC NOT = 'N' AND
                   WS-VID-TIPO-DOC NOT = ' '
                 MOVE 'N' TO SW-DATI-VALIDI
                 MOVE 'TIPO DOCUMENTO NON AMMESSO (F/N)'
                      TO WS-MSG-ERRORE
              WHEN WS-VID-DETRAIBILE NOT = 'S' AND
                   WS-VID-DETRAIBILE NOT = 'N'
                 MOVE 'N' TO SW-DATI-VALIDI
                 MOVE 'DETRAIBILITA'' NON AMMESSA (S/N)'
                      TO WS-MSG-ERRORE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF DATI-NON-VALIDI
              GO TO VALIDA-DATI-DOCUMENTO-EX.
           MOVE WS-VID-DATA-REG TO WS-DATA-APPOGGIO.
           IF WS-APP-MESE < 1 OR WS-APP-MESE > 12
              MOVE 'N' TO SW-DATI-VALIDI
              MOVE 'MESE DATA REGISTRAZIONE NON VALIDO'
                   TO WS-MSG-ERRORE
              GO TO VALIDA-DATI-DOCUMENTO-EX.
           MOVE WS-VID-DATA-REG TO WS-DATA-PERIODO.
           PERFORM CONTROLLA-PERIODO THRU CONTROLLA-PERIODO-EX.
           IF DATI-NON-VALIDI
              GO TO VALIDA-DATI-DOCUMENTO-EX.
           MOVE ACQ-COD-FOR TO FOR-COD-FOR.
           READ FORNITORI.
           IF FS-FORNITORI-NOTFOUND
              MOVE 'N' TO SW-DATI-VALIDI
              MOVE 'FORNITORE NON IN ANAGRAFICA' TO WS-MSG-ERRORE
              GO TO VALIDA-DATI-DOCUMENTO-EX.
           IF NOT FS-FORNITORI-OK
              MOVE 'N' TO SW-DATI-VALIDI
              MOVE 'ERRORE IN LETTURA FORNITORI' TO WS-MSG-ERRORE
              GO TO VALIDA-DATI-DOCUMENTO-EX.
           IF FOR-SOSPESO
              MOVE 'N' TO SW-DATI-VALIDI
              MOVE 'FORNITORE SOSPESO' TO WS-MSG-ERRORE
              GO TO VALIDA-DATI-DOCUMENTO-EX.
           PERFORM VALIDA-RIGHE-IVA THRU VALIDA-RIGHE-IVA-EX.
       VALIDA-DATI-DOCUMENTO-EX.
           EXIT.

      *----------------------------------------------------------------
      *  BLOCCO DEI PERIODI IVA: LA DATA IN WS-DATA-PERIODO NON DEVE
      *  CADERE IN UN MESE IN CHIUSURA O CHIUSO DA REGIVA. SE LO
      *  STATO NON SI PUO' LEGGERE IL DOCUMENTO NON PASSA.
      *----------------------------------------------------------------
       CONTROLLA-PERIODO.
           MOVE 'V'             TO PIV-FUNZIONE.
           MOVE 'INSFATTACQ'    TO PIV-PROGRAMMA.
           MOVE WS-DATA-PERIODO TO PIV-DATA.
           CALL 'PERIVA' USING PARAMETRI-PERIVA.
           IF PIV-ESITO-OK
              GO TO CONTROLLA-PERIODO-EX.
           MOVE 'N' TO SW-DATI-VALIDI.
           MOVE SPACES TO WS-MSG-ERRORE.
           IF PIV-ESITO-ERRORE
              MOVE 'STATO PERIODO IVA NON LEGGIBILE' TO WS-MSG-ERRORE
              GO TO CONTROLLA-PERIODO-EX.
           IF PIV-MESE-CHIUSO
              STRING 'MESE IVA ' PIV-MESE ' CHIUSO: VEDI GESPERIVA'
                     DELIMITED BY SIZE INTO WS-MSG-ERRORE
           ELSE
              STRING 'MESE IVA ' PIV-MESE ' IN CHIUSURA (REGIVA)'
                     DELIMITED BY SIZE INTO WS-MSG-ERRORE.
       CONTROLLA-PERIODO-EX.
           EXIT.

      *----------------------------------------------------------------
      *  RIGHE IVA: UNA RIGA E' USATA SE HA IMPONIBILE O IMPOSTA.
      *  ALIQUOTA AMMESSA 0/4/10/22 (0 = ESENTE O NON IMPONIBILE, CON
      *  IMPOSTA A ZERO); L'IMPOSTA DEVE CORRISPONDERE ALL'IMPONIBILE
      *  PER L'ALIQUOTA CON UNO SCARTO DI ARROTONDAMENTO DI UN EURO.
      *  ALMENO UNA RIGA E IMPONIBILI + IMPOSTE = TOTALE DOCUMENTO.
      *----------------------------------------------------------------
       VALIDA-RIGHE-IVA.
           MOVE WS-VID-ALIQ-1    TO WS-RV-ALIQUOTA (1).
           MOVE WS-VID-IMPONIB-1 TO WS-RV-IMPONIB (1).
           MOVE WS-VID-IMPOSTA-1 TO WS-RV-IMPOSTA (1).
           MOVE WS-VID-ALIQ-2    TO WS-RV-ALIQUOTA (2).
           MOVE WS-VID-IMPONIB-2 TO WS-RV-IMPONIB (2).
           MOVE WS-VID-IMPOSTA-2 TO WS-RV-IMPOSTA (2).
           MOVE WS-VID-ALIQ-3    TO WS-RV-ALIQUOTA (3).
           MOVE WS-VID-IMPONIB-3 TO WS-RV-IMPONIB (3).
           MOVE WS-VID-IMPOSTA-3 TO WS-RV-IMPOSTA (3).
           MOVE ZEROES TO WS-CONTROLLO-TOTALE WS-CTR-RIGHE-USATE.
           PERFORM VALIDA-RIGA-IVA THRU VALIDA-RIGA-IVA-EX
                   VARYING WS-IND-RIGA FROM 1 BY 1
                   UNTIL WS-IND-RIGA > 3 OR DATI-NON-VALIDI.
           IF DATI-NON-VALIDI
              GO TO VALIDA-RIGHE-IVA-EX.
           IF WS-CTR-RIGHE-USATE = ZEROES
              MOVE 'N' TO SW-DATI-VALIDI
              MOVE 'NESSUNA RIGA IVA DIGITATA' TO WS-MSG-ERRORE
              GO TO VALIDA-RIGHE-IVA-EX.
           IF WS-CONTROLLO-TOTALE NOT = WS-VID-TOT-DOC
              MOVE 'N' TO SW-DATI-VALIDI
              MOVE 'IMPONIBILI + IMPOSTE DIVERSO DAL TOTALE'
                   TO WS-MSG-ERRORE.
       VALIDA-RIGHE-IVA-EX.
           EXIT.

       VALIDA-RIGA-IVA.
           IF WS-RV-IMPONIB (WS-IND-RIGA) = ZEROES
           AND WS-RV-IMPOSTA (WS-IND-RIGA) = ZEROES
              GO TO VALIDA-RIGA-IVA-EX.
           ADD 1 TO WS-CTR-RIGHE-USATE.
           IF WS-RV-ALIQUOTA (WS-IND-RIGA) NOT = 0
           AND WS-RV-ALIQUOTA (WS-IND-RIGA) NOT = 4
           AND WS-RV-ALIQUOTA (WS-IND-RIGA) NOT = 10
           AND WS-RV-ALIQUOTA (WS-IND-RIGA) NOT = 22
              MOVE 'N' TO SW-DATI-VALIDI
              MOVE 'ALIQUOTA NON AMMESSA (0/4/10/22)'
                   TO WS-MSG-ERRORE
              GO TO VALIDA-RIGA-IVA-EX.
           COMPUTE WS-IMPOSTA-TEORICA ROUNDED =
                   WS-RV-IMPONIB (WS-IND-RIGA)
                 * WS-RV-ALIQUOTA (WS-IND-RIGA) / 100.
           COMPUTE WS-SCARTO-IMPOSTA =
                   WS-IMPOSTA-TEORICA - WS-RV-IMPOSTA (WS-IND-RIGA).
           IF WS-SCARTO-IMPOSTA > 1 OR WS-SCARTO-IMPOSTA < -1
              MOVE 'N' TO SW-DATI-VALIDI
              MOVE 'IMPOSTA NON COERENTE CON L''ALIQUOTA'
                   TO WS-MSG-ERRORE
              GO TO VALIDA-RIGA-IVA-EX.
           ADD WS-RV-IMPONIB (WS-IND-RIGA) TO WS-CONTROLLO-TOTALE.
           ADD WS-RV-IMPOSTA (WS-IND-RIGA) TO WS-CONTROLLO-TOTALE.
       VALIDA-RIGA-IVA-EX.
           EXIT.

      *----------------------------------------------------------------
      *  TRAVASO DEI CAMPI VIDEO NEGLI IMPORTI COMP-3 DEL RECORD E
      *  VICEVERSA.
      *----------------------------------------------------------------
       VIDEO-SU-RECORD.
           MOVE WS-VID-DATA-DOC  TO ACQ-DATA-DOC.
           MOVE WS-VID-DATA-REG  TO ACQ-DATA-REG.
           IF WS-VID-TIPO-DOC = ' '
              MOVE 'F' TO ACQ-TIPO-DOC
           ELSE
              MOVE WS-VID-TIPO-DOC TO ACQ-TIPO-DOC.
           MOVE WS-VID-DETRAIBILE TO ACQ-DETRAIBILE.
           MOVE WS-VID-TOT-DOC   TO ACQ-TOT-DOC.
           MOVE WS-VID-ALIQ-1    TO ACQ-ALIQUOTA (1).
           MOVE WS-VID-IMPONIB-1 TO ACQ-IMPONIB (1).
           MOVE WS-VID-IMPOSTA-1 TO ACQ-IMPOSTA (1).
           MOVE WS-VID-ALIQ-2    TO ACQ-ALIQUOTA (2).
           MOVE WS-VID-IMPONIB-2 TO ACQ-IMPONIB (2).
           MOVE WS-VID-IMPOSTA-2 TO ACQ-IMPOSTA (2).
           MOVE WS-VID-ALIQ-3    TO ACQ-ALIQUOTA (3).
           MOVE WS-VID-IMPONIB-3 TO ACQ-IMPONIB (3).
           MOVE WS-VID-IMPOSTA-3 TO ACQ-IMPOSTA (3).
       VIDEO-SU-RECORD-EX.
           EXIT.

       RECORD-SU-VIDEO.
           MOVE ACQ-DATA-DOC     TO WS-VID-DATA-DOC.
           MOVE ACQ-DATA-REG     TO WS-VID-DATA-REG.
           MOVE ACQ-TIPO-DOC     TO WS-VID-TIPO-DOC.
           MOVE ACQ-DETRAIBILE   TO WS-VID-DETRAIBILE.
           MOVE ACQ-TOT-DOC      TO WS-VID-TOT-DOC.
           MOVE ACQ-ALIQUOTA (1) TO WS-VID-ALIQ-1.
           MOVE ACQ-IMPONIB (1)  TO WS-VID-IMPONIB-1.
           MOVE ACQ-IMPOSTA (1)  TO WS-VID-IMPOSTA-1.
           MOVE ACQ-ALIQUOTA (2) TO WS-VID-ALIQ-2.
           MOVE ACQ-IMPONIB (2)  TO WS-VID-IMPONIB-2.
           MOVE ACQ-IMPOSTA (2)  TO WS-VID-IMPOSTA-2.
           MOVE ACQ-ALIQUOTA (3) TO WS-VID-ALIQ-3.
           MOVE ACQ-IMPONIB (3)  TO WS-VID-IMPONIB-3.
           MOVE ACQ-IMPOSTA (3)  TO WS-VID-IMPOSTA-3.
       RECORD-SU-VIDEO-EX.
           EXIT.

       FINE.
           CLOSE FATTACQ, FORNITORI.
           STOP RUN.
       END PROGRAM INSFATTACQ.
