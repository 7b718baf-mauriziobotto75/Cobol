      ******************************************************************
      *  CONTROLLO DEL PROTOCOLLO DI NUMERAZIONE FATTURE: PER L'ANNO
      *  RICHIESTO LEGGE I DOCUMENTI DI FFATTURE E DELL'ARCHIVIO
      *  STORICO FFATTARC, ORDINA PER SERIE (F FATTURE, N NOTE DI
      *  CREDITO, T RETTE) E PROGRESSIVO I NUMERI DI PROTOCOLLO
      *  (SERIE + ANNO + PROGRESSIVO) E SEGNALA NUMERI DOPPI, BUCHI
      *  DI NUMERAZIONE (DAL PRIMO NUMERO DEL PROTOCOLLO FINO
      *  ALL'ULTIMO EMESSO SU NUMFATT), DATE FUORI ORDINE RISPETTO AI
      *  NUMERI E DATE FUORI ANNO. ELENCA A PARTE I DOCUMENTI
      *  DELL'ANNO CON NUMERO FUORI PROTOCOLLO (NUMERI LIBERI
      *  DIGITATI PRIMA DEL PROTOCOLLO, VECCHIE RETTE 'R'). VA LANCIATO
      *  PRIMA DI REGIVA PER LA CHIUSURA DEL PERIODO: CON ANOMALIE
      *  TERMINA CON CODICE DI RITORNO 4.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CTRLNUM.
       AUTHOR.  MB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FFATTURE ASSIGN TO DATABASE-FFATTURE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-FFATTURE
           FILE STATUS IS FS-FATTURE.

           SELECT FFATTARC ASSIGN TO DATABASE-FFATTARC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-FFATTARC
           FILE STATUS IS FS-FATTARC.

           SELECT NUMFATT ASSIGN TO DATABASE-NUMFATT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-NUMFATT
           FILE STATUS IS FS-NUMFATT.

           SELECT CONTROLLO ASSIGN TO PRINTER-CTRLNUM
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CONTROLLO.

           SELECT SORT-WORK ASSIGN TO FORMATFILE-SORTWORK.

       DATA DIVISION.

       FILE SECTION.
         FD FFATTURE
            LABEL RECORD IS STANDARD
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS REC-FATTURE.
       01 REC-FATTURE.
           05 KEY-FFATTURE.
             07 FFAT-COD-CLI  PIC 9(5).
             07 FFAT-NUM-FAT  PIC X(8).
           05 FFAT-IMPONIB      PIC 9(14) COMP-3.
           05 FFAT-IVA          PIC 9(14) COMP-3.
           05 FFAT-TOT-FATT     PIC 9(14) COMP-3.
           05 FFAT-ALIQUOTA     PIC 9(2).
           05 FFAT-TIPO-DOC    PIC X.
              88 FFAT-DOC-FATTURA    VALUE 'F' ' '.
              88 FFAT-DOC-NOTA-CRED  VALUE 'N'.
           05 FFAT-DATA-FATT   PIC 9(8).
           05 FFAT-DATA-SCAD   PIC 9(8).
           05 FFAT-DIVISA      PIC X(3).
              88 FFAT-DOC-IN-EURO VALUE 'EUR' '   '.
           05 FFAT-CAMBIO      PIC 9(3)V9(6) COMP-3.
           05 FFAT-IMP-DIVISA  PIC 9(14) COMP-3.
           05 FILLER           PIC X(8).

      *----------------------------------------------------------------
      *  ARCHIVIO STORICO DOCUMENTI (ARCHFATT): STESSO TRACCIATO DEL
      *  FILE VIVO. I NUMERI ARCHIVIATI RESTANO NEL PROTOCOLLO.
      *----------------------------------------------------------------
         FD FFATTARC
            LABEL RECORD IS STANDARD
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS REC-FATTARC.
       01 REC-FATTARC.
           05 KEY-FFATTARC.
             07 ARC-COD-CLI  PIC 9(5).
             07 ARC-NUM-FAT  PIC X(8).
           05 ARC-IMPONIB      PIC 9(14) COMP-3.
           05 ARC-IVA          PIC 9(14) COMP-3.
           05 ARC-TOT-FATT     PIC 9(14) COMP-3.
           05 ARC-ALIQUOTA     PIC 9(2).
           05 ARC-TIPO-DOC     PIC X.
           05 ARC-DATA-FATT    PIC 9(8).
           05 ARC-DATA-SCAD    PIC 9(8).
           05 ARC-DIVISA       PIC X(3).
           05 ARC-CAMBIO       PIC 9(3)V9(6) COMP-3.
           05 ARC-IMP-DIVISA   PIC 9(14) COMP-3.
           05 FILLER           PIC X(8).

      *----------------------------------------------------------------
      *  PROTOCOLLO DI NUMERAZIONE (GESNUMFAT): ULTIMO PROGRESSIVO
      *  EMESSO PER ANNO E SERIE E DATA DEL DOCUMENTO CHE LO PORTA.
      *----------------------------------------------------------------
       FD NUMFATT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REC-NUMFATT.
       01 REC-NUMFATT.
           05 KEY-NUMFATT.
             07 NUM-ANNO       PIC 9(4).
             07 NUM-SERIE      PIC X.
           05 NUM-ULTIMO       PIC 9(5).
           05 NUM-DATA-ULT     PIC 9(8).
           05 NUM-PRIMO        PIC 9(5).
           05 FILLER           PIC X(17).

       FD CONTROLLO
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REC-CONTROLLO.
       01 REC-CONTROLLO        PIC X(132).

      *----------------------------------------------------------------
      *  GRUPPO '1' = NUMERO DI PROTOCOLLO DELL'ANNO, '2' = DOCUMENTO
      *  DELL'ANNO CON NUMERO FUORI PROTOCOLLO. ORIGINE 'V' = FILE
      *  VIVO, 'A' = ARCHIVIO STORICO.
      *----------------------------------------------------------------
       SD SORT-WORK.
       01 SORT-RECORD.
           05 SR-GRUPPO        PIC X.
           05 SR-SERIE         PIC X.
           05 SR-PROGR         PIC 9(5).
           05 SR-DATA-FATT     PIC 9(8).
           05 SR-NUM-FAT       PIC X(8).
           05 SR-COD-CLI       PIC 9(5).
           05 SR-ORIGINE       PIC X.

       WORKING-STORAGE SECTION.

       01 FS-FATTURE                 PIC 9(2) VALUE ZEROES.
       01 FS-FATTARC                 PIC 9(2) VALUE ZEROES.
       01 FS-NUMFATT                 PIC 9(2) VALUE ZEROES.
       01 FS-CONTROLLO               PIC 9(2) VALUE ZEROES.

       01 SW-FINE-FAT                PIC 9(1) VALUE ZEROES.
           88 EOF-FAT                 VALUE 1.
       01 SW-FINE-ARC                PIC 9(1) VALUE ZEROES.
           88 EOF-ARC                 VALUE 1.
       01 SW-FINE-SORT               PIC 9(1) VALUE ZEROES.
           88 EOF-SORT                VALUE 1.
       01 SW-FATTARC-APERTO          PIC X(1) VALUE 'N'.
           88 WS-FATTARC-APERTO       VALUE 'S'.
       01 SW-NUMFATT-APERTO          PIC X(1) VALUE 'N'.
           88 WS-NUMFATT-APERTO       VALUE 'S'.
       01 SW-PRIMA-SERIE             PIC X(1) VALUE 'S'.
           88 WS-PRIMA-SERIE          VALUE 'S'.
       01 SW-PRIMO-FUORI             PIC X(1) VALUE 'S'.
           88 WS-PRIMO-FUORI          VALUE 'S'.

       01 WS-PARM-ANNO               PIC 9(4) VALUE ZEROES.
       01 WS-PARM-ANNO-R REDEFINES WS-PARM-ANNO.
           05 FILLER                 PIC 9(2).
           05 WS-PARM-AA             PIC 9(2).

      *----------------------------------------------------------------
      *  DOCUMENTO IN ESAME: NUMERO SCOMPOSTO IN SERIE, ANNO E
      *  PROGRESSIVO E ANNO DELLA DATA FATTURA.
      *----------------------------------------------------------------
       01 WS-DOC-NUM-FAT             PIC X(8) VALUE SPACES.
       01 WS-DOC-NUM-R REDEFINES WS-DOC-NUM-FAT.
           05 WS-DOC-SERIE           PIC X.
           05 WS-DOC-AA              PIC X(2).
           05 WS-DOC-PROGR           PIC X(5).
       01 WS-DOC-DATA-FATT           PIC 9(8) VALUE ZEROES.
       01 WS-DOC-DATA-R REDEFINES WS-DOC-DATA-FATT.
           05 WS-DOC-ANNO            PIC 9(4).
           05 FILLER                 PIC 9(4).
       01 WS-DOC-COD-CLI             PIC 9(5) VALUE ZEROES.
       01 WS-DOC-ORIGINE             PIC X(1) VALUE SPACES.
       01 WS-PARM-AA-X               PIC X(2) VALUE SPACES.

      *----------------------------------------------------------------
      *  SERIE IN CONTROLLO: PRIMO E ULTIMO NUMERO DEL PROTOCOLLO,
      *  ULTIMO NUMERO E ULTIMA DATA VISTI, DOCUMENTI LETTI. LA
      *  TABELLA DELLE SERIE SERVE PER LE SERIE DEL PROTOCOLLO SENZA
      *  ALCUN DOCUMENTO IN ARCHIVIO.
      *----------------------------------------------------------------
       01 WS-SERIE-CORRENTE          PIC X(1) VALUE SPACES.
       01 WS-SER-PRIMO               PIC 9(5) VALUE ZEROES.
       01 WS-SER-ULTIMO              PIC 9(5) VALUE ZEROES.
       01 WS-SER-PREC-PROGR          PIC 9(5) VALUE ZEROES.
       01 WS-SER-PREC-DATA           PIC 9(8) VALUE ZEROES.
       01 WS-SER-PREC-NUM            PIC X(8) VALUE SPACES.
       01 WS-SER-CTR-DOC             PIC 9(5) VALUE ZEROES.
       01 WS-SER-CTR-ANOMALIE        PIC 9(5) VALUE ZEROES.
       01 WS-BUCO-DA                 PIC 9(5) VALUE ZEROES.
       01 WS-BUCO-A                  PIC 9(5) VALUE ZEROES.

       01 WS-TAB-SERIE-VALORI        PIC X(3) VALUE 'FNT'.
       01 WS-TAB-SERIE REDEFINES WS-TAB-SERIE-VALORI.
           05 WS-TAB-COD-SERIE       PIC X OCCURS 3 TIMES.
       01 WS-TAB-VISTA-VALORI        PIC X(3) VALUE 'NNN'.
       01 WS-TAB-VISTA REDEFINES WS-TAB-VISTA-VALORI.
           05 WS-TAB-SERIE-VISTA     PIC X OCCURS 3 TIMES.
       01 WS-IND-SERIE               PIC 9(1) VALUE ZEROES.

       01 WS-CAMPI-CONTATORI.
           05 WS-CTR-LETTI-VIVO      PIC 9(7) VALUE ZEROES.
           05 WS-CTR-LETTI-ARC       PIC 9(7) VALUE ZEROES.
           05 WS-CTR-PROTOCOLLO      PIC 9(7) VALUE ZEROES.
           05 WS-CTR-FUORI-PROT      PIC 9(7) VALUE ZEROES.
           05 WS-CTR-DOPPI           PIC 9(7) VALUE ZEROES.
           05 WS-CTR-BUCHI           PIC 9(7) VALUE ZEROES.
           05 WS-CTR-FUORI-ORDINE    PIC 9(7) VALUE ZEROES.
           05 WS-CTR-FUORI-ANNO      PIC 9(7) VALUE ZEROES.
           05 WS-CTR-OLTRE-ULTIMO    PIC 9(7) VALUE ZEROES.
           05 WS-CTR-ANOMALIE        PIC 9(7) VALUE ZEROES.

       01 WS-STAMPA-PAGINA           PIC 9(3)  VALUE ZEROES.
       01 WS-STAMPA-RIGHE            PIC 9(2)  VALUE ZEROES.
       01 WS-STAMPA-MAX-RIGHE        PIC 9(2)  VALUE 50.

       01 WS-INT-1.
           05 FILLER     PIC X(35) VALUE SPACES.
           05 FILLER     PIC X(45)
              VALUE 'CTRLNUM - CONTROLLO PROTOCOLLO FATTURE ANNO '.
           05 WS-INT-ANNO PIC 9(4).
           05 FILLER     PIC X(40) VALUE SPACES.
           05 FILLER     PIC X(5)  VALUE 'PAG. '.
           05 WS-INT-PAGINA PIC ZZ9.

       01 WS-INT-2.
           05 FILLER     PIC X(2)  VALUE SPACES.
           05 FILLER     PIC X(7)  VALUE 'SERIE'.
           05 FILLER     PIC X(10) VALUE 'NUM.DOC'.
           05 FILLER     PIC X(10) VALUE 'DATA DOC.'.
           05 FILLER     PIC X(9)  VALUE 'COD.CLI'.
           05 FILLER     PIC X(6)  VALUE 'ORIG.'.
           05 FILLER     PIC X(40) VALUE 'ANOMALIA'.

       01 WS-DET-STAMPA.
           05 FILLER         PIC X(4)  VALUE SPACES.
           05 WS-D-SERIE     PIC X(1).
           05 FILLER         PIC X(4)  VALUE SPACES.
           05 WS-D-NUM-FAT   PIC X(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-DATA-FATT PIC 9(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-COD-CLI   PIC 9(5).
           05 FILLER         PIC X(4)  VALUE SPACES.
           05 WS-D-ORIGINE   PIC X(1).
           05 FILLER         PIC X(5)  VALUE SPACES.
           05 WS-D-ANOMALIA  PIC X(50).
           05 FILLER         PIC X(38) VALUE SPACES.

       01 WS-DET-BUCO.
           05 FILLER         PIC X(4)  VALUE SPACES.
           05 WS-B-SERIE     PIC X(1).
           05 FILLER         PIC X(40) VALUE SPACES.
           05 FILLER         PIC X(24)
              VALUE 'NUMERI MANCANTI DAL '.
           05 WS-B-DA        PIC 9(5).
           05 FILLER         PIC X(4)  VALUE ' AL '.
           05 WS-B-A         PIC 9(5).
           05 FILLER         PIC X(49) VALUE SPACES.

       01 WS-RIGA-SERIE.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(6)  VALUE 'SERIE '.
           05 WS-S-SERIE     PIC X(1).
           05 FILLER         PIC X(10) VALUE ' - DOC.: '.
           05 WS-S-DOC       PIC ZZZZ9.
           05 FILLER         PIC X(11) VALUE '  PRIMO: '.
           05 WS-S-PRIMO     PIC ZZZZ9.
           05 FILLER         PIC X(21) VALUE '  ULTIMO PROTOCOLLO: '.
           05 WS-S-ULTIMO    PIC ZZZZ9.
           05 FILLER         PIC X(13) VALUE '  ANOMALIE: '.
           05 WS-S-ANOMALIE  PIC ZZZZ9.
           05 FILLER         PIC X(48) VALUE SPACES.

       01 WS-RIGA-TOTALE.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-TOT-LABEL   PIC X(40) VALUE SPACES.
           05 WS-TOT-CONTA   PIC ZZZZZZ9.
           05 FILLER         PIC X(83) VALUE SPACES.

       PROCEDURE DIVISION.

       INIZIO.
          PERFORM OP-INIZIALI THRU OP-INIZIALI-EX.
          SORT SORT-WORK ON ASCENDING KEY SR-GRUPPO SR-SERIE SR-PROGR
                                          SR-DATA-FATT
               INPUT PROCEDURE SELEZIONA-DOCUMENTI
                     THRU SELEZIONA-DOCUMENTI-EX
               OUTPUT PROCEDURE STAMPA-CONTROLLO
                     THRU STAMPA-CONTROLLO-EX.
          PERFORM SERIE-SENZA-DOCUMENTI THRU SERIE-SENZA-DOCUMENTI-EX
                  VARYING WS-IND-SERIE FROM 1 BY 1
                  UNTIL WS-IND-SERIE > 3.
          PERFORM STAMPA-TOTALI THRU STAMPA-TOTALI-EX.
          PERFORM OP-FINALI THRU OP-FINALI-EX.
          STOP RUN.

      *----------------------------------------------------------------
      *  FFATTURE E' OBBLIGATORIO; ARCHIVIO STORICO E PROTOCOLLO SONO
      *  FACOLTATIVI (SENZA PROTOCOLLO I BUCHI SI CONTROLLANO SOLO
      *  TRA I NUMERI PRESENTI, DA 1).
      *----------------------------------------------------------------
       OP-INIZIALI.
          DISPLAY 'ANNO DA CONTROLLARE (AAAA): '.
          ACCEPT WS-PARM-ANNO.
          IF WS-PARM-ANNO = ZEROES
             DISPLAY 'ANNO OBBLIGATORIO'
             STOP RUN WITH ERROR STATUS 16.
          MOVE WS-PARM-AA TO WS-PARM-AA-X.
          OPEN INPUT FFATTURE.
          IF FS-FATTURE NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE FFATTURE - FS=' FS-FATTURE
             STOP RUN WITH ERROR STATUS 16.
          OPEN INPUT FFATTARC.
          IF FS-FATTARC = '00'
             MOVE 'S' TO SW-FATTARC-APERTO.
          OPEN INPUT NUMFATT.
          IF FS-NUMFATT = '00'
             MOVE 'S' TO SW-NUMFATT-APERTO
          ELSE
             DISPLAY 'PROTOCOLLO NUMFATT ASSENTE: BUCHI CONTROLLATI '
                     'SOLO TRA I NUMERI PRESENTI'.
          OPEN OUTPUT CONTROLLO.
          IF FS-CONTROLLO NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE IL REPORT - FS='
                     FS-CONTROLLO
             STOP RUN WITH ERROR STATUS 16.
       OP-INIZIALI-EX.
          EXIT.

      *----------------------------------------------------------------
      *  RILASCIA AL SORT I DOCUMENTI DEL FILE VIVO E DELL'ARCHIVIO
      *  STORICO CHE PORTANO UN NUMERO DI PROTOCOLLO DELL'ANNO O UNA
      *  DATA FATTURA NELL'ANNO.
      *----------------------------------------------------------------
       SELEZIONA-DOCUMENTI.
          MOVE ZEROES TO FFAT-COD-CLI.
          MOVE SPACES TO FFAT-NUM-FAT.
          START FFATTURE KEY IS GREATER THAN KEY-FFATTURE
                INVALID KEY MOVE 1 TO SW-FINE-FAT.
          IF NOT EOF-FAT
             PERFORM LETTURA-FAT THRU LETTURA-FAT-EX.
          PERFORM RILASCIA-FAT THRU RILASCIA-FAT-EX
                  UNTIL EOF-FAT.
          IF NOT WS-FATTARC-APERTO
             GO TO SELEZIONA-DOCUMENTI-EX.
          MOVE ZEROES TO ARC-COD-CLI.
          MOVE SPACES TO ARC-NUM-FAT.
          START FFATTARC KEY IS GREATER THAN KEY-FFATTARC
                INVALID KEY MOVE 1 TO SW-FINE-ARC.
          IF NOT EOF-ARC
             PERFORM LETTURA-ARC THRU LETTURA-ARC-EX.
          PERFORM RILASCIA-ARC THRU RILASCIA-ARC-EX
                  UNTIL EOF-ARC.
       SELEZIONA-DOCUMENTI-EX.
          EXIT.

       LETTURA-FAT.
          READ FFATTURE NEXT AT END MOVE 1 TO SW-FINE-FAT
                        GO TO LETTURA-FAT-EX.
          IF FS-FATTURE NOT = '00'
             DISPLAY 'ERRORE IN LETTURA FFATTURE - FS=' FS-FATTURE
             MOVE 1 TO SW-FINE-FAT
             GO TO LETTURA-FAT-EX.
          ADD 1 TO WS-CTR-LETTI-VIVO.
       LETTURA-FAT-EX.
          EXIT.

       RILASCIA-FAT.
          MOVE FFAT-NUM-FAT   TO WS-DOC-NUM-FAT.
          MOVE FFAT-DATA-FATT TO WS-DOC-DATA-FATT.
          MOVE FFAT-COD-CLI   TO WS-DOC-COD-CLI.
          MOVE 'V'            TO WS-DOC-ORIGINE.
          PERFORM RILASCIA-DOCUMENTO THRU RILASCIA-DOCUMENTO-EX.
          PERFORM LETTURA-FAT THRU LETTURA-FAT-EX.
       RILASCIA-FAT-EX.
          EXIT.

       LETTURA-ARC.
          READ FFATTARC NEXT AT END MOVE 1 TO SW-FINE-ARC
                        GO TO LETTURA-ARC-EX.
          IF FS-FATTARC NOT = '00'
             DISPLAY 'ERRORE IN LETTURA FFATTARC - FS=' FS-FATTARC
             MOVE 1 TO SW-FINE-ARC
             GO TO LETTURA-ARC-EX.
          ADD 1 TO WS-CTR-LETTI-ARC.
       LETTURA-ARC-EX.
          EXIT.

       RILASCIA-ARC.
          MOVE ARC-NUM-FAT    TO WS-DOC-NUM-FAT.
          MOVE ARC-DATA-FATT  TO WS-DOC-DATA-FATT.
          MOVE ARC-COD-CLI    TO WS-DOC-COD-CLI.
          MOVE 'A'            TO WS-DOC-ORIGINE.
          PERFORM RILASCIA-DOCUMENTO THRU RILASCIA-DOCUMENTO-EX.
          PERFORM LETTURA-ARC THRU LETTURA-ARC-EX.
       RILASCIA-ARC-EX.
          EXIT.

      *----------------------------------------------------------------
      *  NUMERO DI PROTOCOLLO DELL'ANNO: SERIE F/N/T, ANNO A DUE
      *  CIFRE UGUALE A QUELLO RICHIESTO, PROGRESSIVO NUMERICO. UN
      *  ALTRO NUMERO CON DATA NELL'ANNO E' FUORI PROTOCOLLO.
      *----------------------------------------------------------------
       RILASCIA-DOCUMENTO.
          MOVE WS-DOC-NUM-FAT   TO SR-NUM-FAT.
          MOVE WS-DOC-DATA-FATT TO SR-DATA-FATT.
          MOVE WS-DOC-COD-CLI   TO SR-COD-CLI.
          MOVE WS-DOC-ORIGINE   TO SR-ORIGINE.
          IF (WS-DOC-SERIE = 'F' OR WS-DOC-SERIE = 'N'
                                 OR WS-DOC-SERIE = 'T')
          AND WS-DOC-AA = WS-PARM-AA-X
          AND WS-DOC-PROGR IS NUMERIC
             MOVE '1'          TO SR-GRUPPO
             MOVE WS-DOC-SERIE TO SR-SERIE
             MOVE WS-DOC-PROGR TO SR-PROGR
             ADD 1 TO WS-CTR-PROTOCOLLO
             RELEASE SORT-RECORD
             GO TO RILASCIA-DOCUMENTO-EX.
          IF WS-DOC-ANNO NOT = WS-PARM-ANNO
             GO TO RILASCIA-DOCUMENTO-EX.
          MOVE '2'    TO SR-GRUPPO.
          MOVE SPACES TO SR-SERIE.
          MOVE ZEROES TO SR-PROGR.
          ADD 1 TO WS-CTR-FUORI-PROT.
          RELEASE SORT-RECORD.
       RILASCIA-DOCUMENTO-EX.
          EXIT.

      *----------------------------------------------------------------
      *  STAMPA DELLE ANOMALIE SERIE PER SERIE, CON LA RIGA DI
      *  RIEPILOGO A ROTTURA DI SERIE, POI L'ELENCO DEI DOCUMENTI
      *  FUORI PROTOCOLLO.
      *----------------------------------------------------------------
       STAMPA-CONTROLLO.
          PERFORM STAMPA-INTESTAZIONE THRU STAMPA-INTESTAZIONE-EX.
          PERFORM RITORNA-DOCUMENTO THRU RITORNA-DOCUMENTO-EX.
          PERFORM CONTROLLA-DOCUMENTO THRU CONTROLLA-DOCUMENTO-EX
                  UNTIL EOF-SORT.
          IF NOT WS-PRIMA-SERIE
             PERFORM CHIUDI-SERIE THRU CHIUDI-SERIE-EX.
       STAMPA-CONTROLLO-EX.
          EXIT.

       RITORNA-DOCUMENTO.
          RETURN SORT-WORK AT END MOVE 1 TO SW-FINE-SORT.
       RITORNA-DOCUMENTO-EX.
          EXIT.

       CONTROLLA-DOCUMENTO.
          IF SR-GRUPPO = '2'
             PERFORM STAMPA-FUORI-PROT THRU STAMPA-FUORI-PROT-EX
             GO TO CONTROLLA-DOCUMENTO-RIT.
          IF WS-PRIMA-SERIE
             PERFORM APRI-SERIE THRU APRI-SERIE-EX
          ELSE
             IF SR-SERIE NOT = WS-SERIE-CORRENTE
                PERFORM CHIUDI-SERIE THRU CHIUDI-SERIE-EX
                PERFORM APRI-SERIE THRU APRI-SERIE-EX.
          ADD 1 TO WS-SER-CTR-DOC.
      *   NUMERI SOTTO IL PRIMO DEL PROTOCOLLO (NUMERAZIONE TENUTA A
      *   MANO PRIMA DI NUMFATT): SOLO IL CONTROLLO DEI DOPPI.
          IF SR-PROGR < WS-SER-PRIMO
             IF SR-NUM-FAT = WS-SER-PREC-NUM
                MOVE 'NUMERO DOPPIO' TO WS-D-ANOMALIA
                ADD 1 TO WS-CTR-DOPPI
                PERFORM STAMPA-ANOMALIA THRU STAMPA-ANOMALIA-EX
             END-IF
             MOVE SR-NUM-FAT TO WS-SER-PREC-NUM
             GO TO CONTROLLA-DOCUMENTO-RIT.
          IF SR-PROGR = WS-SER-PREC-PROGR
             MOVE 'NUMERO DOPPIO' TO WS-D-ANOMALIA
             ADD 1 TO WS-CTR-DOPPI
             PERFORM STAMPA-ANOMALIA THRU STAMPA-ANOMALIA-EX.
          IF SR-PROGR > WS-SER-PREC-PROGR + 1
             COMPUTE WS-BUCO-DA = WS-SER-PREC-PROGR + 1
             COMPUTE WS-BUCO-A  = SR-PROGR - 1
             PERFORM STAMPA-BUCO THRU STAMPA-BUCO-EX.
          IF SR-DATA-FATT < WS-SER-PREC-DATA
             MOVE 'DATA ANTERIORE AL NUMERO PRECEDENTE'
                  TO WS-D-ANOMALIA
             ADD 1 TO WS-CTR-FUORI-ORDINE
             PERFORM STAMPA-ANOMALIA THRU STAMPA-ANOMALIA-EX.
          MOVE SR-DATA-FATT TO WS-DOC-DATA-FATT.
          IF WS-DOC-ANNO NOT = WS-PARM-ANNO
             MOVE 'DATA FUORI DALL''ANNO DEL NUMERO' TO WS-D-ANOMALIA
             ADD 1 TO WS-CTR-FUORI-ANNO
             PERFORM STAMPA-ANOMALIA THRU STAMPA-ANOMALIA-EX.
          IF WS-NUMFATT-APERTO
          AND SR-PROGR > WS-SER-ULTIMO
             MOVE 'NUMERO OLTRE L''ULTIMO DEL PROTOCOLLO'
                  TO WS-D-ANOMALIA
             ADD 1 TO WS-CTR-OLTRE-ULTIMO
             PERFORM STAMPA-ANOMALIA THRU STAMPA-ANOMALIA-EX.
          MOVE SR-PROGR     TO WS-SER-PREC-PROGR.
          MOVE SR-NUM-FAT   TO WS-SER-PREC-NUM.
          IF SR-DATA-FATT > WS-SER-PREC-DATA
             MOVE SR-DATA-FATT TO WS-SER-PREC-DATA.
       CONTROLLA-DOCUMENTO-RIT.
          PERFORM RITORNA-DOCUMENTO THRU RITORNA-DOCUMENTO-EX.
       CONTROLLA-DOCUMENTO-EX.
          EXIT.

      *----------------------------------------------------------------
      *  INIZIO SERIE: PRIMO E ULTIMO NUMERO DAL PROTOCOLLO DELL'ANNO
      *  (SENZA PROTOCOLLO SI PARTE DA 1 E L'ULTIMO E' QUELLO VISTO).
      *----------------------------------------------------------------
       APRI-SERIE.
          MOVE 'N'          TO SW-PRIMA-SERIE.
          MOVE SR-SERIE     TO WS-SERIE-CORRENTE.
          MOVE ZEROES       TO WS-SER-CTR-DOC WS-SER-CTR-ANOMALIE.
          MOVE ZEROES       TO WS-SER-PREC-DATA.
          MOVE SPACES       TO WS-SER-PREC-NUM.
          PERFORM LEGGI-PROTOCOLLO THRU LEGGI-PROTOCOLLO-EX.
          COMPUTE WS-SER-PREC-PROGR = WS-SER-PRIMO - 1.
          PERFORM SEGNA-SERIE-VISTA THRU SEGNA-SERIE-VISTA-EX
                  VARYING WS-IND-SERIE FROM 1 BY 1
                  UNTIL WS-IND-SERIE > 3.
       APRI-SERIE-EX.
          EXIT.

       SEGNA-SERIE-VISTA.
          IF WS-TAB-COD-SERIE (WS-IND-SERIE) = WS-SERIE-CORRENTE
             MOVE 'S' TO WS-TAB-SERIE-VISTA (WS-IND-SERIE).
       SEGNA-SERIE-VISTA-EX.
          EXIT.

       LEGGI-PROTOCOLLO.
          MOVE 1      TO WS-SER-PRIMO.
          MOVE ZEROES TO WS-SER-ULTIMO.
          IF NOT WS-NUMFATT-APERTO
             GO TO LEGGI-PROTOCOLLO-EX.
          MOVE WS-PARM-ANNO      TO NUM-ANNO.
          MOVE WS-SERIE-CORRENTE TO NUM-SERIE.
          READ NUMFATT.
          IF FS-NUMFATT NOT = '00'
             GO TO LEGGI-PROTOCOLLO-EX.
          MOVE NUM-ULTIMO TO WS-SER-ULTIMO.
          IF NUM-PRIMO > ZEROES
             MOVE NUM-PRIMO TO WS-SER-PRIMO.
       LEGGI-PROTOCOLLO-EX.
          EXIT.

      *----------------------------------------------------------------
      *  FINE SERIE: I NUMERI DEL PROTOCOLLO DOPO L'ULTIMO PRESENTE IN
      *  ARCHIVIO SONO UN BUCO; POI LA RIGA DI RIEPILOGO DELLA SERIE.
      *----------------------------------------------------------------
       CHIUDI-SERIE.
          IF WS-SER-ULTIMO > WS-SER-PREC-PROGR
             COMPUTE WS-BUCO-DA = WS-SER-PREC-PROGR + 1
             MOVE WS-SER-ULTIMO TO WS-BUCO-A
             PERFORM STAMPA-BUCO THRU STAMPA-BUCO-EX.
          IF WS-STAMPA-RIGHE >= WS-STAMPA-MAX-RIGHE
             PERFORM STAMPA-INTESTAZIONE THRU STAMPA-INTESTAZIONE-EX.
          MOVE WS-SERIE-CORRENTE   TO WS-S-SERIE.
          MOVE WS-SER-CTR-DOC      TO WS-S-DOC.
          MOVE WS-SER-PRIMO        TO WS-S-PRIMO.
          MOVE WS-SER-ULTIMO       TO WS-S-ULTIMO.
          MOVE WS-SER-CTR-ANOMALIE TO WS-S-ANOMALIE.
          MOVE WS-RIGA-SERIE TO REC-CONTROLLO.
          WRITE REC-CONTROLLO AFTER ADVANCING 2 LINES.
          MOVE SPACES TO REC-CONTROLLO.
          WRITE REC-CONTROLLO AFTER ADVANCING 1 LINE.
          ADD 3 TO WS-STAMPA-RIGHE.
       CHIUDI-SERIE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  SERIE CON NUMERI EMESSI SUL PROTOCOLLO MA NESSUN DOCUMENTO IN
      *  ARCHIVIO: TUTTI I NUMERI DAL PRIMO ALL'ULTIMO SONO UN BUCO.
      *----------------------------------------------------------------
       SERIE-SENZA-DOCUMENTI.
          IF WS-TAB-SERIE-VISTA (WS-IND-SERIE) = 'S'
             GO TO SERIE-SENZA-DOCUMENTI-EX.
          MOVE WS-TAB-COD-SERIE (WS-IND-SERIE) TO WS-SERIE-CORRENTE.
          PERFORM LEGGI-PROTOCOLLO THRU LEGGI-PROTOCOLLO-EX.
          IF WS-SER-ULTIMO < WS-SER-PRIMO
             GO TO SERIE-SENZA-DOCUMENTI-EX.
          MOVE ZEROES TO WS-SER-CTR-DOC WS-SER-CTR-ANOMALIE.
          COMPUTE WS-SER-PREC-PROGR = WS-SER-PRIMO - 1.
          PERFORM CHIUDI-SERIE THRU CHIUDI-SERIE-EX.
       SERIE-SENZA-DOCUMENTI-EX.
          EXIT.

       STAMPA-BUCO.
          IF WS-STAMPA-RIGHE >= WS-STAMPA-MAX-RIGHE
             PERFORM STAMPA-INTESTAZIONE THRU STAMPA-INTESTAZIONE-EX.
          MOVE WS-SERIE-CORRENTE TO WS-B-SERIE.
          MOVE WS-BUCO-DA        TO WS-B-DA.
          MOVE WS-BUCO-A         TO WS-B-A.
          MOVE WS-DET-BUCO TO REC-CONTROLLO.
          WRITE REC-CONTROLLO AFTER ADVANCING 1 LINE.
          ADD 1 TO WS-STAMPA-RIGHE.
          ADD 1 TO WS-CTR-BUCHI.
          ADD 1 TO WS-SER-CTR-ANOMALIE.
          ADD 1 TO WS-CTR-ANOMALIE.
       STAMPA-BUCO-EX.
          EXIT.

       STAMPA-ANOMALIA.
          IF WS-STAMPA-RIGHE >= WS-STAMPA-MAX-RIGHE
             PERFORM STAMPA-INTESTAZIONE THRU STAMPA-INTESTAZIONE-EX.
          MOVE SR-SERIE     TO WS-D-SERIE.
          MOVE SR-NUM-FAT   TO WS-D-NUM-FAT.
          MOVE SR-DATA-FATT TO WS-D-DATA-FATT.
          MOVE SR-COD-CLI   TO WS-D-COD-CLI.
          MOVE SR-ORIGINE   TO WS-D-ORIGINE.
          MOVE WS-DET-STAMPA TO REC-CONTROLLO.
          WRITE REC-CONTROLLO AFTER ADVANCING 1 LINE.
          ADD 1 TO WS-STAMPA-RIGHE.
          ADD 1 TO WS-SER-CTR-ANOMALIE.
          ADD 1 TO WS-CTR-ANOMALIE.
       STAMPA-ANOMALIA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  DOCUMENTI DELL'ANNO FUORI PROTOCOLLO: SOLO ELENCO, NON SONO
      *  ANOMALIE DI NUMERAZIONE (NUMERI LIBERI PRECEDENTI A NUMFATT).
      *----------------------------------------------------------------
       STAMPA-FUORI-PROT.
          IF NOT WS-PRIMA-SERIE
             PERFORM CHIUDI-SERIE THRU CHIUDI-SERIE-EX
             MOVE 'S' TO SW-PRIMA-SERIE.
          IF WS-PRIMO-FUORI
             MOVE 'N' TO SW-PRIMO-FUORI
             MOVE SPACES TO REC-CONTROLLO
             MOVE '  DOCUMENTI DELL''ANNO CON NUMERO FUORI PROTOCOLLO'
                  TO REC-CONTROLLO
             WRITE REC-CONTROLLO AFTER ADVANCING 2 LINES
             ADD 2 TO WS-STAMPA-RIGHE.
          IF WS-STAMPA-RIGHE >= WS-STAMPA-MAX-RIGHE
             PERFORM STAMPA-INTESTAZIONE THRU STAMPA-INTESTAZIONE-EX.
          MOVE SPACES       TO WS-D-SERIE.
          MOVE SR-NUM-FAT   TO WS-D-NUM-FAT.
          MOVE SR-DATA-FATT TO WS-D-DATA-FATT.
          MOVE SR-COD-CLI   TO WS-D-COD-CLI.
          MOVE SR-ORIGINE   TO WS-D-ORIGINE.
          MOVE 'NUMERO FUORI PROTOCOLLO' TO WS-D-ANOMALIA.
          MOVE WS-DET-STAMPA TO REC-CONTROLLO.
          WRITE REC-CONTROLLO AFTER ADVANCING 1 LINE.
          ADD 1 TO WS-STAMPA-RIGHE.
       STAMPA-FUORI-PROT-EX.
          EXIT.

       STAMPA-INTESTAZIONE.
          ADD 1 TO WS-STAMPA-PAGINA.
          MOVE WS-STAMPA-PAGINA TO WS-INT-PAGINA.
          MOVE WS-PARM-ANNO     TO WS-INT-ANNO.
          MOVE WS-INT-1 TO REC-CONTROLLO.
          WRITE REC-CONTROLLO AFTER ADVANCING PAGE.
          MOVE WS-INT-2 TO REC-CONTROLLO.
          WRITE REC-CONTROLLO AFTER ADVANCING 2 LINES.
          MOVE SPACES TO REC-CONTROLLO.
          WRITE REC-CONTROLLO AFTER ADVANCING 1 LINE.
          MOVE ZEROES TO WS-STAMPA-RIGHE.
       STAMPA-INTESTAZIONE-EX.
          EXIT.

       STAMPA-TOTALI.
          MOVE SPACES TO REC-CONTROLLO.
          WRITE REC-CONTROLLO AFTER ADVANCING 2 LINES.
          MOVE SPACES TO WS-RIGA-TOTALE.
          MOVE 'DOCUMENTI A PROTOCOLLO' TO WS-TOT-LABEL.
          MOVE WS-CTR-PROTOCOLLO TO WS-TOT-CONTA.
          PERFORM SCRIVI-TOTALE THRU SCRIVI-TOTALE-EX.
          MOVE 'DOCUMENTI FUORI PROTOCOLLO' TO WS-TOT-LABEL.
          MOVE WS-CTR-FUORI-PROT TO WS-TOT-CONTA.
          PERFORM SCRIVI-TOTALE THRU SCRIVI-TOTALE-EX.
          MOVE 'NUMERI DOPPI' TO WS-TOT-LABEL.
          MOVE WS-CTR-DOPPI TO WS-TOT-CONTA.
          PERFORM SCRIVI-TOTALE THRU SCRIVI-TOTALE-EX.
          MOVE 'BUCHI DI NUMERAZIONE' TO WS-TOT-LABEL.
          MOVE WS-CTR-BUCHI TO WS-TOT-CONTA.
          PERFORM SCRIVI-TOTALE THRU SCRIVI-TOTALE-EX.
          MOVE 'DATE FUORI ORDINE' TO WS-TOT-LABEL.
          MOVE WS-CTR-FUORI-ORDINE TO WS-TOT-CONTA.
          PERFORM SCRIVI-TOTALE THRU SCRIVI-TOTALE-EX.
          MOVE 'DATE FUORI ANNO' TO WS-TOT-LABEL.
          MOVE WS-CTR-FUORI-ANNO TO WS-TOT-CONTA.
          PERFORM SCRIVI-TOTALE THRU SCRIVI-TOTALE-EX.
          MOVE 'NUMERI OLTRE IL PROTOCOLLO' TO WS-TOT-LABEL.
          MOVE WS-CTR-OLTRE-ULTIMO TO WS-TOT-CONTA.
          PERFORM SCRIVI-TOTALE THRU SCRIVI-TOTALE-EX.
       STAMPA-TOTALI-EX.
          EXIT.

       SCRIVI-TOTALE.
          MOVE WS-RIGA-TOTALE TO REC-CONTROLLO.
          WRITE REC-CONTROLLO AFTER ADVANCING 1 LINE.
       SCRIVI-TOTALE-EX.
          EXIT.

       OP-FINALI.
          CLOSE FFATTURE, CONTROLLO.
          IF WS-FATTARC-APERTO
             CLOSE FFATTARC.
          IF WS-NUMFATT-APERTO
             CLOSE NUMFATT.
          DISPLAY 'DOCUMENTI LETTI (VIVO):    ' WS-CTR-LETTI-VIVO.
          DISPLAY 'DOCUMENTI LETTI (STORICO): ' WS-CTR-LETTI-ARC.
          DISPLAY 'DOCUMENTI A PROTOCOLLO:    ' WS-CTR-PROTOCOLLO.
          DISPLAY 'FUORI PROTOCOLLO:          ' WS-CTR-FUORI-PROT.
          DISPLAY 'ANOMALIE DI NUMERAZIONE:   ' WS-CTR-ANOMALIE.
          IF WS-CTR-ANOMALIE > ZEROES
             DISPLAY 'VERIFICARE LE ANOMALIE PRIMA DI LANCIARE REGIVA'
             MOVE 4 TO RETURN-CODE.
       OP-FINALI-EX.
          EXIT.
