      ******************************************************************
      *  REGISTRO IVA ACQUISTI: ELENCA I DOCUMENTI DEI FORNITORI
      *  (FATTACQ, CARICATI CON INSFATTACQ) CON DATA DI REGISTRAZIONE
      *  NEL PERIODO RICHIESTO, IN ORDINE DI DATA DI REGISTRAZIONE,
      *  CON UN NUMERO DI PROTOCOLLO PROGRESSIVO PER DOCUMENTO E UNA
      *  RIGA PER OGNI ALIQUOTA DEL DOCUMENTO, E CHIUDE CON IL
      *  RIEPILOGO PER ALIQUOTA DI IMPONIBILE, IMPOSTA DETRAIBILE E
      *  IMPOSTA INDETRAIBILE. LE NOTE DI CREDITO DEI FORNITORI
      *  ENTRANO CON SEGNO NEGATIVO. L'IMPOSTA DETRAIBILE DEL PERIODO
      *  E' LA STESSA CHE REGIVA PORTA IN DETRAZIONE NELLA
      *  LIQUIDAZIONE.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. REGIVAACQ.
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

           SELECT REGISTRO ASSIGN TO PRINTER-REGACQ
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REGISTRO.

           SELECT SORT-WORK ASSIGN TO FORMATFILE-SORTWORK.

       DATA DIVISION.

       FILE SECTION.
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
           05 FILLER           PIC X(23).

       FD REGISTRO
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REC-REGISTRO.
       01 REC-REGISTRO         PIC X(132).

      *----------------------------------------------------------------
      *  UNA RIGA DI SORT PER OGNI RIGA IVA USATA DEL DOCUMENTO, GIA'
      *  CON GLI IMPORTI SEGNATI (NOTE DI CREDITO NEGATIVE).
      *----------------------------------------------------------------
       SD SORT-WORK.
       01 SORT-RECORD.
           05 SR-DATA-REG      PIC 9(8).
           05 SR-COD-FOR       PIC 9(5).
           05 SR-ANNO-DOC      PIC 9(4).
           05 SR-NUM-DOC       PIC X(12).
           05 SR-RIGA          PIC 9(1).
           05 SR-DATA-DOC      PIC 9(8).
           05 SR-TIPO-DOC      PIC X.
           05 SR-DETRAIBILE    PIC X.
           05 SR-ALIQUOTA      PIC 9(2).
           05 SR-IMPONIB       PIC S9(14).
           05 SR-IMPOSTA       PIC S9(14).

       WORKING-STORAGE SECTION.

       01 FS-FATTACQ                 PIC 9(2) VALUE ZEROES.
       01 FS-FORNITORI               PIC 9(2) VALUE ZEROES.
       01 FS-REGISTRO                PIC 9(2) VALUE ZEROES.

       01 SW-FINE-ACQ                PIC 9(1) VALUE ZEROES.
           88 EOF-ACQ                 VALUE 1.
       01 SW-FINE-SORT               PIC 9(1) VALUE ZEROES.
           88 EOF-SORT                VALUE 1.
       01 SW-FORNITORI-APERTO        PIC X(1) VALUE 'N'.
           88 WS-FORNITORI-APERTO     VALUE 'S'.

       01 WS-CAMPI-CONTATORI.
           05 WS-CTR-DOC-LETTI        PIC 9(7) VALUE ZEROES.
           05 WS-CTR-DOC-REGISTRO     PIC 9(7) VALUE ZEROES.
           05 WS-CTR-RIGHE-REGISTRO   PIC 9(7) VALUE ZEROES.

       01 WS-PARAMETRI-PERIODO.
           05 WS-PARM-DATA-DA        PIC 9(8) VALUE ZEROES.
           05 WS-PARM-DATA-A         PIC 9(8) VALUE ZEROES.
      *    ULTIMO PROTOCOLLO DEL PERIODO PRECEDENTE: LA NUMERAZIONE
      *    DEL REGISTRO PROSEGUE DA QUI.
           05 WS-PARM-ULT-PROT       PIC 9(6) VALUE ZEROES.

       01 WS-IND-RIGA                PIC 9(1) VALUE ZEROES.
       01 WS-PROTOCOLLO              PIC 9(6) VALUE ZEROES.
       01 WS-DOC-PRECEDENTE.
           05 WS-PREC-COD-FOR        PIC 9(5)  VALUE ZEROES.
           05 WS-PREC-ANNO-DOC       PIC 9(4)  VALUE ZEROES.
           05 WS-PREC-NUM-DOC        PIC X(12) VALUE SPACES.
       01 WS-DOC-CORRENTE.
           05 WS-CORR-COD-FOR        PIC 9(5)  VALUE ZEROES.
           05 WS-CORR-ANNO-DOC       PIC 9(4)  VALUE ZEROES.
           05 WS-CORR-NUM-DOC        PIC X(12) VALUE SPACES.

      *----------------------------------------------------------------
      *  TOTALI DEL REGISTRO PER ALIQUOTA (0/4/10/22 E 'ALTRE' PER
      *  EVENTUALI ALIQUOTE NON AMMESSE): IMPONIBILE, IMPOSTA
      *  DETRAIBILE E IMPOSTA INDETRAIBILE.
      *----------------------------------------------------------------
       01 WS-TOT-REGISTRO.
           05 WS-TOT-ALIQ OCCURS 5 TIMES.
              07 WS-TOT-IMPONIB      PIC S9(15) COMP-3.
              07 WS-TOT-IVA-DETR     PIC S9(15) COMP-3.
              07 WS-TOT-IVA-INDETR   PIC S9(15) COMP-3.
       01 WS-IND-ALIQ                PIC 9(1) VALUE ZEROES.
       01 WS-TOT-GEN-IMPONIB         PIC S9(15) COMP-3 VALUE ZEROES.
       01 WS-TOT-GEN-DETR            PIC S9(15) COMP-3 VALUE ZEROES.
       01 WS-TOT-GEN-INDETR          PIC S9(15) COMP-3 VALUE ZEROES.

       01 WS-STAMPA-PAGINA           PIC 9(3)  VALUE ZEROES.
       01 WS-STAMPA-RIGHE            PIC 9(2)  VALUE ZEROES.
       01 WS-STAMPA-MAX-RIGHE        PIC 9(2)  VALUE 50.

       01 WS-INT-1.
           05 FILLER     PIC X(35) VALUE SPACES.
           05 FILLER     PIC X(34)
              VALUE 'REGIVAACQ - REGISTRO IVA ACQUISTI'.
           05 FILLER     PIC X(4)  VALUE 'DAL '.
           05 WS-INT-DATA-DA PIC 9(8).
           05 FILLER     PIC X(4)  VALUE ' AL '.
           05 WS-INT-DATA-A  PIC 9(8).
           05 FILLER     PIC X(28) VALUE SPACES.
           05 FILLER     PIC X(5)  VALUE 'PAG. '.
           05 WS-INT-PAGINA PIC ZZ9.

       01 WS-INT-2.
           05 FILLER     PIC X(2)  VALUE SPACES.
           05 FILLER     PIC X(8)  VALUE 'PROT.'.
           05 FILLER     PIC X(10) VALUE 'DATA REG.'.
           05 FILLER     PIC X(7)  VALUE 'FORN.'.
           05 FILLER     PIC X(22) VALUE 'RAGIONE SOCIALE'.
           05 FILLER     PIC X(14) VALUE 'NUM.DOC.'.
           05 FILLER     PIC X(10) VALUE 'DATA DOC.'.
           05 FILLER     PIC X(4)  VALUE 'TP'.
           05 FILLER     PIC X(5)  VALUE 'ALIQ'.
           05 FILLER     PIC X(15) VALUE 'IMPONIBILE'.
           05 FILLER     PIC X(15) VALUE 'IMPOSTA'.
           05 FILLER     PIC X(5)  VALUE 'DETR'.

       01 WS-DET-STAMPA.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-PROT      PIC Z(5)9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-DATA-REG  PIC 9(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-COD-FOR   PIC 9(5).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-RAG-SOC   PIC X(20).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-NUM-DOC   PIC X(12).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-DATA-DOC  PIC 9(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-TIPO-DOC  PIC X(2).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-ALIQUOTA  PIC Z9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-IMPONIB   PIC Z(9)9,99-.
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-D-IMPOSTA   PIC Z(9)9,99-.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-DETRAIB   PIC X(1).

       01 WS-RIGA-RIEPILOGO.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RIE-LABEL   PIC X(30) VALUE SPACES.
           05 FILLER         PIC X(4)  VALUE SPACES.
           05 WS-RIE-IMPON-E PIC Z(9)9,99-.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RIE-DETR-E  PIC Z(9)9,99-.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RIE-INDET-E PIC Z(9)9,99-.

       01 WS-INT-RIEPILOGO.
           05 FILLER     PIC X(36) VALUE SPACES.
           05 FILLER     PIC X(16) VALUE '      IMPONIBILE'.
           05 FILLER     PIC X(16) VALUE ' IVA DETRAIBILE'.
           05 FILLER     PIC X(16) VALUE ' IVA INDETRAIB.'.

       PROCEDURE DIVISION.

       INIZIO.
          PERFORM OP-INIZIALI THRU OP-INIZIALI-EX.
          SORT SORT-WORK ON ASCENDING KEY SR-DATA-REG SR-COD-FOR
                                          SR-ANNO-DOC SR-NUM-DOC
                                          SR-RIGA
               INPUT PROCEDURE SELEZIONA-DOCUMENTI
                     THRU SELEZIONA-DOCUMENTI-EX
               OUTPUT PROCEDURE STAMPA-REGISTRO
                     THRU STAMPA-REGISTRO-EX.
          PERFORM STAMPA-RIEPILOGO THRU STAMPA-RIEPILOGO-EX.
          PERFORM OP-FINALI THRU OP-FINALI-EX.
          STOP RUN.

       OP-INIZIALI.
          DISPLAY 'DATA INIZIO PERIODO (AAAAMMGG): '.
          ACCEPT WS-PARM-DATA-DA.
          DISPLAY 'DATA FINE PERIODO   (AAAAMMGG): '.
          ACCEPT WS-PARM-DATA-A.
          IF WS-PARM-DATA-A = ZEROES
             MOVE 99999999 TO WS-PARM-DATA-A.
          DISPLAY 'ULTIMO PROTOCOLLO DEL PERIODO PRECEDENTE: '.
          ACCEPT WS-PARM-ULT-PROT.
          MOVE WS-PARM-ULT-PROT TO WS-PROTOCOLLO.
          INITIALIZE WS-TOT-REGISTRO.
          OPEN INPUT FATTACQ.
          IF FS-FATTACQ NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE FATTACQ - FS=' FS-FATTACQ
             STOP RUN WITH ERROR STATUS 16.
          OPEN INPUT FORNITORI.
          IF FS-FORNITORI = '00'
             MOVE 'S' TO SW-FORNITORI-APERTO
          ELSE
             DISPLAY 'FORNITORI NON DISPONIBILE: REGISTRO SENZA '
                     'RAGIONE SOCIALE'.
          OPEN OUTPUT REGISTRO.
          IF FS-REGISTRO NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE IL REPORT - FS=' FS-REGISTRO
             STOP RUN WITH ERROR STATUS 16.
       OP-INIZIALI-EX.
          EXIT.

      *----------------------------------------------------------------
      *  RILASCIA AL SORT UNA RIGA PER OGNI RIGA IVA USATA DEI
      *  DOCUMENTI REGISTRATI NEL PERIODO.
      *----------------------------------------------------------------
       SELEZIONA-DOCUMENTI.
          MOVE LOW-VALUES TO KEY-FATTACQ.
          START FATTACQ KEY IS NOT LESS THAN KEY-FATTACQ
                INVALID KEY MOVE 1 TO SW-FINE-ACQ.
          IF NOT EOF-ACQ
             PERFORM LETTURA-ACQ THRU LETTURA-ACQ-EX.
          PERFORM RILASCIA-DOCUMENTO THRU RILASCIA-DOCUMENTO-EX
                  UNTIL EOF-ACQ.
       SELEZIONA-DOCUMENTI-EX.
          EXIT.

       RILASCIA-DOCUMENTO.
          IF ACQ-DATA-REG >= WS-PARM-DATA-DA
          AND ACQ-DATA-REG <= WS-PARM-DATA-A
             PERFORM RILASCIA-RIGA THRU RILASCIA-RIGA-EX
                     VARYING WS-IND-RIGA FROM 1 BY 1
                     UNTIL WS-IND-RIGA > 3.
          PERFORM LETTURA-ACQ THRU LETTURA-ACQ-EX.
       RILASCIA-DOCUMENTO-EX.
          EXIT.

       RILASCIA-RIGA.
          IF ACQ-IMPONIB (WS-IND-RIGA) = ZEROES
          AND ACQ-IMPOSTA (WS-IND-RIGA) = ZEROES
             GO TO RILASCIA-RIGA-EX.
          MOVE ACQ-DATA-REG   TO SR-DATA-REG.
          MOVE ACQ-COD-FOR    TO SR-COD-FOR.
          MOVE ACQ-ANNO-DOC   TO SR-ANNO-DOC.
          MOVE ACQ-NUM-DOC    TO SR-NUM-DOC.
          MOVE WS-IND-RIGA    TO SR-RIGA.
          MOVE ACQ-DATA-DOC   TO SR-DATA-DOC.
          MOVE ACQ-TIPO-DOC   TO SR-TIPO-DOC.
          MOVE ACQ-DETRAIBILE TO SR-DETRAIBILE.
          MOVE ACQ-ALIQUOTA (WS-IND-RIGA) TO SR-ALIQUOTA.
          IF ACQ-DOC-NOTA-CRED
             COMPUTE SR-IMPONIB = ZERO - ACQ-IMPONIB (WS-IND-RIGA)
             COMPUTE SR-IMPOSTA = ZERO - ACQ-IMPOSTA (WS-IND-RIGA)
          ELSE
             MOVE ACQ-IMPONIB (WS-IND-RIGA) TO SR-IMPONIB
             MOVE ACQ-IMPOSTA (WS-IND-RIGA) TO SR-IMPOSTA.
          RELEASE SORT-RECORD.
       RILASCIA-RIGA-EX.
          EXIT.

       LETTURA-ACQ.
          READ FATTACQ NEXT AT END MOVE 1 TO SW-FINE-ACQ
                       GO TO LETTURA-ACQ-EX.
          IF FS-FATTACQ NOT = '00' AND FS-FATTACQ NOT = '10'
             DISPLAY 'ERRORE IN LETTURA FATTACQ - FS=' FS-FATTACQ
             MOVE 1 TO SW-FINE-ACQ
             GO TO LETTURA-ACQ-EX.
          ADD 1 TO WS-CTR-DOC-LETTI.
       LETTURA-ACQ-EX.
          EXIT.

      *----------------------------------------------------------------
      *  STAMPA DEL REGISTRO IN ORDINE DI DATA DI REGISTRAZIONE: IL
      *  PROTOCOLLO AVANZA A OGNI CAMBIO DI DOCUMENTO; LE RIGHE
      *  SUCCESSIVE DELLO STESSO DOCUMENTO RIPORTANO SOLO ALIQUOTA E
      *  IMPORTI.
      *----------------------------------------------------------------
       STAMPA-REGISTRO.
          PERFORM STAMPA-INTESTAZIONE THRU STAMPA-INTESTAZIONE-EX.
          PERFORM RITORNA-RIGA THRU RITORNA-RIGA-EX.
          PERFORM STAMPA-DETTAGLIO THRU STAMPA-DETTAGLIO-EX
                  UNTIL EOF-SORT.
       STAMPA-REGISTRO-EX.
          EXIT.

       RITORNA-RIGA.
          RETURN SORT-WORK AT END MOVE 1 TO SW-FINE-SORT.
       RITORNA-RIGA-EX.
          EXIT.

       STAMPA-DETTAGLIO.
          IF WS-STAMPA-RIGHE >= WS-STAMPA-MAX-RIGHE
             PERFORM STAMPA-INTESTAZIONE THRU STAMPA-INTESTAZIONE-EX.
          MOVE SPACES TO WS-DET-STAMPA.
          MOVE SR-COD-FOR  TO WS-CORR-COD-FOR.
          MOVE SR-ANNO-DOC TO WS-CORR-ANNO-DOC.
          MOVE SR-NUM-DOC  TO WS-CORR-NUM-DOC.
          IF WS-DOC-CORRENTE NOT = WS-DOC-PRECEDENTE
             ADD 1 TO WS-PROTOCOLLO
             ADD 1 TO WS-CTR-DOC-REGISTRO
             MOVE WS-DOC-CORRENTE TO WS-DOC-PRECEDENTE
             MOVE WS-PROTOCOLLO TO WS-D-PROT
             MOVE SR-DATA-REG   TO WS-D-DATA-REG
             MOVE SR-COD-FOR    TO WS-D-COD-FOR
             PERFORM CERCA-FORNITORE THRU CERCA-FORNITORE-EX
             MOVE SR-NUM-DOC    TO WS-D-NUM-DOC
             MOVE SR-DATA-DOC   TO WS-D-DATA-DOC
             IF SR-TIPO-DOC = 'N'
                MOVE 'NC' TO WS-D-TIPO-DOC
             ELSE
                MOVE 'FT' TO WS-D-TIPO-DOC
             END-IF
          END-IF.
          MOVE SR-ALIQUOTA   TO WS-D-ALIQUOTA.
          MOVE SR-IMPONIB    TO WS-D-IMPONIB.
          MOVE SR-IMPOSTA    TO WS-D-IMPOSTA.
          MOVE SR-DETRAIBILE TO WS-D-DETRAIB.
          MOVE WS-DET-STAMPA TO REC-REGISTRO.
          WRITE REC-REGISTRO AFTER ADVANCING 1 LINE.
          ADD 1 TO WS-STAMPA-RIGHE.
          ADD 1 TO WS-CTR-RIGHE-REGISTRO.
          EVALUATE SR-ALIQUOTA
             WHEN 0  MOVE 1 TO WS-IND-ALIQ
             WHEN 4  MOVE 2 TO WS-IND-ALIQ
             WHEN 10 MOVE 3 TO WS-IND-ALIQ
             WHEN 22 MOVE 4 TO WS-IND-ALIQ
             WHEN OTHER MOVE 5 TO WS-IND-ALIQ
          END-EVALUATE.
          ADD SR-IMPONIB TO WS-TOT-IMPONIB (WS-IND-ALIQ).
          IF SR-DETRAIBILE = 'S'
             ADD SR-IMPOSTA TO WS-TOT-IVA-DETR (WS-IND-ALIQ)
          ELSE
             ADD SR-IMPOSTA TO WS-TOT-IVA-INDETR (WS-IND-ALIQ).
          PERFORM RITORNA-RIGA THRU RITORNA-RIGA-EX.
       STAMPA-DETTAGLIO-EX.
          EXIT.

       CERCA-FORNITORE.
          MOVE SPACES TO WS-D-RAG-SOC.
          IF NOT WS-FORNITORI-APERTO
             GO TO CERCA-FORNITORE-EX.
          MOVE SR-COD-FOR TO FOR-COD-FOR.
          READ FORNITORI.
          IF FS-FORNITORI = '00'
             MOVE FOR-RAG-SOC TO WS-D-RAG-SOC
          ELSE
             MOVE '*** NON IN ANAGRAFICA' TO WS-D-RAG-SOC.
       CERCA-FORNITORE-EX.
          EXIT.

       STAMPA-INTESTAZIONE.
          ADD 1 TO WS-STAMPA-PAGINA.
          MOVE WS-STAMPA-PAGINA TO WS-INT-PAGINA.
          MOVE WS-PARM-DATA-DA TO WS-INT-DATA-DA.
          MOVE WS-PARM-DATA-A  TO WS-INT-DATA-A.
          MOVE WS-INT-1 TO REC-REGISTRO.
          WRITE REC-REGISTRO AFTER ADVANCING PAGE.
          MOVE WS-INT-2 TO REC-REGISTRO.
          WRITE REC-REGISTRO AFTER ADVANCING 2 LINES.
          MOVE SPACES TO REC-REGISTRO.
          WRITE REC-REGISTRO AFTER ADVANCING 1 LINE.
          MOVE ZEROES TO WS-STAMPA-RIGHE.
       STAMPA-INTESTAZIONE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  RIEPILOGO PER ALIQUOTA DEL PERIODO E TOTALE GENERALE.
      *----------------------------------------------------------------
       STAMPA-RIEPILOGO.
          MOVE SPACES TO REC-REGISTRO.
          WRITE REC-REGISTRO AFTER ADVANCING PAGE.
          MOVE 'RIEPILOGO DEL REGISTRO ACQUISTI DEL PERIODO'
               TO REC-REGISTRO.
          WRITE REC-REGISTRO AFTER ADVANCING 2 LINES.
          MOVE WS-INT-RIEPILOGO TO REC-REGISTRO.
          WRITE REC-REGISTRO AFTER ADVANCING 2 LINES.
          PERFORM STAMPA-RIGA-ALIQUOTA THRU STAMPA-RIGA-ALIQUOTA-EX
                  VARYING WS-IND-ALIQ FROM 1 BY 1
                  UNTIL WS-IND-ALIQ > 5.
          MOVE SPACES TO WS-RIGA-RIEPILOGO.
          MOVE 'TOTALE PERIODO' TO WS-RIE-LABEL.
          MOVE WS-TOT-GEN-IMPONIB TO WS-RIE-IMPON-E.
          MOVE WS-TOT-GEN-DETR    TO WS-RIE-DETR-E.
          MOVE WS-TOT-GEN-INDETR  TO WS-RIE-INDET-E.
          MOVE WS-RIGA-RIEPILOGO TO REC-REGISTRO.
          WRITE REC-REGISTRO AFTER ADVANCING 2 LINES.
          MOVE SPACES TO REC-REGISTRO.
          STRING '  ULTIMO PROTOCOLLO DEL PERIODO: ' DELIMITED BY SIZE
                 WS-PROTOCOLLO DELIMITED BY SIZE
                 INTO REC-REGISTRO.
          WRITE REC-REGISTRO AFTER ADVANCING 2 LINES.
       STAMPA-RIEPILOGO-EX.
          EXIT.

       STAMPA-RIGA-ALIQUOTA.
          ADD WS-TOT-IMPONIB (WS-IND-ALIQ)    TO WS-TOT-GEN-IMPONIB.
          ADD WS-TOT-IVA-DETR (WS-IND-ALIQ)   TO WS-TOT-GEN-DETR.
          ADD WS-TOT-IVA-INDETR (WS-IND-ALIQ) TO WS-TOT-GEN-INDETR.
          IF WS-IND-ALIQ = 5
          AND WS-TOT-IMPONIB (5) = ZEROES
          AND WS-TOT-IVA-DETR (5) = ZEROES
          AND WS-TOT-IVA-INDETR (5) = ZEROES
             GO TO STAMPA-RIGA-ALIQUOTA-EX.
          MOVE SPACES TO WS-RIGA-RIEPILOGO.
          EVALUATE WS-IND-ALIQ
             WHEN 1 MOVE 'ESENTI / NON IMPONIBILI' TO WS-RIE-LABEL
             WHEN 2 MOVE 'ALIQUOTA  4%' TO WS-RIE-LABEL
             WHEN 3 MOVE 'ALIQUOTA 10%' TO WS-RIE-LABEL
             WHEN 4 MOVE 'ALIQUOTA 22%' TO WS-RIE-LABEL
             WHEN 5 MOVE 'ALIQUOTE NON AMMESSE (VERIFICARE)'
                         TO WS-RIE-LABEL
          END-EVALUATE.
          MOVE WS-TOT-IMPONIB (WS-IND-ALIQ)    TO WS-RIE-IMPON-E.
          MOVE WS-TOT-IVA-DETR (WS-IND-ALIQ)   TO WS-RIE-DETR-E.
          MOVE WS-TOT-IVA-INDETR (WS-IND-ALIQ) TO WS-RIE-INDET-E.
          MOVE WS-RIGA-RIEPILOGO TO REC-REGISTRO.
          WRITE REC-REGISTRO AFTER ADVANCING 1 LINE.
       STAMPA-RIGA-ALIQUOTA-EX.
          EXIT.

       OP-FINALI.
          CLOSE FATTACQ, REGISTRO.
          IF WS-FORNITORI-APERTO
             CLOSE FORNITORI.
          DISPLAY 'DOCUMENTI LETTI:       ' WS-CTR-DOC-LETTI.
          DISPLAY 'DOCUMENTI A REGISTRO:  ' WS-CTR-DOC-REGISTRO.
          DISPLAY 'RIGHE A REGISTRO:      ' WS-CTR-RIGHE-REGISTRO.
       OP-FINALI-EX.
          EXIT.
