      *                NUOVO. IL VERSAMENTO SI REGISTRA CON IL NUOVO
      *                PROGRAMMA LIQVERSA. IL RIEPILOGO DI
      *                LIQUIDAZIONE STAMPA ANCHE QUESTE RIGHE.
      * 03-09-2026 MB  LA LIQUIDAZIONE DETRAE L'IVA DEGLI ACQUISTI: DA
      *                FATTACQ (DOCUMENTI FORNITORI CON DATA DI
      *                REGISTRAZIONE NEL PERIODO) SI TOTALIZZA L'IMPOSTA
      *                DETRAIBILE, CHE SI COMPENSA CON L'IVA VENDITE
      *                PRIMA DEL CREDITO RIPORTATO; L'INDETRAIBILE SI
      *                STAMPA SOLO PER MEMORIA. LIQIVA PASSA A 150
      *                CARATTERI CON I TOTALI ACQUISTI (CONVLIQ).
      * 05-09-2026 MB  UN DOCUMENTO CON RIGHE DI DETTAGLIO (FATRIGHE)
      *                ENTRA A REGISTRO CON UNA RIGA PER ALIQUOTA
      *                (IMPONIBILE DELLE RIGHE E IVA SUL TOTALE
      *                DELL'ALIQUOTA), COSI' I TOTALI DI LIQUIDAZIONE
      *                PER ALIQUOTA SONO ESATTI ANCHE PER I DOCUMENTI A
      *                PIU' ALIQUOTE. FATRIGHE E' FACOLTATIVO.
      * 10-09-2026 MB  CODICE IVA SUI DOCUMENTI (TABELLA CODIVA): IL
      *                REGISTRO RIPORTA LA NATURA (O 'SPLIT') DI OGNI
      *                RIGA; NEL RIEPILOGO LE OPERAZIONI CON NATURA
      *                (ESENTI, NON IMPONIBILI, REVERSE CHARGE...) SI
      *                TOTALIZZANO PER NATURA E QUELLE IN SPLIT PAYMENT
      *                A PARTE: LA LORO IVA LA VERSA L'ENTE PUBBLICO E
      *                NON ENTRA NELL'IVA DOVUTA. CODIVA E'
      *                FACOLTATIVO.
      * 15-10-2026 MB  LA DATA DI LAVORO DEL RUN E' LA DATA CONTABILE
      *                (ROUTINE DATACONT, AVANZATA SOLO DAL FINE
      *                GIORNATA FINEGG DI CATENA) E NON PIU' LA DATA DI
      *                SISTEMA; AVVISO A VIDEO SE IL PROGRAMMA PARTE IN
      *                UN GIORNO NON LAVORATIVO.
      * 15-10-2026 MB  BLOCCO DEI PERIODI LIQUIDATI (ROUTINE PERIVA):
      *                CON IL PERIODO DI MASTRO I MESI DEL REGISTRO
      *                VANNO IN CHIUSURA ALL'INIZIO DEL RUN E SONO
      *                CHIUSI QUANDO LA LIQUIDAZIONE E' SCRITTA SU
      *                LIQIVA; DA QUEL MOMENTO NESSUN DOCUMENTO CON
      *                DATA NEL MESE ENTRA PIU' IN FFATTURE SENZA UNA
      *                RIAPERTURA DA GESPERIVA. UN REGISTRO A PERIODO
      *                SPAZI (PROVVISORIO) NON BLOCCA NULLA.
      * 15-10-2026 MB  SOLO FATTACQ NON ANCORA CREATO (FS 35) VALE
      *                COME NESSUN ACQUISTO; OGNI ALTRO ERRORE SU
      *                FATTACQ LASCIA LIQIVA NON SCRITTO E I MESI IN
      *                CHIUSURA, CON RETURN-CODE 16.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           RECORD KEY IS KEY-LIQIVA
           FILE STATUS IS FS-LIQIVA.

           SELECT FATTACQ ASSIGN TO DATABASE-FATTACQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-FATTACQ
           FILE STATUS IS FS-FATTACQ.

           SELECT FATRIGHE ASSIGN TO DATABASE-FATRIGHE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-FATRIGHE
           FILE STATUS IS FS-FATRIGHE.

           SELECT CODIVA ASSIGN TO DATABASE-CODIVA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-CODIVA
           FILE STATUS IS FS-CODIVA.

       DATA DIVISION.

       FILE SECTION.
              88 FFAT-DOC-IN-EURO VALUE 'EUR' '   '.
           05 FFAT-CAMBIO      PIC 9(3)V9(6) COMP-3.
           05 FFAT-IMP-DIVISA  PIC 9(14) COMP-3.
      *    CODICE IVA (TABELLA CODIVA); SPAZI = REGIME ORDINARIO.
           05 FFAT-COD-IVA     PIC X(4).
           05 FILLER           PIC X(4).

       FD REGISTRO
           LABEL RECORD IS OMITTED
      *  MASTRO DELLE LIQUIDAZIONI IVA: UN RECORD PER PERIODO CON
      *  IMPONIBILE E IMPOSTA PER ALIQUOTA, CREDITO RIPORTATO DAL
      *  PERIODO PRECEDENTE, IVA DOVUTA O CREDITO A NUOVO E, DOPO
      *  LIQVERSA, IMPORTO E DATA DEL VERSAMENTO. IN CODA I TOTALI
      *  DEGLI ACQUISTI DEL PERIODO: IMPONIBILE, IVA DETRAIBILE
      *  (COMPENSATA NELLA LIQUIDAZIONE) E IVA INDETRAIBILE.
      *----------------------------------------------------------------
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

      *----------------------------------------------------------------
      *  DOCUMENTI DEI FORNITORI (VEDI INSFATTACQ): SI LEGGONO SOLO
      *  PER TOTALIZZARE L'IVA DEGLI ACQUISTI DEL PERIODO.
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

      *----------------------------------------------------------------
      *  RIGHE DI DETTAGLIO DELLE FATTURE (VEDI INSFATTURE).
      *----------------------------------------------------------------
       FD FATRIGHE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS REC-FATRIGHE.
       01 REC-FATRIGHE.
           05 KEY-FATRIGHE.
             07 RIG-COD-CLI    PIC 9(5).
             07 RIG-NUM-FAT    PIC X(8).
             07 RIG-NUM-RIGA   PIC 9(3).
           05 RIG-DESCRIZIONE  PIC X(40).
           05 RIG-QUANTITA     PIC 9(7)V99 COMP-3.
           05 RIG-PREZZO-UNIT  PIC 9(9)V99 COMP-3.
           05 RIG-SCONTO       PIC 9(2)V99.
           05 RIG-ALIQUOTA     PIC 9(2).
           05 RIG-IMPONIB      PIC 9(14) COMP-3.
           05 FILLER           PIC X(39).

      *----------------------------------------------------------------
      *  TABELLA CODICI IVA (VEDI GESCODIVA): NATURA ED ESIGIBILITA'
      *  DEI DOCUMENTI NON A REGIME ORDINARIO.
      *----------------------------------------------------------------
       FD CODIVA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REC-CODIVA.
       01 REC-CODIVA.
           05 KEY-CODIVA.
             07 CIV-CODICE     PIC X(4).
           05 CIV-DESCRIZIONE  PIC X(30).
           05 CIV-ALIQUOTA     PIC 9(2).
           05 CIV-NATURA       PIC X(4).
           05 CIV-ESIGIBILITA  PIC X.
              88 CIV-ESIG-SPLIT     VALUE 'S'.
           05 CIV-RIF-NORMA    PIC X(50).
           05 FILLER           PIC X(9).

       SD SORT-WORK.
       01 SORT-RECORD.
           05 SR-TIPO-DOC      PIC X.
           05 SR-DIVISA        PIC X(3).
           05 SR-IMP-DIVISA    PIC S9(14).
      *    NATURA DEL CODICE IVA (SPAZI = REGIME ORDINARIO) E
      *    ESIGIBILITA' ('S' = SPLIT PAYMENT).
           05 SR-NATURA        PIC X(4).
           05 SR-ESIGIBILITA   PIC X.

       WORKING-STORAGE SECTION.

       01 FS-FATTURE                 PIC 9(2) VALUE ZEROES.
       01 FS-REGISTRO                PIC 9(2) VALUE ZEROES.
       01 FS-LIQIVA                  PIC 9(2) VALUE ZEROES.
       01 FS-FATTACQ                 PIC 9(2) VALUE ZEROES.
       01 FS-FATRIGHE                PIC 9(2) VALUE ZEROES.
       01 FS-CODIVA                  PIC 9(2) VALUE ZEROES.

       01 SW-FINE-FAT                PIC 9(1) VALUE ZEROES.
           88 EOF-FAT                 VALUE 1.
       01 SW-FINE-SORT               PIC 9(1) VALUE ZEROES.
           88 EOF-SORT                VALUE 1.
       01 SW-FINE-ACQ                PIC 9(1) VALUE ZEROES.
           88 EOF-ACQ                 VALUE 1.
       01 SW-ACQ-ERRATI              PIC X(1) VALUE 'N'.
           88 WS-ACQ-ERRATI           VALUE 'S'.
       01 SW-FINE-RIGHE              PIC 9(1) VALUE ZEROES.
           88 EOF-RIGHE               VALUE 1.
       01 SW-FATRIGHE-APERTO         PIC X(1) VALUE 'N'.
           88 WS-FATRIGHE-APERTO      VALUE 'S'.
       01 SW-CODIVA-APERTO           PIC X(1) VALUE 'N'.
           88 WS-CODIVA-APERTO        VALUE 'S'.

      *----------------------------------------------------------------
      *  RIGHE DEL DOCUMENTO IN SELEZIONE: IMPONIBILE PER ALIQUOTA E
      *  IVA SUL TOTALE DI OGNI ALIQUOTA (COME INSFATTURE HA RICAVATO
      *  LA TESTATA); WS-RIL-... E' LA RIGA DI REGISTRO DA RILASCIARE.
      *----------------------------------------------------------------
       01 WS-RIGHE-DOC.
           05 WS-RIG-CTR             PIC 9(3)  VALUE ZEROES.
           05 WS-RIG-IMP-00          PIC 9(14) VALUE ZEROES.
           05 WS-RIG-IMP-04          PIC 9(14) VALUE ZEROES.
           05 WS-RIG-IMP-10          PIC 9(14) VALUE ZEROES.
           05 WS-RIG-IMP-22          PIC 9(14) VALUE ZEROES.
       01 WS-RIL-ALIQUOTA            PIC 9(2)  VALUE ZEROES.
       01 WS-RIL-IMPONIB             PIC S9(15) VALUE ZEROES.
       01 WS-RIL-IVA                 PIC S9(15) VALUE ZEROES.
       01 SW-PRIMA-ALIQUOTA          PIC X(1) VALUE 'S'.
           88 WS-PRIMA-ALIQUOTA       VALUE 'S'.

       01 WS-CAMPI-CONTATORI.
           05 WS-CTR-REC-LETTI        PIC 9(7) VALUE ZEROES.
           05 WS-CTR-REC-REGISTRO     PIC 9(7) VALUE ZEROES.
           05 WS-CTR-DOC-ACQUISTI     PIC 9(7) VALUE ZEROES.

      *----------------------------------------------------------------
      *  PERIODO DEL REGISTRO (DATE AAAAMMGG ESTREMI COMPRESI).
       01 WS-IVA-TOTALE              PIC S9(15) COMP-3 VALUE ZEROES.
       01 WS-IVA-DOVUTA              PIC S9(15) COMP-3 VALUE ZEROES.
       01 WS-CRED-NUOVO              PIC S9(15) COMP-3 VALUE ZEROES.
      *    TOTALI ACQUISTI DEL PERIODO E SALDO IVA VENDITE MENO IVA
      *    ACQUISTI DETRAIBILE (NEGATIVO = ACQUISTI ECCEDENTI).
       01 WS-ACQ-IMPONIB             PIC S9(15) COMP-3 VALUE ZEROES.
       01 WS-ACQ-IVA-DETR            PIC S9(15) COMP-3 VALUE ZEROES.
       01 WS-ACQ-IVA-INDETR          PIC S9(15) COMP-3 VALUE ZEROES.
       01 WS-IVA-NETTA               PIC S9(15) COMP-3 VALUE ZEROES.
       01 WS-IND-RIGA                PIC 9(1) VALUE ZEROES.
       01 SW-LIQ-NUOVA               PIC X(1) VALUE 'S'.
           88 WS-LIQ-NUOVA            VALUE 'S'.
       01 WS-DATA-RUN                PIC 9(8) VALUE ZEROES.
      *    ULTIMO GIORNO DA BLOCCARE: LA FINE DEL PERIODO, MA NON
      *    OLTRE LA DATA CONTABILE (FINE PERIODO APERTA = 99999999).
       01 WS-PER-DATA-A              PIC 9(8) VALUE ZEROES.

      *----------------------------------------------------------------
      *  TOTALI DI LIQUIDAZIONE PER ALIQUOTA; LA COLONNA 'ALTRE'
           05 WS-LIQ-IVA-22          PIC S9(15) COMP-3 VALUE ZEROES.
           05 WS-LIQ-IMPONIB-ALT     PIC S9(15) COMP-3 VALUE ZEROES.
           05 WS-LIQ-IVA-ALT         PIC S9(15) COMP-3 VALUE ZEROES.
      *    SPLIT PAYMENT: IMPOSTA ADDEBITATA MA VERSATA DALL'ENTE
      *    PUBBLICO, FUORI DALL'IVA DOVUTA DEL PERIODO.
           05 WS-LIQ-IMPONIB-SPLIT   PIC S9(15) COMP-3 VALUE ZEROES.
           05 WS-LIQ-IVA-SPLIT       PIC S9(15) COMP-3 VALUE ZEROES.

      *----------------------------------------------------------------
      *  IMPONIBILE DELLE OPERAZIONI SENZA IMPOSTA PER NATURA (UNA
      *  VOCE PER OGNI NATURA INCONTRATA NEL PERIODO, AL MASSIMO LE
      *  21 DEL TRACCIATO SDI).
      *----------------------------------------------------------------
       01 WS-TOT-NATURE.
           05 WS-NAT-N               PIC 9(2) VALUE ZEROES.
           05 WS-NAT-VOCE OCCURS 21 TIMES.
              07 WS-NAT-CODICE       PIC X(4).
              07 WS-NAT-IMPONIB      PIC S9(15) COMP-3.
       01 WS-IND-NAT                 PIC 9(2) VALUE ZEROES.
       01 SW-NAT-TROVATA             PIC X(1) VALUE 'N'.
           88 WS-NAT-TROVATA          VALUE 'S'.
      *    NATURA ED ESIGIBILITA' DEL DOCUMENTO IN SELEZIONE.
       01 WS-RIL-NATURA              PIC X(4) VALUE SPACES.
       01 WS-RIL-ESIGIBILITA         PIC X(1) VALUE SPACES.

       01 WS-IMPORTI-SEGNATI.
           05 WS-SEG-IMPONIB         PIC S9(15) VALUE ZEROES.
           05 FILLER     PIC X(15) VALUE 'TOTALE DOC.'.
           05 FILLER     PIC X(5)  VALUE 'DIV'.
           05 FILLER     PIC X(14) VALUE 'IMP.DIVISA'.
           05 FILLER     PIC X(8)  VALUE SPACES.
           05 FILLER     PIC X(6)  VALUE 'NATURA'.

       01 WS-DET-STAMPA.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-DIVISA    PIC X(3).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-D-IMP-DIV   PIC Z(9)9,99-.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-NATURA    PIC X(5).

       01 WS-RIGA-LIQUIDAZIONE.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-LIQ-IVA-E   PIC Z(9)9,99-.

           COPY PAR_DataCont.
           COPY PAR_PerIva.

       PROCEDURE DIVISION.

       INIZIO.
          PERFORM OP-INIZIALI THRU OP-INIZIALI-EX.
          SORT SORT-WORK ON ASCENDING KEY SR-NUM-FAT SR-COD-CLI
                                          SR-ALIQUOTA
               INPUT PROCEDURE SELEZIONA-FATTURE
                     THRU SELEZIONA-FATTURE-EX
               OUTPUT PROCEDURE STAMPA-REGISTRO
                     THRU STAMPA-REGISTRO-EX.
          PERFORM TOTALIZZA-ACQUISTI THRU TOTALIZZA-ACQUISTI-EX.
          PERFORM CALCOLA-LIQUIDAZIONE THRU CALCOLA-LIQUIDAZIONE-EX.
          PERFORM STAMPA-LIQUIDAZIONE THRU STAMPA-LIQUIDAZIONE-EX.
          PERFORM SCRIVI-LIQIVA THRU SCRIVI-LIQIVA-EX.
          ACCEPT WS-PARM-PERIODO.
          DISPLAY 'PERIODO PRECEDENTE (SPAZI = NESSUNO): '.
          ACCEPT WS-PARM-PER-PREC.
          MOVE 'D' TO DCP-FUNZIONE.
          MOVE 'REGIVA' TO DCP-PROGRAMMA.
          CALL 'DATACONT' USING PARAMETRI-DATACONT.
          MOVE DCP-DATA-CONTABILE TO WS-DATA-RUN.
          PERFORM METTI-IN-CHIUSURA THRU METTI-IN-CHIUSURA-EX.
          PERFORM APRI-LIQIVA THRU APRI-LIQIVA-EX.
          PERFORM LEGGI-CREDITO-PREC THRU LEGGI-CREDITO-PREC-EX.
          OPEN INPUT FFATTURE.
          IF FS-REGISTRO NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE IL REPORT - FS=' FS-REGISTRO
             STOP RUN WITH ERROR STATUS 16.
          OPEN INPUT FATRIGHE.
          IF FS-FATRIGHE = '00'
             MOVE 'S' TO SW-FATRIGHE-APERTO.
          OPEN INPUT CODIVA.
          IF FS-CODIVA = '00'
             MOVE 'S' TO SW-CODIVA-APERTO.
       OP-INIZIALI-EX.
          EXIT.

      *----------------------------------------------------------------
      *  REGISTRO DEFINITIVO (PERIODO DI MASTRO INDICATO): I MESI DEL
      *  PERIODO VANNO IN CHIUSURA PRIMA DI LEGGERE FFATTURE, COSI'
      *  NESSUN DOCUMENTO DEL PERIODO ENTRA MENTRE SI STAMPA. SE LO
      *  STATO NON SI PUO' AGGIORNARE LA LIQUIDAZIONE NON SI FA.
      *----------------------------------------------------------------
       METTI-IN-CHIUSURA.
          IF WS-PARM-PERIODO = SPACES
             GO TO METTI-IN-CHIUSURA-EX.
          MOVE WS-PARM-DATA-A TO WS-PER-DATA-A.
          IF WS-PER-DATA-A > WS-DATA-RUN
             MOVE WS-DATA-RUN TO WS-PER-DATA-A.
          MOVE 'I'             TO PIV-FUNZIONE.
          MOVE 'REGIVA'        TO PIV-PROGRAMMA.
          MOVE WS-PARM-DATA-DA TO PIV-DATA.
          MOVE WS-PER-DATA-A   TO PIV-DATA-A.
          MOVE WS-PARM-PERIODO TO PIV-PERIODO-LIQ.
          MOVE SPACES          TO PIV-OPERATORE PIV-MOTIVO.
          CALL 'PERIVA' USING PARAMETRI-PERIVA.
          IF PIV-ESITO-ERRORE
             DISPLAY 'STATO PERIODI IVA NON AGGIORNABILE: '
                     'LIQUIDAZIONE NON ESEGUITA'
             STOP RUN WITH ERROR STATUS 16.
          DISPLAY 'MESI IVA IN CHIUSURA:  ' PIV-MESI-AGGIORNATI.
       METTI-IN-CHIUSURA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  APRE IL MASTRO LIQUIDAZIONI IN I-O; SE NON ESISTE ANCORA
      *  (PRIMO PERIODO A MASTRO) LO CREA VUOTO E LO RIAPRE, COME
             MOVE FFAT-ALIQUOTA  TO SR-ALIQUOTA
             MOVE FFAT-TIPO-DOC  TO SR-TIPO-DOC
             MOVE FFAT-DIVISA    TO SR-DIVISA
             PERFORM LEGGI-CODIVA THRU LEGGI-CODIVA-EX
             MOVE WS-RIL-NATURA      TO SR-NATURA
             MOVE WS-RIL-ESIGIBILITA TO SR-ESIGIBILITA
             IF FFAT-DOC-NOTA-CRED
                COMPUTE SR-IMP-DIVISA = ZERO - FFAT-IMP-DIVISA
             ELSE
                MOVE FFAT-IMP-DIVISA TO SR-IMP-DIVISA
             END-IF
             PERFORM TOTALIZZA-RIGHE-DOC THRU TOTALIZZA-RIGHE-DOC-EX
             IF WS-RIG-CTR > ZEROES
                PERFORM RILASCIA-PER-ALIQUOTA
                        THRU RILASCIA-PER-ALIQUOTA-EX
             ELSE
                RELEASE SORT-RECORD
             END-IF
          END-IF.
          PERFORM LETTURA-IND THRU LETTURA-IND-EX.
       RILASCIA-FATTURA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  NATURA ED ESIGIBILITA' DEL CODICE IVA DEL DOCUMENTO; UN
      *  CODICE NON IN TABELLA VIENE SEGNALATO E IL DOCUMENTO VA A
      *  REGISTRO COME ORDINARIO (AD ALIQUOTA ZERO FINISCE TRA LE
      *  ALIQUOTE DA VERIFICARE).
      *----------------------------------------------------------------
       LEGGI-CODIVA.
          MOVE SPACES TO WS-RIL-NATURA WS-RIL-ESIGIBILITA.
          IF FFAT-COD-IVA = SPACES
             GO TO LEGGI-CODIVA-EX.
          IF NOT WS-CODIVA-APERTO
             MOVE 23 TO FS-CODIVA
          ELSE
             MOVE FFAT-COD-IVA TO CIV-CODICE
             READ CODIVA.
          IF FS-CODIVA NOT = '00'
             DISPLAY 'CODICE IVA ' FFAT-COD-IVA ' NON IN TABELLA - '
                     'DOCUMENTO ' FFAT-NUM-FAT
             GO TO LEGGI-CODIVA-EX.
          MOVE CIV-NATURA      TO WS-RIL-NATURA.
          MOVE CIV-ESIGIBILITA TO WS-RIL-ESIGIBILITA.
       LEGGI-CODIVA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  DOCUMENTO CON RIGHE: UNA RIGA DI REGISTRO PER OGNI ALIQUOTA
      *  PRESENTE, CON SEGNO NEGATIVO PER LE NOTE DI CREDITO. IL
      *  TOTALE IN DIVISA RESTA SULLA PRIMA RIGA DEL DOCUMENTO.
      *----------------------------------------------------------------
       RILASCIA-PER-ALIQUOTA.
          MOVE 'S' TO SW-PRIMA-ALIQUOTA.
          IF WS-RIG-IMP-00 > ZEROES
             MOVE 0 TO WS-RIL-ALIQUOTA
             MOVE WS-RIG-IMP-00 TO WS-RIL-IMPONIB
             PERFORM RILASCIA-RIGA-ALIQ THRU RILASCIA-RIGA-ALIQ-EX.
          IF WS-RIG-IMP-04 > ZEROES
             MOVE 4 TO WS-RIL-ALIQUOTA
             MOVE WS-RIG-IMP-04 TO WS-RIL-IMPONIB
             PERFORM RILASCIA-RIGA-ALIQ THRU RILASCIA-RIGA-ALIQ-EX.
          IF WS-RIG-IMP-10 > ZEROES
             MOVE 10 TO WS-RIL-ALIQUOTA
             MOVE WS-RIG-IMP-10 TO WS-RIL-IMPONIB
             PERFORM RILASCIA-RIGA-ALIQ THRU RILASCIA-RIGA-ALIQ-EX.
          IF WS-RIG-IMP-22 > ZEROES
             MOVE 22 TO WS-RIL-ALIQUOTA
             MOVE WS-RIG-IMP-22 TO WS-RIL-IMPONIB
             PERFORM RILASCIA-RIGA-ALIQ THRU RILASCIA-RIGA-ALIQ-EX.
       RILASCIA-PER-ALIQUOTA-EX.
          EXIT.

       RILASCIA-RIGA-ALIQ.
          COMPUTE WS-RIL-IVA ROUNDED =
                  WS-RIL-IMPONIB * WS-RIL-ALIQUOTA / 100.
          IF FFAT-DOC-NOTA-CRED
             COMPUTE WS-RIL-IMPONIB = ZERO - WS-RIL-IMPONIB
             COMPUTE WS-RIL-IVA     = ZERO - WS-RIL-IVA.
          MOVE WS-RIL-ALIQUOTA TO SR-ALIQUOTA.
          MOVE WS-RIL-IMPONIB  TO SR-IMPONIB.
          MOVE WS-RIL-IVA      TO SR-IVA.
          COMPUTE SR-TOT-FATT = WS-RIL-IMPONIB + WS-RIL-IVA.
          IF NOT WS-PRIMA-ALIQUOTA
             MOVE ZEROES TO SR-IMP-DIVISA.
          MOVE 'N' TO SW-PRIMA-ALIQUOTA.
          RELEASE SORT-RECORD.
       RILASCIA-RIGA-ALIQ-EX.
          EXIT.

      *----------------------------------------------------------------
      *  IMPONIBILE PER ALIQUOTA DALLE RIGHE DEL DOCUMENTO CORRENTE;
      *  WS-RIG-CTR A ZERO = DOCUMENTO SENZA RIGHE.
      *----------------------------------------------------------------
       TOTALIZZA-RIGHE-DOC.
          INITIALIZE WS-RIGHE-DOC.
          IF NOT WS-FATRIGHE-APERTO
             GO TO TOTALIZZA-RIGHE-DOC-EX.
          MOVE ZEROES TO SW-FINE-RIGHE.
          MOVE FFAT-COD-CLI TO RIG-COD-CLI.
          MOVE FFAT-NUM-FAT TO RIG-NUM-FAT.
          MOVE ZEROES       TO RIG-NUM-RIGA.
          START FATRIGHE KEY IS NOT LESS THAN KEY-FATRIGHE
                INVALID KEY
                GO TO TOTALIZZA-RIGHE-DOC-EX.
          PERFORM SOMMA-RIGA-DOC THRU SOMMA-RIGA-DOC-EX
                  UNTIL EOF-RIGHE.
       TOTALIZZA-RIGHE-DOC-EX.
          EXIT.

       SOMMA-RIGA-DOC.
          READ FATRIGHE NEXT AT END MOVE 1 TO SW-FINE-RIGHE
               GO TO SOMMA-RIGA-DOC-EX.
          IF FS-FATRIGHE NOT = '00'
          OR RIG-COD-CLI NOT = FFAT-COD-CLI
          OR RIG-NUM-FAT NOT = FFAT-NUM-FAT
             MOVE 1 TO SW-FINE-RIGHE
             GO TO SOMMA-RIGA-DOC-EX.
          ADD 1 TO WS-RIG-CTR.
          EVALUATE RIG-ALIQUOTA
             WHEN 0     ADD RIG-IMPONIB TO WS-RIG-IMP-00
             WHEN 4     ADD RIG-IMPONIB TO WS-RIG-IMP-04
             WHEN 10    ADD RIG-IMPONIB TO WS-RIG-IMP-10
             WHEN OTHER ADD RIG-IMPONIB TO WS-RIG-IMP-22
          END-EVALUATE.
       SOMMA-RIGA-DOC-EX.
          EXIT.

       LETTURA-IND.
          READ FFATTURE NEXT AT END MOVE 1 TO SW-FINE-FAT
                        GO TO LETTURA-IND-EX.
          ELSE
             MOVE SR-DIVISA     TO WS-D-DIVISA
             MOVE SR-IMP-DIVISA TO WS-D-IMP-DIV.
          IF SR-ESIGIBILITA = 'S'
             MOVE 'SPLIT' TO WS-D-NATURA
          ELSE
             MOVE SR-NATURA TO WS-D-NATURA.
          MOVE WS-DET-STAMPA TO REC-REGISTRO.
          WRITE REC-REGISTRO AFTER ADVANCING 1 LINE.
          ADD 1 TO WS-STAMPA-RIGHE.
          ADD 1 TO WS-CTR-REC-REGISTRO.
      *   SPLIT PAYMENT E OPERAZIONI CON NATURA HANNO TOTALI PROPRI;
      *   NELLE ALIQUOTE VA SOLO IL REGIME ORDINARIO.
          IF SR-ESIGIBILITA = 'S'
             ADD SR-IMPONIB TO WS-LIQ-IMPONIB-SPLIT
             ADD SR-IVA     TO WS-LIQ-IVA-SPLIT
             PERFORM RITORNA-FATTURA THRU RITORNA-FATTURA-EX
             GO TO STAMPA-DETTAGLIO-EX.
          IF SR-NATURA NOT = SPACES AND SR-ALIQUOTA = ZEROES
             PERFORM ACCUMULA-NATURA THRU ACCUMULA-NATURA-EX
             PERFORM RITORNA-FATTURA THRU RITORNA-FATTURA-EX
             GO TO STAMPA-DETTAGLIO-EX.
          EVALUATE SR-ALIQUOTA
             WHEN 4
                ADD SR-IMPONIB TO WS-LIQ-IMPONIB-04
       STAMPA-DETTAGLIO-EX.
          EXIT.

      *----------------------------------------------------------------
      *  IMPONIBILE DELLA RIGA SULLA VOCE DELLA SUA NATURA (APERTA
      *  ALLA PRIMA OCCORRENZA).
      *----------------------------------------------------------------
       ACCUMULA-NATURA.
          MOVE 'N' TO SW-NAT-TROVATA.
          PERFORM CERCA-NATURA THRU CERCA-NATURA-EX
                  VARYING WS-IND-NAT FROM 1 BY 1
                  UNTIL WS-IND-NAT > WS-NAT-N OR WS-NAT-TROVATA.
          IF WS-NAT-TROVATA
             SUBTRACT 1 FROM WS-IND-NAT
          ELSE
             IF WS-NAT-N >= 21
                DISPLAY 'TROPPE NATURE NEL PERIODO: ' SR-NATURA
                        ' TOTALIZZATA TRA LE ALIQUOTE DA VERIFICARE'
                ADD SR-IMPONIB TO WS-LIQ-IMPONIB-ALT
                GO TO ACCUMULA-NATURA-EX
             ELSE
                ADD 1 TO WS-NAT-N
                MOVE WS-NAT-N  TO WS-IND-NAT
                MOVE SR-NATURA TO WS-NAT-CODICE (WS-IND-NAT)
                MOVE ZEROES    TO WS-NAT-IMPONIB (WS-IND-NAT).
          ADD SR-IMPONIB TO WS-NAT-IMPONIB (WS-IND-NAT).
       ACCUMULA-NATURA-EX.
          EXIT.

       CERCA-NATURA.
          IF WS-NAT-CODICE (WS-IND-NAT) = SR-NATURA
             MOVE 'S' TO SW-NAT-TROVATA.
       CERCA-NATURA-EX.
          EXIT.

       STAMPA-INTESTAZIONE.
          ADD 1 TO WS-STAMPA-PAGINA.
          MOVE WS-STAMPA-PAGINA TO WS-INT-PAGINA.

      *----------------------------------------------------------------
      *  RIEPILOGO DI LIQUIDAZIONE: TOTALE IMPONIBILE E IMPOSTA PER
      *  ALIQUOTA, PER NATURA E IN SPLIT PAYMENT E TOTALE GENERALE
      *  DEL PERIODO.
      *----------------------------------------------------------------
       STAMPA-LIQUIDAZIONE.
          MOVE SPACES TO REC-REGISTRO.
             MOVE WS-LIQ-IVA-ALT     TO WS-LIQ-IVA-E
             MOVE WS-RIGA-LIQUIDAZIONE TO REC-REGISTRO
             WRITE REC-REGISTRO AFTER ADVANCING 1 LINE.
          COMPUTE WS-SEG-IMPONIB = WS-LIQ-IMPONIB-04
                + WS-LIQ-IMPONIB-10 + WS-LIQ-IMPONIB-22
                + WS-LIQ-IMPONIB-ALT + WS-LIQ-IMPONIB-SPLIT.
          PERFORM STAMPA-RIGA-NATURA THRU STAMPA-RIGA-NATURA-EX
                  VARYING WS-IND-NAT FROM 1 BY 1
                  UNTIL WS-IND-NAT > WS-NAT-N.
          IF WS-LIQ-IMPONIB-SPLIT NOT = ZEROES
          OR WS-LIQ-IVA-SPLIT NOT = ZEROES
             MOVE SPACES TO WS-RIGA-LIQUIDAZIONE
             MOVE 'SPLIT PAYMENT (IVA NON DOVUTA)' TO WS-LIQ-LABEL
             MOVE WS-LIQ-IMPONIB-SPLIT TO WS-LIQ-IMPON-E
             MOVE WS-LIQ-IVA-SPLIT     TO WS-LIQ-IVA-E
             MOVE WS-RIGA-LIQUIDAZIONE TO REC-REGISTRO
             WRITE REC-REGISTRO AFTER ADVANCING 1 LINE.
          MOVE SPACES TO WS-RIGA-LIQUIDAZIONE.
          MOVE 'TOTALE PERIODO' TO WS-LIQ-LABEL.
          COMPUTE WS-SEG-IVA = WS-LIQ-IVA-04
                + WS-LIQ-IVA-10 + WS-LIQ-IVA-22 + WS-LIQ-IVA-ALT
                + WS-LIQ-IVA-SPLIT.
          MOVE WS-SEG-IMPONIB TO WS-LIQ-IMPON-E.
          MOVE WS-SEG-IVA     TO WS-LIQ-IVA-E.
          MOVE WS-RIGA-LIQUIDAZIONE TO REC-REGISTRO.
          WRITE REC-REGISTRO AFTER ADVANCING 2 LINES.
          MOVE SPACES TO WS-RIGA-LIQUIDAZIONE.
          MOVE 'ACQUISTI - IVA DETRAIBILE' TO WS-LIQ-LABEL.
          MOVE WS-ACQ-IMPONIB  TO WS-LIQ-IMPON-E.
          MOVE WS-ACQ-IVA-DETR TO WS-LIQ-IVA-E.
          MOVE WS-RIGA-LIQUIDAZIONE TO REC-REGISTRO.
          WRITE REC-REGISTRO AFTER ADVANCING 2 LINES.
          MOVE SPACES TO WS-RIGA-LIQUIDAZIONE.
          MOVE 'ACQUISTI - IVA INDETRAIBILE' TO WS-LIQ-LABEL.
          MOVE ZEROES TO WS-LIQ-IMPON-E.
          MOVE WS-ACQ-IVA-INDETR TO WS-LIQ-IVA-E.
          MOVE WS-RIGA-LIQUIDAZIONE TO REC-REGISTRO.
          WRITE REC-REGISTRO AFTER ADVANCING 1 LINE.
          MOVE SPACES TO WS-RIGA-LIQUIDAZIONE.
          MOVE 'IVA VENDITE - IVA ACQUISTI' TO WS-LIQ-LABEL.
          MOVE ZEROES TO WS-LIQ-IMPON-E.
          MOVE WS-IVA-NETTA TO WS-LIQ-IVA-E.
          MOVE WS-RIGA-LIQUIDAZIONE TO REC-REGISTRO.
          WRITE REC-REGISTRO AFTER ADVANCING 1 LINE.
          MOVE SPACES TO WS-RIGA-LIQUIDAZIONE.
          MOVE 'CREDITO PERIODO PRECEDENTE' TO WS-LIQ-LABEL.
          MOVE ZEROES TO WS-LIQ-IMPON-E.
          MOVE WS-CRED-PREC TO WS-LIQ-IVA-E.
          EXIT.

      *----------------------------------------------------------------
      *  UNA RIGA DI RIEPILOGO PER NATURA (IMPOSTA SEMPRE ZERO), CHE
      *  ENTRA NEL TOTALE IMPONIBILE DEL PERIODO.
      *----------------------------------------------------------------
       STAMPA-RIGA-NATURA.
          MOVE SPACES TO WS-RIGA-LIQUIDAZIONE.
          STRING 'OPERAZIONI NATURA ' DELIMITED BY SIZE
                 WS-NAT-CODICE (WS-IND-NAT) DELIMITED BY SIZE
             INTO WS-LIQ-LABEL.
          MOVE WS-NAT-IMPONIB (WS-IND-NAT) TO WS-LIQ-IMPON-E.
          MOVE ZEROES TO WS-LIQ-IVA-E.
          MOVE WS-RIGA-LIQUIDAZIONE TO REC-REGISTRO.
          WRITE REC-REGISTRO AFTER ADVANCING 1 LINE.
          ADD WS-NAT-IMPONIB (WS-IND-NAT) TO WS-SEG-IMPONIB.
       STAMPA-RIGA-NATURA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  LIQUIDAZIONE DEL PERIODO: L'IMPOSTA DELLE VENDITE MENO
      *  L'IVA DETRAIBILE DEGLI ACQUISTI, AL NETTO DEL CREDITO
      *  RIPORTATO, E' L'IVA DOVUTA; SE CREDITO E ACQUISTI SUPERANO
      *  L'IMPOSTA, LA DIFFERENZA VA A CREDITO DEL PERIODO SUCCESSIVO.
      *  L'IVA IN SPLIT PAYMENT NON E' COMPRESA (LA VERSA L'ENTE).
      *----------------------------------------------------------------
       CALCOLA-LIQUIDAZIONE.
          COMPUTE WS-IVA-TOTALE = WS-LIQ-IVA-04
                + WS-LIQ-IVA-10 + WS-LIQ-IVA-22 + WS-LIQ-IVA-ALT.
          COMPUTE WS-IVA-NETTA = WS-IVA-TOTALE - WS-ACQ-IVA-DETR.
          IF WS-IVA-NETTA > WS-CRED-PREC
             COMPUTE WS-IVA-DOVUTA = WS-IVA-NETTA - WS-CRED-PREC
             MOVE ZEROES TO WS-CRED-NUOVO
          ELSE
             MOVE ZEROES TO WS-IVA-DOVUTA
             COMPUTE WS-CRED-NUOVO = WS-CRED-PREC - WS-IVA-NETTA.
       CALCOLA-LIQUIDAZIONE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  TOTALIZZA I DOCUMENTI DEI FORNITORI CON DATA DI
      *  REGISTRAZIONE NEL PERIODO (NOTE DI CREDITO IN NEGATIVO),
      *  SEPARANDO L'IVA DETRAIBILE DA QUELLA INDETRAIBILE. SE
      *  FATTACQ NON E' ANCORA STATO CREATO (FS 35) NON CI SONO
      *  ACQUISTI E LA LIQUIDAZIONE PROSEGUE CON IVA ACQUISTI A ZERO;
      *  OGNI ALTRO ERRORE IN APERTURA O IN LETTURA RENDE I TOTALI
      *  INATTENDIBILI: LA STAMPA ESCE PER CONTROLLO MA LIQIVA NON SI
      *  SCRIVE E IL PERIODO NON SI CHIUDE.
      *----------------------------------------------------------------
       TOTALIZZA-ACQUISTI.
          MOVE ZEROES TO WS-ACQ-IMPONIB WS-ACQ-IVA-DETR
                         WS-ACQ-IVA-INDETR.
          OPEN INPUT FATTACQ.
          IF FS-FATTACQ = '35'
             DISPLAY 'FATTACQ NON ANCORA CREATO: '
                     'LIQUIDAZIONE SENZA IVA ACQUISTI'
             GO TO TOTALIZZA-ACQUISTI-EX.
          IF FS-FATTACQ NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE FATTACQ - FS=' FS-FATTACQ
             MOVE 'S' TO SW-ACQ-ERRATI
             MOVE 16 TO RETURN-CODE
             GO TO TOTALIZZA-ACQUISTI-EX.
          MOVE LOW-VALUES TO KEY-FATTACQ.
          START FATTACQ KEY IS NOT LESS THAN KEY-FATTACQ
                INVALID KEY MOVE 1 TO SW-FINE-ACQ.
          IF NOT EOF-ACQ
             PERFORM LETTURA-ACQ THRU LETTURA-ACQ-EX.
          PERFORM SOMMA-DOC-ACQUISTO THRU SOMMA-DOC-ACQUISTO-EX
                  UNTIL EOF-ACQ.
          CLOSE FATTACQ.
       TOTALIZZA-ACQUISTI-EX.
          EXIT.

       SOMMA-DOC-ACQUISTO.
          IF ACQ-DATA-REG >= WS-PARM-DATA-DA
          AND ACQ-DATA-REG <= WS-PARM-DATA-A
             ADD 1 TO WS-CTR-DOC-ACQUISTI
             PERFORM SOMMA-RIGA-ACQUISTO THRU SOMMA-RIGA-ACQUISTO-EX
                     VARYING WS-IND-RIGA FROM 1 BY 1
                     UNTIL WS-IND-RIGA > 3.
          PERFORM LETTURA-ACQ THRU LETTURA-ACQ-EX.
       SOMMA-DOC-ACQUISTO-EX.
          EXIT.

       SOMMA-RIGA-ACQUISTO.
          IF ACQ-DOC-NOTA-CRED
             COMPUTE WS-SEG-IMPONIB = ZERO - ACQ-IMPONIB (WS-IND-RIGA)
             COMPUTE WS-SEG-IVA     = ZERO - ACQ-IMPOSTA (WS-IND-RIGA)
          ELSE
             MOVE ACQ-IMPONIB (WS-IND-RIGA) TO WS-SEG-IMPONIB
             MOVE ACQ-IMPOSTA (WS-IND-RIGA) TO WS-SEG-IVA.
          ADD WS-SEG-IMPONIB TO WS-ACQ-IMPONIB.
          IF ACQ-IVA-DETRAIBILE
             ADD WS-SEG-IVA TO WS-ACQ-IVA-DETR
          ELSE
             ADD WS-SEG-IVA TO WS-ACQ-IVA-INDETR.
       SOMMA-RIGA-ACQUISTO-EX.
          EXIT.

       LETTURA-ACQ.
          READ FATTACQ NEXT AT END MOVE 1 TO SW-FINE-ACQ
                       GO TO LETTURA-ACQ-EX.
          IF FS-FATTACQ NOT = '00' AND FS-FATTACQ NOT = '10'
             DISPLAY 'ERRORE IN LETTURA FATTACQ - FS=' FS-FATTACQ
             MOVE 'S' TO SW-ACQ-ERRATI
             MOVE 16 TO RETURN-CODE
             MOVE 1 TO SW-FINE-ACQ.
       LETTURA-ACQ-EX.
          EXIT.

      *----------------------------------------------------------------
      *  REGISTRA (O RISCRIVE, IN CASO DI RILANCIO DEL PERIODO) LA
      *  LIQUIDAZIONE SUL MASTRO; IL VERSAMENTO RESTA DA REGISTRARE
          IF WS-PARM-PERIODO = SPACES
             DISPLAY 'PERIODO A SPAZI: MASTRO NON AGGIORNATO'
             GO TO SCRIVI-LIQIVA-EX.
          IF WS-ACQ-ERRATI
             DISPLAY 'IVA ACQUISTI NON ATTENDIBILE: MASTRO NON '
                     'AGGIORNATO'
             DISPLAY 'MESI DEL PERIODO LASCIATI IN CHIUSURA'
             GO TO SCRIVI-LIQIVA-EX.
          MOVE 'S' TO SW-LIQ-NUOVA.
          MOVE WS-PARM-PERIODO TO LIQ-PERIODO.
          READ LIQIVA.
          MOVE WS-LIQ-IVA-10     TO LIQ-IVA-10.
          MOVE WS-LIQ-IMPONIB-22 TO LIQ-IMPONIB-22.
          MOVE WS-LIQ-IVA-22     TO LIQ-IVA-22.
          MOVE WS-ACQ-IMPONIB    TO LIQ-IMPONIB-ACQ.
          MOVE WS-ACQ-IVA-DETR   TO LIQ-IVA-ACQ.
          MOVE WS-ACQ-IVA-INDETR TO LIQ-IVA-INDETR.
          MOVE WS-CRED-PREC      TO LIQ-CRED-PREC.
          MOVE WS-IVA-DOVUTA     TO LIQ-DOVUTA.
          MOVE WS-CRED-NUOVO     TO LIQ-CRED-NUOVO.
          ELSE
             REWRITE REC-LIQIVA.
          IF FS-LIQIVA NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA LIQIVA - FS=' FS-LIQIVA
             DISPLAY 'MESI DEL PERIODO LASCIATI IN CHIUSURA'
             GO TO SCRIVI-LIQIVA-EX.
          PERFORM CHIUDI-PERIODO THRU CHIUDI-PERIODO-EX.
       SCRIVI-LIQIVA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  LIQUIDAZIONE SCRITTA: I MESI DEL PERIODO SONO CHIUSI. SE LO
      *  STATO NON SI AGGIORNA RESTANO IN CHIUSURA (DOCUMENTI
      *  RIFIUTATI COMUNQUE) E IL RUN FINISCE IN ERRORE.
      *----------------------------------------------------------------
       CHIUDI-PERIODO.
          MOVE 'C'             TO PIV-FUNZIONE.
          MOVE 'REGIVA'        TO PIV-PROGRAMMA.
          MOVE WS-PARM-DATA-DA TO PIV-DATA.
          MOVE WS-PER-DATA-A   TO PIV-DATA-A.
          MOVE WS-PARM-PERIODO TO PIV-PERIODO-LIQ.
          MOVE SPACES          TO PIV-OPERATORE PIV-MOTIVO.
          CALL 'PERIVA' USING PARAMETRI-PERIVA.
          IF PIV-ESITO-ERRORE
             DISPLAY 'MESI DEL PERIODO NON CHIUSI: RESTANO IN '
                     'CHIUSURA'
             MOVE 16 TO RETURN-CODE
             GO TO CHIUDI-PERIODO-EX.
          DISPLAY 'MESI IVA CHIUSI:       ' PIV-MESI-AGGIORNATI.
       CHIUDI-PERIODO-EX.
          EXIT.

       OP-FINALI.
          CLOSE FFATTURE, REGISTRO, LIQIVA.
          IF WS-FATRIGHE-APERTO
             CLOSE FATRIGHE.
          IF WS-CODIVA-APERTO
             CLOSE CODIVA.
          DISPLAY 'DOCUMENTI LETTI:       ' WS-CTR-REC-LETTI.
          DISPLAY 'DOCUMENTI A REGISTRO:  ' WS-CTR-REC-REGISTRO.
          DISPLAY 'DOCUMENTI ACQUISTO:    ' WS-CTR-DOC-ACQUISTI.
       OP-FINALI-EX.
          EXIT.
