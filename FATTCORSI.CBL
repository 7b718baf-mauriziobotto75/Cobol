      *  IL PONTE STUDCLI (MANUTENUTO CON GESSTCLI, VALIDATO SU
      *  FCLIENTI): GLI STUDENTI SENZA LEGAME NON VENGONO FATTURATI
      *  E FINISCONO IN CONTEGGIO, DA COLLEGARE PRIMA DEL PROSSIMO
      *  GIRO. IL NUMERO FATTURA VIENE DAL PROTOCOLLO NUMFATT,
      *  SERIE 'T' DELL'ANNO (T + ANNO + PROGRESSIVO); IL FILE
      *  RETTEANN TIENE LA RETTA EMESSA PER STUDENTE E ANNO, QUINDI
      *  UNA SOLA RETTA PER STUDENTE PER ANNO: LE ISCRIZIONI GIA'
      *  FATTURATE VENGONO SALTATE. STAMPA IL REGISTRO DELLE FATTURE
      *  EMESSE RAGGRUPPATO PER CORSO.
       PROGRAM-ID. FATTCORSI.
       AUTHOR.  MB.

      *----------------------------------------------------------------
      * MODIFICHE
      * 08-09-2026 MB  NUMERO FATTURA DAL PROTOCOLLO NUMFATT (SERIE T
      *                RETTE) AL POSTO DI 'R' + ANNO + STUDENTE. IL
      *                CONTROLLO UNA RETTA PER STUDENTE PER ANNO PASSA
      *                AL NUOVO FILE RETTEANN; LE RETTE GIA' EMESSE
      *                CON IL VECCHIO NUMERO 'R' VENGONO RICONOSCIUTE
      *                E REGISTRATE IN RETTEANN AL PRIMO GIRO.
      * 15-10-2026 MB  RIDUZIONI DI RETTA (BORSE DI STUDIO, MERITO,
      *                FRATELLI) DAL FILE RIDUZIONI DI GESRIDUZ: LE
      *                APPROVATE PER L'ANNO SI SCALANO DALLA RETTA
      *                LORDA (FRATELLI SOLO SE LO STESSO CLIENTE HA
      *                ANCORA ALTRI STUDENTI IN STUDCLI). LA FATTURA
      *                PORTA IN FATRIGHE LA RETTA LORDA CON LO SCONTO
      *                E L'IMPONIBILE NETTO PIU' UNA RIGA DESCRITTIVA
      *                PER RIDUZIONE; RETTE AZZERATE NON SI FATTURANO
      *                (RETTEANN CON NUMERO 'ESENTE'). RETTEANN E IL
      *                REGISTRO RIPORTANO LORDO, RIDUZIONI E NETTO.
      * 15-10-2026 MB  LA DATA DI LAVORO DEL RUN E' LA DATA CONTABILE
      *                (ROUTINE DATACONT, AVANZATA SOLO DAL FINE
      *                GIORNATA FINEGG DI CATENA) E NON PIU' LA DATA DI
      *                SISTEMA; AVVISO A VIDEO SE IL PROGRAMMA PARTE IN
      *                UN GIORNO NON LAVORATIVO.
      * 15-10-2026 MB  BLOCCO DEI PERIODI IVA LIQUIDATI (ROUTINE
      *                PERIVA): SE IL MESE DELLA DATA FATTURA (LA DATA
      *                CONTABILE) E' IN CHIUSURA O CHIUSO DA REGIVA IL
      *                GIRO NON PARTE.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
           RECORD KEY IS KEY-FFATTURE
           FILE STATUS IS FS-FATTURE.

           SELECT NUMFATT ASSIGN TO DATABASE-NUMFATT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-NUMFATT
           FILE STATUS IS FS-NUMFATT.

           SELECT RETTEANN ASSIGN TO DATABASE-RETTEANN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-RETTEANN
           FILE STATUS IS FS-RETTEANN.

           SELECT RIDUZIONI ASSIGN TO DATABASE-RIDUZIONI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-RIDUZIONI
           FILE STATUS IS FS-RIDUZIONI.

           SELECT FATRIGHE ASSIGN TO DATABASE-FATRIGHE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-FATRIGHE
           FILE STATUS IS FS-FATRIGHE.

           SELECT REGISTRO ASSIGN TO PRINTER-REGISTRO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           05 FFAT-IMP-DIVISA  PIC 9(14) COMP-3.
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

      *----------------------------------------------------------------
      *  RETTE EMESSE: UNA PER STUDENTE PER ANNO, CON CLIENTE E
      *  NUMERO DELLA FATTURA CHE L'HA ADDEBITATA ('ESENTE' SE LE
      *  RIDUZIONI L'HANNO AZZERATA), RETTA LORDA E RIDUZIONI.
      *----------------------------------------------------------------
       FD RETTEANN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REC-RETTEANN.
       01 REC-RETTEANN.
           05 KEY-RETTEANN.
             07 RET-ANNO       PIC 9(4).
             07 RET-CD-STUDENT PIC 9(5).
           05 RET-COD-CLI      PIC 9(5).
           05 RET-NUM-FAT      PIC X(8).
           05 RET-DATA-FATT    PIC 9(8).
           05 RET-LORDO        PIC 9(8) COMP-3.
           05 RET-RIDUZIONI    PIC 9(8) COMP-3.

      *----------------------------------------------------------------
      *  RIDUZIONI RETTA (GESRIDUZ): PER ANNO, STUDENTE E TIPO;
      *  ALL'EMISSIONE SI SEGNANO FATTURA E IMPORTO APPLICATO.
      *----------------------------------------------------------------
       FD RIDUZIONI
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REC-RIDUZIONI.
       01 REC-RIDUZIONI.
           05 KEY-RIDUZIONI.
             07 RID-ANNO       PIC 9(4).
             07 RID-CD-STUDENT PIC 9(5).
             07 RID-TIPO       PIC X.
                88 RID-BORSA          VALUE 'B'.
                88 RID-MERITO         VALUE 'M'.
                88 RID-FRATELLI       VALUE 'F'.
           05 RID-PERCENTUALE  PIC 9(3)V99.
           05 RID-IMPORTO      PIC 9(6)V99.
           05 RID-STATO        PIC X.
              88 RID-APPROVATA      VALUE 'A'.
           05 RID-APPROVATORE  PIC X(20).
           05 RID-DATA-APPROV  PIC 9(8).
           05 RID-NUM-FAT      PIC X(8).
           05 RID-APPLICATO    PIC 9(8).
           05 FILLER           PIC X(12).

      *----------------------------------------------------------------
      *  RIGHE DEL DOCUMENTO (CHIAVE = CHIAVE FFATTURE + RIGA).
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

       FD REGISTRO
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           05 SR-NOME          PIC X(25).
           05 SR-NUM-FAT       PIC X(8).
           05 SR-TOTALE        PIC 9(8).
           05 SR-LORDO         PIC 9(8).
           05 SR-RIDUZIONI     PIC 9(8).

       WORKING-STORAGE SECTION.

       01 FS-STUDCLI                 PIC 9(2) VALUE ZEROES.
       01 FS-FATTURE                 PIC 9(2) VALUE ZEROES.
       01 FS-REGISTRO                PIC 9(2) VALUE ZEROES.
       01 FS-NUMFATT                 PIC 9(2) VALUE ZEROES.
       01 FS-RETTEANN                PIC 9(2) VALUE ZEROES.
       01 FS-RIDUZIONI               PIC 9(2) VALUE ZEROES.
       01 FS-FATRIGHE                PIC 9(2) VALUE ZEROES.

       01 SW-NUM-NUOVO               PIC X(1) VALUE 'N'.
           88 WS-NUM-NUOVO            VALUE 'S'.

       01 SW-FINE-STUD               PIC 9(1) VALUE ZEROES.
           88 EOF-STUD                VALUE 1.
           05 WS-CTR-GIA-FATTURATE    PIC 9(7) VALUE ZEROES.
           05 WS-CTR-SENZA-RETTA      PIC 9(7) VALUE ZEROES.
           05 WS-CTR-SENZA-CLIENTE    PIC 9(7) VALUE ZEROES.
           05 WS-CTR-ERR-PROTOCOLLO   PIC 9(7) VALUE ZEROES.
           05 WS-CTR-RIDOTTE          PIC 9(7) VALUE ZEROES.
           05 WS-CTR-ESENTATE         PIC 9(7) VALUE ZEROES.
           05 WS-CTR-FRAT-SCARTATE    PIC 9(7) VALUE ZEROES.

       01 WS-DATA-RUN                PIC 9(8) VALUE ZEROES.
       01 WS-DATA-RUN-R REDEFINES WS-DATA-RUN.
           05 WS-SCA-MESE            PIC 9(2).
           05 WS-SCA-GIORNO          PIC 9(2).

      *----------------------------------------------------------------
      *  NUMERO DI PROTOCOLLO DELLA RETTA: SERIE T + ANNO A DUE CIFRE
      *  + PROGRESSIVO (ES. T2600001).
      *----------------------------------------------------------------
       01 WS-NUMERO-PROT.
           05 WS-PROT-SERIE          PIC X(1) VALUE 'T'.
           05 WS-PROT-AA             PIC 9(2) VALUE ZEROES.
           05 WS-PROT-PROGR          PIC 9(5) VALUE ZEROES.

       01 WS-IMPONIBILE              PIC 9(8) VALUE ZEROES.
       01 WS-IVA                     PIC 9(8) VALUE ZEROES.
       01 WS-TOTALE                  PIC 9(8) VALUE ZEROES.

      *----------------------------------------------------------------
      *  RIDUZIONI DELLA RETTA: SI APPLICANO NELL'ORDINE BORSA DI
      *  STUDIO, MERITO, FRATELLI, OGNUNA SUL LORDO E FINO A
      *  CAPIENZA DEL RESIDUO; PER OGNI TIPO L'IMPORTO SCALATO E SE
      *  LA RIDUZIONE E' STATA USATA (DA SEGNARE SU RIDUZIONI).
      *----------------------------------------------------------------
       01 WS-LORDO                   PIC 9(8) VALUE ZEROES.
       01 WS-RIDUZIONI               PIC 9(8) VALUE ZEROES.
       01 WS-RID-CALC                PIC 9(8) VALUE ZEROES.
       01 WS-TIPI-RIDUZIONE          PIC X(3) VALUE 'BMF'.
       01 WS-TIPI-RIDUZIONE-R REDEFINES WS-TIPI-RIDUZIONE.
           05 WS-TIPO-RID            PIC X OCCURS 3 TIMES.
       01 WS-DESCR-RIDUZIONI.
           05 FILLER                 PIC X(16) VALUE 'BORSA DI STUDIO'.
           05 FILLER                 PIC X(16) VALUE 'RIDUZIONE MERITO'.
           05 FILLER                 PIC X(16) VALUE 'SCONTO FRATELLI'.
       01 WS-DESCR-RIDUZIONI-R REDEFINES WS-DESCR-RIDUZIONI.
           05 WS-DESCR-RID           PIC X(16) OCCURS 3 TIMES.
       01 WS-TAB-RIDUZIONI.
           05 WS-RID-ELEM OCCURS 3 TIMES.
              07 WS-RID-USATA        PIC X(1).
                 88 WS-RIDUZIONE-USATA   VALUE 'S'.
              07 WS-RID-PERC         PIC 9(3)V99.
              07 WS-RID-APPL         PIC 9(8).
       01 WS-IX-RID                  PIC 9(1) VALUE ZEROES.
       01 WS-NUM-RIGA                PIC 9(3) VALUE ZEROES.
       01 WS-RID-ED                  PIC Z(7)9.
       01 WS-PERC-ED                 PIC ZZ9,99.
       01 WS-NUM-ESENTE              PIC X(8) VALUE 'ESENTE'.

      *----------------------------------------------------------------
      *  FRATELLI: CLIENTE DELLO STUDENTE E ALTRI STUDENTI COLLEGATI
      *  ALLO STESSO CLIENTE NEL PONTE STUDCLI.
      *----------------------------------------------------------------
       01 WS-COD-CLI-FAMIGLIA        PIC 9(5) VALUE ZEROES.
       01 WS-CTR-FRATELLI            PIC 9(3) VALUE ZEROES.
       01 SW-FINE-SCL                PIC 9(1) VALUE ZEROES.
           88 EOF-SCL                 VALUE 1.

       01 WS-CORSO-CORRENTE          PIC X(20) VALUE SPACES.
       01 SW-PRIMO-CORSO             PIC X(1) VALUE 'S'.
           88 WS-E-IL-PRIMO-CORSO    VALUE 'S'.
           05 WS-D-NUM-FAT   PIC X(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-TOTALE    PIC Z(7)9,99.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-LORDO     PIC Z(7)9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-RIDUZIONI PIC Z(7)9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-NETTO     PIC Z(7)9.
           05 FILLER         PIC X(43) VALUE SPACES.

       01 WS-INT-COLONNE.
           05 FILLER         PIC X(4)  VALUE SPACES.
           05 FILLER         PIC X(34) VALUE 'STUDENTE'.
           05 FILLER         PIC X(10) VALUE 'FATTURA'.
           05 FILLER         PIC X(11) VALUE '     TOTALE'.
           05 FILLER         PIC X(10) VALUE '     LORDO'.
           05 FILLER         PIC X(10) VALUE ' RIDUZIONI'.
           05 FILLER         PIC X(10) VALUE '     NETTO'.
           05 FILLER         PIC X(43) VALUE SPACES.

       01 WS-RIGA-TOTALE.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-TOT-CONTA   PIC ZZZZ9.
           05 FILLER         PIC X(91) VALUE SPACES.

           COPY PAR_DataCont.
           COPY PAR_PerIva.

       PROCEDURE DIVISION.

       INIZIO.
          STOP RUN.

       OP-INIZIALI.
          MOVE 'D' TO DCP-FUNZIONE.
          MOVE 'FATTCORSI' TO DCP-PROGRAMMA.
          CALL 'DATACONT' USING PARAMETRI-DATACONT.
          MOVE DCP-DATA-CONTABILE TO WS-DATA-RUN.
      *   LE RETTE PORTANO LA DATA CONTABILE: IL SUO MESE IVA DEVE
      *   ESSERE ANCORA APERTO.
          MOVE 'V'         TO PIV-FUNZIONE.
          MOVE 'FATTCORSI' TO PIV-PROGRAMMA.
          MOVE WS-DATA-RUN TO PIV-DATA.
          CALL 'PERIVA' USING PARAMETRI-PERIVA.
          IF PIV-ESITO-ERRORE
             DISPLAY 'STATO DEL PERIODO IVA NON LEGGIBILE'
             STOP RUN WITH ERROR STATUS 16.
          IF PIV-ESITO-RIFIUTO
             DISPLAY 'MESE IVA ' PIV-MESE ' IN CHIUSURA O CHIUSO ('
                     'LIQUIDAZIONE ' PIV-PERIODO-LIQ '): RETTE NON '
                     'FATTURABILI CON DATA ' WS-DATA-RUN
             STOP RUN WITH ERROR STATUS 16.
      *   SCADENZA A UN MESE DALLA DATA FATTURA, STESSO GIORNO.
          MOVE WS-DATA-RUN TO WS-DATA-SCAD.
          IF WS-SCA-MESE = 12
             DISPLAY 'PONTE STUDCLI ASSENTE: CARICARLO CON GESSTCLI'
             STOP RUN WITH ERROR STATUS 16.
          PERFORM APRI-FFATTURE THRU APRI-FFATTURE-EX.
          PERFORM APRI-NUMFATT THRU APRI-NUMFATT-EX.
          PERFORM APRI-RETTEANN THRU APRI-RETTEANN-EX.
          PERFORM APRI-FATRIGHE THRU APRI-FATRIGHE-EX.
          PERFORM APRI-RIDUZIONI THRU APRI-RIDUZIONI-EX.
          OPEN OUTPUT REGISTRO.
          IF FS-REGISTRO NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE IL REGISTRO - FS='
          MOVE '  FATTCORSI - RETTE FATTURATE PER CORSO'
               TO REC-REGISTRO.
          WRITE REC-REGISTRO AFTER ADVANCING PAGE.
          MOVE WS-INT-COLONNE TO REC-REGISTRO.
          WRITE REC-REGISTRO AFTER ADVANCING 2 LINES.
       OP-INIZIALI-EX.
          EXIT.

       APRI-FFATTURE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  APRE IL PROTOCOLLO IN I-O (CREANDOLO SE MANCA) E CONTROLLA
      *  CHE LA SERIE RETTE DELL'ANNO NON PORTI GIA' UNA DATA
      *  SUCCESSIVA A QUELLA DEL GIRO: I NUMERI DEVONO SEGUIRE LE
      *  DATE, QUINDI IN QUEL CASO NIENTE GIRO.
      *----------------------------------------------------------------
       APRI-NUMFATT.
          OPEN I-O NUMFATT.
          IF FS-NUMFATT NOT = '00'
             OPEN OUTPUT NUMFATT
             CLOSE NUMFATT
             OPEN I-O NUMFATT.
          IF FS-NUMFATT NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE NUMFATT - FS=' FS-NUMFATT
             STOP RUN WITH ERROR STATUS 16.
          MOVE WS-RUN-ANNO TO NUM-ANNO.
          MOVE 'T'         TO NUM-SERIE.
          READ NUMFATT.
          IF FS-NUMFATT = '00'
          AND NUM-DATA-ULT > WS-DATA-RUN
             DISPLAY 'PROTOCOLLO RETTE CON DATA ' NUM-DATA-ULT
                     ' SUCCESSIVA AL GIRO: VERIFICARE CON GESNUMFAT'
             STOP RUN WITH ERROR STATUS 16.
       APRI-NUMFATT-EX.
          EXIT.

      *----------------------------------------------------------------
      *  APRE LE RETTE EMESSE IN I-O, CREANDOLE ALLA PRIMA ESECUZIONE.
      *----------------------------------------------------------------
       APRI-RETTEANN.
          OPEN I-O RETTEANN.
          IF FS-RETTEANN NOT = '00'
             OPEN OUTPUT RETTEANN
             CLOSE RETTEANN
             OPEN I-O RETTEANN.
          IF FS-RETTEANN NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE RETTEANN - FS=' FS-RETTEANN
             STOP RUN WITH ERROR STATUS 16.
       APRI-RETTEANN-EX.
          EXIT.

      *----------------------------------------------------------------
      *  APRE LE RIGHE FATTURA IN I-O, CREANDOLE ALLA PRIMA
      *  ESECUZIONE (SCHEMA DI APRI-FATRIGHE IN FATTCONTR).
      *----------------------------------------------------------------
       APRI-FATRIGHE.
          OPEN I-O FATRIGHE.
          IF FS-FATRIGHE NOT = '00'
             OPEN OUTPUT FATRIGHE
             CLOSE FATRIGHE
             OPEN I-O FATRIGHE.
          IF FS-FATRIGHE NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE FATRIGHE - FS=' FS-FATRIGHE
             STOP RUN WITH ERROR STATUS 16.
       APRI-FATRIGHE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  APRE LE RIDUZIONI IN I-O, CREANDOLE SE MANCANO (NESSUNA
      *  RIDUZIONE: TUTTE LE RETTE AL LORDO).
      *----------------------------------------------------------------
       APRI-RIDUZIONI.
          OPEN I-O RIDUZIONI.
          IF FS-RIDUZIONI NOT = '00'
             OPEN OUTPUT RIDUZIONI
             CLOSE RIDUZIONI
             OPEN I-O RIDUZIONI.
          IF FS-RIDUZIONI NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE RIDUZIONI - FS='
                     FS-RIDUZIONI
             STOP RUN WITH ERROR STATUS 16.
       APRI-RIDUZIONI-EX.
          EXIT.

      *----------------------------------------------------------------
      *  UNA FATTURA DI RETTA PER OGNI ISCRIZIONE NON ANCORA
      *  FATTURATA NELL'ANNO: IL CORSO DEVE ESSERE A CATALOGO,
          IF FS-STUDCLI NOT = '00'
             ADD 1 TO WS-CTR-SENZA-CLIENTE
             GO TO Z020.
      *   UNA RETTA PER STUDENTE PER ANNO: PRIMA SI GUARDA RETTEANN,
      *   POI LA FATTURA COL VECCHIO NUMERO 'R' + ANNO + STUDENTE
      *   (RETTE EMESSE PRIMA DEL PROTOCOLLO), CHE VIENE REGISTRATA
      *   IN RETTEANN.
          MOVE WS-RUN-ANNO TO RET-ANNO.
          MOVE CD-STUDENT  TO RET-CD-STUDENT.
          READ RETTEANN.
          IF FS-RETTEANN = '00'
             ADD 1 TO WS-CTR-GIA-FATTURATE
             GO TO Z020.
          MOVE SCL-COD-CLI TO FFAT-COD-CLI.
          MOVE SPACES TO FFAT-NUM-FAT.
          STRING 'R' WS-RUN-AA CD-STUDENT DELIMITED BY SIZE
                 INTO FFAT-NUM-FAT.
          READ FFATTURE.
          IF FS-FATTURE = '00'
             PERFORM SCRIVI-RETTEANN THRU SCRIVI-RETTEANN-EX
             ADD 1 TO WS-CTR-GIA-FATTURATE
             GO TO Z020.
          COMPUTE WS-LORDO ROUNDED = RETTA-CORSO.
          PERFORM CALCOLA-RIDUZIONI THRU CALCOLA-RIDUZIONI-EX.
          COMPUTE WS-IMPONIBILE = WS-LORDO - WS-RIDUZIONI.
          IF WS-RIDUZIONI > ZEROES
             ADD 1 TO WS-CTR-RIDOTTE.
      *   RETTA AZZERATA DALLE RIDUZIONI: NESSUNA FATTURA, LA RETTA
      *   DELL'ANNO RISULTA COMUNQUE EMESSA IN RETTEANN.
          IF WS-IMPONIBILE = ZEROES
             PERFORM RETTA-ESENTE THRU RETTA-ESENTE-EX
             GO TO Z020.
          PERFORM PRENDI-NUMERO THRU PRENDI-NUMERO-EX.
          IF FS-NUMFATT NOT = '00'
             ADD 1 TO WS-CTR-ERR-PROTOCOLLO
             GO TO Z020.
          COMPUTE WS-IVA ROUNDED = WS-IMPONIBILE * 22 / 100.
          COMPUTE WS-TOTALE = WS-IMPONIBILE + WS-IVA.
          MOVE SPACES TO REC-FATTURE.
          MOVE SCL-COD-CLI    TO FFAT-COD-CLI.
          MOVE WS-NUMERO-PROT TO FFAT-NUM-FAT.
          MOVE WS-IMPONIBILE TO FFAT-IMPONIB.
          MOVE WS-IVA        TO FFAT-IVA.
          MOVE WS-TOTALE     TO FFAT-TOT-FATT.
          MOVE 1             TO FFAT-CAMBIO.
          MOVE WS-TOTALE     TO FFAT-IMP-DIVISA.
          WRITE REC-FATTURE.
      *   NUMERO GIA' PRESENTE PER IL CLIENTE: PROTOCOLLO INDIETRO
      *   RISPETTO ALL'ARCHIVIO, IL NUMERO NON SI CONSUMA.
          IF FS-FATTURE = '22'
             DISPLAY 'NUMERO ' FFAT-NUM-FAT ' GIA'' IN FFATTURE: '
                     'ALLINEARE IL PROTOCOLLO CON GESNUMFAT'
             ADD 1 TO WS-CTR-ERR-PROTOCOLLO
             GO TO Z020.
          IF FS-FATTURE NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA FFATTURE - FS=' FS-FATTURE
             GO TO Z020.
          PERFORM CONSUMA-NUMERO THRU CONSUMA-NUMERO-EX.
          PERFORM SCRIVI-RIGHE-FATTURA THRU SCRIVI-RIGHE-FATTURA-EX.
          PERFORM SCRIVI-RETTEANN THRU SCRIVI-RETTEANN-EX.
          PERFORM SEGNA-RIDUZIONI THRU SEGNA-RIDUZIONI-EX.
          ADD 1 TO WS-CTR-FATTURATE.
          MOVE CURSO-STUDENT TO SR-CORSO.
          MOVE CD-STUDENT    TO SR-CD-STUDENT.
          MOVE NM-STUDENT    TO SR-NOME.
          MOVE FFAT-NUM-FAT  TO SR-NUM-FAT.
          MOVE WS-TOTALE     TO SR-TOTALE.
          MOVE WS-LORDO      TO SR-LORDO.
          MOVE WS-RIDUZIONI  TO SR-RIDUZIONI.
          RELEASE SORT-RECORD.
       Z020.
          PERFORM LEGGI-STUDENTE THRU LEGGI-STUDENTE-EX.
       FATTURA-UNO-EX.
          EXIT.

      *----------------------------------------------------------------
      *  RIDUZIONI APPROVATE DELLO STUDENTE PER L'ANNO, NON ANCORA
      *  APPLICATE: PERCENTUALE SUL LORDO O IMPORTO FISSO, LIMITATE
      *  AL RESIDUO DELLA RETTA. LO SCONTO FRATELLI VALE SOLO SE IL
      *  CLIENTE DELLO STUDENTE HA ANCORA ALTRI STUDENTI COLLEGATI.
      *----------------------------------------------------------------
       CALCOLA-RIDUZIONI.
          MOVE ZEROES TO WS-RIDUZIONI.
          PERFORM CALCOLA-UNA-RIDUZIONE THRU CALCOLA-UNA-RIDUZIONE-EX
                  VARYING WS-IX-RID FROM 1 BY 1 UNTIL WS-IX-RID > 3.
       CALCOLA-RIDUZIONI-EX.
          EXIT.

       CALCOLA-UNA-RIDUZIONE.
          MOVE 'N'    TO WS-RID-USATA (WS-IX-RID).
          MOVE ZEROES TO WS-RID-PERC (WS-IX-RID)
                         WS-RID-APPL (WS-IX-RID).
          MOVE WS-RUN-ANNO TO RID-ANNO.
          MOVE CD-STUDENT  TO RID-CD-STUDENT.
          MOVE WS-TIPO-RID (WS-IX-RID) TO RID-TIPO.
          READ RIDUZIONI.
          IF FS-RIDUZIONI NOT = '00'
          OR NOT RID-APPROVATA
          OR RID-NUM-FAT NOT = SPACES
             GO TO CALCOLA-UNA-RIDUZIONE-EX.
          IF RID-FRATELLI
             PERFORM CONTA-FRATELLI THRU CONTA-FRATELLI-EX
             IF WS-CTR-FRATELLI = ZEROES
                ADD 1 TO WS-CTR-FRAT-SCARTATE
                GO TO CALCOLA-UNA-RIDUZIONE-EX.
          IF RID-PERCENTUALE > ZEROES
             COMPUTE WS-RID-CALC ROUNDED =
                     WS-LORDO * RID-PERCENTUALE / 100
          ELSE
             COMPUTE WS-RID-CALC ROUNDED = RID-IMPORTO.
          IF WS-RID-CALC > WS-LORDO - WS-RIDUZIONI
             COMPUTE WS-RID-CALC = WS-LORDO - WS-RIDUZIONI.
          MOVE 'S'             TO WS-RID-USATA (WS-IX-RID).
          MOVE RID-PERCENTUALE TO WS-RID-PERC (WS-IX-RID).
          MOVE WS-RID-CALC     TO WS-RID-APPL (WS-IX-RID).
          ADD WS-RID-CALC TO WS-RIDUZIONI.
       CALCOLA-UNA-RIDUZIONE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  ALTRI STUDENTI COLLEGATI ALLO STESSO CLIENTE DI
      *  FATTURAZIONE (SCANSIONE DEL PONTE STUDCLI); ALLA FINE IL
      *  RECORD DELLO STUDENTE IN LAVORAZIONE VIENE RILETTO.
      *----------------------------------------------------------------
       CONTA-FRATELLI.
          MOVE ZEROES      TO WS-CTR-FRATELLI SW-FINE-SCL.
          MOVE SCL-COD-CLI TO WS-COD-CLI-FAMIGLIA.
          MOVE ZEROES      TO SCL-CD-STUDENT.
          START STUDCLI KEY IS NOT LESS THAN KEY-STUDCLI
                INVALID KEY MOVE 1 TO SW-FINE-SCL.
          PERFORM CERCA-FRATELLO THRU CERCA-FRATELLO-EX
                  UNTIL EOF-SCL.
          MOVE CD-STUDENT TO SCL-CD-STUDENT.
          READ STUDCLI.
       CONTA-FRATELLI-EX.
          EXIT.

       CERCA-FRATELLO.
          READ STUDCLI NEXT RECORD AT END MOVE 1 TO SW-FINE-SCL
               GO TO CERCA-FRATELLO-EX.
          IF FS-STUDCLI NOT = '00'
             MOVE 1 TO SW-FINE-SCL
             GO TO CERCA-FRATELLO-EX.
          IF SCL-COD-CLI = WS-COD-CLI-FAMIGLIA
          AND SCL-CD-STUDENT NOT = CD-STUDENT
             ADD 1 TO WS-CTR-FRATELLI.
       CERCA-FRATELLO-EX.
          EXIT.

      *----------------------------------------------------------------
      *  RETTA INTERAMENTE COPERTA DALLE RIDUZIONI: SI REGISTRA IN
      *  RETTEANN COL NUMERO 'ESENTE', SI SEGNANO LE RIDUZIONI E LO
      *  STUDENTE COMPARE NEL REGISTRO CON TOTALE ZERO.
      *----------------------------------------------------------------
       RETTA-ESENTE.
          MOVE SCL-COD-CLI    TO FFAT-COD-CLI.
          MOVE WS-NUM-ESENTE  TO FFAT-NUM-FAT.
          MOVE WS-DATA-RUN    TO FFAT-DATA-FATT.
          MOVE ZEROES         TO WS-TOTALE.
          PERFORM SCRIVI-RETTEANN THRU SCRIVI-RETTEANN-EX.
          PERFORM SEGNA-RIDUZIONI THRU SEGNA-RIDUZIONI-EX.
          ADD 1 TO WS-CTR-ESENTATE.
          MOVE CURSO-STUDENT TO SR-CORSO.
          MOVE CD-STUDENT    TO SR-CD-STUDENT.
          MOVE NM-STUDENT    TO SR-NOME.
          MOVE WS-NUM-ESENTE TO SR-NUM-FAT.
          MOVE ZEROES        TO SR-TOTALE.
          MOVE WS-LORDO      TO SR-LORDO.
          MOVE WS-RIDUZIONI  TO SR-RIDUZIONI.
          RELEASE SORT-RECORD.
       RETTA-ESENTE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  RIGHE DELLA FATTURA: LA RETTA DEL CORSO AL LORDO CON LO
      *  SCONTO COMPLESSIVO E L'IMPONIBILE NETTO, POI UNA RIGA
      *  DESCRITTIVA (SENZA IMPORTI) PER OGNI RIDUZIONE APPLICATA.
      *----------------------------------------------------------------
       SCRIVI-RIGHE-FATTURA.
          MOVE SPACES        TO REC-FATRIGHE.
          MOVE FFAT-COD-CLI  TO RIG-COD-CLI.
          MOVE FFAT-NUM-FAT  TO RIG-NUM-FAT.
          MOVE 1             TO RIG-NUM-RIGA.
          STRING 'RETTA '    DELIMITED BY SIZE
                 DESCR-CORSO DELIMITED BY SIZE
             INTO RIG-DESCRIZIONE.
          MOVE 1             TO RIG-QUANTITA.
          MOVE WS-LORDO      TO RIG-PREZZO-UNIT.
          MOVE ZEROES        TO RIG-SCONTO.
          IF WS-RIDUZIONI > ZEROES
             COMPUTE RIG-SCONTO ROUNDED =
                     WS-RIDUZIONI * 100 / WS-LORDO
                     ON SIZE ERROR MOVE 99,99 TO RIG-SCONTO.
          MOVE 22            TO RIG-ALIQUOTA.
          MOVE WS-IMPONIBILE TO RIG-IMPONIB.
          WRITE REC-FATRIGHE.
          IF FS-FATRIGHE NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA FATRIGHE - FS=' FS-FATRIGHE
                     ' FATTURA ' FFAT-NUM-FAT
             GO TO SCRIVI-RIGHE-FATTURA-EX.
          MOVE 1 TO WS-NUM-RIGA.
          PERFORM SCRIVI-RIGA-RIDUZIONE THRU SCRIVI-RIGA-RIDUZIONE-EX
                  VARYING WS-IX-RID FROM 1 BY 1 UNTIL WS-IX-RID > 3.
       SCRIVI-RIGHE-FATTURA-EX.
          EXIT.

       SCRIVI-RIGA-RIDUZIONE.
          IF NOT WS-RIDUZIONE-USATA (WS-IX-RID)
          OR WS-RID-APPL (WS-IX-RID) = ZEROES
             GO TO SCRIVI-RIGA-RIDUZIONE-EX.
          ADD 1 TO WS-NUM-RIGA.
          MOVE SPACES        TO REC-FATRIGHE.
          MOVE FFAT-COD-CLI  TO RIG-COD-CLI.
          MOVE FFAT-NUM-FAT  TO RIG-NUM-FAT.
          MOVE WS-NUM-RIGA   TO RIG-NUM-RIGA.
          MOVE WS-RID-APPL (WS-IX-RID) TO WS-RID-ED.
          IF WS-RID-PERC (WS-IX-RID) > ZEROES
             MOVE WS-RID-PERC (WS-IX-RID) TO WS-PERC-ED
             STRING WS-DESCR-RID (WS-IX-RID) DELIMITED BY SIZE
                    WS-PERC-ED               DELIMITED BY SIZE
                    '% EUR'                  DELIMITED BY SIZE
                    WS-RID-ED                DELIMITED BY SIZE
                INTO RIG-DESCRIZIONE
          ELSE
             STRING WS-DESCR-RID (WS-IX-RID) DELIMITED BY SIZE
                    '        EUR'            DELIMITED BY SIZE
                    WS-RID-ED                DELIMITED BY SIZE
                INTO RIG-DESCRIZIONE.
          MOVE ZEROES        TO RIG-QUANTITA RIG-PREZZO-UNIT
                                RIG-SCONTO RIG-IMPONIB.
          MOVE 22            TO RIG-ALIQUOTA.
          WRITE REC-FATRIGHE.
          IF FS-FATRIGHE NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA FATRIGHE - FS=' FS-FATRIGHE
                     ' FATTURA ' FFAT-NUM-FAT.
       SCRIVI-RIGA-RIDUZIONE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  SEGNA SU RIDUZIONI LA FATTURA (O 'ESENTE') E L'IMPORTO
      *  SCALATO PER OGNI RIDUZIONE USATA: NON SI APPLICA DUE VOLTE.
      *----------------------------------------------------------------
       SEGNA-RIDUZIONI.
          PERFORM SEGNA-UNA-RIDUZIONE THRU SEGNA-UNA-RIDUZIONE-EX
                  VARYING WS-IX-RID FROM 1 BY 1 UNTIL WS-IX-RID > 3.
       SEGNA-RIDUZIONI-EX.
          EXIT.

       SEGNA-UNA-RIDUZIONE.
          IF NOT WS-RIDUZIONE-USATA (WS-IX-RID)
             GO TO SEGNA-UNA-RIDUZIONE-EX.
          MOVE WS-RUN-ANNO TO RID-ANNO.
          MOVE CD-STUDENT  TO RID-CD-STUDENT.
          MOVE WS-TIPO-RID (WS-IX-RID) TO RID-TIPO.
          READ RIDUZIONI.
          IF FS-RIDUZIONI NOT = '00'
             DISPLAY 'RIDUZIONE ' RID-TIPO ' STUDENTE ' CD-STUDENT
                     ' NON PIU'' PRESENTE - FS=' FS-RIDUZIONI
             GO TO SEGNA-UNA-RIDUZIONE-EX.
          MOVE FFAT-NUM-FAT TO RID-NUM-FAT.
          MOVE WS-RID-APPL (WS-IX-RID) TO RID-APPLICATO.
          REWRITE REC-RIDUZIONI.
          IF FS-RIDUZIONI NOT = '00'
             DISPLAY 'ERRORE IN AGGIORNAMENTO RIDUZIONI - FS='
                     FS-RIDUZIONI ' STUDENTE ' CD-STUDENT.
       SEGNA-UNA-RIDUZIONE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  PROSSIMO NUMERO DELLA SERIE RETTE DELL'ANNO (IL RECORD DI
      *  PROTOCOLLO NASCE AL PRIMO NUMERO). IL NUMERO SI CONSUMA
      *  SOLO DOPO LA SCRITTURA DELLA FATTURA (CONSUMA-NUMERO).
      *----------------------------------------------------------------
       PRENDI-NUMERO.
          MOVE 'N' TO SW-NUM-NUOVO.
          MOVE WS-RUN-ANNO TO NUM-ANNO.
          MOVE 'T'         TO NUM-SERIE.
          READ NUMFATT.
          IF FS-NUMFATT = '23'
             MOVE 'S' TO SW-NUM-NUOVO
             MOVE SPACES      TO REC-NUMFATT
             MOVE WS-RUN-ANNO TO NUM-ANNO
             MOVE 'T'         TO NUM-SERIE
             MOVE ZEROES      TO NUM-ULTIMO NUM-DATA-ULT
             MOVE 1           TO NUM-PRIMO
             MOVE '00'        TO FS-NUMFATT.
          IF FS-NUMFATT NOT = '00'
             DISPLAY 'ERRORE IN LETTURA NUMFATT - FS=' FS-NUMFATT
             GO TO PRENDI-NUMERO-EX.
          IF NUM-ULTIMO = 99999
             DISPLAY 'PROTOCOLLO RETTE DELL''ANNO ESAURITO'
             MOVE '99' TO FS-NUMFATT
             GO TO PRENDI-NUMERO-EX.
          MOVE WS-RUN-AA TO WS-PROT-AA.
          COMPUTE WS-PROT-PROGR = NUM-ULTIMO + 1.
       PRENDI-NUMERO-EX.
          EXIT.

       CONSUMA-NUMERO.
          MOVE WS-PROT-PROGR TO NUM-ULTIMO.
          MOVE WS-DATA-RUN   TO NUM-DATA-ULT.
          IF WS-NUM-NUOVO
             WRITE REC-NUMFATT
          ELSE
             REWRITE REC-NUMFATT.
          IF FS-NUMFATT NOT = '00'
             DISPLAY 'ERRORE IN AGGIORNAMENTO NUMFATT - FS='
                     FS-NUMFATT
             STOP RUN WITH ERROR STATUS 16.
       CONSUMA-NUMERO-EX.
          EXIT.

      *----------------------------------------------------------------
      *  REGISTRA LA RETTA DELL'ANNO PER LO STUDENTE CON LA FATTURA
      *  CHE LA PORTA (FFAT-COD-CLI/FFAT-NUM-FAT).
      *----------------------------------------------------------------
       SCRIVI-RETTEANN.
          MOVE SPACES         TO REC-RETTEANN.
          MOVE WS-RUN-ANNO    TO RET-ANNO.
          MOVE CD-STUDENT     TO RET-CD-STUDENT.
          MOVE FFAT-COD-CLI   TO RET-COD-CLI.
          MOVE FFAT-NUM-FAT   TO RET-NUM-FAT.
          MOVE FFAT-DATA-FATT TO RET-DATA-FATT.
          MOVE WS-LORDO       TO RET-LORDO.
          MOVE WS-RIDUZIONI   TO RET-RIDUZIONI.
          WRITE REC-RETTEANN.
          IF FS-RETTEANN NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA RETTEANN - FS=' FS-RETTEANN
                     ' STUDENTE ' CD-STUDENT.
       SCRIVI-RETTEANN-EX.
          EXIT.

      *----------------------------------------------------------------
      *  REGISTRO DELLE FATTURE EMESSE, RAGGRUPPATO PER CORSO CON IL
      *  CONTEGGIO DI FINE CORSO.
          MOVE SR-NOME       TO WS-D-NOME.
          MOVE SR-NUM-FAT    TO WS-D-NUM-FAT.
          MOVE SR-TOTALE     TO WS-D-TOTALE.
          MOVE SR-LORDO      TO WS-D-LORDO.
          MOVE SR-RIDUZIONI  TO WS-D-RIDUZIONI.
          COMPUTE WS-D-NETTO = SR-LORDO - SR-RIDUZIONI.
          MOVE WS-DET-STAMPA TO REC-REGISTRO.
          WRITE REC-REGISTRO AFTER ADVANCING 1 LINE.
          ADD 1 TO WS-CTR-CORSO.

       OP-FINALI.
          CLOSE ESTUDENTE, CORSI, STUDCLI, FFATTURE, REGISTRO.
          CLOSE NUMFATT, RETTEANN, RIDUZIONI, FATRIGHE.
          DISPLAY 'ISCRIZIONI LETTE:   ' WS-CTR-STUD-LETTI.
          DISPLAY 'RETTE FATTURATE:    ' WS-CTR-FATTURATE.
          DISPLAY 'GIA'' FATTURATE:     ' WS-CTR-GIA-FATTURATE.
          DISPLAY 'SENZA RETTA/CORSO:  ' WS-CTR-SENZA-RETTA.
          DISPLAY 'SENZA COD-CLI (DA COLLEGARE CON GESSTCLI): '
                  WS-CTR-SENZA-CLIENTE.
          DISPLAY 'NON EMESSE PER ERRORE DI PROTOCOLLO: '
                  WS-CTR-ERR-PROTOCOLLO.
          DISPLAY 'RETTE CON RIDUZIONI: ' WS-CTR-RIDOTTE.
          DISPLAY 'RETTE AZZERATE (ESENTE): ' WS-CTR-ESENTATE.
          DISPLAY 'SCONTI FRATELLI SENZA FRATELLI IN STUDCLI: '
                  WS-CTR-FRAT-SCARTATE.
       OP-FINALI-EX.
          EXIT.
