           LA FIRMA. NIENTE PIU' RIBATTITURE A MANO CHE CONTANO DUE
           VOLTE LA STESSA FATTURA.

      *----------------------------------------------------------------
      * MODIFICHE
      * 14-09-2026 MB  PARTITE CON IL NUMERO RATA IN CHIAVE: LE RATE
      *                APERTE DI UNA FATTURA SI CONSOLIDANO COME
      *                PARTITE SEPARATE.
      * 15-10-2026 MB  TESTATA CONTRATTI CON IL TIPO TASSO IN CODA: IL
      *                CONTRATTO DI CONSOLIDAMENTO NASCE SEMPRE A TASSO
      *                FISSO ('F').
      * 15-10-2026 MB  TRASPARENZA: SPESE DI ISTRUTTORIA E DI INCASSO,
      *                TAEG DEL PIANO SALVATO IN TESTATA (SCRITTA ORA
      *                DOPO IL PIANO) E MODULO INFORMATIVO
      *                PRECONTRATTUALE STAMPATO DOPO IL PIANO.
      * 15-10-2026 MB  SOGLIE D'USURA: IL CONTRATTO DI CONSOLIDAMENTO E'
      *                DI CATEGORIA 'A' (ALTRI FINANZIAMENTI); PIANO E
      *                TAEG SI CALCOLANO PRIMA DELLA CONFERMA E IL
      *                CONSOLIDAMENTO E' RIFIUTATO SE TAEG O TASSO
      *                SUPERANO LA SOGLIA IN VIGORE (FILE-SOGLIE).
      * 15-10-2026 MB  LE PARTITE MARCATE LASCIANO LA LORO IMMAGINE
      *                PRIMA/DOPO SUL GIORNALE PARTBIMG (RUN CON LA
      *                DATA CONTABILE DI DATACONT), COSI' LA MARCATURA
      *                SI PUO' ANNULLARE CON IL RIPRISTINO RIPRPART.
      * 15-10-2026 MB  LA DATA BASE DEL CONTRATTO (CREAZIONE, SCADENZE
      *                DELLE RATE, TRIMESTRE DELLE SOGLIE D'USURA E
      *                FLUSSI DEL TAEG) E' LA DATA CONTABILE DI DATACONT
      *                E NON PIU' LA DATA DI SISTEMA.
      *----------------------------------------------------------------

       ENVIRONMENT  DIVISION.

       CONFIGURATION SECTION.
                                 ORGANIZATION IS SEQUENTIAL
                                 FILE STATUS IS WS-FS-NUMCONTR.

           SELECT OPTIONAL FILE-SOGLIE ASSIGN TO DISK
                                 ACCESS IS DYNAMIC
                                 ORGANIZATION IS INDEXED
                                 RECORD KEY IS KEY-SOGLIA
                                 FILE STATUS IS WS-FS-SOGLIE.

           SELECT OPTIONAL FILE-PARTBIMG ASSIGN TO DISK
                                 ACCESS IS SEQUENTIAL
                                 ORGANIZATION IS SEQUENTIAL
                                 FILE STATUS IS WS-FS-PARTBIMG.

           SELECT FILE-STAMPA   ASSIGN TO PRINTER.

       DATA  DIVISION.
           05 KEY-PARTITE.
              07 PAR-COD-CLI            PIC 9(5).
              07 PAR-NUM-FAT            PIC X(8).
      *       RATA: 00 = PARTITA UNICA DEL DOCUMENTO, 01-06 = RATE
      *       DEL TERMINE DI PAGAMENTO (VEDI GESTPAG E INSFATTURE).
              07 PAR-NUM-RATA           PIC 9(2).
           05 PAR-TOT-FATT              PIC 9(14) COMP-3.
           05 PAR-INCASSATO             PIC 9(14) COMP-3.
           05 PAR-RESIDUO               PIC 9(14) COMP-3.
              88 PAR-TIPO-ACCONTO          VALUE 'A'.
              88 PAR-TIPO-NC               VALUE 'N'.
           05 PAR-RIF-CONTRATTO         PIC 9(6).
           05 FILLER                    PIC X(7).

       FD  FILE-PARCELAS
           LABEL RECORDS ARE STANDARD
              88 CONTRATTO-SALDATO         VALUE 'S'.
              88 CONTRATTO-RINEGOZIATO     VALUE 'R'.
           03 CON-VERSIONE              PIC 99.
      *    TIPO TASSO: 'F' (O SPAZIO) = FISSO; 'I' = INDICIZZATO SU
      *    CON-COD-INDICE (TABELLA FILE-INDICI, VEDI GESINDICI) PIU'
      *    CON-SPREAD, FRA MINIMO E MASSIMO (MASSIMO ZERO = SENZA
      *    TETTO). CON-TAXA E' SEMPRE IL TASSO IN VIGORE, RIVISTO DA
      *    REVTASSI ALLA DATA CON-DATA-REVISIONE.
           03 CON-TIPO-TASSO            PIC X.
              88 TASSO-FISSO               VALUE 'F' ' '.
              88 TASSO-INDICIZZATO         VALUE 'I'.
           03 CON-COD-INDICE            PIC X(6).
           03 CON-SPREAD                PIC 9(2)V999.
           03 CON-TASSO-MIN             PIC 9(3)V99.
           03 CON-TASSO-MAX             PIC 9(3)V99.
           03 CON-DATA-REVISIONE        PIC 9(8).
      *    TRASPARENZA: TAEG CALCOLATO ALLA FIRMA O ALL'ULTIMA
      *    RINEGOZIAZIONE, SPESE DI ISTRUTTORIA (PAGATE ALLA FIRMA) E
      *    SPESE DI INCASSO PER RATA. SPAZI SUI CONTRATTI NATI PRIMA.
           03 CON-TAEG                  PIC 9(2)V99.
           03 CON-SPESE-ISTRUTTORIA     PIC 9(4)V99.
           03 CON-SPESE-INCASSO         PIC 9V99.
      *    CATEGORIA DI CREDITO PER LE SOGLIE D'USURA (TABELLA
      *    FILE-SOGLIE, VEDI GESSOGLIE): 'F' (O SPAZIO) = CREDITO
      *    FINALIZZATO, 'P' = PRESTITO PERSONALE, 'A' = ALTRI
      *    FINANZIAMENTI (CONSOLIDAMENTI).
           03 CON-CATEGORIA             PIC X.
              88 CATEGORIA-FINALIZZATO     VALUE 'F' ' '.
              88 CATEGORIA-PERSONALE       VALUE 'P'.
              88 CATEGORIA-ALTRI           VALUE 'A'.

       FD  FILE-NUMCONTR
           LABEL RECORDS ARE STANDARD
           03 NUM-ULTIMO-CONTRATTO      PIC 9(06).
           03 FILLER                    PIC X(14).

      *----------------------------------------------------------------
      *  TABELLA DELLE SOGLIE D'USURA PER CATEGORIA, DECORRENZA
      *  TRIMESTRALE E FASCIA DI IMPORTO (VEDI GESSOGLIE).
      *----------------------------------------------------------------
       FD  FILE-SOGLIE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REC-SOGLIA.

       01  REC-SOGLIA.
           03 KEY-SOGLIA.
              05 SOG-CATEGORIA          PIC X.
              05 SOG-DECORRENZA         PIC 9(8).
              05 SOG-IMPORTO-MAX        PIC 9(7)V99.
           03 SOG-TASSO-SOGLIA          PIC 9(2)V99.
           03 SOG-DESCRIZIONE           PIC X(30).
           03 FILLER                    PIC X(20).

      *----------------------------------------------------------------
      *  GIORNALE DELLE IMMAGINI DI PARTITE (VEDI RIPRPART).
      *----------------------------------------------------------------
       FD  FILE-PARTBIMG
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REC-PARTBIMG.
           COPY FD_PartBimg.

       FD  FILE-STAMPA
           LABEL RECORD IS OMITTED
           DATA RECORDS ARE RIGA-INT, RIGA-DET, RIGA-TOT, RIGA-INF.

       01  RIGA-INT.
           03 FILLER                    PIC X(05).
           03 TOTALE-TOT                PIC $$,$$$,$$$.99.
           03 FILLER                    PIC X(24).

       01  RIGA-INF.
           03 FILLER                    PIC X(05).
           03 ETICHETTA-INF             PIC X(40).
           03 TESTO-INF                 PIC X(35).

       WORKING-STORAGE SECTION.

       01  WS-FS-PARTITE                   PIC XX VALUE '00'.
       01  WS-FS-PARCELAS                  PIC XX VALUE '00'.
       01  WS-FS-CONTRATTI                 PIC XX VALUE '00'.
       01  WS-FS-NUMCONTR                  PIC XX VALUE '00'.
       01  WS-FS-SOGLIE                    PIC XX VALUE '00'.
       01  WS-FS-PARTBIMG                  PIC XX VALUE '00'.
       01  WS-SOGLIE-APERTO                PIC X VALUE 'N'.
           88 SOGLIE-APERTO                 VALUE 'S'.
       01  WS-FINE-SOGLIE                  PIC 9  VALUE ZERO.
           88 EOF-SOGLIE                    VALUE 1.

      *----------------------------------------------------------------
      *  SOGLIA D'USURA IN VIGORE PER CATEGORIA DI CREDITO, DATA E
      *  IMPORTO DEL CREDITO (VEDI CERCA-SOGLIA).
      *----------------------------------------------------------------
       01  WS-USURA.
           03 WS-SOG-CATEGORIA             PIC X.
           03 WS-SOG-DATA                  PIC 9(8).
           03 WS-SOG-IMPORTO               PIC 9(7)V99.
           03 WS-SOG-DECORRENZA            PIC 9(8).
           03 WS-SOG-FASCIA                PIC X.
              88 FASCIA-TROVATA             VALUE 'S'.
           03 WS-SOGLIA                    PIC 9(2)V99.
           03 WS-SOGLIA-TROVATA            PIC X.
              88 SOGLIA-TROVATA             VALUE 'S'.

       01  WS-USURA-SUPERATA               PIC X VALUE 'N'.
           88 USURA-SUPERATA                VALUE 'S'.

       01  WS-FINE-PARTITE                 PIC 9 VALUE ZERO.
           88 EOF-PARTITE                   VALUE 1.
       01  WS-TOT-RESIDUI                  PIC 9(9) VALUE ZERO.
       01  WS-IMPORTO-ED                   PIC $$,$$$,$$9.99.

      *----------------------------------------------------------------
      *  RUN SUL GIORNALE IMMAGINI PARTITE: DATA CONTABILE, ORA DI
      *  INIZIO DELLA MARCATURA E PROGRESSIVO DELLE IMMAGINI.
      *----------------------------------------------------------------
       01  WS-BIM-DATA-RUN                 PIC 9(8) VALUE ZEROES.
       01  WS-BIM-ORA-RUN                  PIC 9(8) VALUE ZEROES.
       01  WS-BIM-PROGR                    PIC 9(7) VALUE ZEROES.

       01  WS-DATA-BASE                    PIC 9(8) VALUE ZEROES.
       01  WS-DATA-BASE-R REDEFINES WS-DATA-BASE.
           03 WS-ANNO-BASE                 PIC 9(4).
           03 WS-ANNO-SCAD                 PIC 9(4).
           03 WS-MESE-SCAD                 PIC 9(2).

      *----------------------------------------------------------------
      *  RATE DEL PIANO, CALCOLATE PRIMA DELLA CONFERMA PER IL TAEG E
      *  IL CONTROLLO DI USURA, POI SCRITTE E STAMPATE.
      *----------------------------------------------------------------
       01  WS-PIANO.
           03 WS-RATA-PIANO OCCURS 60 TIMES.
              05 WS-VALOR-PARCELA          PIC 9(05)V99.
              05 WS-JUROS-PARCELA          PIC 9(05)V99.
              05 WS-CAPITAL-PARCELA        PIC 9(05)V99.
              05 WS-ANNO-SCAD-PARCELA      PIC 9(4).
              05 WS-MESE-SCAD-PARCELA      PIC 9(2).
              05 WS-GIORNO-SCAD-PARCELA    PIC 9(2).

      *----------------------------------------------------------------
      *  TAEG: TASSO ANNUO CHE UGUAGLIA IL CREDITO NETTO EROGATO
      *  (IMPORTO DEL CREDITO MENO SPESE DI ISTRUTTORIA) AL VALORE
      *  ATTUALE DELLE RATE PIU' LE SPESE DI INCASSO, SCONTATE ALLE
      *  DATE DI SCADENZA (ANNO DI 12 MESI, GIORNI SU 365).
      *----------------------------------------------------------------
       01  WS-TAEG-CAMPI.
           03 WS-SPESE-ISTRUTTORIA         PIC 9(4)V99.
           03 WS-SPESE-INCASSO             PIC 9V99.
           03 WS-CREDITO                   PIC 9(7)V99.
           03 WS-CREDITO-NETTO             PIC S9(7)V99.
           03 WS-RATE-TAEG                 PIC 99.
           03 WS-TAEG                      PIC 9(2)V99.
           03 WS-TAEG-MIN                  PIC 9V9(9).
           03 WS-TAEG-MAX                  PIC 9V9(9).
           03 WS-TAEG-PROVA                PIC 9V9(9).
           03 WS-VALORE-ATTUALE            PIC 9(8)V9(6).
           03 WS-ANNI-RATA                 PIC S9(2)V9(6).
           03 WS-FATTORE-SCONTO            PIC 9(3)V9(9).
           03 WS-MESI-RATA                 PIC S9(4).
           03 WS-GIORNI-RATA               PIC S9(2).
           03 WS-CICLI-TAEG                PIC 99.
           03 WS-IND-TAEG                  PIC 99.
           03 WS-TOTALE-RATE               PIC 9(8)V99.
           03 WS-INTERESSI-TOTALI          PIC 9(8)V99.
           03 WS-COSTO-TOTALE              PIC 9(8)V99.
           03 WS-TOTALE-DOVUTO             PIC 9(8)V99.

      *----------------------------------------------------------------
      *  MODULO INFORMATIVO PRECONTRATTUALE: DATI DI INTESTAZIONE E
      *  RIGA ETICHETTA + VALORE.
      *----------------------------------------------------------------
       01  WS-INFORMATIVA.
           03 WS-INF-TIPO-CONTRATTO        PIC X(35).
           03 WS-INF-CLIENTE               PIC X(20).
           03 WS-INF-CONTRATTO             PIC 9(6).
           03 WS-INF-PREZZO                PIC 9(7)V99.
           03 WS-INF-ANTICIPO              PIC 9(6)V99.
           03 WS-INF-TAN                   PIC 9(3)V99.
           03 WS-INF-TASSO                 PIC X(35).
           03 WS-INF-ETICHETTA             PIC X(40).
           03 WS-INF-TESTO                 PIC X(35).
           03 WS-INF-SALTO                 PIC 9.
           03 WS-INF-IMPORTO-ED            PIC $$,$$$,$$9.99.
           03 WS-INF-PERC-ED               PIC ZZ9.99.
           03 WS-INF-DATA-ED.
              05 WS-INF-GIORNO-ED          PIC 99.
              05 FILLER                    PIC X VALUE '/'.
              05 WS-INF-MESE-ED            PIC 99.
              05 FILLER                    PIC X VALUE '/'.
              05 WS-INF-ANNO-ED            PIC 9(4).

           COPY PAR_DataCont.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'CODICE CLIENTE DA CONSOLIDARE (5 CIFRE): '.
           END-IF.
           DISPLAY 'TASSO ANNUO (%):                         '.
           ACCEPT WS-TAXA-ANUAL.
           DISPLAY 'SPESE DI ISTRUTTORIA:                    '.
           ACCEPT WS-SPESE-ISTRUTTORIA.
           DISPLAY 'SPESE DI INCASSO PER RATA:               '.
           ACCEPT WS-SPESE-INCASSO.
           MOVE 'D' TO DCP-FUNZIONE.
           MOVE 'CONSOFIN' TO DCP-PROGRAMMA.
           CALL 'DATACONT' USING PARAMETRI-DATACONT.
           MOVE DCP-DATA-CONTABILE TO WS-DATA-BASE.
           OPEN I-O PARTITE.
           IF WS-FS-PARTITE NOT = '00'
               DISPLAY 'IMPOSSIBILE APRIRE PARTITE - FS='
               CLOSE PARTITE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      *  PIANO E TAEG PRIMA DELLA CONFERMA: OLTRE LA SOGLIA D'USURA
      *  (O SENZA SOGLIA DEFINITA) NON SI CONSOLIDA.
      *----------------------------------------------------------------
           OPEN INPUT FILE-SOGLIE.
           IF WS-FS-SOGLIE = '00'
               MOVE 'S' TO WS-SOGLIE-APERTO
           END-IF.
           PERFORM CALCOLA-PIANO.
           PERFORM CONTROLLA-USURA.
           IF SOGLIE-APERTO
               CLOSE FILE-SOGLIE
           END-IF.
           DISPLAY 'TAEG DEL PIANO (%): ' WS-TAEG.
           IF NOT SOGLIA-TROVATA
               DISPLAY 'SOGLIA D''USURA NON DEFINITA PER LA CATEGORIA '
                       WS-SOG-CATEGORIA ': CONSOLIDAMENTO RIFIUTATO'
               CLOSE PARTITE
               STOP RUN
           END-IF.
           IF USURA-SUPERATA
               DISPLAY 'TAEG OLTRE LA SOGLIA D''USURA ' WS-SOGLIA
                       ': CONSOLIDAMENTO RIFIUTATO'
               CLOSE PARTITE
               STOP RUN
           END-IF.
           MOVE WS-TOT-RESIDUI TO WS-IMPORTO-ED.
           DISPLAY 'PARTITE APERTE:      ' WS-CTR-PARTITE.
           DISPLAY 'TOTALE DA RATEIZZARE: ' WS-IMPORTO-ED.
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      *  GIORNALE IMMAGINI PARTITE: SENZA GIORNALE LA MARCATURA NON
      *  SAREBBE RIPRISTINABILE E IL CONSOLIDAMENTO NON SI FA.
      *----------------------------------------------------------------
           MOVE WS-DATA-BASE TO WS-BIM-DATA-RUN.
           ACCEPT WS-BIM-ORA-RUN FROM TIME.
           OPEN EXTEND FILE-PARTBIMG.
           IF WS-FS-PARTBIMG NOT = '00' AND WS-FS-PARTBIMG NOT = '05'
               DISPLAY 'IMPOSSIBILE APRIRE PARTBIMG - FS='
                       WS-FS-PARTBIMG
               CLOSE PARTITE
               STOP RUN
           END-IF.

           PERFORM ASSEGNA-CONTRATTO.
           PERFORM SCRIVI-PIANO.
           PERFORM SCRIVI-TESTATA.
           PERFORM MARCA-PARTITE.
           CLOSE PARTITE.
           CLOSE FILE-PARTBIMG.
           DISPLAY 'CONTRATTO DI CONSOLIDAMENTO: ' WS-NUM-CONTRATTO.
           DISPLAY 'IMMAGINI PARTITE: ' WS-BIM-PROGR ' (RUN '
                   WS-BIM-DATA-RUN ' ' WS-BIM-ORA-RUN ')'.
           STOP RUN.

       SOMMA-RESIDUI.
                        WS-TOT-RESIDUI.
           MOVE WS-COD-CLI TO PAR-COD-CLI.
           MOVE SPACES TO PAR-NUM-FAT.
           MOVE ZEROES TO PAR-NUM-RATA.
           START PARTITE KEY IS GREATER THAN KEY-PARTITE
                 INVALID KEY MOVE 1 TO WS-FINE-PARTITE.
           PERFORM UNTIL EOF-PARTITE
           MOVE WS-DATA-BASE     TO CON-DATA-CREAZIONE.
           MOVE 'A'              TO CON-STATO.
           MOVE 01               TO CON-VERSIONE.
           MOVE 'F'              TO CON-TIPO-TASSO.
           MOVE ZEROES           TO CON-SPREAD CON-TASSO-MIN
                                    CON-TASSO-MAX CON-DATA-REVISIONE.
           MOVE WS-TAEG          TO CON-TAEG.
           MOVE WS-SPESE-ISTRUTTORIA TO CON-SPESE-ISTRUTTORIA.
           MOVE WS-SPESE-INCASSO TO CON-SPESE-INCASSO.
           MOVE 'A'              TO CON-CATEGORIA.
           WRITE REC-CONTRATTO.
           IF WS-FS-CONTRATTI NOT = '00'
               DISPLAY 'ERRORE IN SCRITTURA FILE-CONTRATTI - FS='
           CLOSE FILE-CONTRATTI.

      *----------------------------------------------------------------
      *  PIANO PRICE SUL TOTALE DEI RESIDUI (STESSA MACCHINA DI
      *  CALCOLO DI FINANZIAMENTO) E SUO TAEG, IN MEMORIA (WS-PIANO)
      *  PRIMA DI TOCCARE GLI ARCHIVI.
      *----------------------------------------------------------------
       CALCOLA-PIANO.
           MOVE WS-TOT-RESIDUI TO WS-VALOR-FINANCIADO.
           COMPUTE WS-TAXA-MENSILE ROUNDED = WS-TAXA-ANUAL / 1200.
           IF WS-TAXA-ANUAL = ZEROES
               END-IF
               SUBTRACT WS-CAPITAL-CORRENTE FROM WS-SALDO-RESIDUO
               ADD WS-VR-PARCELA-FIXA TO WS-TOTAL-PIANO
               PERFORM CALCOLA-UNA-PARCELA
           END-PERFORM.
           MOVE WS-VALOR-FINANCIADO TO WS-CREDITO.
           MOVE WS-NUM-PARCELAS     TO WS-RATE-TAEG.
           PERFORM CALCOLA-TAEG THRU CALCOLA-TAEG-EX.

       CALCOLA-UNA-PARCELA.
           COMPUTE WS-MESE-TOTALE = WS-MESE-BASE + WS-IND.
           DIVIDE WS-MESE-TOTALE BY 12 GIVING WS-ANNI-EXTRA
                  REMAINDER WS-MESE-SCAD.
               SUBTRACT 1 FROM WS-ANNI-EXTRA
           END-IF.
           COMPUTE WS-ANNO-SCAD = WS-ANNO-BASE + WS-ANNI-EXTRA.
           MOVE WS-VR-PARCELA-FIXA  TO WS-VALOR-PARCELA(WS-IND).
           MOVE WS-JUROS-CORRENTI   TO WS-JUROS-PARCELA(WS-IND).
           MOVE WS-CAPITAL-CORRENTE TO WS-CAPITAL-PARCELA(WS-IND).
           MOVE WS-ANNO-SCAD        TO WS-ANNO-SCAD-PARCELA(WS-IND).
           MOVE WS-MESE-SCAD        TO WS-MESE-SCAD-PARCELA(WS-IND).
           MOVE WS-GIORNO-BASE      TO WS-GIORNO-SCAD-PARCELA(WS-IND).

      *----------------------------------------------------------------
      *  IL TAEG (E IL TASSO) DEL CONSOLIDAMENTO NON POSSONO SUPERARE
      *  LA SOGLIA D'USURA DELLA CATEGORIA 'A' PER LA FASCIA DEL
      *  TOTALE CONSOLIDATO.
      *----------------------------------------------------------------
       CONTROLLA-USURA.
           MOVE 'N' TO WS-USURA-SUPERATA.
           MOVE 'A'                 TO WS-SOG-CATEGORIA.
           MOVE WS-DATA-BASE        TO WS-SOG-DATA.
           MOVE WS-VALOR-FINANCIADO TO WS-SOG-IMPORTO.
           PERFORM CERCA-SOGLIA THRU CERCA-SOGLIA-EX.
           IF SOGLIA-TROVATA
              AND (WS-TAEG > WS-SOGLIA OR WS-TAXA-ANUAL > WS-SOGLIA)
               MOVE 'S' TO WS-USURA-SUPERATA.

      *----------------------------------------------------------------
      *  SOGLIA D'USURA IN VIGORE ALLA DATA WS-SOG-DATA PER LA
      *  CATEGORIA WS-SOG-CATEGORIA (SPAZIO = CREDITO FINALIZZATO) E
      *  L'IMPORTO WS-SOG-IMPORTO: ULTIMA DECORRENZA NON SUCCESSIVA
      *  ALLA DATA, PRIMA FASCIA CON LIMITE NON INFERIORE ALL'IMPORTO
      *  (OLTRE L'ULTIMA FASCIA VALE L'ULTIMA). STESSA REGOLA IN
      *  FINANZIAMENTO, RINEGOZIA, CONSOFIN, PENAPARC E CTRLUSURA.
      *----------------------------------------------------------------
       CERCA-SOGLIA.
           MOVE 'N' TO WS-SOGLIA-TROVATA WS-SOG-FASCIA.
           MOVE ZERO TO WS-SOGLIA.
           MOVE ZEROES TO WS-SOG-DECORRENZA.
           IF NOT SOGLIE-APERTO
               GO TO CERCA-SOGLIA-EX.
           IF WS-SOG-CATEGORIA = SPACE
               MOVE 'F' TO WS-SOG-CATEGORIA.
           MOVE ZERO TO WS-FINE-SOGLIE.
           MOVE WS-SOG-CATEGORIA TO SOG-CATEGORIA.
           MOVE ZEROES TO SOG-DECORRENZA SOG-IMPORTO-MAX.
           START FILE-SOGLIE KEY IS NOT LESS THAN KEY-SOGLIA
                 INVALID KEY MOVE 1 TO WS-FINE-SOGLIE.
           PERFORM UNTIL EOF-SOGLIE
               READ FILE-SOGLIE NEXT
                   AT END MOVE 1 TO WS-FINE-SOGLIE
               END-READ
               IF NOT EOF-SOGLIE
                   IF SOG-CATEGORIA NOT = WS-SOG-CATEGORIA
                      OR SOG-DECORRENZA > WS-SOG-DATA
                       MOVE 1 TO WS-FINE-SOGLIE
                   ELSE
                       PERFORM FASCIA-SOGLIA
                   END-IF
               END-IF
           END-PERFORM.
       CERCA-SOGLIA-EX.
           EXIT.

      *    UNA NUOVA DECORRENZA RIAPRE LA RICERCA DELLA FASCIA.
       FASCIA-SOGLIA.
           IF SOG-DECORRENZA NOT = WS-SOG-DECORRENZA
               MOVE SOG-DECORRENZA TO WS-SOG-DECORRENZA
               MOVE 'N' TO WS-SOG-FASCIA
           END-IF.
           IF NOT FASCIA-TROVATA
               MOVE SOG-TASSO-SOGLIA TO WS-SOGLIA
               MOVE 'S' TO WS-SOGLIA-TROVATA
               IF SOG-IMPORTO-MAX NOT < WS-SOG-IMPORTO
                   MOVE 'S' TO WS-SOG-FASCIA
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  SCRITTURA DEL PIANO SU FILE-PARCELAS E STAMPA PER LA FIRMA
      *  CON IL MODULO INFORMATIVO.
      *----------------------------------------------------------------
       SCRIVI-PIANO.
           OPEN I-O FILE-PARCELAS.
           IF WS-FS-PARCELAS NOT = '00'
               OPEN OUTPUT FILE-PARCELAS
               CLOSE FILE-PARCELAS
               OPEN I-O FILE-PARCELAS
           END-IF.
           OPEN OUTPUT FILE-STAMPA.
           MOVE SPACES TO RIGA-INT.
           MOVE 'PIANO DI CONSOLIDAMENTO CLI. ' TO TITOLO-INT.
           MOVE WS-COD-CLI TO CLIENTE-INT.
           MOVE ' CONTR. ' TO ETICH-CONTR-INT.
           MOVE WS-NUM-CONTRATTO TO CONTRATTO-INT.
           WRITE RIGA-INT AFTER PAGE.

           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-NUM-PARCELAS
               PERFORM SCRIVI-UNA-PARCELA
           END-PERFORM.

           MOVE SPACES TO RIGA-TOT.
           MOVE 'TOTALE DEL PIANO' TO ETICHETTA-TOT.
           MOVE WS-TOTAL-PIANO TO TOTALE-TOT.
           WRITE RIGA-TOT AFTER 3 LINES.

           MOVE 'CONSOLIDAMENTO DEI DEBITI SCADUTI'
                TO WS-INF-TIPO-CONTRATTO.
           MOVE SPACES           TO WS-INF-CLIENTE.
           STRING 'COD-CLI ' WS-COD-CLI DELIMITED BY SIZE
                  INTO WS-INF-CLIENTE.
           MOVE WS-NUM-CONTRATTO TO WS-INF-CONTRATTO.
           MOVE ZERO             TO WS-INF-PREZZO WS-INF-ANTICIPO.
           MOVE WS-TAXA-ANUAL    TO WS-INF-TAN.
           MOVE 'FISSO PER TUTTA LA DURATA' TO WS-INF-TASSO.
           PERFORM STAMPA-INFORMATIVA.
           CLOSE FILE-PARCELAS FILE-STAMPA.

       SCRIVI-UNA-PARCELA.
           MOVE SPACES TO REC-PARCELA.
           MOVE WS-NUM-CONTRATTO   TO REC-NUM-CONTRATTO.
           MOVE WS-IND             TO REC-NUM-PARCELA.
           MOVE 'CONSOLIDAMENTO'   TO REC-CLIENTE.
           MOVE 'PARTITE APERTE'   TO REC-OBJETO.
           MOVE WS-VALOR-PARCELA(WS-IND)   TO REC-VALOR-PARCELA.
           MOVE WS-JUROS-PARCELA(WS-IND)   TO REC-JUROS-PARCELA.
           MOVE WS-CAPITAL-PARCELA(WS-IND) TO REC-CAPITAL-PARCELA.
           MOVE WS-ANNO-SCAD-PARCELA(WS-IND)   TO REC-ANNO-SCAD.
           MOVE WS-MESE-SCAD-PARCELA(WS-IND)   TO REC-MESE-SCAD.
           MOVE WS-GIORNO-SCAD-PARCELA(WS-IND) TO REC-GIORNO-SCAD.
           MOVE ZEROES TO REC-DATA-PAG-PARCELA
                          REC-IMP-PAGATO-PARCELA
                          REC-PENALE-MATURATA
           END-IF.
           MOVE SPACES TO RIGA-DET.
           MOVE WS-IND TO NUM-PARCELA-DET.
           MOVE WS-VALOR-PARCELA(WS-IND)   TO VALOR-PARCELA-DET.
           MOVE WS-JUROS-PARCELA(WS-IND)   TO JUROS-PARCELA-DET.
           MOVE WS-CAPITAL-PARCELA(WS-IND) TO CAPITAL-PARCELA-DET.
           MOVE WS-GIORNO-SCAD-PARCELA(WS-IND) TO GIORNO-SCAD-DET.
           MOVE WS-MESE-SCAD-PARCELA(WS-IND)   TO MESE-SCAD-DET.
           MOVE WS-ANNO-SCAD-PARCELA(WS-IND)   TO ANNO-SCAD-DET.
           WRITE RIGA-DET AFTER 2 LINES.

      *----------------------------------------------------------------
           MOVE ZERO TO WS-FINE-PARTITE.
           MOVE WS-COD-CLI TO PAR-COD-CLI.
           MOVE SPACES TO PAR-NUM-FAT.
           MOVE ZEROES TO PAR-NUM-RATA.
           START PARTITE KEY IS GREATER THAN KEY-PARTITE
                 INVALID KEY MOVE 1 TO WS-FINE-PARTITE.
           PERFORM UNTIL EOF-PARTITE
                           MOVE 'F' TO PAR-STATO
                           MOVE WS-NUM-CONTRATTO
                                TO PAR-RIF-CONTRATTO
                           PERFORM SALVA-PARTITA
                           REWRITE REC-PARTITA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      *  IMMAGINE DELLA PARTITA PRIMA DELLA MARCATURA (VEDI RIPRPART):
      *  SI RILEGGE LA PARTITA PER CHIAVE, SI ACCODANO PRIMA E DOPO
      *  SU FILE-PARTBIMG E SI RIMETTE NEL RECORD LA PARTITA MARCATA.
      *  LA RILETTURA SULLA STESSA CHIAVE NON SPOSTA IL GIRO IN CORSO.
      *----------------------------------------------------------------
       SALVA-PARTITA.
           MOVE SPACES TO REC-PARTBIMG.
           MOVE REC-PARTITA TO BIM-DOPO.
           MOVE 'M' TO BIM-AZIONE.
           READ PARTITE
               INVALID KEY MOVE 'N' TO BIM-AZIONE
           END-READ.
           IF BIM-MODIFICATA
               MOVE REC-PARTITA TO BIM-PRIMA
           END-IF.
           MOVE BIM-DOPO TO REC-PARTITA.
           ADD 1 TO WS-BIM-PROGR.
           MOVE 'CONSOFIN' TO BIM-PROGRAMMA.
           MOVE WS-BIM-DATA-RUN TO BIM-DATA-RUN.
           MOVE WS-BIM-ORA-RUN TO BIM-ORA-RUN.
           MOVE WS-BIM-PROGR TO BIM-PROGR.
           MOVE DCP-DATA-SISTEMA TO BIM-DATA-SISTEMA.
           WRITE REC-PARTBIMG.
           IF WS-FS-PARTBIMG NOT = '00'
               DISPLAY 'ERRORE IN SCRITTURA PARTBIMG - FS='
                       WS-FS-PARTBIMG ' ' PAR-COD-CLI ' ' PAR-NUM-FAT
           END-IF.

      *----------------------------------------------------------------
      *  TAEG PER BISEZIONE FRA 0 E 99,99%: IL VALORE ATTUALE DELLE
      *  RATE SCENDE AL CRESCERE DEL TASSO, SI CERCA IL TASSO A CUI
      *  UGUAGLIA IL CREDITO NETTO. COSTO TOTALE DEL CREDITO =
      *  INTERESSI + SPESE DI ISTRUTTORIA + SPESE DI INCASSO.
      *----------------------------------------------------------------
       CALCOLA-TAEG.
           MOVE ZERO TO WS-TAEG WS-TOTALE-RATE.
           PERFORM VARYING WS-IND-TAEG FROM 1 BY 1
                   UNTIL WS-IND-TAEG > WS-RATE-TAEG
               ADD WS-VALOR-PARCELA(WS-IND-TAEG) TO WS-TOTALE-RATE
           END-PERFORM.
           COMPUTE WS-INTERESSI-TOTALI = WS-TOTALE-RATE - WS-CREDITO.
           COMPUTE WS-COSTO-TOTALE = WS-INTERESSI-TOTALI
                 + WS-SPESE-ISTRUTTORIA
                 + WS-SPESE-INCASSO * WS-RATE-TAEG.
           COMPUTE WS-TOTALE-DOVUTO = WS-CREDITO + WS-COSTO-TOTALE.
           COMPUTE WS-CREDITO-NETTO =
                   WS-CREDITO - WS-SPESE-ISTRUTTORIA.
           IF WS-CREDITO-NETTO NOT > ZERO
               MOVE 99.99 TO WS-TAEG
               GO TO CALCOLA-TAEG-EX.
      *    A TASSO ZERO IL VALORE ATTUALE E' LA SOMMA DEI FLUSSI.
           COMPUTE WS-VALORE-ATTUALE = WS-TOTALE-RATE
                 + WS-SPESE-INCASSO * WS-RATE-TAEG.
           IF WS-VALORE-ATTUALE NOT > WS-CREDITO-NETTO
               GO TO CALCOLA-TAEG-EX.
           MOVE .9999 TO WS-TAEG-PROVA.
           PERFORM VALORE-ATTUALE-RATE.
           IF WS-VALORE-ATTUALE > WS-CREDITO-NETTO
               MOVE 99.99 TO WS-TAEG
               GO TO CALCOLA-TAEG-EX.
           MOVE ZERO  TO WS-TAEG-MIN.
           MOVE .9999 TO WS-TAEG-MAX.
           PERFORM VARYING WS-CICLI-TAEG FROM 1 BY 1
                   UNTIL WS-CICLI-TAEG > 40
               COMPUTE WS-TAEG-PROVA =
                       (WS-TAEG-MIN + WS-TAEG-MAX) / 2
               PERFORM VALORE-ATTUALE-RATE
               IF WS-VALORE-ATTUALE > WS-CREDITO-NETTO
                   MOVE WS-TAEG-PROVA TO WS-TAEG-MIN
               ELSE
                   MOVE WS-TAEG-PROVA TO WS-TAEG-MAX
               END-IF
           END-PERFORM.
           COMPUTE WS-TAEG ROUNDED = (WS-TAEG-MIN + WS-TAEG-MAX) * 50.
       CALCOLA-TAEG-EX.
           EXIT.

      *----------------------------------------------------------------
      *  VALORE ATTUALE AL TASSO WS-TAEG-PROVA DI RATA + SPESE DI
      *  INCASSO, CON IL TEMPO IN ANNI DALLA DATA BASE ALLA SCADENZA.
      *----------------------------------------------------------------
       VALORE-ATTUALE-RATE.
           MOVE ZERO TO WS-VALORE-ATTUALE.
           PERFORM VARYING WS-IND-TAEG FROM 1 BY 1
                   UNTIL WS-IND-TAEG > WS-RATE-TAEG
               COMPUTE WS-MESI-RATA =
                       (WS-ANNO-SCAD-PARCELA(WS-IND-TAEG)
                        - WS-ANNO-BASE) * 12
                     + WS-MESE-SCAD-PARCELA(WS-IND-TAEG) - WS-MESE-BASE
               COMPUTE WS-GIORNI-RATA =
                       WS-GIORNO-SCAD-PARCELA(WS-IND-TAEG)
                     - WS-GIORNO-BASE
               COMPUTE WS-ANNI-RATA ROUNDED =
                       WS-MESI-RATA / 12 + WS-GIORNI-RATA / 365
               COMPUTE WS-FATTORE-SCONTO ROUNDED =
                       (1 + WS-TAEG-PROVA) ** WS-ANNI-RATA
               COMPUTE WS-VALORE-ATTUALE ROUNDED = WS-VALORE-ATTUALE
                     + (WS-VALOR-PARCELA(WS-IND-TAEG)
                        + WS-SPESE-INCASSO) / WS-FATTORE-SCONTO
           END-PERFORM.

      *----------------------------------------------------------------
      *  MODULO INFORMATIVO DA CONSEGNARE PRIMA DELLA FIRMA: IMPORTO
      *  DEL CREDITO, DURATA, RATA, TASSO, SPESE, COSTO TOTALE DEL
      *  CREDITO, IMPORTO TOTALE DOVUTO E TAEG.
      *----------------------------------------------------------------
       STAMPA-INFORMATIVA.
           MOVE SPACES TO RIGA-INF.
           MOVE 'INFORMAZIONI DI BASE SUL CREDITO AI CONSUMATORI'
                TO ETICHETTA-INF.
           WRITE RIGA-INF AFTER PAGE.
           MOVE 'TIPO DI CONTRATTO' TO WS-INF-ETICHETTA.
           MOVE WS-INF-TIPO-CONTRATTO TO WS-INF-TESTO.
           MOVE 3 TO WS-INF-SALTO.
           PERFORM SCRIVI-RIGA-INF.
           MOVE 'CONTRATTO NUMERO' TO WS-INF-ETICHETTA.
           MOVE WS-INF-CONTRATTO TO WS-INF-TESTO.
           MOVE 1 TO WS-INF-SALTO.
           PERFORM SCRIVI-RIGA-INF.
           MOVE 'CLIENTE' TO WS-INF-ETICHETTA.
           MOVE WS-INF-CLIENTE TO WS-INF-TESTO.
           PERFORM SCRIVI-RIGA-INF.
           IF WS-INF-PREZZO NOT = ZERO
               MOVE 'PREZZO IN CONTANTI DEL BENE' TO WS-INF-ETICHETTA
               MOVE WS-INF-PREZZO TO WS-INF-IMPORTO-ED
               MOVE WS-INF-IMPORTO-ED TO WS-INF-TESTO
               MOVE 2 TO WS-INF-SALTO
               PERFORM SCRIVI-RIGA-INF
               MOVE 'ANTICIPO VERSATO' TO WS-INF-ETICHETTA
               MOVE WS-INF-ANTICIPO TO WS-INF-IMPORTO-ED
               MOVE WS-INF-IMPORTO-ED TO WS-INF-TESTO
               MOVE 1 TO WS-INF-SALTO
               PERFORM SCRIVI-RIGA-INF
           END-IF.
           MOVE 'IMPORTO TOTALE DEL CREDITO' TO WS-INF-ETICHETTA.
           MOVE WS-CREDITO TO WS-INF-IMPORTO-ED.
           MOVE WS-INF-IMPORTO-ED TO WS-INF-TESTO.
           MOVE 2 TO WS-INF-SALTO.
           PERFORM SCRIVI-RIGA-INF.
           MOVE 'DURATA: NUMERO DI RATE MENSILI' TO WS-INF-ETICHETTA.
           MOVE WS-RATE-TAEG TO WS-INF-TESTO.
           MOVE 1 TO WS-INF-SALTO.
           PERFORM SCRIVI-RIGA-INF.
           MOVE WS-GIORNO-SCAD-PARCELA(1) TO WS-INF-GIORNO-ED.
           MOVE WS-MESE-SCAD-PARCELA(1)   TO WS-INF-MESE-ED.
           MOVE WS-ANNO-SCAD-PARCELA(1)   TO WS-INF-ANNO-ED.
           MOVE 'SCADENZA DELLA PRIMA RATA' TO WS-INF-ETICHETTA.
           MOVE WS-INF-DATA-ED TO WS-INF-TESTO.
           PERFORM SCRIVI-RIGA-INF.
           MOVE WS-GIORNO-SCAD-PARCELA(WS-RATE-TAEG)
                TO WS-INF-GIORNO-ED.
           MOVE WS-MESE-SCAD-PARCELA(WS-RATE-TAEG) TO WS-INF-MESE-ED.
           MOVE WS-ANNO-SCAD-PARCELA(WS-RATE-TAEG) TO WS-INF-ANNO-ED.
           MOVE 'SCADENZA DELL''ULTIMA RATA' TO WS-INF-ETICHETTA.
           MOVE WS-INF-DATA-ED TO WS-INF-TESTO.
           PERFORM SCRIVI-RIGA-INF.
           MOVE 'IMPORTO DELLA RATA' TO WS-INF-ETICHETTA.
           MOVE WS-VALOR-PARCELA(1) TO WS-INF-IMPORTO-ED.
           MOVE WS-INF-IMPORTO-ED TO WS-INF-TESTO.
           PERFORM SCRIVI-RIGA-INF.
           MOVE 'TASSO ANNUO NOMINALE (TAN) %' TO WS-INF-ETICHETTA.
           MOVE WS-INF-TAN TO WS-INF-PERC-ED.
           MOVE WS-INF-PERC-ED TO WS-INF-TESTO.
           MOVE 2 TO WS-INF-SALTO.
           PERFORM SCRIVI-RIGA-INF.
           MOVE 'TIPO DI TASSO' TO WS-INF-ETICHETTA.
           MOVE WS-INF-TASSO TO WS-INF-TESTO.
           MOVE 1 TO WS-INF-SALTO.
           PERFORM SCRIVI-RIGA-INF.
           MOVE 'SPESE DI ISTRUTTORIA' TO WS-INF-ETICHETTA.
           MOVE WS-SPESE-ISTRUTTORIA TO WS-INF-IMPORTO-ED.
           MOVE WS-INF-IMPORTO-ED TO WS-INF-TESTO.
           PERFORM SCRIVI-RIGA-INF.
           MOVE 'SPESE DI INCASSO PER RATA' TO WS-INF-ETICHETTA.
           MOVE WS-SPESE-INCASSO TO WS-INF-IMPORTO-ED.
           MOVE WS-INF-IMPORTO-ED TO WS-INF-TESTO.
           PERFORM SCRIVI-RIGA-INF.
           MOVE 'INTERESSI TOTALI' TO WS-INF-ETICHETTA.
           MOVE WS-INTERESSI-TOTALI TO WS-INF-IMPORTO-ED.
           MOVE WS-INF-IMPORTO-ED TO WS-INF-TESTO.
           PERFORM SCRIVI-RIGA-INF.
           MOVE 'COSTO TOTALE DEL CREDITO' TO WS-INF-ETICHETTA.
           MOVE WS-COSTO-TOTALE TO WS-INF-IMPORTO-ED.
           MOVE WS-INF-IMPORTO-ED TO WS-INF-TESTO.
           MOVE 2 TO WS-INF-SALTO.
           PERFORM SCRIVI-RIGA-INF.
           MOVE 'IMPORTO TOTALE DOVUTO' TO WS-INF-ETICHETTA.
           MOVE WS-TOTALE-DOVUTO TO WS-INF-IMPORTO-ED.
           MOVE WS-INF-IMPORTO-ED TO WS-INF-TESTO.
           MOVE 1 TO WS-INF-SALTO.
           PERFORM SCRIVI-RIGA-INF.
           MOVE 'TASSO ANNUO EFFETTIVO GLOBALE (TAEG) %'
                TO WS-INF-ETICHETTA.
           MOVE WS-TAEG TO WS-INF-PERC-ED.
           MOVE WS-INF-PERC-ED TO WS-INF-TESTO.
           MOVE 2 TO WS-INF-SALTO.
           PERFORM SCRIVI-RIGA-INF.
           MOVE 'FIRMA DEL CLIENTE PER RICEVUTA' TO WS-INF-ETICHETTA.
           MOVE '______________________________' TO WS-INF-TESTO.
           MOVE 4 TO WS-INF-SALTO.
           PERFORM SCRIVI-RIGA-INF.

       SCRIVI-RIGA-INF.
           MOVE SPACES TO RIGA-INF.
           MOVE WS-INF-ETICHETTA TO ETICHETTA-INF.
           MOVE WS-INF-TESTO     TO TESTO-INF.
           WRITE RIGA-INF AFTER WS-INF-SALTO LINES.

       END PROGRAM CONSOFIN.
