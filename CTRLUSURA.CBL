       IDENTIFICATION DIVISION.

       PROGRAM-ID.
           CTRLUSURA.

       AUTHOR.
           BOTTO.

       DATE-WRITTEN.
           15-10-2026.

       REMARKS.

           CONTROLLO TRIMESTRALE DEI CONTRATTI DI FINANZIAMENTO APERTI
           CONTRO LE SOGLIE D'USURA APPENA PUBBLICATE (TABELLA
           FILE-SOGLIE, GESSOGLIE): PER OGNI CONTRATTO LA SOGLIA IN
           VIGORE ALLA DATA DI CONTROLLO PER LA SUA CATEGORIA E LA
           FASCIA DEL CREDITO FINANZIATO, CONFRONTATA CON IL TASSO
           EFFETTIVO DEL CONTRATTO (IL MAGGIORE FRA TAEG IN TESTATA E
           TASSO IN VIGORE, CHE PER GLI INDICIZZATI PUO' ESSERE STATO
           RIVISTO DA REVTASSI). IL PROSPETTO ELENCA TUTTI I
           CONTRATTI CON L'ESITO: REGOLARE, OLTRE SOGLIA O SENZA
           SOGLIA PER LA CATEGORIA; IN CODA I TOTALI.

       ENVIRONMENT  DIVISION.

       CONFIGURATION SECTION.

       SOURCE-COMPUTER.
           PC-HP.
       OBJECT-COMPUTER.
           PC-HP.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.

           SELECT FILE-CONTRATTI ASSIGN TO DISK
                                 ACCESS IS DYNAMIC
                                 ORGANIZATION IS INDEXED
                                 RECORD KEY IS CON-NUM-CONTRATTO
                                 FILE STATUS IS WS-FS-CONTRATTI.

           SELECT OPTIONAL FILE-SOGLIE ASSIGN TO DISK
                                 ACCESS IS DYNAMIC
                                 ORGANIZATION IS INDEXED
                                 RECORD KEY IS KEY-SOGLIA
                                 FILE STATUS IS WS-FS-SOGLIE.

           SELECT FILE-STAMPA   ASSIGN TO PRINTER.

       DATA  DIVISION.

       FILE  SECTION.

       FD  FILE-CONTRATTI
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REC-CONTRATTO.

       01  REC-CONTRATTO.
           03 CON-NUM-CONTRATTO         PIC 9(06).
           03 CON-COD-CLI               PIC 9(06).
           03 CON-CLIENTE               PIC X(20).
           03 CON-OBJETO                PIC X(20).
           03 CON-VALOR                 PIC 9(6)V99.
           03 CON-ENTRADA               PIC 9(6)V99.
           03 CON-TAXA                  PIC 9(3)V99.
           03 CON-NUM-PARCELAS          PIC 99.
           03 CON-DATA-CREAZIONE        PIC 9(8).
           03 CON-STATO                 PIC X.
              88 CONTRATTO-APERTO          VALUE 'A' ' '.
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

       FD  FILE-STAMPA
           LABEL RECORD IS OMITTED
           DATA RECORDS ARE RIGA-INT, RIGA-DET, RIGA-TOT.

       01  RIGA-INT.
           03 FILLER                    PIC X(05).
           03 TITOLO-INT                PIC X(40).
           03 DATA-RIF-INT              PIC 9(8).
           03 FILLER                    PIC X(27).

       01  RIGA-DET.
           03 FILLER                    PIC X(02).
           03 CONTRATTO-DET             PIC 9(06).
           03 FILLER                    PIC X(02).
           03 CLIENTE-DET               PIC X(18).
           03 FILLER                    PIC X(01).
           03 CATEGORIA-DET             PIC X.
           03 FILLER                    PIC X(02).
           03 IMPORTO-DET               PIC $$$$,$$9.99.
           03 FILLER                    PIC X(02).
           03 TASSO-DET                 PIC ZZ9.99.
           03 FILLER                    PIC X(02).
           03 TAEG-DET                  PIC X(05).
           03 FILLER                    PIC X(02).
           03 SOGLIA-DET                PIC X(05).
           03 FILLER                    PIC X(02).
           03 ESITO-DET                 PIC X(12).

       01  RIGA-TOT.
           03 FILLER                    PIC X(05).
           03 ETICHETTA-TOT             PIC X(30).
           03 TOTALE-TOT                PIC ZZZZ9.
           03 FILLER                    PIC X(40).

       WORKING-STORAGE SECTION.

       01  WS-FS-CONTRATTI                 PIC XX VALUE '00'.
       01  WS-FINE-CONTRATTI               PIC 9 VALUE ZERO.
           88 EOF-CONTRATTI                 VALUE 1.
       01  WS-FS-SOGLIE                    PIC XX VALUE '00'.
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

       01  WS-DATA-RIF                     PIC 9(8) VALUE ZEROES.
       01  WS-TASSO-EFFETTIVO              PIC 9(3)V99 VALUE ZERO.
       01  WS-PERC-ED                      PIC Z9.99.

       01  WS-CONTATORI.
           03 WS-CTR-LETTI                 PIC 9(5) VALUE ZERO.
           03 WS-CTR-CONTROLLATI           PIC 9(5) VALUE ZERO.
           03 WS-CTR-OLTRE                 PIC 9(5) VALUE ZERO.
           03 WS-CTR-SENZA                 PIC 9(5) VALUE ZERO.

           COPY PAR_DataCont.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'DATA DI CONTROLLO (AAAAMMGG, 0 = OGGI): '.
           ACCEPT WS-DATA-RIF.
           IF WS-DATA-RIF = ZEROES
               MOVE 'D' TO DCP-FUNZIONE
               MOVE 'CTRLUSURA' TO DCP-PROGRAMMA
               CALL 'DATACONT' USING PARAMETRI-DATACONT
               MOVE DCP-DATA-CONTABILE TO WS-DATA-RIF
           END-IF.
           OPEN INPUT FILE-CONTRATTI.
           IF WS-FS-CONTRATTI NOT = '00'
               DISPLAY 'TESTATA CONTRATTI NON APRIBILE - FS='
                       WS-FS-CONTRATTI
               STOP RUN
           END-IF.
           OPEN INPUT FILE-SOGLIE.
           IF WS-FS-SOGLIE NOT = '00'
               DISPLAY 'TABELLA SOGLIE D''USURA NON APRIBILE - FS='
                       WS-FS-SOGLIE
               CLOSE FILE-CONTRATTI
               STOP RUN
           END-IF.
           MOVE 'S' TO WS-SOGLIE-APERTO.
           OPEN OUTPUT FILE-STAMPA.
           MOVE SPACES TO RIGA-INT.
           MOVE 'CONTROLLO SOGLIE D''USURA ALLA DATA ' TO TITOLO-INT.
           MOVE WS-DATA-RIF TO DATA-RIF-INT.
           WRITE RIGA-INT AFTER PAGE.

           PERFORM LEGGI-CONTRATTO.
           PERFORM UNTIL EOF-CONTRATTI
               IF CONTRATTO-APERTO
                   PERFORM CONTROLLA-CONTRATTO
               END-IF
               PERFORM LEGGI-CONTRATTO
           END-PERFORM.

           MOVE SPACES TO RIGA-TOT.
           MOVE 'CONTRATTI CONTROLLATI' TO ETICHETTA-TOT.
           MOVE WS-CTR-CONTROLLATI TO TOTALE-TOT.
           WRITE RIGA-TOT AFTER 3 LINES.
           MOVE SPACES TO RIGA-TOT.
           MOVE 'OLTRE LA SOGLIA D''USURA' TO ETICHETTA-TOT.
           MOVE WS-CTR-OLTRE TO TOTALE-TOT.
           WRITE RIGA-TOT AFTER 1 LINES.
           MOVE SPACES TO RIGA-TOT.
           MOVE 'SENZA SOGLIA PER LA CATEGORIA' TO ETICHETTA-TOT.
           MOVE WS-CTR-SENZA TO TOTALE-TOT.
           WRITE RIGA-TOT AFTER 1 LINES.

           CLOSE FILE-CONTRATTI FILE-SOGLIE FILE-STAMPA.
           DISPLAY 'CONTRATTI LETTI:       ' WS-CTR-LETTI.
           DISPLAY 'CONTRATTI CONTROLLATI: ' WS-CTR-CONTROLLATI.
           DISPLAY 'OLTRE SOGLIA:          ' WS-CTR-OLTRE.
           DISPLAY 'SENZA SOGLIA:          ' WS-CTR-SENZA.
           STOP RUN.

       LEGGI-CONTRATTO.
           READ FILE-CONTRATTI NEXT
               AT END MOVE 1 TO WS-FINE-CONTRATTI
               NOT AT END ADD 1 TO WS-CTR-LETTI
           END-READ.

      *----------------------------------------------------------------
      *  TASSO EFFETTIVO DEL CONTRATTO (MAGGIORE FRA TAEG, SE
      *  PRESENTE, E TASSO IN VIGORE) CONTRO LA SOGLIA ALLA DATA.
      *----------------------------------------------------------------
       CONTROLLA-CONTRATTO.
           ADD 1 TO WS-CTR-CONTROLLATI.
           MOVE CON-CATEGORIA TO WS-SOG-CATEGORIA.
           MOVE WS-DATA-RIF   TO WS-SOG-DATA.
           COMPUTE WS-SOG-IMPORTO = CON-VALOR - CON-ENTRADA.
           PERFORM CERCA-SOGLIA THRU CERCA-SOGLIA-EX.
           MOVE CON-TAXA TO WS-TASSO-EFFETTIVO.
           MOVE SPACES TO RIGA-DET.
           IF CON-TAEG NUMERIC
               MOVE CON-TAEG TO WS-PERC-ED
               MOVE WS-PERC-ED TO TAEG-DET
               IF CON-TAEG > WS-TASSO-EFFETTIVO
                   MOVE CON-TAEG TO WS-TASSO-EFFETTIVO
               END-IF
           ELSE
               MOVE 'N.D.' TO TAEG-DET
           END-IF.
           MOVE CON-NUM-CONTRATTO TO CONTRATTO-DET.
           MOVE CON-CLIENTE       TO CLIENTE-DET.
           MOVE WS-SOG-CATEGORIA  TO CATEGORIA-DET.
           MOVE WS-SOG-IMPORTO    TO IMPORTO-DET.
           MOVE CON-TAXA          TO TASSO-DET.
           IF NOT SOGLIA-TROVATA
               MOVE 'N.D.' TO SOGLIA-DET
               MOVE 'SENZA SOGLIA' TO ESITO-DET
               ADD 1 TO WS-CTR-SENZA
           ELSE
               MOVE WS-SOGLIA TO WS-PERC-ED
               MOVE WS-PERC-ED TO SOGLIA-DET
               IF WS-TASSO-EFFETTIVO > WS-SOGLIA
                   MOVE 'OLTRE SOGLIA' TO ESITO-DET
                   ADD 1 TO WS-CTR-OLTRE
               ELSE
                   MOVE 'REGOLARE' TO ESITO-DET
               END-IF
           END-IF.
           WRITE RIGA-DET AFTER 1 LINES.

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

       END PROGRAM CTRLUSURA.
