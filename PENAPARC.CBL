           LA MOSTRA IN ESPOSIZIONE. STAMPA IL PROSPETTO DELLE
           PENALI MATURATE.

      *----------------------------------------------------------------
      * MODIFICHE
      * 15-10-2026 MB  SOGLIE D'USURA: L'INTERESSE DI MORA ANNUO (TASSO
      *                GIORNALIERO X 360) NON PUO' PORTARE IL TASSO DEL
      *                CONTRATTO OLTRE LA SOGLIA IN VIGORE ALLA DATA DI
      *                RIFERIMENTO PER CATEGORIA E FASCIA (FILE-SOGLIE):
      *                SE LA SUPERA SI APPLICA SOLO LO SCARTO FRA SOGLIA
      *                E TASSO. LE PENALI LIMITATE SONO SEGNATE SUL
      *                PROSPETTO. LA MULTA FISSA NON CAMBIA.
      * 15-10-2026 MB  LA DATA DI RIFERIMENTO A ZERO VALE LA DATA
      *                CONTABILE (ROUTINE DATACONT, AVANZATA SOLO DAL
      *                FINE GIORNATA FINEGG DI CATENA) E NON PIU' LA
      *                DATA DI SISTEMA; AVVISO A VIDEO SE IL PROGRAMMA
      *                PARTE IN UN GIORNO NON LAVORATIVO.
      *----------------------------------------------------------------

       ENVIRONMENT  DIVISION.

       CONFIGURATION SECTION.
                                 RECORD KEY IS KEY-PARCELA
                                 FILE STATUS IS WS-FS-PARCELAS.

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
           03 REC-PENALE-MATURATA       PIC 9(05)V99.
           03 REC-PENALE-INCASSATA      PIC 9(05)V99.

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
           03 VALOR-DET                 PIC $$,$$$.99.
           03 FILLER                    PIC X(02).
           03 PENALE-DET                PIC $$,$$$.99.
           03 FILLER                    PIC X(02).
           03 NOTA-DET                  PIC X(12).
           03 FILLER                    PIC X(10).

       01  RIGA-TOT.
           03 FILLER                    PIC X(05).
       WORKING-STORAGE SECTION.

       01  WS-FS-PARCELAS                  PIC XX VALUE '00'.
       01  WS-FS-CONTRATTI                 PIC XX VALUE '00'.
       01  WS-CONTRATTI-APERTO             PIC X VALUE 'N'.
           88 CONTRATTI-APERTO              VALUE 'S'.
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


       01  WS-FINE-PARCELAS                PIC 9 VALUE ZERO.
           88 EOF-PARCELAS                  VALUE 1.
       01  WS-MULTA-FISSA                  PIC 9(3)V99 VALUE ZERO.
       01  WS-TASSO-GIORNO                 PIC 9V9(4) VALUE ZERO.

      *----------------------------------------------------------------
      *  LIMITE D'USURA: TASSO GIORNALIERO APPLICATO ALLA PARCELA, AL
      *  PIU' (SOGLIA - TASSO DEL CONTRATTO) / 360.
      *----------------------------------------------------------------
       01  WS-CONTRATTO-CORRENTE           PIC 9(6) VALUE ZEROES.
       01  WS-TASSO-GIORNO-APPL            PIC 9V9(6) VALUE ZERO.
       01  WS-MORA-MASSIMA                 PIC S9(3)V99 VALUE ZERO.
       01  WS-PENALE-LIMITATA              PIC X VALUE 'N'.
           88 PENALE-LIMITATA               VALUE 'S'.

       01  WS-GIORNI-RITARDO               PIC S9(5) VALUE ZERO.
       01  WS-PENALE                       PIC 9(5)V99 VALUE ZERO.
       01  WS-TOT-PENALI                   PIC 9(8)V99 VALUE ZERO.
       01  WS-CONTATORI.
           03 WS-CTR-LETTE                 PIC 9(5) VALUE ZERO.
           03 WS-CTR-MATURATE              PIC 9(5) VALUE ZERO.
           03 WS-CTR-LIMITATE              PIC 9(5) VALUE ZERO.
           03 WS-CTR-SENZA-SOGLIA          PIC 9(5) VALUE ZERO.

           COPY PAR_DataCont.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'DATA DI RIFERIMENTO (AAAAMMGG, 0 = OGGI): '.
           ACCEPT WS-DATA-RIF.
           IF WS-DATA-RIF = ZEROES
               MOVE 'D' TO DCP-FUNZIONE
               MOVE 'PENAPARC' TO DCP-PROGRAMMA
               CALL 'DATACONT' USING PARAMETRI-DATACONT
               MOVE DCP-DATA-CONTABILE TO WS-DATA-RIF
           END-IF.
           DISPLAY 'MULTA FISSA PER RATA (999V99):            '.
           ACCEPT WS-MULTA-FISSA.
                       WS-FS-PARCELAS
               STOP RUN
           END-IF.
      *    TESTATA E SOGLIE SERVONO AL LIMITE D'USURA: SENZA, LA
      *    PENALE SI MATURA PIENA E LA PARCELA SI CONTA A PARTE.
           OPEN INPUT FILE-CONTRATTI.
           IF WS-FS-CONTRATTI = '00'
               MOVE 'S' TO WS-CONTRATTI-APERTO
           ELSE
               DISPLAY 'TESTATA CONTRATTI NON APRIBILE - FS='
                       WS-FS-CONTRATTI
           END-IF.
           OPEN INPUT FILE-SOGLIE.
           IF WS-FS-SOGLIE = '00'
               MOVE 'S' TO WS-SOGLIE-APERTO
           ELSE
               DISPLAY 'TABELLA SOGLIE D''USURA ASSENTE'
           END-IF.
           OPEN OUTPUT FILE-STAMPA.
           MOVE SPACES TO RIGA-INT.
           MOVE 'PENALI DI MORA MATURATE AL ' TO TITOLO-INT.
           WRITE RIGA-TOT AFTER 2 LINES.

           CLOSE FILE-PARCELAS FILE-STAMPA.
           IF CONTRATTI-APERTO
               CLOSE FILE-CONTRATTI
           END-IF.
           IF SOGLIE-APERTO
               CLOSE FILE-SOGLIE
           END-IF.
           DISPLAY 'PARCELAS LETTE:    ' WS-CTR-LETTE.
           DISPLAY 'PENALI MATURATE:   ' WS-CTR-MATURATE.
           DISPLAY 'LIMITATE ALLA SOGLIA D''USURA: ' WS-CTR-LIMITATE.
           DISPLAY 'SENZA SOGLIA D''USURA:         '
                   WS-CTR-SENZA-SOGLIA.
           STOP RUN.

       LEGGI-PARCELA.
                 +  (WS-RIF-GIORNO - REC-GIORNO-SCAD).
           IF WS-GIORNI-RITARDO NOT > ZERO
               GO TO MATURA-PENALE-EX.
           PERFORM LIMITE-USURA THRU LIMITE-USURA-EX.
           COMPUTE WS-PENALE ROUNDED = WS-MULTA-FISSA
                 + (REC-VALOR-PARCELA * WS-TASSO-GIORNO-APPL
                    * WS-GIORNI-RITARDO / 100).
           IF WS-PENALE < REC-PENALE-INCASSATA
               MOVE REC-PENALE-INCASSATA TO WS-PENALE
           MOVE WS-GIORNI-RITARDO TO GIORNI-DET.
           MOVE REC-VALOR-PARCELA TO VALOR-DET.
           MOVE WS-PENALE TO PENALE-DET.
           IF PENALE-LIMITATA
               MOVE 'LIMITE USURA' TO NOTA-DET
               ADD 1 TO WS-CTR-LIMITATE
           END-IF.
           WRITE RIGA-DET AFTER 1 LINES.
       MATURA-PENALE-EX.
           EXIT.

      *----------------------------------------------------------------
      *  LIMITE D'USURA DELLA MORA: TASSO DEL CONTRATTO PIU' MORA
      *  ANNUA (TASSO GIORNALIERO X 360) NON OLTRE LA SOGLIA IN
      *  VIGORE ALLA DATA DI RIFERIMENTO PER LA CATEGORIA DEL
      *  CONTRATTO E LA FASCIA DEL CREDITO FINANZIATO. TESTATA E
      *  SOGLIA SI LEGGONO UNA VOLTA PER CONTRATTO.
      *----------------------------------------------------------------
       LIMITE-USURA.
           MOVE WS-TASSO-GIORNO TO WS-TASSO-GIORNO-APPL.
           MOVE 'N' TO WS-PENALE-LIMITATA.
           IF REC-NUM-CONTRATTO NOT = WS-CONTRATTO-CORRENTE
               PERFORM LEGGI-SOGLIA-CONTRATTO
           END-IF.
           IF NOT SOGLIA-TROVATA
               ADD 1 TO WS-CTR-SENZA-SOGLIA
               GO TO LIMITE-USURA-EX.
           COMPUTE WS-MORA-MASSIMA = WS-SOGLIA - CON-TAXA.
           IF WS-MORA-MASSIMA < ZERO
               MOVE ZERO TO WS-MORA-MASSIMA.
           IF WS-TASSO-GIORNO * 360 > WS-MORA-MASSIMA
               COMPUTE WS-TASSO-GIORNO-APPL = WS-MORA-MASSIMA / 360
               MOVE 'S' TO WS-PENALE-LIMITATA.
       LIMITE-USURA-EX.
           EXIT.

       LEGGI-SOGLIA-CONTRATTO.
           MOVE REC-NUM-CONTRATTO TO WS-CONTRATTO-CORRENTE.
           MOVE 'N' TO WS-SOGLIA-TROVATA.
           IF CONTRATTI-APERTO
               MOVE REC-NUM-CONTRATTO TO CON-NUM-CONTRATTO
               READ FILE-CONTRATTI
               IF WS-FS-CONTRATTI = '00'
                   MOVE CON-CATEGORIA TO WS-SOG-CATEGORIA
                   MOVE WS-DATA-RIF   TO WS-SOG-DATA
                   COMPUTE WS-SOG-IMPORTO = CON-VALOR - CON-ENTRADA
                   PERFORM CERCA-SOGLIA THRU CERCA-SOGLIA-EX
               END-IF
           END-IF.

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

       END PROGRAM PENAPARC.
