      ******************************************************************
      *  SIMULAZIONE DEL COSTO DI UN RINNOVO CONTRATTUALE (CCNL):
      *  PER L'ANNO RICHIESTO RICALCOLA PER OGNI DIPENDENTE IN FORZA
      *  DI ANOPIS LA RETRIBUZIONE LORDA MENSILE E ANNUA, I
      *  CONTRIBUTI A CARICO DATORE E LA QUOTA TFR CON LE REGOLE DI
      *  STACED E TFRANNO, UNA VOLTA CON I VALORI ATTUALI E UNA VOLTA
      *  CON GLI AUMENTI DELLO SCENARIO, E STAMPA IL CONFRONTO DEI
      *  COSTI PER REPARTO. NON SCRIVE NULLA SUGLI ARCHIVI: ANOPIS E'
      *  APERTO IN SOLA LETTURA.
      *  SCHEDE SCENARIO (SCENARIO), UNA PER QUALIFICA ('**' = TUTTE
      *  LE QUALIFICHE SENZA SCHEDA PROPRIA):
      *    TIPO 'P'  AUMENTI IN PERCENTUALE DI MINIMO E CONTINGENZA
      *    TIPO 'F'  AUMENTI MENSILI IN CIFRA FISSA
      *    MESE DI DECORRENZA DEGLI AUMENTI (00 = GENNAIO)
      *    UNA TANTUM PER DIPENDENTE, PAGATA NEL MESE DI DECORRENZA
      *  REGOLE DI CALCOLO (STESSE DI STACED SU UN MESE PIENO SENZA
      *  ASSENZE NE' STRAORDINARI):
      *    LORDO MESE = ORE TEORICHE X PAGA ORARIA + MINIMO +
      *                 CONTINGENZA + MENSA INTERA
      *    ORE TEORICHE DAL CALENDARIO AZIENDALE (CALPAGHE), ALTRIMENTI
      *    LE ORE MENSILI DI RIFERIMENTO CHIESTE ALL'AVVIO
      *    TREDICESIMA = MINIMO + CONTINGENZA DI DICEMBRE (12/12)
      *    CONTRIBUTI DATORE = LORDO X ALIQUOTA 'Q' DI TABTRIB
      *    QUOTA TFR = LORDO ANNUO / 13,5 (TFRANNO)
      *  IL LORDO MESE STAMPATO E' QUELLO DI DICEMBRE, A REGIME.
      *  PER I PART-TIME ORE, MINIMO, CONTINGENZA E MENSA SONO
      *  RIPROPORZIONATI ALLA PERCENTUALE DI ANAG-OPERAI.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. SIMCCNL.
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
           SELECT TABTRIB   ASSIGN SYS011-UR-2540R-S
               FILE STATUS IS FS-TABTRIB.
           SELECT CALPAGHE ASSIGN SYS022-DA-3340-I-CALPAGHE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-CHIAVE
               FILE STATUS IS FS-CALPAGHE.
           SELECT SCENARIO  ASSIGN SYS040-UR-2540R-S
               FILE STATUS IS FS-SCENARIO.
           SELECT PROSPETTO ASSIGN SYS041-UR-1403-S.

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
           02  DIPENDENZA                PIC X.
           02  FERIE                     PIC 9(6).
           02  CARICHI-FAMILIARI.
               03 FIGLI                  PIC 99.
               03 ASCENDENTI             PIC 9.
               03 STATO-CIVILE           PIC 9.
           02  MINIMO-CATEGORIA          PIC 9(4) COMP-3.
           02  CONTINGENZA               PIC 9(5) COMP-3.
           02  INDENNITA-MENSA           PIC 9(4) COMP-3.
           02  PAGA-ORARIA               PIC 9(4) COMP-3.
           02  PROGRESSIVO-RETRIB        PIC 9(8) COMP-3.
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

       FD  TABTRIB,
           LABEL RECORD OMITTED,
           DATA RECORD REC-TABTRIB.
       01  REC-TABTRIB.
           02 TRB-TIPO                  PIC X.
           02 TRB-CODICE                PIC XX.
           02 TRB-LIMITE                PIC 9(7)V99.
           02 TRB-ALIQUOTA              PIC 9(2)V99.
           02 TRB-IMPORTO               PIC 9(5)V99.
           02 FILLER                    PIC X(16).

       FD  CALPAGHE,
           LABEL RECORD STANDARD,
           DATA RECORD REC-CALPAGHE.
       01  REC-CALPAGHE.
           02 CAL-CHIAVE.
              03 CAL-AA                 PIC 99.
              03 CAL-MM                 PIC 99.
           02 CAL-GIORNI-LAVORATIVI     PIC 99.
           02 CAL-ORE-TEORICHE          PIC 9(3)V99.
           02 CAL-FESTIVITA             PIC 99.
           02 FILLER                    PIC X(7).

       FD  SCENARIO,
           LABEL RECORD OMITTED,
           DATA RECORD REC-SCENARIO.
       01  REC-SCENARIO.
           02 SCE-QUALIFICA             PIC XX.
           02 SCE-TIPO                  PIC X.
           02 SCE-AUMENTO-MINIMO        PIC 9(4)V99.
           02 SCE-AUMENTO-CONTINGENZA   PIC 9(4)V99.
           02 SCE-MESE-DECORRENZA       PIC 99.
           02 SCE-UNA-TANTUM            PIC 9(5)V99.
           02 FILLER                    PIC X(56).

       FD  PROSPETTO,
           LABEL RECORD OMITTED,
           DATA RECORD RIGA-PROSP.
       01  RIGA-PROSP                   PIC X(132).

       WORKING-STORAGE SECTION.

       01  FS-ANOPIS                     PIC XX VALUE '00'.
           88 FS-ANOPIS-OK               VALUE '00'.
       01  FS-TABTRIB                    PIC XX VALUE '00'.
       01  FS-CALPAGHE                   PIC XX VALUE '00'.
           88 FS-CALPAGHE-OK             VALUE '00'.
       01  FS-SCENARIO                   PIC XX VALUE '00'.

       01  SW-FINE-ANOPIS                PIC 9  VALUE ZERO.
           88 EOF-ANOPIS                 VALUE 1.
       01  SW-PRIMO-REPARTO              PIC X  VALUE 'S'.
           88 E-IL-PRIMO-REPARTO         VALUE 'S'.

       77  WS-ANNO                       PIC 99 VALUE ZERO.
       77  WS-ORE-RIFERIMENTO            PIC 9(3)V99 VALUE ZERO.
       77  WS-ALIQ-INPS-DATORE           PIC 9(2)V99 VALUE ZERO.
       77  WS-MM                         PIC 99 VALUE ZERO.
       77  WS-IDX                        PIC 99 VALUE ZERO.
       77  WS-REPARTO-CORR               PIC X(4) VALUE SPACES.

      *----------------------------------------------------------------
      *  ORE TEORICHE DEI DODICI MESI DELL'ANNO SIMULATO.
      *----------------------------------------------------------------
       01  WS-TAB-ORE-MESE.
           02 WS-ORE-MESE                PIC 9(3)V99 OCCURS 12 TIMES.

      *----------------------------------------------------------------
      *  SCHEDE SCENARIO CARICATE ALL'AVVIO; LA VOCE '**' VALE PER LE
      *  QUALIFICHE SENZA SCHEDA PROPRIA.
      *----------------------------------------------------------------
       01  WS-TAB-SCENARIO.
           02 WS-SCE-ELEM OCCURS 20 TIMES.
              03 WS-SCE-QUALIFICA        PIC XX.
              03 WS-SCE-TIPO             PIC X.
              03 WS-SCE-AUM-MINIMO       PIC 9(4)V99.
              03 WS-SCE-AUM-CONTINGENZA  PIC 9(4)V99.
              03 WS-SCE-DECORRENZA       PIC 99.
              03 WS-SCE-UNA-TANTUM       PIC 9(5)V99.
       77  WS-NUM-SCENARI                PIC 99 VALUE ZERO.
       77  WS-IDX-SCE                    PIC 99 VALUE ZERO.
       77  WS-IDX-TUTTE                  PIC 99 VALUE ZERO.
       77  WS-IDX-TROVATO                PIC 99 VALUE ZERO.

      *----------------------------------------------------------------
      *  VALORI DEL DIPENDENTE: ATTUALI E DI SCENARIO.
      *----------------------------------------------------------------
       77  WS-PERC-PT                    PIC 9(3)V99 VALUE 100.
       77  WS-MINIMO-ATT                 PIC 9(5)V99 VALUE ZERO.
       77  WS-CONTINGENZA-ATT            PIC 9(6)V99 VALUE ZERO.
       77  WS-MENSA-ATT                  PIC 9(5)V99 VALUE ZERO.
       77  WS-NUOVO-MINIMO               PIC 9(5)V99 VALUE ZERO.
       77  WS-NUOVA-CONTINGENZA          PIC 9(6)V99 VALUE ZERO.
       77  WS-DECORRENZA                 PIC 99 VALUE ZERO.
       77  WS-UNA-TANTUM                 PIC 9(5)V99 VALUE ZERO.
       77  WS-IMP-ORDINARIO              PIC 9(7)V99 VALUE ZERO.
       77  WS-LORDO-MESE-ATT             PIC 9(7)V99 VALUE ZERO.
       77  WS-LORDO-MESE-SIM             PIC 9(7)V99 VALUE ZERO.

      *----------------------------------------------------------------
      *  IMPORTI DI UNA RIGA: 1-6 ATTUALE, 7-12 SCENARIO, NELL'ORDINE
      *  LORDO MESE, LORDO ANNUO, UNA TANTUM, CONTRIBUTI DATORE,
      *  QUOTA TFR, COSTO TOTALE. STESSO TRACCIATO PER DIPENDENTE
      *  (ID-), REPARTO (TR-), GENERALE (TG-) E RIGA IN STAMPA (IR-).
      *----------------------------------------------------------------
       01  WS-IMPORTI-DIP.
           02 ID-IMPORTO                 PIC 9(11)V99 OCCURS 12 TIMES.
       01  WS-IMPORTI-DIP-R REDEFINES WS-IMPORTI-DIP.
           02 ID-LORDO-MESE-ATT          PIC 9(11)V99.
           02 ID-LORDO-ANNUO-ATT         PIC 9(11)V99.
           02 ID-UNA-TANTUM-ATT          PIC 9(11)V99.
           02 ID-CONTRIBUTI-ATT          PIC 9(11)V99.
           02 ID-TFR-ATT                 PIC 9(11)V99.
           02 ID-COSTO-ATT               PIC 9(11)V99.
           02 ID-LORDO-MESE-SIM          PIC 9(11)V99.
           02 ID-LORDO-ANNUO-SIM         PIC 9(11)V99.
           02 ID-UNA-TANTUM-SIM          PIC 9(11)V99.
           02 ID-CONTRIBUTI-SIM          PIC 9(11)V99.
           02 ID-TFR-SIM                 PIC 9(11)V99.
           02 ID-COSTO-SIM               PIC 9(11)V99.
       01  WS-TOT-REPARTO.
           02 TR-IMPORTO                 PIC 9(11)V99 OCCURS 12 TIMES.
       01  WS-TOT-GENERALE.
           02 TG-IMPORTO                 PIC 9(11)V99 OCCURS 12 TIMES.
       01  WS-IMPORTI-RIGA.
           02 IR-IMPORTO                 PIC 9(11)V99 OCCURS 12 TIMES.
       77  WS-DIP-REPARTO                PIC 9(5) VALUE ZERO.
       77  WS-DIP-TOTALE                 PIC 9(5) VALUE ZERO.
       77  WS-DIP-RIGA                   PIC 9(5) VALUE ZERO.
       77  WS-ETICHETTA                  PIC X(4) VALUE SPACES.
       77  WS-VARIAZIONE-PERC            PIC 9(3)V99 VALUE ZERO.
       77  WS-CTR-CESSATI                PIC 9(5) VALUE ZERO.

       01  WS-INTESTAZIONE.
           02 FILLER                    PIC X(46) VALUE
              'SIMULAZIONE RINNOVO CONTRATTUALE - COSTO ANNO '.
           02 FILLER                    PIC XX    VALUE '20'.
           02 INT-ANNO                  PIC 99.
           02 FILLER                    PIC X(33) VALUE
              ' - ALIQUOTA CONTRIBUTI DATORE % '.
           02 INT-ALIQUOTA              PIC Z9,99.
           02 FILLER                    PIC X(44) VALUE SPACES.

       01  WS-TESTATA-COLONNE.
           02 FILLER                    PIC X(44) VALUE
              'REP.  DIP.  VOCE            LORDO MESE     L'.
           02 FILLER                    PIC X(44) VALUE
              'ORDO ANNUO    UNA TANTUM   CONTR. DATORE    '.
           02 FILLER                    PIC X(44) VALUE
              '   QUOTA TFR    COSTO TOTALE   VAR.%'.

       01  WS-RIGA-DETTAGLIO.
           02 DET-REPARTO               PIC X(4).
           02 FILLER                    PIC XX    VALUE SPACES.
           02 DET-DIPENDENTI            PIC ZZZZ.
           02 FILLER                    PIC XX    VALUE SPACES.
           02 DET-VOCE                  PIC X(10).
           02 FILLER                    PIC XX    VALUE SPACES.
           02 DET-LORDO-MESE            PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                    PIC XX    VALUE SPACES.
           02 DET-LORDO-ANNUO           PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                    PIC XX    VALUE SPACES.
           02 DET-UNA-TANTUM            PIC Z.ZZZ.ZZ9,99.
           02 FILLER                    PIC XX    VALUE SPACES.
           02 DET-CONTRIBUTI            PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                    PIC XX    VALUE SPACES.
           02 DET-TFR                   PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                    PIC XX    VALUE SPACES.
           02 DET-COSTO                 PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                    PIC XX    VALUE SPACES.
           02 DET-VARIAZIONE            PIC ZZ9,99.
           02 FILLER                    PIC X(8)  VALUE SPACES.

       PROCEDURE DIVISION.
       INIZIO-ELABORAZIONE.
           DISPLAY 'ANNO DA SIMULARE (AA): '.
           ACCEPT WS-ANNO.
           DISPLAY 'ORE MENSILI DI RIFERIMENTO SE IL MESE NON E'' A '
                   'CALENDARIO (999V99, 0 = 168): '.
           ACCEPT WS-ORE-RIFERIMENTO.
           IF WS-ORE-RIFERIMENTO = ZERO
               MOVE 168 TO WS-ORE-RIFERIMENTO.
           PERFORM CARICA-SCENARIO THRU CARICA-SCENARIO-EX.
           IF WS-NUM-SCENARI = ZERO
               DISPLAY 'NESSUNA SCHEDA SCENARIO VALIDA'
               STOP RUN.
           PERFORM CARICA-ALIQUOTA THRU CARICA-ALIQUOTA-EX.
           PERFORM CARICA-ORE-MESE THRU CARICA-ORE-MESE-EX.
           OPEN INPUT ANOPIS.
           IF NOT FS-ANOPIS-OK
               DISPLAY 'IMPOSSIBILE APRIRE ANOPIS - FS=' FS-ANOPIS
               STOP RUN.
           OPEN OUTPUT PROSPETTO.
           MOVE WS-ANNO TO INT-ANNO.
           MOVE WS-ALIQ-INPS-DATORE TO INT-ALIQUOTA.
           MOVE WS-INTESTAZIONE TO RIGA-PROSP.
           WRITE RIGA-PROSP AFTER ADVANCING PAGE.
           MOVE WS-TESTATA-COLONNE TO RIGA-PROSP.
           WRITE RIGA-PROSP AFTER ADVANCING 2 LINES.
           MOVE SPACES TO RIGA-PROSP.
           WRITE RIGA-PROSP AFTER ADVANCING 1 LINES.
           MOVE ZEROES TO WS-TOT-REPARTO WS-TOT-GENERALE.
       LEGGI-ANOPIS.
           READ ANOPIS NEXT RECORD AT END MOVE 1 TO SW-FINE-ANOPIS.
           IF EOF-ANOPIS
               GO TO FINE-ANOPIS.
           IF DIPENDENTE-CESSATO
               ADD 1 TO WS-CTR-CESSATI
               GO TO LEGGI-ANOPIS.
           IF E-IL-PRIMO-REPARTO
               MOVE 'N' TO SW-PRIMO-REPARTO
               MOVE CODICE-REPARTO TO WS-REPARTO-CORR
           ELSE
               IF CODICE-REPARTO NOT = WS-REPARTO-CORR
                   PERFORM CHIUDI-REPARTO THRU CHIUDI-REPARTO-EX
                   MOVE CODICE-REPARTO TO WS-REPARTO-CORR.
           PERFORM SIMULA-DIPENDENTE THRU SIMULA-DIPENDENTE-EX.
           PERFORM SOMMA-REPARTO THRU SOMMA-REPARTO-EX
                   VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 12.
           ADD 1 TO WS-DIP-REPARTO.
           GO TO LEGGI-ANOPIS.

      *----------------------------------------------------------------
      *  ANNO DEL DIPENDENTE MESE PER MESE, ATTUALE E DI SCENARIO;
      *  DAL MESE DI DECORRENZA MINIMO E CONTINGENZA SONO QUELLI
      *  NUOVI, E LA TREDICESIMA LI PRENDE PIENI COME IN STACED.
      *----------------------------------------------------------------
       SIMULA-DIPENDENTE.
           MOVE ZEROES TO WS-IMPORTI-DIP.
           PERFORM CERCA-SCENARIO THRU CERCA-SCENARIO-EX.
           PERFORM APPLICA-PART-TIME THRU APPLICA-PART-TIME-EX.
           PERFORM SIMULA-UN-MESE THRU SIMULA-UN-MESE-EX
                   VARYING WS-MM FROM 1 BY 1 UNTIL WS-MM > 12.
           MOVE WS-LORDO-MESE-ATT TO ID-LORDO-MESE-ATT.
           MOVE WS-LORDO-MESE-SIM TO ID-LORDO-MESE-SIM.
           COMPUTE ID-LORDO-ANNUO-ATT = ID-LORDO-ANNUO-ATT
                 + WS-MINIMO-ATT + WS-CONTINGENZA-ATT.
           COMPUTE ID-LORDO-ANNUO-SIM = ID-LORDO-ANNUO-SIM
                 + WS-NUOVO-MINIMO + WS-NUOVA-CONTINGENZA.
           MOVE WS-UNA-TANTUM TO ID-UNA-TANTUM-SIM.
           ADD WS-UNA-TANTUM TO ID-LORDO-ANNUO-SIM.
           COMPUTE ID-CONTRIBUTI-ATT ROUNDED =
                   ID-LORDO-ANNUO-ATT * WS-ALIQ-INPS-DATORE / 100.
           COMPUTE ID-CONTRIBUTI-SIM ROUNDED =
                   ID-LORDO-ANNUO-SIM * WS-ALIQ-INPS-DATORE / 100.
           COMPUTE ID-TFR-ATT ROUNDED = ID-LORDO-ANNUO-ATT / 13,5.
           COMPUTE ID-TFR-SIM ROUNDED = ID-LORDO-ANNUO-SIM / 13,5.
           COMPUTE ID-COSTO-ATT = ID-LORDO-ANNUO-ATT
                 + ID-CONTRIBUTI-ATT + ID-TFR-ATT.
           COMPUTE ID-COSTO-SIM = ID-LORDO-ANNUO-SIM
                 + ID-CONTRIBUTI-SIM + ID-TFR-SIM.
       SIMULA-DIPENDENTE-EX.
           EXIT.

       SIMULA-UN-MESE.
           COMPUTE WS-IMP-ORDINARIO ROUNDED =
                   WS-ORE-MESE(WS-MM) * WS-PERC-PT / 100
                 * PAGA-ORARIA.
           COMPUTE WS-LORDO-MESE-ATT = WS-IMP-ORDINARIO
                 + WS-MINIMO-ATT + WS-CONTINGENZA-ATT + WS-MENSA-ATT.
           IF WS-MM < WS-DECORRENZA
               MOVE WS-LORDO-MESE-ATT TO WS-LORDO-MESE-SIM
           ELSE
               COMPUTE WS-LORDO-MESE-SIM = WS-IMP-ORDINARIO
                     + WS-NUOVO-MINIMO + WS-NUOVA-CONTINGENZA
                     + WS-MENSA-ATT.
           ADD WS-LORDO-MESE-ATT TO ID-LORDO-ANNUO-ATT.
           ADD WS-LORDO-MESE-SIM TO ID-LORDO-ANNUO-SIM.
       SIMULA-UN-MESE-EX.
           EXIT.

      *----------------------------------------------------------------
      *  SCHEDA DELLA QUALIFICA, ALTRIMENTI LA '**'; SENZA NESSUNA
      *  DELLE DUE IL DIPENDENTE NON HA AUMENTI NELLO SCENARIO.
      *----------------------------------------------------------------
       CERCA-SCENARIO.
           MOVE ZERO TO WS-IDX-TROVATO WS-IDX-TUTTE.
           PERFORM CONFRONTA-SCENARIO THRU CONFRONTA-SCENARIO-EX
                   VARYING WS-IDX-SCE FROM 1 BY 1
                   UNTIL WS-IDX-SCE > WS-NUM-SCENARI.
           IF WS-IDX-TROVATO = ZERO
               MOVE WS-IDX-TUTTE TO WS-IDX-TROVATO.
           MOVE MINIMO-CATEGORIA TO WS-NUOVO-MINIMO.
           MOVE CONTINGENZA      TO WS-NUOVA-CONTINGENZA.
           MOVE 13   TO WS-DECORRENZA.
           MOVE ZERO TO WS-UNA-TANTUM.
           IF WS-IDX-TROVATO = ZERO
               GO TO CERCA-SCENARIO-EX.
           MOVE WS-SCE-DECORRENZA(WS-IDX-TROVATO) TO WS-DECORRENZA.
           MOVE WS-SCE-UNA-TANTUM(WS-IDX-TROVATO) TO WS-UNA-TANTUM.
           IF WS-SCE-TIPO(WS-IDX-TROVATO) = 'P'
               COMPUTE WS-NUOVO-MINIMO ROUNDED = MINIMO-CATEGORIA
                     * (100 + WS-SCE-AUM-MINIMO(WS-IDX-TROVATO))
                     / 100
               COMPUTE WS-NUOVA-CONTINGENZA ROUNDED = CONTINGENZA
                     * (100 + WS-SCE-AUM-CONTINGENZA(WS-IDX-TROVATO))
                     / 100
           ELSE
               COMPUTE WS-NUOVO-MINIMO = MINIMO-CATEGORIA
                     + WS-SCE-AUM-MINIMO(WS-IDX-TROVATO)
               COMPUTE WS-NUOVA-CONTINGENZA = CONTINGENZA
                     + WS-SCE-AUM-CONTINGENZA(WS-IDX-TROVATO).
       CERCA-SCENARIO-EX.
           EXIT.

      *----------------------------------------------------------------
      *  PART-TIME (ZERO O 100 = TEMPO PIENO): ELEMENTI FISSI ATTUALI
      *  E DI SCENARIO RIPROPORZIONATI; LA MENSA DEL MESE INTERO
      *  SCENDE ALLA PERCENTUALE SIA NELL'ORIZZONTALE (GIORNATA
      *  RIDOTTA) SIA NEL VERTICALE (MENO GIORNI).
      *----------------------------------------------------------------
       APPLICA-PART-TIME.
           MOVE PERC-PART-TIME TO WS-PERC-PT.
           IF WS-PERC-PT = ZERO OR WS-PERC-PT > 100
               MOVE 100 TO WS-PERC-PT.
           COMPUTE WS-MINIMO-ATT ROUNDED =
                   MINIMO-CATEGORIA * WS-PERC-PT / 100.
           COMPUTE WS-CONTINGENZA-ATT ROUNDED =
                   CONTINGENZA * WS-PERC-PT / 100.
           COMPUTE WS-MENSA-ATT ROUNDED =
                   INDENNITA-MENSA * WS-PERC-PT / 100.
           COMPUTE WS-NUOVO-MINIMO ROUNDED =
                   WS-NUOVO-MINIMO * WS-PERC-PT / 100.
           COMPUTE WS-NUOVA-CONTINGENZA ROUNDED =
                   WS-NUOVA-CONTINGENZA * WS-PERC-PT / 100.
       APPLICA-PART-TIME-EX.
           EXIT.

       CONFRONTA-SCENARIO.
           IF WS-SCE-QUALIFICA(WS-IDX-SCE) = QUALIFICA
               MOVE WS-IDX-SCE TO WS-IDX-TROVATO.
           IF WS-SCE-QUALIFICA(WS-IDX-SCE) = '**'
               MOVE WS-IDX-SCE TO WS-IDX-TUTTE.
       CONFRONTA-SCENARIO-EX.
           EXIT.

       SOMMA-REPARTO.
           ADD ID-IMPORTO(WS-IDX) TO TR-IMPORTO(WS-IDX).
       SOMMA-REPARTO-EX.
           EXIT.

       SOMMA-GENERALE.
           ADD TR-IMPORTO(WS-IDX) TO TG-IMPORTO(WS-IDX).
       SOMMA-GENERALE-EX.
           EXIT.

       CHIUDI-REPARTO.
           MOVE WS-TOT-REPARTO  TO WS-IMPORTI-RIGA.
           MOVE WS-REPARTO-CORR TO WS-ETICHETTA.
           MOVE WS-DIP-REPARTO  TO WS-DIP-RIGA.
           PERFORM STAMPA-CONFRONTO THRU STAMPA-CONFRONTO-EX.
           PERFORM SOMMA-GENERALE THRU SOMMA-GENERALE-EX
                   VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 12.
           ADD WS-DIP-REPARTO TO WS-DIP-TOTALE.
           MOVE ZERO TO WS-DIP-REPARTO.
           MOVE ZEROES TO WS-TOT-REPARTO.
       CHIUDI-REPARTO-EX.
           EXIT.

      *----------------------------------------------------------------
      *  TRE RIGHE PER REPARTO (E PER IL TOTALE): ATTUALE, SCENARIO
      *  E DIFFERENZA, CON LA VARIAZIONE PERCENTUALE DEL COSTO.
      *----------------------------------------------------------------
       STAMPA-CONFRONTO.
           MOVE WS-ETICHETTA       TO DET-REPARTO.
           MOVE WS-DIP-RIGA        TO DET-DIPENDENTI.
           MOVE 'ATTUALE'          TO DET-VOCE.
           MOVE IR-IMPORTO(1)      TO DET-LORDO-MESE.
           MOVE IR-IMPORTO(2)      TO DET-LORDO-ANNUO.
           MOVE IR-IMPORTO(3)      TO DET-UNA-TANTUM.
           MOVE IR-IMPORTO(4)      TO DET-CONTRIBUTI.
           MOVE IR-IMPORTO(5)      TO DET-TFR.
           MOVE IR-IMPORTO(6)      TO DET-COSTO.
           MOVE ZERO               TO DET-VARIAZIONE.
           MOVE WS-RIGA-DETTAGLIO TO RIGA-PROSP.
           WRITE RIGA-PROSP AFTER ADVANCING 1 LINES.
           MOVE SPACES             TO DET-REPARTO.
           MOVE ZERO               TO DET-DIPENDENTI.
           MOVE 'SCENARIO'         TO DET-VOCE.
           MOVE IR-IMPORTO(7)      TO DET-LORDO-MESE.
           MOVE IR-IMPORTO(8)      TO DET-LORDO-ANNUO.
           MOVE IR-IMPORTO(9)      TO DET-UNA-TANTUM.
           MOVE IR-IMPORTO(10)     TO DET-CONTRIBUTI.
           MOVE IR-IMPORTO(11)     TO DET-TFR.
           MOVE IR-IMPORTO(12)     TO DET-COSTO.
           MOVE WS-RIGA-DETTAGLIO TO RIGA-PROSP.
           WRITE RIGA-PROSP AFTER ADVANCING 1 LINES.
           MOVE ZERO TO WS-VARIAZIONE-PERC.
           IF IR-IMPORTO(6) > ZERO
               COMPUTE WS-VARIAZIONE-PERC ROUNDED =
                       (IR-IMPORTO(12) - IR-IMPORTO(6)) * 100
                     / IR-IMPORTO(6).
           MOVE 'DIFFERENZA'       TO DET-VOCE.
           COMPUTE DET-LORDO-MESE  = IR-IMPORTO(7) - IR-IMPORTO(1).
           COMPUTE DET-LORDO-ANNUO = IR-IMPORTO(8) - IR-IMPORTO(2).
           COMPUTE DET-UNA-TANTUM  = IR-IMPORTO(9) - IR-IMPORTO(3).
           COMPUTE DET-CONTRIBUTI  = IR-IMPORTO(10) - IR-IMPORTO(4).
           COMPUTE DET-TFR         = IR-IMPORTO(11) - IR-IMPORTO(5).
           COMPUTE DET-COSTO       = IR-IMPORTO(12) - IR-IMPORTO(6).
           MOVE WS-VARIAZIONE-PERC TO DET-VARIAZIONE.
           MOVE WS-RIGA-DETTAGLIO TO RIGA-PROSP.
           WRITE RIGA-PROSP AFTER ADVANCING 1 LINES.
           MOVE SPACES TO RIGA-PROSP.
           WRITE RIGA-PROSP AFTER ADVANCING 1 LINES.
       STAMPA-CONFRONTO-EX.
           EXIT.

      *----------------------------------------------------------------
      *  SCHEDE SCENARIO: TIPO P/F, DECORRENZA 00-12 (00 = GENNAIO);
      *  LE SCHEDE ERRATE SONO SEGNALATE E IGNORATE.
      *----------------------------------------------------------------
       CARICA-SCENARIO.
           OPEN INPUT SCENARIO.
           IF FS-SCENARIO NOT = '00'
               DISPLAY 'SCHEDE SCENARIO ASSENTI - FS=' FS-SCENARIO
               GO TO CARICA-SCENARIO-EX.
       LEGGI-SCENARIO.
           READ SCENARIO AT END
                CLOSE SCENARIO
                GO TO CARICA-SCENARIO-EX.
           IF SCE-TIPO NOT = 'P' AND SCE-TIPO NOT = 'F'
               DISPLAY 'SCHEDA SCENARIO ' SCE-QUALIFICA
                       ': TIPO NON VALIDO (P/F)'
               GO TO LEGGI-SCENARIO.
           IF SCE-AUMENTO-MINIMO NOT NUMERIC
           OR SCE-AUMENTO-CONTINGENZA NOT NUMERIC
           OR SCE-MESE-DECORRENZA NOT NUMERIC
           OR SCE-UNA-TANTUM NOT NUMERIC
           OR SCE-MESE-DECORRENZA > 12
               DISPLAY 'SCHEDA SCENARIO ' SCE-QUALIFICA
                       ': IMPORTI O DECORRENZA NON VALIDI'
               GO TO LEGGI-SCENARIO.
           IF WS-NUM-SCENARI NOT < 20
               DISPLAY 'TROPPE SCHEDE SCENARIO: ' SCE-QUALIFICA
                       ' IGNORATA'
               GO TO LEGGI-SCENARIO.
           ADD 1 TO WS-NUM-SCENARI.
           MOVE SCE-QUALIFICA TO WS-SCE-QUALIFICA(WS-NUM-SCENARI).
           MOVE SCE-TIPO      TO WS-SCE-TIPO(WS-NUM-SCENARI).
           MOVE SCE-AUMENTO-MINIMO
                TO WS-SCE-AUM-MINIMO(WS-NUM-SCENARI).
           MOVE SCE-AUMENTO-CONTINGENZA
                TO WS-SCE-AUM-CONTINGENZA(WS-NUM-SCENARI).
           MOVE SCE-MESE-DECORRENZA
                TO WS-SCE-DECORRENZA(WS-NUM-SCENARI).
           IF SCE-MESE-DECORRENZA = ZERO
               MOVE 1 TO WS-SCE-DECORRENZA(WS-NUM-SCENARI).
           MOVE SCE-UNA-TANTUM TO WS-SCE-UNA-TANTUM(WS-NUM-SCENARI).
           GO TO LEGGI-SCENARIO.
       CARICA-SCENARIO-EX.
           EXIT.

      *----------------------------------------------------------------
      *  ALIQUOTA CONTRIBUTI A CARICO DATORE ('Q') DA TABTRIB.
      *----------------------------------------------------------------
       CARICA-ALIQUOTA.
           OPEN INPUT TABTRIB.
           IF FS-TABTRIB NOT = '00'
               DISPLAY 'TABELLA TRIBUTI ASSENTE: CONTRIBUTI DATORE '
                       'A ZERO'
               GO TO CARICA-ALIQUOTA-EX.
       LEGGI-TABTRIB.
           READ TABTRIB AT END
                CLOSE TABTRIB
                GO TO CARICA-ALIQUOTA-EX.
           IF TRB-TIPO = 'Q'
               MOVE TRB-ALIQUOTA TO WS-ALIQ-INPS-DATORE.
           GO TO LEGGI-TABTRIB.
       CARICA-ALIQUOTA-EX.
           EXIT.

      *----------------------------------------------------------------
      *  ORE TEORICHE DEI MESI DAL CALENDARIO; MESI MANCANTI O
      *  CALENDARIO ASSENTE = ORE DI RIFERIMENTO.
      *----------------------------------------------------------------
       CARICA-ORE-MESE.
           PERFORM ORE-DI-RIFERIMENTO THRU ORE-DI-RIFERIMENTO-EX
                   VARYING WS-MM FROM 1 BY 1 UNTIL WS-MM > 12.
           OPEN INPUT CALPAGHE.
           IF NOT FS-CALPAGHE-OK
               DISPLAY 'CALENDARIO ASSENTE: ORE DI RIFERIMENTO PER '
                       'TUTTI I MESI'
               GO TO CARICA-ORE-MESE-EX.
           PERFORM LEGGI-ORE-MESE THRU LEGGI-ORE-MESE-EX
                   VARYING WS-MM FROM 1 BY 1 UNTIL WS-MM > 12.
           CLOSE CALPAGHE.
       CARICA-ORE-MESE-EX.
           EXIT.

       ORE-DI-RIFERIMENTO.
           MOVE WS-ORE-RIFERIMENTO TO WS-ORE-MESE(WS-MM).
       ORE-DI-RIFERIMENTO-EX.
           EXIT.

       LEGGI-ORE-MESE.
           MOVE WS-ANNO TO CAL-AA.
           MOVE WS-MM   TO CAL-MM.
           READ CALPAGHE.
           IF FS-CALPAGHE-OK AND CAL-ORE-TEORICHE > ZERO
               MOVE CAL-ORE-TEORICHE TO WS-ORE-MESE(WS-MM).
       LEGGI-ORE-MESE-EX.
           EXIT.

       FINE-ANOPIS.
           IF NOT E-IL-PRIMO-REPARTO
               PERFORM CHIUDI-REPARTO THRU CHIUDI-REPARTO-EX.
           MOVE WS-TOT-GENERALE TO WS-IMPORTI-RIGA.
           MOVE 'TOT.'          TO WS-ETICHETTA.
           MOVE WS-DIP-TOTALE   TO WS-DIP-RIGA.
           PERFORM STAMPA-CONFRONTO THRU STAMPA-CONFRONTO-EX.
           CLOSE ANOPIS, PROSPETTO.
           DISPLAY 'DIPENDENTI SIMULATI:  ' WS-DIP-TOTALE.
           DISPLAY 'CESSATI ESCLUSI:      ' WS-CTR-CESSATI.
           DISPLAY 'SCHEDE SCENARIO:      ' WS-NUM-SCENARI.
           STOP RUN.
       END PROGRAM SIMCCNL.
