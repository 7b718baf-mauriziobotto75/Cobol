           VENGONO ADDEBITATI SUL FUTURO. STAMPA IL CONTEGGIO
           DATATO DA CONSEGNARE AL CLIENTE.

      *----------------------------------------------------------------
      * MODIFICHE
      * 15-10-2026 MB  TESTATA CONTRATTI CON IL TIPO TASSO (FISSO O
      *                INDICIZZATO) IN CODA: SOLO TRACCIATO; LE RATE
      *                FUTURE DI UN INDICIZZATO SONO GIA' QUELLE RIVISTE
      *                DA REVTASSI.
      * 15-10-2026 MB  TESTATA CONTRATTI CON TAEG, SPESE DI ISTRUTTORIA
      *                E SPESE DI INCASSO NEL FILLER: SOLO TRACCIATO.
      * 15-10-2026 MB  TESTATA CONTRATTI CON LA CATEGORIA DI CREDITO
      *                PER LE SOGLIE D'USURA NEL FILLER: SOLO TRACCIATO.
      *----------------------------------------------------------------

       ENVIRONMENT  DIVISION.

       CONFIGURATION SECTION.
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

       WORKING-STORAGE SECTION.

