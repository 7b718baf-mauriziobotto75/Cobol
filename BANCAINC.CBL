       PROGRAM-ID. BANCAINC.
       AUTHOR.  MB.

      *----------------------------------------------------------------
      * MODIFICHE
      * 14-09-2026 MB  PARTITE CON IL NUMERO RATA IN CHIAVE: LE RATE
      *                DI UNA FATTURA NON RENDONO PIU' AMBIGUO
      *                L'ABBINAMENTO PER CAUSALE O PER IMPORTO.
      * 15-10-2026 MB  LA DATA DI LAVORO DEL RUN E' LA DATA CONTABILE
      *                (ROUTINE DATACONT, AVANZATA SOLO DAL FINE
      *                GIORNATA FINEGG DI CATENA) E NON PIU' LA DATA DI
      *                SISTEMA; AVVISO A VIDEO SE IL PROGRAMMA PARTE IN
      *                UN GIORNO NON LAVORATIVO.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
           05 KEY-PARTITE.
             07 PAR-COD-CLI   PIC 9(5).
             07 PAR-NUM-FAT   PIC X(8).
      *      RATA: 00 = PARTITA UNICA DEL DOCUMENTO, 01-06 = RATE
      *      DEL TERMINE DI PAGAMENTO (VEDI GESTPAG E INSFATTURE).
             07 PAR-NUM-RATA  PIC 9(2).
           05 PAR-TOT-FATT     PIC 9(14) COMP-3.
           05 PAR-INCASSATO    PIC 9(14) COMP-3.
           05 PAR-RESIDUO      PIC 9(14) COMP-3.
      *    CONTRATTO DI FINANZIAMENTO CHE HA CONSOLIDATO LA PARTITA
      *    (CONSOFIN), VALORIZZATO SOLO CON STATO 'F'.
           05 PAR-RIF-CONTRATTO PIC 9(6).
           05 FILLER           PIC X(7).

         FD INCASSIG
            LABEL RECORD IS STANDARD

       01 WS-DATA-RUN                PIC 9(8) VALUE ZEROES.

           COPY PAR_DataCont.

       PROCEDURE DIVISION.

       INIZIO.
          STOP RUN.

       OP-INIZIALI.
          MOVE 'D' TO DCP-FUNZIONE.
          MOVE 'BANCAINC' TO DCP-PROGRAMMA.
          CALL 'DATACONT' USING PARAMETRI-DATACONT.
          MOVE DCP-DATA-CONTABILE TO WS-DATA-RUN.
          OPEN INPUT BANCAMOV.
          IF FS-BANCAMOV NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE BANCAMOV - FS=' FS-BANCAMOV
      *  FATTURA DI UNA SOLA PARTITA COMPARE NELLA CAUSALE L'ABBINA;
      *  ALTRIMENTI, SE UNA SOLA PARTITA HA RESIDUO PARI ALL'IMPORTO,
      *  ABBINA QUELLA; NEGLI ALTRI CASI IL MOVIMENTO VA IN SOSPESO.
      *  LE RATE DI UNA STESSA FATTURA CONTANO COME UNA PARTITA SOLA
      *  (SONO CONSECUTIVE IN CHIAVE): L'INCASSO SI ABBINA ALLA
      *  FATTURA E INCASSI LO RIPARTISCE SULLE RATE.
      *----------------------------------------------------------------
       ELABORA.
          IF NOT BAN-ACCREDITO
          MOVE ZEROES TO SW-FINE-PAR.
          MOVE ZEROES TO PAR-COD-CLI.
          MOVE SPACES TO PAR-NUM-FAT.
          MOVE ZEROES TO PAR-NUM-RATA.
          START PARTITE KEY IS GREATER THAN KEY-PARTITE
                INVALID KEY MOVE 1 TO SW-FINE-PAR.
          IF NOT EOF-PAR
             INSPECT BAN-CAUSALE TALLYING WS-CTR-RICORRENZE
                     FOR ALL PAR-NUM-FAT
             IF WS-CTR-RICORRENZE > 0
             AND (WS-N-PER-CAUSALE = ZEROES
                  OR PAR-COD-CLI NOT = WS-CAU-COD-CLI
                  OR PAR-NUM-FAT NOT = WS-CAU-NUM-FAT)
                ADD 1 TO WS-N-PER-CAUSALE
                MOVE PAR-COD-CLI TO WS-CAU-COD-CLI
                MOVE PAR-NUM-FAT TO WS-CAU-NUM-FAT
             END-IF
          END-IF.
          IF PAR-RESIDUO = BAN-IMPORTO
          AND (WS-N-PER-IMPORTO = ZEROES
               OR PAR-COD-CLI NOT = WS-IMP-COD-CLI
               OR PAR-NUM-FAT NOT = WS-IMP-NUM-FAT)
             ADD 1 TO WS-N-PER-IMPORTO
             MOVE PAR-COD-CLI TO WS-IMP-COD-CLI
             MOVE PAR-NUM-FAT TO WS-IMP-NUM-FAT.
