       IDENTIFICATION DIVISION.

       PROGRAM-ID.
           GESSOGLIE.

       AUTHOR.
           BOTTO.

       DATE-WRITTEN.
           15-10-2026.

       REMARKS.

           GESTIONE A CONSOLE DELLA TABELLA DELLE SOGLIE D'USURA
           PUBBLICATE OGNI TRIMESTRE: UN TASSO SOGLIA PER CATEGORIA DI
           CREDITO (F = CREDITO FINALIZZATO, P = PRESTITO PERSONALE,
           A = ALTRI FINANZIAMENTI), DATA DI DECORRENZA DEL TRIMESTRE
           E FASCIA DI IMPORTO. LA FASCIA E' INDICATA DAL SUO LIMITE
           SUPERIORE; IMPORTO 0 = ULTIMA FASCIA, SENZA LIMITE. LA
           SOGLIA IN VIGORE A UNA DATA E' QUELLA DELL'ULTIMA
           DECORRENZA NON SUCCESSIVA, NELLA PRIMA FASCIA CHE CONTIENE
           L'IMPORTO DEL CREDITO; LA USANO FINANZIAMENTO, RINEGOZIA E
           CONSOFIN PER RIFIUTARE I CONTRATTI OLTRE SOGLIA, PENAPARC
           PER LIMITARE GLI INTERESSI DI MORA E IL CONTROLLO
           TRIMESTRALE CTRLUSURA. SI PUO' INSERIRE, VARIARE, CANCELLARE
           UNA SOGLIA O ELENCARE LE SOGLIE DI UNA CATEGORIA.

       ENVIRONMENT  DIVISION.

       CONFIGURATION SECTION.

       SOURCE-COMPUTER.
           PC-HP.
       OBJECT-COMPUTER.
           PC-HP.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.

           SELECT FILE-SOGLIE   ASSIGN TO DISK
                                 ACCESS IS DYNAMIC
                                 ORGANIZATION IS INDEXED
                                 RECORD KEY IS KEY-SOGLIA
                                 FILE STATUS IS WS-FS-SOGLIE.

       DATA  DIVISION.

       FILE  SECTION.

      *----------------------------------------------------------------
      *  TABELLA DELLE SOGLIE D'USURA: CHIAVE CATEGORIA + DECORRENZA
      *  + LIMITE SUPERIORE DELLA FASCIA DI IMPORTO (9999999.99 =
      *  ULTIMA FASCIA), TASSO SOGLIA ANNUO IN PERCENTUALE.
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

       WORKING-STORAGE SECTION.

       01  WS-FS-SOGLIE                    PIC XX VALUE '00'.
       01  WS-FINE-SOGLIE                  PIC 9 VALUE ZERO.
           88 EOF-SOGLIE                    VALUE 1.

       01  WS-CATEGORIA                    PIC X VALUE SPACE.
           88 CATEGORIA-VALIDA              VALUE 'F' 'P' 'A'.
       01  WS-DECORRENZA                   PIC 9(8) VALUE ZEROES.
       01  WS-DECORRENZA-R REDEFINES WS-DECORRENZA.
           03 WS-DEC-ANNO                  PIC 9(4).
           03 WS-DEC-MESE                  PIC 9(2).
           03 WS-DEC-GIORNO                PIC 9(2).
       01  WS-IMPORTO-MAX                  PIC 9(7)V99 VALUE ZERO.
       01  WS-OPERAZIONE                   PIC X VALUE SPACE.
           88 OP-INSERISCI                  VALUE 'I'.
           88 OP-CANCELLA                   VALUE 'C'.
           88 OP-ELENCO                     VALUE 'E'.
       01  WS-TASSO-SOGLIA                 PIC 9(2)V99 VALUE ZERO.
       01  WS-DESCRIZIONE                  PIC X(30) VALUE SPACES.
       01  WS-CONFERMA                     PIC X VALUE 'N'.
       01  WS-ESISTE                       PIC X VALUE 'N'.
           88 SOGLIA-ESISTENTE              VALUE 'S'.
       01  WS-TASSO-ED                     PIC Z9.99.
       01  WS-IMPORTO-ED                   PIC Z,ZZZ,ZZ9.99.
       01  WS-CTR-ELENCATE                 PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O FILE-SOGLIE.
           IF WS-FS-SOGLIE NOT = '00'
               OPEN OUTPUT FILE-SOGLIE
               CLOSE FILE-SOGLIE
               OPEN I-O FILE-SOGLIE
           END-IF.
           IF WS-FS-SOGLIE NOT = '00'
               DISPLAY 'IMPOSSIBILE APRIRE FILE-SOGLIE - FS='
                       WS-FS-SOGLIE
               STOP RUN
           END-IF.

       CHIEDI-CATEGORIA.
           DISPLAY 'CATEGORIA (F/P/A, SPAZIO = FINE): '.
           MOVE SPACE TO WS-CATEGORIA.
           ACCEPT WS-CATEGORIA.
           IF WS-CATEGORIA = SPACE
               GO TO FINE-LAVORO.
           IF NOT CATEGORIA-VALIDA
               DISPLAY 'CATEGORIA NON VALIDA'
               GO TO CHIEDI-CATEGORIA.
           DISPLAY 'OPERAZIONE (I = INSERISCI/VARIA, C = CANCELLA, '
                   'E = ELENCO): '.
           ACCEPT WS-OPERAZIONE.
           IF OP-ELENCO
               PERFORM ELENCA-SOGLIE
               GO TO CHIEDI-CATEGORIA.
           IF NOT OP-INSERISCI AND NOT OP-CANCELLA
               DISPLAY 'OPERAZIONE NON VALIDA'
               GO TO CHIEDI-CATEGORIA.
           DISPLAY 'DECORRENZA DEL TRIMESTRE (AAAAMMGG): '.
           ACCEPT WS-DECORRENZA.
           IF WS-DECORRENZA = ZEROES
               DISPLAY 'DATA OBBLIGATORIA'
               GO TO CHIEDI-CATEGORIA.
           IF WS-DEC-MESE < 1 OR WS-DEC-MESE > 12
              OR WS-DEC-GIORNO < 1 OR WS-DEC-GIORNO > 31
               DISPLAY 'DATA NON VALIDA'
               GO TO CHIEDI-CATEGORIA.
           DISPLAY 'LIMITE SUPERIORE DELLA FASCIA (0 = ULTIMA): '.
           ACCEPT WS-IMPORTO-MAX.
           IF WS-IMPORTO-MAX = ZERO
               MOVE 9999999.99 TO WS-IMPORTO-MAX.
           MOVE WS-CATEGORIA   TO SOG-CATEGORIA.
           MOVE WS-DECORRENZA  TO SOG-DECORRENZA.
           MOVE WS-IMPORTO-MAX TO SOG-IMPORTO-MAX.
           READ FILE-SOGLIE.
           IF WS-FS-SOGLIE = '00'
               MOVE 'S' TO WS-ESISTE
               MOVE SOG-TASSO-SOGLIA TO WS-TASSO-ED
               DISPLAY 'SOGLIA ATTUALE: ' WS-TASSO-ED
                       '  ' SOG-DESCRIZIONE
           ELSE
               MOVE 'N' TO WS-ESISTE
           END-IF.
           IF OP-CANCELLA
               PERFORM CANCELLA-SOGLIA THRU CANCELLA-SOGLIA-EX
           ELSE
               PERFORM REGISTRA-SOGLIA THRU REGISTRA-SOGLIA-EX
           END-IF.
           GO TO CHIEDI-CATEGORIA.

      *----------------------------------------------------------------
      *  INSERIMENTO DI UNA NUOVA SOGLIA O VARIAZIONE (CON CONFERMA)
      *  DI QUELLA GIA' PRESENTE PER LA STESSA FASCIA E DECORRENZA.
      *----------------------------------------------------------------
       REGISTRA-SOGLIA.
           DISPLAY 'TASSO SOGLIA ANNUO (%): '.
           ACCEPT WS-TASSO-SOGLIA.
           IF WS-TASSO-SOGLIA = ZERO
               DISPLAY 'TASSO SOGLIA OBBLIGATORIO'
               GO TO REGISTRA-SOGLIA-EX.
           IF SOGLIA-ESISTENTE
               MOVE SOG-DESCRIZIONE TO WS-DESCRIZIONE
           ELSE
               MOVE SPACES TO WS-DESCRIZIONE
           END-IF.
           DISPLAY 'DESCRIZIONE (SPAZI = INVARIATA): '.
           ACCEPT WS-DESCRIZIONE.
           IF SOGLIA-ESISTENTE
               DISPLAY 'CONFERMARE LA VARIAZIONE (S/N)? '
               ACCEPT WS-CONFERMA
               IF WS-CONFERMA NOT = 'S'
                   DISPLAY 'VARIAZIONE ANNULLATA'
                   GO TO REGISTRA-SOGLIA-EX
               END-IF
           ELSE
               MOVE SPACES TO REC-SOGLIA
               MOVE WS-CATEGORIA   TO SOG-CATEGORIA
               MOVE WS-DECORRENZA  TO SOG-DECORRENZA
               MOVE WS-IMPORTO-MAX TO SOG-IMPORTO-MAX
           END-IF.
           MOVE WS-TASSO-SOGLIA TO SOG-TASSO-SOGLIA.
           IF WS-DESCRIZIONE NOT = SPACES
               MOVE WS-DESCRIZIONE TO SOG-DESCRIZIONE
           END-IF.
           IF SOGLIA-ESISTENTE
               REWRITE REC-SOGLIA
           ELSE
               WRITE REC-SOGLIA
           END-IF.
           IF WS-FS-SOGLIE NOT = '00'
               DISPLAY 'ERRORE IN SCRITTURA FILE-SOGLIE - FS='
                       WS-FS-SOGLIE
           ELSE
               DISPLAY 'SOGLIA REGISTRATA'
           END-IF.
       REGISTRA-SOGLIA-EX.
           EXIT.

       CANCELLA-SOGLIA.
           IF NOT SOGLIA-ESISTENTE
               DISPLAY 'NESSUNA SOGLIA PER QUELLA FASCIA E DATA'
               GO TO CANCELLA-SOGLIA-EX.
           DISPLAY 'CONFERMARE LA CANCELLAZIONE (S/N)? '.
           ACCEPT WS-CONFERMA.
           IF WS-CONFERMA NOT = 'S'
               DISPLAY 'CANCELLAZIONE ANNULLATA'
               GO TO CANCELLA-SOGLIA-EX.
           DELETE FILE-SOGLIE.
           IF WS-FS-SOGLIE NOT = '00'
               DISPLAY 'ERRORE IN CANCELLAZIONE - FS=' WS-FS-SOGLIE
           ELSE
               DISPLAY 'SOGLIA CANCELLATA'
           END-IF.
       CANCELLA-SOGLIA-EX.
           EXIT.

      *----------------------------------------------------------------
      *  SOGLIE DI UNA CATEGORIA: PER DECORRENZA E FASCIA.
      *----------------------------------------------------------------
       ELENCA-SOGLIE.
           MOVE ZERO TO WS-FINE-SOGLIE WS-CTR-ELENCATE.
           MOVE WS-CATEGORIA TO SOG-CATEGORIA.
           MOVE ZEROES TO SOG-DECORRENZA SOG-IMPORTO-MAX.
           START FILE-SOGLIE KEY IS NOT LESS THAN KEY-SOGLIA
                 INVALID KEY MOVE 1 TO WS-FINE-SOGLIE.
           PERFORM UNTIL EOF-SOGLIE
               READ FILE-SOGLIE NEXT
                   AT END MOVE 1 TO WS-FINE-SOGLIE
               END-READ
               IF NOT EOF-SOGLIE
                   IF SOG-CATEGORIA NOT = WS-CATEGORIA
                       MOVE 1 TO WS-FINE-SOGLIE
                   ELSE
                       MOVE SOG-TASSO-SOGLIA TO WS-TASSO-ED
                       MOVE SOG-IMPORTO-MAX  TO WS-IMPORTO-ED
                       DISPLAY 'DAL ' SOG-DECORRENZA
                               '  FINO A ' WS-IMPORTO-ED
                               '  SOGLIA ' WS-TASSO-ED
                               '  ' SOG-DESCRIZIONE
                       ADD 1 TO WS-CTR-ELENCATE
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY 'SOGLIE DELLA CATEGORIA: ' WS-CTR-ELENCATE.

       FINE-LAVORO.
           CLOSE FILE-SOGLIE.
           STOP RUN.

       END PROGRAM GESSOGLIE.
