       IDENTIFICATION DIVISION.

       PROGRAM-ID.
           GESINDICI.

       AUTHOR.
           BOTTO.

       DATE-WRITTEN.
           15-10-2026.

       REMARKS.

           GESTIONE A CONSOLE DELLA TABELLA DEGLI INDICI DI TASSO
           (EURIBOR E SIMILI) USATI DAI CONTRATTI INDICIZZATI: UN
           VALORE PER INDICE E DATA DI DECORRENZA. IL VALORE IN
           VIGORE A UNA DATA E' L'ULTIMO CON DECORRENZA NON
           SUCCESSIVA; LO USANO FINANZIAMENTO E RINEGOZIA ALLA NASCITA
           DEL PIANO E IL BATCH REVTASSI ALLE REVISIONI. IL VALORE
           PUO' ESSERE NEGATIVO (SEGNO CHIESTO A PARTE). SI PUO'
           INSERIRE, VARIARE, CANCELLARE UN VALORE O ELENCARE LA
           STORIA DI UN INDICE.

       ENVIRONMENT  DIVISION.

       CONFIGURATION SECTION.

       SOURCE-COMPUTER.
           PC-HP.
       OBJECT-COMPUTER.
           PC-HP.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.

           SELECT FILE-INDICI   ASSIGN TO DISK
                                 ACCESS IS DYNAMIC
                                 ORGANIZATION IS INDEXED
                                 RECORD KEY IS KEY-INDICE
                                 FILE STATUS IS WS-FS-INDICI.

       DATA  DIVISION.

       FILE  SECTION.

      *----------------------------------------------------------------
      *  TABELLA DEGLI INDICI DI TASSO: CHIAVE CODICE INDICE + DATA
      *  DI DECORRENZA, VALORE ANNUO IN PERCENTUALE CON SEGNO.
      *----------------------------------------------------------------
       FD  FILE-INDICI
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REC-INDICE.

       01  REC-INDICE.
           03 KEY-INDICE.
              05 IDX-COD-INDICE         PIC X(6).
              05 IDX-DATA               PIC 9(8).
           03 IDX-VALORE                PIC S9(3)V999.
           03 IDX-DESCRIZIONE           PIC X(30).
           03 FILLER                    PIC X(20).

       WORKING-STORAGE SECTION.

       01  WS-FS-INDICI                    PIC XX VALUE '00'.
       01  WS-FINE-INDICI                  PIC 9 VALUE ZERO.
           88 EOF-INDICI                    VALUE 1.

       01  WS-COD-INDICE                   PIC X(6) VALUE SPACES.
       01  WS-DATA                         PIC 9(8) VALUE ZEROES.
       01  WS-OPERAZIONE                   PIC X VALUE SPACE.
           88 OP-INSERISCI                  VALUE 'I'.
           88 OP-CANCELLA                   VALUE 'C'.
           88 OP-ELENCO                     VALUE 'E'.
       01  WS-VALORE                       PIC 9(3)V999 VALUE ZERO.
       01  WS-SEGNO                        PIC X VALUE '+'.
       01  WS-DESCRIZIONE                  PIC X(30) VALUE SPACES.
       01  WS-CONFERMA                     PIC X VALUE 'N'.
       01  WS-ESISTE                       PIC X VALUE 'N'.
           88 VALORE-ESISTENTE              VALUE 'S'.
       01  WS-VALORE-ED                    PIC -ZZ9.999.
       01  WS-CTR-ELENCATI                 PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O FILE-INDICI.
           IF WS-FS-INDICI NOT = '00'
               OPEN OUTPUT FILE-INDICI
               CLOSE FILE-INDICI
               OPEN I-O FILE-INDICI
           END-IF.
           IF WS-FS-INDICI NOT = '00'
               DISPLAY 'IMPOSSIBILE APRIRE FILE-INDICI - FS='
                       WS-FS-INDICI
               STOP RUN
           END-IF.

       CHIEDI-INDICE.
           DISPLAY 'CODICE INDICE (SPAZI = FINE): '.
           MOVE SPACES TO WS-COD-INDICE.
           ACCEPT WS-COD-INDICE.
           IF WS-COD-INDICE = SPACES
               GO TO FINE-LAVORO.
           DISPLAY 'OPERAZIONE (I = INSERISCI/VARIA, C = CANCELLA, '
                   'E = ELENCO): '.
           ACCEPT WS-OPERAZIONE.
           IF OP-ELENCO
               PERFORM ELENCA-INDICE
               GO TO CHIEDI-INDICE.
           IF NOT OP-INSERISCI AND NOT OP-CANCELLA
               DISPLAY 'OPERAZIONE NON VALIDA'
               GO TO CHIEDI-INDICE.
           DISPLAY 'DATA DI DECORRENZA (AAAAMMGG): '.
           ACCEPT WS-DATA.
           IF WS-DATA = ZEROES
               DISPLAY 'DATA OBBLIGATORIA'
               GO TO CHIEDI-INDICE.
           MOVE WS-COD-INDICE TO IDX-COD-INDICE.
           MOVE WS-DATA       TO IDX-DATA.
           READ FILE-INDICI.
           IF WS-FS-INDICI = '00'
               MOVE 'S' TO WS-ESISTE
               MOVE IDX-VALORE TO WS-VALORE-ED
               DISPLAY 'VALORE ATTUALE: ' WS-VALORE-ED
                       '  ' IDX-DESCRIZIONE
           ELSE
               MOVE 'N' TO WS-ESISTE
           END-IF.
           IF OP-CANCELLA
               PERFORM CANCELLA-VALORE THRU CANCELLA-VALORE-EX
           ELSE
               PERFORM REGISTRA-VALORE THRU REGISTRA-VALORE-EX
           END-IF.
           GO TO CHIEDI-INDICE.

      *----------------------------------------------------------------
      *  INSERIMENTO DI UN NUOVO VALORE O VARIAZIONE (CON CONFERMA)
      *  DI QUELLO GIA' PRESENTE ALLA STESSA DATA.
      *----------------------------------------------------------------
       REGISTRA-VALORE.
           DISPLAY 'VALORE ANNUO (%): '.
           ACCEPT WS-VALORE.
           DISPLAY 'SEGNO (+/-): '.
           ACCEPT WS-SEGNO.
           IF WS-SEGNO NOT = '+' AND WS-SEGNO NOT = '-'
              AND WS-SEGNO NOT = SPACE
               DISPLAY 'SEGNO NON VALIDO'
               GO TO REGISTRA-VALORE-EX.
           IF VALORE-ESISTENTE
               MOVE IDX-DESCRIZIONE TO WS-DESCRIZIONE
           ELSE
               MOVE SPACES TO WS-DESCRIZIONE
           END-IF.
           DISPLAY 'DESCRIZIONE (SPAZI = INVARIATA): '.
           ACCEPT WS-DESCRIZIONE.
           IF VALORE-ESISTENTE
               DISPLAY 'CONFERMARE LA VARIAZIONE (S/N)? '
               ACCEPT WS-CONFERMA
               IF WS-CONFERMA NOT = 'S'
                   DISPLAY 'VARIAZIONE ANNULLATA'
                   GO TO REGISTRA-VALORE-EX
               END-IF
           ELSE
               MOVE SPACES TO REC-INDICE
               MOVE WS-COD-INDICE TO IDX-COD-INDICE
               MOVE WS-DATA       TO IDX-DATA
           END-IF.
           IF WS-SEGNO = '-'
               COMPUTE IDX-VALORE = ZERO - WS-VALORE
           ELSE
               MOVE WS-VALORE TO IDX-VALORE
           END-IF.
           IF WS-DESCRIZIONE NOT = SPACES
               MOVE WS-DESCRIZIONE TO IDX-DESCRIZIONE
           END-IF.
           IF VALORE-ESISTENTE
               REWRITE REC-INDICE
           ELSE
               WRITE REC-INDICE
           END-IF.
           IF WS-FS-INDICI NOT = '00'
               DISPLAY 'ERRORE IN SCRITTURA FILE-INDICI - FS='
                       WS-FS-INDICI
           ELSE
               DISPLAY 'VALORE REGISTRATO'
           END-IF.
       REGISTRA-VALORE-EX.
           EXIT.

       CANCELLA-VALORE.
           IF NOT VALORE-ESISTENTE
               DISPLAY 'NESSUN VALORE A QUELLA DATA'
               GO TO CANCELLA-VALORE-EX.
           DISPLAY 'CONFERMARE LA CANCELLAZIONE (S/N)? '.
           ACCEPT WS-CONFERMA.
           IF WS-CONFERMA NOT = 'S'
               DISPLAY 'CANCELLAZIONE ANNULLATA'
               GO TO CANCELLA-VALORE-EX.
           DELETE FILE-INDICI.
           IF WS-FS-INDICI NOT = '00'
               DISPLAY 'ERRORE IN CANCELLAZIONE - FS=' WS-FS-INDICI
           ELSE
               DISPLAY 'VALORE CANCELLATO'
           END-IF.
       CANCELLA-VALORE-EX.
           EXIT.

      *----------------------------------------------------------------
      *  STORIA DI UN INDICE: TUTTI I VALORI IN ORDINE DI DATA.
      *----------------------------------------------------------------
       ELENCA-INDICE.
           MOVE ZERO TO WS-FINE-INDICI WS-CTR-ELENCATI.
           MOVE WS-COD-INDICE TO IDX-COD-INDICE.
           MOVE ZEROES TO IDX-DATA.
           START FILE-INDICI KEY IS NOT LESS THAN KEY-INDICE
                 INVALID KEY MOVE 1 TO WS-FINE-INDICI.
           PERFORM UNTIL EOF-INDICI
               READ FILE-INDICI NEXT
                   AT END MOVE 1 TO WS-FINE-INDICI
               END-READ
               IF NOT EOF-INDICI
                   IF IDX-COD-INDICE NOT = WS-COD-INDICE
                       MOVE 1 TO WS-FINE-INDICI
                   ELSE
                       MOVE IDX-VALORE TO WS-VALORE-ED
                       DISPLAY 'DAL ' IDX-DATA
                               '  VALORE ' WS-VALORE-ED
                               '  ' IDX-DESCRIZIONE
                       ADD 1 TO WS-CTR-ELENCATI
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY 'VALORI DELL''INDICE: ' WS-CTR-ELENCATI.

       FINE-LAVORO.
           CLOSE FILE-INDICI.
           STOP RUN.

       END PROGRAM GESINDICI.
