       IDENTIFICATION DIVISION.

       PROGRAM-ID.
           CONVCONTR.

       AUTHOR.
           BOTTO.

       DATE-WRITTEN.
           15-10-2026.

       REMARKS.

           CONVERSIONE UNA-TANTUM DELLA TESTATA CONTRATTI DOPO LA
           CRESCITA DEL TRACCIATO DA 90 A 130 BYTE CON IL TIPO TASSO
           IN CODA (FISSO O INDICIZZATO, INDICE, SPREAD, MINIMO,
           MASSIMO E DATA DI REVISIONE). LEGGE L'ARCHIVIO ANCORA AL
           VECCHIO TRACCIATO (FILE-CONTRATTI-VEC) E LO RICARICA NEL
           FILE-CONTRATTI DEFINITO A NUOVO: TUTTI I CONTRATTI
           ESISTENTI RESTANO A TASSO FISSO ('F') CON I CAMPI
           DELL'INDICIZZAZIONE A ZERO. SENZA LA CONVERSIONE
           FINANZIAMENTO, INQCONTR, PAGPARC, ESTINZIONE E GLI ALTRI
           LETTORI FALLIREBBERO LA OPEN PER CONFLITTO DI LUNGHEZZA
           RECORD.

      *----------------------------------------------------------------
      * MODIFICHE
      * 15-10-2026 MB  CAMPI DI TRASPARENZA A ZERO E CATEGORIA DI
      *                CREDITO PER LE SOGLIE D'USURA: 'A' SUI CONTRATTI
      *                DI CONSOLIDAMENTO, 'F' SU TUTTI GLI ALTRI.
      *----------------------------------------------------------------

       ENVIRONMENT  DIVISION.

       CONFIGURATION SECTION.

       SOURCE-COMPUTER.
           PC-HP.
       OBJECT-COMPUTER.
           PC-HP.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.

           SELECT FILE-CONTRATTI-VEC ASSIGN TO DISK
                                 ACCESS IS SEQUENTIAL
                                 ORGANIZATION IS INDEXED
                                 RECORD KEY IS CON-NUM-CONTRATTO-V
                                 FILE STATUS IS WS-FS-VECCHIO.

           SELECT FILE-CONTRATTI ASSIGN TO DISK
                                 ACCESS IS SEQUENTIAL
                                 ORGANIZATION IS INDEXED
                                 RECORD KEY IS CON-NUM-CONTRATTO
                                 FILE STATUS IS WS-FS-CONTRATTI.

       DATA  DIVISION.

       FILE  SECTION.

       FD  FILE-CONTRATTI-VEC
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REC-CONTRATTO-V.

       01  REC-CONTRATTO-V.
           03 CON-NUM-CONTRATTO-V       PIC 9(06).
           03 CON-COD-CLI-V             PIC 9(06).
           03 CON-CLIENTE-V             PIC X(20).
           03 CON-OBJETO-V              PIC X(20).
           03 CON-VALOR-V               PIC 9(6)V99.
           03 CON-ENTRADA-V             PIC 9(6)V99.
           03 CON-TAXA-V                PIC 9(3)V99.
           03 CON-NUM-PARCELAS-V        PIC 99.
           03 CON-DATA-CREAZIONE-V      PIC 9(8).
           03 CON-STATO-V               PIC X.
           03 CON-VERSIONE-V            PIC 99.
           03 FILLER                    PIC X(4).

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
           03 CON-VERSIONE              PIC 99.
           03 CON-TIPO-TASSO            PIC X.
           03 CON-COD-INDICE            PIC X(6).
           03 CON-SPREAD                PIC 9(2)V999.
           03 CON-TASSO-MIN             PIC 9(3)V99.
           03 CON-TASSO-MAX             PIC 9(3)V99.
           03 CON-DATA-REVISIONE        PIC 9(8).
           03 CON-TAEG                  PIC 9(2)V99.
           03 CON-SPESE-ISTRUTTORIA     PIC 9(4)V99.
           03 CON-SPESE-INCASSO         PIC 9V99.
           03 CON-CATEGORIA             PIC X.

       WORKING-STORAGE SECTION.

       77  WS-FS-VECCHIO                   PIC XX VALUE '00'.
       77  WS-FS-CONTRATTI                 PIC XX VALUE '00'.
       77  WS-CTR-LETTI                    PIC 9(6) VALUE ZERO.
       77  WS-CTR-CONVERTITI               PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.

       INIZIO.
           OPEN INPUT FILE-CONTRATTI-VEC.
           IF WS-FS-VECCHIO NOT = '00'
               DISPLAY 'IMPOSSIBILE APRIRE IL VECCHIO ARCHIVIO - FS='
                       WS-FS-VECCHIO
               STOP RUN.
           OPEN OUTPUT FILE-CONTRATTI.
           IF WS-FS-CONTRATTI NOT = '00'
               DISPLAY 'IMPOSSIBILE CREARE FILE-CONTRATTI - FS='
                       WS-FS-CONTRATTI
               STOP RUN.
       LETTURA-CONVERSIONE.
           READ FILE-CONTRATTI-VEC NEXT RECORD
                AT END GO TO FINE-LAVORO.
           IF WS-FS-VECCHIO NOT = '00'
               DISPLAY 'ERRORE IN LETTURA VECCHIO ARCHIVIO - FS='
                       WS-FS-VECCHIO
               GO TO FINE-LAVORO.
           ADD 1 TO WS-CTR-LETTI.
           MOVE SPACES                   TO REC-CONTRATTO.
           MOVE CON-NUM-CONTRATTO-V      TO CON-NUM-CONTRATTO.
           MOVE CON-COD-CLI-V            TO CON-COD-CLI.
           MOVE CON-CLIENTE-V            TO CON-CLIENTE.
           MOVE CON-OBJETO-V             TO CON-OBJETO.
           MOVE CON-VALOR-V              TO CON-VALOR.
           MOVE CON-ENTRADA-V            TO CON-ENTRADA.
           MOVE CON-TAXA-V               TO CON-TAXA.
           MOVE CON-NUM-PARCELAS-V       TO CON-NUM-PARCELAS.
           MOVE CON-DATA-CREAZIONE-V     TO CON-DATA-CREAZIONE.
           MOVE CON-STATO-V              TO CON-STATO.
           MOVE CON-VERSIONE-V           TO CON-VERSIONE.
           MOVE 'F'                      TO CON-TIPO-TASSO.
           MOVE SPACES                   TO CON-COD-INDICE.
           MOVE ZERO                     TO CON-SPREAD.
           MOVE ZERO                     TO CON-TASSO-MIN.
           MOVE ZERO                     TO CON-TASSO-MAX.
           MOVE ZERO                     TO CON-DATA-REVISIONE.
           MOVE ZERO                     TO CON-TAEG.
           MOVE ZERO                     TO CON-SPESE-ISTRUTTORIA.
           MOVE ZERO                     TO CON-SPESE-INCASSO.
           IF CON-CLIENTE-V = 'CONSOLIDAMENTO'
               MOVE 'A'                  TO CON-CATEGORIA
           ELSE
               MOVE 'F'                  TO CON-CATEGORIA
           END-IF.
           WRITE REC-CONTRATTO.
           IF WS-FS-CONTRATTI NOT = '00'
               DISPLAY 'ERRORE IN SCRITTURA FILE-CONTRATTI - FS='
                       WS-FS-CONTRATTI
               STOP RUN.
           ADD 1 TO WS-CTR-CONVERTITI.
           GO TO LETTURA-CONVERSIONE.

       FINE-LAVORO.
           CLOSE FILE-CONTRATTI-VEC, FILE-CONTRATTI.
           DISPLAY 'CONTRATTI LETTI:      ' WS-CTR-LETTI.
           DISPLAY 'CONTRATTI CONVERTITI: ' WS-CTR-CONVERTITI.
           STOP RUN.
