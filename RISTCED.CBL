      *  E LO RISTAMPA CON LE SUE RIGHE E I SUOI TOTALI, COSI' UN
      *  MESE GIA' CHIUSO SI PUO' RICONSEGNARE AL DIPENDENTE SENZA
      *  RIELABORARE NULLA.
      *  LA RISTAMPA E' ANCHE UN DOCUMENTO CEDOLINO COME QUELLI DI
      *  STACED (DOCCED, MANIFESTO MANCED, STATO SU DISTCED) SUL
      *  CANALE DELL'ANAGRAFICA, OPPURE FORZATA SU CARTA QUANDO LA
      *  CONSEGNA ELETTRONICA NON E' ANDATA A BUON FINE (ESITICED).
      *  LA DATA DI EMISSIONE E' LA DATA CONTABILE (DATACONT), COME
      *  IN STACED.
      ******************************************************************
       IDENTIFICATION DIVISION.


           SELECT RISTAMPA  ASSIGN SYS006-UR-I403-S.

           SELECT ANOPIS ASSIGN SYS007-DA-3340-I-ANOPIS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE
               FILE STATUS IS FS-ANOPIS.

           SELECT OPTIONAL DOCCED ASSIGN SYS042-DA-3340-S
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT OPTIONAL MANCED ASSIGN SYS043-DA-3340-S
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT DISTCED ASSIGN SYS044-DA-3340-I-DISTCED
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIS-DOCUMENTO
               FILE STATUS IS FS-DISTCED.

       DATA DIVISION.
       FILE SECTION.
       FD  CEDSTOR,
           02 STO-NOMINATIVO            PIC X(25).
           02 STO-NUM-RIGHE             PIC 99.
           02 STO-RIGHE.
              03 STO-RIGA OCCURS 20 TIMES.
                 04 STO-TRATTENUTE      PIC 9(6).
                 04 STO-COMPETENZE      PIC 9(6).
                 04 STO-DESCRIZIONE     PIC X(26).
      *    DETRAZIONI EFFETTIVAMENTE APPLICATE AL CEDOLINO (PER LA
      *    CERTIFICAZIONE E L'EXPORT FISCALE DI FINE ANNO).
           02 STO-DETRAZIONI            PIC 9(5)V99.
           02 STO-IRPEF                 PIC 9(5)V99.
           02 STO-INPS                  PIC 9(5)V99.
           02 STO-ADD-REGIONALE         PIC 9(5)V99.
           02 STO-ADD-COMUNALE          PIC 9(5)V99.
           02 STO-INPS-DATORE           PIC 9(5)V99.
           02 FILLER                    PIC X(6).

       FD  RISTAMPA,
           DATA RECORD RIGA-RISTAMPA.
       01  RIGA-RISTAMPA                PIC X(132).

      *----------------------------------------------------------------
      *  ANAGRAFICA OPERAI: SERVONO SOLO CANALE ED E-MAIL DEL
      *  CEDOLINO, IN CODA AL RECORD.
      *----------------------------------------------------------------
       FD  ANOPIS,
           LABEL RECORD STANDARD,
           RECORDING MODE F,
           BLOCK CONTAINS 21 RECORDS,
           DATA RECORD ANAG-OPERAI.
       01  ANAG-OPERAI.
           02  SITUAZIONE                PIC X.
           02  CHIAVE                    PIC X(8).
           02  NOMINATIVO                PIC X(25).
           02  RESTO-ANAGRAFICA          PIC X(119).
           02  CANALE-CEDOLINO           PIC X.
               88 CEDOLINO-EMAIL         VALUE 'E'.
               88 CEDOLINO-PORTALE       VALUE 'P'.
           02  EMAIL-OPERAIO             PIC X(50).
           02  CODICE-FISCALE            PIC X(16).

       FD  DOCCED,
           LABEL RECORD STANDARD,
           DATA RECORD REC-DOCCED.
       01  REC-DOCCED.
           02 DOC-DOCUMENTO             PIC X(12).
           02 DOC-SALTO                 PIC 9.
           02 DOC-RIGA                  PIC X(133).

       FD  MANCED,
           LABEL RECORD STANDARD,
           DATA RECORD REC-MANCED.
       01  REC-MANCED.
           02 MAN-DOCUMENTO             PIC X(12).
           02 MAN-NOMINATIVO            PIC X(25).
           02 MAN-CANALE                PIC X.
           02 MAN-EMAIL                 PIC X(50).
           02 MAN-PAGINE                PIC 9(3).
           02 MAN-RIGHE                 PIC 9(5).
           02 MAN-DATA-EMISSIONE        PIC 9(8).
           02 MAN-ORIGINE               PIC X.
           02 FILLER                    PIC X(15).

       FD  DISTCED,
           LABEL RECORD STANDARD,
           DATA RECORD REC-DISTCED.
       01  REC-DISTCED.
           02 DIS-DOCUMENTO             PIC X(12).
           02 DIS-NOMINATIVO            PIC X(25).
           02 DIS-CANALE                PIC X.
           02 DIS-PAGINE                PIC 9(3).
           02 DIS-DATA-EMISSIONE        PIC 9(8).
           02 DIS-STATO                 PIC X.
           02 DIS-DATA-ESITO            PIC 9(8).
           02 FILLER                    PIC X(12).

       WORKING-STORAGE SECTION.

       01  FS-CEDSTOR                    PIC XX VALUE '00'.

       77  INDICE                        PIC 99 VALUE 1.

       01  FS-ANOPIS                     PIC XX VALUE '00'.
           88 FS-ANOPIS-OK               VALUE '00'.
       01  FS-DISTCED                    PIC XX VALUE '00'.

      *----------------------------------------------------------------
      *  DOCUMENTO DELLA RISTAMPA: CANALE (C = CARTA, E = E-MAIL,
      *  P = PORTALE), RIGHE E PAGINE CONTATE COME IN STACED.
      *----------------------------------------------------------------
       77  WS-FORZA-CARTA                PIC X VALUE 'N'.
       77  WS-DOC-CANALE                 PIC X VALUE 'C'.
       77  WS-DOC-RIGHE                  PIC 9(5) VALUE ZERO.
       77  WS-DOC-RIGHE-PAGINA           PIC 9(3) VALUE ZERO.
       77  WS-DOC-PAGINE                 PIC 9(3) VALUE ZERO.
       77  WS-DOC-DATA                   PIC 9(8) VALUE ZERO.
       77  WS-RIGHE-PAGINA               PIC 99 VALUE 60.

       01  WS-TESTATA.
           02 FILLER                    PIC X(20) VALUE
              'RISTAMPA CEDOLINO - '.
           02 TOT-IMPORTO               PIC Z.ZZZ.ZZ9,99.
           02 FILLER                    PIC X(95) VALUE SPACES.

           COPY PAR_DataCont.

       PROCEDURE DIVISION.
       INIZIO-ELABORAZIONE.
           DISPLAY 'CODICE REPARTO:    '.
           ACCEPT STO-AA.
           DISPLAY 'MESE (MM):         '.
           ACCEPT STO-MM.
           DISPLAY 'FORZARE LA CONSEGNA SU CARTA (S/N)? '.
           ACCEPT WS-FORZA-CARTA.
           OPEN INPUT CEDSTOR.
           IF NOT FS-CEDSTOR-OK
               DISPLAY 'STORICO CEDOLINI NON APRIBILE - FS='
               CLOSE CEDSTOR
               STOP RUN.
           OPEN OUTPUT RISTAMPA.
           PERFORM INIZIA-DOCUMENTO THRU INIZIA-DOCUMENTO-EX.
           MOVE STO-NOMINATIVO TO TES-NOMINATIVO.
           MOVE STO-MM TO TES-MM.
           MOVE STO-AA TO TES-AA.
           MOVE WS-TESTATA TO RIGA-RISTAMPA.
           WRITE RIGA-RISTAMPA AFTER ADVANCING ZERO.
           MOVE ZERO TO DOC-SALTO.
           PERFORM SCRIVI-RIGA-DOCUMENTO THRU SCRIVI-RIGA-DOCUMENTO-EX.
           MOVE SPACES TO RIGA-RISTAMPA.
           MOVE '   TRATTENUTE   COMPETENZE   DESCRIZIONE'
                TO RIGA-RISTAMPA.
           WRITE RIGA-RISTAMPA AFTER ADVANCING 2 LINES.
           MOVE 2 TO DOC-SALTO.
           PERFORM SCRIVI-RIGA-DOCUMENTO THRU SCRIVI-RIGA-DOCUMENTO-EX.
           IF STO-NUM-RIGHE = ZERO
               GO TO STAMPA-TOTALI.
       STAMPA-RIGHE.
           MOVE STO-DESCRIZIONE(INDICE) TO DET-DESCRIZIONE.
           MOVE WS-RIGA-DET TO RIGA-RISTAMPA.
           WRITE RIGA-RISTAMPA AFTER ADVANCING 2 LINES.
           MOVE 2 TO DOC-SALTO.
           PERFORM SCRIVI-RIGA-DOCUMENTO THRU SCRIVI-RIGA-DOCUMENTO-EX.
           IF INDICE = STO-NUM-RIGHE
               GO TO STAMPA-TOTALI.
           ADD 1 TO INDICE.
           MOVE STO-TOT-COMPETENZE TO TOT-IMPORTO.
           MOVE WS-RIGA-TOTALI TO RIGA-RISTAMPA.
           WRITE RIGA-RISTAMPA AFTER ADVANCING 3 LINES.
           MOVE 3 TO DOC-SALTO.
           PERFORM SCRIVI-RIGA-DOCUMENTO THRU SCRIVI-RIGA-DOCUMENTO-EX.
           MOVE SPACES TO WS-RIGA-TOTALI.
           MOVE 'TOTALE TRATTENUTE' TO TOT-ETICHETTA.
           MOVE STO-TOT-TRATTENUTE TO TOT-IMPORTO.
           MOVE WS-RIGA-TOTALI TO RIGA-RISTAMPA.
           WRITE RIGA-RISTAMPA AFTER ADVANCING 1 LINES.
           MOVE 1 TO DOC-SALTO.
           PERFORM SCRIVI-RIGA-DOCUMENTO THRU SCRIVI-RIGA-DOCUMENTO-EX.
           MOVE SPACES TO WS-RIGA-TOTALI.
           MOVE 'NETTO IN BUSTA' TO TOT-ETICHETTA.
           MOVE STO-NETTO TO TOT-IMPORTO.
           MOVE WS-RIGA-TOTALI TO RIGA-RISTAMPA.
           WRITE RIGA-RISTAMPA AFTER ADVANCING 2 LINES.
           MOVE 2 TO DOC-SALTO.
           PERFORM SCRIVI-RIGA-DOCUMENTO THRU SCRIVI-RIGA-DOCUMENTO-EX.
           PERFORM CHIUDI-DOCUMENTO THRU CHIUDI-DOCUMENTO-EX.
           CLOSE CEDSTOR, RISTAMPA, DOCCED, MANCED, DISTCED.
           DISPLAY 'CEDOLINO RISTAMPATO.'.
           STOP RUN.

      *----------------------------------------------------------------
      *  IL CANALE VIENE DALL'ANAGRAFICA (E-MAIL SENZA INDIRIZZO O
      *  ANAGRAFICA NON LEGGIBILE = CARTA) SALVO LA CARTA FORZATA.
      *----------------------------------------------------------------
       INIZIA-DOCUMENTO.
           OPEN EXTEND DOCCED, EXTEND MANCED.
           OPEN I-O DISTCED.
           IF FS-DISTCED NOT = '00'
               OPEN OUTPUT DISTCED
               CLOSE DISTCED
               OPEN I-O DISTCED.
           MOVE 'D' TO DCP-FUNZIONE.
           MOVE 'RISTCED' TO DCP-PROGRAMMA.
           CALL 'DATACONT' USING PARAMETRI-DATACONT.
           MOVE DCP-DATA-CONTABILE TO WS-DOC-DATA.
           MOVE 'C' TO WS-DOC-CANALE.
           MOVE SPACES TO EMAIL-OPERAIO.
           IF WS-FORZA-CARTA = 'S'
               GO TO INIZIA-DOCUMENTO-EX.
           OPEN INPUT ANOPIS.
           IF NOT FS-ANOPIS-OK
               GO TO INIZIA-DOCUMENTO-EX.
           MOVE STO-CHIAVE TO CHIAVE.
           READ ANOPIS.
           IF FS-ANOPIS-OK
               IF CEDOLINO-PORTALE
                   MOVE 'P' TO WS-DOC-CANALE
               ELSE
                   IF CEDOLINO-EMAIL AND EMAIL-OPERAIO NOT = SPACES
                       MOVE 'E' TO WS-DOC-CANALE.
           CLOSE ANOPIS.
       INIZIA-DOCUMENTO-EX.
           EXIT.

       SCRIVI-RIGA-DOCUMENTO.
           MOVE STO-CHIAVE-CEDOLINO TO DOC-DOCUMENTO.
           MOVE RIGA-RISTAMPA TO DOC-RIGA.
           WRITE REC-DOCCED.
           ADD 1 TO WS-DOC-RIGHE.
           IF DOC-SALTO = ZERO
               ADD 1 TO WS-DOC-PAGINE
               MOVE 1 TO WS-DOC-RIGHE-PAGINA
               GO TO SCRIVI-RIGA-DOCUMENTO-EX.
           ADD DOC-SALTO TO WS-DOC-RIGHE-PAGINA.
           IF WS-DOC-RIGHE-PAGINA > WS-RIGHE-PAGINA
               ADD 1 TO WS-DOC-PAGINE
               MOVE DOC-SALTO TO WS-DOC-RIGHE-PAGINA.
       SCRIVI-RIGA-DOCUMENTO-EX.
           EXIT.

      *----------------------------------------------------------------
      *  MANIFESTO (ORIGINE R = RISTAMPA) E STATO DI CONSEGNA: IL
      *  DOCUMENTO RIEMESSO TORNA IN ATTESA DI CONFERMA, O SU CARTA.
      *----------------------------------------------------------------
       CHIUDI-DOCUMENTO.
           MOVE SPACES TO REC-MANCED.
           MOVE STO-CHIAVE-CEDOLINO TO MAN-DOCUMENTO.
           MOVE STO-NOMINATIVO TO MAN-NOMINATIVO.
           MOVE WS-DOC-CANALE  TO MAN-CANALE.
           IF WS-DOC-CANALE = 'E'
               MOVE EMAIL-OPERAIO TO MAN-EMAIL.
           MOVE WS-DOC-PAGINE  TO MAN-PAGINE.
           MOVE WS-DOC-RIGHE   TO MAN-RIGHE.
           MOVE WS-DOC-DATA    TO MAN-DATA-EMISSIONE.
           MOVE 'R'            TO MAN-ORIGINE.
           WRITE REC-MANCED.
           MOVE SPACES TO REC-DISTCED.
           MOVE STO-CHIAVE-CEDOLINO TO DIS-DOCUMENTO.
           MOVE STO-NOMINATIVO TO DIS-NOMINATIVO.
           MOVE WS-DOC-CANALE  TO DIS-CANALE.
           MOVE WS-DOC-PAGINE  TO DIS-PAGINE.
           MOVE WS-DOC-DATA    TO DIS-DATA-EMISSIONE.
           MOVE ZERO           TO DIS-DATA-ESITO.
           IF WS-DOC-CANALE = 'C'
               MOVE 'S' TO DIS-STATO.
           WRITE REC-DISTCED.
           IF FS-DISTCED = '22'
               REWRITE REC-DISTCED.
           IF FS-DISTCED NOT = '00'
               DISPLAY 'ERRORE IN SCRITTURA DISTCED - FS=' FS-DISTCED.
       CHIUDI-DOCUMENTO-EX.
           EXIT.
       END PROGRAM RISTCED.
