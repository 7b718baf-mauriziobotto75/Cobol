      ******************************************************************
      *  GESTIONE RIDUZIONI RETTA: MANUTENZIONE DEL FILE RIDUZIONI,
      *  UN RECORD PER ANNO DI FATTURAZIONE, STUDENTE (CD-STUDENT DI
      *  ESTUDENTE) E TIPO DI RIDUZIONE: 'B' BORSA DI STUDIO, 'M'
      *  MERITO (MEDIA DEI VOTI DELL'ANNO PRECEDENTE NELLO STORICO
      *  DELLO STUDENTE, LA STESSA DI PROMOZIONI, ALMENO PARI ALLA
      *  SOGLIA CHIESTA ALL'AVVIO), 'F' FRATELLI (LO STUDENTE DEVE
      *  AVERE ALMENO UN ALTRO STUDENTE COLLEGATO ALLO STESSO
      *  CODICE CLIENTE DI FATTURAZIONE NEL PONTE STUDCLI). OGNI
      *  RIDUZIONE E' IN PERCENTUALE DELLA RETTA OPPURE IN IMPORTO
      *  FISSO, MAI ENTRAMBI, E VALE SOLO SE APPROVATA: FATTCORSI
      *  APPLICA LE RIDUZIONI APPROVATE QUANDO EMETTE LA RETTA
      *  DELL'ANNO E VI RIPORTA FATTURA E IMPORTO SCONTATO, DOPO DI
      *  CHE IL RECORD SI VEDE MA NON SI TOCCA. SI LAVORA UNA
      *  RIDUZIONE ALLA VOLTA DA TASTIERA (ANNO 0000 = FINE);
      *  PERCENTUALE E IMPORTO A ZERO = CANCELLAZIONE.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. GESRIDUZ.
       AUTHOR.  MB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RIDUZIONI ASSIGN TO DATABASE-RIDUZIONI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-RIDUZIONI
           FILE STATUS IS FS-RIDUZIONI.

           SELECT ESTUDENTE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-STUDENT
               FILE STATUS IS FS-ESTUDENTE.

           SELECT STUDCLI ASSIGN TO DATABASE-STUDCLI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-STUDCLI
           FILE STATUS IS FS-STUDCLI.

       DATA DIVISION.

       FILE SECTION.
      *----------------------------------------------------------------
      *  RIDUZIONI RETTA: TIPO, PERCENTUALE O IMPORTO, APPROVAZIONE
      *  E, DOPO LA FATTURAZIONE, FATTURA E IMPORTO APPLICATO.
      *----------------------------------------------------------------
       FD RIDUZIONI
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REC-RIDUZIONI.
       01 REC-RIDUZIONI.
           05 KEY-RIDUZIONI.
             07 RID-ANNO       PIC 9(4).
             07 RID-CD-STUDENT PIC 9(5).
             07 RID-TIPO       PIC X.
                88 RID-BORSA          VALUE 'B'.
                88 RID-MERITO         VALUE 'M'.
                88 RID-FRATELLI       VALUE 'F'.
                88 RID-TIPO-VALIDO    VALUE 'B' 'M' 'F'.
           05 RID-PERCENTUALE  PIC 9(3)V99.
           05 RID-IMPORTO      PIC 9(6)V99.
           05 RID-STATO        PIC X.
              88 RID-APPROVATA      VALUE 'A'.
           05 RID-APPROVATORE  PIC X(20).
           05 RID-DATA-APPROV  PIC 9(8).
           05 RID-NUM-FAT      PIC X(8).
           05 RID-APPLICATO    PIC 9(8).
           05 FILLER           PIC X(12).

       FD  ESTUDENTE
           LABEL RECORDS ARE STANDARD.
           COPY FD_Studente.

      *----------------------------------------------------------------
      *  PONTE STUDENTI/CLIENTI (GESSTCLI): GLI STUDENTI COLLEGATI
      *  ALLO STESSO CODICE CLIENTE SONO FRATELLI.
      *----------------------------------------------------------------
       FD STUDCLI
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS REC-STUDCLI.
       01 REC-STUDCLI.
           05 KEY-STUDCLI.
             07 SCL-CD-STUDENT PIC 9(5).
           05 SCL-COD-CLI      PIC 9(5).
           05 FILLER           PIC X(10).

       WORKING-STORAGE SECTION.

       01 FS-RIDUZIONI               PIC 9(2) VALUE ZEROES.
       01 FS-ESTUDENTE               PIC X(2) VALUE '00'.
           88 FS-ESTUDENTE-OK         VALUE '00'.
       01 FS-STUDCLI                 PIC 9(2) VALUE ZEROES.

       01 SW-FINE-LAVORO             PIC 9(1) VALUE ZEROES.
           88 FINE-LAVORO             VALUE 1.
       01 SW-FINE-SCL                PIC 9(1) VALUE ZEROES.
           88 EOF-SCL                 VALUE 1.
       01 SW-RID-ESISTENTE           PIC X(1) VALUE 'N'.
           88 WS-RID-ESISTENTE       VALUE 'S'.

       01 WS-ANNO                    PIC 9(4) VALUE ZEROES.
       01 WS-CD-STUDENT              PIC 9(5) VALUE ZEROES.
       01 WS-TIPO                    PIC X(1) VALUE SPACES.
       01 WS-PERCENTUALE             PIC 9(3)V99 VALUE ZEROES.
       01 WS-IMPORTO                 PIC 9(6)V99 VALUE ZEROES.
       01 WS-APPROVATORE             PIC X(20) VALUE SPACES.
       01 WS-DATA-RUN                PIC 9(8) VALUE ZEROES.
       01 WS-CTR-AGGIORNATI          PIC 9(5) VALUE ZEROES.

      *----------------------------------------------------------------
      *  MERITO: SOGLIA DI MEDIA (DEFAULT 8) E MEDIA DEI VOTI
      *  DELL'ANNO PRECEDENTE A QUELLO DELLA RIDUZIONE.
      *----------------------------------------------------------------
       01 WS-MEDIA-MINIMA            PIC 9(2)V99 VALUE ZEROES.
       01 WS-ANNO-MERITO             PIC 9(4) VALUE ZEROES.
       01 WS-SOMMA-VOTI              PIC 9(4) VALUE ZEROES.
       01 WS-NUM-VOTI                PIC 9(2) VALUE ZEROES.
       01 WS-MEDIA                   PIC 9(2)V99 VALUE ZEROES.
       01 WS-MEDIA-ED                PIC Z9,99.
       01 WS-IX                      PIC 9(2) VALUE ZEROES.

      *----------------------------------------------------------------
      *  FRATELLI: CODICE CLIENTE DELLO STUDENTE E FRATELLI TROVATI
      *  NEL PONTE STUDCLI.
      *----------------------------------------------------------------
       01 WS-COD-CLI-FAMIGLIA        PIC 9(5) VALUE ZEROES.
       01 WS-CTR-FRATELLI            PIC 9(3) VALUE ZEROES.

       PROCEDURE DIVISION.

       INIZIO.
          PERFORM OP-INIZIALI THRU OP-INIZIALI-EX.
          PERFORM LAVORA-RIDUZIONE THRU LAVORA-RIDUZIONE-EX
                  UNTIL FINE-LAVORO.
          PERFORM OP-FINALI THRU OP-FINALI-EX.
          STOP RUN.

      *----------------------------------------------------------------
      *  APRE LE RIDUZIONI IN I-O (CREANDOLE AL PRIMO UTILIZZO) E I
      *  MASTER IN SOLA LETTURA; SENZA STUDCLI NON SI POSSONO
      *  CONTROLLARE I FRATELLI E LE RIDUZIONI 'F' SONO RIFIUTATE.
      *----------------------------------------------------------------
       OP-INIZIALI.
          ACCEPT WS-DATA-RUN FROM DATE YYYYMMDD.
          OPEN I-O RIDUZIONI.
          IF FS-RIDUZIONI NOT = '00'
             OPEN OUTPUT RIDUZIONI
             CLOSE RIDUZIONI
             OPEN I-O RIDUZIONI.
          IF FS-RIDUZIONI NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE RIDUZIONI - FS='
                     FS-RIDUZIONI
             STOP RUN WITH ERROR STATUS 16.
          OPEN INPUT ESTUDENTE.
          IF NOT FS-ESTUDENTE-OK
             DISPLAY 'IMPOSSIBILE APRIRE ESTUDENTE - FS='
                     FS-ESTUDENTE
             STOP RUN WITH ERROR STATUS 16.
          OPEN INPUT STUDCLI.
          IF FS-STUDCLI NOT = '00'
             DISPLAY 'PONTE STUDCLI ASSENTE: RIDUZIONI FRATELLI '
                     'NON AMMESSE'.
          DISPLAY 'MEDIA MINIMA PER LA RIDUZIONE DI MERITO '
                  '(99,99 - 0 = 8,00): '.
          ACCEPT WS-MEDIA-MINIMA.
          IF WS-MEDIA-MINIMA = ZEROES
             MOVE 8 TO WS-MEDIA-MINIMA.
       OP-INIZIALI-EX.
          EXIT.

       LAVORA-RIDUZIONE.
          DISPLAY 'ANNO DI FATTURAZIONE (AAAA, 0000 = FINE): '.
          ACCEPT WS-ANNO.
          IF WS-ANNO = ZEROES
             MOVE 1 TO SW-FINE-LAVORO
             GO TO LAVORA-RIDUZIONE-EX.
          DISPLAY 'CODICE STUDENTE: '.
          ACCEPT WS-CD-STUDENT.
          MOVE WS-CD-STUDENT TO CD-STUDENT.
          READ ESTUDENTE.
          IF NOT FS-ESTUDENTE-OK
             DISPLAY 'STUDENTE NON PRESENTE SUL MASTER'
             GO TO LAVORA-RIDUZIONE-EX.
          DISPLAY 'STUDENTE: ' NM-STUDENT ' CORSO: ' CURSO-STUDENT.
          DISPLAY 'TIPO (B=BORSA DI STUDIO M=MERITO F=FRATELLI): '.
          ACCEPT WS-TIPO.
          MOVE WS-ANNO       TO RID-ANNO.
          MOVE WS-CD-STUDENT TO RID-CD-STUDENT.
          MOVE WS-TIPO       TO RID-TIPO.
          IF NOT RID-TIPO-VALIDO
             DISPLAY 'TIPO RIDUZIONE NON VALIDO'
             GO TO LAVORA-RIDUZIONE-EX.
          MOVE 'N' TO SW-RID-ESISTENTE.
          READ RIDUZIONI.
          IF FS-RIDUZIONI = '00'
             MOVE 'S' TO SW-RID-ESISTENTE
             DISPLAY 'PERCENTUALE: ' RID-PERCENTUALE
                     '  IMPORTO: ' RID-IMPORTO
                     '  STATO: ' RID-STATO ' ' RID-APPROVATORE.
      *   GIA' APPLICATA SU UNA RETTA: NON SI TOCCA PIU'.
          IF WS-RID-ESISTENTE
          AND RID-NUM-FAT NOT = SPACES
             DISPLAY 'RIDUZIONE GIA'' APPLICATA SULLA FATTURA '
                     RID-NUM-FAT ' PER ' RID-APPLICATO
             GO TO LAVORA-RIDUZIONE-EX.
          DISPLAY 'PERCENTUALE (999,99 - 0 SE A IMPORTO): '.
          ACCEPT WS-PERCENTUALE.
          DISPLAY 'IMPORTO FISSO (999999,99 - 0 SE IN %): '.
          ACCEPT WS-IMPORTO.
          IF WS-PERCENTUALE = ZEROES
          AND WS-IMPORTO = ZEROES
             PERFORM CANCELLA-RIDUZIONE THRU CANCELLA-RIDUZIONE-EX
             GO TO LAVORA-RIDUZIONE-EX.
          IF WS-PERCENTUALE NOT = ZEROES
          AND WS-IMPORTO NOT = ZEROES
             DISPLAY 'INDICARE LA PERCENTUALE OPPURE L''IMPORTO'
             GO TO LAVORA-RIDUZIONE-EX.
          IF WS-PERCENTUALE > 100
             DISPLAY 'PERCENTUALE OLTRE IL 100%'
             GO TO LAVORA-RIDUZIONE-EX.
          IF RID-MERITO
             PERFORM CONTROLLA-MERITO THRU CONTROLLA-MERITO-EX
             IF WS-MEDIA < WS-MEDIA-MINIMA
                DISPLAY 'MEDIA SOTTO LA SOGLIA DI MERITO'
                GO TO LAVORA-RIDUZIONE-EX.
          IF RID-FRATELLI
             PERFORM CONTROLLA-FRATELLI THRU CONTROLLA-FRATELLI-EX
             IF WS-CTR-FRATELLI = ZEROES
                DISPLAY 'NESSUN FRATELLO SULLO STESSO CLIENTE '
                        'IN STUDCLI'
                GO TO LAVORA-RIDUZIONE-EX.
          DISPLAY 'APPROVATA DA (SPAZI = DA APPROVARE): '.
          ACCEPT WS-APPROVATORE.
          MOVE SPACES        TO REC-RIDUZIONI.
          MOVE WS-ANNO       TO RID-ANNO.
          MOVE WS-CD-STUDENT TO RID-CD-STUDENT.
          MOVE WS-TIPO       TO RID-TIPO.
          MOVE WS-PERCENTUALE TO RID-PERCENTUALE.
          MOVE WS-IMPORTO    TO RID-IMPORTO.
          MOVE ZEROES        TO RID-DATA-APPROV RID-APPLICATO.
          IF WS-APPROVATORE NOT = SPACES
             MOVE 'A'            TO RID-STATO
             MOVE WS-APPROVATORE TO RID-APPROVATORE
             MOVE WS-DATA-RUN    TO RID-DATA-APPROV.
          IF WS-RID-ESISTENTE
             REWRITE REC-RIDUZIONI
          ELSE
             WRITE REC-RIDUZIONI.
          IF FS-RIDUZIONI NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA RIDUZIONI - FS='
                     FS-RIDUZIONI
             GO TO LAVORA-RIDUZIONE-EX.
          ADD 1 TO WS-CTR-AGGIORNATI.
          IF RID-APPROVATA
             DISPLAY 'RIDUZIONE REGISTRATA E APPROVATA'
          ELSE
             DISPLAY 'RIDUZIONE REGISTRATA, DA APPROVARE'.
       LAVORA-RIDUZIONE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  MEDIA DEI VOTI DELL'ANNO PRECEDENTE NELLO STORICO DELLO
      *  STUDENTE (STESSO CALCOLO DELLO SCRUTINIO IN PROMOZIONI);
      *  SENZA VOTI NELL'ANNO LA MEDIA E' ZERO.
      *----------------------------------------------------------------
       CONTROLLA-MERITO.
          COMPUTE WS-ANNO-MERITO = WS-ANNO - 1.
          MOVE ZEROES TO WS-SOMMA-VOTI WS-NUM-VOTI WS-MEDIA.
          PERFORM SOMMA-VOTO THRU SOMMA-VOTO-EX
                  VARYING WS-IX FROM 1 BY 1
                  UNTIL WS-IX > NUM-STORICO-STUDENT
                     OR WS-IX > 20.
          IF WS-NUM-VOTI > ZEROES
             COMPUTE WS-MEDIA ROUNDED = WS-SOMMA-VOTI / WS-NUM-VOTI.
          MOVE WS-MEDIA TO WS-MEDIA-ED.
          DISPLAY 'MEDIA ' WS-ANNO-MERITO ': ' WS-MEDIA-ED
                  ' SU ' WS-NUM-VOTI ' VOTI'.
       CONTROLLA-MERITO-EX.
          EXIT.

       SOMMA-VOTO.
          IF ANNO-DISCIPLINA (WS-IX) = WS-ANNO-MERITO
             ADD VOTO-DISCIPLINA (WS-IX) TO WS-SOMMA-VOTI
             ADD 1 TO WS-NUM-VOTI.
       SOMMA-VOTO-EX.
          EXIT.

      *----------------------------------------------------------------
      *  FRATELLI: ALTRI STUDENTI COLLEGATI NEL PONTE STUDCLI ALLO
      *  STESSO CODICE CLIENTE DI FATTURAZIONE DELLO STUDENTE
      *  (SCANSIONE COMPLETA DEL PONTE).
      *----------------------------------------------------------------
       CONTROLLA-FRATELLI.
          MOVE ZEROES TO WS-CTR-FRATELLI.
          MOVE WS-CD-STUDENT TO SCL-CD-STUDENT.
          READ STUDCLI.
          IF FS-STUDCLI NOT = '00'
             DISPLAY 'STUDENTE NON COLLEGATO A UN CLIENTE IN STUDCLI'
             GO TO CONTROLLA-FRATELLI-EX.
          MOVE SCL-COD-CLI TO WS-COD-CLI-FAMIGLIA.
          MOVE ZEROES TO SW-FINE-SCL.
          MOVE ZEROES TO SCL-CD-STUDENT.
          START STUDCLI KEY IS NOT LESS THAN KEY-STUDCLI
                INVALID KEY MOVE 1 TO SW-FINE-SCL.
          PERFORM CERCA-FRATELLO THRU CERCA-FRATELLO-EX
                  UNTIL EOF-SCL.
          DISPLAY 'FRATELLI SUL CLIENTE ' WS-COD-CLI-FAMIGLIA ': '
                  WS-CTR-FRATELLI.
       CONTROLLA-FRATELLI-EX.
          EXIT.

       CERCA-FRATELLO.
          READ STUDCLI NEXT RECORD AT END MOVE 1 TO SW-FINE-SCL
               GO TO CERCA-FRATELLO-EX.
          IF FS-STUDCLI NOT = '00'
             MOVE 1 TO SW-FINE-SCL
             GO TO CERCA-FRATELLO-EX.
          IF SCL-COD-CLI = WS-COD-CLI-FAMIGLIA
          AND SCL-CD-STUDENT NOT = WS-CD-STUDENT
             ADD 1 TO WS-CTR-FRATELLI
             DISPLAY '  FRATELLO: ' SCL-CD-STUDENT.
       CERCA-FRATELLO-EX.
          EXIT.

       CANCELLA-RIDUZIONE.
          IF NOT WS-RID-ESISTENTE
             DISPLAY 'NESSUNA RIDUZIONE DA CANCELLARE'
             GO TO CANCELLA-RIDUZIONE-EX.
          DELETE RIDUZIONI.
          IF FS-RIDUZIONI NOT = '00'
             DISPLAY 'ERRORE IN CANCELLAZIONE - FS=' FS-RIDUZIONI
             GO TO CANCELLA-RIDUZIONE-EX.
          ADD 1 TO WS-CTR-AGGIORNATI.
          DISPLAY 'RIDUZIONE CANCELLATA'.
       CANCELLA-RIDUZIONE-EX.
          EXIT.

       OP-FINALI.
          CLOSE RIDUZIONI, ESTUDENTE, STUDCLI.
          DISPLAY 'RIDUZIONI AGGIORNATE: ' WS-CTR-AGGIORNATI.
       OP-FINALI-EX.
          EXIT.
