      ******************************************************************
      *  AVVISI MENSILI ALLE FAMIGLIE: PER L'ANNO SCOLASTICO
      *  RICHIESTO SCORRE ESTUDENTE E PER OGNI STUDENTE CALCOLA LA
      *  FREQUENZA FIN QUI (LEZIONI DELL'ANNO SUL PROPRIO CORSO
      *  NELL'ARCHIVIO PRESENZE, COME LO SCRUTINIO DI PROMOZIONI) E
      *  LE INSUFFICIENZE FIN QUI (VOTI SOTTO IL 6 DELL'ANNO IN
      *  STORICO-CORSI-STUDENT). E' A RISCHIO CHI STA SOTTO LA SOGLIA
      *  DI FREQUENZA O HA ALMENO IL NUMERO DI INSUFFICIENZE CHIESTO
      *  ALL'AVVIO (ZERO = CONTROLLO SPENTO). ALLA FAMIGLIA DI OGNI
      *  STUDENTE A RISCHIO (CONTATTO IN FAMIGLIE, MANUTENUTO DA
      *  GESSTUDENTE) VA UNA LETTERA CON I DATI, E OGNI LETTERA
      *  RESTA SUL REGISTRO AVVISILOG (STUDENTE + MESE): LA PROVA
      *  CHE LA FAMIGLIA ERA STATA AVVISATA PRIMA DI UN RESPINGIMENTO.
      *  UNA SOLA LETTERA PER STUDENTE PER MESE: RILANCIATO NELLO
      *  STESSO MESE IL GIRO SALTA GLI STUDENTI GIA' AVVISATI. GLI
      *  STUDENTI A RISCHIO SENZA CONTATTO VANNO NELL'ELENCO FINALE
      *  PER LA SEGRETERIA.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. AVVFREQ.
       AUTHOR.  MB.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       SOURCE-COMPUTER. PC-HP.
       OBJECT-COMPUTER. PC-HP.
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT ESTUDENTE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-STUDENT
               FILE STATUS IS FS-ESTUDENTE.
           SELECT OPTIONAL PRESENZE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-CHIAVE
               FILE STATUS IS FS-PRESENZE.
           SELECT OPTIONAL FAMIGLIE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAM-CD-STUDENT
               FILE STATUS IS FS-FAMIGLIE.
           SELECT AVVISILOG ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVV-CHIAVE
               FILE STATUS IS FS-AVVISILOG.
           SELECT LETTERE ASSIGN TO PRINTER.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  ESTUDENTE
           LABEL RECORDS ARE STANDARD.
           COPY FD_Studente.

      *----------------------------------------------------------------
      *  ARCHIVIO PRESENZE (GESSTUDENTE): LEZIONI PER STUDENTE/CORSO
      *  CON FLAG PRESENTE/ASSENTE.
      *----------------------------------------------------------------
       FD  PRESENZE
           LABEL RECORDS ARE STANDARD.
       01  RECORD-PRESENZA.
           02  PRE-CHIAVE.
               03 PRE-CD-STUDENT     PIC 9(05).
               03 PRE-CORSO          PIC X(20).
               03 PRE-DATA-LEZIONE   PIC 9(08).
           02  PRE-PRESENTE          PIC X.
               88 LEZIONE-PRESENTE       VALUE 'P'.
               88 LEZIONE-ASSENTE        VALUE 'A'.
           02  FILLER                PIC X(6).

      *----------------------------------------------------------------
      *  CONTATTI DELLA FAMIGLIA (GESSTUDENTE).
      *----------------------------------------------------------------
       FD  FAMIGLIE
           LABEL RECORDS ARE STANDARD.
       01  RECORD-FAMIGLIA.
           02  FAM-CD-STUDENT        PIC 9(05).
           02  FAM-NOMINATIVO        PIC X(30).
           02  FAM-PARENTELA         PIC X(15).
           02  FAM-INDIRIZZO         PIC X(40).
           02  FAM-CAP               PIC X(05).
           02  FAM-LOCALITA          PIC X(25).
           02  FAM-PROVINCIA         PIC X(02).
           02  FAM-TELEFONO          PIC X(15).
           02  FAM-EMAIL             PIC X(50).
           02  FILLER                PIC X(13).

      *----------------------------------------------------------------
      *  REGISTRO DEGLI AVVISI INVIATI: UNO PER STUDENTE E MESE, CON
      *  DATA, DESTINATARIO, MOTIVO ('F' FREQUENZA, 'V' VOTI, 'E'
      *  ENTRAMBI) E I DATI RIPORTATI NELLA LETTERA.
      *----------------------------------------------------------------
       FD  AVVISILOG
           LABEL RECORDS ARE STANDARD.
       01  RECORD-AVVISO.
           02  AVV-CHIAVE.
               03 AVV-CD-STUDENT     PIC 9(05).
               03 AVV-ANNO-MESE      PIC 9(06).
           02  AVV-DATA-INVIO        PIC 9(08).
           02  AVV-DESTINATARIO      PIC X(30).
           02  AVV-MOTIVO            PIC X.
               88 AVVISO-FREQUENZA       VALUE 'F'.
               88 AVVISO-VOTI            VALUE 'V'.
               88 AVVISO-ENTRAMBI        VALUE 'E'.
           02  AVV-CORSO             PIC X(20).
           02  AVV-LEZIONI           PIC 9(4).
           02  AVV-PRESENZE          PIC 9(4).
           02  AVV-PERC-FREQUENZA    PIC 9(3)V99.
           02  AVV-SOGLIA            PIC 9(3).
           02  AVV-INSUFFICIENZE     PIC 99.
           02  FILLER                PIC X(12).

       FD  LETTERE
           LABEL RECORDS ARE OMITTED.
       01  PRINT-RECORD    PIC X(132).

       WORKING-STORAGE SECTION.
      *-----------------------
       77  FS-ESTUDENTE            PIC X(2) VALUE '00'.
           88 FS-ESTUDENTE-OK        VALUE '00'.
       77  FS-PRESENZE             PIC X(2) VALUE '00'.
           88 FS-PRESENZE-OK         VALUE '00'.
       77  FS-FAMIGLIE             PIC X(2) VALUE '00'.
           88 FS-FAMIGLIE-OK         VALUE '00'.
       77  FS-AVVISILOG            PIC X(2) VALUE '00'.
           88 FS-AVVISILOG-OK        VALUE '00'.

       01  SW-PRESENZE-APERTO      PIC X VALUE 'N'.
           88 PRESENZE-APERTO          VALUE 'S'.
       01  SW-FAMIGLIE-APERTO      PIC X VALUE 'N'.
           88 FAMIGLIE-APERTO          VALUE 'S'.
       01  SW-FINE-PRES            PIC 9 VALUE ZERO.
           88 EOF-PRESENZE             VALUE 1.

      *----------------------------------------------------------------
      *  PARAMETRI DEL GIRO: ANNO SCOLASTICO, SOGLIA DI FREQUENZA E
      *  NUMERO DI INSUFFICIENZE CHE FA SCATTARE L'AVVISO (ZERO =
      *  CONTROLLO SPENTO); MESE DEL GIRO PER IL REGISTRO.
      *----------------------------------------------------------------
       77  WS-ANNO-SCOLASTICO      PIC 9(4) VALUE ZERO.
       77  WS-SOGLIA-FREQUENZA     PIC 9(3) VALUE ZERO.
       77  WS-SOGLIA-INSUFF        PIC 99 VALUE ZERO.
       01  WS-DATA-RUN             PIC 9(8) VALUE ZERO.
       01  WS-DATA-RUN-R REDEFINES WS-DATA-RUN.
           02 WS-RUN-ANNO-MESE     PIC 9(6).
           02 WS-RUN-GIORNO        PIC 99.
       01  WS-DATA-LEZ-R.
           02 WS-LEZ-ANNO          PIC 9(4).
           02 FILLER               PIC 9(4).

       77  WS-IDX                  PIC 99 VALUE ZERO.
       77  WS-INSUFFICIENZE        PIC 99 VALUE ZERO.
       77  WS-LEZIONI-ANNO         PIC 9(4) VALUE ZERO.
       77  WS-PRESENZE-ANNO        PIC 9(4) VALUE ZERO.
       77  WS-PERC-FREQUENZA       PIC 9(3)V99 VALUE ZERO.
       77  WS-MOTIVO               PIC X VALUE SPACE.
       01  SW-RISCHIO-FREQ         PIC X VALUE 'N'.
           88 RISCHIO-FREQUENZA        VALUE 'S'.
       01  SW-RISCHIO-VOTI         PIC X VALUE 'N'.
           88 RISCHIO-VOTI             VALUE 'S'.

       01  WS-CONTATORI.
           02 WS-CTR-ESAMINATI     PIC 9(5) VALUE ZERO.
           02 WS-CTR-A-RISCHIO     PIC 9(5) VALUE ZERO.
           02 WS-CTR-LETTERE       PIC 9(5) VALUE ZERO.
           02 WS-CTR-GIA-AVVISATI  PIC 9(5) VALUE ZERO.
           02 WS-CTR-SENZA-CONTATTO PIC 9(5) VALUE ZERO.

      *----------------------------------------------------------------
      *  STUDENTI A RISCHIO SENZA CONTATTO, PER L'ELENCO FINALE.
      *----------------------------------------------------------------
       01  WS-TAB-SENZA-CONTATTO.
           02 WS-SENZA-CONTATTO    OCCURS 500 TIMES.
              03 WS-SC-CD          PIC 9(5).
              03 WS-SC-NOME        PIC X(25).
              03 WS-SC-CORSO       PIC X(20).
       77  WS-IX-SC                PIC 9(4) VALUE ZERO.

       01  WS-PERC-ED              PIC ZZ9.99.
       01  WS-SOGLIA-ED            PIC ZZ9.
       01  WS-LEZIONI-ED           PIC ZZZ9.
       01  WS-PRESENZE-ED          PIC ZZZ9.
       01  WS-INSUFF-ED            PIC Z9.

           COPY PAR_DataCont.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           DISPLAY 'ANNO SCOLASTICO (AAAA): '.
           ACCEPT WS-ANNO-SCOLASTICO.
           DISPLAY 'SOGLIA FREQUENZA PERCENTO (0 = NO CONTROLLO): '.
           ACCEPT WS-SOGLIA-FREQUENZA.
           DISPLAY 'INSUFFICIENZE CHE FANNO SCATTARE L''AVVISO '
                   '(0 = NO CONTROLLO): '.
           ACCEPT WS-SOGLIA-INSUFF.
           MOVE 'D' TO DCP-FUNZIONE.
           MOVE 'AVVFREQ' TO DCP-PROGRAMMA.
           CALL 'DATACONT' USING PARAMETRI-DATACONT.
           MOVE DCP-DATA-CONTABILE TO WS-DATA-RUN.
           OPEN INPUT ESTUDENTE.
           IF NOT FS-ESTUDENTE-OK
               DISPLAY 'ESTUDENTE NON APRIBILE - FS=' FS-ESTUDENTE
               STOP RUN.
           OPEN I-O AVVISILOG.
           IF NOT FS-AVVISILOG-OK
               OPEN OUTPUT AVVISILOG
               CLOSE AVVISILOG
               OPEN I-O AVVISILOG.
           IF NOT FS-AVVISILOG-OK
               DISPLAY 'AVVISILOG NON APRIBILE - FS=' FS-AVVISILOG
               STOP RUN.
           IF WS-SOGLIA-FREQUENZA > ZERO
               OPEN INPUT PRESENZE
               IF FS-PRESENZE-OK
                   MOVE 'S' TO SW-PRESENZE-APERTO
               ELSE
                   DISPLAY 'ARCHIVIO PRESENZE ASSENTE: '
                           'CONTROLLO FREQUENZA SPENTO'.
           OPEN INPUT FAMIGLIE.
           IF FS-FAMIGLIE-OK
               MOVE 'S' TO SW-FAMIGLIE-APERTO
           ELSE
               DISPLAY 'ARCHIVIO FAMIGLIE ASSENTE: NESSUNA LETTERA'.
           OPEN OUTPUT LETTERE.
           PERFORM ESAMINA-STUDENTI THRU ESAMINA-STUDENTI-EX.
           PERFORM STAMPA-SENZA-CONTATTO THRU STAMPA-SENZA-CONTATTO-EX.
           CLOSE ESTUDENTE AVVISILOG LETTERE.
           IF PRESENZE-APERTO
               CLOSE PRESENZE.
           IF FAMIGLIE-APERTO
               CLOSE FAMIGLIE.
           DISPLAY 'STUDENTI ESAMINATI:  ' WS-CTR-ESAMINATI.
           DISPLAY 'A RISCHIO:           ' WS-CTR-A-RISCHIO.
           DISPLAY 'LETTERE INVIATE:     ' WS-CTR-LETTERE.
           DISPLAY 'GIA'' AVVISATI NEL MESE: ' WS-CTR-GIA-AVVISATI.
           DISPLAY 'SENZA CONTATTO:      ' WS-CTR-SENZA-CONTATTO.
           STOP RUN.

      *----------------------------------------------------------------
      *  SCORRE IL MASTER: FREQUENZA E INSUFFICIENZE DELL'ANNO, E
      *  PER CHI E' A RISCHIO LETTERA E REGISTRO.
      *----------------------------------------------------------------
       ESAMINA-STUDENTI.
           MOVE ZERO TO CD-STUDENT.
           START ESTUDENTE KEY IS NOT LESS THAN CD-STUDENT.
           IF NOT FS-ESTUDENTE-OK
               GO TO ESAMINA-STUDENTI-EX.
       ESAMINA-LOOP.
           READ ESTUDENTE NEXT RECORD AT END
                GO TO ESAMINA-STUDENTI-EX.
           IF NOT FS-ESTUDENTE-OK
               GO TO ESAMINA-STUDENTI-EX.
           IF CURSO-STUDENT = SPACES
               GO TO ESAMINA-LOOP.
           ADD 1 TO WS-CTR-ESAMINATI.
           PERFORM CONTA-INSUFFICIENZE THRU CONTA-INSUFFICIENZE-EX.
           PERFORM CALCOLA-FREQUENZA THRU CALCOLA-FREQUENZA-EX.
           MOVE 'N' TO SW-RISCHIO-FREQ SW-RISCHIO-VOTI.
           IF PRESENZE-APERTO
           AND WS-LEZIONI-ANNO > ZERO
           AND WS-PERC-FREQUENZA < WS-SOGLIA-FREQUENZA
               MOVE 'S' TO SW-RISCHIO-FREQ.
           IF WS-SOGLIA-INSUFF > ZERO
           AND WS-INSUFFICIENZE NOT < WS-SOGLIA-INSUFF
               MOVE 'S' TO SW-RISCHIO-VOTI.
           IF NOT RISCHIO-FREQUENZA AND NOT RISCHIO-VOTI
               GO TO ESAMINA-LOOP.
           ADD 1 TO WS-CTR-A-RISCHIO.
           IF RISCHIO-FREQUENZA AND RISCHIO-VOTI
               MOVE 'E' TO WS-MOTIVO
           ELSE
           IF RISCHIO-FREQUENZA
               MOVE 'F' TO WS-MOTIVO
           ELSE
               MOVE 'V' TO WS-MOTIVO.
      *    UNA LETTERA PER STUDENTE PER MESE.
           MOVE CD-STUDENT       TO AVV-CD-STUDENT.
           MOVE WS-RUN-ANNO-MESE TO AVV-ANNO-MESE.
           READ AVVISILOG.
           IF FS-AVVISILOG-OK
               ADD 1 TO WS-CTR-GIA-AVVISATI
               GO TO ESAMINA-LOOP.
           MOVE 'N' TO FS-FAMIGLIE.
           IF FAMIGLIE-APERTO
               MOVE CD-STUDENT TO FAM-CD-STUDENT
               READ FAMIGLIE.
           IF NOT FS-FAMIGLIE-OK
               PERFORM ANNOTA-SENZA-CONTATTO
                       THRU ANNOTA-SENZA-CONTATTO-EX
               GO TO ESAMINA-LOOP.
           PERFORM STAMPA-LETTERA THRU STAMPA-LETTERA-EX.
           PERFORM REGISTRA-AVVISO THRU REGISTRA-AVVISO-EX.
           GO TO ESAMINA-LOOP.
       ESAMINA-STUDENTI-EX.
           EXIT.

      *----------------------------------------------------------------
      *  VOTI SOTTO IL 6 DELL'ANNO SCOLASTICO NELLO STORICO.
      *----------------------------------------------------------------
       CONTA-INSUFFICIENZE.
           MOVE ZERO TO WS-INSUFFICIENZE.
           IF NUM-STORICO-STUDENT = ZERO
               GO TO CONTA-INSUFFICIENZE-EX.
           PERFORM CONTA-UNA-DISCIPLINA THRU CONTA-UNA-DISCIPLINA-EX
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > NUM-STORICO-STUDENT.
       CONTA-INSUFFICIENZE-EX.
           EXIT.

       CONTA-UNA-DISCIPLINA.
           IF ANNO-DISCIPLINA(WS-IDX) = WS-ANNO-SCOLASTICO
           AND VOTO-DISCIPLINA(WS-IDX) < 6
               ADD 1 TO WS-INSUFFICIENZE.
       CONTA-UNA-DISCIPLINA-EX.
           EXIT.

      *----------------------------------------------------------------
      *  FREQUENZA FIN QUI: LEZIONI E PRESENZE DELLO STUDENTE SUL
      *  PROPRIO CORSO CON DATA LEZIONE NELL'ANNO (STESSO CALCOLO
      *  DELLO SCRUTINIO IN PROMOZIONI).
      *----------------------------------------------------------------
       CALCOLA-FREQUENZA.
           MOVE ZERO TO WS-LEZIONI-ANNO WS-PRESENZE-ANNO
                        WS-PERC-FREQUENZA SW-FINE-PRES.
           IF NOT PRESENZE-APERTO
               GO TO CALCOLA-FREQUENZA-EX.
           MOVE CD-STUDENT TO PRE-CD-STUDENT.
           MOVE CURSO-STUDENT TO PRE-CORSO.
           MOVE ZERO TO PRE-DATA-LEZIONE.
           START PRESENZE KEY IS GREATER THAN PRE-CHIAVE.
           IF NOT FS-PRESENZE-OK
               GO TO CALCOLA-FREQUENZA-EX.
       LEGGI-PRESENZA.
           READ PRESENZE NEXT RECORD AT END
                MOVE 1 TO SW-FINE-PRES.
           IF EOF-PRESENZE
               GO TO CALCOLA-FREQUENZA-MEDIA.
           IF PRE-CD-STUDENT NOT = CD-STUDENT
           OR PRE-CORSO NOT = CURSO-STUDENT
               GO TO CALCOLA-FREQUENZA-MEDIA.
           MOVE PRE-DATA-LEZIONE TO WS-DATA-LEZ-R.
           IF WS-LEZ-ANNO NOT = WS-ANNO-SCOLASTICO
               GO TO LEGGI-PRESENZA.
           ADD 1 TO WS-LEZIONI-ANNO.
           IF LEZIONE-PRESENTE
               ADD 1 TO WS-PRESENZE-ANNO.
           GO TO LEGGI-PRESENZA.
       CALCOLA-FREQUENZA-MEDIA.
           IF WS-LEZIONI-ANNO > ZERO
               COMPUTE WS-PERC-FREQUENZA ROUNDED =
                       WS-PRESENZE-ANNO * 100 / WS-LEZIONI-ANNO.
       CALCOLA-FREQUENZA-EX.
           EXIT.

      *----------------------------------------------------------------
      *  LETTERA ALLA FAMIGLIA: UNA PAGINA CON DESTINATARIO, OGGETTO
      *  E I DATI DI FREQUENZA E PROFITTO CHE HANNO FATTO SCATTARE
      *  L'AVVISO.
      *----------------------------------------------------------------
       STAMPA-LETTERA.
           MOVE SPACES TO PRINT-RECORD.
           MOVE FAM-NOMINATIVO TO PRINT-RECORD(70:30).
           WRITE PRINT-RECORD AFTER PAGE.
           MOVE SPACES TO PRINT-RECORD.
           MOVE FAM-INDIRIZZO TO PRINT-RECORD(70:40).
           WRITE PRINT-RECORD AFTER 1.
           MOVE SPACES TO PRINT-RECORD.
           STRING FAM-CAP ' ' FAM-LOCALITA ' ' FAM-PROVINCIA
                  DELIMITED BY SIZE INTO PRINT-RECORD(70:40).
           WRITE PRINT-RECORD AFTER 1.
           MOVE SPACES TO PRINT-RECORD.
           STRING 'DATA: ' WS-DATA-RUN
                  DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD AFTER 3.
           MOVE SPACES TO PRINT-RECORD.
           STRING 'OGGETTO: AVVISO SULL''ANDAMENTO SCOLASTICO DI '
                  NM-STUDENT
                  DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD AFTER 2.
           MOVE SPACES TO PRINT-RECORD.
           STRING 'SI COMUNICA CHE LO STUDENTE ' NM-STUDENT
                  ' (MATRICOLA ' CD-STUDENT '), ISCRITTO AL CORSO '
                  CURSO-STUDENT ','
                  DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD AFTER 2.
           MOVE SPACES TO PRINT-RECORD.
           STRING 'PRESENTA ALLA DATA ODIERNA PER L''ANNO SCOLASTICO '
                  WS-ANNO-SCOLASTICO ' LA SITUAZIONE SEGUENTE:'
                  DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD AFTER 1.
           IF RISCHIO-FREQUENZA
               MOVE WS-PERC-FREQUENZA   TO WS-PERC-ED
               MOVE WS-SOGLIA-FREQUENZA TO WS-SOGLIA-ED
               MOVE WS-LEZIONI-ANNO     TO WS-LEZIONI-ED
               MOVE WS-PRESENZE-ANNO    TO WS-PRESENZE-ED
               MOVE SPACES TO PRINT-RECORD
               STRING '  - FREQUENZA: ' WS-PRESENZE-ED
                      ' PRESENZE SU ' WS-LEZIONI-ED ' LEZIONI ('
                      WS-PERC-ED '%), SOTTO IL MINIMO DEL '
                      WS-SOGLIA-ED '% RICHIESTO'
                      DELIMITED BY SIZE INTO PRINT-RECORD
               WRITE PRINT-RECORD AFTER 2.
           IF RISCHIO-VOTI
               MOVE WS-INSUFFICIENZE TO WS-INSUFF-ED
               MOVE SPACES TO PRINT-RECORD
               STRING '  - PROFITTO: ' WS-INSUFF-ED
                      ' VALUTAZIONI INSUFFICIENTI (SOTTO IL 6) '
                      'NELL''ANNO'
                      DELIMITED BY SIZE INTO PRINT-RECORD
               WRITE PRINT-RECORD AFTER 2.
           MOVE SPACES TO PRINT-RECORD.
           MOVE 'SE LA FREQUENZA RESTA SOTTO IL MINIMO O LE '
                TO PRINT-RECORD.
           MOVE 'INSUFFICIENZE NON VENGONO RECUPERATE, LO STUDENTE '
                TO PRINT-RECORD(44:50).
           WRITE PRINT-RECORD AFTER 2.
           MOVE SPACES TO PRINT-RECORD.
           MOVE 'POTRA'' NON ESSERE AMMESSO ALL''ANNO SUCCESSIVO. '
                TO PRINT-RECORD.
           MOVE 'LA FAMIGLIA E'' INVITATA A CONTATTARE LA SEGRETERIA.'
                TO PRINT-RECORD(49:52).
           WRITE PRINT-RECORD AFTER 1.
           MOVE SPACES TO PRINT-RECORD.
           MOVE 'LA SEGRETERIA' TO PRINT-RECORD(70:13).
           WRITE PRINT-RECORD AFTER 3.
           ADD 1 TO WS-CTR-LETTERE.
       STAMPA-LETTERA-EX.
           EXIT.

      *----------------------------------------------------------------
      *  REGISTRO DELL'AVVISO INVIATO CON I DATI DELLA LETTERA.
      *----------------------------------------------------------------
       REGISTRA-AVVISO.
           MOVE SPACES              TO RECORD-AVVISO.
           MOVE CD-STUDENT          TO AVV-CD-STUDENT.
           MOVE WS-RUN-ANNO-MESE    TO AVV-ANNO-MESE.
           MOVE WS-DATA-RUN         TO AVV-DATA-INVIO.
           MOVE FAM-NOMINATIVO      TO AVV-DESTINATARIO.
           MOVE WS-MOTIVO           TO AVV-MOTIVO.
           MOVE CURSO-STUDENT       TO AVV-CORSO.
           MOVE WS-LEZIONI-ANNO     TO AVV-LEZIONI.
           MOVE WS-PRESENZE-ANNO    TO AVV-PRESENZE.
           MOVE WS-PERC-FREQUENZA   TO AVV-PERC-FREQUENZA.
           MOVE WS-SOGLIA-FREQUENZA TO AVV-SOGLIA.
           MOVE WS-INSUFFICIENZE    TO AVV-INSUFFICIENZE.
           WRITE RECORD-AVVISO.
           IF NOT FS-AVVISILOG-OK
               DISPLAY 'ERRORE IN SCRITTURA AVVISILOG - FS='
                       FS-AVVISILOG ' STUDENTE ' CD-STUDENT.
       REGISTRA-AVVISO-EX.
           EXIT.

       ANNOTA-SENZA-CONTATTO.
           ADD 1 TO WS-CTR-SENZA-CONTATTO.
           IF WS-CTR-SENZA-CONTATTO > 500
               GO TO ANNOTA-SENZA-CONTATTO-EX.
           MOVE CD-STUDENT    TO WS-SC-CD(WS-CTR-SENZA-CONTATTO).
           MOVE NM-STUDENT    TO WS-SC-NOME(WS-CTR-SENZA-CONTATTO).
           MOVE CURSO-STUDENT TO WS-SC-CORSO(WS-CTR-SENZA-CONTATTO).
       ANNOTA-SENZA-CONTATTO-EX.
           EXIT.

      *----------------------------------------------------------------
      *  ELENCO FINALE DEGLI STUDENTI A RISCHIO SENZA CONTATTO DELLA
      *  FAMIGLIA: VANNO REGISTRATI IN GESSTUDENTE E RILANCIATO IL
      *  GIRO (CHI E' GIA' STATO AVVISATO NON RICEVE UN DOPPIONE).
      *----------------------------------------------------------------
       STAMPA-SENZA-CONTATTO.
           IF WS-CTR-SENZA-CONTATTO = ZERO
               GO TO STAMPA-SENZA-CONTATTO-EX.
           MOVE SPACES TO PRINT-RECORD.
           MOVE 'STUDENTI A RISCHIO SENZA CONTATTO DELLA FAMIGLIA'
                TO PRINT-RECORD.
           WRITE PRINT-RECORD AFTER PAGE.
           PERFORM STAMPA-UN-SENZA-CONTATTO
                   THRU STAMPA-UN-SENZA-CONTATTO-EX
                   VARYING WS-IX-SC FROM 1 BY 1
                   UNTIL WS-IX-SC > WS-CTR-SENZA-CONTATTO
                      OR WS-IX-SC > 500.
           IF WS-CTR-SENZA-CONTATTO > 500
               MOVE SPACES TO PRINT-RECORD
               MOVE '... ELENCO TRONCATO A 500 STUDENTI'
                    TO PRINT-RECORD
               WRITE PRINT-RECORD AFTER 2.
       STAMPA-SENZA-CONTATTO-EX.
           EXIT.

       STAMPA-UN-SENZA-CONTATTO.
           MOVE SPACES TO PRINT-RECORD.
           STRING '     ' WS-SC-CD(WS-IX-SC) '   '
                  WS-SC-NOME(WS-IX-SC) '   ' WS-SC-CORSO(WS-IX-SC)
                  DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD AFTER 1.
       STAMPA-UN-SENZA-CONTATTO-EX.
           EXIT.
       END PROGRAM AVVFREQ.
