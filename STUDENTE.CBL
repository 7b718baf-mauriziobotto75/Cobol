      *                LIMITE DI 20 VOCI, IN MODO CHE LA PAGELLA
      *                STAMPATA DA STAMPA-PAGELLA ABBIA DEI DATI DA
      *                RIPORTARE.
      * 15-10-2026 MB  AGGIUNTI L'ANAGRAFICA DOCENTI (FILE DOCENTI) E
      *                L'ORARIO SETTIMANALE DEI CORSI (FILE ORARIO:
      *                CORSO, GIORNO, FASCIA, AULA, DOCENTE, PERIODO
      *                DI VALIDITA') CON LE LORO VOCI DI MENU; UN
      *                DOCENTE O UN'AULA GIA' IMPEGNATI NELLA STESSA
      *                FASCIA SONO RIFIUTATI E L'ORARIO SI STAMPA PER
      *                CORSO, PER DOCENTE E PER AULA. LA REGISTRAZIONE
      *                PRESENZE PROPONE E ACCETTA SOLO LE DATE DI
      *                LEZIONE GENERATE DALL'ORARIO DEL CORSO.
      * 15-10-2026 MB  AGGIUNTI I CERTIFICATI (ISCRIZIONE, FREQUENZA)
      *                E IL DIPLOMA DI FINE ANNO, STAMPATI DA
      *                ESTUDENTE, CORSI E PRESENZE, CON PROTOCOLLO
      *                ANNUALE SUL REGISTRO PROTCERT (NUMERO, DATA,
      *                STUDENTE, TIPO, OPERATORE) E STAMPA DEL
      *                REGISTRO DELL'ANNO; IL DIPLOMA SI RILASCIA SOLO
      *                AGLI STUDENTI CON ESITO 'P' PER L'ANNO.
      * 15-10-2026 MB  AGGIUNTI I CONTATTI DELLA FAMIGLIA (FILE
      *                FAMIGLIE: GENITORE O TUTORE, INDIRIZZO,
      *                TELEFONO, E-MAIL) CON LA LORO VOCE DI MENU; LI
      *                USA IL GIRO MENSILE DEGLI AVVISI AVVFREQ.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               RECORD KEY IS LIS-CHIAVE
               FILE STATUS IS FS-LISTATT.

           SELECT DOCENTI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOC-CODICE
               FILE STATUS IS FS-DOCENTI.

           SELECT ORARIO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORA-CHIAVE
               ALTERNATE RECORD KEY IS ORA-CHIAVE-DOCENTE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ORA-CHIAVE-AULA
                   WITH DUPLICATES
               FILE STATUS IS FS-ORARIO.

           SELECT FAMIGLIE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAM-CD-STUDENT
               FILE STATUS IS FS-FAMIGLIE.

           SELECT PROTCERT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRC-CHIAVE
               FILE STATUS IS FS-PROTCERT.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
               88 ATTESA-PROMOSSA        VALUE 'I'.
           02  FILLER                PIC X(2).

      *----------------------------------------------------------------
      *  ANAGRAFICA DOCENTI: CODICE, NOMINATIVO, MATERIA E FLAG
      *  ATTIVO (SOLO I DOCENTI ATTIVI ENTRANO IN ORARIO).
      *----------------------------------------------------------------
       FD  DOCENTI
           LABEL RECORDS ARE STANDARD.
       01  RECORD-DOCENTE.
           02  DOC-CODICE            PIC X(6).
           02  DOC-NOMINATIVO        PIC X(30).
           02  DOC-MATERIA           PIC X(20).
           02  DOC-ATTIVO            PIC X.
               88 DOCENTE-ATTIVO         VALUE 'S'.
           02  FILLER                PIC X(10).

      *----------------------------------------------------------------
      *  ORARIO SETTIMANALE: UNA RIGA PER CORSO, GIORNO (1 = LUNEDI'
      *  ... 7 = DOMENICA) E FASCIA ORARIA (01-12, ORA DI LEZIONE),
      *  CON AULA, DOCENTE E PERIODO DI VALIDITA'. LE CHIAVI
      *  ALTERNATE DOCENTE+GIORNO+FASCIA E AULA+GIORNO+FASCIA
      *  SERVONO AL CONTROLLO DEI DOPPI IMPEGNI E ALLE STAMPE PER
      *  DOCENTE E PER AULA; GIORNO E FASCIA VI SONO RIPETUTI.
      *----------------------------------------------------------------
       FD  ORARIO
           LABEL RECORDS ARE STANDARD.
       01  RECORD-ORARIO.
           02  ORA-CHIAVE.
               03 ORA-CORSO          PIC X(20).
               03 ORA-GIORNO         PIC 9.
               03 ORA-FASCIA         PIC 99.
           02  ORA-CHIAVE-DOCENTE.
               03 ORA-DOCENTE        PIC X(6).
               03 ORA-GIORNO-DOC     PIC 9.
               03 ORA-FASCIA-DOC     PIC 99.
           02  ORA-CHIAVE-AULA.
               03 ORA-AULA           PIC X(6).
               03 ORA-GIORNO-AULA    PIC 9.
               03 ORA-FASCIA-AULA    PIC 99.
           02  ORA-DATA-INIZIO       PIC 9(8).
           02  ORA-DATA-FINE         PIC 9(8).
           02  FILLER                PIC X(6).

      *----------------------------------------------------------------
      *  CONTATTI DELLA FAMIGLIA DELLO STUDENTE: IL GENITORE O
      *  TUTORE A CUI VANNO GLI AVVISI DI FREQUENZA E PROFITTO.
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
      *  REGISTRO DI PROTOCOLLO DEI CERTIFICATI: NUMERAZIONE PER
      *  ANNO SOLARE; IL RECORD CON NUMERO ZERO DI OGNI ANNO TIENE
      *  L'ULTIMO NUMERO RILASCIATO. TIPO 'I' ISCRIZIONE, 'F'
      *  FREQUENZA, 'D' DIPLOMA (CON L'ANNO SCOLASTICO SCRUTINATO).
      *----------------------------------------------------------------
       FD  PROTCERT
           LABEL RECORDS ARE STANDARD.
       01  RECORD-PROTOCOLLO.
           02  PRC-CHIAVE.
               03 PRC-ANNO           PIC 9(4).
               03 PRC-NUMERO         PIC 9(5).
           02  PRC-DATI.
               03 PRC-DATA           PIC 9(8).
               03 PRC-CD-STUDENT     PIC 9(5).
               03 PRC-TIPO           PIC X.
                  88 CERT-ISCRIZIONE     VALUE 'I'.
                  88 CERT-FREQUENZA      VALUE 'F'.
                  88 CERT-DIPLOMA        VALUE 'D'.
                  88 CERT-TIPO-VALIDO    VALUE 'I' 'F' 'D'.
               03 PRC-OPERATORE      PIC X(8).
               03 PRC-CORSO          PIC X(20).
               03 PRC-ANNO-SCOLASTICO PIC 9(4).
               03 FILLER             PIC X(5).
           02  PRC-CONTATORE REDEFINES PRC-DATI.
               03 PRC-ULTIMO         PIC 9(5).
               03 FILLER             PIC X(46).

       WORKING-STORAGE SECTION.
      *-----------------------
       77  FS-ESTUDENTE            PIC X(2).
       01  SW-ROSTER-AVVISI         PIC X VALUE 'N'.
           88 ROSTER-AVVISI-APERTO     VALUE 'S'.

      *----------------------------------------------------------------
      *  DOCENTI E ORARIO: SALVATAGGIO DELLA FASCIA IN INSERIMENTO
      *  DURANTE IL CONTROLLO DEI DOPPI IMPEGNI, SCELTA DELLA STAMPA
      *  ('C' CORSO, 'D' DOCENTE, 'A' AULA) E NOMI DEI GIORNI.
      *----------------------------------------------------------------
       77  FS-DOCENTI               PIC X(2) VALUE '00'.
           88 FS-DOCENTI-OK           VALUE '00'.
           88 FS-DOCENTI-NOTFOUND     VALUE '23'.
           88 FS-DOCENTI-DUPLICATE    VALUE '22'.
       77  FS-ORARIO                PIC X(2) VALUE '00'.
           88 FS-ORARIO-OK            VALUE '00'.
           88 FS-ORARIO-NOTFOUND      VALUE '23'.
           88 FS-ORARIO-DUPLICATE     VALUE '22'.
       77  WS-OPZIONE-ORARIO        PIC 9 VALUE ZERO.
       77  WS-ORARIO-SAVE           PIC X(63) VALUE SPACES.
       77  WS-ORA-CHIAVE-SAVE       PIC X(23) VALUE SPACES.
       77  WS-ORA-DOCENTE-SAVE      PIC X(9)  VALUE SPACES.
       77  WS-ORA-AULA-SAVE         PIC X(9)  VALUE SPACES.
       77  WS-ORA-INIZIO-SAVE       PIC 9(8)  VALUE ZERO.
       77  WS-ORA-FINE-SAVE         PIC 9(8)  VALUE ZERO.
       77  WS-CHIAVE-STAMPA-ORA     PIC X(20) VALUE SPACES.
       77  WS-CTR-FASCE             PIC 9(4)  VALUE ZERO.
       01  SW-DOPPIO-IMPEGNO        PIC X VALUE 'N'.
           88 DOPPIO-IMPEGNO            VALUE 'S'.
       01  SW-TIPO-STAMPA-ORA       PIC X VALUE 'C'.
           88 STAMPA-ORA-CORSO          VALUE 'C'.
           88 STAMPA-ORA-DOCENTE        VALUE 'D'.
           88 STAMPA-ORA-AULA           VALUE 'A'.
       01  WS-NOMI-GIORNI.
           02  FILLER               PIC X(10) VALUE 'LUNEDI'''.
           02  FILLER               PIC X(10) VALUE 'MARTEDI'''.
           02  FILLER               PIC X(10) VALUE 'MERCOLEDI'''.
           02  FILLER               PIC X(10) VALUE 'GIOVEDI'''.
           02  FILLER               PIC X(10) VALUE 'VENERDI'''.
           02  FILLER               PIC X(10) VALUE 'SABATO'.
           02  FILLER               PIC X(10) VALUE 'DOMENICA'.
       01  WS-NOMI-GIORNI-R REDEFINES WS-NOMI-GIORNI.
           02  WS-NOME-GIORNO       PIC X(10) OCCURS 7 TIMES.

      *----------------------------------------------------------------
      *  DATE DI LEZIONE GENERATE DALL'ORARIO: GIORNO DELLA
      *  SETTIMANA DI UNA DATA (CONGRUENZA DI ZELLER, 1 = LUNEDI'),
      *  SCANSIONE DEI GIORNI DEL MESE CORRENTE FINO A OGGI.
      *----------------------------------------------------------------
       77  WS-CORSO-LEZIONE         PIC X(20) VALUE SPACES.
       01  WS-DATA-VERIFICA         PIC 9(8) VALUE ZERO.
       01  WS-DATA-VERIFICA-R REDEFINES WS-DATA-VERIFICA.
           02  WS-VER-ANNO          PIC 9(4).
           02  WS-VER-MESE          PIC 9(2).
           02  WS-VER-GIORNO        PIC 9(2).
       77  WS-GIORNO-SETTIMANA      PIC 9 VALUE ZERO.
       77  WS-ZELLER-ANNO           PIC 9(4) VALUE ZERO.
       77  WS-ZELLER-MESE           PIC 99 VALUE ZERO.
       77  WS-ZELLER-SECOLO         PIC 99 VALUE ZERO.
       77  WS-ZELLER-ANNO-SEC       PIC 99 VALUE ZERO.
       77  WS-ZELLER-T1             PIC 9(3) VALUE ZERO.
       77  WS-ZELLER-T2             PIC 99 VALUE ZERO.
       77  WS-ZELLER-T3             PIC 99 VALUE ZERO.
       77  WS-ZELLER-SOMMA          PIC 9(4) VALUE ZERO.
       77  WS-ZELLER-RESTO          PIC 9 VALUE ZERO.
       77  WS-GG-SCAN               PIC 99 VALUE ZERO.
       77  WS-CTR-LEZIONI-MESE      PIC 99 VALUE ZERO.
       01  SW-LEZIONE-PREVISTA      PIC X VALUE 'N'.
           88 LEZIONE-PREVISTA          VALUE 'S'.

      *----------------------------------------------------------------
      *  CERTIFICATI: TIPO RICHIESTO, ANNO DI PROTOCOLLO E NUMERO
      *  ASSEGNATO, ANNO SCOLASTICO DEL DIPLOMA, CONTEGGI DI
      *  FREQUENZA DEL CORSO ATTUALE E TOTALE DEL REGISTRO.
      *----------------------------------------------------------------
       77  FS-FAMIGLIE              PIC X(2) VALUE '00'.
           88 FS-FAMIGLIE-OK          VALUE '00'.
           88 FS-FAMIGLIE-NOTFOUND    VALUE '23'.
           88 FS-FAMIGLIE-DUPLICATE   VALUE '22'.
       77  FS-PROTCERT              PIC X(2) VALUE '00'.
           88 FS-PROTCERT-OK          VALUE '00'.
           88 FS-PROTCERT-NOTFOUND    VALUE '23'.
       77  WS-OPZIONE-CERT          PIC 9 VALUE ZERO.
       77  WS-TIPO-CERT             PIC X VALUE SPACE.
       77  WS-ANNO-PROTOCOLLO       PIC 9(4) VALUE ZERO.
       77  WS-NUM-PROTOCOLLO        PIC 9(5) VALUE ZERO.
       77  WS-ANNO-SCOLASTICO       PIC 9(4) VALUE ZERO.
       77  WS-LEZIONI-CERT          PIC 9(4) VALUE ZERO.
       77  WS-PRESENZE-CERT         PIC 9(4) VALUE ZERO.
       77  WS-PERC-CERT             PIC ZZ9,99.
       77  WS-CTR-CERTIFICATI       PIC 9(5) VALUE ZERO.
       01  WS-DESCR-CERTIFICATI.
           02  FILLER               PIC X(30)
               VALUE 'CERTIFICATO DI ISCRIZIONE'.
           02  FILLER               PIC X(30)
               VALUE 'CERTIFICATO DI FREQUENZA'.
           02  FILLER               PIC X(30)
               VALUE 'DIPLOMA DI FINE ANNO'.
       01  WS-DESCR-CERTIFICATI-R REDEFINES WS-DESCR-CERTIFICATI.
           02  WS-DESCR-CERT        PIC X(30) OCCURS 3 TIMES.
       77  WS-IX-CERT               PIC 9 VALUE ZERO.

       77  FS-CORSI                 PIC X(2) VALUE '00'.
           88 FS-CORSI-OK             VALUE '00'.
           88 FS-CORSI-NOTFOUND       VALUE '23'.
           02  VOTO-DET       PIC Z9.
           02  FILLER    PIC X(101) VALUE SPACES.

       01  ORARIO-HEADING.
           02  FILLER    PIC X(5)  VALUE SPACES.
           02  FILLER    PIC X(12) VALUE 'GIORNO'.
           02  FILLER    PIC X(8)  VALUE 'FASCIA'.
           02  FILLER    PIC X(22) VALUE 'CORSO'.
           02  FILLER    PIC X(8)  VALUE 'AULA'.
           02  FILLER    PIC X(39) VALUE 'DOCENTE'.
           02  FILLER    PIC X(38) VALUE 'VALIDITA'''.
       01  ORARIO-DETAIL.
           02  FILLER    PIC X(5)  VALUE SPACES.
           02  GIORNO-ORA-DET PIC X(10).
           02  FILLER    PIC X(4)  VALUE SPACES.
           02  FASCIA-ORA-DET PIC Z9.
           02  FILLER    PIC X(4)  VALUE SPACES.
           02  CORSO-ORA-DET  PIC X(20).
           02  FILLER    PIC X(2)  VALUE SPACES.
           02  AULA-ORA-DET   PIC X(6).
           02  FILLER    PIC X(2)  VALUE SPACES.
           02  DOCENTE-ORA-DET PIC X(6).
           02  FILLER    PIC X     VALUE SPACE.
           02  NOME-DOC-ORA-DET PIC X(30).
           02  FILLER    PIC X(2)  VALUE SPACES.
           02  INIZIO-ORA-DET PIC 9(8).
           02  FILLER    PIC X(3)  VALUE ' - '.
           02  FINE-ORA-DET   PIC 9(8).
           02  FILLER    PIC X(19) VALUE SPACES.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM APRI-CORSI THRU APRI-CORSI-EX.
           PERFORM APRI-PRESENZE THRU APRI-PRESENZE-EX.
           PERFORM APRI-LISTATT THRU APRI-LISTATT-EX.
           PERFORM APRI-DOCENTI THRU APRI-DOCENTI-EX.
           PERFORM APRI-ORARIO THRU APRI-ORARIO-EX.
           PERFORM APRI-PROTCERT THRU APRI-PROTCERT-EX.
           PERFORM APRI-FAMIGLIE THRU APRI-FAMIGLIE-EX.
           PERFORM APRI-ACCESSLOG THRU APRI-ACCESSLOG-EX.
      *    APERTURA IN I-O: IL SIGN-ON DEVE POTER REGISTRARE IL
      *    CAMBIO PASSWORD E IL BLOCCO DOPO I TENTATIVI FALLITI.
           DISPLAY '10 - REGISTRA PRESENZE LEZIONE'.
           DISPLAY '11 - PERCENTUALI DI FREQUENZA'.
           DISPLAY '12 - ISCRIZIONE IN LISTA D''ATTESA'.
           DISPLAY '13 - GESTIONE DOCENTI'.
           DISPLAY '14 - ORARIO SETTIMANALE DEI CORSI'.
           DISPLAY '15 - CERTIFICATI E DIPLOMI'.
           DISPLAY '16 - CONTATTI FAMIGLIA STUDENTE'.
           DISPLAY '0 - FINE'.
           DISPLAY WS-MSG-ERRORE.
           MOVE SPACES TO WS-MSG-ERRORE.
                              STAMPA-FREQUENZE-EX
               WHEN 12 PERFORM ISCRIVI-ATTESA THRU
                              ISCRIVI-ATTESA-EX
               WHEN 13 PERFORM GESTIONE-DOCENTI THRU
                              GESTIONE-DOCENTI-EX
               WHEN 14 PERFORM GESTIONE-ORARIO THRU
                              GESTIONE-ORARIO-EX
               WHEN 15 PERFORM GESTIONE-CERTIFICATI THRU
                              GESTIONE-CERTIFICATI-EX
               WHEN 16 PERFORM GESTIONE-FAMIGLIA THRU
                              GESTIONE-FAMIGLIA-EX
               WHEN 0 GO TO FINE
               WHEN OTHER MOVE 'SCELTA NON VALIDA' TO WS-MSG-ERRORE
           END-EVALUATE.
       APRI-LISTATT-EX.
           EXIT.

       APRI-DOCENTI.
           OPEN I-O DOCENTI.
           IF NOT FS-DOCENTI-OK
               OPEN OUTPUT DOCENTI
               CLOSE DOCENTI
               OPEN I-O DOCENTI
           END-IF.
       APRI-DOCENTI-EX.
           EXIT.

       APRI-ORARIO.
           OPEN I-O ORARIO.
           IF NOT FS-ORARIO-OK
               OPEN OUTPUT ORARIO
               CLOSE ORARIO
               OPEN I-O ORARIO
           END-IF.
       APRI-ORARIO-EX.
           EXIT.

       APRI-PROTCERT.
           OPEN I-O PROTCERT.
           IF NOT FS-PROTCERT-OK
               OPEN OUTPUT PROTCERT
               CLOSE PROTCERT
               OPEN I-O PROTCERT
           END-IF.
       APRI-PROTCERT-EX.
           EXIT.

       APRI-FAMIGLIE.
           OPEN I-O FAMIGLIE.
           IF NOT FS-FAMIGLIE-OK
               OPEN OUTPUT FAMIGLIE
               CLOSE FAMIGLIE
               OPEN I-O FAMIGLIE
           END-IF.
       APRI-FAMIGLIE-EX.
           EXIT.

      *----------------------------------------------------------------
      *  ISCRIZIONE IN LISTA D'ATTESA: AMMESSA SOLO SE IL CORSO E'
      *  DAVVERO AL COMPLETO; LA POSIZIONE E' LA PRIMA LIBERA IN
      *  REGISTRAZIONE DELLE PRESENZE DI UNA LEZIONE: CORSO E DATA
      *  UNA VOLTA, POI UNO STUDENTE ALLA VOLTA (0 = FINE) CON IL
      *  FLAG P/A; UNA REGISTRAZIONE RIPETUTA RISCRIVE LA PRECEDENTE.
      *  LA DATA DEVE ESSERE UNA LEZIONE PREVISTA DALL'ORARIO DEL
      *  CORSO E GIA' TENUTA; SI PROPONGONO QUELLE DEL MESE CORRENTE.
      *----------------------------------------------------------------
       REGISTRA-PRESENZE.
           MOVE SPACES TO WS-MSG-ERRORE.
           IF FS-CORSI-NOTFOUND
               MOVE 'CORSO NON A CATALOGO' TO WS-MSG-ERRORE
               GO TO REGISTRA-PRESENZE-EX.
           MOVE COD-CORSO TO WS-CORSO-LEZIONE.
           PERFORM ELENCA-LEZIONI-MESE THRU ELENCA-LEZIONI-MESE-EX.
           DISPLAY 'DATA LEZIONE (AAAAMMGG):  ' WITH NO ADVANCING.
           ACCEPT WS-DATA-LEZIONE.
           IF WS-DATA-LEZIONE = ZERO
               MOVE 'DATA LEZIONE OBBLIGATORIA' TO WS-MSG-ERRORE
               GO TO REGISTRA-PRESENZE-EX.
           ACCEPT WS-DATA-RUN FROM DATE YYYYMMDD.
           IF WS-DATA-LEZIONE > WS-DATA-RUN
               MOVE 'LEZIONE NON ANCORA TENUTA' TO WS-MSG-ERRORE
               GO TO REGISTRA-PRESENZE-EX.
           MOVE WS-DATA-LEZIONE TO WS-DATA-VERIFICA.
           PERFORM VERIFICA-DATA-LEZIONE
                   THRU VERIFICA-DATA-LEZIONE-EX.
           IF NOT LEZIONE-PREVISTA
               MOVE 'DATA NON PREVISTA DALL''ORARIO DEL CORSO'
                    TO WS-MSG-ERRORE
               GO TO REGISTRA-PRESENZE-EX.
           MOVE ZERO TO WS-CTR-PRESENZE-REG.
       REGISTRA-PRESENZE-LOOP.
           DISPLAY 'CODICE STUDENTE (0 = FINE): ' WITH NO ADVANCING.
       REGISTRA-PRESENZE-EX.
           EXIT.

      *----------------------------------------------------------------
      *  PROPONE LE DATE DI LEZIONE DEL MESE CORRENTE, DAL PRIMO DEL
      *  MESE A OGGI, GENERATE DALL'ORARIO DEL CORSO IN
      *  WS-CORSO-LEZIONE.
      *----------------------------------------------------------------
       ELENCA-LEZIONI-MESE.
           MOVE ZERO TO WS-CTR-LEZIONI-MESE.
           ACCEPT WS-DATA-RUN FROM DATE YYYYMMDD.
           MOVE WS-DATA-RUN TO WS-DATA-OGGI-R.
           DISPLAY 'LEZIONI DEL MESE DA ORARIO:'.
           PERFORM ELENCA-UNA-DATA THRU ELENCA-UNA-DATA-EX
                   VARYING WS-GG-SCAN FROM 1 BY 1
                   UNTIL WS-GG-SCAN > WS-OGGI-GIORNO.
           IF WS-CTR-LEZIONI-MESE = ZERO
               DISPLAY '  NESSUNA LEZIONE IN ORARIO NEL MESE'.
       ELENCA-LEZIONI-MESE-EX.
           EXIT.

       ELENCA-UNA-DATA.
           MOVE WS-OGGI-ANNO TO WS-VER-ANNO.
           MOVE WS-OGGI-MESE TO WS-VER-MESE.
           MOVE WS-GG-SCAN   TO WS-VER-GIORNO.
           PERFORM VERIFICA-DATA-LEZIONE
                   THRU VERIFICA-DATA-LEZIONE-EX.
           IF LEZIONE-PREVISTA
               ADD 1 TO WS-CTR-LEZIONI-MESE
               DISPLAY '  ' WS-DATA-VERIFICA ' '
                       WS-NOME-GIORNO(WS-GIORNO-SETTIMANA)
                       ' FASCIA ' ORA-FASCIA.
       ELENCA-UNA-DATA-EX.
           EXIT.

      *----------------------------------------------------------------
      *  LA DATA IN WS-DATA-VERIFICA E' UNA LEZIONE DEL CORSO SE
      *  L'ORARIO HA UNA FASCIA NEL SUO GIORNO DELLA SETTIMANA CON
      *  UN PERIODO DI VALIDITA' CHE LA CONTIENE.
      *----------------------------------------------------------------
       VERIFICA-DATA-LEZIONE.
           MOVE 'N' TO SW-LEZIONE-PREVISTA.
           PERFORM CALCOLA-GIORNO-SETTIMANA
                   THRU CALCOLA-GIORNO-SETTIMANA-EX.
           MOVE WS-CORSO-LEZIONE TO ORA-CORSO.
           MOVE WS-GIORNO-SETTIMANA TO ORA-GIORNO.
           MOVE ZERO TO ORA-FASCIA.
           START ORARIO KEY IS NOT LESS THAN ORA-CHIAVE.
           IF NOT FS-ORARIO-OK
               GO TO VERIFICA-DATA-LEZIONE-EX.
       VERIFICA-DATA-LOOP.
           READ ORARIO NEXT RECORD AT END
                GO TO VERIFICA-DATA-LEZIONE-EX.
           IF ORA-CORSO NOT = WS-CORSO-LEZIONE
           OR ORA-GIORNO NOT = WS-GIORNO-SETTIMANA
               GO TO VERIFICA-DATA-LEZIONE-EX.
           IF WS-DATA-VERIFICA NOT < ORA-DATA-INIZIO
           AND WS-DATA-VERIFICA NOT > ORA-DATA-FINE
               MOVE 'S' TO SW-LEZIONE-PREVISTA
               GO TO VERIFICA-DATA-LEZIONE-EX.
           GO TO VERIFICA-DATA-LOOP.
       VERIFICA-DATA-LEZIONE-EX.
           EXIT.

      *----------------------------------------------------------------
      *  GIORNO DELLA SETTIMANA DI WS-DATA-VERIFICA CON LA
      *  CONGRUENZA DI ZELLER (GENNAIO E FEBBRAIO CONTANO COME MESI
      *  13 E 14 DELL'ANNO PRIMA); IL RESTO E' RIPORTATO A
      *  1 = LUNEDI' ... 7 = DOMENICA.
      *----------------------------------------------------------------
       CALCOLA-GIORNO-SETTIMANA.
           MOVE WS-VER-ANNO TO WS-ZELLER-ANNO.
           MOVE WS-VER-MESE TO WS-ZELLER-MESE.
           IF WS-ZELLER-MESE < 3
               ADD 12 TO WS-ZELLER-MESE
               SUBTRACT 1 FROM WS-ZELLER-ANNO
           END-IF.
           DIVIDE WS-ZELLER-ANNO BY 100 GIVING WS-ZELLER-SECOLO
                  REMAINDER WS-ZELLER-ANNO-SEC.
           COMPUTE WS-ZELLER-T1 = (13 * (WS-ZELLER-MESE + 1)) / 5.
           COMPUTE WS-ZELLER-T2 = WS-ZELLER-ANNO-SEC / 4.
           COMPUTE WS-ZELLER-T3 = WS-ZELLER-SECOLO / 4.
           COMPUTE WS-ZELLER-SOMMA = WS-VER-GIORNO + WS-ZELLER-T1
                 + WS-ZELLER-ANNO-SEC + WS-ZELLER-T2 + WS-ZELLER-T3
                 + (5 * WS-ZELLER-SECOLO) + 5.
           DIVIDE WS-ZELLER-SOMMA BY 7 GIVING WS-ZELLER-T1
                  REMAINDER WS-ZELLER-RESTO.
           COMPUTE WS-GIORNO-SETTIMANA = WS-ZELLER-RESTO + 1.
       CALCOLA-GIORNO-SETTIMANA-EX.
           EXIT.

      *----------------------------------------------------------------
      *  PERCENTUALI DI FREQUENZA PER STUDENTE: SCORRE L'ARCHIVIO
      *  PRESENZE (CHIAVE STUDENTE+CORSO+DATA, QUINDI LE LEZIONI DI
       STAMPA-ROSTER-CORSO-EX.
           EXIT.

      *----------------------------------------------------------------
      *  MANUTENZIONE ANAGRAFICA DOCENTI: INSERIMENTO O VARIAZIONE
      *  (NOMINATIVO, MATERIA, FLAG ATTIVO).
      *----------------------------------------------------------------
       GESTIONE-DOCENTI.
           MOVE SPACES TO WS-MSG-ERRORE.
           DISPLAY 'CODICE DOCENTE: ' WITH NO ADVANCING.
           ACCEPT DOC-CODICE.
           IF DOC-CODICE = SPACES
               MOVE 'CODICE DOCENTE OBBLIGATORIO' TO WS-MSG-ERRORE
               GO TO GESTIONE-DOCENTI-EX.
           READ DOCENTI.
           IF FS-DOCENTI-NOTFOUND
               DISPLAY 'DOCENTE NUOVO.'
           ELSE
               DISPLAY 'DOCENTE ESISTENTE: ' DOC-NOMINATIVO
                       ' ' DOC-MATERIA.
           DISPLAY 'NOMINATIVO:        ' WITH NO ADVANCING.
           ACCEPT DOC-NOMINATIVO.
           DISPLAY 'MATERIA:           ' WITH NO ADVANCING.
           ACCEPT DOC-MATERIA.
           DISPLAY 'ATTIVO (S/N):      ' WITH NO ADVANCING.
           ACCEPT DOC-ATTIVO.
           IF DOC-NOMINATIVO = SPACES
               MOVE 'NOMINATIVO DOCENTE OBBLIGATORIO' TO WS-MSG-ERRORE
               GO TO GESTIONE-DOCENTI-EX.
           WRITE RECORD-DOCENTE.
           IF FS-DOCENTI-DUPLICATE
               REWRITE RECORD-DOCENTE.
           IF NOT FS-DOCENTI-OK
               MOVE 'ERRORE IN SCRITTURA DOCENTI' TO WS-MSG-ERRORE.
       GESTIONE-DOCENTI-EX.
           EXIT.

      *----------------------------------------------------------------
      *  ORARIO SETTIMANALE: INSERIMENTO/VARIAZIONE E CANCELLAZIONE
      *  DI UNA FASCIA, STAMPA PER CORSO, PER DOCENTE E PER AULA.
      *----------------------------------------------------------------
       GESTIONE-ORARIO.
           MOVE SPACES TO WS-MSG-ERRORE.
           DISPLAY '1 - INSERISCI/VARIA FASCIA ORARIA'.
           DISPLAY '2 - CANCELLA FASCIA ORARIA'.
           DISPLAY '3 - STAMPA ORARIO PER CORSO'.
           DISPLAY '4 - STAMPA ORARIO PER DOCENTE'.
           DISPLAY '5 - STAMPA ORARIO PER AULA'.
           DISPLAY 'SCELTA: ' WITH NO ADVANCING.
           ACCEPT WS-OPZIONE-ORARIO.
           EVALUATE WS-OPZIONE-ORARIO
               WHEN 1 PERFORM INSERISCI-FASCIA THRU
                              INSERISCI-FASCIA-EX
               WHEN 2 PERFORM CANCELLA-FASCIA THRU
                              CANCELLA-FASCIA-EX
               WHEN 3 MOVE 'C' TO SW-TIPO-STAMPA-ORA
                      PERFORM STAMPA-ORARIO THRU STAMPA-ORARIO-EX
               WHEN 4 MOVE 'D' TO SW-TIPO-STAMPA-ORA
                      PERFORM STAMPA-ORARIO THRU STAMPA-ORARIO-EX
               WHEN 5 MOVE 'A' TO SW-TIPO-STAMPA-ORA
                      PERFORM STAMPA-ORARIO THRU STAMPA-ORARIO-EX
               WHEN OTHER MOVE 'SCELTA NON VALIDA' TO WS-MSG-ERRORE
           END-EVALUATE.
       GESTIONE-ORARIO-EX.
           EXIT.

      *----------------------------------------------------------------
      *  UNA FASCIA: CORSO A CATALOGO, GIORNO 1-7, FASCIA 01-12,
      *  DOCENTE ATTIVO, AULA E PERIODO DI VALIDITA' OBBLIGATORI.
      *  DOCENTE O AULA GIA' IMPEGNATI NELLO STESSO GIORNO E FASCIA
      *  DA UN ALTRO CORSO IN UN PERIODO SOVRAPPOSTO: RIFIUTATA.
      *----------------------------------------------------------------
       INSERISCI-FASCIA.
           INITIALIZE RECORD-ORARIO.
           DISPLAY 'CODICE CORSO:            ' WITH NO ADVANCING.
           ACCEPT ORA-CORSO.
           MOVE ORA-CORSO TO COD-CORSO.
           READ CORSI.
           IF FS-CORSI-NOTFOUND
               MOVE 'CORSO NON A CATALOGO' TO WS-MSG-ERRORE
               GO TO INSERISCI-FASCIA-EX.
           DISPLAY 'GIORNO (1=LUN ... 7=DOM): ' WITH NO ADVANCING.
           ACCEPT ORA-GIORNO.
           IF ORA-GIORNO < 1 OR ORA-GIORNO > 7
               MOVE 'GIORNO NON VALIDO (1-7)' TO WS-MSG-ERRORE
               GO TO INSERISCI-FASCIA-EX.
           DISPLAY 'FASCIA ORARIA (01-12):   ' WITH NO ADVANCING.
           ACCEPT ORA-FASCIA.
           IF ORA-FASCIA < 1 OR ORA-FASCIA > 12
               MOVE 'FASCIA NON VALIDA (01-12)' TO WS-MSG-ERRORE
               GO TO INSERISCI-FASCIA-EX.
           DISPLAY 'DOCENTE:                 ' WITH NO ADVANCING.
           ACCEPT ORA-DOCENTE.
           MOVE ORA-DOCENTE TO DOC-CODICE.
           READ DOCENTI.
           IF NOT FS-DOCENTI-OK
               MOVE 'DOCENTE NON IN ANAGRAFICA' TO WS-MSG-ERRORE
               GO TO INSERISCI-FASCIA-EX.
           IF NOT DOCENTE-ATTIVO
               MOVE 'DOCENTE NON ATTIVO' TO WS-MSG-ERRORE
               GO TO INSERISCI-FASCIA-EX.
           DISPLAY 'AULA:                    ' WITH NO ADVANCING.
           ACCEPT ORA-AULA.
           IF ORA-AULA = SPACES
               MOVE 'AULA OBBLIGATORIA' TO WS-MSG-ERRORE
               GO TO INSERISCI-FASCIA-EX.
           DISPLAY 'VALIDA DAL (AAAAMMGG):   ' WITH NO ADVANCING.
           ACCEPT ORA-DATA-INIZIO.
           DISPLAY 'VALIDA AL  (AAAAMMGG):   ' WITH NO ADVANCING.
           ACCEPT ORA-DATA-FINE.
           IF ORA-DATA-INIZIO = ZERO
           OR ORA-DATA-FINE < ORA-DATA-INIZIO
               MOVE 'PERIODO DI VALIDITA'' NON VALIDO'
                    TO WS-MSG-ERRORE
               GO TO INSERISCI-FASCIA-EX.
           MOVE ORA-GIORNO TO ORA-GIORNO-DOC ORA-GIORNO-AULA.
           MOVE ORA-FASCIA TO ORA-FASCIA-DOC ORA-FASCIA-AULA.
           PERFORM CONTROLLA-DOPPI-IMPEGNI
                   THRU CONTROLLA-DOPPI-IMPEGNI-EX.
           IF DOPPIO-IMPEGNO
               GO TO INSERISCI-FASCIA-EX.
           WRITE RECORD-ORARIO.
           IF FS-ORARIO-DUPLICATE
               REWRITE RECORD-ORARIO.
           IF NOT FS-ORARIO-OK
               MOVE 'ERRORE IN SCRITTURA ORARIO' TO WS-MSG-ERRORE
               GO TO INSERISCI-FASCIA-EX.
           DISPLAY 'FASCIA ORARIA REGISTRATA'.
       INSERISCI-FASCIA-EX.
           EXIT.

      *----------------------------------------------------------------
      *  CONTROLLO DEI DOPPI IMPEGNI SULLE CHIAVI ALTERNATE: OGNI
      *  ALTRA FASCIA CON LO STESSO DOCENTE (O LA STESSA AULA),
      *  GIORNO E FASCIA E PERIODO SOVRAPPOSTO E' UN CONFLITTO. LA
      *  FASCIA DELLO STESSO CORSO E' QUELLA IN VARIAZIONE E NON
      *  CONTA. IL RECORD IN INSERIMENTO E' RIPRISTINATO ALLA FINE.
      *----------------------------------------------------------------
       CONTROLLA-DOPPI-IMPEGNI.
           MOVE 'N' TO SW-DOPPIO-IMPEGNO.
           MOVE RECORD-ORARIO      TO WS-ORARIO-SAVE.
           MOVE ORA-CHIAVE         TO WS-ORA-CHIAVE-SAVE.
           MOVE ORA-CHIAVE-DOCENTE TO WS-ORA-DOCENTE-SAVE.
           MOVE ORA-CHIAVE-AULA    TO WS-ORA-AULA-SAVE.
           MOVE ORA-DATA-INIZIO    TO WS-ORA-INIZIO-SAVE.
           MOVE ORA-DATA-FINE      TO WS-ORA-FINE-SAVE.
           START ORARIO KEY IS EQUAL TO ORA-CHIAVE-DOCENTE.
           IF NOT FS-ORARIO-OK
               GO TO CONTROLLA-AULA.
       CONTROLLA-DOCENTE-LOOP.
           READ ORARIO NEXT RECORD AT END
                GO TO CONTROLLA-AULA.
           IF ORA-CHIAVE-DOCENTE NOT = WS-ORA-DOCENTE-SAVE
               GO TO CONTROLLA-AULA.
           IF ORA-CHIAVE NOT = WS-ORA-CHIAVE-SAVE
           AND ORA-DATA-INIZIO NOT > WS-ORA-FINE-SAVE
           AND ORA-DATA-FINE NOT < WS-ORA-INIZIO-SAVE
               MOVE 'S' TO SW-DOPPIO-IMPEGNO
               MOVE SPACES TO WS-MSG-ERRORE
               STRING 'DOCENTE GIA'' IN ORARIO: ' ORA-CORSO
                      DELIMITED BY SIZE INTO WS-MSG-ERRORE
               GO TO CONTROLLA-DOPPI-IMPEGNI-FINE.
           GO TO CONTROLLA-DOCENTE-LOOP.
       CONTROLLA-AULA.
           MOVE WS-ORARIO-SAVE TO RECORD-ORARIO.
           START ORARIO KEY IS EQUAL TO ORA-CHIAVE-AULA.
           IF NOT FS-ORARIO-OK
               GO TO CONTROLLA-DOPPI-IMPEGNI-FINE.
       CONTROLLA-AULA-LOOP.
           READ ORARIO NEXT RECORD AT END
                GO TO CONTROLLA-DOPPI-IMPEGNI-FINE.
           IF ORA-CHIAVE-AULA NOT = WS-ORA-AULA-SAVE
               GO TO CONTROLLA-DOPPI-IMPEGNI-FINE.
           IF ORA-CHIAVE NOT = WS-ORA-CHIAVE-SAVE
           AND ORA-DATA-INIZIO NOT > WS-ORA-FINE-SAVE
           AND ORA-DATA-FINE NOT < WS-ORA-INIZIO-SAVE
               MOVE 'S' TO SW-DOPPIO-IMPEGNO
               MOVE SPACES TO WS-MSG-ERRORE
               STRING 'AULA GIA'' OCCUPATA: ' ORA-CORSO
                      DELIMITED BY SIZE INTO WS-MSG-ERRORE
               GO TO CONTROLLA-DOPPI-IMPEGNI-FINE.
           GO TO CONTROLLA-AULA-LOOP.
       CONTROLLA-DOPPI-IMPEGNI-FINE.
           MOVE WS-ORARIO-SAVE TO RECORD-ORARIO.
       CONTROLLA-DOPPI-IMPEGNI-EX.
           EXIT.

       CANCELLA-FASCIA.
           DISPLAY 'CODICE CORSO:            ' WITH NO ADVANCING.
           ACCEPT ORA-CORSO.
           DISPLAY 'GIORNO (1=LUN ... 7=DOM): ' WITH NO ADVANCING.
           ACCEPT ORA-GIORNO.
           DISPLAY 'FASCIA ORARIA (01-12):   ' WITH NO ADVANCING.
           ACCEPT ORA-FASCIA.
           READ ORARIO.
           IF NOT FS-ORARIO-OK
               MOVE 'FASCIA NON PRESENTE IN ORARIO' TO WS-MSG-ERRORE
               GO TO CANCELLA-FASCIA-EX.
           DELETE ORARIO.
           IF NOT FS-ORARIO-OK
               MOVE 'ERRORE IN CANCELLAZIONE ORARIO' TO WS-MSG-ERRORE
               GO TO CANCELLA-FASCIA-EX.
           DISPLAY 'FASCIA ORARIA CANCELLATA'.
       CANCELLA-FASCIA-EX.
           EXIT.

      *----------------------------------------------------------------
      *  STAMPA DELL'ORARIO PER CORSO (CHIAVE PRIMARIA), PER DOCENTE
      *  O PER AULA (CHIAVI ALTERNATE), SECONDO SW-TIPO-STAMPA-ORA;
      *  LE RIGHE ESCONO IN ORDINE DI GIORNO E FASCIA.
      *----------------------------------------------------------------
       STAMPA-ORARIO.
           MOVE ZERO TO WS-CTR-FASCE.
           INITIALIZE RECORD-ORARIO.
           EVALUATE TRUE
               WHEN STAMPA-ORA-CORSO
                   DISPLAY 'CODICE CORSO:   ' WITH NO ADVANCING
                   ACCEPT ORA-CORSO
                   MOVE ORA-CORSO TO WS-CHIAVE-STAMPA-ORA
                   START ORARIO KEY IS NOT LESS THAN ORA-CHIAVE
               WHEN STAMPA-ORA-DOCENTE
                   DISPLAY 'CODICE DOCENTE: ' WITH NO ADVANCING
                   ACCEPT ORA-DOCENTE
                   MOVE ORA-DOCENTE TO WS-CHIAVE-STAMPA-ORA
                   START ORARIO KEY IS NOT LESS THAN
                         ORA-CHIAVE-DOCENTE
               WHEN OTHER
                   DISPLAY 'AULA:           ' WITH NO ADVANCING
                   ACCEPT ORA-AULA
                   MOVE ORA-AULA TO WS-CHIAVE-STAMPA-ORA
                   START ORARIO KEY IS NOT LESS THAN ORA-CHIAVE-AULA
           END-EVALUATE.
           IF NOT FS-ORARIO-OK
               MOVE 'NESSUNA FASCIA IN ORARIO' TO WS-MSG-ERRORE
               GO TO STAMPA-ORARIO-EX.
           OPEN OUTPUT ROSTER.
           MOVE SPACES TO PRINT-RECORD.
           EVALUATE TRUE
               WHEN STAMPA-ORA-CORSO
                   STRING 'ORARIO SETTIMANALE DEL CORSO '
                          WS-CHIAVE-STAMPA-ORA
                          DELIMITED BY SIZE INTO PRINT-RECORD
               WHEN STAMPA-ORA-DOCENTE
                   STRING 'ORARIO SETTIMANALE DEL DOCENTE '
                          WS-CHIAVE-STAMPA-ORA
                          DELIMITED BY SIZE INTO PRINT-RECORD
               WHEN OTHER
                   STRING 'ORARIO SETTIMANALE DELL''AULA '
                          WS-CHIAVE-STAMPA-ORA
                          DELIMITED BY SIZE INTO PRINT-RECORD
           END-EVALUATE.
           WRITE PRINT-RECORD AFTER PAGE.
           MOVE ORARIO-HEADING TO PRINT-RECORD.
           WRITE PRINT-RECORD AFTER 2.
       STAMPA-ORARIO-LOOP.
           READ ORARIO NEXT RECORD AT END
                GO TO STAMPA-ORARIO-FINE.
           IF STAMPA-ORA-CORSO
           AND ORA-CORSO NOT = WS-CHIAVE-STAMPA-ORA
               GO TO STAMPA-ORARIO-FINE.
           IF STAMPA-ORA-DOCENTE
           AND ORA-DOCENTE NOT = WS-CHIAVE-STAMPA-ORA
               GO TO STAMPA-ORARIO-FINE.
           IF STAMPA-ORA-AULA
           AND ORA-AULA NOT = WS-CHIAVE-STAMPA-ORA
               GO TO STAMPA-ORARIO-FINE.
           MOVE SPACES TO NOME-DOC-ORA-DET.
           MOVE WS-NOME-GIORNO(ORA-GIORNO) TO GIORNO-ORA-DET.
           MOVE ORA-FASCIA      TO FASCIA-ORA-DET.
           MOVE ORA-CORSO       TO CORSO-ORA-DET.
           MOVE ORA-AULA        TO AULA-ORA-DET.
           MOVE ORA-DOCENTE     TO DOCENTE-ORA-DET.
           MOVE ORA-DOCENTE     TO DOC-CODICE.
           READ DOCENTI.
           IF FS-DOCENTI-OK
               MOVE DOC-NOMINATIVO TO NOME-DOC-ORA-DET.
           MOVE ORA-DATA-INIZIO TO INIZIO-ORA-DET.
           MOVE ORA-DATA-FINE   TO FINE-ORA-DET.
           MOVE ORARIO-DETAIL TO PRINT-RECORD.
           WRITE PRINT-RECORD AFTER 1.
           ADD 1 TO WS-CTR-FASCE.
           GO TO STAMPA-ORARIO-LOOP.
       STAMPA-ORARIO-FINE.
           MOVE SPACES TO PRINT-RECORD.
           STRING 'FASCE IN ORARIO: ' WS-CTR-FASCE
                  DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD AFTER 2.
           CLOSE ROSTER.
       STAMPA-ORARIO-EX.
           EXIT.

      *----------------------------------------------------------------
      *  CERTIFICATI E DIPLOMI: RILASCIO DI UN CERTIFICATO CON
      *  NUMERO DI PROTOCOLLO, STAMPA DEL REGISTRO DI UN ANNO.
      *----------------------------------------------------------------
       GESTIONE-CERTIFICATI.
           MOVE SPACES TO WS-MSG-ERRORE.
           DISPLAY '1 - RILASCIA CERTIFICATO O DIPLOMA'.
           DISPLAY '2 - STAMPA REGISTRO DI PROTOCOLLO'.
           DISPLAY 'SCELTA: ' WITH NO ADVANCING.
           ACCEPT WS-OPZIONE-CERT.
           EVALUATE WS-OPZIONE-CERT
               WHEN 1 PERFORM RILASCIA-CERTIFICATO THRU
                              RILASCIA-CERTIFICATO-EX
               WHEN 2 PERFORM STAMPA-PROTOCOLLO THRU
                              STAMPA-PROTOCOLLO-EX
               WHEN OTHER MOVE 'SCELTA NON VALIDA' TO WS-MSG-ERRORE
           END-EVALUATE.
       GESTIONE-CERTIFICATI-EX.
           EXIT.

      *----------------------------------------------------------------
      *  RILASCIO: STUDENTE E TIPO; ISCRIZIONE E FREQUENZA RICHIEDONO
      *  UN CORSO IN CATALOGO, IL DIPLOMA L'ESITO 'P' DELLO
      *  SCRUTINIO (PROMOZIONI) PER L'ANNO SCOLASTICO INDICATO. SOLO
      *  DOPO I CONTROLLI SI PRENDE IL NUMERO DI PROTOCOLLO.
      *----------------------------------------------------------------
       RILASCIA-CERTIFICATO.
           DISPLAY 'CODICE STUDENTE: ' WITH NO ADVANCING.
           ACCEPT CD-STUDENT.
           READ ESTUDENTE KEY IS CD-STUDENT.
           IF NOT FS-ESTUDENTE-OK
               MOVE 'STUDENTE NON TROVATO' TO WS-MSG-ERRORE
               GO TO RILASCIA-CERTIFICATO-EX
           END-IF.
           DISPLAY 'STUDENTE: ' NM-STUDENT.
           DISPLAY 'TIPO (I=ISCRIZIONE F=FREQUENZA D=DIPLOMA): '
                   WITH NO ADVANCING.
           ACCEPT WS-TIPO-CERT.
           MOVE WS-TIPO-CERT TO PRC-TIPO.
           IF NOT CERT-TIPO-VALIDO
               MOVE 'TIPO CERTIFICATO NON VALIDO' TO WS-MSG-ERRORE
               GO TO RILASCIA-CERTIFICATO-EX
           END-IF.
           MOVE ZERO TO WS-ANNO-SCOLASTICO.
           IF CERT-DIPLOMA
               DISPLAY 'ANNO SCOLASTICO DEL DIPLOMA (AAAA): '
                       WITH NO ADVANCING
               ACCEPT WS-ANNO-SCOLASTICO
               IF ANNO-ESITO-STUDENT NOT = WS-ANNO-SCOLASTICO
               OR NOT STUDENTE-PROMOSSO
                   MOVE 'DIPLOMA SOLO CON ESITO P PER L''ANNO'
                        TO WS-MSG-ERRORE
                   GO TO RILASCIA-CERTIFICATO-EX
               END-IF
           END-IF.
           MOVE CURSO-STUDENT TO COD-CORSO.
           MOVE SPACES TO DESCR-CORSO.
           IF CURSO-STUDENT NOT = SPACES
               READ CORSI
           END-IF.
           IF NOT CERT-DIPLOMA
               IF CURSO-STUDENT = SPACES OR NOT FS-CORSI-OK
                   MOVE 'STUDENTE NON ISCRITTO A UN CORSO'
                        TO WS-MSG-ERRORE
                   GO TO RILASCIA-CERTIFICATO-EX
               END-IF
           END-IF.
           IF CERT-FREQUENZA
               PERFORM CONTA-FREQUENZA-CERT
                       THRU CONTA-FREQUENZA-CERT-EX
           END-IF.
           PERFORM PRENDI-PROTOCOLLO THRU PRENDI-PROTOCOLLO-EX.
           IF WS-NUM-PROTOCOLLO = ZERO
               MOVE 'ERRORE SUL REGISTRO DI PROTOCOLLO'
                    TO WS-MSG-ERRORE
               GO TO RILASCIA-CERTIFICATO-EX
           END-IF.
           PERFORM STAMPA-CERTIFICATO THRU STAMPA-CERTIFICATO-EX.
           DISPLAY 'RILASCIATO CON PROTOCOLLO ' WS-NUM-PROTOCOLLO
                   '/' WS-ANNO-PROTOCOLLO.
       RILASCIA-CERTIFICATO-EX.
           EXIT.

      *----------------------------------------------------------------
      *  LEZIONI E PRESENZE DELLO STUDENTE NEL CORSO ATTUALE
      *  (CHIAVE PRESENZE STUDENTE+CORSO+DATA).
      *----------------------------------------------------------------
       CONTA-FREQUENZA-CERT.
           MOVE ZERO TO WS-LEZIONI-CERT WS-PRESENZE-CERT.
           MOVE CD-STUDENT    TO PRE-CD-STUDENT.
           MOVE CURSO-STUDENT TO PRE-CORSO.
           MOVE ZERO          TO PRE-DATA-LEZIONE.
           START PRESENZE KEY IS NOT LESS THAN PRE-CHIAVE.
           IF NOT FS-PRESENZE-OK
               GO TO CONTA-FREQUENZA-CERT-EX.
       CONTA-FREQUENZA-CERT-LOOP.
           READ PRESENZE NEXT RECORD AT END
                GO TO CONTA-FREQUENZA-CERT-EX.
           IF PRE-CD-STUDENT NOT = CD-STUDENT
           OR PRE-CORSO NOT = CURSO-STUDENT
               GO TO CONTA-FREQUENZA-CERT-EX.
           ADD 1 TO WS-LEZIONI-CERT.
           IF LEZIONE-PRESENTE
               ADD 1 TO WS-PRESENZE-CERT.
           GO TO CONTA-FREQUENZA-CERT-LOOP.
       CONTA-FREQUENZA-CERT-EX.
           EXIT.

      *----------------------------------------------------------------
      *  PROSSIMO NUMERO DELL'ANNO SOLARE: AGGIORNA IL CONTATORE
      *  (RECORD NUMERO ZERO, CREATO AL PRIMO CERTIFICATO DELL'ANNO)
      *  E SCRIVE LA RIGA DI REGISTRO. NUMERO ZERO = ERRORE.
      *----------------------------------------------------------------
       PRENDI-PROTOCOLLO.
           MOVE ZERO TO WS-NUM-PROTOCOLLO.
           ACCEPT WS-DATA-RUN FROM DATE YYYYMMDD.
           MOVE WS-DATA-RUN TO WS-DATA-OGGI-R.
           MOVE WS-OGGI-ANNO TO WS-ANNO-PROTOCOLLO.
           MOVE WS-ANNO-PROTOCOLLO TO PRC-ANNO.
           MOVE ZERO TO PRC-NUMERO.
           READ PROTCERT.
           IF FS-PROTCERT-NOTFOUND
               MOVE SPACES TO PRC-CONTATORE
               MOVE ZERO TO PRC-ULTIMO
               WRITE RECORD-PROTOCOLLO
           END-IF.
           IF NOT FS-PROTCERT-OK
               GO TO PRENDI-PROTOCOLLO-EX
           END-IF.
           ADD 1 TO PRC-ULTIMO.
           REWRITE RECORD-PROTOCOLLO.
           IF NOT FS-PROTCERT-OK
               GO TO PRENDI-PROTOCOLLO-EX
           END-IF.
           MOVE PRC-ULTIMO TO WS-NUM-PROTOCOLLO.
           MOVE SPACES TO PRC-DATI.
           MOVE WS-ANNO-PROTOCOLLO TO PRC-ANNO.
           MOVE WS-NUM-PROTOCOLLO  TO PRC-NUMERO.
           MOVE WS-DATA-RUN        TO PRC-DATA.
           MOVE CD-STUDENT         TO PRC-CD-STUDENT.
           MOVE WS-TIPO-CERT       TO PRC-TIPO.
           MOVE WS-COD-OPERATORE   TO PRC-OPERATORE.
           MOVE CURSO-STUDENT      TO PRC-CORSO.
           MOVE WS-ANNO-SCOLASTICO TO PRC-ANNO-SCOLASTICO.
           WRITE RECORD-PROTOCOLLO.
           IF NOT FS-PROTCERT-OK
               MOVE ZERO TO WS-NUM-PROTOCOLLO
           END-IF.
       PRENDI-PROTOCOLLO-EX.
           EXIT.

      *----------------------------------------------------------------
      *  STAMPA DEL CERTIFICATO: INTESTAZIONE CON IL PROTOCOLLO,
      *  DATI ANAGRAFICI E TESTO SECONDO IL TIPO.
      *----------------------------------------------------------------
       STAMPA-CERTIFICATO.
           OPEN OUTPUT ROSTER.
           MOVE SPACES TO PRINT-RECORD.
           STRING 'PROT. N. ' WS-NUM-PROTOCOLLO '/'
                  WS-ANNO-PROTOCOLLO ' DEL ' WS-DATA-RUN
                  DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD AFTER PAGE.
           IF CERT-ISCRIZIONE
               MOVE 1 TO WS-IX-CERT
           END-IF.
           IF CERT-FREQUENZA
               MOVE 2 TO WS-IX-CERT
           END-IF.
           IF CERT-DIPLOMA
               MOVE 3 TO WS-IX-CERT
           END-IF.
           MOVE SPACES TO PRINT-RECORD.
           MOVE WS-DESCR-CERT(WS-IX-CERT) TO PRINT-RECORD(40:30).
           WRITE PRINT-RECORD AFTER 3.
           MOVE SPACES TO PRINT-RECORD.
           STRING 'SI CERTIFICA CHE LO STUDENTE ' NM-STUDENT
                  ' (MATRICOLA ' CD-STUDENT ')'
                  DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD AFTER 3.
           MOVE SPACES TO PRINT-RECORD.
           STRING 'NATO IL ' DT-NASCITA-STUDENT
                  DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD AFTER 1.
           MOVE SPACES TO PRINT-RECORD.
           EVALUATE TRUE
               WHEN CERT-ISCRIZIONE
                   STRING 'E'' REGOLARMENTE ISCRITTO AL CORSO '
                          COD-CORSO ' - ' DESCR-CORSO
                          DELIMITED BY SIZE INTO PRINT-RECORD
               WHEN CERT-FREQUENZA
                   STRING 'FREQUENTA IL CORSO ' COD-CORSO
                          ' - ' DESCR-CORSO
                          DELIMITED BY SIZE INTO PRINT-RECORD
               WHEN OTHER
                   STRING 'HA CONSEGUITO IL DIPLOMA DI FINE ANNO '
                          'SCOLASTICO ' WS-ANNO-SCOLASTICO
                          ', ESITO DELLO SCRUTINIO: PROMOSSO'
                          DELIMITED BY SIZE INTO PRINT-RECORD
           END-EVALUATE.
           WRITE PRINT-RECORD AFTER 1.
           IF CERT-FREQUENZA
               MOVE ZERO TO WS-PERC-PRESENZE
               IF WS-LEZIONI-CERT > ZERO
                   COMPUTE WS-PERC-PRESENZE ROUNDED =
                           WS-PRESENZE-CERT * 100 / WS-LEZIONI-CERT
               END-IF
               MOVE WS-PERC-PRESENZE TO WS-PERC-CERT
               MOVE SPACES TO PRINT-RECORD
               STRING 'CON ' WS-PRESENZE-CERT ' PRESENZE SU '
                      WS-LEZIONI-CERT ' LEZIONI REGISTRATE ('
                      WS-PERC-CERT '%)'
                      DELIMITED BY SIZE INTO PRINT-RECORD
               WRITE PRINT-RECORD AFTER 1
           END-IF.
           IF CERT-DIPLOMA AND CURSO-STUDENT NOT = SPACES
               MOVE SPACES TO PRINT-RECORD
               STRING 'CORSO ' CURSO-STUDENT ' ' DESCR-CORSO
                      DELIMITED BY SIZE INTO PRINT-RECORD
               WRITE PRINT-RECORD AFTER 1
           END-IF.
           MOVE SPACES TO PRINT-RECORD.
           MOVE 'SI RILASCIA SU RICHIESTA DELL''INTERESSATO PER GLI '
                TO PRINT-RECORD.
           MOVE 'USI CONSENTITI DALLA LEGGE.' TO PRINT-RECORD(51:27).
           WRITE PRINT-RECORD AFTER 2.
           MOVE SPACES TO PRINT-RECORD.
           STRING 'LA SEGRETERIA (' WS-COD-OPERATORE ')'
                  DELIMITED BY SIZE INTO PRINT-RECORD(70:40).
           WRITE PRINT-RECORD AFTER 3.
           CLOSE ROSTER.
       STAMPA-CERTIFICATO-EX.
           EXIT.

      *----------------------------------------------------------------
      *  REGISTRO DI PROTOCOLLO DI UN ANNO PER LA REVISIONE ANNUALE:
      *  UNA RIGA PER NUMERO RILASCIATO, IN ORDINE DI PROTOCOLLO.
      *----------------------------------------------------------------
       STAMPA-PROTOCOLLO.
           DISPLAY 'ANNO DEL REGISTRO (AAAA): ' WITH NO ADVANCING.
           ACCEPT WS-ANNO-PROTOCOLLO.
           MOVE ZERO TO WS-CTR-CERTIFICATI.
           MOVE WS-ANNO-PROTOCOLLO TO PRC-ANNO.
           MOVE 1 TO PRC-NUMERO.
           START PROTCERT KEY IS NOT LESS THAN PRC-CHIAVE.
           IF NOT FS-PROTCERT-OK
               MOVE 'NESSUN CERTIFICATO NELL''ANNO' TO WS-MSG-ERRORE
               GO TO STAMPA-PROTOCOLLO-EX
           END-IF.
           OPEN OUTPUT ROSTER.
           MOVE SPACES TO PRINT-RECORD.
           STRING 'REGISTRO DI PROTOCOLLO DEI CERTIFICATI - ANNO '
                  WS-ANNO-PROTOCOLLO
                  DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD AFTER PAGE.
           MOVE SPACES TO PRINT-RECORD.
           MOVE 'NUMERO  DATA      STUDENTE  TIPO' TO PRINT-RECORD.
           MOVE 'OPERATORE  CORSO                 ANNO SC.'
                TO PRINT-RECORD(61:41).
           WRITE PRINT-RECORD AFTER 2.
       STAMPA-PROTOCOLLO-LOOP.
           READ PROTCERT NEXT RECORD AT END
                GO TO STAMPA-PROTOCOLLO-FINE.
           IF PRC-ANNO NOT = WS-ANNO-PROTOCOLLO
               GO TO STAMPA-PROTOCOLLO-FINE.
           MOVE 1 TO WS-IX-CERT.
           IF CERT-FREQUENZA
               MOVE 2 TO WS-IX-CERT
           END-IF.
           IF CERT-DIPLOMA
               MOVE 3 TO WS-IX-CERT
           END-IF.
           MOVE SPACES TO PRINT-RECORD.
           STRING PRC-NUMERO '   ' PRC-DATA '  ' PRC-CD-STUDENT
                  '     ' WS-DESCR-CERT(WS-IX-CERT)
                  DELIMITED BY SIZE INTO PRINT-RECORD.
           STRING PRC-OPERATORE '   ' PRC-CORSO '  '
                  PRC-ANNO-SCOLASTICO
                  DELIMITED BY SIZE INTO PRINT-RECORD(61:41).
           WRITE PRINT-RECORD AFTER 1.
           ADD 1 TO WS-CTR-CERTIFICATI.
           GO TO STAMPA-PROTOCOLLO-LOOP.
       STAMPA-PROTOCOLLO-FINE.
           MOVE SPACES TO PRINT-RECORD.
           STRING 'CERTIFICATI PROTOCOLLATI NELL''ANNO: '
                  WS-CTR-CERTIFICATI
                  DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD AFTER 2.
           CLOSE ROSTER.
       STAMPA-PROTOCOLLO-EX.
           EXIT.

      *----------------------------------------------------------------
      *  CONTATTI DELLA FAMIGLIA: INSERIMENTO O VARIAZIONE PER UNO
      *  STUDENTE DEL MASTER; NOMINATIVO E INDIRIZZO OBBLIGATORI
      *  (GLI AVVISI PARTONO PER POSTA).
      *----------------------------------------------------------------
       GESTIONE-FAMIGLIA.
           MOVE SPACES TO WS-MSG-ERRORE.
           DISPLAY 'CODICE STUDENTE: ' WITH NO ADVANCING.
           ACCEPT CD-STUDENT.
           READ ESTUDENTE KEY IS CD-STUDENT.
           IF NOT FS-ESTUDENTE-OK
               MOVE 'STUDENTE NON TROVATO' TO WS-MSG-ERRORE
               GO TO GESTIONE-FAMIGLIA-EX
           END-IF.
           DISPLAY 'STUDENTE: ' NM-STUDENT.
           MOVE CD-STUDENT TO FAM-CD-STUDENT.
           READ FAMIGLIE.
           IF FS-FAMIGLIE-NOTFOUND
               DISPLAY 'NESSUN CONTATTO REGISTRATO.'
           ELSE
               DISPLAY 'CONTATTO ATTUALE: ' FAM-NOMINATIVO
                       ' ' FAM-PARENTELA
           END-IF.
           DISPLAY 'GENITORE/TUTORE:   ' WITH NO ADVANCING.
           ACCEPT FAM-NOMINATIVO.
           DISPLAY 'PARENTELA:         ' WITH NO ADVANCING.
           ACCEPT FAM-PARENTELA.
           DISPLAY 'INDIRIZZO:         ' WITH NO ADVANCING.
           ACCEPT FAM-INDIRIZZO.
           DISPLAY 'CAP:               ' WITH NO ADVANCING.
           ACCEPT FAM-CAP.
           DISPLAY 'LOCALITA'':         ' WITH NO ADVANCING.
           ACCEPT FAM-LOCALITA.
           DISPLAY 'PROVINCIA:         ' WITH NO ADVANCING.
           ACCEPT FAM-PROVINCIA.
           DISPLAY 'TELEFONO:          ' WITH NO ADVANCING.
           ACCEPT FAM-TELEFONO.
           DISPLAY 'E-MAIL:            ' WITH NO ADVANCING.
           ACCEPT FAM-EMAIL.
           IF FAM-NOMINATIVO = SPACES OR FAM-INDIRIZZO = SPACES
               MOVE 'NOMINATIVO E INDIRIZZO OBBLIGATORI'
                    TO WS-MSG-ERRORE
               GO TO GESTIONE-FAMIGLIA-EX
           END-IF.
           MOVE CD-STUDENT TO FAM-CD-STUDENT.
           WRITE RECORD-FAMIGLIA.
           IF FS-FAMIGLIE-DUPLICATE
               REWRITE RECORD-FAMIGLIA
           END-IF.
           IF NOT FS-FAMIGLIE-OK
               MOVE 'ERRORE IN SCRITTURA FAMIGLIE' TO WS-MSG-ERRORE
           END-IF.
       GESTIONE-FAMIGLIA-EX.
           EXIT.

       FINE.
           CLOSE ESTUDENTE.
           CLOSE CORSI.
           CLOSE PRESENZE.
           CLOSE LISTATT.
           CLOSE DOCENTI.
           CLOSE ORARIO.
           CLOSE PROTCERT.
           CLOSE FAMIGLIE.
           CLOSE OPERATORI.
           CLOSE ACCESSLOG.
           STOP RUN.
