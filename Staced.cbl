      *                RESIDUO NON BASTA IL CARTELLINO E' SEGNALATO SU
      *                ECCEZIONI E LE FERIE NON VENGONO PORTATE SOTTO
      *                ZERO.
      * 15-10-2026 MB  ADDIZIONALI IRPEF REGIONALE E COMUNALE: NUOVI
      *                TIPI 'R' E 'C' SU TABTRIB CON L'ALIQUOTA
      *                MENSILE SULL'IMPONIBILE IRPEF, CON LE LORO
      *                RIGHE NEL CEDOLINO. LE RIGHE CEDOLINO PASSANO
      *                DA 13 A 20 E CEDSTOR PORTA IN CODA GLI IMPORTI
      *                ESATTI DI IRPEF, INPS, ADDIZIONALI E CONTRIBUTI
      *                DATORE PER IL RIEPILOGO F24 MENSILE (RIEPF24).
      *                GLI ARCHIVI CEDSTOR ESISTENTI SI CONVERTONO UNA
      *                TANTUM CON CEDCONV.
      * 15-10-2026 MB  TRATTENUTE RICORRENTI: ANTICIPI, CESSIONI DEL
      *                QUINTO, PIGNORAMENTI E QUOTE SINDACALI ATTIVE
      *                SULL'ARCHIVIO TRATTDIP (GESTITO CON GESTRATT)
      *                ENTRANO NEL CEDOLINO ORDINARIO DOPO LE
      *                RITENUTE, NEI LIMITI DI LEGGE SUL NETTO (UN
      *                QUINTO PER CESSIONI E PER PIGNORAMENTI, LA
      *                META' PER IL CUMULO, MAI OLTRE IL NETTO);
      *                IL RECUPERATO SCALA IL RESIDUO E OGNI
      *                TRATTENUTA FINISCE SUI MOVIMENTI TRATTMOV PER
      *                IL PROSPETTO AI CREDITORI (PROSPTRD). LE
      *                TRATTENUTE RIDOTTE FINISCONO SU ECCEZIONI.
      * 15-10-2026 MB  PART-TIME: PERCENTUALE E TIPO IN ANAG-OPERAI
      *                (RECORD PIU' LUNGO: GLI ANOPIS ESISTENTI VANNO
      *                RIORGANIZZATI CON RIORG 'V'). MINIMO,
      *                CONTINGENZA, RATEI DI TREDICESIMA E ARRETRATI
      *                DEL MINIMO SONO RIPROPORZIONATI ALLA
      *                PERCENTUALE; LA MENSA LO E' PER IL PART-TIME
      *                ORIZZONTALE (GIORNATA RIDOTTA), MENTRE NEL
      *                VERTICALE SCENDE DA SOLA CON I GIORNI LAVORATI.
      *                LA PERCENTUALE E' STAMPATA IN TESTATA CEDOLINO.
      * 15-10-2026 MB  CEDOLINO ELETTRONICO: OLTRE ALLO SPOOL CEDOL
      *                OGNI CEDOLINO E' SCRITTO COME DOCUMENTO A SE'
      *                (DOCCED, NOME = CHIAVE+ANNO+MESE) PER IL
      *                CANALE DI CONSEGNA DI ANAG-OPERAI (CARTA,
      *                E-MAIL, PORTALE); IL MANIFESTO DI
      *                DISTRIBUZIONE (MANCED) ELENCA DOCUMENTO,
      *                CANALE E PAGINE E L'ARCHIVIO DISTCED TIENE LO
      *                STATO DELLA CONSEGNA, AGGIORNATO DALLE
      *                CONFERME CON ESITICED. SENZA E-MAIL IL
      *                CEDOLINO RESTA SU CARTA.
      * 15-10-2026 MB  DATA CONTABILE: GIORNALE RUN, DATA DI EMISSIONE
      *                DEI CEDOLINI ELETTRONICI E DATA DI ESECUZIONE
      *                DEI BONIFICI SEPA PARTONO DALLA DATA CONTABILE
      *                (ROUTINE DATACONT) E NON PIU' DALLA DATA DI
      *                SISTEMA; LA DATA DI ESECUZIONE SEPA CHE CADE IN
      *                UN GIORNO NON LAVORATIVO (SABATO, DOMENICA,
      *                FESTIVO DEL CALENDARIO CALFEST) SLITTA AL
      *                PRIMO GIORNO LAVORATIVO SUCCESSIVO. AVVISO A
      *                VIDEO SE LO STACED PARTE IN GIORNO FESTIVO.
      * 15-10-2026 MB  IBAN, PAGA ORARIA E MINIMO CAMBIANO ORA SOLO
      *                CON L'APPROVAZIONE DI UN SECONDO OPERATORE
      *                (VARSENS, APPRVAR): A INIZIO RUN OGNI IBAN
      *                APPROVATO DOPO L'ULTIMO PERIODO COMPLETATO SU
      *                PERCTL, E OGNI IBAN ANCORA IN SOSPESO, E'
      *                SEGNALATO SU ECCEZIONI PRIMA DEI BONIFICI.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-CHIAVE
               FILE STATUS IS FS-CALPAGHE.
           SELECT OPTIONAL TRATTDIP ASSIGN SYS033-DA-3340-I-TRATTDIP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRD-CHIAVE-TRATT
               FILE STATUS IS FS-TRATTDIP.
           SELECT TRATTMOV ASSIGN SYS034-DA-3340-I-TRATTMOV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRM-CHIAVE-MOV
               FILE STATUS IS FS-TRATTMOV.
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
           SELECT OPTIONAL VARSENS ASSIGN SYS047-DA-3340-I-VARSENS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VSN-CHIAVE
               FILE STATUS IS FS-VARSENS.

       DATA DIVISION.
       FILE SECTION.
              03  O-CODICE-REPARTO      PIC X(4).
              03  FILLER                PIC X(8).
              03  O-QUALIFICA           PIC XX.
              03  FILLER                PIC X(5).
              03  O-PERC-PART-TIME      PIC ZZ9,99.
              03  FILLER                PIC X(30).
           02 GENERICA REDEFINES TESTATA4.
              03  FILLER                PIC X(24).
              03  O-TRATTENUTE          PIC ZZ.ZZZ.
      *    SITUAZIONE = 'C'): GUIDA L'EPURAZIONE DEI CESSATI OLTRE
      *    LA FINESTRA DI RITENZIONE (ARCHOPER).
           02  DATA-CESSAZIONE           PIC 9(8).
      *    PART-TIME: PERCENTUALE DELL'ORARIO PIENO (ZERO O 100,00 =
      *    TEMPO PIENO) E TIPO (O = ORIZZONTALE, V = VERTICALE),
      *    GESTITI DA GESOPERAI CON LO STORICO SU STORPAGHE.
           02  PERC-PART-TIME            PIC 9(3)V99.
           02  TIPO-PART-TIME            PIC X.
               88 PART-TIME-ORIZZONTALE  VALUE 'O'.
               88 PART-TIME-VERTICALE    VALUE 'V'.
      *    CONSEGNA DEL CEDOLINO: CANALE (SPAZIO O C = CARTA, E =
      *    E-MAIL, P = PORTALE DEL PERSONALE) E INDIRIZZO E-MAIL PER IL
      *    CANALE E. LA CARTA RESTA SEMPRE IL CANALE DI RISERVA.
           02  CANALE-CEDOLINO           PIC X.
               88 CEDOLINO-CARTA         VALUE ' ' 'C'.
               88 CEDOLINO-EMAIL         VALUE 'E'.
               88 CEDOLINO-PORTALE       VALUE 'P'.
           02  EMAIL-OPERAIO             PIC X(50).
      *    CODICE FISCALE DEL DIPENDENTE (GESOPERAI, CON IL CONTROLLO
      *    DEL CARATTERE FINALE): CHIAVE DI INCROCIO CON GLI ARCHIVI
      *    ESTERNI (VETTORI).
           02  CODICE-FISCALE            PIC X(16).

      *----------------------------------------------------------------
      *  FILE BONIFICI PER LA BANCA IN FORMATO SEPA CREDIT TRANSFER
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
      *    IMPORTI ESATTI DELLE RITENUTE E DEI CONTRIBUTI DATORE
      *    DEL CEDOLINO, PER IL RIEPILOGO DEI VERSAMENTI F24.
           02 STO-IRPEF                 PIC 9(5)V99.
           02 STO-INPS                  PIC 9(5)V99.
           02 STO-ADD-REGIONALE         PIC 9(5)V99.
           02 STO-ADD-COMUNALE          PIC 9(5)V99.
           02 STO-INPS-DATORE           PIC 9(5)V99.
           02 FILLER                    PIC X(6).

      *----------------------------------------------------------------
      *  TRATTENUTE RICORRENTI DEL DIPENDENTE (GESTRATT): TIPO 'A'
      *  ANTICIPO, 'Q' CESSIONE DEL QUINTO, 'P' PIGNORAMENTO, 'S'
      *  QUOTA SINDACALE. IMPORTO FISSO MENSILE OPPURE PERCENTUALE
      *  DEL NETTO, TOTALE DA RECUPERARE (ZERO = SENZA LIMITE) E
      *  RECUPERATO, PERIODO DI VALIDITA' AAMM (FINE ZERO = FINO A
      *  ESTINZIONE). ULTIMO PERIODO E IMPORTO APPLICATI SERVONO
      *  A STORNARE LA TRATTENUTA IN CASO DI RILANCIO DEL MESE.
      *----------------------------------------------------------------
       FD  TRATTDIP,
           LABEL RECORD STANDARD,
           DATA RECORD REC-TRATTDIP.
       01  REC-TRATTDIP.
           02 TRD-CHIAVE-TRATT.
              03 TRD-CHIAVE             PIC X(8).
              03 TRD-PROGRESSIVO        PIC 99.
           02 TRD-TIPO                  PIC X.
           02 TRD-DESCRIZIONE           PIC X(26).
           02 TRD-IMPORTO-MESE          PIC 9(5)V99.
           02 TRD-PERCENTUALE           PIC 9(2)V99.
           02 TRD-TOTALE                PIC 9(7)V99.
           02 TRD-RECUPERATO            PIC 9(7)V99.
           02 TRD-COD-CREDITORE         PIC X(6).
           02 TRD-CREDITORE             PIC X(30).
           02 TRD-RIFERIMENTO           PIC X(20).
           02 TRD-INIZIO-AAMM           PIC 9(4).
           02 TRD-FINE-AAMM             PIC 9(4).
           02 TRD-ULTIMO-AAMM           PIC 9(4).
           02 TRD-ULTIMO-IMPORTO        PIC 9(5)V99.
           02 TRD-STATO                 PIC X.
           02 FILLER                    PIC X(20).

      *----------------------------------------------------------------
      *  MOVIMENTI DELLE TRATTENUTE RICORRENTI: UNO PER TRATTENUTA
      *  ATTIVA E MESE, IN CHIAVE PERIODO+CREDITORE PER IL
      *  PROSPETTO AI CREDITORI. ESITO ' ' = REGOLARE, 'R' = RIDOTTA
      *  PER I LIMITI SUL NETTO, 'N' = NON TRATTENUTA.
      *----------------------------------------------------------------
       FD  TRATTMOV,
           LABEL RECORD STANDARD,
           DATA RECORD REC-TRATTMOV.
       01  REC-TRATTMOV.
           02 TRM-CHIAVE-MOV.
              03 TRM-AA                 PIC 99.
              03 TRM-MM                 PIC 99.
              03 TRM-COD-CREDITORE      PIC X(6).
              03 TRM-CHIAVE             PIC X(8).
              03 TRM-PROGRESSIVO        PIC 99.
           02 TRM-TIPO                  PIC X.
           02 TRM-CREDITORE             PIC X(30).
           02 TRM-RIFERIMENTO           PIC X(20).
           02 TRM-NOMINATIVO            PIC X(25).
           02 TRM-IMPORTO-DOVUTO        PIC 9(5)V99.
           02 TRM-IMPORTO               PIC 9(5)V99.
           02 TRM-RESIDUO               PIC 9(7)V99.
           02 TRM-ESITO                 PIC X.
           02 FILLER                    PIC X(10).

      *----------------------------------------------------------------
      *  TABELLA CODICI ASSENZA: UN RECORD PER GIUSTIFICATIVO CON LA
      *  PERCENTUALE RETRIBUITA (0 = NON RETRIBUITO) E IL FLAG DI
      *  SUPERIORE + ALIQUOTA), 'P' = ALIQUOTA CONTRIBUTI INPS A
      *  CARICO DIPENDENTE, 'Q' = ALIQUOTA CONTRIBUTI A CARICO
      *  DATORE, 'D' = DETRAZIONE MENSILE PER CARICO
      *  FAMILIARE (CODICE FI/AS/CO), 'R' E 'C' = ALIQUOTA MENSILE
      *  DELL'ADDIZIONALE IRPEF REGIONALE E COMUNALE SULLO STESSO
      *  IMPONIBILE IRPEF. GLI SCAGLIONI DEVONO ESSERE
      *  IN ORDINE DI LIMITE CRESCENTE, L'ULTIMO CON LIMITE 9999999.
      *----------------------------------------------------------------
       FD  TABTRIB,
           DATA RECORD REC-ASSENZE.
       01  REC-ASSENZE                  PIC X(132).

      *----------------------------------------------------------------
      *  DOCUMENTI CEDOLINO: LE STESSE RIGHE DELLO SPOOL CEDOL, UN
      *  DOCUMENTO PER DIPENDENTE E PERIODO (NOME = CHIAVE+AA+MM),
      *  CON LE RIGHE DA SALTARE PRIMA DELLA STAMPA (0 = PAGINA
      *  NUOVA). SI ACCODA FINO AL PRELIEVO DEL CANALE DI CONSEGNA.
      *----------------------------------------------------------------
       FD  DOCCED,
           LABEL RECORD STANDARD,
           DATA RECORD REC-DOCCED.
       01  REC-DOCCED.
           02 DOC-DOCUMENTO.
              03 DOC-CHIAVE             PIC X(8).
              03 DOC-AA                 PIC 99.
              03 DOC-MM                 PIC 99.
           02 DOC-SALTO                 PIC 9.
           02 DOC-RIGA                  PIC X(133).

      *----------------------------------------------------------------
      *  MANIFESTO DI DISTRIBUZIONE: UN RECORD PER DOCUMENTO CON
      *  CANALE (C = CARTA, E = E-MAIL, P = PORTALE), INDIRIZZO,
      *  PAGINE E RIGHE, DATA DI EMISSIONE E ORIGINE (S = STACED,
      *  R = RISTAMPA RISTCED).
      *----------------------------------------------------------------
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

      *----------------------------------------------------------------
      *  STATO DELLA CONSEGNA PER DOCUMENTO: ' ' = IN ATTESA DI
      *  CONFERMA, 'C' = CONSEGNATO, 'R' = RESPINTO, 'S' = SU CARTA
      *  (NESSUNA CONFERMA ATTESA). LE CONFERME DEI CANALI
      *  ELETTRONICI LE CARICA ESITICED.
      *----------------------------------------------------------------
       FD  DISTCED,
           LABEL RECORD STANDARD,
           DATA RECORD REC-DISTCED.
       01  REC-DISTCED.
           02 DIS-DOCUMENTO.
              03 DIS-CHIAVE             PIC X(8).
              03 DIS-AA                 PIC 99.
              03 DIS-MM                 PIC 99.
           02 DIS-NOMINATIVO            PIC X(25).
           02 DIS-CANALE                PIC X.
           02 DIS-PAGINE                PIC 9(3).
           02 DIS-DATA-EMISSIONE        PIC 9(8).
           02 DIS-STATO                 PIC X.
           02 DIS-DATA-ESITO            PIC 9(8).
           02 FILLER                    PIC X(12).

      *----------------------------------------------------------------
      *  VARIAZIONI SENSIBILI (GESOPERAI/APPRVAR): SOLO LETTURA, PER
      *  SEGNALARE GLI IBAN CAMBIATI DALL'ULTIMO PERIODO.
      *----------------------------------------------------------------
       FD  VARSENS,
           LABEL RECORD STANDARD,
           DATA RECORD REC-VARSENS.
           COPY FD_VarSens.

       WORKING-STORAGE SECTION.
       77  CARATTERE-CONTROLLO           PIC X.
       77  NUM-CED                       PIC 9(5) VALUE 0.
           02 ELEM-TABELLA               OCCURS 13 TIMES.
              03 MESE                    PIC X(9).
       01  RIGHE-CEDOLINO SYNC.
           02 RIGA-CEDOL                 OCCURS 20 TIMES.
              03 TRATTENUTE              PIC 9(6).
              03 COMPETENZE              PIC 9(6).
              03 DESCRIZIONE             PIC X(26).
      *  BASE GIORNI PER LA MENSA: DAL CALENDARIO (GESCAL) SE IL
      *  MESE C'E', ALTRIMENTI LA VECCHIA BASE FISSA DI 26 GIORNI.
      *----------------------------------------------------------------
      *----------------------------------------------------------------
      *  DOCUMENTO CEDOLINO IN COSTRUZIONE: NOME, CANALE EFFETTIVO
      *  (E-MAIL SENZA INDIRIZZO = CARTA), RIGHE E PAGINE CONTATE
      *  SUI SALTI DI STAMPA, 60 RIGHE UTILI PER PAGINA.
      *----------------------------------------------------------------
       01  FS-DISTCED                    PIC XX VALUE '00'.
       01  WS-DOC-NOME.
           02 WS-DOC-CHIAVE              PIC X(8).
           02 WS-DOC-AA                  PIC 99.
           02 WS-DOC-MM                  PIC 99.
       77  WS-DOC-CANALE                 PIC X VALUE SPACE.
       77  WS-DOC-RIGHE                  PIC 9(5) VALUE ZERO.
       77  WS-DOC-RIGHE-PAGINA           PIC 9(3) VALUE ZERO.
       77  WS-DOC-PAGINE                 PIC 9(3) VALUE ZERO.
       77  WS-DOC-DATA                   PIC 9(8) VALUE ZERO.
       77  WS-RIGHE-PAGINA               PIC 99 VALUE 60.

       01  FS-CALPAGHE                   PIC XX VALUE '00'.
           88 FS-CALPAGHE-OK             VALUE '00'.
       01  SW-CALPAGHE-APERTO            PIC X  VALUE 'N'.
           88 CALPAGHE-APERTO            VALUE 'S'.

      *----------------------------------------------------------------
      *  TRATTENUTE RICORRENTI: LIMITI SUL NETTO DEL CEDOLINO PRIMA
      *  DELLE TRATTENUTE (UN QUINTO PER CESSIONI E PIGNORAMENTI,
      *  META' PER IL LORO CUMULO) E QUOTE GIA' IMPEGNATE.
      *----------------------------------------------------------------
       01  FS-TRATTDIP                   PIC XX VALUE '00'.
       01  FS-TRATTMOV                   PIC XX VALUE '00'.
       01  SW-TRATTDIP-APERTO            PIC X  VALUE 'N'.
           88 TRATTDIP-APERTO            VALUE 'S'.
       01  SW-FINE-TRATTDIP              PIC 9  VALUE ZERO.
           88 EOF-TRATTDIP               VALUE 1.
       77  WS-AAMM-CORRENTE              PIC 9(4) VALUE ZERO.

      *----------------------------------------------------------------
      *  IBAN CAMBIATI DALL'ULTIMO PERIODO COMPLETATO (AAMM DA
      *  PERCTL, ESCLUSA LA TREDICESIMA) CONFRONTATO CON L'AAMM DELLA
      *  DATA DI APPROVAZIONE.
      *----------------------------------------------------------------
       01  FS-VARSENS                    PIC XX VALUE '00'.
       01  SW-FINE-VARSENS               PIC 9  VALUE ZERO.
           88 EOF-VARSENS                VALUE 1.
       77  WS-AAMM-ULTIMO-PERIODO        PIC 9(4) VALUE ZERO.
       77  WS-AAMM-PERIODO-LETTO         PIC 9(4) VALUE ZERO.
       77  WS-CTR-IBAN-VARIATI           PIC 9(5) VALUE ZERO.
       01  WS-CHIAVE-IBAN.
           02 WS-IBAN-REPARTO            PIC X(4).
           02 WS-IBAN-PERSONALE          PIC X(4).
       01  WS-DATA-ESITO-IBAN            PIC 9(8) VALUE ZERO.
       01  WS-DATA-ESITO-IBAN-R REDEFINES WS-DATA-ESITO-IBAN.
           02 FILLER                     PIC 99.
           02 WS-ESITO-AAMM              PIC 9(4).
           02 FILLER                     PIC 99.
       77  WS-NETTO-PRE-TRATT            PIC 9(7)V99 VALUE ZERO.
       77  WS-QUINTO-NETTO               PIC 9(7)V99 VALUE ZERO.
       77  WS-META-NETTO                 PIC 9(7)V99 VALUE ZERO.
       77  WS-USATO-CESSIONE             PIC 9(7)V99 VALUE ZERO.
       77  WS-USATO-PIGNOR               PIC 9(7)V99 VALUE ZERO.
       77  WS-TRD-DOVUTO                 PIC 9(7)V99 VALUE ZERO.
       77  WS-TRD-IMPORTO                PIC 9(7)V99 VALUE ZERO.
       77  WS-TRD-MASSIMO                PIC S9(7)V99 VALUE ZERO.
       77  WS-TRD-RESIDUO                PIC 9(7)V99 VALUE ZERO.
       77  WS-TRD-ESITO                  PIC X  VALUE SPACE.
       77  WS-BASE-MENSA                 PIC 99 VALUE 26.

      *----------------------------------------------------------------
      *  PART-TIME DEL DIPENDENTE IN PAGA: PERCENTUALE (100 PER IL
      *  TEMPO PIENO), ELEMENTI FISSI RIPROPORZIONATI E ORE DELLA
      *  GIORNATA PER IL CONTEGGIO DEI GIORNI DI MENSA.
      *----------------------------------------------------------------
       77  WS-PERC-PT                    PIC 9(3)V99 VALUE 100.
       77  WS-MINIMO-PT                  PIC 9(5)V99 VALUE ZERO.
       77  WS-CONTINGENZA-PT             PIC 9(6)V99 VALUE ZERO.
       77  WS-MENSA-PT                   PIC 9(5)V99 VALUE ZERO.
       77  WS-ORE-GIORNATA               PIC 9V99 VALUE 8.
       77  WS-BASE-MENSA-AA              PIC 99 VALUE ZERO.
       77  WS-BASE-MENSA-MM              PIC 99 VALUE ZERO.

       01  WS-NUM-SCAGLIONI              PIC 99 VALUE ZERO.
       01  WS-ALIQ-INPS                  PIC 9(2)V99 VALUE ZERO.
       01  WS-ALIQ-INPS-DATORE           PIC 9(2)V99 VALUE ZERO.
       01  WS-ALIQ-ADD-REG               PIC 9(2)V99 VALUE ZERO.
       01  WS-ALIQ-ADD-COM               PIC 9(2)V99 VALUE ZERO.
       01  WS-DETR-FIGLIO                PIC 9(5)V99 VALUE ZERO.
       01  WS-DETR-ASCENDENTE            PIC 9(5)V99 VALUE ZERO.
       01  WS-DETR-CONIUGE               PIC 9(5)V99 VALUE ZERO.
           02 WS-IRPEF-LORDA             PIC 9(7)V99 VALUE ZERO.
           02 WS-DETRAZIONI              PIC 9(7)V99 VALUE ZERO.
           02 WS-IMP-IRPEF               PIC 9(7)V99 VALUE ZERO.
           02 WS-IMP-ADD-REG             PIC 9(7)V99 VALUE ZERO.
           02 WS-IMP-ADD-COM             PIC 9(7)V99 VALUE ZERO.
           02 WS-LIMITE-PREC             PIC 9(7)V99 VALUE ZERO.
           02 WS-QUOTA-SCAGLIONE         PIC 9(7)V99 VALUE ZERO.
           02 WS-IDX-SCA                 PIC 99 VALUE ZERO.
           02 ASC-DET-ORE               PIC ZZ9,99.
           02 FILLER                    PIC X(73) VALUE SPACES.

           COPY PAR_DataCont.

       PROCEDURE DIVISION.
           READY TRACE.
       INIZIO-ELABORAZIONE.
           PERFORM LEGGI-DATA-CONTABILE THRU LEGGI-DATA-CONTABILE-EX.
           OPEN INPUT CARTOR, OUTPUT CEDOL, I-O ANOPIS,
                OUTPUT ECCEZIONI, OUTPUT REGISTRO, OUTPUT ASSENZE,
                OUTPUT BONIFICI, OUTPUT GIORNALE.
           PERFORM APRI-CEDSTOR THRU APRI-CEDSTOR-EX.
           PERFORM APRI-SEPA THRU APRI-SEPA-EX.
           PERFORM APRI-DISTRIBUZIONE THRU APRI-DISTRIBUZIONE-EX.
           OPEN INPUT CALPAGHE.
           IF FS-CALPAGHE-OK
               MOVE 'S' TO SW-CALPAGHE-APERTO.
           PERFORM APRI-TRATTENUTE THRU APRI-TRATTENUTE-EX.
           MOVE 'I' TO WS-JRN-TIPO.
           PERFORM SCRIVI-RUNJRNL THRU SCRIVI-RUNJRNL-EX.
           DISPLAY 'RILANCIO FORZATO DI UN PERIODO COMPLETATO (S/N)? '.
           WRITE REC-REGISTRO AFTER ADVANCING ZERO.
           MOVE WS-REG-INTEST-2 TO REC-REGISTRO.
           WRITE REC-REGISTRO AFTER ADVANCING 2 LINES.
           PERFORM SEGNALA-IBAN-VARIATI THRU SEGNALA-IBAN-VARIATI-EX.
           IF RUN-TREDICESIMA
               GO TO GIRO-TREDICESIMA.
      *----------------------------------------------------------------
           PERFORM AGGIORNA-ANAGRAFICA.
           REWRITE ANAG-OPERAI INVALID KEY STOP RUN.
       STAMPA-TESTATA.
           PERFORM INIZIA-DOCUMENTO THRU INIZIA-DOCUMENTO-EX.
           MOVE SPACE TO RIGA.
           MOVE '           N.PROGR.     COGNOME E NOME    PERSON
      -        '   MESE ANNO'  TO  TESTATA1.
           WRITE RIGA AFTER ADVANCING ZERO.
           MOVE ZERO TO DOC-SALTO.
           PERFORM SCRIVI-RIGA-DOCUMENTO THRU SCRIVI-RIGA-DOCUMENTO-EX.
           MOVE SPACES TO RIGA.
           MOVE NUM-PROG TO O-NUM-PROG.
           MOVE NOMINATIVO TO O-NOMINATIVO.
           MOVE 20 TO SECOLO.
           MOVE I-AA TO ANNO.
           WRITE RIGA AFTER ADVANCING 2 LINES.
           MOVE 2 TO DOC-SALTO.
           PERFORM SCRIVI-RIGA-DOCUMENTO THRU SCRIVI-RIGA-DOCUMENTO-EX.
           MOVE SPACE TO RIGA.
           MOVE '  PAGA ORARIA    DIP.  COD. REP. QUALIF.  PART-TIME %  
      -        '  '  TO TESTATA1.
           WRITE RIGA AFTER ADVANCING 2 LINES.
           MOVE 2 TO DOC-SALTO.
           PERFORM SCRIVI-RIGA-DOCUMENTO THRU SCRIVI-RIGA-DOCUMENTO-EX.
           MOVE SPACE TO RIGA.
           MOVE PAGA-ORARIA TO O-PAGA-ORARIA.
           MOVE DIPENDENZA TO O-DIPENDENZA.
           MOVE CODICE-REPARTO TO O-CODICE-REPARTO.
           MOVE QUALIFICA TO O-QUALIFICA.
           PERFORM PREPARA-PART-TIME THRU PREPARA-PART-TIME-EX.
           MOVE WS-PERC-PT TO O-PERC-PART-TIME.
           WRITE RIGA AFTER ADVANCING 2 LINES.
           MOVE 2 TO DOC-SALTO.
           PERFORM SCRIVI-RIGA-DOCUMENTO THRU SCRIVI-RIGA-DOCUMENTO-EX.
           MOVE SPACES TO RIGA.
           MOVE '   TRATTENUTE   COMPETENZE   DESCRIZIONE ' TO TESTATA1.
           MOVE '-' TO CARATTERE-CONTROLLO.
           WRITE RIGA AFTER ADVANCING 2 LINES.
           MOVE 2 TO DOC-SALTO.
           PERFORM SCRIVI-RIGA-DOCUMENTO THRU SCRIVI-RIGA-DOCUMENTO-EX.
           MOVE SPACES TO RIGA.

       STAMPA-RECORDS.
           MOVE COMPETENZE(INDICE) TO O-COMPETENZE.
           MOVE DESCRIZIONE(INDICE) TO O-DESCRIZIONE.
           WRITE RIGA AFTER ADVANCING 2 LINES.
           MOVE 2 TO DOC-SALTO.
           PERFORM SCRIVI-RIGA-DOCUMENTO THRU SCRIVI-RIGA-DOCUMENTO-EX.
           MOVE SPACE TO RIGA.
           IF INDICE = IND GO TO FINE-MODULO.
           ADD 1 TO INDICE.
           GO TO STAMPA-RECORDS.
       FINE-MODULO.
           PERFORM CHIUDI-DOCUMENTO THRU CHIUDI-DOCUMENTO-EX.
           PERFORM SCRIVI-RIGA-REGISTRO.
           PERFORM SCRIVI-BONIFICO THRU SCRIVI-BONIFICO-EX.
           PERFORM SCRIVI-CEDSTOR.
           MOVE 1 TO IND, INDICE.
           PERFORM AZZERA-RIGA THRU AZZERA-RIGA-EX
                   VARYING WS-IDX-AZZ FROM 1 BY 1
                   UNTIL WS-IDX-AZZ > 20.
           MOVE ZERO TO WS-MESI-LAVORATI.
           PERFORM CONTA-UN-MESE THRU CONTA-UN-MESE-EX
                   VARYING WS-MM-SCAN FROM 1 BY 1
                   UNTIL WS-MM-SCAN > 12.
           IF WS-MESI-LAVORATI = ZERO
               GO TO CALCOLA-TREDICESIMA-EX.
           PERFORM PREPARA-PART-TIME THRU PREPARA-PART-TIME-EX.
           COMPUTE WS-RATA-MINIMO ROUNDED =
                   WS-MINIMO-PT * WS-MESI-LAVORATI / 12.
           COMPUTE WS-RATA-CONTINGENZA ROUNDED =
                   WS-CONTINGENZA-PT * WS-MESI-LAVORATI / 12.
           MOVE 0                   TO TRATTENUTE(1).
           MOVE WS-RATA-MINIMO      TO COMPETENZE(1).
           MOVE 'RATEO MINIMO CATEGORIA'   TO DESCRIZIONE(1).
           PERFORM SCRIVI-RUNJRNL THRU SCRIVI-RUNJRNL-EX.
           IF CALPAGHE-APERTO
               CLOSE CALPAGHE.
           IF TRATTDIP-APERTO
               CLOSE TRATTDIP, TRATTMOV.
           CLOSE CEDOL, CARTOR, ANOPIS, ECCEZIONI, REGISTRO, ASSENZE,
                 BONIFICI, CEDSTOR, GIORNALE, DOCCED, MANCED, DISTCED.
           STOP RUN.

      *----------------------------------------------------------------
      *  DATA DEL RUN: LA DATA CONTABILE DELLA ROUTINE DATACONT VALE
      *  PER IL GIORNALE RUN E PER L'EMISSIONE DEI CEDOLINI.
      *----------------------------------------------------------------
       LEGGI-DATA-CONTABILE.
           MOVE 'D' TO DCP-FUNZIONE.
           MOVE 'STACED' TO DCP-PROGRAMMA.
           CALL 'DATACONT' USING PARAMETRI-DATACONT.
           MOVE DCP-DATA-CONTABILE TO WS-JRN-DATA.
           MOVE DCP-DATA-CONTABILE TO WS-DOC-DATA.
       LEGGI-DATA-CONTABILE-EX.
           EXIT.

      *----------------------------------------------------------------
      *  ACCODA AL GIORNALE RUN CONDIVISO DI SUITE IL RECORD DI
      *  INIZIO O DI FINE LAVORO (STORICO CON STAMPAJRN).
      *----------------------------------------------------------------
       SCRIVI-RUNJRNL.
           OPEN EXTEND RUNJRNL.
           ACCEPT WS-JRN-ORA  FROM TIME.
           MOVE SPACES TO REC-RUNJRNL.
           MOVE 'STACED' TO JRN-PROGRAMMA.
       SCRIVI-RUNJRNL-EX.
           EXIT.

      *----------------------------------------------------------------
      *  IBAN CAMBIATI DALL'ULTIMO PERIODO: OGNI IBAN APPROVATO SU
      *  VARSENS IN UN MESE SUCCESSIVO ALL'ULTIMO PERIODO COMPLETATO
      *  SU PERCTL (SENZA PERIODI COMPLETATI: TUTTI) E OGNI IBAN
      *  ANCORA IN SOSPESO (IL BONIFICO PARTE SUL VECCHIO) FINISCE
      *  SU ECCEZIONI, DA VERIFICARE PRIMA DI INVIARE I BONIFICI.
      *----------------------------------------------------------------
       SEGNALA-IBAN-VARIATI.
           MOVE ZERO TO WS-AAMM-ULTIMO-PERIODO.
           OPEN INPUT PERCTL.
           IF FS-PERCTL NOT = '00'
               CLOSE PERCTL
               GO TO SEGNALA-IBAN-VARSENS.
       LEGGI-PERCTL-IBAN.
           READ PERCTL AT END
                CLOSE PERCTL
                GO TO SEGNALA-IBAN-VARSENS.
           IF PER-STATO = 'C' AND PER-MM NOT > 12
               COMPUTE WS-AAMM-PERIODO-LETTO = PER-AA * 100 + PER-MM
               IF WS-AAMM-PERIODO-LETTO > WS-AAMM-ULTIMO-PERIODO
                   MOVE WS-AAMM-PERIODO-LETTO
                        TO WS-AAMM-ULTIMO-PERIODO.
           GO TO LEGGI-PERCTL-IBAN.
       SEGNALA-IBAN-VARSENS.
           OPEN INPUT VARSENS.
           IF FS-VARSENS NOT = '00'
               GO TO SEGNALA-IBAN-VARIATI-EX.
           MOVE ZERO TO SW-FINE-VARSENS.
       LEGGI-VARSENS-IBAN.
           READ VARSENS NEXT RECORD AT END MOVE 1 TO SW-FINE-VARSENS.
           IF EOF-VARSENS
               CLOSE VARSENS
               GO TO SEGNALA-IBAN-FINE.
           IF NOT VSN-ANOPIS OR NOT VSN-IBAN
               GO TO LEGGI-VARSENS-IBAN.
           IF VSN-RESPINTA
               GO TO LEGGI-VARSENS-IBAN.
           MOVE SPACES TO REC-ECCEZIONI.
           MOVE VSN-CHIAVE-REC TO WS-CHIAVE-IBAN.
           MOVE WS-IBAN-REPARTO    TO ECC-CODICE-REPARTO.
           MOVE WS-IBAN-PERSONALE  TO ECC-CODICE-PERSONALE.
           MOVE ZEROES TO ECC-NUM-CARTELLINO.
           IF VSN-IN-SOSPESO
               MOVE 'IBAN IN SOSPESO: BONIFICO SUL VECCHIO'
                    TO ECC-MOTIVO
               WRITE REC-ECCEZIONI
               ADD 1 TO WS-CTR-IBAN-VARIATI
               GO TO LEGGI-VARSENS-IBAN.
           MOVE VSN-DATA-ESITO TO WS-DATA-ESITO-IBAN.
           IF WS-ESITO-AAMM NOT > WS-AAMM-ULTIMO-PERIODO
               GO TO LEGGI-VARSENS-IBAN.
           STRING 'IBAN VARIATO IL ' VSN-DATA-ESITO ' APPR. '
                  VSN-OPERATORE-ESITO
                  DELIMITED BY SIZE INTO ECC-MOTIVO.
           WRITE REC-ECCEZIONI.
           ADD 1 TO WS-CTR-IBAN-VARIATI.
           GO TO LEGGI-VARSENS-IBAN.
       SEGNALA-IBAN-FINE.
           IF WS-CTR-IBAN-VARIATI > ZERO
               DISPLAY 'IBAN VARIATI O IN SOSPESO DALL''ULTIMO '
                       'PERIODO: ' WS-CTR-IBAN-VARIATI
                       ' (VEDERE ECCEZIONI)'.
       SEGNALA-IBAN-VARIATI-EX.
           EXIT.

      *----------------------------------------------------------------
      *  RIFIUTA UN RUN COMPLETO DI UN PERIODO GIA' MARCATO
      *  COMPLETATO SU PERCTL, A MENO DI RILANCIO FORZATO O DI UNA
               MOVE TRB-ALIQUOTA TO WS-ALIQ-INPS.
           IF TRB-TIPO = 'Q'
               MOVE TRB-ALIQUOTA TO WS-ALIQ-INPS-DATORE.
           IF TRB-TIPO = 'R'
               MOVE TRB-ALIQUOTA TO WS-ALIQ-ADD-REG.
           IF TRB-TIPO = 'C'
               MOVE TRB-ALIQUOTA TO WS-ALIQ-ADD-COM.
           IF TRB-TIPO = 'D' AND TRB-CODICE = 'FI'
               MOVE TRB-IMPORTO TO WS-DETR-FIGLIO.
           IF TRB-TIPO = 'D' AND TRB-CODICE = 'AS'
      *----------------------------------------------------------------
       CALCOLA-CEDOLINO.
           MOVE 1 TO IND, INDICE.
           PERFORM PREPARA-PART-TIME THRU PREPARA-PART-TIME-EX.
           COMPUTE WS-IMP-ORDINARIO ROUNDED =
                   I-ORE-ORDINARIE * PAGA-ORARIA.
           COMPUTE WS-IMP-STRAORD-DIURNO ROUNDED =
      *  ORDINARIE SU GIORNATA DI 8 ORE, SUI GIORNI LAVORATIVI VERI
      *  DEL MESE DA CALENDARIO (BASE 26 SOLO SE IL MESE NON E' A
      *  CALENDARIO: APRILE E DICEMBRE NON SI CORREGGONO PIU' A MANO)
      *  PER IL PART-TIME ORIZZONTALE LA GIORNATA E' RIDOTTA ALLA
      *  PERCENTUALE, E COSI' LA MENSA DEL GIORNO.
      *----------------------------------------------------------------
           PERFORM CERCA-BASE-MENSA THRU CERCA-BASE-MENSA-EX.
           COMPUTE WS-GIORNI-LAVORATI ROUNDED =
                   I-ORE-ORDINARIE / WS-ORE-GIORNATA.
           IF WS-GIORNI-LAVORATI > WS-BASE-MENSA
               MOVE WS-BASE-MENSA TO WS-GIORNI-LAVORATI.
           COMPUTE WS-IMP-MENSA ROUNDED =
                   WS-MENSA-PT * WS-GIORNI-LAVORATI
                   / WS-BASE-MENSA.

           MOVE 0             TO TRATTENUTE(1).
           MOVE 'MAGG. STRAORD. NOTTURNO'   TO DESCRIZIONE(3).

           MOVE 0                       TO TRATTENUTE(4).
           MOVE WS-MINIMO-PT            TO COMPETENZE(4).
           MOVE 'MINIMO DI CATEGORIA'       TO DESCRIZIONE(4).

           MOVE 0                       TO TRATTENUTE(5).
           MOVE WS-CONTINGENZA-PT       TO COMPETENZE(5).
           MOVE 'CONTINGENZA'               TO DESCRIZIONE(5).

           MOVE 0                       TO TRATTENUTE(6).
           COMPUTE WS-TOT-COMPETENZE =
                   WS-IMP-ORDINARIO + WS-IMP-STRAORD-DIURNO
                                    + WS-IMP-STRAORD-NOTTURNO
                                    + WS-MINIMO-PT
                                    + WS-CONTINGENZA-PT
                                    + WS-IMP-MENSA
                                    + WS-TOT-ASSENZE-COD.
           IF WS-TOT-ARRETRATI > ZERO
           PERFORM CALCOLA-TRIBUTI THRU CALCOLA-TRIBUTI-EX.
           COMPUTE WS-NETTO-CEDOLINO =
                   WS-TOT-COMPETENZE - WS-TOT-TRATTENUTE.
           IF TRATTDIP-APERTO
               PERFORM APPLICA-TRATTENUTE THRU APPLICA-TRATTENUTE-EX.

           IF I-ORE-MALATTIA > 0 OR I-ORE-SCIOPERO > 0
               PERFORM SEGNALA-ASSENZE.
           IF FS-CEDSTOR NOT = '00'
               GO TO LIQUIDA-UN-MESE-EX.
           IF SPA-CAMPO = 'MC'
               COMPUTE WS-ARR-RECORD ROUNDED = WS-ARR-RECORD
                     + (WS-ARR-DELTA * WS-PERC-PT / 100)
               GO TO LIQUIDA-UN-MESE-EX.
           IF SPA-CAMPO NOT = 'PO'
               GO TO LIQUIDA-UN-MESE-EX.
      *  BASE GIORNI MENSA DEL PERIODO IN CORSO, LETTA DAL
      *  CALENDARIO UNA VOLTA PER MESE/ANNO.
      *----------------------------------------------------------------
      *----------------------------------------------------------------
      *  PART-TIME DEL DIPENDENTE: PERCENTUALE A ZERO O 100 = TEMPO
      *  PIENO. MINIMO E CONTINGENZA SI RIPROPORZIONANO SEMPRE; LA
      *  MENSA DEL GIORNO E LA GIORNATA DI 8 ORE SOLO NEL PART-TIME
      *  ORIZZONTALE (NEL VERTICALE LA GIORNATA E' PIENA E LA MENSA
      *  CALA GIA' CON I GIORNI EFFETTIVAMENTE LAVORATI).
      *----------------------------------------------------------------
       PREPARA-PART-TIME.
           MOVE PERC-PART-TIME TO WS-PERC-PT.
           IF WS-PERC-PT = ZERO OR WS-PERC-PT > 100
               MOVE 100 TO WS-PERC-PT.
           COMPUTE WS-MINIMO-PT ROUNDED =
                   MINIMO-CATEGORIA * WS-PERC-PT / 100.
           COMPUTE WS-CONTINGENZA-PT ROUNDED =
                   CONTINGENZA * WS-PERC-PT / 100.
           MOVE INDENNITA-MENSA TO WS-MENSA-PT.
           MOVE 8 TO WS-ORE-GIORNATA.
           IF WS-PERC-PT = 100 OR NOT PART-TIME-ORIZZONTALE
               GO TO PREPARA-PART-TIME-EX.
           COMPUTE WS-MENSA-PT ROUNDED =
                   INDENNITA-MENSA * WS-PERC-PT / 100.
           COMPUTE WS-ORE-GIORNATA ROUNDED = 8 * WS-PERC-PT / 100.
           IF WS-ORE-GIORNATA = ZERO
               MOVE 8 TO WS-ORE-GIORNATA.
       PREPARA-PART-TIME-EX.
           EXIT.

       CERCA-BASE-MENSA.
           IF I-AA = WS-BASE-MENSA-AA AND I-MM = WS-BASE-MENSA-MM
               GO TO CERCA-BASE-MENSA-EX.
       CALCOLA-TRIBUTI.
           MOVE ZERO TO WS-IMP-INPS WS-IRPEF-LORDA WS-DETRAZIONI
                        WS-IMP-IRPEF WS-LIMITE-PREC
                        WS-IMP-INPS-DATORE WS-DETR-APPLICATE
                        WS-IMP-ADD-REG WS-IMP-ADD-COM.
      *    I CONTRIBUTI A CARICO DATORE NON ENTRANO NEL CEDOLINO:
      *    ALIMENTANO SOLO REGISTRO E GIORNALE (COSTO DEL LAVORO).
           COMPUTE WS-IMP-INPS-DATORE ROUNDED =

           ADD WS-IMP-INPS  TO WS-TOT-TRATTENUTE.
           ADD WS-IMP-IRPEF TO WS-TOT-TRATTENUTE.

      *    ADDIZIONALI REGIONALE E COMUNALE: ALIQUOTA MENSILE DI
      *    TABTRIB SULLO STESSO IMPONIBILE IRPEF; LA RIGA C'E' SOLO
      *    SE LA TABELLA PREVEDE L'ADDIZIONALE.
           IF WS-ALIQ-ADD-REG > ZERO
               COMPUTE WS-IMP-ADD-REG ROUNDED =
                       WS-IMPONIBILE-IRPEF * WS-ALIQ-ADD-REG / 100
               ADD 1 TO IND
               MOVE WS-IMP-ADD-REG      TO TRATTENUTE(IND)
               MOVE 0                   TO COMPETENZE(IND)
               MOVE 'ADDIZIONALE REGIONALE' TO DESCRIZIONE(IND)
               ADD WS-IMP-ADD-REG TO WS-TOT-TRATTENUTE.
           IF WS-ALIQ-ADD-COM > ZERO
               COMPUTE WS-IMP-ADD-COM ROUNDED =
                       WS-IMPONIBILE-IRPEF * WS-ALIQ-ADD-COM / 100
               ADD 1 TO IND
               MOVE WS-IMP-ADD-COM      TO TRATTENUTE(IND)
               MOVE 0                   TO COMPETENZE(IND)
               MOVE 'ADDIZIONALE COMUNALE'  TO DESCRIZIONE(IND)
               ADD WS-IMP-ADD-COM TO WS-TOT-TRATTENUTE.
       CALCOLA-TRIBUTI-EX.
           EXIT.

       CALCOLA-UNO-SCAGLIONE-EX.
           EXIT.

      *----------------------------------------------------------------
      *  APRE L'ARCHIVIO TRATTENUTE (SENZA ARCHIVIO IL RUN PROCEDE
      *  SENZA TRATTENUTE RICORRENTI) E I MOVIMENTI, CREANDOLI ALLA
      *  PRIMA ESECUZIONE COME CEDSTOR.
      *----------------------------------------------------------------
       APRI-TRATTENUTE.
           OPEN I-O TRATTDIP.
           IF FS-TRATTDIP NOT = '00'
               GO TO APRI-TRATTENUTE-EX.
           OPEN I-O TRATTMOV.
           IF FS-TRATTMOV NOT = '00'
               OPEN OUTPUT TRATTMOV
               CLOSE TRATTMOV
               OPEN I-O TRATTMOV.
           MOVE 'S' TO SW-TRATTDIP-APERTO.
       APRI-TRATTENUTE-EX.
           EXIT.

      *----------------------------------------------------------------
      *  TRATTENUTE RICORRENTI DEL DIPENDENTE, IN ORDINE DI
      *  PROGRESSIVO, SUL NETTO GIA' AL NETTO DELLE RITENUTE.
      *----------------------------------------------------------------
       APPLICA-TRATTENUTE.
           COMPUTE WS-AAMM-CORRENTE = I-AA * 100 + I-MM.
           MOVE WS-NETTO-CEDOLINO TO WS-NETTO-PRE-TRATT.
           COMPUTE WS-QUINTO-NETTO = WS-NETTO-PRE-TRATT / 5.
           COMPUTE WS-META-NETTO = WS-NETTO-PRE-TRATT / 2.
           MOVE ZERO TO WS-USATO-CESSIONE WS-USATO-PIGNOR
                        SW-FINE-TRATTDIP.
           MOVE CHIAVE TO TRD-CHIAVE.
           MOVE ZERO   TO TRD-PROGRESSIVO.
           START TRATTDIP KEY IS NOT LESS THAN TRD-CHIAVE-TRATT.
           IF FS-TRATTDIP NOT = '00'
               GO TO APPLICA-TRATTENUTE-EX.
       LEGGI-TRATTDIP.
           READ TRATTDIP NEXT RECORD AT END MOVE 1 TO SW-FINE-TRATTDIP.
           IF EOF-TRATTDIP
               GO TO APPLICA-TRATTENUTE-EX.
           IF TRD-CHIAVE NOT = CHIAVE
               GO TO APPLICA-TRATTENUTE-EX.
           PERFORM APPLICA-UNA-TRATTENUTA
                   THRU APPLICA-UNA-TRATTENUTA-EX.
           GO TO LEGGI-TRATTDIP.
       APPLICA-TRATTENUTE-EX.
           EXIT.

       APPLICA-UNA-TRATTENUTA.
      *    RILANCIO DELLO STESSO MESE: SI STORNA QUANTO GIA'
      *    APPLICATO (RIAPRENDO LA TRATTENUTA SE ERA STATA ESTINTA)
      *    E SI RICALCOLA DA CAPO.
           IF TRD-ULTIMO-AAMM = WS-AAMM-CORRENTE
               SUBTRACT TRD-ULTIMO-IMPORTO FROM TRD-RECUPERATO
               MOVE ZERO TO TRD-ULTIMO-IMPORTO
               IF TRD-STATO = 'E'
                   MOVE SPACE TO TRD-STATO.
           IF TRD-STATO NOT = SPACE
               GO TO APPLICA-UNA-TRATTENUTA-EX.
           IF TRD-INIZIO-AAMM > WS-AAMM-CORRENTE
               GO TO APPLICA-UNA-TRATTENUTA-EX.
           IF TRD-FINE-AAMM NOT = ZERO
           AND TRD-FINE-AAMM < WS-AAMM-CORRENTE
               GO TO APPLICA-UNA-TRATTENUTA-EX.
           IF TRD-PERCENTUALE > ZERO
               COMPUTE WS-TRD-DOVUTO ROUNDED =
                       WS-NETTO-PRE-TRATT * TRD-PERCENTUALE / 100
           ELSE
               MOVE TRD-IMPORTO-MESE TO WS-TRD-DOVUTO.
           IF TRD-TOTALE > ZERO
               COMPUTE WS-TRD-RESIDUO = TRD-TOTALE - TRD-RECUPERATO
               IF WS-TRD-DOVUTO > WS-TRD-RESIDUO
                   MOVE WS-TRD-RESIDUO TO WS-TRD-DOVUTO.
           MOVE WS-TRD-DOVUTO TO WS-TRD-IMPORTO.
      *    LIMITI DI LEGGE: UN QUINTO DEL NETTO PER LE CESSIONI E
      *    UN QUINTO PER I PIGNORAMENTI, LA META' PER IL CUMULO;
      *    NESSUNA TRATTENUTA PUO' PORTARE IL NETTO SOTTO ZERO.
           IF TRD-TIPO = 'Q'
               COMPUTE WS-TRD-MASSIMO =
                       WS-QUINTO-NETTO - WS-USATO-CESSIONE
               PERFORM LIMITA-TRATTENUTA THRU LIMITA-TRATTENUTA-EX.
           IF TRD-TIPO = 'P'
               COMPUTE WS-TRD-MASSIMO =
                       WS-QUINTO-NETTO - WS-USATO-PIGNOR
               PERFORM LIMITA-TRATTENUTA THRU LIMITA-TRATTENUTA-EX
               COMPUTE WS-TRD-MASSIMO = WS-META-NETTO
                       - WS-USATO-CESSIONE - WS-USATO-PIGNOR
               PERFORM LIMITA-TRATTENUTA THRU LIMITA-TRATTENUTA-EX.
           MOVE WS-NETTO-CEDOLINO TO WS-TRD-MASSIMO.
           PERFORM LIMITA-TRATTENUTA THRU LIMITA-TRATTENUTA-EX.
           IF WS-TRD-IMPORTO > ZERO AND IND NOT < 20
               MOVE ZERO TO WS-TRD-IMPORTO.
           MOVE SPACE TO WS-TRD-ESITO.
           IF WS-TRD-IMPORTO < WS-TRD-DOVUTO
               MOVE 'R' TO WS-TRD-ESITO
               IF WS-TRD-IMPORTO = ZERO
                   MOVE 'N' TO WS-TRD-ESITO.
           IF WS-TRD-ESITO NOT = SPACE
               PERFORM SEGNALA-TRATTENUTA-RIDOTTA.
           IF WS-TRD-IMPORTO > ZERO
               ADD 1 TO IND
               MOVE WS-TRD-IMPORTO     TO TRATTENUTE(IND)
               MOVE 0                  TO COMPETENZE(IND)
               MOVE TRD-DESCRIZIONE    TO DESCRIZIONE(IND)
               ADD WS-TRD-IMPORTO TO WS-TOT-TRATTENUTE
               SUBTRACT WS-TRD-IMPORTO FROM WS-NETTO-CEDOLINO.
           IF TRD-TIPO = 'Q'
               ADD WS-TRD-IMPORTO TO WS-USATO-CESSIONE.
           IF TRD-TIPO = 'P'
               ADD WS-TRD-IMPORTO TO WS-USATO-PIGNOR.
           ADD WS-TRD-IMPORTO TO TRD-RECUPERATO.
           MOVE WS-AAMM-CORRENTE TO TRD-ULTIMO-AAMM.
           MOVE WS-TRD-IMPORTO   TO TRD-ULTIMO-IMPORTO.
           IF TRD-TOTALE > ZERO
           AND TRD-RECUPERATO NOT < TRD-TOTALE
               MOVE 'E' TO TRD-STATO.
           REWRITE REC-TRATTDIP.
           IF FS-TRATTDIP NOT = '00'
               DISPLAY 'ERRORE IN AGGIORNAMENTO TRATTDIP - FS='
                       FS-TRATTDIP.
           PERFORM SCRIVI-TRATTMOV.
       APPLICA-UNA-TRATTENUTA-EX.
           EXIT.

       LIMITA-TRATTENUTA.
           IF WS-TRD-MASSIMO < ZERO
               MOVE ZERO TO WS-TRD-MASSIMO.
           IF WS-TRD-IMPORTO > WS-TRD-MASSIMO
               MOVE WS-TRD-MASSIMO TO WS-TRD-IMPORTO.
       LIMITA-TRATTENUTA-EX.
           EXIT.

      *----------------------------------------------------------------
      *  MOVIMENTO DEL MESE PER IL PROSPETTO AI CREDITORI; UN
      *  RILANCIO DELLO STESSO MESE LO RISCRIVE.
      *----------------------------------------------------------------
       SCRIVI-TRATTMOV.
           MOVE SPACES TO REC-TRATTMOV.
           MOVE I-AA              TO TRM-AA.
           MOVE I-MM              TO TRM-MM.
           MOVE TRD-COD-CREDITORE TO TRM-COD-CREDITORE.
           MOVE TRD-CHIAVE        TO TRM-CHIAVE.
           MOVE TRD-PROGRESSIVO   TO TRM-PROGRESSIVO.
           MOVE TRD-TIPO          TO TRM-TIPO.
           MOVE TRD-CREDITORE     TO TRM-CREDITORE.
           MOVE TRD-RIFERIMENTO   TO TRM-RIFERIMENTO.
           MOVE NOMINATIVO        TO TRM-NOMINATIVO.
           MOVE WS-TRD-DOVUTO     TO TRM-IMPORTO-DOVUTO.
           MOVE WS-TRD-IMPORTO    TO TRM-IMPORTO.
           MOVE ZERO              TO TRM-RESIDUO.
           IF TRD-TOTALE > ZERO
               COMPUTE TRM-RESIDUO = TRD-TOTALE - TRD-RECUPERATO.
           MOVE WS-TRD-ESITO      TO TRM-ESITO.
           WRITE REC-TRATTMOV.
           IF FS-TRATTMOV = '22'
               REWRITE REC-TRATTMOV.
           IF FS-TRATTMOV NOT = '00'
               DISPLAY 'ERRORE IN SCRITTURA TRATTMOV - FS='
                       FS-TRATTMOV.

      *----------------------------------------------------------------
      *  AGGIORNA IL PROGRESSIVO RETRIBUTIVO ANNUO E IL RESIDUO FERIE
      *  DEL DIPENDENTE PRIMA DELLA REWRITE DI ANAG-OPERAI.
       APRI-CEDSTOR-EX.
           EXIT.

      *----------------------------------------------------------------
      *  CEDOLINO ELETTRONICO: DOCUMENTI E MANIFESTO SI ACCODANO
      *  (UN RILANCIO RIPRESO NON PERDE I DOCUMENTI GIA' SCRITTI),
      *  L'ARCHIVIO DI CONSEGNA SI APRE IN I-O CREANDOLO ALLA PRIMA
      *  ESECUZIONE COME CEDSTOR.
      *----------------------------------------------------------------
       APRI-DISTRIBUZIONE.
           OPEN EXTEND DOCCED, EXTEND MANCED.
           OPEN I-O DISTCED.
           IF FS-DISTCED NOT = '00'
               OPEN OUTPUT DISTCED
               CLOSE DISTCED
               OPEN I-O DISTCED.
       APRI-DISTRIBUZIONE-EX.
           EXIT.

      *----------------------------------------------------------------
      *  UN DOCUMENTO PER CEDOLINO: NOME DA CHIAVE E PERIODO, CANALE
      *  DALL'ANAGRAFICA. IL CANALE E-MAIL SENZA INDIRIZZO RICADE
      *  SULLA CARTA, CHE RESTA SEMPRE LA CONSEGNA DI RISERVA.
      *----------------------------------------------------------------
       INIZIA-DOCUMENTO.
           MOVE CHIAVE TO WS-DOC-CHIAVE.
           MOVE I-AA   TO WS-DOC-AA.
           MOVE I-MM   TO WS-DOC-MM.
           MOVE ZERO TO WS-DOC-RIGHE WS-DOC-RIGHE-PAGINA WS-DOC-PAGINE.
           MOVE 'C' TO WS-DOC-CANALE.
           IF CEDOLINO-PORTALE
               MOVE 'P' TO WS-DOC-CANALE.
           IF CEDOLINO-EMAIL AND EMAIL-OPERAIO NOT = SPACES
               MOVE 'E' TO WS-DOC-CANALE.
       INIZIA-DOCUMENTO-EX.
           EXIT.

      *----------------------------------------------------------------
      *  COPIA SUL DOCUMENTO LA RIGA APPENA STAMPATA SU CEDOL, CON
      *  IL SUO SALTO (DOC-SALTO), E CONTA RIGHE E PAGINE.
      *----------------------------------------------------------------
       SCRIVI-RIGA-DOCUMENTO.
           MOVE WS-DOC-NOME TO DOC-DOCUMENTO.
           MOVE RIGA TO DOC-RIGA.
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
      *  DOCUMENTO COMPLETO: RIGA DI MANIFESTO E STATO DI CONSEGNA.
      *  UN RILANCIO DELLO STESSO MESE RIEMETTE IL DOCUMENTO E LO
      *  RIMETTE IN ATTESA DI CONFERMA.
      *----------------------------------------------------------------
       CHIUDI-DOCUMENTO.
           MOVE SPACES TO REC-MANCED.
           MOVE WS-DOC-NOME   TO MAN-DOCUMENTO.
           MOVE NOMINATIVO    TO MAN-NOMINATIVO.
           MOVE WS-DOC-CANALE TO MAN-CANALE.
           IF WS-DOC-CANALE = 'E'
               MOVE EMAIL-OPERAIO TO MAN-EMAIL.
           MOVE WS-DOC-PAGINE TO MAN-PAGINE.
           MOVE WS-DOC-RIGHE  TO MAN-RIGHE.
           MOVE WS-DOC-DATA   TO MAN-DATA-EMISSIONE.
           MOVE 'S'           TO MAN-ORIGINE.
           WRITE REC-MANCED.
           MOVE SPACES TO REC-DISTCED.
           MOVE WS-DOC-NOME   TO DIS-DOCUMENTO.
           MOVE NOMINATIVO    TO DIS-NOMINATIVO.
           MOVE WS-DOC-CANALE TO DIS-CANALE.
           MOVE WS-DOC-PAGINE TO DIS-PAGINE.
           MOVE WS-DOC-DATA   TO DIS-DATA-EMISSIONE.
           MOVE ZERO          TO DIS-DATA-ESITO.
           IF WS-DOC-CANALE = 'C'
               MOVE 'S' TO DIS-STATO.
           WRITE REC-DISTCED.
           IF FS-DISTCED = '22'
               REWRITE REC-DISTCED.
           IF FS-DISTCED NOT = '00'
               DISPLAY 'ERRORE IN SCRITTURA DISTCED - FS=' FS-DISTCED.
       CHIUDI-DOCUMENTO-EX.
           EXIT.

      *----------------------------------------------------------------
      *  ARCHIVIA IL CEDOLINO APPENA ELABORATO; UN RILANCIO DELLO
      *  STESSO MESE RISCRIVE IL CEDOLINO GIA' ARCHIVIATO.
           MOVE WS-TOT-TRATTENUTE TO STO-TOT-TRATTENUTE.
           MOVE WS-NETTO-CEDOLINO TO STO-NETTO.
           MOVE WS-DETR-APPLICATE TO STO-DETRAZIONI.
           MOVE WS-IMP-IRPEF       TO STO-IRPEF.
           MOVE WS-IMP-INPS        TO STO-INPS.
           MOVE WS-IMP-ADD-REG     TO STO-ADD-REGIONALE.
           MOVE WS-IMP-ADD-COM     TO STO-ADD-COMUNALE.
           MOVE WS-IMP-INPS-DATORE TO STO-INPS-DATORE.
           WRITE REC-CEDSTOR.
           IF FS-CEDSTOR = '22'
               REWRITE REC-CEDSTOR.

      *----------------------------------------------------------------
      *  INTESTAZIONE DEL MESSAGGIO SEPA: IDENTIFICATIVO CON LA DATA
      *  DEL RUN E DATA DI ESECUZIONE RICHIESTA (LA DATA CONTABILE,
      *  SPOSTATA AL PRIMO GIORNO LAVORATIVO SE CADE IN UN FESTIVO).
      *----------------------------------------------------------------
       APRI-SEPA.
           MOVE 'L' TO DCP-FUNZIONE.
           MOVE WS-JRN-DATA TO DCP-DATA-IN.
           CALL 'DATACONT' USING PARAMETRI-DATACONT.
           MOVE WS-JRN-DATA TO WS-SEPA-DATA-ESEC.
           IF NOT DCP-ESITO-ERRORE
               MOVE DCP-DATA-OUT TO WS-SEPA-DATA-ESEC.
           MOVE SPACES TO REC-BONIFICO.
           STRING '<Document><CstmrCdtTrfInitn><PmtInf>'
                  DELIMITED BY SIZE INTO REC-BONIFICO.
      *----------------------------------------------------------------
      *  PARAGRAFI DI SEGNALAZIONE ECCEZIONI / ASSENZE
      *----------------------------------------------------------------
       SEGNALA-TRATTENUTA-RIDOTTA.
           MOVE SPACES TO REC-ECCEZIONI.
           MOVE CODICE-REPARTO   TO ECC-CODICE-REPARTO.
           MOVE CODICE-PERSONALE TO ECC-CODICE-PERSONALE.
           MOVE I-NUM-CARTELLINO TO ECC-NUM-CARTELLINO.
           IF WS-TRD-ESITO = 'N'
               STRING 'TRATTENUTA NON APPLICATA: ' TRD-COD-CREDITORE
                      DELIMITED BY SIZE INTO ECC-MOTIVO
           ELSE
               STRING 'TRATTENUTA RIDOTTA AI LIMITI: '
                      TRD-COD-CREDITORE
                      DELIMITED BY SIZE INTO ECC-MOTIVO.
           WRITE REC-ECCEZIONI.

       SEGNALA-CESSATO.
           MOVE SPACES TO REC-ECCEZIONI.
           MOVE CODICE-REPARTO   TO ECC-CODICE-REPARTO.
