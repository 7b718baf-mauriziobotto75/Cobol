      *  PASSANO SUL FILE PULITO CHE STACED LEGGE (CARTOROUT), GLI
      *  ALTRI FINISCONO SUL REPORT SCARTI CON IL MOTIVO, COSI' GLI
      *  ERRORI SI CORREGGONO PRIMA DEL RUN PAGHE E NON DOPO.
      *  GLI STRAORDINARI DIURNI E NOTTURNI SONO CONFRONTATI CON LE
      *  ORE AUTORIZZATE DAL RESPONSABILE (AUTSTRA, GESAUTST): LE ORE
      *  IN ECCEDENZA FANNO SCARTARE IL CARTELLINO OPPURE, A SCELTA
      *  DELL'OPERATORE, VENGONO TAGLIATE ALL'AUTORIZZATO CON UNA
      *  RIGA DI AVVISO SUGLI SCARTI. LE ORE LAVORATE VENGONO
      *  RIPORTATE SU AUTSTRA PER IL RIEPILOGO MENSILE (RIEPSTRA).
      *  PER I DIPENDENTI PART-TIME (PERCENTUALE IN ANOPIS) I
      *  MASSIMALI DI ORE ORDINARIE E DI ASSENZA E LE ORE TEORICHE
      *  DEL MESE SONO RIPROPORZIONATI ALLA PERCENTUALE.
      ******************************************************************
       IDENTIFICATION DIVISION.

               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-CHIAVE
               FILE STATUS IS FS-CALPAGHE.
           SELECT AUTSTRA ASSIGN SYS036-DA-3340-I-AUTSTRA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUS-CHIAVE
               FILE STATUS IS FS-AUTSTRA.
           SELECT ANOPIS ASSIGN SYS007-DA-3340-I-ANOPIS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE
               FILE STATUS IS FS-ANOPIS.

       DATA DIVISION.
       FILE SECTION.
           02 CAL-FESTIVITA             PIC 99.
           02 FILLER                    PIC X(7).

      *----------------------------------------------------------------
      *  AUTORIZZAZIONI STRAORDINARIO (GESAUTST): ORE DIURNE E
      *  NOTTURNE AUTORIZZATE PER PERIODO, REPARTO E PERSONALE. QUI
      *  SI RIPORTANO LE ORE DEL CARTELLINO E L'ESITO DEL CONFRONTO
      *  (' ' ENTRO L'AUTORIZZATO, 'L' LIMITATE, 'S' SCARTATO).
      *----------------------------------------------------------------
       FD  AUTSTRA,
           LABEL RECORD STANDARD,
           DATA RECORD REC-AUTSTRA.
       01  REC-AUTSTRA.
           02 AUS-CHIAVE.
              03 AUS-AA                 PIC 99.
              03 AUS-MM                 PIC 99.
              03 AUS-CODICE-REPARTO     PIC X(4).
              03 AUS-CODICE-PERSONALE   PIC X(4).
           02 AUS-ORE-DIURNE-AUT        PIC 9(3)V99.
           02 AUS-ORE-NOTTURNE-AUT      PIC 9(3)V99.
           02 AUS-APPROVATORE           PIC X(20).
           02 AUS-DATA-APPROVAZIONE     PIC 9(8).
           02 AUS-ORE-DIURNE-LAV        PIC 9(3)V99.
           02 AUS-ORE-NOTTURNE-LAV      PIC 9(3)V99.
           02 AUS-ESITO                 PIC X.
           02 FILLER                    PIC X(15).

       FD  SCARTI,
           LABEL RECORD OMITTED,
           DATA RECORD REC-SCARTO.
           02 SCA-NUM-CARTELLINO        PIC 9(5).
           02 FILLER                    PIC X(2).
           02 SCA-MOTIVO                PIC X(40).
           02 FILLER                    PIC X(2).
           02 SCA-ECC-DIURNE            PIC ZZ9,99.
           02 FILLER                    PIC X(2).
           02 SCA-ECC-NOTTURNE          PIC ZZ9,99.
           02 FILLER                    PIC X(57).

      *----------------------------------------------------------------
      *  ANAGRAFICA OPERAI, LETTA SOLO PER LA PERCENTUALE PART-TIME.
      *----------------------------------------------------------------
       FD  ANOPIS,
           LABEL RECORD STANDARD,
           RECORDING MODE F,
           BLOCK CONTAINS 21 RECORDS,
           DATA RECORD ANAG-OPERAI.
       01  ANAG-OPERAI.
           02  SITUAZIONE                PIC X.
           02  CHIAVE.
               03 CODICE-REPARTO         PIC X(4).
               03 CODICE-PERSONALE       PIC X(4).
           02  RESTO-ANAGRAFICA          PIC X(138).
           02  PERC-PART-TIME            PIC 9(3)V99.
           02  TIPO-PART-TIME            PIC X.
           02  FILLER                    PIC X(67).

       WORKING-STORAGE SECTION.

       77  WS-MAX-ORE-STRAORD            PIC 9(3)V99 VALUE 080,00.
       77  WS-MAX-ORE-ASSENZA            PIC 9(3)V99 VALUE 184,00.

      *----------------------------------------------------------------
      *  MASSIMALI E TEORICO DEL SINGOLO CARTELLINO, RIPROPORZIONATI
      *  ALLA PERCENTUALE PART-TIME (ANOPIS ASSENTE O DIPENDENTE NON
      *  TROVATO = TEMPO PIENO).
      *----------------------------------------------------------------
       01  FS-ANOPIS                     PIC XX VALUE '00'.
           88 FS-ANOPIS-OK               VALUE '00'.
       01  SW-ANOPIS-APERTO              PIC X  VALUE 'N'.
           88 ANOPIS-APERTO              VALUE 'S'.
       77  WS-PERC-PT                    PIC 9(3)V99 VALUE 100.
       77  WS-LIM-ORE-ORDINARIE          PIC 9(3)V99 VALUE ZERO.
       77  WS-LIM-ORE-ASSENZA            PIC 9(3)V99 VALUE ZERO.
       77  WS-LIM-ORE-TEORICHE           PIC 9(3)V99 VALUE ZERO.

      *----------------------------------------------------------------
      *  ORE TEORICHE DEL PERIODO DA CALENDARIO (ZERO = CALENDARIO
      *  NON DISPONIBILE, CONTROLLO SALTATO) E ORE TOTALI DEL
       01  SW-CODICI-VALIDI              PIC X  VALUE 'S'.
           88 CODICI-ASSENZA-VALIDI      VALUE 'S'.

      *----------------------------------------------------------------
      *  CONTROLLO STRAORDINARI SULLE AUTORIZZAZIONI: SENZA FILE
      *  AUTSTRA IL CONTROLLO E' SALTATO (E SEGNALATO A VIDEO).
      *  L'OPERATORE SCEGLIE SE SCARTARE IL CARTELLINO CON ORE NON
      *  AUTORIZZATE (S) O LIMITARLE ALL'AUTORIZZATO (L).
      *----------------------------------------------------------------
       01  FS-AUTSTRA                    PIC XX VALUE '00'.
           88 FS-AUTSTRA-OK              VALUE '00'.
           88 FS-AUTSTRA-DUPLICATE       VALUE '22'.
       01  SW-AUTSTRA-APERTO             PIC X  VALUE 'N'.
           88 AUTSTRA-APERTO             VALUE 'S'.
       01  WS-TRATTA-STRAORD             PIC X  VALUE 'S'.
           88 STRAORD-DA-SCARTARE        VALUE 'S'.
           88 STRAORD-DA-LIMITARE        VALUE 'L'.
       77  WS-ECC-DIURNE                 PIC S9(3)V99 VALUE ZERO.
       77  WS-ECC-NOTTURNE               PIC S9(3)V99 VALUE ZERO.

       01  WS-CONTATORI.
           02 WS-CTR-LETTI               PIC 9(5) VALUE ZERO.
           02 WS-CTR-PULITI              PIC 9(5) VALUE ZERO.
           02 WS-CTR-SCARTATI            PIC 9(5) VALUE ZERO.
           02 WS-CTR-LIMITATI            PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       INIZIO-ELABORAZIONE.
           ACCEPT WS-PERIODO-MM.
           DISPLAY 'ANNO DEL PERIODO PAGHE (AA): '.
           ACCEPT WS-PERIODO-AA.
           DISPLAY 'STRAORDINARIO NON AUTORIZZATO (S=SCARTA, '
                   'L=LIMITA): '.
           ACCEPT WS-TRATTA-STRAORD.
           IF NOT STRAORD-DA-LIMITARE
               MOVE 'S' TO WS-TRATTA-STRAORD.
           OPEN INPUT CARTORIN.
           IF FS-CARTORIN NOT = '00'
               DISPLAY 'CARTELLINI NON APRIBILI - FS=' FS-CARTORIN
           PERFORM CERCA-CALENDARIO THRU CERCA-CALENDARIO-EX.
           PERFORM CARICA-TABELLA-ASSENZE
                   THRU CARICA-TABELLA-ASSENZE-EX.
           OPEN I-O AUTSTRA.
           IF FS-AUTSTRA-OK
               MOVE 'S' TO SW-AUTSTRA-APERTO
           ELSE
               DISPLAY 'AUTORIZZAZIONI STRAORDINARIO ASSENTI: '
                       'CONTROLLO SALTATO'.
           OPEN INPUT ANOPIS.
           IF FS-ANOPIS-OK
               MOVE 'S' TO SW-ANOPIS-APERTO
           ELSE
               DISPLAY 'ANAGRAFICA OPERAI ASSENTE: MASSIMALI A '
                       'TEMPO PIENO'.
       LETTURA-CONTROLLO.
           READ CARTORIN AT END GO TO FINE-ELABORAZIONE.
           IF FS-CARTORIN NOT = '00'
               MOVE 'ORE NON NUMERICHE' TO WS-MOTIVO-SCARTO
               PERFORM SCARTA-CARTELLINO
               GO TO CONTROLLA-CARTELLINO-EX.
           PERFORM CERCA-PART-TIME THRU CERCA-PART-TIME-EX.
           IF I-ORE-ORDINARIE > WS-LIM-ORE-ORDINARIE
               MOVE 'ORE ORDINARIE OLTRE IL MASSIMALE'
                    TO WS-MOTIVO-SCARTO
               PERFORM SCARTA-CARTELLINO
                    TO WS-MOTIVO-SCARTO
               PERFORM SCARTA-CARTELLINO
               GO TO CONTROLLA-CARTELLINO-EX.
           IF I-ORE-MALATTIA > WS-LIM-ORE-ASSENZA
           OR I-ORE-FERIE > WS-LIM-ORE-ASSENZA
           OR I-ORE-SCIOPERO > WS-LIM-ORE-ASSENZA
           OR I-ORE-FERM-NCN-RET > WS-LIM-ORE-ASSENZA
               MOVE 'ORE DI ASSENZA OLTRE IL MASSIMALE'
                    TO WS-MOTIVO-SCARTO
               PERFORM SCARTA-CARTELLINO
      *    CONTROLLO DA CALENDARIO: ORDINARIE PIU' ASSENZE (ANCHE
      *    CODIFICATE) NON POSSONO SUPERARE LE ORE TEORICHE DEL MESE
      *    (GLI STRAORDINARI STANNO FUORI DAL TEORICO).
           IF WS-LIM-ORE-TEORICHE > ZERO
               COMPUTE WS-ORE-TOTALI = I-ORE-ORDINARIE
                     + I-ORE-MALATTIA + I-ORE-FERIE
                     + I-ORE-SCIOPERO + I-ORE-FERM-NCN-RET
                     + I-ORE-ASSENZA(1) + I-ORE-ASSENZA(2)
                     + I-ORE-ASSENZA(3)
               IF WS-ORE-TOTALI > WS-LIM-ORE-TEORICHE
                   MOVE 'ORE TOTALI OLTRE IL TEORICO DEL MESE'
                        TO WS-MOTIVO-SCARTO
                   PERFORM SCARTA-CARTELLINO
                   GO TO CONTROLLA-CARTELLINO-EX.
           IF AUTSTRA-APERTO
               PERFORM CONTROLLA-STRAORDINARIO
                       THRU CONTROLLA-STRAORDINARIO-EX.
       CONTROLLA-CARTELLINO-EX.
           EXIT.

      *----------------------------------------------------------------
      *  PERCENTUALE PART-TIME DEL DIPENDENTE DEL CARTELLINO E
      *  MASSIMALI RIPROPORZIONATI (UGUALI PER ORIZZONTALE E
      *  VERTICALE: IL CARTELLINO E' MENSILE). GLI STRAORDINARI
      *  RESTANO SUL MASSIMALE PIENO E SULLE AUTORIZZAZIONI.
      *----------------------------------------------------------------
       CERCA-PART-TIME.
           MOVE 100 TO WS-PERC-PT.
           IF NOT ANOPIS-APERTO
               GO TO CERCA-PART-TIME-CALCOLO.
           MOVE CODICI-RICERCA TO CHIAVE.
           READ ANOPIS.
           IF FS-ANOPIS-OK
           AND PERC-PART-TIME NUMERIC
           AND PERC-PART-TIME > ZERO
           AND PERC-PART-TIME < 100
               MOVE PERC-PART-TIME TO WS-PERC-PT.
       CERCA-PART-TIME-CALCOLO.
           COMPUTE WS-LIM-ORE-ORDINARIE ROUNDED =
                   WS-MAX-ORE-ORDINARIE * WS-PERC-PT / 100.
           COMPUTE WS-LIM-ORE-ASSENZA ROUNDED =
                   WS-MAX-ORE-ASSENZA * WS-PERC-PT / 100.
           COMPUTE WS-LIM-ORE-TEORICHE ROUNDED =
                   WS-ORE-TEORICHE-MESE * WS-PERC-PT / 100.
       CERCA-PART-TIME-EX.
           EXIT.

      *----------------------------------------------------------------
      *  LE ORE DELLE ASSENZE CODIFICATE DEVONO ESSERE NUMERICHE
      *  DOVE IL CODICE E' VALORIZZATO.
       CERCA-CALENDARIO-EX.
           EXIT.

      *----------------------------------------------------------------
      *  STRAORDINARI DEL CARTELLINO CONTRO LE ORE AUTORIZZATE DEL
      *  PERIODO. SENZA AUTORIZZAZIONE TUTTE LE ORE SONO ECCEDENTI E
      *  IL RECORD VIENE CREATO CON AUTORIZZATO ZERO, COSI' IL
      *  RIEPILOGO MOSTRA ANCHE GLI STRAORDINARI MAI APPROVATI. LE
      *  ORE LAVORATE SI RIPORTANO PRIMA DELL'EVENTUALE TAGLIO.
      *----------------------------------------------------------------
       CONTROLLA-STRAORDINARIO.
           MOVE I-AA               TO AUS-AA.
           MOVE I-MM               TO AUS-MM.
           MOVE I-CODICE-REPARTO   TO AUS-CODICE-REPARTO.
           MOVE I-CODICE-PERSONALE TO AUS-CODICE-PERSONALE.
           READ AUTSTRA.
           IF NOT FS-AUTSTRA-OK
               IF I-ORE-ST-DIURNE = ZERO AND I-ORE-ST-NOTTURNE = ZERO
                   GO TO CONTROLLA-STRAORDINARIO-EX
               ELSE
                   MOVE SPACES TO REC-AUTSTRA
                   MOVE I-AA               TO AUS-AA
                   MOVE I-MM               TO AUS-MM
                   MOVE I-CODICE-REPARTO   TO AUS-CODICE-REPARTO
                   MOVE I-CODICE-PERSONALE TO AUS-CODICE-PERSONALE
                   MOVE ZERO TO AUS-ORE-DIURNE-AUT
                                AUS-ORE-NOTTURNE-AUT
                                AUS-DATA-APPROVAZIONE.
           MOVE I-ORE-ST-DIURNE   TO AUS-ORE-DIURNE-LAV.
           MOVE I-ORE-ST-NOTTURNE TO AUS-ORE-NOTTURNE-LAV.
           MOVE SPACE TO AUS-ESITO.
           COMPUTE WS-ECC-DIURNE = I-ORE-ST-DIURNE
                                 - AUS-ORE-DIURNE-AUT.
           COMPUTE WS-ECC-NOTTURNE = I-ORE-ST-NOTTURNE
                                   - AUS-ORE-NOTTURNE-AUT.
           IF WS-ECC-DIURNE < ZERO
               MOVE ZERO TO WS-ECC-DIURNE.
           IF WS-ECC-NOTTURNE < ZERO
               MOVE ZERO TO WS-ECC-NOTTURNE.
           IF WS-ECC-DIURNE = ZERO AND WS-ECC-NOTTURNE = ZERO
               GO TO AGGIORNA-AUTSTRA.
           IF STRAORD-DA-LIMITARE
               PERFORM LIMITA-STRAORDINARIO
                       THRU LIMITA-STRAORDINARIO-EX
           ELSE
               MOVE 'S' TO AUS-ESITO
               MOVE 'STRAORDINARIO NON AUTORIZZATO'
                    TO WS-MOTIVO-SCARTO
               MOVE 'N' TO SW-CARTELLINO-VALIDO
               ADD 1 TO WS-CTR-SCARTATI.
           MOVE SPACES TO REC-SCARTO.
           MOVE I-CODICE-REPARTO   TO SCA-CODICE-REPARTO.
           MOVE I-CODICE-PERSONALE TO SCA-CODICE-PERSONALE.
           MOVE I-NUM-CARTELLINO   TO SCA-NUM-CARTELLINO.
           MOVE WS-MOTIVO-SCARTO   TO SCA-MOTIVO.
           MOVE WS-ECC-DIURNE      TO SCA-ECC-DIURNE.
           MOVE WS-ECC-NOTTURNE    TO SCA-ECC-NOTTURNE.
           WRITE REC-SCARTO.
       AGGIORNA-AUTSTRA.
           WRITE REC-AUTSTRA.
           IF FS-AUTSTRA-DUPLICATE
               REWRITE REC-AUTSTRA.
           IF NOT FS-AUTSTRA-OK
               DISPLAY 'ERRORE IN SCRITTURA AUTSTRA - FS=' FS-AUTSTRA.
       CONTROLLA-STRAORDINARIO-EX.
           EXIT.

       LIMITA-STRAORDINARIO.
           MOVE 'L' TO AUS-ESITO.
           MOVE 'STRAORDINARIO LIMITATO ALL''AUTORIZZATO'
                TO WS-MOTIVO-SCARTO.
           IF WS-ECC-DIURNE > ZERO
               MOVE AUS-ORE-DIURNE-AUT TO I-ORE-ST-DIURNE.
           IF WS-ECC-NOTTURNE > ZERO
               MOVE AUS-ORE-NOTTURNE-AUT TO I-ORE-ST-NOTTURNE.
           ADD 1 TO WS-CTR-LIMITATI.
       LIMITA-STRAORDINARIO-EX.
           EXIT.

       CONFRONTA-QUALIFICA.
           IF I-QUALIFICA = QUALIFICA-AMMESSA(WS-IDX-QUAL)
               MOVE 'S' TO SW-QUALIFICA-TROVATA.

       FINE-ELABORAZIONE.
           CLOSE CARTORIN, CARTOROUT, SCARTI.
           IF AUTSTRA-APERTO
               CLOSE AUTSTRA.
           IF ANOPIS-APERTO
               CLOSE ANOPIS.
           DISPLAY 'CARTELLINI LETTI:    ' WS-CTR-LETTI.
           DISPLAY 'CARTELLINI PULITI:   ' WS-CTR-PULITI.
           DISPLAY 'CARTELLINI SCARTATI: ' WS-CTR-SCARTATI.
           DISPLAY 'STRAORD. LIMITATI:   ' WS-CTR-LIMITATI.
           STOP RUN.
       END PROGRAM EDCARTOR.
