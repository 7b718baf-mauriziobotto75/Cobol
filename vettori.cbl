*>                     tracciati dei file di uscita; se un file di
*>                     ingresso manca resta il vecchio inserimento
*>                     da console.
*> 15-10-2026 Matteo  Nuova modalita' A: la tabella dei dipendenti
*>                     si costruisce direttamente dall'anagrafica
*>                     paghe ANOPIS (solo dipendenti non cessati,
*>                     incrocio sul codice fiscale dell'anagrafica),
*>                     al posto del file f-dipendenti sempre in
*>                     ritardo. Le uscite residenti-dipendenti,
*>                     non-dipendenti e interurbani riportano ora
*>                     anche reparto e qualifica per l'indagine
*>                     comunale sul pendolarismo.

identification division.
*> Questo è tipo il program di pascal
    select f-dipendenti assign to disk
        organization is line sequential
        file status is fs-dipendenti.
*> Anagrafica paghe (stesso archivio di GESOPERAI e STACED), letta
*> in sequenza nella modalita' A
    select f-anopis assign to disk
        organization is indexed
        access mode is sequential
        record key is anopis-chiave
        file status is fs-anopis.
    select f-scarti assign to disk
        organization is line sequential.
    select f-non-dipendenti assign to disk
    02  rec-nome-dipendente pic x(30).
    02  filler pic x(1).
    02  rec-qualifica-dipendente pic x(30).
    02  filler pic x(1).
    02  rec-reparto-dipendente pic x(4).

*> Tracciato di ANOPIS: servono situazione, chiave, nominativo,
*> qualifica e codice fiscale, il resto del record e' filler
fd  f-anopis.
01  rec-anopis.
    02  anopis-situazione pic x.
    02  anopis-chiave.
      03  anopis-reparto pic x(4).
      03  anopis-personale pic x(4).
    02  anopis-nominativo pic x(25).
    02  filler pic x(42).
    02  anopis-qualifica pic xx.
    02  filler pic x(126).
    02  anopis-codice-fiscale pic x(16).

fd  f-scarti.
01  rec-scarto.
    02  rec-nome-non-dipendente pic x(30).
    02  filler pic x(1) value space.
    02  rec-titolo-studio-non-dipendente pic x(30).
    02  filler pic x(1) value space.
    02  rec-reparto-non-dipendente pic x(4).
    02  filler pic x(1) value space.
    02  rec-qualifica-non-dipendente pic x(30).

fd  f-interurbani.
01  rec-interurbano.
    02  rec-nome-interurbano pic x(30).
    02  filler pic x(1) value space.
    02  rec-qualifica-interurbano pic x(30).
    02  filler pic x(1) value space.
    02  rec-reparto-interurbano pic x(4).

fd  f-residenti-dipendenti.
01  rec-residente-dipendente.
    02  rec-titolo-studio-residente-dipendente pic x(30).
    02  filler pic x(1) value space.
    02  rec-qualifica-residente-dipendente pic x(30).
    02  filler pic x(1) value space.
    02  rec-reparto-residente-dipendente pic x(4).

working-storage section.

      03  codice-fiscale-dipendente pic x(30).
      03  nome-dipendente pic x(30).
      03  qualifica-dipendente pic x(30).
      03  reparto-dipendente pic x(4).

01  interurbani.
    02  interurbano occurs 200 times.
      03  cod-fis-interurbano pic x(30).
      03  nome-interurbano pic x(30).
      03  qualifica-interurbano pic x(30).
      03  reparto-interurbano pic x(4).

01  non-dipendenti.
    02  non-dipendente occurs 200 times.
      03  cod-fis-non-dipendente pic x(30).
      03  nome-non-dipendente pic x(30).
      03  titolo-studio-non-dipendente pic x(30).
      03  reparto-non-dipendente pic x(4).
      03  qualifica-non-dipendente pic x(30).

*> Tabella dei codici fiscali che compaiono sia fra gli abitanti che
*> fra i dipendenti (l'intersezione, prima scartata durante l'incrocio)
      03  nome-residente-dipendente pic x(30).
      03  titolo-studio-residente-dipendente pic x(30).
      03  qualifica-residente-dipendente pic x(30).
      03  reparto-residente-dipendente pic x(4).

*> Crea della variabili intere normali
*> in pascal sarebbe dim:integer ecc...
77  fine-abitanti pic 9 value 0.
77  fine-dipendenti pic 9 value 0.

*> Modalita' A (dipendenti da ANOPIS): fonte scelta, appoggi per
*> l'inserimento ordinato per codice fiscale e contatori
77  fonte-dipendenti pic x value space.
77  fs-anopis pic xx value "00".
77  fine-anopis pic 9 value 0.
77  pos-inserimento pic 999.
77  ctr-cessati pic 9(5) value 0.
77  ctr-senza-cf pic 9(5) value 0.

*> Appoggi della validazione: nome della tabella in esame, codice
*> scomposto per il controllo di formato e esito della sequenza
77  tabella-in-esame pic x(12).
      perform insDimAbitanti
      perform insAbitanti
    end-if.
    display "Fonte dei dipendenti: A = anagrafica paghe ANOPIS, "
            "F = file f-dipendenti".
    accept fonte-dipendenti.
    if fonte-dipendenti = "A" or "a"
      perform leggiDipendentiDaAnopis
      if fs-anopis not = "00"
        display "ANOPIS NON APRIBILE - FS=" fs-anopis
        stop run
      end-if
    else
      perform leggiDipendentiDaFile
      if fs-dipendenti not = "00"
        perform insDimDipendenti
        perform insDipendenti
      end-if
    end-if.
    perform validaTabelle.
    if run-da-fermare = 1
*> lo stesso valore
          move codice-fiscale-dipendente(j) to cod-fis-interurbano(k) 
          move nome-dipendente(j) to nome-interurbano(k) 
          move qualifica-dipendente(j) to qualifica-interurbano(k)
          move reparto-dipendente(j) to reparto-interurbano(k)
          add 1 to j k
      else
          add 1 to i   
    perform until not (j <= dim-dipendenti)
      move codice-fiscale-dipendente(j) to cod-fis-interurbano(k) 
      move nome-dipendente(j) to nome-interurbano(k) 
      move qualifica-dipendente(j) to qualifica-interurbano(k)
      move reparto-dipendente(j) to reparto-interurbano(k)
      add 1 to j k
    end-perform.
    compute dim-interurbani = k - 1.
        move nome-abitante(i) to nome-residente-dipendente(m)
        move titolo-studio-abitante(i) to titolo-studio-residente-dipendente(m)
        move qualifica-dipendente(j) to qualifica-residente-dipendente(m)
        move reparto-dipendente(j) to reparto-residente-dipendente(m)
        add 1 to i j m
      else
        if codice-fiscale-abitante(i) < codice-fiscale-dipendente(j)
          move codice-fiscale-abitante(i) to cod-fis-non-dipendente(k)
          move nome-abitante(i) to nome-non-dipendente(k)
          move titolo-studio-abitante(i) to titolo-studio-non-dipendente(k)
          move spaces to reparto-non-dipendente(k)
                         qualifica-non-dipendente(k)
          add 1 to i k
        else
          add 1 to j
      move codice-fiscale-abitante(i) to cod-fis-non-dipendente(k)
      move nome-abitante(i) to nome-non-dipendente(k)
      move titolo-studio-abitante(i) to titolo-studio-non-dipendente(k)
      move spaces to reparto-non-dipendente(k)
                     qualifica-non-dipendente(k)
      add 1 to i k
    end-perform.
    compute dim-non-dipendenti = k - 1.
          move rec-nome-dipendente to nome-dipendente(dim-dipendenti)
          move rec-qualifica-dipendente to
               qualifica-dipendente(dim-dipendenti)
          move rec-reparto-dipendente to
               reparto-dipendente(dim-dipendenti)
      end-read
    end-perform.
    close f-dipendenti.
    display "Dipendenti letti da file: " dim-dipendenti.
ex-leggiDipendentiDaFile. exit.

*> Modalita' A: la tabella dei dipendenti nasce dall'anagrafica
*> paghe. Si leggono tutti i record di ANOPIS saltando i cessati
*> (situazione C) e quelli ancora senza codice fiscale (segnalati a
*> video, vanno completati in GESOPERAI); ANOPIS e' in ordine di
*> reparto+personale, quindi ogni dipendente viene inserito nella
*> tabella al suo posto in ordine di codice fiscale, come richiede
*> l'incrocio
leggiDipendentiDaAnopis.
    set dim-dipendenti to 0.
    move 0 to fine-anopis.
    open input f-anopis.
    if fs-anopis not = "00"
      exit paragraph
    end-if.
    perform until fine-anopis = 1
      read f-anopis
        at end move 1 to fine-anopis
        not at end
          evaluate true
            when anopis-situazione = "C"
              add 1 to ctr-cessati
            when anopis-codice-fiscale = spaces
              add 1 to ctr-senza-cf
              display "Dipendente senza codice fiscale: "
                      anopis-reparto " " anopis-personale " "
                      anopis-nominativo
            when dim-dipendenti >= 200
              display "DIPENDENTI ATTIVI OLTRE 200: TABELLA PIENA"
              move 1 to fine-anopis
            when other
              perform inserisciDipendenteOrdinato
          end-evaluate
      end-read
    end-perform.
    close f-anopis.
    move "00" to fs-anopis.
    display "Dipendenti attivi letti da ANOPIS: " dim-dipendenti.
    display "Cessati esclusi: " ctr-cessati
            "  senza codice fiscale: " ctr-senza-cf.
ex-leggiDipendentiDaAnopis. exit.

*> Inserimento ordinato: cerca la prima posizione con codice fiscale
*> maggiore, sposta in giu' di un posto la coda della tabella e
*> scrive il dipendente nel posto liberato
inserisciDipendenteOrdinato.
    move 1 to pos-inserimento.
    perform until pos-inserimento > dim-dipendenti
      or codice-fiscale-dipendente(pos-inserimento) >
         anopis-codice-fiscale
      add 1 to pos-inserimento
    end-perform.
    perform varying j from dim-dipendenti by -1
      until j < pos-inserimento
      move dipendente(j) to dipendente(j + 1)
    end-perform.
    move anopis-codice-fiscale to
         codice-fiscale-dipendente(pos-inserimento).
    move anopis-nominativo to nome-dipendente(pos-inserimento).
    move anopis-qualifica to qualifica-dipendente(pos-inserimento).
    move anopis-reparto to reparto-dipendente(pos-inserimento).
    add 1 to dim-dipendenti.
ex-inserisciDipendenteOrdinato. exit.

*> Questo è l'inserimento della tabella dei dipendenti
insDipendenti.

     accept nome-dipendente(i)
     display "Inserire qualifica del dipendente "  i
     accept qualifica-dipendente(i)
     move spaces to reparto-dipendente(i)
   end-perform.

ex-insDipendenti. exit.
      move nome-non-dipendente(k) to rec-nome-non-dipendente
      move titolo-studio-non-dipendente(k) to
           rec-titolo-studio-non-dipendente
      move reparto-non-dipendente(k) to rec-reparto-non-dipendente
      move qualifica-non-dipendente(k) to
           rec-qualifica-non-dipendente
      write rec-non-dipendente
    end-perform.
    close f-non-dipendenti.
      move cod-fis-interurbano(k) to rec-cod-fis-interurbano
      move nome-interurbano(k) to rec-nome-interurbano
      move qualifica-interurbano(k) to rec-qualifica-interurbano
      move reparto-interurbano(k) to rec-reparto-interurbano
      write rec-interurbano
    end-perform.
    close f-interurbani.
           rec-titolo-studio-residente-dipendente
      move qualifica-residente-dipendente(m) to
           rec-qualifica-residente-dipendente
      move reparto-residente-dipendente(m) to
           rec-reparto-residente-dipendente
      write rec-residente-dipendente
    end-perform.
    close f-residenti-dipendenti.
