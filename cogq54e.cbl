      * tipo "L"). Le chiavi trasmesse vengono annotate sul registro
      * COGQ54ES e non vengono riproposte nei giri successivi; ogni
      * riga trasmessa viene elencata sul tabulato di controllo.
      * Per le coppie merce + fornitore in piano di ispezione ridotto
      * (COGQ54SP, aggiornato da COGQ54S) solo un lotto ogni tanti
      * viene trasmesso: gli altri vengono accettati senza collaudo
      * (stato CC, tutta la quantita' decisa ok), annotati sul
      * registro con stato "SL" ed elencati con la loro nota. Un
      * lotto di merce soggetta a certificato di conformita' senza
      * certificato valido su COGQ54CE va comunque a Q3.
      * Programma derivato dalla scansione notturna COGQ54B; direzione
      * opposta del carico esiti COGQ54C.
      *-----------------------------------------------------------------
           accept datasis                from century-date
           move 0                        to w-tot-esaminati
           move 0                        to w-tot-gia-inviati
           move 0                        to w-tot-saltati
      * Controllo giri: rifiuto il doppio lancio e riconosco la
      * ripresa dopo interruzione (copy-member cogrunct.k02)
           perform z-run-apri
              stop run
           end-if
           move w-run-tot-elaborati      to w-tot-trasmessi
           open i-o clcmovdc
           open input cogmomag cogmerlt coglavor cogtabel cogq54ce
           open i-o cogq54es cogq54sp
           if w-run-ripresa = "S"
              open extend q3worklist r-estratto
            else
              open output q3worklist r-estratto
           end-if
           perform z-leggi-skip-frequenza
           .
      *
       elabora.
           move w-tot-esaminati          to w-est-tot-esaminati
           move w-tot-trasmessi          to w-est-tot-trasmessi
           move w-tot-gia-inviati        to w-est-tot-gia-inviati
           move w-tot-saltati            to w-est-tot-saltati
           move w-est-totali             to r-est-riga
           write r-est-riga
           move w-tot-trasmessi          to w-run-tot-elaborati
           move w-tot-gia-inviati        to w-run-tot-segnalati
           perform z-run-fine
           close clcmovdc cogmomag cogmerlt coglavor cogq54es
                 cogq54sp cogtabel cogq54ce q3worklist r-estratto
           stop run
           .

           end-if
           perform x-risolvi-merce-lotto
           if w-fl-doc-ok = "S"
              perform x-valuta-piano-ispezione
              if w-fl-salta = "S"
                 perform x-cert-verifica-lotto
              end-if
              if w-fl-salta = "S"
                 perform z-accetta-senza-collaudo
               else
                 perform z-trasmetti-movimento
              end-if
           end-if
           .

      *-----------------------------------------------------------------
      * Piano di ispezione della coppia merce + fornitore: senza
      * piano, o in piano normale/severo, il movimento va a Q3. In
      * piano ridotto viene trasmesso un lotto ogni w-skip-freq; il
      * contatore dei lotti saltati riparte da zero a ogni lotto
      * trasmesso
      *-----------------------------------------------------------------
       x-valuta-piano-ispezione.
           move "N"                      to w-fl-salta
           if mdc-doc-tip <> "E" or mag-forn = 0
              exit paragraph
           end-if
           initialize pia-rec
           move mag-merce3               to pia-merce
           move mag-forn                 to pia-forn
           perform rd-cogq54sp
           if not w-verbo-ok
              move k-verbo-ok            to statusfi
              exit paragraph
           end-if
           if not pia-liv-ridotto
              exit paragraph
           end-if
           if pia-saltati + 1 < w-skip-freq
              add 1                      to pia-saltati
              move "S"                   to w-fl-salta
            else
              move 0                     to pia-saltati
           end-if
           perform rwr-cogq54sp
           move k-verbo-ok               to statusfi
           .

      *-----------------------------------------------------------------
      * Certificato di conformita' del lotto da saltare: stessa
      * verifica di x-cert-verifica-movimento in COGQ54, che rifiuta
      * di chiudere il movimento senza certificato valido (conforme,
      * scadenza assente o non passata). Senza certificato il lotto
      * va a Q3 come un lotto trasmesso: il contatore dei saltati,
      * gia' aggiornato su pia-rec, riparte da zero
      *-----------------------------------------------------------------
       x-cert-verifica-lotto.
           move "N"                      to w-cer-mancante
           initialize euta-rec
           move k-cert-tipo              to euta-tipo
           move k-cert-arg               to euta-cfg-arg
           move w-mdc-merce              to euta-cfg-key
           move spaces                   to euta-cod
           perform rd-cogtabel
           if not w-verbo-ok
              move k-verbo-ok            to statusfi
              exit paragraph
           end-if

           move "S"                      to w-cer-mancante
           if w-mdc-lotto <> spaces
              initialize cer-rec
              move w-mdc-merce           to cer-merce
              move w-mdc-lotto           to cer-lotto
              perform rd-cogq54ce
              if w-verbo-ok
                 if cer-esito-conforme and
                    (cer-data-scad = 0 or cer-data-scad >= datasis)
                    move "N"             to w-cer-mancante
                 end-if
              end-if
           end-if
           move k-verbo-ok               to statusfi
           if w-cer-mancante = "S"
              move "N"                   to w-fl-salta
              move 0                     to pia-saltati
              perform rwr-cogq54sp
              move k-verbo-ok            to statusfi
           end-if
           .

      *-----------------------------------------------------------------
      * Accettazione senza collaudo: il movimento viene chiuso CC con
      * tutta la quantita' decisa ok (come lo chiuderebbe il carico
      * esiti COGQ54C), annotato sul registro con stato "SL" cosi'
      * che non venga riproposto e non conti come esito nel piano, ed
      * elencato con la sua nota
      *-----------------------------------------------------------------
       z-accetta-senza-collaudo.
           move k-stato-cc               to mdc-stato-controllo
           move mdc-qta-dec              to mdc-qta-ok
           move 0                        to mdc-qta-ko
           move 0                        to mdc-qta-nc
           move spaces                   to mdc-causale
           move datasis                  to mdc-chiu-data
           accept mdc-chiu-ora           from time
           move "S"                      to mdc-chiu-tipo
           move 0                        to mdc-chiu-oper
           perform rwr-clcmovdc
           if not w-verbo-ok
      * Movimento non riscrivibile: resta in attesa e va a Q3, quindi
      * per il piano e' un lotto trasmesso e il contatore dei saltati
      * (gia' aggiornato da x-valuta-piano-ispezione, pia-rec e' la
      * coppia corrente) riparte da zero
              move k-verbo-ok            to statusfi
              move 0                     to pia-saltati
              perform rwr-cogq54sp
              move k-verbo-ok            to statusfi
              perform z-trasmetti-movimento
              exit paragraph
           end-if

           initialize esp-rec
           move mdc-doc-chiave           to esp-doc-chiave
           move datasis                  to esp-data-invio
           move k-stato-salto            to esp-stato
           perform wr-cogq54es
           if not w-verbo-ok
              perform rwr-cogq54es
           end-if

           add 1                         to w-tot-saltati
           initialize w-est-riga
           move mdc-doc-tip              to w-est-doc-tip
           move mdc-doc-key              to w-est-doc-key
           move k-stato-salto            to w-est-stato
           move w-mdc-merce              to w-est-merce
           move w-mdc-lotto              to w-est-lotto
           move mdc-qta-dec              to w-est-qta-dec
           move "Piano ridotto: non collaudato"
                                         to w-est-nota
           move w-est-riga               to r-est-riga
           write r-est-riga
           move k-verbo-ok               to statusfi
           .

      *-----------------------------------------------------------------
      * Frequenza dei lotti collaudati in piano ridotto da tabella di
      * configurazione generica (stessa configurazione SKIP delle
      * regole di passaggio usate da COGQ54S)
      *-----------------------------------------------------------------
       z-leggi-skip-frequenza.
           initialize euta-rec
           move 70                       to euta-tipo
           move "SKIP"                   to euta-cfg-arg
           move "FREQRID"                to euta-cfg-key
           perform rd-cogtabel
           if w-verbo-ok
              move euta-descr (1:3)      to w-skip-ed
              if w-skip-ed numeric and w-skip-ed <> "000"
                 move w-skip-ed          to w-skip-freq
               else
                 move k-skip-freq-default to w-skip-freq
              end-if
            else
              move k-skip-freq-default   to w-skip-freq
           end-if
           move k-verbo-ok               to statusfi
           .

      *-----------------------------------------------------------------
                 move k-verbo-invalido     to statusfi
           end-rewrite
           .
       rd-cogq54sp.
           read cogq54sp
              invalid key
                 move k-verbo-invalido     to statusfi
           end-read
           .
       rwr-cogq54sp.
           rewrite pia-rec
              invalid key
                 move k-verbo-invalido     to statusfi
           end-rewrite
           .
       rd-cogq54ce.
           read cogq54ce
              invalid key
                 move k-verbo-invalido     to statusfi
           end-read
           .
       rd-cogtabel.
           read cogtabel
              invalid key
                 move k-verbo-invalido     to statusfi
           end-read
           .
       rd-cogmomag.
           read cogmomag
              invalid key
