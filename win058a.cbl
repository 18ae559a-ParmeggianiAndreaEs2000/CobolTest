       identification division.
       program-id.    win058a.
       Author.        Andrea Parmeggiani - Eurosystem2000.

      *-----------------------------------------------------------------
      * Anonimizzazione delle anagrafiche cancellate da tempo
      *-----------------------------------------------------------------
      * Le anagrafiche clienti/fornitori cancellate (ana-data-canc)
      * restano su COGGEANA, COGAPPOG, COGDESTI e nell'indice parole
      * COGSTANA/COGRACAN con tutti i dati personali. Questo giro
      * periodico seleziona quelle cancellate da piu' del periodo di
      * conservazione (COGTABEL tipo 70, argomento "RETA", chiave
      * "MESI") e ne sbianca i dati personali: nome, indirizzo,
      * localita', cap, partita iva, codice fiscale ed e-mail su
      * COGGEANA, telefoni e IBAN su COGAPPOG, ragione sociale e
      * indirizzo delle destinazioni su COGDESTI; toglie inoltre
      * l'anagrafica dalle catene dell'indice parole ed elimina il
      * suo progressivo da COGRACAN, cosi' che la ricerca WIN058 non
      * la trovi piu'. Codice, tipo, provincia, agente e data di
      * cancellazione restano, perche' i documenti storici vi fanno
      * ancora riferimento.
      * Sono escluse le anagrafiche ancora referenziate: fornitori di
      * movimenti aperti su CLCMOVDC e codici superstiti o morenti di
      * una fusione WIN058M (registro COGANFUS).
      * Ogni giro stampa il registro di quanto anonimizzato (solo
      * tipo e codice, nessun dato personale). Con l'azione "P"
      * (predefinita, chiave "AZIONE") il giro e' di prova: stampa
      * il registro senza modificare nulla; con "A" anonimizza.
      * COGGEANA viene sbiancata per ultima: un giro interrotto
      * ritrova le stesse anagrafiche e completa il lavoro.
      * Programma di servizio batch derivato dall'impianto di WIN058C.
      *-----------------------------------------------------------------
      *
       environment division.
       configuration section.
       source-computer. acu-cobol.
       object-computer. acu-cobol.
       special-names.
           decimal-point is comma.
      *
       input-output section.
       file-control.
      *
       copy "win058a.select".
       copy "cogrunct.select".
      *
       data division.
       file section.
      *
       copy "win058a.fd".
      *
       copy "cogrunct.fd".
      *
       working-storage section.
       copy "win058a.wrk".
      *
       copy "wopenf.cpy".
       copy "wgrave.cpy".
       copy "wcont.cpy".
       copy "cogrunct.wrk".
      *
       01 datasis                       pic 9(08).
      *
       procedure division.
       copy "win058a.decla".
            .
       io-error-rout. exit.
       end declaratives.
      *
       main section.
       apri.
           accept datasis                from century-date
           move 0                        to w-tot-anagrafiche
           move 0                        to w-tot-scadute
           move 0                        to w-tot-anonimizzate
           move 0                        to w-tot-escluse
           move 0                        to w-tot-appog
           move 0                        to w-tot-desti
           move 0                        to w-tot-indice
      * Controllo giri: rifiuto il doppio lancio (copy-member
      * cogrunct.k02). La selezione si rifa' per intero a ogni giro
           perform z-run-apri
           move k-program-id             to w-run-programma
           perform z-run-inizio
           if w-run-occupato = "S"
              display "WIN058A: giro gia' in esecuzione o registro COGRU
      -       "NCT non disponibile, lancio rifiutato"
              stop run
           end-if
           open input clcmovdc cogmomag coganfus cogtabel
           perform z-leggi-parametri
           if w-reta-azione = k-reta-azione-anonimizza
              open i-o coggeana cogappog cogdesti cogstana cogracan
            else
              open input coggeana cogappog cogdesti cogstana cogracan
           end-if
           open output r-registro
           open output w-esc
           close w-esc
           open i-o w-esc
           open output w-ano
           close w-ano
           open i-o w-ano
           open output w-prg
           close w-prg
           open i-o w-prg

           move datasis                  to w-data-lav
           perform x-edita-data
           move w-data-ed                to w-reg-tes-data
           if w-reta-azione = k-reta-azione-anonimizza
              move "ANONIMIZZAZIONE"     to w-reg-tes-modo
            else
              move "PROVA: nessun archivio modificato"
                                         to w-reg-tes-modo
           end-if
           move w-reg-testata            to r-reg-riga
           write r-reg-riga
           move w-data-limite            to w-data-lav
           perform x-edita-data
           move w-data-ed                to w-reg-tes-limite
           move w-reta-mesi              to w-reg-tes-mesi
           move w-reg-testata2           to r-reg-riga
           write r-reg-riga
           move spaces                   to r-reg-riga
           write r-reg-riga
           move w-reg-intesta            to r-reg-riga
           write r-reg-riga
           .
      *
       elabora.
           perform z-raccogli-movimenti
           perform z-raccogli-fusioni
           perform z-seleziona-anagrafiche
           perform z-anonimizza-appoggi
           perform z-anonimizza-destinazioni
           perform z-raccogli-progressivi
           perform z-ripulisci-catene
           if w-reta-azione = k-reta-azione-anonimizza
              perform z-elimina-progressivi
           end-if
           perform z-anonimizza-anagrafiche
           .
      *
       fine.
           move spaces                   to r-reg-riga
           write r-reg-riga
           move w-tot-anagrafiche        to w-reg-tot-anagrafiche
           move w-tot-scadute            to w-reg-tot-scadute
           move w-tot-anonimizzate       to w-reg-tot-anonimizzate
           move w-tot-escluse            to w-reg-tot-escluse
           move w-reg-totali             to r-reg-riga
           write r-reg-riga
           move w-tot-appog              to w-reg-tot-appog
           move w-tot-desti              to w-reg-tot-desti
           move w-tot-indice             to w-reg-tot-indice
           move w-reg-totali2            to r-reg-riga
           write r-reg-riga
           move w-tot-anagrafiche        to w-run-tot-elaborati
           move w-tot-anonimizzate       to w-run-tot-segnalati
           perform z-run-fine
           close coggeana cogappog cogdesti cogstana cogracan
                 clcmovdc cogmomag coganfus cogtabel r-registro
           close w-esc w-ano w-prg
           delete file w-esc
           delete file w-ano
           delete file w-prg
           stop run
           .

      *-----------------------------------------------------------------
      * Parametri del giro da tabella di configurazione generica
      * (stesso uso di COGTABEL di WIN058C): senza configurazione il
      * giro e' di prova e il periodo e' quello predefinito. La data
      * limite e' la data odierna arretrata dei mesi di conservazione
      *-----------------------------------------------------------------
       z-leggi-parametri.
           initialize euta-rec
           move k-reta-tipo              to euta-tipo
           move k-reta-arg               to euta-cfg-arg
           move k-reta-key-mesi          to euta-cfg-key
           perform rd-cogtabel
           if w-verbo-ok and euta-descr (1:3) numeric and
              euta-descr (1:3) > "000"
              move euta-descr (1:3)      to w-reta-mesi
            else
              move k-reta-mesi-default   to w-reta-mesi
           end-if
           move k-verbo-ok               to statusfi

           initialize euta-rec
           move k-reta-tipo              to euta-tipo
           move k-reta-arg               to euta-cfg-arg
           move k-reta-key-azione        to euta-cfg-key
           perform rd-cogtabel
           if w-verbo-ok and
              euta-descr (1:1) = k-reta-azione-anonimizza
              move k-reta-azione-anonimizza
                                         to w-reta-azione
            else
              move k-reta-azione-prova   to w-reta-azione
           end-if
           move k-verbo-ok               to statusfi

           move datasis                  to w-datasis-r
           compute w-mesi-tot = w-sis-anno * 12 + w-sis-mese - 1
                              - w-reta-mesi
           divide w-mesi-tot by 12 giving w-lim-anno
                                   remainder w-mesi-resto
           compute w-lim-mese = w-mesi-resto + 1
           move w-sis-giorno             to w-lim-giorno
           .

      *-----------------------------------------------------------------
      * Esclusioni, primo giro: fornitori dei movimenti di entrata
      * ancora aperti su CLCMOVDC (controllo non chiuso oppure non
      * ancora versato)
      *-----------------------------------------------------------------
       z-raccogli-movimenti.
           move low-values               to mdc-doc-chiave
           perform st-clcmovdc-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-clcmovdc
                 if w-verbo-ok
                    perform x-valuta-movimento
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok               to statusfi
           .

       x-valuta-movimento.
           if mdc-doc-tip <> "E"
              exit paragraph
           end-if
           if (mdc-stato-controllo = k-stato-cc or
               mdc-stato-controllo = k-stato-cn) and
              mdc-stato-versa = "S"
              exit paragraph
           end-if
           move mdc-doc-key              to w-unpack-doc-key
           initialize mag-recz
           move wud-e-riga               to mag-chiap
           perform rd-cogmomag
           if w-verbo-ok and mag-forn <> 0
              initialize esc-rec
              move "F"                   to esc-tipo
              move mag-forn              to esc-cod
              move "M"                   to esc-motivo
              perform wr-w-esc
           end-if
           move k-verbo-ok               to statusfi
           .

      *-----------------------------------------------------------------
      * Esclusioni, secondo giro: superstiti e morenti delle fusioni
      * registrate da WIN058M. Un codice gia' escluso resta con il
      * primo motivo (la scrittura doppia fallisce senza danno)
      *-----------------------------------------------------------------
       z-raccogli-fusioni.
           move low-values               to afu-chiave
           perform st-coganfus-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-coganfus
                 if w-verbo-ok
                    initialize esc-rec
                    move afu-tipo        to esc-tipo
                    move afu-cod-morto   to esc-cod
                    move "F"             to esc-motivo
                    perform wr-w-esc
                    initialize esc-rec
                    move afu-tipo-vivo   to esc-tipo
                    move afu-cod-vivo    to esc-cod
                    move "F"             to esc-motivo
                    perform wr-w-esc
                    move k-verbo-ok      to statusfi
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok               to statusfi
           .

      *-----------------------------------------------------------------
      * Selezione delle anagrafiche cancellate prima della data
      * limite e non ancora anonimizzate; quelle escluse restano sul
      * file di lavoro con il motivo, per comparire sul registro
      *-----------------------------------------------------------------
       z-seleziona-anagrafiche.
           move low-values               to ana-chia
           perform st-coggeana-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-coggeana
                 if w-verbo-ok
                    add 1                to w-tot-anagrafiche
                    perform x-valuta-anagrafica
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok               to statusfi
           .

       x-valuta-anagrafica.
           if ana-data-canc = 0 or ana-data-canc not < w-data-limite
              exit paragraph
           end-if
           if ana-nome = spaces and ana-nome2 = spaces and
              ana-ind = spaces and ana-loca = spaces and
              ana-cap = spaces and ana-piva = 0 and
              ana-cofi = spaces and ana-email = spaces
              exit paragraph
           end-if
           add 1                         to w-tot-scadute
           initialize ano-rec
           move ana-tipo                 to ano-tipo
           move ana-cod                  to ano-cod
           move ana-data-canc            to ano-data-canc
           move "N"                      to ano-fl-appog
           move 0                        to ano-n-desti
           move 0                        to ano-n-indice

           initialize esc-rec
           move ana-tipo                 to esc-tipo
           move ana-cod                  to esc-cod
           perform rd-w-esc
           if w-verbo-ok
              move esc-motivo            to ano-esito
              add 1                      to w-tot-escluse
            else
              move "A"                   to ano-esito
              add 1                      to w-tot-anonimizzate
           end-if
           move k-verbo-ok               to statusfi
           perform wr-w-ano
           move k-verbo-ok               to statusfi
           .

      *-----------------------------------------------------------------
      * Appoggio telefoni/IBAN: un solo record per anagrafica
      *-----------------------------------------------------------------
       z-anonimizza-appoggi.
           move low-values               to ano-chiave
           perform st-w-ano-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-w-ano
                 if w-verbo-ok
                    if ano-esito = "A"
                       perform x-anonimizza-appoggio
                    end-if
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok               to statusfi
           .

       x-anonimizza-appoggio.
           initialize app-rec
           move ano-tipo                 to app-tipo
           move ano-cod                  to app-cod
           perform rd-cogappog
           if not w-verbo-ok
              move k-verbo-ok            to statusfi
              exit paragraph
           end-if
           if app-tel = spaces and app-fax = spaces and
              app-r-cod-iban = spaces
              exit paragraph
           end-if
           add 1                         to w-tot-appog
           move "S"                      to ano-fl-appog
           perform rwr-w-ano
           if w-reta-azione = k-reta-azione-anonimizza
              move spaces                to app-tel
              move spaces                to app-fax
              move spaces                to app-r-cod-iban
              perform rwr-cogappog
           end-if
           move k-verbo-ok               to statusfi
           .

      *-----------------------------------------------------------------
      * Destinazioni: COGDESTI non ha chiave per anagrafica, quindi
      * lo scandisco per intero; la riscrittura non tocca la chiave
      * primaria dst-id e la lettura sequenziale prosegue regolarmente
      *-----------------------------------------------------------------
       z-anonimizza-destinazioni.
           move low-values               to dst-id
           perform st-cogdesti-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-cogdesti
                 if w-verbo-ok
                    perform x-anonimizza-destinazione
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok               to statusfi
           .

       x-anonimizza-destinazione.
           initialize ano-rec
           move dst-ana-tip              to ano-tipo
           move dst-ana-cod              to ano-cod
           perform rd-w-ano
           if not w-verbo-ok or ano-esito <> "A"
              move k-verbo-ok            to statusfi
              exit paragraph
           end-if
           if dst-rag-soc = spaces and dst-ind = spaces and
              dst-loca = spaces and dst-cap = spaces and
              dst-cap-alfa = spaces
              exit paragraph
           end-if
           add 1                         to w-tot-desti
           add 1                         to ano-n-desti
           perform rwr-w-ano
           if w-reta-azione = k-reta-azione-anonimizza
              move spaces                to dst-rag-soc
              move spaces                to dst-ind
              move spaces                to dst-loca
              move spaces                to dst-cap
              move spaces                to dst-cap-alfa
              perform rwr-cogdesti
           end-if
           move k-verbo-ok               to statusfi
           .

      *-----------------------------------------------------------------
      * Indice parole, primo giro: progressivi COGRACAN delle
      * anagrafiche da anonimizzare
      *-----------------------------------------------------------------
       z-raccogli-progressivi.
           move low-values               to ran-nume
           perform st-cogracan-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-cogracan
                 if w-verbo-ok
                    initialize ano-rec
                    move ran-tipo        to ano-tipo
                    move ran-ana         to ano-cod
                    perform rd-w-ano
                    if w-verbo-ok and ano-esito = "A"
                       initialize prg-rec
                       move ran-nume     to prg-nume
                       move ran-tipo     to prg-tipo
                       move ran-ana      to prg-cod
                       perform wr-w-prg
                    end-if
                    move k-verbo-ok      to statusfi
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok               to statusfi
           .

      *-----------------------------------------------------------------
      * Indice parole, secondo giro: i progressivi raccolti vengono
      * azzerati nelle catene. Il totale voci della catena (stan-ulti)
      * resta com'e': la camminata della ricerca WIN058 salta le voci
      * a zero e conta le posizioni, non le voci valorizzate, e la
      * verifica WIN058C le ignora
      *-----------------------------------------------------------------
       z-ripulisci-catene.
           move low-values               to stan-chia
           perform st-cogstana-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-cogstana
                 if w-verbo-ok
                    perform x-ripulisci-record-indice
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok               to statusfi
           .

       x-ripulisci-record-indice.
           move "N"                      to w-fl-stan-modif
           perform varying i-rr from 1 by 1 until i-rr > 40
              if stan-tabe (i-rr) <> 0
                 initialize prg-rec
                 move stan-tabe (i-rr)   to prg-nume
                 perform rd-w-prg
                 if w-verbo-ok
                    perform x-conta-voce-indice
                    move "S"             to w-fl-stan-modif
                    if w-reta-azione = k-reta-azione-anonimizza
                       move 0            to stan-tabe (i-rr)
                    end-if
                 end-if
                 move k-verbo-ok         to statusfi
              end-if
           end-perform
           if w-fl-stan-modif = "S" and
              w-reta-azione = k-reta-azione-anonimizza
              perform rwr-cogstana
           end-if
           move k-verbo-ok               to statusfi
           .

       x-conta-voce-indice.
           add 1                         to w-tot-indice
           initialize ano-rec
           move prg-tipo                 to ano-tipo
           move prg-cod                  to ano-cod
           perform rd-w-ano
           if w-verbo-ok
              add 1                      to ano-n-indice
              perform rwr-w-ano
           end-if
           move k-verbo-ok               to statusfi
           .

      *-----------------------------------------------------------------
      * Indice parole, ultimo giro: i progressivi tolti dalle catene
      * vengono eliminati da COGRACAN
      *-----------------------------------------------------------------
       z-elimina-progressivi.
           initialize prg-rec
           perform st-w-prg-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-w-prg
                 if w-verbo-ok
                    move prg-nume        to ran-nume
                    perform rd-cogracan
                    if w-verbo-ok
                       perform dlt-cogracan
                    end-if
                    move k-verbo-ok      to statusfi
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok               to statusfi
           .

      *-----------------------------------------------------------------
      * COGGEANA per ultima, con la stampa del registro: restano
      * codice, tipo, validita', provincia, agente, tipo cliente e
      * data di cancellazione
      *-----------------------------------------------------------------
       z-anonimizza-anagrafiche.
           move low-values               to ano-chiave
           perform st-w-ano-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-w-ano
                 if w-verbo-ok
                    if ano-esito = "A" and
                       w-reta-azione = k-reta-azione-anonimizza
                       perform x-anonimizza-anagrafica
                    end-if
                    perform z-stampa-registro
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok               to statusfi
           .

       x-anonimizza-anagrafica.
           initialize ana-rec
           move ano-tipo                 to ana-tipo
           move ano-cod                  to ana-cod
           perform rd-coggeana
           if w-verbo-ok
              move spaces                to ana-nome
              move spaces                to ana-nome2
              move spaces                to ana-ind
              move spaces                to ana-loca
              move spaces                to ana-cap
              move 0                     to ana-piva
              move spaces                to ana-cofi
              move spaces                to ana-email
              perform rwr-coggeana
           end-if
           move k-verbo-ok               to statusfi
           .

       z-stampa-registro.
           initialize w-reg-riga
           move ano-tipo                 to w-reg-tipo
           move ano-cod                  to w-reg-cod
           move ano-data-canc            to w-data-lav
           perform x-edita-data
           move w-data-ed                to w-reg-data-canc
           evaluate ano-esito
            when "A"
              if w-reta-azione = k-reta-azione-anonimizza
                 move "Anonimizzata"     to w-reg-esito
               else
                 move "Da anonimizzare"  to w-reg-esito
              end-if
            when "M"
              move "Esclusa: movimenti aperti su CLCMOVDC"
                                         to w-reg-esito
            when "F"
              move "Esclusa: fusione anagrafica (COGANFUS)"
                                         to w-reg-esito
           end-evaluate
           if ano-esito = "A"
              if ano-fl-appog = "S"
                 move "Si"               to w-reg-appog
               else
                 move "No"               to w-reg-appog
              end-if
              move ano-n-desti           to w-reg-desti
              move ano-n-indice          to w-reg-indice
           end-if
           move w-reg-riga               to r-reg-riga
           write r-reg-riga
           .

       x-edita-data.
           move spaces                   to w-data-ed
           if w-data-lav = 0
              exit paragraph
           end-if
           string w-dl-giorno "/" w-dl-mese "/" w-dl-anno
                  delimited size      into w-data-ed
           .

      *-----------------------------------------------------------------
      * Accesso ai file
      *-----------------------------------------------------------------
       rd-coggeana.
           read coggeana
              invalid key
                 move k-verbo-invalido     to statusfi
           end-read
           .
       rwr-coggeana.
           rewrite ana-rec
              invalid key
                 move k-verbo-invalido     to statusfi
           end-rewrite
           .
       rdnxt-coggeana.
           read coggeana next record
              at end
                 move k-fine-file          to statusfi
           end-read
           .
       st-coggeana-notmin.
           start coggeana key not less than ana-chia
              invalid key
                 move k-verbo-invalido     to statusfi
           end-start
           .
       rd-cogappog.
           read cogappog
              invalid key
                 move k-verbo-invalido     to statusfi
           end-read
           .
       rwr-cogappog.
           rewrite app-rec
              invalid key
                 move k-verbo-invalido     to statusfi
           end-rewrite
           .
       rwr-cogdesti.
           rewrite dst-rec
              invalid key
                 move k-verbo-invalido     to statusfi
           end-rewrite
           .
       rdnxt-cogdesti.
           read cogdesti next record
              at end
                 move k-fine-file          to statusfi
           end-read
           .
       st-cogdesti-notmin.
           start cogdesti key not less than dst-id
              invalid key
                 move k-verbo-invalido     to statusfi
           end-start
           .
       rwr-cogstana.
           rewrite stan-rec
              invalid key
                 move k-verbo-invalido     to statusfi
           end-rewrite
           .
       rdnxt-cogstana.
           read cogstana next record
              at end
                 move k-fine-file          to statusfi
           end-read
           .
       st-cogstana-notmin.
           start cogstana key not less than stan-chia
              invalid key
                 move k-verbo-invalido     to statusfi
           end-start
           .
       rd-cogracan.
           read cogracan
              invalid key
                 move k-verbo-invalido     to statusfi
           end-read
           .
       dlt-cogracan.
           delete cogracan record
              invalid key
                 move k-verbo-invalido     to statusfi
           end-delete
           .
       rdnxt-cogracan.
           read cogracan next record
              at end
                 move k-fine-file          to statusfi
           end-read
           .
       st-cogracan-notmin.
           start cogracan key not less than ran-nume
              invalid key
                 move k-verbo-invalido     to statusfi
           end-start
           .
       rd-cogmomag.
           read cogmomag
              invalid key
                 move k-verbo-invalido     to statusfi
           end-read
           .
       rdnxt-coganfus.
           read coganfus next record
              at end
                 move k-fine-file          to statusfi
           end-read
           .
       st-coganfus-notmin.
           start coganfus key not less than afu-chiave
              invalid key
                 move k-verbo-invalido     to statusfi
           end-start
           .
       rd-cogtabel.
           read cogtabel
              invalid key
                 move k-verbo-invalido     to statusfi
           end-read
           .
       rd-w-esc.
           read w-esc
              invalid key
                 move k-verbo-invalido     to statusfi
           end-read
           .
       wr-w-esc.
           write esc-rec
              invalid key
                 move k-verbo-invalido     to statusfi
           end-write
           .
       rd-w-ano.
           read w-ano
              invalid key
                 move k-verbo-invalido     to statusfi
           end-read
           .
       wr-w-ano.
           write ano-rec
              invalid key
                 move k-verbo-invalido     to statusfi
           end-write
           .
       rwr-w-ano.
           rewrite ano-rec
              invalid key
                 move k-verbo-invalido     to statusfi
           end-rewrite
           .
       rdnxt-w-ano.
           read w-ano next record
              at end
                 move k-fine-file          to statusfi
           end-read
           .
       st-w-ano-notmin.
           start w-ano key not less than ano-chiave
              invalid key
                 move k-verbo-invalido     to statusfi
           end-start
           .
       rd-w-prg.
           read w-prg
              invalid key
                 move k-verbo-invalido     to statusfi
           end-read
           .
       wr-w-prg.
           write prg-rec
              invalid key
                 move k-verbo-invalido     to statusfi
           end-write
           .
       rdnxt-w-prg.
           read w-prg next record
              at end
                 move k-fine-file          to statusfi
           end-read
           .
       st-w-prg-notmin.
           start w-prg key not less than prg-nume
              invalid key
                 move k-verbo-invalido     to statusfi
           end-start
           .

       copy "clcmovdc.k02".
       copy "cogrunct.k02".
      *
       end program.
