       identification division.
       program-id.    cogq54h.
       Author.        Andrea Parmeggiani - Eurosystem2000.

      *-----------------------------------------------------------------
      * Tabulato dei tempi di collaudo per merce, fornitore e mese
      *-----------------------------------------------------------------
      * Misura quanto la merce ricevuta resta in attesa di collaudo:
      * per i movimenti di tipo "E" vivi (CLCMOVDC) e archiviati
      * (CLCMOVDS) ricevuti nel periodo, i giorni fra la data di
      * ricevimento (data controllo) e la chiusura del controllo
      * registrata sul movimento (mdc-chiu-data, scritta da COGQ54,
      * COGQ54C e COGQ54E). Per merce, fornitore (mag-forn) e mese
      * di ricevimento stampa movimenti chiusi, giorni medi e
      * massimi e movimenti oltre l'obiettivo in giorni custodito su
      * COGTABEL; segue l'elenco dei movimenti oltre l'obiettivo,
      * compresi quelli ancora aperti con l'attesa alla data del
      * giro. I movimenti chiusi prima della registrazione della
      * chiusura sono solo contati.
      * Programma derivato dalla pagella fornitori COGQ54P.
      *-----------------------------------------------------------------
      *
       environment division.
       configuration section.
       source-computer. pc-sperry.
       object-computer. pc-sperry.
       special-names.
           decimal-point is comma.
      *
       input-output section.
       file-control.
      *
       copy "cogq54h.select".
      *
       data division.
       file section.
      *
       copy "cogq54h.fd".
      *
       working-storage section.
       copy "cogq54h.wrk".
      *
       copy "wopenf.cpy".
       copy "wgrave.cpy".
       copy "wcont.cpy".
       copy "utilgesdate.cpy".
      *
       01 datasis                       pic 9(08).
      *
       01 w-unpack-doc-key         pic x(29).
       01 w-unpack-e-momag redefines w-unpack-doc-key.
           04 wud-e-riga.
             05 wud-e-testa.
               06 wud-e-mag        pic x(01).
               06 wud-e-ann        pic 9(04).
               06 wud-e-tip        pic x(01).
               06 wud-e-num        pic 9(06).
             05 wud-e-rig          pic 9(04).
           04 wud-e-prog           pic 9(06).
           04 filler               pic x(07).
      *
       procedure division.
       copy "cogq54h.decla".
            .
       io-error-rout. exit.
       end declaratives.
      *
       main section.
       apri.
           accept datasis                from century-date
           move 0                        to w-tot-esaminati
           move 0                        to w-tot-chiusi
           move 0                        to w-tot-aperti
           move 0                        to w-tot-oltre
           move 0                        to w-tot-senza-chiu
           open input clcmovdc clcmovds cogmomag coggeana cogtabel
           open output r-tempi
           open output w-tem
           close w-tem
           open i-o w-tem
           open output w-olt
           close w-olt
           open i-o w-olt
           perform z-leggi-lead-config
           perform z-calcola-periodo
           .
      *
       elabora.
           perform z-accumula-clcmovdc
           perform z-accumula-clcmovds
           perform z-stampa-riepilogo
           perform z-stampa-oltre
           .
      *
       fine.
           move spaces                   to r-tem-riga
           write r-tem-riga
           move w-tot-esaminati          to w-tem-tot-esaminati
           move w-tot-chiusi             to w-tem-tot-chiusi
           move w-tot-aperti             to w-tem-tot-aperti
           move w-tot-oltre              to w-tem-tot-oltre
           move w-tot-senza-chiu         to w-tem-tot-senza-chiu
           move w-tem-totali             to r-tem-riga
           write r-tem-riga
           close clcmovdc clcmovds cogmomag coggeana cogtabel
                 r-tempi
           close w-tem w-olt
           delete file w-tem
           delete file w-olt
           stop run
           .

      *-----------------------------------------------------------------
      * Periodo esaminato: w-lead-mesi mesi di ricevimento che
      * terminano con il mese di riferimento
      *-----------------------------------------------------------------
       z-calcola-periodo.
           move w-lead-mese-rif          to w-tem-mese-lav-n
           compute w-tem-abs = w-tem-ml-anno * 12
                             + w-tem-ml-mese - 1
                             - w-lead-mesi + 1
           divide w-tem-abs by 12    giving w-tem-ml-anno
                                  remainder w-tem-resto
           compute w-tem-ml-mese = w-tem-resto + 1
           move w-tem-mese-lav-n         to w-tem-mese-ini

           compute w-tem-da-data = w-tem-mese-ini * 100 + 1
           compute w-tem-a-data  = w-lead-mese-rif * 100 + 31
           .

      *-----------------------------------------------------------------
      * Scansione del file vivo per chiave alternativa 3 (data
      * controllo + stato) sull'intervallo del periodo (stessa
      * tecnica di COGQ54P)
      *-----------------------------------------------------------------
       z-accumula-clcmovdc.
           initialize mdc-rec
           move w-tem-da-data            to mdc-chia3-data
           move low-values               to mdc-chia3-stato
           perform st-clcmovdc-notmin-chia3
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-clcmovdc
                 if w-verbo-ok

                    if mdc-di-data > w-tem-a-data
                       exit perform
                    end-if

                    add 1                to w-tot-esaminati
                    perform x-accumula-riga

                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok               to statusfi
           .

      *-----------------------------------------------------------------
      * Scansione dello storico con la stessa chiave e gli stessi
      * limiti: il record viene travasato in mdc-rec cosi' da riusare
      * pari pari x-accumula-riga
      *-----------------------------------------------------------------
       z-accumula-clcmovds.
           initialize sdc-rec
           move w-tem-da-data            to sdc-chia3-data
           move low-values               to sdc-chia3-stato
           perform st-clcmovds-notmin-chia3
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-clcmovds
                 if w-verbo-ok

                    if sdc-di-data > w-tem-a-data
                       exit perform
                    end-if

                    move sdc-rec         to mdc-rec
                    add 1                to w-tot-esaminati
                    perform x-accumula-riga

                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok               to statusfi
           .

      *-----------------------------------------------------------------
      * Accumulo del movimento corrente: i giorni di collaudo vanno
      * dalla data di ricevimento alla chiusura registrata; per i
      * movimenti ancora aperti l'attesa arriva alla data del giro e
      * conta solo se supera l'obiettivo
      *-----------------------------------------------------------------
       x-accumula-riga.
           if mdc-doc-tip <> "E"
              exit paragraph
           end-if
           if mdc-di-data < w-tem-da-data or
              mdc-di-data > w-tem-a-data
              exit paragraph
           end-if
           if mdc-chiu-data not numeric
              move 0                     to mdc-chiu-data
           end-if
           if mdc-stato-controllo = k-stato-cc or
              mdc-stato-controllo = k-stato-cn
              if mdc-chiu-data = 0
                 add 1                   to w-tot-senza-chiu
                 exit paragraph
              end-if
              move "N"                   to w-fl-aperto
            else
              move "S"                   to w-fl-aperto
           end-if
           perform x-risolvi-fornitore
           if w-fl-doc-ok <> "S"
              exit paragraph
           end-if

           initialize util-gesdate
           move "DIFFERENZA-DATE"        to gesdate-ope
           if w-fl-aperto = "S"
              move datasis               to gesdate-data-in
            else
              move mdc-chiu-data         to gesdate-data-in
           end-if
           move mdc-di-data              to gesdate-data-cfr
           call "GESDATE"             using stringhe util-gesdate
           move gesdate-giorni           to w-gg-mov
      * Chiusura anteriore al ricevimento: dato errato, attesa nulla
           if w-gg-mov < 0
              move 0                     to w-gg-mov
           end-if

           if w-fl-aperto = "S"
              add 1                      to w-tot-aperti
              if w-gg-mov not > w-lead-gg
                 exit paragraph
              end-if
           end-if

           initialize tem-rec
           move mag-merce3               to tem-merce
           move mag-forn                 to tem-forn
           move mdc-di-data (1:6)        to tem-mese
           perform rd-w-tem
           if not w-verbo-ok
              initialize tem-rec
              move mag-merce3            to tem-merce
              move mag-forn              to tem-forn
              move mdc-di-data (1:6)     to tem-mese
              perform wr-w-tem
           end-if
           move k-verbo-ok               to statusfi
           if w-fl-aperto = "S"
              add 1                      to tem-aperti-oltre
            else
              add 1                      to w-tot-chiusi
              add 1                      to tem-chiusi
              add w-gg-mov               to tem-gg-totale
              if w-gg-mov > tem-gg-max
                 move w-gg-mov           to tem-gg-max
              end-if
              if w-gg-mov > w-lead-gg
                 add 1                   to tem-oltre
              end-if
           end-if
           perform rwr-w-tem

           if w-gg-mov > w-lead-gg
              add 1                      to w-tot-oltre
              initialize olt-rec
              move mag-merce3            to olt-merce
              move mag-forn              to olt-forn
              move mdc-doc-chiave        to olt-doc-chiave
              move mdc-di-data           to olt-di-data
              if w-fl-aperto = "S"
                 move 0                  to olt-chiu-data
                 move " "                to olt-chiu-tipo
               else
                 move mdc-chiu-data      to olt-chiu-data
                 move mdc-chiu-tipo      to olt-chiu-tipo
              end-if
              move mdc-stato-controllo   to olt-stato
              move w-gg-mov              to olt-giorni
              perform wr-w-olt
      * Chiave doppia: movimento presente sia sul vivo sia sullo
      * storico (archiviazione interrotta), vale la prima lettura
              move k-verbo-ok            to statusfi
           end-if
           .

      *-----------------------------------------------------------------
      * Decodifica della chiave documento (stessa di COGQ54N) fino a
      * merce e fornitore; i documenti cancellati o senza fornitore
      * restano fuori tabulato (li elenca il riconcilio COGQ54R)
      *-----------------------------------------------------------------
       x-risolvi-fornitore.
           move "N"                      to w-fl-doc-ok
           move mdc-doc-key              to w-unpack-doc-key
           initialize mag-recz
           move wud-e-riga               to mag-chiap
           perform rd-cogmomag
           if w-verbo-ok
              if mag-forn <> 0
                 move "S"                to w-fl-doc-ok
              end-if
           end-if
           move k-verbo-ok               to statusfi
           .

      *-----------------------------------------------------------------
      * Riepilogo per merce, fornitore e mese di ricevimento
      *-----------------------------------------------------------------
       z-stampa-riepilogo.
           move w-lead-gg                to w-tem-tes-gg
           move w-tem-mese-ini (5:2)     to w-tem-tes-ini (1:2)
           move "/"                      to w-tem-tes-ini (3:1)
           move w-tem-mese-ini (1:4)     to w-tem-tes-ini (4:4)
           move w-lead-mese-rif (5:2)    to w-tem-tes-fin (1:2)
           move "/"                      to w-tem-tes-fin (3:1)
           move w-lead-mese-rif (1:4)    to w-tem-tes-fin (4:4)
           move w-tem-testata            to r-tem-riga
           write r-tem-riga
           move spaces                   to r-tem-riga
           write r-tem-riga
           move w-tem-intesta            to r-tem-riga
           write r-tem-riga

           move 0                        to w-forn-prec
           initialize tem-rec
           move low-values               to tem-chiave
           perform st-w-tem-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-w-tem
                 if w-verbo-ok
                    perform x-stampa-riepilogo-riga
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok               to statusfi
           .

       x-stampa-riepilogo-riga.
           move tem-forn                 to ana-cod
           perform x-leggi-fornitore

           initialize w-tem-riga
           move tem-merce                to w-tem-merce
           move tem-forn                 to w-tem-forn
           move ana-nome                 to w-tem-nome
           move tem-mese (5:2)           to w-tem-mese (1:2)
           move "/"                      to w-tem-mese (3:1)
           move tem-mese (1:4)           to w-tem-mese (4:4)
           move tem-chiusi               to w-tem-chiusi
           if tem-chiusi > 0
              compute w-gg-medi rounded = tem-gg-totale / tem-chiusi
              move w-gg-medi             to w-tem-gg-medi
              move tem-gg-max            to w-tem-gg-max
           end-if
           move tem-oltre                to w-tem-oltre
           move tem-aperti-oltre         to w-tem-aperti-oltre
           move w-tem-riga               to r-tem-riga
           write r-tem-riga
           .

      * Ragione sociale del fornitore (ana-cod gia' impostato): la
      * rilettura viene evitata finche' il fornitore non cambia
       x-leggi-fornitore.
           if ana-cod = w-forn-prec and w-forn-prec <> 0
              exit paragraph
           end-if
           move ana-cod                  to w-forn-prec
           move "F"                      to ana-tipo
           perform rd-coggeana
           if not w-verbo-ok
              move all "*"               to ana-nome
           end-if
           move k-verbo-ok               to statusfi
           .

      *-----------------------------------------------------------------
      * Elenco dei movimenti oltre l'obiettivo
      *-----------------------------------------------------------------
       z-stampa-oltre.
           move spaces                   to r-tem-riga
           write r-tem-riga
           move w-olt-titolo             to r-tem-riga
           write r-tem-riga
           move w-olt-intesta            to r-tem-riga
           write r-tem-riga

           initialize olt-rec
           move low-values               to olt-chiave
           perform st-w-olt-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-w-olt
                 if w-verbo-ok
                    perform x-stampa-oltre-riga
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok               to statusfi
           .

       x-stampa-oltre-riga.
           initialize w-olt-riga
           move olt-merce                to w-olt-merce
           move olt-forn                 to w-olt-forn
           move olt-doc-chiave (1:1)     to w-olt-doc-tip
           move olt-doc-chiave (2:29)    to w-olt-doc-key
           move olt-di-data              to w-data-lav
           perform x-edita-data
           move w-data-ed                to w-olt-di-data
           move olt-chiu-data            to w-data-lav
           perform x-edita-data
           move w-data-ed                to w-olt-chiu-data
           evaluate olt-chiu-tipo
            when "O"
              move "Operatore"           to w-olt-chiu-tipo
            when "B"
              move "Massiva"             to w-olt-chiu-tipo
            when "Q"
              move "Carico Q3"           to w-olt-chiu-tipo
            when "S"
              move "Piano ridotto"       to w-olt-chiu-tipo
            when other
              move "In attesa"           to w-olt-chiu-tipo
           end-evaluate
           move olt-stato                to w-olt-stato
           move olt-giorni               to w-olt-giorni
           move w-olt-riga               to r-tem-riga
           write r-tem-riga
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
      * Configurazione del tabulato da tabella di configurazione
      * generica (stesso uso di COGTABEL gia' fatto da COGQ54P per la
      * configurazione SCOF), con i valori k-lead-...-default come
      * ripiego
      *-----------------------------------------------------------------
       z-leggi-lead-config.
           initialize euta-rec
           move 70                       to euta-tipo
           move "LEAD"                   to euta-cfg-arg
           move "GGOBIET"                to euta-cfg-key
           perform rd-cogtabel
           if w-verbo-ok
              move euta-descr (1:3)      to w-lead-ed
              if w-lead-ed (1:3) numeric
                 move w-lead-ed (1:3)    to w-lead-gg
               else
                 move k-lead-gg-default  to w-lead-gg
              end-if
            else
              move k-lead-gg-default     to w-lead-gg
           end-if

           initialize euta-rec
           move 70                       to euta-tipo
           move "LEAD"                   to euta-cfg-arg
           move "MESIPER"                to euta-cfg-key
           perform rd-cogtabel
           if w-verbo-ok
              move euta-descr (1:2)      to w-lead-ed
              if w-lead-ed (1:2) numeric and w-lead-ed (1:2) <> "00"
                 move w-lead-ed (1:2)    to w-lead-mesi
               else
                 move k-lead-mesi-default to w-lead-mesi
              end-if
            else
              move k-lead-mesi-default   to w-lead-mesi
           end-if

           initialize euta-rec
           move 70                       to euta-tipo
           move "LEAD"                   to euta-cfg-arg
           move "MESERIF"                to euta-cfg-key
           perform rd-cogtabel
           if w-verbo-ok
              move euta-descr (1:6)      to w-lead-ed
              if w-lead-ed numeric
                 move w-lead-ed          to w-lead-mese-rif
               else
                 move datasis (1:6)      to w-lead-mese-rif
              end-if
            else
              move datasis (1:6)         to w-lead-mese-rif
           end-if
           move k-verbo-ok               to statusfi
           .

      *-----------------------------------------------------------------
      * Accesso ai file
      *-----------------------------------------------------------------
       rd-cogtabel.
           read cogtabel
              invalid key
                 move k-verbo-invalido     to statusfi
           end-read
           .
       rd-cogmomag.
           read cogmomag
              invalid key
                 move k-verbo-invalido     to statusfi
           end-read
           .
       rd-coggeana.
           read coggeana
              invalid key
                 move k-verbo-invalido     to statusfi
           end-read
           .
       rd-w-tem.
           read w-tem
              invalid key
                 move k-verbo-invalido     to statusfi
           end-read
           .
       wr-w-tem.
           write tem-rec
              invalid key
                 move k-verbo-invalido     to statusfi
           end-write
           .
       rwr-w-tem.
           rewrite tem-rec
              invalid key
                 move k-verbo-invalido     to statusfi
           end-rewrite
           .
       rdnxt-w-tem.
           read w-tem next record
              at end
                 move k-fine-file          to statusfi
           end-read
           .
       st-w-tem-notmin.
           start w-tem key not less than tem-chiave
              invalid key
                 move k-verbo-invalido     to statusfi
           end-start
           .
       wr-w-olt.
           write olt-rec
              invalid key
                 move k-verbo-invalido     to statusfi
           end-write
           .
       rdnxt-w-olt.
           read w-olt next record
              at end
                 move k-fine-file          to statusfi
           end-read
           .
       st-w-olt-notmin.
           start w-olt key not less than olt-chiave
              invalid key
                 move k-verbo-invalido     to statusfi
           end-start
           .

       copy "clcmovdc.k02".
       copy "clcmovds.k02".
      *
       end program.
