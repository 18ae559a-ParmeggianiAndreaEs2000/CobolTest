       identification division.
       program-id.    cogq54p.
       Author.        Andrea Parmeggiani - Eurosystem2000.

      *-----------------------------------------------------------------
      * Pagella qualita' e consegne dei fornitori
      *-----------------------------------------------------------------
      * Aggrega insieme i movimenti di controllo vivi (CLCMOVDC) e
      * archiviati (CLCMOVDS) di tipo "E": la chiave documento porta
      * alla riga COGMOMAG e da li' al fornitore (mag-forn) su
      * COGGEANA. Per ogni fornitore: lotti ricevuti, quantita'
      * decise/ok/ko/nc, percentuale di scarto (ko+nc su quantita'
      * decisa), quota di consegne ricevute oltre la data prevista
      * mdc-data-cns e numero di avvisi di non conformita' presenti
      * sul registro COGQ54NA. Ogni fornitore riceve un giudizio
      * (A/B/C/D) contro le soglie custodite su COGTABEL e viene
      * confrontato con il periodo precedente di pari durata; il
      * tabulato e' una classifica ordinata per giudizio e scarto.
      * L'accumulo passa da un file di lavoro ordinato per fornitore
      * + periodo (stesso accorgimento di COGQ54Q), la classifica da
      * un secondo file di lavoro ordinato per giudizio.
      * Giro periodico derivato dalla statistica COGQ54Q.
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
       copy "cogq54p.select".
      *
       data division.
       file section.
      *
       copy "cogq54p.fd".
      *
       working-storage section.
       copy "cogq54p.wrk".
      *
       copy "wopenf.cpy".
       copy "wgrave.cpy".
       copy "wcont.cpy".
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
       copy "cogq54p.decla".
            .
       io-error-rout. exit.
       end declaratives.
      *
       main section.
       apri.
           accept datasis                from century-date
           move 0                        to w-tot-esaminati
           move 0                        to w-tot-accumulati
           move 0                        to w-tot-fornitori
           open input clcmovdc clcmovds cogmomag coggeana cogq54na
                      cogtabel
           open output r-pagella
           open output w-pag
           close w-pag
           open i-o w-pag
           open output w-cla
           close w-cla
           open i-o w-cla
           perform z-leggi-scof-config
           perform z-calcola-periodi
           .
      *
       elabora.
           perform z-accumula-clcmovdc
           perform z-accumula-clcmovds
           perform z-classifica-fornitori
           perform z-stampa-pagella
           .
      *
       fine.
           move spaces                   to r-pag-riga
           write r-pag-riga
           move w-tot-esaminati          to w-pag-tot-esaminati
           move w-tot-accumulati         to w-pag-tot-accumulati
           move w-tot-fornitori          to w-pag-tot-fornitori
           move w-pag-totali             to r-pag-riga
           write r-pag-riga
           close clcmovdc clcmovds cogmomag coggeana cogq54na
                 cogtabel r-pagella
           close w-pag w-cla
           delete file w-pag
           delete file w-cla
           stop run
           .

      *-----------------------------------------------------------------
      * Periodi a confronto: il corrente termina con il mese di
      * riferimento e dura w-scof-mesi mesi, il precedente dura
      * altrettanto e lo precede. La scansione copre entrambi, dal
      * primo giorno del precedente all'ultimo del corrente
      *-----------------------------------------------------------------
       z-calcola-periodi.
           move w-scof-mese-rif          to w-pag-mese-lav-n
           compute w-pag-abs-rif = w-pag-ml-anno * 12
                                 + w-pag-ml-mese - 1
           compute w-pag-abs-ini-cor = w-pag-abs-rif - w-scof-mesi + 1
           compute w-pag-abs-ini-pre = w-pag-abs-ini-cor - w-scof-mesi

           move w-pag-abs-ini-cor        to w-pag-abs
           perform x-mese-da-progressivo
           move w-pag-mese-lav-n         to w-pag-mese-ini-cor

           move w-pag-abs-ini-pre        to w-pag-abs
           perform x-mese-da-progressivo
           move w-pag-mese-lav-n         to w-pag-mese-ini-pre

           compute w-pag-abs = w-pag-abs-ini-cor - 1
           perform x-mese-da-progressivo
           move w-pag-mese-lav-n         to w-pag-mese-fin-pre

           compute w-pag-da-data = w-pag-mese-ini-pre * 100 + 1
           compute w-pag-a-data  = w-scof-mese-rif * 100 + 31
           .

       x-mese-da-progressivo.
           divide w-pag-abs by 12    giving w-pag-ml-anno
                                  remainder w-pag-resto
           compute w-pag-ml-mese = w-pag-resto + 1
           .

      *-----------------------------------------------------------------
      * Scansione del file vivo per chiave alternativa 3 (data
      * controllo + stato) sull'intervallo dei due periodi (stessa
      * tecnica di COGQ54Q)
      *-----------------------------------------------------------------
       z-accumula-clcmovdc.
           initialize mdc-rec
           move w-pag-da-data            to mdc-chia3-data
           move low-values               to mdc-chia3-stato
           perform st-clcmovdc-notmin-chia3
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-clcmovdc
                 if w-verbo-ok

                    if mdc-di-data > w-pag-a-data
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
      * pari pari x-accumula-riga (stesso travaso di COGQ54Q)
      *-----------------------------------------------------------------
       z-accumula-clcmovds.
           initialize sdc-rec
           move w-pag-da-data            to sdc-chia3-data
           move low-values               to sdc-chia3-stato
           perform st-clcmovds-notmin-chia3
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-clcmovds
                 if w-verbo-ok

                    if sdc-di-data > w-pag-a-data
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
      * Accumulo del movimento corrente sulla riga fornitore+periodo
      * del file di lavoro. Una consegna e' in ritardo se la data di
      * ricevimento (data controllo) supera la data prevista; le
      * consegne senza data prevista non entrano nella quota ritardi
      *-----------------------------------------------------------------
       x-accumula-riga.
           if mdc-doc-tip <> "E"
              exit paragraph
           end-if
           if mdc-di-data < w-pag-da-data or
              mdc-di-data > w-pag-a-data
              exit paragraph
           end-if
           perform x-risolvi-fornitore
           if w-fl-doc-ok <> "S"
              exit paragraph
           end-if

           add 1                         to w-tot-accumulati
           initialize pag-rec
           move mag-forn                 to pag-forn
           move mdc-di-data (1:6)        to w-pag-mese-lav-n
           compute w-pag-abs = w-pag-ml-anno * 12 + w-pag-ml-mese - 1
           if w-pag-abs < w-pag-abs-ini-cor
              move 1                     to pag-periodo
            else
              move 2                     to pag-periodo
           end-if
           perform rd-w-pag
           if not w-verbo-ok
              initialize pag-rec
              move mag-forn              to pag-forn
              if w-pag-abs < w-pag-abs-ini-cor
                 move 1                  to pag-periodo
               else
                 move 2                  to pag-periodo
              end-if
              perform wr-w-pag
           end-if
           add 1                         to pag-lotti
           add mdc-qta-dec               to pag-qta-dec
           add mdc-qta-ok                to pag-qta-ok
           add mdc-qta-ko                to pag-qta-ko
           add mdc-qta-nc                to pag-qta-nc
           if mdc-data-cns not numeric
              move 0                     to mdc-data-cns
           end-if
           if mdc-data-cns <> 0
              add 1                      to pag-consegne
              if mdc-di-data > mdc-data-cns
                 add 1                   to pag-ritardi
              end-if
           end-if
           initialize nta-rec
           move mdc-doc-chiave           to nta-doc-chiave
           perform rd-cogq54na
           if w-verbo-ok
              add 1                      to pag-avvisi
           end-if
           move k-verbo-ok               to statusfi
           perform rwr-w-pag
           .

      *-----------------------------------------------------------------
      * Decodifica della chiave documento (stessa di COGQ54N) fino al
      * fornitore; i documenti cancellati o senza fornitore restano
      * fuori pagella (li elenca il riconcilio COGQ54R)
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
      * Classifica: scorro il file dei totali in ordine di fornitore
      * + periodo. Il periodo precedente viene solo accantonato; il
      * periodo corrente produce la riga di classifica con giudizio
      * e confronto. I fornitori senza consegne nel periodo corrente
      * restano fuori classifica
      *-----------------------------------------------------------------
       z-classifica-fornitori.
           move 0                        to w-forn-prec
           move "N"                      to w-fl-prec
           initialize pag-rec
           move low-values               to pag-chiave
           perform st-w-pag-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-w-pag
                 if w-verbo-ok
                    perform x-classifica-riga
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok               to statusfi
           .

       x-classifica-riga.
           if pag-forn <> w-forn-prec
              move pag-forn              to w-forn-prec
              move "N"                   to w-fl-prec
           end-if
           perform x-calcola-percentuali
           perform x-assegna-voto

           if pag-periodo = 1
              move "S"                   to w-fl-prec
              move w-voto                to w-prec-voto
              move w-pct-scarto          to w-prec-pct-scarto
              move w-pct-ritardo         to w-prec-pct-ritardo
              exit paragraph
           end-if

           initialize cla-rec
           move w-voto                   to cla-voto
           move w-pct-scarto             to cla-pct-scarto
           move pag-forn                 to cla-forn
           move pag-lotti                to cla-lotti
           move pag-qta-dec              to cla-qta-dec
           move pag-qta-ok               to cla-qta-ok
           move pag-qta-ko               to cla-qta-ko
           move pag-qta-nc               to cla-qta-nc
           move w-pct-ritardo            to cla-pct-ritardo
           move pag-avvisi               to cla-avvisi
           move w-fl-prec                to cla-fl-prec
           if w-fl-prec = "S"
              move w-prec-voto           to cla-voto-prec
              move w-prec-pct-scarto     to cla-pct-scarto-prec
              move w-prec-pct-ritardo    to cla-pct-ritardo-prec
           end-if
           perform wr-w-cla
           add 1                         to w-tot-fornitori
           move k-verbo-ok               to statusfi
           .

      * Percentuali di scarto e di ritardo della riga di lavoro
      * corrente, limitate a 999,99 per stare nella chiave di
      * classifica anche con quantita' che non quadrano
       x-calcola-percentuali.
           if pag-qta-dec = 0
              move 0                     to w-pct-scarto
            else
              compute w-pct-scarto rounded
                 = (pag-qta-ko + pag-qta-nc) * 100 / pag-qta-dec
           end-if
           if w-pct-scarto > 999,99
              move 999,99                to w-pct-scarto
           end-if
           if w-pct-scarto < 0
              move 0                     to w-pct-scarto
           end-if
           if pag-consegne = 0
              move 0                     to w-pct-ritardo
            else
              compute w-pct-ritardo rounded
                 = pag-ritardi * 100 / pag-consegne
           end-if
           .

       x-assegna-voto.
           evaluate true
            when w-pct-scarto  <= w-scof-sca-a and
                 w-pct-ritardo <= w-scof-rit-a
              move "A"                   to w-voto
            when w-pct-scarto  <= w-scof-sca-b and
                 w-pct-ritardo <= w-scof-rit-b
              move "B"                   to w-voto
            when w-pct-scarto  <= w-scof-sca-c and
                 w-pct-ritardo <= w-scof-rit-c
              move "C"                   to w-voto
            when other
              move "D"                   to w-voto
           end-evaluate
           .

      *-----------------------------------------------------------------
      * Stampa della classifica: il file di lavoro e' gia' ordinato
      * per giudizio e percentuale di scarto crescenti. Il punto
      * esclamativo segnala i fornitori il cui giudizio e' peggiorato
      * rispetto al periodo precedente
      *-----------------------------------------------------------------
       z-stampa-pagella.
           initialize w-pag-testata
           string w-pag-mese-ini-cor (5:2) "/"
                  w-pag-mese-ini-cor (1:4)
               delimited size         into w-pag-tes-ini-cor
           string w-scof-mese-rif (5:2) "/"
                  w-scof-mese-rif (1:4)
               delimited size         into w-pag-tes-fin-cor
           string w-pag-mese-ini-pre (5:2) "/"
                  w-pag-mese-ini-pre (1:4)
               delimited size         into w-pag-tes-ini-pre
           string w-pag-mese-fin-pre (5:2) "/"
                  w-pag-mese-fin-pre (1:4)
               delimited size         into w-pag-tes-fin-pre
           move w-pag-testata            to r-pag-riga
           write r-pag-riga
           move w-scof-sca-a             to w-pag-sgl-sca-a
           move w-scof-rit-a             to w-pag-sgl-rit-a
           move w-scof-sca-b             to w-pag-sgl-sca-b
           move w-scof-rit-b             to w-pag-sgl-rit-b
           move w-scof-sca-c             to w-pag-sgl-sca-c
           move w-scof-rit-c             to w-pag-sgl-rit-c
           move w-pag-soglie             to r-pag-riga
           write r-pag-riga
           move spaces                   to r-pag-riga
           write r-pag-riga
           move w-pag-intesta            to r-pag-riga
           write r-pag-riga

           initialize cla-rec
           move low-values               to cla-chiave
           perform st-w-cla-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-w-cla
                 if w-verbo-ok
                    perform z-stampa-riga-fornitore
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok               to statusfi
           .

       z-stampa-riga-fornitore.
           initialize ana-rec
           move "F"                      to ana-tipo
           move cla-forn                 to ana-cod
           perform rd-coggeana
           if not w-verbo-ok
              move all "*"               to ana-nome
           end-if
           move k-verbo-ok               to statusfi

           initialize w-pcl-riga
           move cla-forn                 to w-pcl-forn
           move ana-nome                 to w-pcl-nome
           move cla-voto                 to w-pcl-voto
           move cla-lotti                to w-pcl-lotti
           move cla-qta-dec              to w-pcl-qta-dec
           move cla-qta-ok               to w-pcl-qta-ok
           move cla-qta-ko               to w-pcl-qta-ko
           move cla-qta-nc               to w-pcl-qta-nc
           move cla-pct-scarto           to w-pcl-pct-scarto
           move cla-pct-ritardo          to w-pcl-pct-ritardo
           move cla-avvisi               to w-pcl-avvisi
           if cla-fl-prec = "S"
              move cla-voto-prec         to w-pcl-voto-prec
              compute w-pcl-diff-scarto
                    = cla-pct-scarto - cla-pct-scarto-prec
              compute w-pcl-diff-ritardo
                    = cla-pct-ritardo - cla-pct-ritardo-prec
              if cla-voto > cla-voto-prec
                 move "!"                to w-pcl-tendenza
              end-if
            else
              move "-"                   to w-pcl-voto-prec
           end-if
           move w-pcl-riga               to r-pag-riga
           write r-pag-riga
           .

      *-----------------------------------------------------------------
      * Configurazione della pagella da tabella di configurazione
      * generica (stesso uso di COGTABEL gia' fatto da COGQ54Q per la
      * configurazione STAQ): durata del periodo, mese di riferimento
      * e soglie di giudizio, con i valori k-scof-...-default come
      * ripiego
      *-----------------------------------------------------------------
       z-leggi-scof-config.
           initialize euta-rec
           move 70                       to euta-tipo
           move "SCOF"                   to euta-cfg-arg
           move "MESIPER"                to euta-cfg-key
           perform rd-cogtabel
           if w-verbo-ok
              move euta-descr (1:2)      to w-scof-ed
              if w-scof-ed (1:2) numeric and w-scof-ed (1:2) <> "00"
                 move w-scof-ed (1:2)    to w-scof-mesi
               else
                 move k-scof-mesi-default to w-scof-mesi
              end-if
            else
              move k-scof-mesi-default   to w-scof-mesi
           end-if

           initialize euta-rec
           move 70                       to euta-tipo
           move "SCOF"                   to euta-cfg-arg
           move "MESERIF"                to euta-cfg-key
           perform rd-cogtabel
           if w-verbo-ok
              move euta-descr (1:6)      to w-scof-ed
              if w-scof-ed numeric
                 move w-scof-ed          to w-scof-mese-rif
               else
                 move datasis (1:6)      to w-scof-mese-rif
              end-if
            else
              move datasis (1:6)         to w-scof-mese-rif
           end-if
           move k-verbo-ok               to statusfi

           move "SCARTOA"                to w-scof-key
           move k-scof-sca-a-default     to w-scof-default
           perform x-leggi-soglia
           move w-scof-valore            to w-scof-sca-a
           move "SCARTOB"                to w-scof-key
           move k-scof-sca-b-default     to w-scof-default
           perform x-leggi-soglia
           move w-scof-valore            to w-scof-sca-b
           move "SCARTOC"                to w-scof-key
           move k-scof-sca-c-default     to w-scof-default
           perform x-leggi-soglia
           move w-scof-valore            to w-scof-sca-c
           move "RITARDOA"               to w-scof-key
           move k-scof-rit-a-default     to w-scof-default
           perform x-leggi-soglia
           move w-scof-valore            to w-scof-rit-a
           move "RITARDOB"               to w-scof-key
           move k-scof-rit-b-default     to w-scof-default
           perform x-leggi-soglia
           move w-scof-valore            to w-scof-rit-b
           move "RITARDOC"               to w-scof-key
           move k-scof-rit-c-default     to w-scof-default
           perform x-leggi-soglia
           move w-scof-valore            to w-scof-rit-c
           .

       x-leggi-soglia.
           initialize euta-rec
           move 70                       to euta-tipo
           move "SCOF"                   to euta-cfg-arg
           move w-scof-key               to euta-cfg-key
           perform rd-cogtabel
           if w-verbo-ok
              move euta-descr (1:3)      to w-scof-soglia-ed
              if w-scof-soglia-ed numeric
                 move w-scof-soglia-ed   to w-scof-valore
               else
                 move w-scof-default     to w-scof-valore
              end-if
            else
              move w-scof-default        to w-scof-valore
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
       rd-cogq54na.
           read cogq54na
              invalid key
                 move k-verbo-invalido     to statusfi
           end-read
           .
       rd-w-pag.
           read w-pag
              invalid key
                 move k-verbo-invalido     to statusfi
           end-read
           .
       wr-w-pag.
           write pag-rec
              invalid key
                 move k-verbo-invalido     to statusfi
           end-write
           .
       rwr-w-pag.
           rewrite pag-rec
              invalid key
                 move k-verbo-invalido     to statusfi
           end-rewrite
           .
       rdnxt-w-pag.
           read w-pag next record
              at end
                 move k-fine-file          to statusfi
           end-read
           .
       st-w-pag-notmin.
           start w-pag key not less than pag-chiave
              invalid key
                 move k-verbo-invalido     to statusfi
           end-start
           .
       wr-w-cla.
           write cla-rec
              invalid key
                 move k-verbo-invalido     to statusfi
           end-write
           .
       rdnxt-w-cla.
           read w-cla next record
              at end
                 move k-fine-file          to statusfi
           end-read
           .
       st-w-cla-notmin.
           start w-cla key not less than cla-chiave
              invalid key
                 move k-verbo-invalido     to statusfi
           end-start
           .

       copy "clcmovdc.k02".
       copy "clcmovds.k02".
      *
       end program.
