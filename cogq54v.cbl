       identification division.
       program-id.    cogq54v.
       Author.        Andrea Parmeggiani - Eurosystem2000.

      *-----------------------------------------------------------------
      * Elenco dei resi ai fornitori
      *-----------------------------------------------------------------
      * Dal registro delle destinazioni COGQ54DS (alimentato dalla
      * maschera COGQ57) elenca, raggruppate per fornitore, le
      * quantita' non conformi destinate al reso e non ancora uscite
      * su un elenco: documento, merce, lotto e quantita' resa. Ogni
      * riga elencata viene marcata con la data dell'elenco
      * (dsp-data-elenco), cosi' che non esca una seconda volta e che
      * COGQ57 non ne permetta piu' la modifica del reso.
      * Programma derivato dalla scansione COGQ54S.
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
       copy "cogq54v.select".
       copy "cogrunct.select".
      *
       data division.
       file section.
      *
       copy "cogq54v.fd".
      *
       copy "cogrunct.fd".
      *
       working-storage section.
       copy "cogq54v.wrk".
      *
       copy "wopenf.cpy".
       copy "wgrave.cpy".
       copy "wcont.cpy".
       copy "cogrunct.wrk".
      *
       01 datasis                       pic 9(08).
      *
       procedure division.
       copy "cogq54v.decla".
            .
       io-error-rout. exit.
       end declaratives.
      *
       main section.
       apri.
           accept datasis                from century-date
           move 0                        to w-tot-esaminati
           move 0                        to w-tot-righe
           move 0                        to w-tot-fornitori
      * Controllo giri: rifiuto il doppio lancio (copy-member
      * cogrunct.k02). Le righe gia' elencate sono marcate una a una,
      * quindi dopo un'interruzione il giro riparte dalle rimanenti
           perform z-run-apri
           move k-program-id             to w-run-programma
           perform z-run-inizio
           if w-run-occupato = "S"
              display "COGQ54V: giro gia' in esecuzione o registro COGRU
      -       "NCT non disponibile, lancio rifiutato"
              stop run
           end-if
           open input coggeana
           open i-o cogq54ds
           open output r-resi

           move datasis                  to w-data-lav
           perform x-edita-data
           move w-data-ed                to w-res-tes-data
           move w-res-testata            to r-res-riga
           write r-res-riga
           .
      *
       elabora.
           perform z-elenca-resi
           .
      *
       fine.
           move spaces                   to r-res-riga
           write r-res-riga
           move w-tot-esaminati          to w-res-tot-esaminati
           move w-tot-righe              to w-res-tot-righe
           move w-tot-fornitori          to w-res-tot-fornitori
           move w-res-totali             to r-res-riga
           write r-res-riga
           move w-tot-esaminati          to w-run-tot-elaborati
           move w-tot-righe              to w-run-tot-segnalati
           perform z-run-fine
           close cogq54ds coggeana r-resi
           stop run
           .

      *-----------------------------------------------------------------
      * Scansione del registro per fornitore + documento (chiave 2): a
      * ogni cambio fornitore chiudo il gruppo precedente e stampo la
      * testata del nuovo. La marcatura non tocca la chiave 2, quindi
      * la lettura sequenziale prosegue regolarmente
      *-----------------------------------------------------------------
       z-elenca-resi.
           move 0                        to w-forn-prec
           move 0                        to w-forn-righe
           move 0                        to w-forn-qta
           initialize dsp-rec
           move low-values               to dsp-chia2
           perform st-cogq54ds-notmin-chia2
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-cogq54ds
                 if w-verbo-ok
                    add 1                to w-tot-esaminati
                    perform x-elenca-riga
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok               to statusfi
           perform z-chiudi-fornitore
           .

      * Entrano le righe con quantita' resa, fornitore valorizzato e
      * non ancora uscite su un elenco
       x-elenca-riga.
           if dsp-qta-reso not > 0
              exit paragraph
           end-if
           if dsp-forn = 0
              exit paragraph
           end-if
           if dsp-data-elenco <> 0
              exit paragraph
           end-if
           if dsp-forn <> w-forn-prec
              perform z-chiudi-fornitore
              perform z-apri-fornitore
           end-if

           initialize w-res-riga
           move dsp-doc-tip              to w-res-doc-tip
           move dsp-doc-key              to w-res-doc-key
           move dsp-merce                to w-res-merce
           move dsp-lotto                to w-res-lotto
           move dsp-qta-reso             to w-res-qta
           move dsp-data                 to w-data-lav
           perform x-edita-data
           move w-data-ed                to w-res-data
           move dsp-note                 to w-res-note
           move w-res-riga               to r-res-riga
           write r-res-riga
           add 1                         to w-forn-righe
           add 1                         to w-tot-righe
           add dsp-qta-reso              to w-forn-qta

           move datasis                  to dsp-data-elenco
           perform rwr-cogq54ds
           move k-verbo-ok               to statusfi
           .

       z-apri-fornitore.
           move dsp-forn                 to w-forn-prec
           move 0                        to w-forn-righe
           move 0                        to w-forn-qta
           add 1                         to w-tot-fornitori

           initialize ana-rec
           move "F"                      to ana-tipo
           move dsp-forn                 to ana-cod
           perform rd-coggeana
           if not w-verbo-ok
              move all "*"               to ana-nome
           end-if
           move k-verbo-ok               to statusfi

           move spaces                   to r-res-riga
           write r-res-riga
           initialize w-res-fornitore
           move dsp-forn                 to w-res-for-cod
           move ana-nome                 to w-res-for-nome
           move ana-ind                  to w-res-for-ind
           move ana-loca                 to w-res-for-loca
           move w-res-fornitore          to r-res-riga
           write r-res-riga
           move w-res-intesta            to r-res-riga
           write r-res-riga
           .

       z-chiudi-fornitore.
           if w-forn-righe = 0
              exit paragraph
           end-if
           move w-forn-righe             to w-res-tfo-righe
           move w-forn-qta               to w-res-tfo-qta
           move w-res-tot-forn           to r-res-riga
           write r-res-riga
           move 0                        to w-forn-righe
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
       rwr-cogq54ds.
           rewrite dsp-rec
              invalid key
                 move k-verbo-invalido     to statusfi
           end-rewrite
           .
       rdnxt-cogq54ds.
           read cogq54ds next record
              at end
                 move k-fine-file          to statusfi
           end-read
           .
       st-cogq54ds-notmin-chia2.
           start cogq54ds key not less than dsp-chia2
              invalid key
                 move k-verbo-invalido     to statusfi
           end-start
           .

       copy "cogrunct.k02".
      *
       end program.
