       identification division.
       program-id.    cogq54g.
       Author.        Andrea Parmeggiani - Eurosystem2000.

      *-----------------------------------------------------------------
      * Carico degli avvisi di spedizione dei fornitori
      *-----------------------------------------------------------------
      * Legge gli avvisi di spedizione (ASN) raccolti dai fornitori e
      * abbina ogni riga al movimento di entrata ancora aperto su
      * CLCMOVDC della stessa riga documento (fornitore, anno, numero
      * e riga di COGMOMAG) e della stessa merce: sul movimento viene
      * riportata la data di consegna prevista (mdc-data-cns, quella
      * usata dai ritardi consegna di COGQ54B e dalla griglia di
      * COGQ54), mentre lotto e quantita' annunciati vengono custoditi
      * sul registro COGQ54AS per il confronto al ricevimento
      * (COGQ54K). Un avviso rispedito aggiorna il movimento gia'
      * abbinato. Le righe senza movimento aperto e gli avvisi di
      * fornitori non presenti su COGGEANA finiscono nell'elenco
      * degli scarti con il motivo.
      * Programma derivato dal carico esiti Q3 COGQ54C.
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
       copy "cogq54g.select".
       copy "cogrunct.select".
      *
       data division.
       file section.
      *
       copy "cogq54g.fd".
      *
       copy "cogrunct.fd".
      *
       working-storage section.
       copy "cogq54g.wrk".
      *
       copy "wopenf.cpy".
       copy "wgrave.cpy".
       copy "wcont.cpy".
       copy "cogrunct.wrk".
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
       copy "cogq54g.decla".
            .
       io-error-rout. exit.
       end declaratives.
      *
       main section.
       apri.
           accept datasis                from century-date
           move 0                        to w-tot-lette
           move 0                        to w-tot-movimenti
      * Controllo giri: rifiuto il doppio lancio e riconosco la
      * ripresa dopo interruzione (copy-member cogrunct.k02). Come in
      * COGQ54C il checkpoint e' il numero di righe lette; una riga
      * rielaborata alla ripresa ritrova il proprio movimento
           perform z-run-apri
           move k-program-id             to w-run-programma
           perform z-run-inizio
           if w-run-occupato = "S"
              display "COGQ54G: giro gia' in esecuzione o registro COGRU
      -       "NCT non disponibile, lancio rifiutato"
              stop run
           end-if
           move w-run-tot-elaborati      to w-tot-caricate
           move w-run-tot-segnalati      to w-tot-scartate
           open i-o clcmovdc cogq54as
           open input cogmomag coggeana asnimport
           open output w-mov
           close w-mov
           open i-o w-mov
           move datasis                  to w-data-lav
           perform x-edita-data
           if w-run-ripresa = "S"
              open extend r-carico r-scarti
            else
              open output r-carico r-scarti
              move w-data-ed             to w-car-tes-data
              move w-car-testata         to r-car-riga
              write r-car-riga
              move w-car-intesta         to r-car-riga
              write r-car-riga
              move w-data-ed             to w-sca-tes-data
              move w-sca-testata         to r-sca-riga
              write r-sca-riga
              move w-sca-intesta         to r-sca-riga
              write r-sca-riga
           end-if
           perform z-carica-movimenti-aperti
           if w-run-ripresa = "S"
              perform z-salta-righe-elaborate
           end-if
           .
      *
       elabora.
           perform z-scansiona-asnimport
           .
      *
       fine.
           move spaces                   to r-car-riga
           write r-car-riga
           move w-tot-lette              to w-car-tot-lette
           move w-tot-caricate           to w-car-tot-caricate
           move w-tot-scartate           to w-car-tot-scartate
           move w-tot-movimenti          to w-car-tot-movimenti
           move w-car-totali             to r-car-riga
           write r-car-riga
           move spaces                   to r-sca-riga
           write r-sca-riga
           move w-tot-scartate           to w-sca-tot-scartate
           move w-sca-totali             to r-sca-riga
           write r-sca-riga
           move w-tot-caricate           to w-run-tot-elaborati
           move w-tot-scartate           to w-run-tot-segnalati
           perform z-run-fine
           close clcmovdc cogq54as cogmomag coggeana asnimport
                 r-carico r-scarti
           close w-mov
           delete file w-mov
           stop run
           .

      *-----------------------------------------------------------------
      * Indice dei movimenti di entrata ancora aperti (stato diverso
      * da CC/CN e non versati) per fornitore e riga documento: la
      * riga d'avviso porta il nostro riferimento d'ordine, non la
      * chiave del movimento, quindi l'abbinamento passa da qui
      *-----------------------------------------------------------------
       z-carica-movimenti-aperti.
           initialize mdc-rec
           move low-values               to mdc-doc-chiave
           perform st-clcmovdc-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-clcmovdc
                 if w-verbo-ok
                    perform x-indicizza-movimento
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok               to statusfi
           .

       x-indicizza-movimento.
           if mdc-doc-tip <> "E"
              exit paragraph
           end-if
           if mdc-stato-controllo = k-stato-cc or
              mdc-stato-controllo = k-stato-cn
              exit paragraph
           end-if
           if mdc-stato-versa = "S"
              exit paragraph
           end-if
           move mdc-doc-key              to w-unpack-doc-key
           initialize mag-recz
           move wud-e-riga               to mag-chiap
           perform rd-cogmomag
           if not w-verbo-ok
              move k-verbo-ok            to statusfi
              exit paragraph
           end-if
           initialize mov-rec
           move mag-forn                 to mov-forn
           move mag-ann                  to mov-ann
           move mag-num                  to mov-num
           move mag-rig                  to mov-rig
           move mdc-doc-chiave           to mov-doc-chiave
           move mag-merce3               to mov-merce
           perform wr-w-mov
           if w-verbo-ok
              add 1                      to w-tot-movimenti
           end-if
           move k-verbo-ok               to statusfi
           .

      *-----------------------------------------------------------------
      * Ripresa dopo interruzione: risalto le righe degli avvisi gia'
      * elaborate dal giro precedente (conteggio a checkpoint)
      *-----------------------------------------------------------------
       z-salta-righe-elaborate.
           perform with test before
                    until w-fine-file or w-tot-lette >= w-run-conta-rip
              read asnimport
                 at end
                    move k-fine-file     to statusfi
              end-read
              if w-verbo-ok
                 add 1                   to w-tot-lette
              end-if
           end-perform
           move k-verbo-ok               to statusfi
           .

      *-----------------------------------------------------------------
      * Scansione sequenziale degli avvisi: ogni riga viene validata
      * e, se abbinata a un movimento aperto, caricata
      *-----------------------------------------------------------------
       z-scansiona-asnimport.
           perform with test before until w-fine-file
              read asnimport
                 at end
                    move k-fine-file     to statusfi
              end-read
              if w-verbo-ok
                 add 1                   to w-tot-lette
                 perform x-valuta-riga-asnimport
                 move w-tot-lette        to w-run-conta-rip
                 move w-tot-caricate     to w-run-tot-elaborati
                 move w-tot-scartate     to w-run-tot-segnalati
                 perform z-run-checkpoint-diradato
              end-if
           end-perform
           move k-verbo-ok               to statusfi
           .

      *-----------------------------------------------------------------
      * Validazione di una riga d'avviso:
      * - il fornitore deve esistere su COGGEANA e non essere cancellato
      * - riferimento d'ordine, data di spedizione e quantita' devono
      *   essere valorizzati
      * - deve esistere un movimento aperto della stessa riga
      *   documento e della stessa merce non annunciato da un altro
      *   avviso
      *-----------------------------------------------------------------
       x-valuta-riga-asnimport.
           if asi-forn not numeric
              move "Codice fornitore non numerico"
                                         to w-motivo
              perform z-scrivi-riga-scartata
              exit paragraph
           end-if
           initialize ana-rec
           move "F"                      to ana-tipo
           move asi-forn                 to ana-cod
           perform rd-coggeana
           if not w-verbo-ok
              move k-verbo-ok            to statusfi
              move "Fornitore sconosciuto (non presente su COGGEANA)"
                                         to w-motivo
              perform z-scrivi-riga-scartata
              exit paragraph
           end-if
           if ana-data-canc <> 0
              move "Fornitore cancellato su COGGEANA"
                                         to w-motivo
              perform z-scrivi-riga-scartata
              exit paragraph
           end-if

           if asi-ord-ann not numeric or
              asi-ord-num not numeric or
              asi-ord-rig not numeric
              move "Riferimento al documento non valido"
                                         to w-motivo
              perform z-scrivi-riga-scartata
              exit paragraph
           end-if
           if asi-riga not numeric
              move "Riga dell'avviso non numerica"
                                         to w-motivo
              perform z-scrivi-riga-scartata
              exit paragraph
           end-if
           if asi-data-sped not numeric or asi-data-sped = 0
              move "Data di spedizione mancante o non valida"
                                         to w-motivo
              perform z-scrivi-riga-scartata
              exit paragraph
           end-if
           if asi-data-cns not numeric
              move "Data di consegna prevista non valida"
                                         to w-motivo
              perform z-scrivi-riga-scartata
              exit paragraph
           end-if
           if asi-qta not numeric or asi-qta = 0
              move "Quantita' annunciata mancante o non valida"
                                         to w-motivo
              perform z-scrivi-riga-scartata
              exit paragraph
           end-if

           perform x-cerca-movimento
           if w-mov-scelto = spaces
              evaluate true
               when w-fl-gia-annunciato = "S"
                 move "Movimento gia' annunciato da un altro avviso"
                                         to w-motivo
               when w-fl-merce-diversa = "S"
                 move "Merce diversa da quella della riga documento"
                                         to w-motivo
               when other
                 move "Nessun movimento aperto per la riga documento"
                                         to w-motivo
              end-evaluate
              perform z-scrivi-riga-scartata
              exit paragraph
           end-if

           perform z-carica-avviso
           .

      *-----------------------------------------------------------------
      * Ricerca del movimento fra quelli aperti della riga documento:
      * prima quello gia' legato allo stesso avviso e riga (avviso
      * rispedito), altrimenti il primo della stessa merce non ancora
      * annunciato
      *-----------------------------------------------------------------
       x-cerca-movimento.
           move spaces                   to w-mov-stesso
           move spaces                   to w-mov-libero
           move spaces                   to w-mov-scelto
           move "N"                      to w-fl-merce-diversa
           move "N"                      to w-fl-gia-annunciato
           move "N"                      to w-fl-fine-mov
           initialize mov-rec
           move asi-forn                 to mov-forn
           move asi-ord-ann              to mov-ann
           move asi-ord-num              to mov-num
           move asi-ord-rig              to mov-rig
           move low-values               to mov-doc-chiave
           perform st-w-mov-notmin
           if w-verbo-ok
              perform with test before until w-fl-fine-mov = "S"
                 perform rdnxt-w-mov
                 if w-verbo-ok
                    if mov-forn <> asi-forn    or
                       mov-ann  <> asi-ord-ann or
                       mov-num  <> asi-ord-num or
                       mov-rig  <> asi-ord-rig
                       move "S"          to w-fl-fine-mov
                     else
                       perform x-valuta-candidato
                    end-if
                  else
                    move "S"             to w-fl-fine-mov
                 end-if
              end-perform
           end-if
           move k-verbo-ok               to statusfi

           if w-mov-stesso <> spaces
              move w-mov-stesso          to w-mov-scelto
            else
              move w-mov-libero          to w-mov-scelto
           end-if
           .

       x-valuta-candidato.
           if mov-merce <> asi-merce
              move "S"                   to w-fl-merce-diversa
              exit paragraph
           end-if
           initialize asn-rec
           move mov-doc-chiave           to asn-doc-chiave
           perform rd-cogq54as
           if not w-verbo-ok
              move k-verbo-ok            to statusfi
              if w-mov-libero = spaces
                 move mov-doc-chiave     to w-mov-libero
              end-if
              exit paragraph
           end-if
           if asn-forn   = asi-forn   and
              asn-numero = asi-numero and
              asn-riga   = asi-riga
              move mov-doc-chiave        to w-mov-stesso
            else
              move "S"                   to w-fl-gia-annunciato
           end-if
           .

      *-----------------------------------------------------------------
      * Carico della riga d'avviso: consegna prevista sul movimento
      * (la riscrittura riallinea anche la chiave alternativa 3, vedi
      * rwr-clcmovdc nel copy-member clcmovdc.k02) e registro avvisi.
      * Senza consegna prevista vale la data di spedizione
      *-----------------------------------------------------------------
       z-carica-avviso.
           if asi-data-cns = 0
              move asi-data-sped         to w-data-cns-prev
            else
              move asi-data-cns          to w-data-cns-prev
           end-if

           initialize mdc-rec
           move w-mov-scelto             to mdc-doc-chiave
           perform rd-clcmovdc
           if not w-verbo-ok
              move k-verbo-ok            to statusfi
              move "Movimento non piu' presente su CLCMOVDC"
                                         to w-motivo
              perform z-scrivi-riga-scartata
              exit paragraph
           end-if
           move w-data-cns-prev          to mdc-data-cns
           perform rwr-clcmovdc
           if not w-verbo-ok
              move k-verbo-ok            to statusfi
              move "Riscrittura movimento fallita"
                                         to w-motivo
              perform z-scrivi-riga-scartata
              exit paragraph
           end-if

           initialize asn-rec
           move w-mov-scelto             to asn-doc-chiave
           perform rd-cogq54as
           if w-verbo-ok
              perform x-riempi-avviso
              perform rwr-cogq54as
            else
              initialize asn-rec
              move w-mov-scelto          to asn-doc-chiave
              perform x-riempi-avviso
              perform wr-cogq54as
           end-if
      * Senza registro COGQ54K non confronterebbe l'avviso con il
      * ricevimento: la riga non conta fra le caricate
           if not w-verbo-ok
              move k-verbo-ok            to statusfi
              move "Registrazione avviso fallita"
                                         to w-motivo
              perform z-scrivi-riga-scartata
              exit paragraph
           end-if

           add 1                         to w-tot-caricate
           initialize w-car-riga
           move mdc-doc-tip              to w-car-doc-tip
           move mdc-doc-key              to w-car-doc-key
           move asi-forn                 to w-car-forn
           move asi-numero               to w-car-numero
           move asi-riga                 to w-car-riga-asn
           move w-data-cns-prev          to w-data-lav
           perform x-edita-data
           move w-data-ed                to w-car-data-cns
           move asi-lotto                to w-car-lotto
           move asi-qta                  to w-car-qta
           move w-car-riga               to r-car-riga
           write r-car-riga
           .

      * Un avviso rispedito riapre il confronto con il ricevimento
       x-riempi-avviso.
           move asi-forn                 to asn-forn
           move asi-numero               to asn-numero
           move asi-riga                 to asn-riga
           move asi-data-sped            to asn-data-sped
           move w-data-cns-prev          to asn-data-cns
           move asi-merce                to asn-merce
           move asi-lotto                to asn-lotto
           move asi-qta                  to asn-qta
           move datasis                  to asn-data-carico
           move 0                        to asn-data-confronto
           move space                    to asn-esito
           .

       z-scrivi-riga-scartata.
           add 1                         to w-tot-scartate
           initialize w-sca-riga
           move asi-forn                 to w-sca-forn
           move asi-numero               to w-sca-numero
           move asi-riga                 to w-sca-riga-asn
           move asi-ord-ann              to w-sca-ord-ann
           move asi-ord-num              to w-sca-ord-num
           move asi-ord-rig              to w-sca-ord-rig
           move asi-merce                to w-sca-merce
           move w-motivo                 to w-sca-motivo
           move w-sca-riga               to r-sca-riga
           write r-sca-riga
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
       rd-cogq54as.
           read cogq54as
              invalid key
                 move k-verbo-invalido     to statusfi
           end-read
           .
       wr-cogq54as.
           write asn-rec
              invalid key
                 move k-verbo-invalido     to statusfi
           end-write
           .
       rwr-cogq54as.
           rewrite asn-rec
              invalid key
                 move k-verbo-invalido     to statusfi
           end-rewrite
           .
       wr-w-mov.
           write mov-rec
              invalid key
                 move k-verbo-invalido     to statusfi
           end-write
           .
       rdnxt-w-mov.
           read w-mov next record
              at end
                 move k-fine-file          to statusfi
           end-read
           .
       st-w-mov-notmin.
           start w-mov key not less than mov-chiave
              invalid key
                 move k-verbo-invalido     to statusfi
           end-start
           .

       copy "clcmovdc.k02".
       copy "cogrunct.k02".
      *
       end program.
