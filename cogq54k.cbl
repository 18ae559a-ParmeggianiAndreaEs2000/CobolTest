       identification division.
       program-id.    cogq54k.
       Author.        Andrea Parmeggiani - Eurosystem2000.

      *-----------------------------------------------------------------
      * Confronto fra avvisi di spedizione e merce ricevuta
      *-----------------------------------------------------------------
      * Per ogni riga del registro avvisi COGQ54AS (alimentato da
      * COGQ54G) non ancora confrontata verifica se la merce e'
      * arrivata, cioe' se al movimento annunciato corrisponde il
      * lotto caricato su COGMERLT. A merce ricevuta confronta il
      * lotto e la quantita' annunciati dal fornitore con il lotto
      * registrato e con la quantita' decisa del movimento (vivo o
      * gia' archiviato su CLCMOVDS) ed elenca ogni differenza, con
      * i due valori affiancati. La riga del registro viene marcata
      * con la data e l'esito del confronto, cosi' che non venga
      * esaminata una seconda volta; le righe in attesa di
      * ricevimento restano per il giro successivo.
      * Programma derivato dall'elenco resi COGQ54V.
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
       copy "cogq54k.select".
       copy "cogrunct.select".
      *
       data division.
       file section.
      *
       copy "cogq54k.fd".
      *
       copy "cogrunct.fd".
      *
       working-storage section.
       copy "cogq54k.wrk".
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
       copy "cogq54k.decla".
            .
       io-error-rout. exit.
       end declaratives.
      *
       main section.
       apri.
           accept datasis                from century-date
           move 0                        to w-tot-esaminati
           move 0                        to w-tot-attesa
           move 0                        to w-tot-conformi
           move 0                        to w-tot-differenze
      * Controllo giri: rifiuto il doppio lancio (copy-member
      * cogrunct.k02). Le righe confrontate sono marcate una a una,
      * quindi dopo un'interruzione il giro riparte dalle rimanenti
           perform z-run-apri
           move k-program-id             to w-run-programma
           perform z-run-inizio
           if w-run-occupato = "S"
              display "COGQ54K: giro gia' in esecuzione o registro COGRU
      -       "NCT non disponibile, lancio rifiutato"
              stop run
           end-if
           open i-o cogq54as
           open input clcmovdc clcmovds cogmomag cogmerlt coggeana
           open output r-differenze

           move datasis                  to w-data-lav
           perform x-edita-data
           move w-data-ed                to w-dif-tes-data
           move w-dif-testata            to r-dif-riga
           write r-dif-riga
           .
      *
       elabora.
           perform z-confronta-avvisi
           .
      *
       fine.
           move spaces                   to r-dif-riga
           write r-dif-riga
           move w-tot-esaminati          to w-dif-tot-esaminati
           move w-tot-attesa             to w-dif-tot-attesa
           move w-tot-conformi           to w-dif-tot-conformi
           move w-tot-differenze         to w-dif-tot-differenze
           move w-dif-totali             to r-dif-riga
           write r-dif-riga
           move w-tot-esaminati          to w-run-tot-elaborati
           move w-tot-differenze         to w-run-tot-segnalati
           perform z-run-fine
           close cogq54as clcmovdc clcmovds cogmomag cogmerlt coggeana
                 r-differenze
           stop run
           .

      *-----------------------------------------------------------------
      * Scansione del registro per movimento: la marcatura non tocca
      * la chiave primaria, quindi la lettura sequenziale prosegue
      * regolarmente
      *-----------------------------------------------------------------
       z-confronta-avvisi.
           initialize asn-rec
           move low-values               to asn-doc-chiave
           perform st-cogq54as-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-cogq54as
                 if w-verbo-ok
                    if asn-data-confronto = 0
                       add 1             to w-tot-esaminati
                       perform x-confronta-riga
                    end-if
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok               to statusfi
           .

      *-----------------------------------------------------------------
      * Confronto di una riga d'avviso: movimento (vivo o storico),
      * riga di magazzino e lotto caricato. Senza lotto la merce non
      * e' ancora arrivata e la riga resta in attesa
      *-----------------------------------------------------------------
       x-confronta-riga.
           perform x-leggi-ricevimento
           if w-fl-movimento = "S" and w-fl-ricevuto = "N"
              add 1                      to w-tot-attesa
              exit paragraph
           end-if

           move "N"                      to w-fl-dif-lotto
           move "N"                      to w-fl-dif-qta
           move spaces                   to w-differenza
           if w-fl-movimento = "N"
              move "Movimento non piu' presente"
                                         to w-differenza
            else
      * Un avviso senza lotto non ha nulla da confrontare sul lotto
              if asn-lotto <> spaces and asn-lotto <> w-lotto-reg
                 move "S"                to w-fl-dif-lotto
              end-if
              if asn-qta <> w-qta-reg
                 move "S"                to w-fl-dif-qta
              end-if
              evaluate true
               when w-fl-dif-lotto = "S" and w-fl-dif-qta = "S"
                 move "Lotto e quantita' diversi"
                                         to w-differenza
               when w-fl-dif-lotto = "S"
                 move "Lotto diverso"    to w-differenza
               when w-fl-dif-qta = "S"
                 move "Quantita' diversa"
                                         to w-differenza
              end-evaluate
           end-if

           if w-differenza = spaces
              add 1                      to w-tot-conformi
              move "U"                   to asn-esito
            else
              add 1                      to w-tot-differenze
              move "D"                   to asn-esito
              perform z-stampa-differenza
           end-if
           move datasis                  to asn-data-confronto
           perform rwr-cogq54as
           move k-verbo-ok               to statusfi
           .

      * Lotto e quantita' registrati per il movimento annunciato
       x-leggi-ricevimento.
           move "N"                      to w-fl-movimento
           move "N"                      to w-fl-ricevuto
           move spaces                   to w-lotto-reg
           move 0                        to w-qta-reg

           initialize mdc-rec
           move asn-doc-chiave           to mdc-doc-chiave
           perform rd-clcmovdc
           if not w-verbo-ok
              move k-verbo-ok            to statusfi
              initialize sdc-rec
              move asn-doc-chiave        to sdc-doc-chiave
              perform rd-clcmovds
              if not w-verbo-ok
                 move k-verbo-ok         to statusfi
                 exit paragraph
              end-if
              move sdc-rec               to mdc-rec
           end-if
           move "S"                      to w-fl-movimento
           move mdc-qta-dec              to w-qta-reg

           move mdc-doc-key              to w-unpack-doc-key
           initialize mag-recz
           move wud-e-riga               to mag-chiap
           perform rd-cogmomag
           if not w-verbo-ok
              move k-verbo-ok            to statusfi
              exit paragraph
           end-if
           initialize mlt-rec
           move mag-merce3               to mlt-merce
           move mag-mag1                 to mlt-mag
           move wud-e-prog               to mlt-prog
           perform rd-cogmerlt
           if not w-verbo-ok
              move k-verbo-ok            to statusfi
              exit paragraph
           end-if
           if mlt-lotto = spaces
              exit paragraph
           end-if
           move mlt-lotto                to w-lotto-reg
           move "S"                      to w-fl-ricevuto
           .

       z-stampa-differenza.
           initialize ana-rec
           move "F"                      to ana-tipo
           move asn-forn                 to ana-cod
           perform rd-coggeana
           if not w-verbo-ok
              move all "*"               to ana-nome
           end-if
           move k-verbo-ok               to statusfi

           move spaces                   to r-dif-riga
           write r-dif-riga
           initialize w-dif-riga1
           move asn-doc-tip              to w-dif-doc-tip
           move asn-doc-key              to w-dif-doc-key
           move asn-forn                 to w-dif-forn
           move ana-nome                 to w-dif-nome
           move asn-numero               to w-dif-numero
           move asn-riga                 to w-dif-riga-asn
           move w-differenza             to w-dif-differenza
           move w-dif-riga1              to r-dif-riga
           write r-dif-riga

           initialize w-dif-riga2
           move asn-lotto                to w-dif-lotto-ann
           move w-lotto-reg              to w-dif-lotto-reg
           move asn-qta                  to w-dif-qta-ann
           move w-qta-reg                to w-dif-qta-reg
           move w-dif-riga2              to r-dif-riga
           write r-dif-riga
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
       rd-cogmerlt.
           read cogmerlt
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
       rwr-cogq54as.
           rewrite asn-rec
              invalid key
                 move k-verbo-invalido     to statusfi
           end-rewrite
           .
       rdnxt-cogq54as.
           read cogq54as next record
              at end
                 move k-fine-file          to statusfi
           end-read
           .
       st-cogq54as-notmin.
           start cogq54as key not less than asn-doc-chiave
              invalid key
                 move k-verbo-invalido     to statusfi
           end-start
           .

       copy "clcmovdc.k02".
       copy "clcmovds.k02".
       copy "cogrunct.k02".
      *
       end program.
