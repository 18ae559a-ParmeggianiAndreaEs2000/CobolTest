       identification division.
       program-id.    cogq54w.
       Author.        Andrea Parmeggiani - Eurosystem2000.

      *-----------------------------------------------------------------
      * Elenco settimanale dei lotti in attesa di certificato
      *-----------------------------------------------------------------
      * Scandisce i movimenti di entrata di CLCMOVDC non ancora chiusi
      * (stato diverso da CC/CN) e, per le merci soggette a
      * certificato di conformita' (COGTABEL tipo 70, argomento
      * "CERT"), elenca i lotti gia' ricevuti (lotto
      * caricato su COGMERLT) che non hanno su COGQ54CE un
      * certificato conforme e non scaduto: certificato assente, non
      * conforme o scaduto. Sono gli stessi movimenti che COGQ54
      * rifiuta di elaborare. L'elenco esce per fornitore, cosi' che
      * gli acquisti possano sollecitare i certificati mancanti, e
      * l'ufficio acquisti viene avvisato via posta elettronica
      * (recapito su COGTABEL argomento "CERC", chiave "EMAILACQ").
      * Da lanciare una volta alla settimana.
      * Programma derivato dal carico avvisi COGQ54G.
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
       copy "cogq54w.select".
       copy "cogrunct.select".
      *
       data division.
       file section.
      *
       copy "cogq54w.fd".
      *
       copy "cogrunct.fd".
      *
       working-storage section.
       copy "cogq54w.wrk".
      *
       copy "wopenf.cpy".
       copy "wgrave.cpy".
       copy "wcont.cpy".
       copy "cogrunct.wrk".
       copy "utilpost.cpy".
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
       copy "cogq54w.decla".
            .
       io-error-rout. exit.
       end declaratives.
      *
       main section.
       apri.
           accept datasis                from century-date
           move 0                        to w-tot-esaminati
           move 0                        to w-tot-attesa
           move 0                        to w-tot-fornitori
      * Controllo giri: rifiuto il doppio lancio (copy-member
      * cogrunct.k02). L'elenco e' ricostruito per intero a ogni giro
           perform z-run-apri
           move k-program-id             to w-run-programma
           perform z-run-inizio
           if w-run-occupato = "S"
              display "COGQ54W: giro gia' in esecuzione o registro COGRU
      -       "NCT non disponibile, lancio rifiutato"
              stop run
           end-if
           open input clcmovdc cogmomag cogmerlt cogq54ce coggeana
                      cogtabel
           open output w-att
           close w-att
           open i-o w-att
           open output r-attesa
           perform z-leggi-cerc-email

           move datasis                  to w-data-lav
           perform x-edita-data
           move w-data-ed                to w-att-tes-data
           move w-att-testata            to r-att-riga
           write r-att-riga
           .
      *
       elabora.
           perform z-scansiona-clcmovdc
           perform z-stampa-elenco
           .
      *
       fine.
           move spaces                   to r-att-riga
           write r-att-riga
           move w-tot-esaminati          to w-att-tot-esaminati
           move w-tot-attesa             to w-att-tot-attesa
           move w-tot-fornitori          to w-att-tot-fornitori
           move w-att-totali             to r-att-riga
           write r-att-riga
           if w-tot-attesa > 0
              perform z-invia-notifica
           end-if
           move w-tot-esaminati          to w-run-tot-elaborati
           move w-tot-attesa             to w-run-tot-segnalati
           perform z-run-fine
           close clcmovdc cogmomag cogmerlt cogq54ce coggeana cogtabel
                 r-attesa
           close w-att
           delete file w-att
           stop run
           .

      *-----------------------------------------------------------------
      * Scansione dei movimenti di entrata non ancora chiusi CC/CN:
      * quelli con lotto ricevuto di merce soggetta e senza
      * certificato valido passano sul file di lavoro, ordinati per
      * fornitore, merce e lotto
      *-----------------------------------------------------------------
       z-scansiona-clcmovdc.
           move low-values               to mdc-doc-chiave
           perform st-clcmovdc-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-clcmovdc
                 if w-verbo-ok
                    if mdc-doc-tip = "E" and
                       mdc-stato-controllo <> k-stato-cc and
                       mdc-stato-controllo <> k-stato-cn
                       add 1             to w-tot-esaminati
                       perform x-valuta-movimento
                    end-if
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok               to statusfi
           .

      * Stessa verifica di x-cert-verifica-movimento in COGQ54, con il
      * motivo dell'attesa: A = assente, N = non conforme, S = scaduto
       x-valuta-movimento.
           move mdc-doc-key              to w-unpack-doc-key
           initialize mag-recz
           move wud-e-riga               to mag-chiap
           perform rd-cogmomag
           if not w-verbo-ok
              move k-verbo-ok            to statusfi
              exit paragraph
           end-if

           initialize euta-rec
           move k-cert-tipo              to euta-tipo
           move k-cert-arg               to euta-cfg-arg
           move mag-merce3               to euta-cfg-key
           move spaces                   to euta-cod
           perform rd-cogtabel
           if not w-verbo-ok
              move k-verbo-ok            to statusfi
              exit paragraph
           end-if

      * Lotto non ancora caricato: merce non ancora ricevuta
           initialize mlt-rec
           move mag-merce3               to mlt-merce
           move mag-mag1                 to mlt-mag
           move wud-e-prog               to mlt-prog
           perform rd-cogmerlt
           if not w-verbo-ok or mlt-lotto = spaces
              move k-verbo-ok            to statusfi
              exit paragraph
           end-if
           move mlt-lotto                to w-lotto-reg

           initialize cer-rec
           move mag-merce3               to cer-merce
           move w-lotto-reg              to cer-lotto
           perform rd-cogq54ce
           if not w-verbo-ok
              move k-verbo-ok            to statusfi
              initialize cer-rec
              move "A"                   to w-motivo
            else
              evaluate true
               when not cer-esito-conforme
                 move "N"                to w-motivo
               when cer-data-scad <> 0 and cer-data-scad < datasis
                 move "S"                to w-motivo
               when other
                 exit paragraph
              end-evaluate
           end-if

           initialize att-rec
           move mag-forn                 to att-forn
           move mag-merce3               to att-merce
           move w-lotto-reg              to att-lotto
           move mdc-doc-chiave           to att-doc-chiave
           move mdc-di-data              to att-di-data
           move w-motivo                 to att-motivo
           move cer-numero               to att-numero
           move cer-data-scad            to att-data-scad
           perform wr-w-att
           move k-verbo-ok               to statusfi
           add 1                         to w-tot-attesa
           .

      *-----------------------------------------------------------------
      * Stampa dell'elenco dal file di lavoro, con rottura per
      * fornitore
      *-----------------------------------------------------------------
       z-stampa-elenco.
           move "S"                      to w-fl-primo
           move 0                        to w-forn-prec
           initialize att-rec
           move low-values               to att-chiave
           perform st-w-att-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-w-att
                 if w-verbo-ok
                    if w-fl-primo = "S" or att-forn <> w-forn-prec
                       perform z-stampa-rottura
                    end-if
                    perform z-stampa-riga
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok               to statusfi
           .

       z-stampa-rottura.
           move "N"                      to w-fl-primo
           move att-forn                 to w-forn-prec
           add 1                         to w-tot-fornitori
           initialize ana-rec
           move "F"                      to ana-tipo
           move att-forn                 to ana-cod
           perform rd-coggeana
           if not w-verbo-ok
              move all "*"               to ana-nome
           end-if
           move k-verbo-ok               to statusfi

           move spaces                   to r-att-riga
           write r-att-riga
           move att-forn                 to w-att-rot-forn
           move ana-nome                 to w-att-rot-nome
           move w-att-rottura            to r-att-riga
           write r-att-riga
           move w-att-intesta            to r-att-riga
           write r-att-riga
           .

       z-stampa-riga.
           initialize w-att-riga
           move att-merce                to w-att-merce
           move att-lotto                to w-att-lotto
           move att-doc-chiave (1:1)     to w-att-doc-tip
           move att-doc-chiave (2:29)    to w-att-doc-key
           move att-di-data              to w-data-lav
           perform x-edita-data
           move w-data-ed                to w-att-di-data
           evaluate att-motivo
            when "A"
              move "Assente"             to w-att-stato
            when "N"
              string "N. " att-numero delimited "  "
                     " non conforme" delimited size
                                      into w-att-stato
            when "S"
              move att-data-scad         to w-data-lav
              perform x-edita-data
              string "N. " att-numero delimited "  "
                     " scaduto il " w-data-ed delimited size
                                      into w-att-stato
           end-evaluate
           move w-att-riga               to r-att-riga
           write r-att-riga
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
      * Recapito dell'ufficio acquisti da tabella di configurazione
      * generica (stesso uso di COGTABEL della notifica ritardi di
      * COGQ54B)
      *-----------------------------------------------------------------
       z-leggi-cerc-email.
           initialize euta-rec
           move k-cert-tipo              to euta-tipo
           move k-cerc-arg               to euta-cfg-arg
           move k-cerc-key-email         to euta-cfg-key
           perform rd-cogtabel
           if w-verbo-ok
              move euta-descr            to w-cerc-email
            else
              move k-cerc-email-default  to w-cerc-email
           end-if
           move k-verbo-ok               to statusfi
           .

      *-----------------------------------------------------------------
      * Avviso agli acquisti che l'elenco dei lotti in attesa e' pronto
      *-----------------------------------------------------------------
       z-invia-notifica.
           initialize util-posta
           move w-cerc-email             to posta-email
           move "Solo preparazione"      to posta-percorso
           call "POSTA" using stringhe util-posta
           cancel "POSTA"
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
       rd-cogq54ce.
           read cogq54ce
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
       rd-cogtabel.
           read cogtabel
              invalid key
                 move k-verbo-invalido     to statusfi
           end-read
           .
       wr-w-att.
           write att-rec
              invalid key
                 move k-verbo-invalido     to statusfi
           end-write
           .
       rdnxt-w-att.
           read w-att next record
              at end
                 move k-fine-file          to statusfi
           end-read
           .
       st-w-att-notmin.
           start w-att key not less than att-chiave
              invalid key
                 move k-verbo-invalido     to statusfi
           end-start
           .

       copy "clcmovdc.k02".
       copy "cogrunct.k02".
      *
       end program.
