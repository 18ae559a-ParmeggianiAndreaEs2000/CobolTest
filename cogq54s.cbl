       identification division.
       program-id.    cogq54s.
       Author.        Andrea Parmeggiani - Eurosystem2000.

      *-----------------------------------------------------------------
      * Aggiornamento del piano di ispezione a salto di lotto
      *-----------------------------------------------------------------
      * Mantiene su COGQ54SP, per ogni merce + fornitore (mag-merce3
      * + mag-forn), il livello di collaudo in vigore: normale,
      * ridotto o severo. Il livello cambia da solo sulla storia
      * recente degli esiti CC/CN dei movimenti di tipo "E" vivi
      * (CLCMOVDC) e archiviati (CLCMOVDS); i movimenti che COGQ54E
      * ha accettato senza collaudo in piano ridotto (registro
      * COGQ54ES, stato "SL") non sono esiti e restano fuori. Le
      * regole di passaggio sono custodite su COGTABEL. Ogni
      * variazione di livello (e ogni piano aperto) viene stampata
      * con il suo motivo, cosi' che si possa sempre ricostruire
      * perche' un lotto non e' stato collaudato. In piano ridotto
      * COGQ54E trasmette a Q3 un solo lotto ogni tanti e accetta gli
      * altri senza collaudo.
      * La storia passa da un file di lavoro ordinato per coppia e
      * data decrescente (stesso accorgimento di COGQ54Q).
      * Programma derivato dalla scansione COGQ54B.
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
       copy "cogq54s.select".
       copy "cogrunct.select".
      *
       data division.
       file section.
      *
       copy "cogq54s.fd".
      *
       copy "cogrunct.fd".
      *
       working-storage section.
       copy "cogq54s.wrk".
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
       copy "cogq54s.decla".
            .
       io-error-rout. exit.
       end declaratives.
      *
       main section.
       apri.
           accept datasis                from century-date
           move 0                        to w-tot-esaminati
           move 0                        to w-tot-storia
           move 0                        to w-tot-coppie
           move 0                        to w-tot-aperti
           move 0                        to w-tot-variati
      * Controllo giri: rifiuto il doppio lancio (copy-member
      * cogrunct.k02). Il giro ricalcola i livelli dall'intera
      * storia, quindi dopo un'interruzione riparte da capo
           perform z-run-apri
           move k-program-id             to w-run-programma
           perform z-run-inizio
           if w-run-occupato = "S"
              display "COGQ54S: giro gia' in esecuzione o registro COGRU
      -       "NCT non disponibile, lancio rifiutato"
              stop run
           end-if
           open input clcmovdc clcmovds cogmomag coggeana cogq54es
                      cogtabel
           open i-o cogq54sp
           open output r-piano
           open output w-sto
           close w-sto
           open i-o w-sto
           perform z-leggi-skip-regole
           .
      *
       elabora.
           perform z-raccogli-clcmovdc
           perform z-raccogli-clcmovds
           perform z-valuta-coppie
           .
      *
       fine.
           move spaces                   to r-pia-riga
           write r-pia-riga
           move w-tot-esaminati          to w-pia-tot-esaminati
           move w-tot-storia             to w-pia-tot-storia
           move w-tot-coppie             to w-pia-tot-coppie
           move w-tot-aperti             to w-pia-tot-aperti
           move w-tot-variati            to w-pia-tot-variati
           move w-pia-totali             to r-pia-riga
           write r-pia-riga
           move w-tot-coppie             to w-run-tot-elaborati
           move w-tot-variati            to w-run-tot-segnalati
           perform z-run-fine
           close clcmovdc clcmovds cogmomag coggeana cogq54es
                 cogtabel cogq54sp r-piano
           close w-sto
           delete file w-sto
           stop run
           .

      *-----------------------------------------------------------------
      * Raccolta della storia esiti dal file vivo e dallo storico: il
      * record dello storico viene travasato in mdc-rec cosi' da
      * riusare pari pari x-raccogli-riga (stesso travaso di COGQ54Q)
      *-----------------------------------------------------------------
       z-raccogli-clcmovdc.
           move low-values               to mdc-doc-chiave
           perform st-clcmovdc-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-clcmovdc
                 if w-verbo-ok
                    add 1                to w-tot-esaminati
                    perform x-raccogli-riga
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok               to statusfi
           .

       z-raccogli-clcmovds.
           initialize sdc-rec
           move low-values               to sdc-chia3
           perform st-clcmovds-notmin-chia3
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-clcmovds
                 if w-verbo-ok
                    move sdc-rec         to mdc-rec
                    add 1                to w-tot-esaminati
                    perform x-raccogli-riga
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok               to statusfi
           .

      *-----------------------------------------------------------------
      * Un movimento entra nella storia se e' di tipo "E", chiuso con
      * esito CC/CN e non accettato senza collaudo (COGQ54ES "SL")
      *-----------------------------------------------------------------
       x-raccogli-riga.
           if mdc-doc-tip <> "E"
              exit paragraph
           end-if
           if mdc-stato-controllo <> k-stato-cc and
              mdc-stato-controllo <> k-stato-cn
              exit paragraph
           end-if
           initialize esp-rec
           move mdc-doc-chiave           to esp-doc-chiave
           perform rd-cogq54es
           if w-verbo-ok and esp-stato = k-stato-salto
              exit paragraph
           end-if
           move k-verbo-ok               to statusfi

           perform x-risolvi-fornitore
           if w-fl-doc-ok <> "S"
              exit paragraph
           end-if

           initialize stw-rec
           move mag-merce3               to stw-merce
           move mag-forn                 to stw-forn
           compute stw-data-inv = 99999999 - mdc-di-data
           move mdc-doc-chiave           to stw-doc-chiave
           move mdc-stato-controllo      to stw-esito
           move mdc-chiu-data            to stw-data-chiu
           if stw-data-chiu = 0
              move mdc-di-data           to stw-data-chiu
           end-if
           perform wr-w-sto
           if w-verbo-ok
              add 1                      to w-tot-storia
           end-if
      * Chiave doppia: movimento presente sia sul vivo sia sullo
      * storico (archiviazione interrotta), vale la prima lettura
           move k-verbo-ok               to statusfi
           .

      *-----------------------------------------------------------------
      * Decodifica della chiave documento (stessa di COGQ54N) fino a
      * merce e fornitore; i documenti cancellati o senza fornitore
      * restano fuori piano (li elenca il riconcilio COGQ54R)
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
      * Valutazione delle coppie merce + fornitore: scorro la storia
      * in ordine di chiave e, ad ogni cambio coppia, applico le
      * regole di passaggio alla coppia appena conclusa
      *-----------------------------------------------------------------
       z-valuta-coppie.
           move w-pia-intesta            to r-pia-riga
           write r-pia-riga
           move spaces                   to w-grp-merce
           move 0                        to w-grp-forn
           move 0                        to w-grp-lotti
           initialize stw-rec
           move low-values               to stw-chiave
           perform st-w-sto-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-w-sto
                 if w-verbo-ok
                    if stw-merce <> w-grp-merce or
                       stw-forn  <> w-grp-forn
                       perform z-chiudi-coppia
                       perform z-apri-coppia
                    end-if
                    perform x-conta-lotto
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok               to statusfi
           perform z-chiudi-coppia
           .

       z-apri-coppia.
           move stw-merce                to w-grp-merce
           move stw-forn                 to w-grp-forn
           move 0                        to w-grp-lotti
           move 0                        to w-grp-cc-serie
           move "S"                      to w-grp-fl-serie
           move 0                        to w-grp-cn-recenti
           move 0                        to w-grp-cn-dopo-var
           initialize pia-rec
           move stw-merce                to pia-merce
           move stw-forn                 to pia-forn
           perform rd-cogq54sp
           if w-verbo-ok
              move pia-data-var          to w-grp-data-var
            else
              move 0                     to w-grp-data-var
           end-if
           move k-verbo-ok               to statusfi
           .

      * Lotti dal piu' recente: serie di CC consecutivi, numero di
      * CN nella finestra della regola di passaggio a severo e numero
      * di CN chiusi dall'ultima variazione di livello (il giro e'
      * periodico: un CN seguito da un CC prima del giro successivo
      * deve comunque riportare il piano ridotto a normale)
       x-conta-lotto.
           add 1                         to w-grp-lotti
           if stw-esito = k-stato-cc
              if w-grp-fl-serie = "S"
                 add 1                   to w-grp-cc-serie
              end-if
            else
              move "N"                   to w-grp-fl-serie
              if w-grp-lotti <= w-skip-lotti-sev
                 add 1                   to w-grp-cn-recenti
              end-if
              if stw-data-chiu >= w-grp-data-var
                 add 1                   to w-grp-cn-dopo-var
              end-if
           end-if
           .

      *-----------------------------------------------------------------
      * Chiusura coppia: lettura (o apertura) del piano e regole di
      * passaggio. Un solo passaggio per giro: il livello appena
      * assegnato viene rivalutato al giro successivo
      *-----------------------------------------------------------------
       z-chiudi-coppia.
           if w-grp-lotti = 0
              exit paragraph
           end-if
           add 1                         to w-tot-coppie

           initialize pia-rec
           move w-grp-merce              to pia-merce
           move w-grp-forn               to pia-forn
           perform rd-cogq54sp
           if not w-verbo-ok
              initialize pia-rec
              move w-grp-merce           to pia-merce
              move w-grp-forn            to pia-forn
              move "N"                   to pia-livello
              move datasis               to pia-data-var
              move "Piano aperto al primo esito di collaudo"
                                         to pia-motivo
              move 0                     to pia-saltati
              perform wr-cogq54sp
              add 1                      to w-tot-aperti
              move " "                   to w-liv-prec
              move pia-livello           to w-liv-nuovo
              move pia-motivo            to w-motivo
              perform z-stampa-variazione
           end-if
           move k-verbo-ok               to statusfi

           move pia-livello              to w-liv-prec
           move pia-livello              to w-liv-nuovo
           move spaces                   to w-motivo
           evaluate true
            when pia-liv-normale
              if w-grp-cc-serie >= w-skip-lotti-rid
                 move "R"                to w-liv-nuovo
                 move w-grp-cc-serie     to w-mot-n1-ed
                 string "Ultimi " w-mot-n1-ed
                        " lotti collaudati tutti accettati CC"
                     delimited size   into w-motivo
               else
                 if w-grp-cn-recenti >= w-skip-cn-sev
                    move "S"             to w-liv-nuovo
                    move w-grp-cn-recenti to w-mot-n1-ed
                    move w-skip-lotti-sev to w-mot-n2-ed
                    string w-mot-n1-ed " lotti respinti CN fra gli ultim
      -                    "i " w-mot-n2-ed " collaudati"
                        delimited size into w-motivo
                 end-if
              end-if
            when pia-liv-ridotto
              if w-grp-cn-dopo-var > 0
                 move "N"                to w-liv-nuovo
                 move w-grp-cn-dopo-var  to w-mot-n1-ed
                 string w-mot-n1-ed " lotti collaudati in piano ridotto 
      -                 "respinti CN"
                     delimited size   into w-motivo
              end-if
            when pia-liv-severo
              if w-grp-cc-serie >= w-skip-lotti-nor
                 move "N"                to w-liv-nuovo
                 move w-grp-cc-serie     to w-mot-n1-ed
                 string "Ultimi " w-mot-n1-ed
                        " lotti collaudati in piano severo accettati CC"
                     delimited size   into w-motivo
              end-if
            when other
              move "N"                   to w-liv-nuovo
              move "Livello non riconosciuto riportato a normale"
                                         to w-motivo
           end-evaluate

           if w-liv-nuovo = w-liv-prec
              exit paragraph
           end-if
           move w-liv-nuovo              to pia-livello
           move datasis                  to pia-data-var
           move w-motivo                 to pia-motivo
           move 0                        to pia-saltati
           perform rwr-cogq54sp
           if w-verbo-ok
              add 1                      to w-tot-variati
              perform z-stampa-variazione
           end-if
           move k-verbo-ok               to statusfi
           .

       z-stampa-variazione.
           initialize ana-rec
           move "F"                      to ana-tipo
           move w-grp-forn               to ana-cod
           perform rd-coggeana
           if not w-verbo-ok
              move all "*"               to ana-nome
           end-if
           move k-verbo-ok               to statusfi

           initialize w-pia-riga
           move w-grp-merce              to w-pia-merce
           move w-grp-forn               to w-pia-forn
           move ana-nome                 to w-pia-nome
           move w-liv-prec               to w-liv-descr
           perform x-descrivi-livello
           move w-liv-descr              to w-pia-liv-prec
           move w-liv-nuovo              to w-liv-descr
           perform x-descrivi-livello
           move w-liv-descr              to w-pia-liv-nuovo
           move w-motivo                 to w-pia-motivo
           move w-pia-riga               to r-pia-riga
           write r-pia-riga
           .

       x-descrivi-livello.
           evaluate w-liv-descr (1:1)
            when "N"
              move "Normale"             to w-liv-descr
            when "R"
              move "Ridotto"             to w-liv-descr
            when "S"
              move "Severo"              to w-liv-descr
            when other
              move "-"                   to w-liv-descr
           end-evaluate
           .

      *-----------------------------------------------------------------
      * Regole di passaggio da tabella di configurazione generica
      * (stesso uso di COGTABEL gia' fatto da COGQ54Q per la
      * configurazione STAQ), con i valori k-skip-...-default come
      * ripiego
      *-----------------------------------------------------------------
       z-leggi-skip-regole.
           move "LOTTIRID"               to w-skip-key
           move k-skip-lotti-rid-default to w-skip-default
           perform x-leggi-regola
           move w-skip-valore            to w-skip-lotti-rid
           move "LOTTISEV"               to w-skip-key
           move k-skip-lotti-sev-default to w-skip-default
           perform x-leggi-regola
           move w-skip-valore            to w-skip-lotti-sev
           move "CNSEV"                  to w-skip-key
           move k-skip-cn-sev-default    to w-skip-default
           perform x-leggi-regola
           move w-skip-valore            to w-skip-cn-sev
           move "LOTTINOR"               to w-skip-key
           move k-skip-lotti-nor-default to w-skip-default
           perform x-leggi-regola
           move w-skip-valore            to w-skip-lotti-nor
           .

       x-leggi-regola.
           initialize euta-rec
           move 70                       to euta-tipo
           move "SKIP"                   to euta-cfg-arg
           move w-skip-key               to euta-cfg-key
           perform rd-cogtabel
           if w-verbo-ok
              move euta-descr (1:3)      to w-skip-ed
              if w-skip-ed numeric and w-skip-ed <> "000"
                 move w-skip-ed          to w-skip-valore
               else
                 move w-skip-default     to w-skip-valore
              end-if
            else
              move w-skip-default        to w-skip-valore
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
       rd-cogq54es.
           read cogq54es
              invalid key
                 move k-verbo-invalido     to statusfi
           end-read
           .
       rd-cogq54sp.
           read cogq54sp
              invalid key
                 move k-verbo-invalido     to statusfi
           end-read
           .
       wr-cogq54sp.
           write pia-rec
              invalid key
                 move k-verbo-invalido     to statusfi
           end-write
           .
       rwr-cogq54sp.
           rewrite pia-rec
              invalid key
                 move k-verbo-invalido     to statusfi
           end-rewrite
           .
       wr-w-sto.
           write stw-rec
              invalid key
                 move k-verbo-invalido     to statusfi
           end-write
           .
       rdnxt-w-sto.
           read w-sto next record
              at end
                 move k-fine-file          to statusfi
           end-read
           .
       st-w-sto-notmin.
           start w-sto key not less than stw-chiave
              invalid key
                 move k-verbo-invalido     to statusfi
           end-start
           .

       copy "clcmovdc.k02".
       copy "clcmovds.k02".
       copy "cogrunct.k02".
      *
       end program.
