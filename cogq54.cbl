      * "Avviso non conformita' al fornitore" sulla riga corrente
      * della griglia (a1-notifica; giro notturno in COGQ54N)
       78  k-pmg-notifica             value 153.
      * "Destinazione quantita' non conformi" sulla riga corrente
      * della griglia (a1-destina-scarti; maschera COGQ57)
       78  k-pmg-destina              value 154.
      * Area di colloquio salvata durante la chiamata a COGQ57
       77 w-destina-stringhe            pic x(240).
      *
       77 myResult                      pic s9(09).

       a1-elabora.
           move "S"                      to w-elabora-esito
           move spaces                   to w-elabora-msg
      * Merce soggetta a certificato di conformita': senza un
      * certificato valido per il lotto il movimento non si chiude,
      * ne' riga per riga ne' in elaborazione massiva. Il movimento
      * si rilegge dalla riga di griglia: mdc-rec puo' contenere
      * ancora la riga elaborata o ricaricata in precedenza
           initialize mdc-rec
           move tm-r-doc-tip (i)         to mdc-doc-tip
           move tm-r-doc-key (i)         to mdc-doc-key
           perform rd-clcmovdc
           move k-verbo-ok               to statusfi
      * Servono solo i dati: il record non resta bloccato durante i
      * messaggi che seguono (la riscrittura lo rilegge piu' avanti)
           unlock clcmovdc
           perform x-cert-verifica-movimento
           if w-cer-mancante = "S"
              if w-elabora-bulk = "S"
                 move "Lotto senza certificato di conformita' valido"
                                         to w-elabora-msg
               else
                 move spaces             to wb-msg
                 string "Lotto " delimited size
                        w-cer-lotto delimited "   "
                        " senza certificato di conformita' valido: "
                                         delimited size
                        "elaborazione non consentita" delimited size
                                      into wb-msg
                 perform vbx-msg-error
              end-if
              move "N"                   to w-elabora-esito
              exit paragraph
           end-if
      * Quando il controllo risulta gia' ricevuto le quantita' devono
      * quadrare con la quantita' decisa: lo sblocco e' riservato agli
      * operatori abilitati (funzione SBLQUA su COGTABEL) e viene
              end-if
              move tm-r-qta-ok (i)   to mdc-qta-ok
              move tm-r-qta-ko (i)   to mdc-qta-ko
      * Registro il momento e l'autore della chiusura del controllo;
      * se il controllo era gia' chiuso (esito Q3) resta quella
              if mdc-chiu-data = 0 or
                 (mdc-pre-stato <> "CC" and mdc-pre-stato <> "CN")
                 accept mdc-chiu-data from century-date
                 accept mdc-chiu-ora from time
                 if w-elabora-bulk = "S"
                    move "B"         to mdc-chiu-tipo
                  else
                    move "O"         to mdc-chiu-tipo
                 end-if
                 move wo-oper        to mdc-chiu-oper
              end-if
              perform rwr-clcmovdc
              unlock clcmovdc
           end-if
      * controllo e quantita' precedenti all'elaborazione (accantonati
      * da a1-elabora in mdc-pre-elabora). Il motivo dello storno viene
      * preso dal campo Note della riga e tracciato su COGQ54L insieme
      * all'operatore (z-log-storno). Non si storna un movimento la cui
      * quantita' ko+nc e' gia' stata ripartita su COGQ54DS (COGQ57)
      *-----------------------------------------------------------------
       a1-storno.
           if i = 0 or i > tm-grid-det-dati-pnt
              perform vbx-msg-error
              exit paragraph
           end-if
      * Una ripartizione ko+nc gia' registrata su COGQ54DS (COGQ57)
      * resterebbe legata alle quantita' che lo storno annulla
           initialize dsp-rec
           move mdc-doc-chiave           to dsp-doc-chiave
           perform rd-cogq54ds
           if w-verbo-ok
              move "Destinazione delle quantita' non conformi registrata
      -          " (COGQ57): eliminarla prima dello storno"
                                        to wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if
           move k-verbo-ok               to statusfi
           if mdc-note = spaces
              move "Indicare il motivo dello storno nel campo Note dell
      -          "a riga prima di procedere"
              move " "               to mdc-linked-doc-tip
              move " "               to mdc-linked-doc-key
              initialize mdc-pre-elabora
      * Il controllo torna aperto: la chiusura non vale piu'
              move 0                 to mdc-chiu-data
              move 0                 to mdc-chiu-ora
              move " "               to mdc-chiu-tipo
              move 0                 to mdc-chiu-oper
              perform rwr-clcmovdc
              unlock clcmovdc
              perform z-log-storno
           perform vbx-msg-info
           .

      *-----------------------------------------------------------------
      * Destinazione delle quantita' non conformi sulla riga corrente
      * della griglia (voce del menu contestuale): la maschera COGQ57
      * riceve il movimento nell'area di colloquio e controlla da se'
      * stato e quantita' ko+nc; l'area viene ripristinata al ritorno
      *-----------------------------------------------------------------
       a1-destina-scarti.
           if i = 0 or i > tm-grid-det-dati-pnt
              exit paragraph
           end-if
           if tm-r-doc-tip (i) <> "E" and tm-r-doc-tip (i) <> "L"
              move "Destinazione disponibile solo sui movimenti di tipo 
      -        "E o L"                to wb-msg
              perform vbx-msg-info
              exit paragraph
           end-if
           move stringhe                 to w-destina-stringhe
           move spaces                   to stringhe
           move tm-r-doc-tip (i)         to stringhe (1:1)
           move tm-r-doc-key (i)         to stringhe (2:29)
           call "COGQ57" using stringhe
           cancel "COGQ57"
           move w-destina-stringhe       to stringhe
           .

      *-----------------------------------------------------------------
      * Traccia su COGQ54L lo storno appena effettuato da a1-storno
      * (chi, quando, stato e quantita' prima/dopo, motivo)
      *----------------------------------------------------------------
      * Salvo gli aggiornamenti effettuati sulla tabella
      * Per il momento in questa fase aggiorno solo i campi variabili
      * modificabili dall'utente.
      * Prima di riscrivere verifico che la riga non sia cambiata sul
      * file dopo il caricamento in griglia (collega, esito Q3 caricato
      * da COGQ54C, elaborazione massiva): in tal caso l'operatore
      * vede i due valori affiancati e sceglie se tenere i propri,
      * accogliere quelli altrui o escludere la riga dal salvataggio
      *----------------------------------------------------------------
       b-aggiorna-record.
           move t-gor-r-note            to w-cnc-note-mie
           move t-gor-r-causale         to w-cnc-causale-mia
           if t-gor-r-data-cns = 99999999
              move 0                    to w-cnc-data-cns-mia
            else
              move t-gor-r-data-cns     to w-cnc-data-cns-mia
           end-if
           move t-gor-r-note-ori        to w-cnc-rif-note
           move t-gor-r-causale-ori     to w-cnc-rif-causale
           move t-gor-r-data-cns-ori    to w-cnc-rif-data-cns
           move k-cnc-miei              to w-cnc-scelta

      * La domanda avviene a record sbloccato; dopo la scelta rileggo
      * e, se nel frattempo la riga e' cambiata ancora, ripeto
           perform x-cnc-leggi-movimento
           perform with test before
                    until not w-verbo-ok or w-cnc-fl-cambiato = "N"
              unlock clcmovdc
              perform x-cnc-scelta
              perform z-log-concorrente
              move mdc-note             to w-cnc-rif-note
              move mdc-causale          to w-cnc-rif-causale
              move mdc-data-cns         to w-cnc-rif-data-cns
              perform x-cnc-leggi-movimento
           end-perform

           if w-verbo-ok
              if w-cnc-scelta = k-cnc-escludi
                 unlock clcmovdc
               else
                 move mdc-note          to w-log-note-old
                 move mdc-data-cns      to w-log-data-cns-old
                 if w-cnc-scelta = k-cnc-file
                    perform x-cnc-fondi-valori
                  else
                    move w-cnc-note-mie      to mdc-note
                    move w-cnc-causale-mia   to mdc-causale
                    move w-cnc-data-cns-mia  to mdc-data-cns
                 end-if
                 perform rwr-clcmovdc
                 if w-log-note-old     <> mdc-note or
                    w-log-data-cns-old <> mdc-data-cns
                    perform z-log-aggiorna-record
                 end-if
              end-if
           end-if
      * Azzero il flag di aggiornamento, dato che rimango nella griglia
           perform rwr-t-grid-det
           .
      *-----------------------------------------------------------------
      * Rilettura della riga da salvare e confronto con i valori di
      * riferimento (al primo giro quelli del caricamento in griglia,
      * poi quelli appena mostrati all'operatore). Non c'e' conflitto
      * se i miei valori coincidono gia' con il file; se la riga non
      * porta modifiche mie accolgo il file senza chiedere nulla
      *-----------------------------------------------------------------
       x-cnc-leggi-movimento.
           move "N"                     to w-cnc-fl-cambiato
           initialize mdc-rec
           move t-gor-r-doc-tip         to mdc-doc-tip
           move t-gor-r-doc-key         to mdc-doc-key
           perform rd-clcmovdc
           if not w-verbo-ok
              exit paragraph
           end-if
           if mdc-data-cns not numeric
              move 0                    to mdc-data-cns
           end-if
           if mdc-note     = w-cnc-rif-note    and
              mdc-causale  = w-cnc-rif-causale and
              mdc-data-cns = w-cnc-rif-data-cns
              exit paragraph
           end-if
           if mdc-note     = w-cnc-note-mie    and
              mdc-causale  = w-cnc-causale-mia and
              mdc-data-cns = w-cnc-data-cns-mia
              exit paragraph
           end-if
           if w-cnc-note-mie     = t-gor-r-note-ori    and
              w-cnc-causale-mia  = t-gor-r-causale-ori and
              w-cnc-data-cns-mia = t-gor-r-data-cns-ori
              move k-cnc-file           to w-cnc-scelta
              exit paragraph
           end-if
           move "S"                     to w-cnc-fl-cambiato
           .
      *-----------------------------------------------------------------
      * Scelta dell'operatore sulla riga cambiata da altri: prima i
      * valori affiancati, poi le due domande (tenere i miei valori;
      * altrimenti accogliere quelli altrui oppure escludere la riga)
      *-----------------------------------------------------------------
       x-cnc-scelta.
           move w-cnc-data-cns-mia      to w-cnc-data-lav
           perform x-cnc-edita-data
           move w-cnc-data-ed           to w-cnc-data-ed-mia
           move mdc-data-cns            to w-cnc-data-lav
           perform x-cnc-edita-data
           move w-cnc-data-ed           to w-cnc-data-ed-file

           move spaces                  to wb-msg
           string
             "Riga modificata da altri dopo il caricamento"
                                        delimited size
             k-newline                  delimited size
             "Miei:    note "           delimited size
             w-cnc-note-mie             delimited "   "
             " | cons. "                delimited size
             w-cnc-data-ed-mia          delimited size
             " | caus. "                delimited size
             w-cnc-causale-mia          delimited size
             k-newline                  delimited size
             "Attuali: note "           delimited size
             mdc-note                   delimited "   "
             " | cons. "                delimited size
             w-cnc-data-ed-file         delimited size
             " | caus. "                delimited size
             mdc-causale                delimited size
               into wb-msg
           perform vbx-msg-info

           move spaces                  to wb-msg
           string
             "Movimento "               delimited size
             mdc-doc-tip                delimited size
             " "                        delimited size
             mdc-doc-key                delimited "   "
             ": salvare i propri valori sovrascrivendo quelli attuali?"
                                        delimited size
               into wb-msg
           perform acc-conf-custom
           if f3
              move k-cnc-miei           to w-cnc-scelta
              exit paragraph
           end-if

           move spaces                  to wb-msg
           string
             "Accogliere le modifiche altrui, salvando i propri valori "
                                        delimited size
             "solo sui campi che non hanno toccato? (No = riga esclusa "
                                        delimited size
             "dal salvataggio)"         delimited size
               into wb-msg
           perform acc-conf-custom
           if f3
              move k-cnc-file           to w-cnc-scelta
            else
              move k-cnc-escludi        to w-cnc-scelta
           end-if
           .
      * Valori altrui accolti: dove il file e' cambiato rispetto al
      * caricamento in griglia resta il file, altrove vale il mio
       x-cnc-fondi-valori.
           if mdc-note = t-gor-r-note-ori
              move w-cnc-note-mie       to mdc-note
           end-if
           if mdc-causale = t-gor-r-causale-ori
              move w-cnc-causale-mia    to mdc-causale
           end-if
           if mdc-data-cns = t-gor-r-data-cns-ori
              move w-cnc-data-cns-mia   to mdc-data-cns
           end-if
           .
       x-cnc-edita-data.
           if w-cnc-data-lav = 0
              move "nessuna"            to w-cnc-data-ed
            else
              move spaces               to w-cnc-data-ed
              string w-cnc-data-lav (7:2) "/"
                     w-cnc-data-lav (5:2) "/"
                     w-cnc-data-lav (1:4)
                  delimited size        into w-cnc-data-ed
           end-if
           .
      *-----------------------------------------------------------------
      * Traccia su COGQ54L la modifica concorrente rilevata da
      * b-aggiorna-record: valori del file (old) e dell'operatore
      * (new) affiancati, esito della scelta e causali nel motivo
      *-----------------------------------------------------------------
       z-log-concorrente.
           initialize log-rec
           move "CNF"                   to log-tipo-ope
           move wo-oper                 to log-oper
           move mdc-doc-tip             to log-doc-tip
           move mdc-doc-key             to log-doc-key
           move mdc-note                to log-note-old
           move w-cnc-note-mie          to log-note-new
           move mdc-data-cns            to log-data-cns-old
           move w-cnc-data-cns-mia      to log-data-cns-new
           move mdc-stato-controllo     to log-stato-old
           move mdc-stato-controllo     to log-stato-new
           evaluate w-cnc-scelta
            when k-cnc-miei
              move "Modifica concorrente: tenuti i miei valori"
                                        to w-cnc-esito
            when k-cnc-file
              move "Modifica concorrente: accolti valori altrui"
                                        to w-cnc-esito
            when other
              move "Modifica concorrente: riga non salvata"
                                        to w-cnc-esito
           end-evaluate
           if mdc-causale = w-cnc-causale-mia
              move w-cnc-esito          to log-motivo
            else
              string
                w-cnc-esito             delimited "  "
                " caus. "               delimited size
                mdc-causale             delimited size
                ">"                     delimited size
                w-cnc-causale-mia       delimited size
                  into log-motivo
           end-if
           perform z-log-scrivi-record
           .
      * Traccia su COGQ54L la modifica di note/data consegna appena
      * effettuata da b-aggiorna-record (chi, quando, cosa)
      *-----------------------------------------------------------------
           .
      *-----------------------------------------------------------------
      * Scrittura fisica di una voce di log gia' riempita dal chiamante
      * (z-log-aggiorna-record, z-log-storno, z-log-sblocco-quadra,
      * z-log-concorrente):
      * assegna data/ora e il progressivo di disambiguazione
      *-----------------------------------------------------------------
       z-log-scrivi-record.
           move w-mdc-merce             to t-gor-r-mer-cm
           move w-mdc-lotto             to t-gor-r-lotto
           move mdc-causale             to t-gor-r-causale
           move mdc-note                to t-gor-r-note-ori
           move mdc-causale             to t-gor-r-causale-ori
           move mdc-data-cns            to t-gor-r-data-cns-ori
      * Segnalo la riga se manca il certificato di conformita' del lotto
           perform x-cert-verifica-movimento
           if w-cer-mancante = "S"
              move "S"                  to t-gor-r-fl-cert
            else
              move " "                  to t-gor-r-fl-cert
           end-if
           perform z-riempi-t-gor-r-mer
           .

      *-----------------------------------------------------------------
      * Certificato di conformita' del lotto del movimento corrente
      * (mdc-rec): mancante se la merce e' elencata su COGTABEL
      * "CERT" e su COGQ54CE non c'e' per merce + lotto un certificato
      * conforme e non scaduto. Merce e lotto si risolvono qui dalla
      * chiave documento (stessa decodifica di z-grid-det-riempi-t-rec)
      * perche' la riga puo' essere ricaricata dopo l'elaborazione.
      * Le lavorazioni (tipo "L") non hanno certificato del fornitore;
      * una merce soggetta senza lotto registrato non ha certificato
      *-----------------------------------------------------------------
       x-cert-verifica-movimento.
           move "N"                     to w-cer-mancante
           move spaces                  to w-cer-lotto
           if mdc-doc-tip <> "E"
              exit paragraph
           end-if
           move mdc-doc-key             to w-unpack-doc-key
           initialize mag-recz
           move wud-e-riga              to mag-chiap
           perform rd-cogmomag
           if not w-verbo-ok
              move k-verbo-ok           to statusfi
              exit paragraph
           end-if

           initialize euta-rec
           move k-cert-tipo             to euta-tipo
           move k-cert-arg              to euta-cfg-arg
           move mag-merce3              to euta-cfg-key
           move spaces                  to euta-cod
           perform rd-cogtabel
           if not w-verbo-ok
              move k-verbo-ok           to statusfi
              exit paragraph
           end-if

           move "S"                     to w-cer-mancante
           initialize mlt-rec
           move mag-merce3              to mlt-merce
           move mag-mag1                to mlt-mag
           move wud-e-prog              to mlt-prog
           perform rd-cogmerlt
           if not w-verbo-ok or mlt-lotto = spaces
              move k-verbo-ok           to statusfi
              exit paragraph
           end-if
           move mlt-lotto               to w-cer-lotto

           initialize cer-rec
           move mag-merce3              to cer-merce
           move mlt-lotto               to cer-lotto
           perform rd-cogq54ce
           if w-verbo-ok
              if cer-esito-conforme and
                 (cer-data-scad = 0 or cer-data-scad >= datasis)
                 move "N"               to w-cer-mancante
              end-if
           end-if
           move k-verbo-ok              to statusfi
           .

      * Determini i giorni consegna (utile per evidenziare le righe in
      * funzione del numero di giorni prima della consegna)
       x-calcola-t-gor-r-gg-cns.
