       identification division.
       program-id.    cogq57.
       Author.        Andrea Parmeggiani - Eurosystem2000.

      *-----------------------------------------------------------------
      * Destinazione delle quantita' non conformi
      *-----------------------------------------------------------------
      * Per un movimento di controllo chiuso (stato CC/CN, vivo su
      * CLCMOVDC o archiviato su CLCMOVDS) con quantita' ko+nc
      * diversa da zero, registra su COGQ54DS come e' stata destinata
      * la merce scartata: reso al fornitore, rilavorazione, uso in
      * deroga, rottamazione. La ripartizione deve quadrare con ko+nc
      * e viene registrata con operatore, data e ora. L'uso in deroga
      * rilascia materiale non conforme alla produzione ed e' quindi
      * riservato agli operatori abilitati alla funzione "CONCES" su
      * COGTABEL (manutenzione con COGQ55), che ne risultano anche
      * approvatori. Le quantite' rese escono per fornitore
      * sull'elenco resi COGQ54V; una volta elencate non sono piu'
      * modificabili. Il movimento si indica in maschera oppure
      * arriva gia' impostato dalla griglia di COGQ54 (stringhe).
      * Programma derivato dalla manutenzione COGQ56.
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
       copy "cogq57.select".
      *
       data division.
       file section.
      *
       copy "cogq57.fd".
      *
       working-storage section.
       copy "cogq57.wrk".
      *
       copy "wgrave.cpy".
       copy "wnscr.cpy".
       copy "wopenf.cpy".
       copy "wstato.cpy".
      *
       01 datasis                       pic 9(08).
      *
       linkage section.
       copy "wcont.cpy".
      *
       screen section.
       copy "cogq57-01.scr".
      *
       procedure division using stringhe.
       copy "cogq57.decla".
            .
       io-error-rout. exit.
       end declaratives.
      *
       main section.
       apri.
           move k-program-id             to prog-err w-nome-hlp
           perform z-99-init-program
           perform ctr-abil
           perform open-files
           accept datasis                from century-date
           perform x-controlla-abil-conces

           move "Destinazione Quantita' Non Conformi"
                                         to titolo-maschera
           move k-m-v-size               to m-v-size
           move k-m-h-size               to m-h-size
           perform rd-msk-pop
           display s-mm-1
           .
       a4.
           initialize tab-maschera
           move spaces                   to w-doc-chiave-car
           move "N"                      to w-fl-dsp-presente
           move k-azione-registra        to tm-azione
      * Movimento passato dalla griglia di COGQ54: viene proposto
      * una sola volta, alla prima entrata in maschera
           if stringhe (1:30) <> spaces
              move stringhe (1:1)        to tm-doc-tip
              move stringhe (2:29)       to tm-doc-key
              move spaces                to stringhe
           end-if
           display s-mm-1
           .
      *----------------------------------------------------------------*
      * Accept di: Tipo documento (E = entrata, L = lavorazione)
      *----------------------------------------------------------------*
       a-tm-doc-tip.
           perform z-99-accept-tm-doc-tip

           if wesc
              perform test-wesc
              if wesc
                 go to fine
              end-if
              go to a-tm-doc-tip
           end-if
           if f2
              go to a-tm-doc-tip
           end-if
           if f3
              go to a-richiesta-conferma
           end-if
           .
      *----------------------------------------------------------------*
      * Accept di: Chiave documento
      *----------------------------------------------------------------*
       a-tm-doc-key.
           perform z-99-accept-tm-doc-key

           if wesc
              go to a4
           end-if
           if f2
              go to a-tm-doc-tip
           end-if
           if f3
              go to a-richiesta-conferma
           end-if

           perform x-controlla-tm-doc
           if x-f3-ok-parziale = "N"
              move x-f3-msg to wb-msg
              perform vbx-msg-error
              go to a-tm-doc-key
           end-if
           perform x-carica-destinazione
           display s-campi
           .
      *----------------------------------------------------------------*
      * Accept di: Quantita' resa al fornitore
      *----------------------------------------------------------------*
       a-tm-qta-reso.
           perform z-99-accept-tm-qta-reso

           if wesc
              go to a4
           end-if
           if f2
              go to a-tm-doc-key
           end-if
           if f3
              go to a-richiesta-conferma
           end-if
           .
      *----------------------------------------------------------------*
      * Accept di: Quantita' da rilavorare
      *----------------------------------------------------------------*
       a-tm-qta-rilav.
           perform z-99-accept-tm-qta-rilav

           if wesc
              go to a4
           end-if
           if f2
              go to a-tm-qta-reso
           end-if
           if f3
              go to a-richiesta-conferma
           end-if
           .
      *----------------------------------------------------------------*
      * Accept di: Quantita' usata in deroga
      *----------------------------------------------------------------*
       a-tm-qta-deroga.
           perform z-99-accept-tm-qta-deroga

           if wesc
              go to a4
           end-if
           if f2
              go to a-tm-qta-rilav
           end-if
           if f3
              go to a-richiesta-conferma
           end-if
           .
      *----------------------------------------------------------------*
      * Accept di: Quantita' da rottamare
      *----------------------------------------------------------------*
       a-tm-qta-rottame.
           perform z-99-accept-tm-qta-rottame

           if wesc
              go to a4
           end-if
           if f2
              go to a-tm-qta-deroga
           end-if
           if f3
              go to a-richiesta-conferma
           end-if
           .
      *----------------------------------------------------------------*
      * Accept di: Note
      *----------------------------------------------------------------*
       a-tm-note.
           perform z-99-accept-tm-note

           if wesc
              go to a4
           end-if
           if f2
              go to a-tm-qta-rottame
           end-if
           if f3
              go to a-richiesta-conferma
           end-if
           .
      *----------------------------------------------------------------*
      * Accept di: Azione (A = registra, R = elimina)
      *----------------------------------------------------------------*
       a-tm-azione.
           perform z-99-accept-tm-azione

           if wesc
              go to a4
           end-if
           if f2
              go to a-tm-note
           end-if
           if f3
              go to a-richiesta-conferma
           end-if

           perform x-controlla-tm-azione
           if x-f3-ok-parziale = "N"
              move x-f3-msg to wb-msg
              perform vbx-msg-error
              go to a-tm-azione
           end-if
           .
      *
       a-richiesta-conferma.
           perform x-imposta-conferma
           if x-f3-ok = "N"
              move x-f3-msg              to wb-msg
              perform vbx-msg
              go to a-tm-doc-tip
           end-if
           if tm-azione = k-azione-elimina
              move "Eliminare la destinazione registrata per il moviment
      -         "o?"                   to wb-msg
              perform acc-conf-custom
              if not f3
                 go to a-tm-doc-tip
              end-if
           end-if
           perform b-esegui
           go to a4
           .

      *-----------------------------------------------------------------
      * Esecuzione dell'azione richiesta sulla destinazione: la
      * registrazione riporta sempre chi ha deciso e quando; la
      * deroga, se presente, anche chi l'ha approvata. La data di
      * uscita sull'elenco resi resta quella gia' registrata
      *-----------------------------------------------------------------
       b-esegui.
           accept w-ora-sis              from time
           initialize dsp-rec
           move tm-doc-tip               to dsp-doc-tip
           move tm-doc-key               to dsp-doc-key
           perform rd-cogq54ds

           evaluate tm-azione
            when k-azione-registra
              if not w-verbo-ok
                 initialize dsp-rec
                 move tm-doc-tip         to dsp-doc-tip
                 move tm-doc-key         to dsp-doc-key
                 move 0                  to dsp-data-elenco
              end-if
              move w-mdc-forn            to dsp-forn
              move dsp-doc-chiave        to dsp-chia2-doc
              move w-mdc-merce           to dsp-merce
              move w-mdc-lotto           to dsp-lotto
              move w-qta-scarto          to dsp-qta-scarto
              move tm-qta-reso           to dsp-qta-reso
              move tm-qta-rilav          to dsp-qta-rilav
              move tm-qta-deroga         to dsp-qta-deroga
              move tm-qta-rottame        to dsp-qta-rottame
              move tm-note               to dsp-note
              move wo-oper               to dsp-oper
              move datasis               to dsp-data
              move w-ora-sis             to dsp-ora
      * Chi ha autorizzato la deroga si annota solo quando la deroga
      * nasce o cambia quantita': un salvataggio successivo (per
      * esempio delle sole note) conserva l'autorizzazione letta
              evaluate true
               when tm-qta-deroga = 0
                 move 0                  to dsp-oper-deroga
                 move 0                  to dsp-data-deroga
               when not w-verbo-ok or
                    tm-qta-deroga <> w-dsp-qta-deroga-old or
                    dsp-oper-deroga = 0
                 move wo-oper            to dsp-oper-deroga
                 move datasis            to dsp-data-deroga
              end-evaluate
              if w-verbo-ok
                 perform rwr-cogq54ds
                 move "Destinazione aggiornata" to wb-msg
               else
                 move k-verbo-ok         to statusfi
                 perform wr-cogq54ds
                 move "Destinazione registrata" to wb-msg
              end-if
            when k-azione-elimina
              if w-verbo-ok
                 perform dlt-cogq54ds
                 move "Destinazione eliminata" to wb-msg
               else
                 move "Destinazione inesistente: nessuna eliminazione"
                                         to wb-msg
              end-if
           end-evaluate
           move k-verbo-ok               to statusfi
           perform vbx-msg-info
           .

      *-----------------------------------------------------------------
      * Caricamento in maschera della destinazione gia' registrata per
      * il movimento (solo al cambio di movimento, per non perdere le
      * quantita' appena digitate)
      *-----------------------------------------------------------------
       x-carica-destinazione.
           if tm-doc-tip = w-doc-chiave-car (1:1) and
              tm-doc-key = w-doc-chiave-car (2:29)
              exit paragraph
           end-if
           move tm-doc-tip               to w-doc-chiave-car (1:1)
           move tm-doc-key               to w-doc-chiave-car (2:29)
           move w-qta-scarto             to tm-qta-scarto
           move "N"                      to w-fl-dsp-presente
           move 0                        to w-dsp-qta-reso-old
           move 0                        to w-dsp-qta-deroga-old
           move 0                        to w-dsp-data-elenco-old

           initialize dsp-rec
           move tm-doc-tip               to dsp-doc-tip
           move tm-doc-key               to dsp-doc-key
           perform rd-cogq54ds
           if w-verbo-ok
              move "S"                   to w-fl-dsp-presente
              move dsp-qta-reso          to tm-qta-reso
                                            w-dsp-qta-reso-old
              move dsp-qta-rilav         to tm-qta-rilav
              move dsp-qta-deroga        to tm-qta-deroga
                                            w-dsp-qta-deroga-old
              move dsp-qta-rottame       to tm-qta-rottame
              move dsp-note              to tm-note
              move dsp-data-elenco       to w-dsp-data-elenco-old
            else
              move 0                     to tm-qta-reso
              move 0                     to tm-qta-rilav
              move 0                     to tm-qta-deroga
              move 0                     to tm-qta-rottame
              move spaces                to tm-note
           end-if
           move k-verbo-ok               to statusfi
           .

      *-----------------------------------------------------------------
      * Risoluzione del fornitore, della merce e del lotto del
      * movimento: stessa decodifica della chiave documento di
      * z-grid-det-riempi-t-rec in COGQ54. Le lavorazioni (tipo "L")
      * non hanno fornitore e non ammettono reso
      *-----------------------------------------------------------------
       x-risolvi-documento.
           move 0                        to w-mdc-forn
           move spaces                   to w-mdc-merce
           move spaces                   to w-mdc-lotto
           move tm-doc-key               to w-unpack-doc-key
           evaluate tm-doc-tip
            when "E"
              initialize mag-recz
              move wud-e-riga            to mag-chiap
              perform rd-cogmomag
              if w-verbo-ok
                 move mag-forn           to w-mdc-forn
                 move mag-merce3         to w-mdc-merce
                 initialize mlt-rec
                 move mag-merce3         to mlt-merce
                 move mag-mag1           to mlt-mag
                 move wud-e-prog         to mlt-prog
                 perform rd-cogmerlt
                 if w-verbo-ok
                    move mlt-lotto       to w-mdc-lotto
                 end-if
              end-if
            when "L"
              initialize cla-rec
              move wud-l-ann             to cla-anno
              move wud-l-num             to cla-numero
              perform rd-coglavor
              if w-verbo-ok
                 move cla-merce          to w-mdc-merce
              end-if
              string wud-l-ann "/" wud-l-num delimited size
                                      into w-mdc-lotto
           end-evaluate
           move k-verbo-ok               to statusfi
           .

      *-----------------------------------------------------------------
      * Uso in deroga: riservato agli operatori abilitati alla
      * funzione "CONCES" su COGTABEL; nessun accesso libero a
      * funzione non configurata (stesso criterio di FUSANA in
      * WIN058M)
      *-----------------------------------------------------------------
       x-controlla-abil-conces.
           move "N"                      to w-fl-abil-conces
           initialize euta-rec
           move k-abil-tipo              to euta-tipo
           move k-abil-arg               to euta-cfg-arg
           move k-abil-fun-conces        to euta-cfg-key
           move wo-oper                  to euta-cod
           perform rd-cogtabel
           if w-verbo-ok
              move "S"                   to w-fl-abil-conces
           end-if
           move k-verbo-ok               to statusfi
           .

      *******************************************************************
      * Controlli sui campi di maschera                                 *
      *******************************************************************
       x-imposta-conferma.
           move "S"                      to x-f3-ok
           move spaces                   to x-f3-msg

           perform x-controlla-tm-doc
           if x-f3-ok-parziale = "N"
              move "N"             to x-f3-ok
              exit paragraph
           end-if
      * Movimento cambiato senza passare dal campo chiave: lo carico
      * e lascio verificare la ripartizione prima di confermare
           if tm-doc-tip <> w-doc-chiave-car (1:1) or
              tm-doc-key <> w-doc-chiave-car (2:29)
              perform x-carica-destinazione
              display s-campi
              move "Movimento caricato: verificare la ripartizione e con
      -        "fermare"               to x-f3-msg
              move "N"             to x-f3-ok
              exit paragraph
           end-if
           perform x-controlla-tm-azione
           if x-f3-ok-parziale = "N"
              move "N"             to x-f3-ok
              exit paragraph
           end-if
           if tm-azione = k-azione-registra
              perform x-controlla-ripartizione
            else
              perform x-controlla-eliminazione
           end-if
           if x-f3-ok-parziale = "N"
              move "N"             to x-f3-ok
           end-if
           .
       x-controlla-tm-doc.
           move "S"                to x-f3-ok-parziale
           if tm-doc-tip <> "E" and tm-doc-tip <> "L"
              move "Tipo documento non valido (E = entrata, L = lavorazi
      -        "one)"                 to x-f3-msg
              move "N"                   to x-f3-ok-parziale
              exit paragraph
           end-if
           if tm-doc-key = spaces
              move "Chiave documento obbligatoria" to x-f3-msg
              move "N"                   to x-f3-ok-parziale
              exit paragraph
           end-if

           move "N"                      to w-fl-doc-trovato
           initialize mdc-rec
           move tm-doc-tip               to mdc-doc-tip
           move tm-doc-key               to mdc-doc-key
           perform rd-clcmovdc
           if w-verbo-ok
              move "S"                   to w-fl-doc-trovato
            else
              initialize sdc-rec
              move tm-doc-tip            to sdc-doc-tip
              move tm-doc-key            to sdc-doc-key
              perform rd-clcmovds
              if w-verbo-ok
                 move sdc-rec            to mdc-rec
                 move "S"                to w-fl-doc-trovato
              end-if
           end-if
           move k-verbo-ok               to statusfi
           if w-fl-doc-trovato = "N"
              move "Movimento di controllo inesistente" to x-f3-msg
              move "N"                   to x-f3-ok-parziale
              exit paragraph
           end-if
           move mdc-stato-controllo      to w-doc-stato
           if w-doc-stato <> k-stato-cc and w-doc-stato <> k-stato-cn
              move "Movimento senza esito di controllo (stato CC/CN)"
                                         to x-f3-msg
              move "N"                   to x-f3-ok-parziale
              exit paragraph
           end-if
           compute w-qta-scarto = mdc-qta-ko + mdc-qta-nc
           if w-qta-scarto not > 0
              move "Movimento senza quantita' ko/nc da destinare"
                                         to x-f3-msg
              move "N"                   to x-f3-ok-parziale
              exit paragraph
           end-if
           perform x-risolvi-documento
           .
       x-controlla-tm-azione.
           move "S"                to x-f3-ok-parziale
           if tm-azione <> k-azione-registra and
              tm-azione <> k-azione-elimina
              move "Azione non valida (A = registra, R = elimina)"
                                         to x-f3-msg
              move "N"                   to x-f3-ok-parziale
           end-if
           .
      * La ripartizione deve quadrare con ko+nc del movimento; il
      * reso richiede un fornitore, la deroga l'abilitazione CONCES;
      * una quantita' resa gia' uscita sull'elenco resta com'e'
       x-controlla-ripartizione.
           move "S"                to x-f3-ok-parziale
           if tm-qta-reso < 0 or tm-qta-rilav < 0 or
              tm-qta-deroga < 0 or tm-qta-rottame < 0
              move "Quantita' negative non ammesse" to x-f3-msg
              move "N"                   to x-f3-ok-parziale
              exit paragraph
           end-if
           compute w-qta-somma = tm-qta-reso + tm-qta-rilav
                               + tm-qta-deroga + tm-qta-rottame
           if w-qta-somma <> w-qta-scarto
              move "La ripartizione non quadra con la quantita' ko+nc de
      -        "l movimento"         to x-f3-msg
              move "N"                   to x-f3-ok-parziale
              exit paragraph
           end-if
           if tm-qta-reso > 0 and w-mdc-forn = 0
              move "Reso non ammesso: movimento senza fornitore"
                                         to x-f3-msg
              move "N"                   to x-f3-ok-parziale
              exit paragraph
           end-if
           if tm-qta-deroga > 0 and w-fl-abil-conces <> "S"
              move "Uso in deroga riservato agli operatori abilitati (fu
      -        "nzione CONCES)"        to x-f3-msg
              move "N"                   to x-f3-ok-parziale
              exit paragraph
           end-if
      * Un uso in deroga gia' registrato non si modifica senza
      * abilitazione: resta traccia di chi ha autorizzato il rilascio
           if w-fl-dsp-presente = "S" and w-dsp-qta-deroga-old > 0 and
              tm-qta-deroga <> w-dsp-qta-deroga-old and
              w-fl-abil-conces <> "S"
              move "Modifica di un uso in deroga riservata agli operator
      -        "i abilitati (funzione CONCES)" to x-f3-msg
              move "N"                   to x-f3-ok-parziale
              exit paragraph
           end-if
           if w-fl-dsp-presente = "S" and w-dsp-data-elenco-old <> 0
              if tm-qta-reso <> w-dsp-qta-reso-old
                 move "Quantita' resa gia' uscita sull'elenco resi: non 
      -           "modificabile"       to x-f3-msg
                 move "N"                to x-f3-ok-parziale
              end-if
           end-if
           .
       x-controlla-eliminazione.
           move "S"                to x-f3-ok-parziale
           if w-fl-dsp-presente <> "S"
              move "Nessuna destinazione registrata per il movimento"
                                         to x-f3-msg
              move "N"                   to x-f3-ok-parziale
              exit paragraph
           end-if
           if w-dsp-data-elenco-old <> 0
              move "Quantita' resa gia' uscita sull'elenco resi: destina
      -        "zione non eliminabile" to x-f3-msg
              move "N"                   to x-f3-ok-parziale
              exit paragraph
           end-if
      * Eliminare un uso in deroga cancellerebbe la traccia di chi ne
      * ha autorizzato il rilascio
           if w-dsp-qta-deroga-old > 0 and w-fl-abil-conces <> "S"
              move "Eliminazione di un uso in deroga riservata agli oper
      -        "atori abilitati (funzione CONCES)" to x-f3-msg
              move "N"                   to x-f3-ok-parziale
           end-if
           .
      *
       fine.
       z-chiudi.
           perform z-close-files
           perform z-99-exit-program
           exit program
           .
      *
       copy "grave.cpy".
       copy "mmmask.cpy".
       copy "winmsg.cpy".
      *
       copy "cogq57.prc".
      *
       end program.
