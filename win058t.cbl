       identification division.
       program-id.    win058t.
       Author.        Andrea Parmeggiani - Eurosystem2000.

      *-----------------------------------------------------------------
      * Riassegnazione dei clienti da un agente a un altro
      *-----------------------------------------------------------------
      * Quando un agente lascia o le zone vengono ridisegnate, sposta
      * in un'unica operazione sul nuovo agente i clienti che hanno
      * oggi ana-agente uguale all'agente indicato, restringendo a
      * scelta la selezione per provincia, intervallo di CAP e tipo
      * cliente. Le anagrafiche cancellate non vengono toccate.
      * Con l'azione "P" (predefinita) stampa soltanto l'anteprima
      * dei clienti selezionati; con "E" aggiorna ana-agente, annota
      * ogni cliente spostato sul registro COGANAGE (agente di
      * provenienza, agente di destinazione, operatore, data e ora)
      * e stampa l'elenco di consegna per l'agente che riceve i
      * clienti, con i recapiti di ciascuno da COGGEANA e COGAPPOG.
      * Il filtro agente di WIN058 e la visibilita' per agente
      * leggono ana-agente, quindi vedono subito il nuovo portafoglio.
      * L'uso e' riservato agli operatori abilitati alla funzione
      * "RIAAGE" su COGTABEL (manutenzione con COGQ55).
      * Programma derivato dalla fusione anagrafiche WIN058M.
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
       copy "win058t.select".
      *
       data division.
       file section.
      *
       copy "win058t.fd".
      *
       working-storage section.
       copy "win058t.wrk".
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
       copy "win058t-01.scr".
      *
       procedure division using stringhe.
       copy "win058t.decla".
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

           perform x-controlla-abilitato
           if w-fl-abilitato <> "S"
              move "Operatore non abilitato alla riassegnazione clienti 
      -          "(funzione RIAAGE)"   to wb-msg
              perform vbx-msg-error
              go to fine
           end-if

           move "Riassegnazione Clienti fra Agenti"
                                         to titolo-maschera
           move k-m-v-size               to m-v-size
           move k-m-h-size               to m-h-size
           perform rd-msk-pop
           display s-mm-1
           .
       a4.
           initialize tab-maschera
           move k-azione-prova           to tm-azione
           display s-mm-1
           .
      *----------------------------------------------------------------*
      * Accept di: Agente attuale
      *----------------------------------------------------------------*
       a-tm-age-da.
           perform z-99-accept-tm-age-da

           if wesc
              perform test-wesc
              if wesc
                 go to fine
              end-if
              go to a-tm-age-da
           end-if
           if f2
              go to a-tm-age-da
           end-if
           if f3
              go to a-richiesta-conferma
           end-if

           perform x-controlla-tm-age-da
           if x-f3-ok-parziale = "N"
              move x-f3-msg to wb-msg
              perform vbx-msg-error
              go to a-tm-age-da
           end-if
           .
      *----------------------------------------------------------------*
      * Accept di: Nuovo agente
      *----------------------------------------------------------------*
       a-tm-age-a.
           perform z-99-accept-tm-age-a

           if wesc
              go to a4
           end-if
           if f2
              go to a-tm-age-da
           end-if
           if f3
              go to a-richiesta-conferma
           end-if

           perform x-controlla-tm-age-a
           if x-f3-ok-parziale = "N"
              move x-f3-msg to wb-msg
              perform vbx-msg-error
              go to a-tm-age-a
           end-if
           .
      *----------------------------------------------------------------*
      * Accept di: Provincia (facoltativa)
      *----------------------------------------------------------------*
       a-tm-prov.
           perform z-99-accept-tm-prov

           if wesc
              go to a4
           end-if
           if f2
              go to a-tm-age-a
           end-if
           if f3
              go to a-richiesta-conferma
           end-if
           .
      *----------------------------------------------------------------*
      * Accept di: CAP iniziale (facoltativo)
      *----------------------------------------------------------------*
       a-tm-cap-da.
           perform z-99-accept-tm-cap-da

           if wesc
              go to a4
           end-if
           if f2
              go to a-tm-prov
           end-if
           if f3
              go to a-richiesta-conferma
           end-if
           .
      *----------------------------------------------------------------*
      * Accept di: CAP finale (facoltativo)
      *----------------------------------------------------------------*
       a-tm-cap-a.
           perform z-99-accept-tm-cap-a

           if wesc
              go to a4
           end-if
           if f2
              go to a-tm-cap-da
           end-if
           if f3
              go to a-richiesta-conferma
           end-if

           perform x-controlla-tm-cap
           if x-f3-ok-parziale = "N"
              move x-f3-msg to wb-msg
              perform vbx-msg-error
              go to a-tm-cap-a
           end-if
           .
      *----------------------------------------------------------------*
      * Accept di: Tipo cliente (facoltativo)
      *----------------------------------------------------------------*
       a-tm-tipo-cli.
           perform z-99-accept-tm-tipo-cli

           if wesc
              go to a4
           end-if
           if f2
              go to a-tm-cap-a
           end-if
           if f3
              go to a-richiesta-conferma
           end-if
           .
      *----------------------------------------------------------------*
      * Accept di: Azione (P = anteprima, E = esegue)
      *----------------------------------------------------------------*
       a-tm-azione.
           perform z-99-accept-tm-azione

           if wesc
              go to a4
           end-if
           if f2
              go to a-tm-tipo-cli
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
              go to a-tm-age-da
           end-if
           if tm-azione = k-azione-esegui
              move "Spostare sul nuovo agente tutti i clienti selezionat
      -         "i?"                  to wb-msg
            else
              move "Stampare l'anteprima dei clienti selezionati?"
                                         to wb-msg
           end-if
           perform acc-conf-custom
           if not f3
              go to a-tm-age-da
           end-if
           perform b-esegui
           go to a4
           .

      *-----------------------------------------------------------------
      * Esecuzione: intestazione dell'elenco, scansione dei clienti
      * e totali. In esecuzione effettiva ogni cliente spostato esce
      * anche sull'elenco di consegna per il nuovo agente
      *-----------------------------------------------------------------
       b-esegui.
           move 0                        to w-tot-selezionati
           move 0                        to w-tot-spostati
           move 0                        to w-tot-falliti
           if tm-cap-a = spaces
              move high-values           to w-cap-a-lim
            else
              move tm-cap-a              to w-cap-a-lim
           end-if
           string datasis (7:2) "/"
                  datasis (5:2) "/"
                  datasis (1:4)
               delimited size         into w-data-ed

           initialize ana-rec
           move k-ana-tipo-age           to ana-tipo
           move tm-age-da                to ana-cod
           perform rd-coggeana
           if w-verbo-ok
              move ana-nome              to w-age-da-nome
            else
              move all "*"               to w-age-da-nome
           end-if
           initialize ana-rec
           move k-ana-tipo-age           to ana-tipo
           move tm-age-a                 to ana-cod
           perform rd-coggeana
           move ana-nome                 to w-age-a-nome
           move k-verbo-ok               to statusfi

           move spaces                   to r-ria-riga
           write r-ria-riga
           move tm-age-da                to w-ria-tes-age-da
           move tm-age-a                 to w-ria-tes-age-a
           move wo-oper                  to w-ria-tes-oper
           move w-data-ed                to w-ria-tes-data
           if tm-azione = k-azione-esegui
              move "RIASSEGNAZIONE ESEGUITA"
                                         to w-ria-tes-modo
            else
              move "ANTEPRIMA: nessun cliente spostato"
                                         to w-ria-tes-modo
           end-if
           move w-ria-testata            to r-ria-riga
           write r-ria-riga
           move tm-prov                  to w-ria-fil-prov
           move tm-cap-da                to w-ria-fil-cap-da
           move tm-cap-a                 to w-ria-fil-cap-a
           move tm-tipo-cli              to w-ria-fil-tipo-cli
           move w-ria-filtri             to r-ria-riga
           write r-ria-riga

           if tm-azione = k-azione-esegui
              perform z-intesta-consegna
           end-if

           perform z-scansiona-clienti

           move w-tot-selezionati        to w-ria-tot-selezionati
           move w-tot-spostati           to w-ria-tot-spostati
           move w-tot-falliti            to w-ria-tot-falliti
           move w-ria-totali             to r-ria-riga
           write r-ria-riga

           if tm-azione = k-azione-esegui
              move w-tot-spostati        to w-con-tot-spostati
              move w-con-totali          to r-con-riga
              write r-con-riga
              move "Riassegnazione completata: dettaglio sul rendiconto 
      -         "WIN058T, consegna su WIN058TC"
                                         to wb-msg
            else
              move "Anteprima completata: clienti selezionati sull'elenc
      -         "o WIN058T"           to wb-msg
           end-if
           perform vbx-msg-info
           .

      *-----------------------------------------------------------------
      * Intestazione dell'elenco di consegna: una sezione per ogni
      * riassegnazione eseguita, quindi per agente che riceve
      *-----------------------------------------------------------------
       z-intesta-consegna.
           move spaces                   to r-con-riga
           write r-con-riga
           move tm-age-a                 to w-con-tes-age-a
           move w-age-a-nome             to w-con-tes-age-a-nome
           move w-data-ed                to w-con-tes-data
           move w-con-testata            to r-con-riga
           write r-con-riga
           move tm-age-da                to w-con-pro-age-da
           move w-age-da-nome            to w-con-pro-age-da-nome
           move w-con-provenienza        to r-con-riga
           write r-con-riga
           move spaces                   to r-con-riga
           write r-con-riga
           .

      *-----------------------------------------------------------------
      * Scansione dei clienti: ana-agente non e' chiave, quindi leggo
      * tutte le anagrafiche di tipo cliente. La riscrittura non tocca
      * la chiave primaria e la lettura sequenziale prosegue
      * regolarmente
      *-----------------------------------------------------------------
       z-scansiona-clienti.
           initialize ana-rec
           move k-ana-tipo-cli           to ana-tipo
           move 0                        to ana-cod
           perform st-coggeana-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-coggeana
                 if w-verbo-ok
                    if ana-tipo <> k-ana-tipo-cli
                       move k-fine-file  to statusfi
                     else
                       perform x-valuta-cliente
                    end-if
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok               to statusfi
           .

       x-valuta-cliente.
           perform x-seleziona-cliente
           if w-fl-selezionato <> "S"
              exit paragraph
           end-if
           add 1                         to w-tot-selezionati

           initialize w-ria-riga
           move ana-cod                  to w-ria-cod
           move ana-nome                 to w-ria-nome
           move ana-loca                 to w-ria-loca
           move ana-prov                 to w-ria-prov
           move ana-cap                  to w-ria-cap
           move ana-tipo-cli             to w-ria-tipo-cli
           if tm-azione <> k-azione-esegui
              move "Da spostare"         to w-ria-esito
              move w-ria-riga            to r-ria-riga
              write r-ria-riga
              exit paragraph
           end-if

           move tm-age-a                 to ana-agente
           perform rwr-coggeana
           if not w-verbo-ok
              add 1                      to w-tot-falliti
              move "Anagrafica non riscrivibile"
                                         to w-ria-esito
              move w-ria-riga            to r-ria-riga
              write r-ria-riga
              move k-verbo-ok            to statusfi
              exit paragraph
           end-if
           add 1                         to w-tot-spostati
           perform z-registra-riassegnazione
           if w-verbo-ok
              move "Spostato"            to w-ria-esito
            else
              move "Spostato, registrazione fallita"
                                         to w-ria-esito
           end-if
           move k-verbo-ok               to statusfi
           move w-ria-riga               to r-ria-riga
           write r-ria-riga
           perform z-stampa-consegna
           .

      * Filtri: agente attuale sempre, provincia, intervallo CAP e
      * tipo cliente solo se indicati
       x-seleziona-cliente.
           move "N"                      to w-fl-selezionato
           if ana-agente <> tm-age-da or ana-data-canc <> 0
              exit paragraph
           end-if
           if tm-prov <> spaces and ana-prov <> tm-prov
              exit paragraph
           end-if
           if tm-cap-da <> spaces and ana-cap < tm-cap-da
              exit paragraph
           end-if
           if ana-cap > w-cap-a-lim
              exit paragraph
           end-if
           if tm-tipo-cli <> spaces and ana-tipo-cli <> tm-tipo-cli
              exit paragraph
           end-if
           move "S"                      to w-fl-selezionato
           .

      *-----------------------------------------------------------------
      * Registro delle riassegnazioni: cliente, agente di
      * provenienza, agente di destinazione, operatore, data e ora
      *-----------------------------------------------------------------
       z-registra-riassegnazione.
           accept w-ora-sis              from time
           initialize ara-rec
           move ana-tipo                 to ara-tipo
           move ana-cod                  to ara-cod
           move datasis                  to ara-data
           move w-ora-sis                to ara-ora
           move tm-age-da                to ara-age-vecchio
           move tm-age-a                 to ara-age-nuovo
           move wo-oper                  to ara-oper
           perform wr-coganage
           .

      *-----------------------------------------------------------------
      * Riga di consegna: indirizzo dall'anagrafica, telefoni da
      * COGAPPOG (se presente) ed e-mail
      *-----------------------------------------------------------------
       z-stampa-consegna.
           initialize w-con-riga1
           move ana-cod                  to w-con-cod
           move ana-nome                 to w-con-nome
           move ana-ind                  to w-con-ind
           move ana-cap                  to w-con-cap
           move ana-loca                 to w-con-loca
           move ana-prov                 to w-con-prov
           move w-con-riga1              to r-con-riga
           write r-con-riga

           initialize app-rec
           move ana-tipo                 to app-tipo
           move ana-cod                  to app-cod
           perform rd-cogappog
           if not w-verbo-ok
              initialize app-rec
           end-if
           move k-verbo-ok               to statusfi
           move app-tel                  to w-con-tel
           move app-fax                  to w-con-fax
           move ana-email                to w-con-email
           move w-con-riga2              to r-con-riga
           write r-con-riga
           .

      *-----------------------------------------------------------------
      * Accesso al programma: riservato agli operatori abilitati alla
      * funzione "RIAAGE" su COGTABEL (concessione con COGQ55)
      *-----------------------------------------------------------------
       x-controlla-abilitato.
           move "N"                      to w-fl-abilitato
           initialize euta-rec
           move k-abil-tipo              to euta-tipo
           move k-abil-arg               to euta-cfg-arg
           move k-abil-fun-riaage        to euta-cfg-key
           move wo-oper                  to euta-cod
           perform rd-cogtabel
           if w-verbo-ok
              move "S"                   to w-fl-abilitato
           end-if
           .

      *******************************************************************
      * Controlli sui campi di maschera                                 *
      *******************************************************************
       x-imposta-conferma.
           move "S"                      to x-f3-ok
           move spaces                   to x-f3-msg

           perform x-controlla-tm-age-da
           if x-f3-ok-parziale = "N"
              move "N"             to x-f3-ok
           end-if
           perform x-controlla-tm-age-a
           if x-f3-ok-parziale = "N"
              move "N"             to x-f3-ok
           end-if
           perform x-controlla-tm-cap
           if x-f3-ok-parziale = "N"
              move "N"             to x-f3-ok
           end-if
           perform x-controlla-tm-azione
           if x-f3-ok-parziale = "N"
              move "N"             to x-f3-ok
           end-if
           .
      * L'agente uscente puo' non essere piu' in anagrafica: basta
      * che sia indicato
       x-controlla-tm-age-da.
           move "S"                to x-f3-ok-parziale
           if tm-age-da = zeroes
              move "Agente attuale obbligatorio" to x-f3-msg
              move "N"                   to x-f3-ok-parziale
           end-if
           .
       x-controlla-tm-age-a.
           move "S"                to x-f3-ok-parziale
           if tm-age-a = zeroes
              move "Nuovo agente obbligatorio" to x-f3-msg
              move "N"                   to x-f3-ok-parziale
              exit paragraph
           end-if
           if tm-age-a = tm-age-da
              move "Nuovo agente uguale all'agente attuale"
                                         to x-f3-msg
              move "N"                   to x-f3-ok-parziale
              exit paragraph
           end-if
           initialize ana-rec
           move k-ana-tipo-age           to ana-tipo
           move tm-age-a                 to ana-cod
           perform rd-coggeana
           if not w-verbo-ok
              move k-verbo-ok            to statusfi
              move "Nuovo agente inesistente in anagrafica"
                                         to x-f3-msg
              move "N"                   to x-f3-ok-parziale
              exit paragraph
           end-if
           if ana-data-canc <> 0
              move "Il nuovo agente risulta cancellato"
                                         to x-f3-msg
              move "N"                   to x-f3-ok-parziale
           end-if
           .
       x-controlla-tm-cap.
           move "S"                to x-f3-ok-parziale
           if tm-cap-da <> spaces and tm-cap-a <> spaces and
              tm-cap-da > tm-cap-a
              move "CAP iniziale maggiore del CAP finale"
                                         to x-f3-msg
              move "N"                   to x-f3-ok-parziale
           end-if
           .
       x-controlla-tm-azione.
           move "S"                to x-f3-ok-parziale
           if tm-azione <> k-azione-prova and
              tm-azione <> k-azione-esegui
              move "Azione non valida (P = anteprima, E = esegue)"
                                         to x-f3-msg
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
       copy "win058t.prc".
      *
       end program.
