       identification division.
       program-id.    cogq58.
       Author.        Andrea Parmeggiani - Eurosystem2000.

      *-----------------------------------------------------------------
      * Registro dei certificati di conformita' per lotto
      *-----------------------------------------------------------------
      * Per le merci che richiedono un certificato di conformita' o
      * di analisi del fornitore a ogni lotto registra su COGQ54CE,
      * per merce e lotto (il lotto come registrato su COGMERLT),
      * numero del certificato, data di emissione, data di scadenza
      * ed esito, con operatore, data e ora della registrazione.
      * Le merci soggette sono elencate su COGTABEL (tipo 70,
      * argomento "CERT", chiave = merce): per queste COGQ54 non
      * chiude i movimenti il cui lotto non ha un certificato
      * conforme e non scaduto, e l'elenco settimanale COGQ54W
      * segnala agli acquisti i lotti ricevuti ancora in attesa.
      * Programma derivato dalla manutenzione COGQ57.
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
       copy "cogq58.select".
      *
       data division.
       file section.
      *
       copy "cogq58.fd".
      *
       working-storage section.
       copy "cogq58.wrk".
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
       copy "cogq58-01.scr".
      *
       procedure division using stringhe.
       copy "cogq58.decla".
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

           move "Certificati di Conformita' per Lotto"
                                         to titolo-maschera
           move k-m-v-size               to m-v-size
           move k-m-h-size               to m-h-size
           perform rd-msk-pop
           display s-mm-1
           .
       a4.
           initialize tab-maschera
           move spaces                   to w-cer-chiave-car
           move "N"                      to w-fl-cer-presente
           move k-azione-registra        to tm-azione
           display s-mm-1
           .
      *----------------------------------------------------------------*
      * Accept di: Merce
      *----------------------------------------------------------------*
       a-tm-merce.
           perform z-99-accept-tm-merce

           if wesc
              perform test-wesc
              if wesc
                 go to fine
              end-if
              go to a-tm-merce
           end-if
           if f2
              go to a-tm-merce
           end-if
           if f3
              go to a-richiesta-conferma
           end-if
           .
      *----------------------------------------------------------------*
      * Accept di: Lotto
      *----------------------------------------------------------------*
       a-tm-lotto.
           perform z-99-accept-tm-lotto

           if wesc
              go to a4
           end-if
           if f2
              go to a-tm-merce
           end-if
           if f3
              go to a-richiesta-conferma
           end-if

           perform x-controlla-tm-chiave
           if x-f3-ok-parziale = "N"
              move x-f3-msg to wb-msg
              perform vbx-msg-error
              go to a-tm-lotto
           end-if
           perform x-carica-certificato
           display s-campi
           .
      *----------------------------------------------------------------*
      * Accept di: Numero certificato
      *----------------------------------------------------------------*
       a-tm-numero.
           perform z-99-accept-tm-numero

           if wesc
              go to a4
           end-if
           if f2
              go to a-tm-lotto
           end-if
           if f3
              go to a-richiesta-conferma
           end-if
           .
      *----------------------------------------------------------------*
      * Accept di: Data emissione
      *----------------------------------------------------------------*
       a-tm-data-emis.
           perform z-99-accept-tm-data-emis

           if wesc
              go to a4
           end-if
           if f2
              go to a-tm-numero
           end-if
           if f3
              go to a-richiesta-conferma
           end-if
           .
      *----------------------------------------------------------------*
      * Accept di: Data scadenza (zero = senza scadenza)
      *----------------------------------------------------------------*
       a-tm-data-scad.
           perform z-99-accept-tm-data-scad

           if wesc
              go to a4
           end-if
           if f2
              go to a-tm-data-emis
           end-if
           if f3
              go to a-richiesta-conferma
           end-if
           .
      *----------------------------------------------------------------*
      * Accept di: Esito (C = conforme, N = non conforme)
      *----------------------------------------------------------------*
       a-tm-esito.
           perform z-99-accept-tm-esito

           if wesc
              go to a4
           end-if
           if f2
              go to a-tm-data-scad
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
              go to a-tm-esito
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
              go to a-tm-merce
           end-if
           if tm-azione = k-azione-elimina
              move "Eliminare il certificato registrato per il lotto?"
                                         to wb-msg
              perform acc-conf-custom
              if not f3
                 go to a-tm-merce
              end-if
           end-if
      * Merce non elencata fra quelle soggette: il certificato si
      * registra comunque, ma non blocca ne' sblocca alcun movimento
           if tm-azione = k-azione-registra and
              w-fl-merce-soggetta = "N"
              move "Merce non soggetta a certificato (tabella CERT): reg
      -        "istrare comunque?"    to wb-msg
              perform acc-conf-custom
              if not f3
                 go to a-tm-merce
              end-if
           end-if
           perform b-esegui
           go to a4
           .

      *-----------------------------------------------------------------
      * Esecuzione dell'azione richiesta sul certificato: la
      * registrazione riporta sempre chi l'ha fatta e quando
      *-----------------------------------------------------------------
       b-esegui.
           accept w-ora-sis              from time
           initialize cer-rec
           move tm-merce                 to cer-merce
           move tm-lotto                 to cer-lotto
           perform rd-cogq54ce

           evaluate tm-azione
            when k-azione-registra
              if not w-verbo-ok
                 initialize cer-rec
                 move tm-merce           to cer-merce
                 move tm-lotto           to cer-lotto
              end-if
              move tm-numero             to cer-numero
              move tm-data-emis          to cer-data-emis
              move tm-data-scad          to cer-data-scad
              move tm-esito              to cer-esito
              move tm-note               to cer-note
              move wo-oper               to cer-oper
              move datasis               to cer-data
              move w-ora-sis             to cer-ora
              if w-verbo-ok
                 perform rwr-cogq54ce
                 move "Certificato aggiornato" to wb-msg
               else
                 move k-verbo-ok         to statusfi
                 perform wr-cogq54ce
                 move "Certificato registrato" to wb-msg
              end-if
            when k-azione-elimina
              if w-verbo-ok
                 perform dlt-cogq54ce
                 move "Certificato eliminato" to wb-msg
               else
                 move "Certificato inesistente: nessuna eliminazione"
                                         to wb-msg
              end-if
           end-evaluate
           move k-verbo-ok               to statusfi
           perform vbx-msg-info
           .

      *-----------------------------------------------------------------
      * Caricamento in maschera del certificato gia' registrato per
      * merce e lotto (solo al cambio di chiave, per non perdere i
      * dati appena digitati)
      *-----------------------------------------------------------------
       x-carica-certificato.
           if tm-merce = w-cer-chiave-car (1:9) and
              tm-lotto = w-cer-chiave-car (10:30)
              exit paragraph
           end-if
           move tm-merce                 to w-cer-chiave-car (1:9)
           move tm-lotto                 to w-cer-chiave-car (10:30)
           move "N"                      to w-fl-cer-presente

           initialize cer-rec
           move tm-merce                 to cer-merce
           move tm-lotto                 to cer-lotto
           perform rd-cogq54ce
           if w-verbo-ok
              move "S"                   to w-fl-cer-presente
              move cer-numero            to tm-numero
              move cer-data-emis         to tm-data-emis
              move cer-data-scad         to tm-data-scad
              move cer-esito             to tm-esito
              move cer-note              to tm-note
            else
              move spaces                to tm-numero
              move 0                     to tm-data-emis
              move 0                     to tm-data-scad
              move "C"                   to tm-esito
              move spaces                to tm-note
           end-if
           move k-verbo-ok               to statusfi
           .

      *-----------------------------------------------------------------
      * Merce soggetta a certificato: presente su COGTABEL "CERT"
      *-----------------------------------------------------------------
       x-leggi-merce-soggetta.
           move "N"                      to w-fl-merce-soggetta
           initialize euta-rec
           move k-cert-tipo              to euta-tipo
           move k-cert-arg               to euta-cfg-arg
           move tm-merce                 to euta-cfg-key
           move spaces                   to euta-cod
           perform rd-cogtabel
           if w-verbo-ok
              move "S"                   to w-fl-merce-soggetta
           end-if
           move k-verbo-ok               to statusfi
           .

      *******************************************************************
      * Controlli sui campi di maschera                                 *
      *******************************************************************
       x-imposta-conferma.
           move "S"                      to x-f3-ok
           move spaces                   to x-f3-msg

           perform x-controlla-tm-chiave
           if x-f3-ok-parziale = "N"
              move "N"             to x-f3-ok
              exit paragraph
           end-if
      * Chiave cambiata senza passare dal campo lotto: carico il
      * certificato registrato e lascio verificare prima di confermare
           if tm-merce <> w-cer-chiave-car (1:9) or
              tm-lotto <> w-cer-chiave-car (10:30)
              perform x-carica-certificato
              display s-campi
              move "Certificato caricato: verificare i dati prima di con
      -        "fermare"              to x-f3-msg
              move "N"             to x-f3-ok
              exit paragraph
           end-if
           perform x-controlla-tm-azione
           if x-f3-ok-parziale = "N"
              move "N"             to x-f3-ok
              exit paragraph
           end-if
           if tm-azione = k-azione-registra
              perform x-controlla-certificato
            else
              if w-fl-cer-presente <> "S"
                 move "Nessun certificato registrato per il lotto"
                                         to x-f3-msg
                 move "N"                to x-f3-ok-parziale
              end-if
           end-if
           if x-f3-ok-parziale = "N"
              move "N"             to x-f3-ok
           end-if
           .
       x-controlla-tm-chiave.
           move "S"                to x-f3-ok-parziale
           if tm-merce = spaces
              move "Merce obbligatoria"  to x-f3-msg
              move "N"                   to x-f3-ok-parziale
              exit paragraph
           end-if
           if tm-lotto = spaces
              move "Lotto obbligatorio"  to x-f3-msg
              move "N"                   to x-f3-ok-parziale
              exit paragraph
           end-if
           perform x-leggi-merce-soggetta
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
      * Numero ed emissione obbligatori; la scadenza, se indicata,
      * non puo' precedere l'emissione
       x-controlla-certificato.
           move "S"                to x-f3-ok-parziale
           if tm-numero = spaces
              move "Numero certificato obbligatorio" to x-f3-msg
              move "N"                   to x-f3-ok-parziale
              exit paragraph
           end-if
           move tm-data-emis             to w-data-ctr
           perform x-controlla-data
           if w-fl-data-ok = "N" or tm-data-emis = 0
              move "Data emissione non valida (aaaammgg)" to x-f3-msg
              move "N"                   to x-f3-ok-parziale
              exit paragraph
           end-if
           if tm-data-emis > datasis
              move "Data emissione successiva alla data odierna"
                                         to x-f3-msg
              move "N"                   to x-f3-ok-parziale
              exit paragraph
           end-if
           if tm-data-scad <> 0
              move tm-data-scad          to w-data-ctr
              perform x-controlla-data
              if w-fl-data-ok = "N"
                 move "Data scadenza non valida (aaaammgg, zero = senza 
      -           "scadenza)"          to x-f3-msg
                 move "N"                to x-f3-ok-parziale
                 exit paragraph
              end-if
              if tm-data-scad < tm-data-emis
                 move "Data scadenza precedente all'emissione"
                                         to x-f3-msg
                 move "N"                to x-f3-ok-parziale
                 exit paragraph
              end-if
           end-if
           if tm-esito <> "C" and tm-esito <> "N"
              move "Esito non valido (C = conforme, N = non conforme)"
                                         to x-f3-msg
              move "N"                   to x-f3-ok-parziale
           end-if
           .
       x-controlla-data.
           move "S"                      to w-fl-data-ok
           if w-data-ctr = 0
              exit paragraph
           end-if
           if w-dc-anno < 1900 or
              w-dc-mese < 1 or w-dc-mese > 12 or
              w-dc-giorno < 1 or w-dc-giorno > 31
              move "N"                   to w-fl-data-ok
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
       copy "cogq58.prc".
      *
       end program.
