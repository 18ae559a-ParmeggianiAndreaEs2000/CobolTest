       identification division.
       program-id.    win058v.
       Author.        Andrea Parmeggiani - Eurosystem2000.

      *-----------------------------------------------------------------
      * Verifica formale dei dati anagrafici di clienti e fornitori
      *-----------------------------------------------------------------
      * WIN058B trova i doppioni, ma nessuno controlla che la singola
      * anagrafica sia corretta: i codici fiscali errati tornano
      * indietro come fatture elettroniche scartate, gli IBAN errati
      * come pagamenti respinti. Questo giro di servizio scandisce i
      * clienti e i fornitori di COGGEANA e verifica:
      * - la cifra di controllo della partita IVA (ana-piva)
      * - il carattere di controllo del codice fiscale (ana-cofi;
      *   il codice fiscale numerico delle societa' come partita IVA)
      * - il CAP rispetto alla provincia (ana-cap, ana-prov)
      * - la forma dell'indirizzo e-mail (ana-email)
      * - le cifre di controllo dell'IBAN dell'appoggio bancario
      *   (COGAPPOG app-r-cod-iban)
      * - il CAP rispetto alla provincia delle destinazioni COGDESTI
      * Gli intervalli di CAP ammessi per provincia e l'esclusione
      * delle anagrafiche cancellate sono custoditi su COGTABEL.
      * L'elenco esce raggruppato per tipo di errore. Il giro non
      * aggiorna nulla e dopo un'interruzione riparte da capo.
      * Programma di servizio batch derivato dall'impianto di WIN058B.
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
       copy "win058v.select".
       copy "cogrunct.select".
      *
       data division.
       file section.
      *
       copy "win058v.fd".
      *
       copy "cogrunct.fd".
      *
       working-storage section.
       copy "win058v.wrk".
      *
       copy "wopenf.cpy".
       copy "wgrave.cpy".
       copy "wcont.cpy".
       copy "cogrunct.wrk".
      *
       procedure division.
       copy "win058v.decla".
            .
       io-error-rout. exit.
       end declaratives.
      *
       main section.
       apri.
           move 0                        to w-tot-anagrafiche
           move 0                        to w-tot-destinazioni
           move 0                        to w-tot-segnalazioni
      * Controllo giri: rifiuto il doppio lancio (copy-member
      * cogrunct.k02)
           perform z-run-apri
           move k-program-id             to w-run-programma
           perform z-run-inizio
           if w-run-occupato = "S"
              display "WIN058V: giro gia' in esecuzione o registro COGRU
      -       "NCT non disponibile, lancio rifiutato"
              stop run
           end-if
           open input coggeana cogdesti cogappog cogtabel
           open output r-verifica
           open output w-err
           close w-err
           open i-o w-err
           move k-verbo-ok               to statusfi
           perform z-leggi-vana-config

           move spaces                   to w-ver-tes-canc
           if w-fl-escl-canc = "S"
              move "escluse"             to w-ver-tes-canc
            else
              move "incluse"             to w-ver-tes-canc
           end-if
           move w-ver-testata            to r-ver-riga
           write r-ver-riga
           if w-fl-capp-presente <> "S"
              move w-ver-nota-capp       to r-ver-riga
              write r-ver-riga
           end-if
           .
      *
       elabora.
           perform z-verifica-anagrafiche
           perform z-verifica-destinazioni
           perform z-stampa-segnalazioni
           .
      *
       fine.
           move spaces                   to r-ver-riga
           write r-ver-riga
           move w-tot-anagrafiche        to w-ver-tot-anagrafiche
           move w-tot-destinazioni       to w-ver-tot-destinazioni
           move w-tot-segnalazioni       to w-ver-tot-segnalazioni
           move w-ver-totali             to r-ver-riga
           write r-ver-riga
           compute w-run-tot-elaborati
              = w-tot-anagrafiche + w-tot-destinazioni
           move w-tot-segnalazioni       to w-run-tot-segnalati
           perform z-run-fine
           close coggeana cogdesti cogappog cogtabel r-verifica
           close w-err
           delete file w-err
           stop run
           .

      *-----------------------------------------------------------------
      * Primo giro: clienti e fornitori di COGGEANA con il loro
      * appoggio bancario
      *-----------------------------------------------------------------
       z-verifica-anagrafiche.
           move low-values               to ana-chia
           perform st-coggeana-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-coggeana
                 if w-verbo-ok
                    perform x-verifica-anagrafica
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok               to statusfi
           .

       x-verifica-anagrafica.
           if ana-tipo <> "C" and ana-tipo <> "F"
              exit paragraph
           end-if
           if ana-data-canc not numeric
              move 0                     to ana-data-canc
           end-if
           if w-fl-escl-canc = "S" and ana-data-canc <> 0
              exit paragraph
           end-if
           add 1                         to w-tot-anagrafiche

           initialize err-rec
           move ana-tipo                 to err-ana-tip
           move ana-cod                  to err-ana-cod
           move spaces                   to err-dst-id
           move ana-nome                 to err-nome

      * Partita IVA
           if ana-piva not numeric
              move "Partita IVA non numerica" to w-chk-motivo
              move ana-piva (1:11)       to err-valore
              move k-err-piva            to err-tipo
              perform z-scrivi-errore
            else
              if ana-piva <> 0
                 move ana-piva           to w-piva
                 perform x-controlla-piva
                 if w-chk-esito = "N"
                    move ana-piva        to err-valore
                    move k-err-piva      to err-tipo
                    perform z-scrivi-errore
                 end-if
              end-if
           end-if

      * Codice fiscale
           if ana-cofi <> spaces
              move ana-cofi              to w-cofi
              perform x-controlla-cofi
              if w-chk-esito = "N"
                 move ana-cofi           to err-valore
                 move k-err-cofi         to err-tipo
                 perform z-scrivi-errore
              end-if
           end-if

      * CAP e provincia
           move ana-cap                  to w-chk-cap
           move ana-prov                 to w-chk-prov
           perform x-controlla-cap
           if w-chk-esito = "N"
              move spaces                to err-valore
              string ana-cap delimited " " " " ana-prov delimited size
                                      into err-valore
              move k-err-cap-ana         to err-tipo
              perform z-scrivi-errore
           end-if

      * Indirizzo e-mail
           if ana-email <> spaces
              move ana-email             to w-email
              perform x-controlla-email
              if w-chk-esito = "N"
                 move ana-email          to err-valore
                 move k-err-email        to err-tipo
                 perform z-scrivi-errore
              end-if
           end-if

      * IBAN dell'appoggio bancario
           initialize app-rec
           move ana-tipo                 to app-tipo
           move ana-cod                  to app-cod
           perform rd-cogappog
           if w-verbo-ok and app-r-cod-iban <> spaces
              move app-r-cod-iban        to w-iban
              perform x-controlla-iban
              if w-chk-esito = "N"
                 move app-r-cod-iban     to err-valore
                 move k-err-iban         to err-tipo
                 perform z-scrivi-errore
              end-if
           end-if
           move k-verbo-ok               to statusfi
           .

      *-----------------------------------------------------------------
      * Secondo giro: destinazioni di clienti e fornitori. Le
      * destinazioni con CAP alfanumerico (estere) non si controllano;
      * con l'esclusione attiva restano fuori le destinazioni
      * cancellate e quelle di anagrafiche cancellate
      *-----------------------------------------------------------------
       z-verifica-destinazioni.
           move low-values               to dst-id
           perform st-cogdesti-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-cogdesti
                 if w-verbo-ok
                    perform x-verifica-destinazione
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok               to statusfi
           .

       x-verifica-destinazione.
           if dst-ana-tip <> "C" and dst-ana-tip <> "F"
              exit paragraph
           end-if
           if w-fl-escl-canc = "S"
              if dst-fl-canc <> spaces
                 exit paragraph
              end-if
              initialize ana-rec
              move dst-ana-tip           to ana-tipo
              move dst-ana-cod           to ana-cod
              perform rd-coggeana
              if w-verbo-ok
                 if ana-data-canc numeric and ana-data-canc <> 0
                    move k-verbo-ok      to statusfi
                    exit paragraph
                 end-if
              end-if
              move k-verbo-ok            to statusfi
           end-if
           add 1                         to w-tot-destinazioni
           if dst-cap-alfa <> spaces
              exit paragraph
           end-if

           move dst-cap                  to w-chk-cap
           move dst-prov                 to w-chk-prov
           perform x-controlla-cap
           if w-chk-esito = "N"
              initialize err-rec
              move dst-ana-tip           to err-ana-tip
              move dst-ana-cod           to err-ana-cod
              move dst-id                to err-dst-id
              move dst-rag-soc           to err-nome
              string dst-cap delimited " " " " dst-prov delimited size
                                      into err-valore
              move k-err-cap-dst         to err-tipo
              perform z-scrivi-errore
           end-if
           .

       z-scrivi-errore.
           move w-chk-motivo             to err-motivo
           perform wr-w-err
           if w-verbo-ok
              add 1                      to w-tot-segnalazioni
           end-if
           move k-verbo-ok               to statusfi
           .

      *-----------------------------------------------------------------
      * Partita IVA (w-piva): le cifre in posizione dispari si
      * sommano, quelle in posizione pari si raddoppiano (togliendo 9
      * se il doppio supera 9); l'undicesima cifra completa la somma
      * al multiplo di 10 successivo
      *-----------------------------------------------------------------
       x-controlla-piva.
           move "S"                      to w-chk-esito
           move spaces                   to w-chk-motivo
           move 0                        to w-somma
           perform varying i-ch from 1 by 1 until i-ch > 10
              divide i-ch by 2 giving w-quoz remainder w-cifra
              if w-cifra = 1
                 add w-piva-c (i-ch)     to w-somma
               else
                 compute w-cifra = w-piva-c (i-ch) * 2
                 if w-cifra > 9
                    subtract 9         from w-cifra
                 end-if
                 add w-cifra             to w-somma
              end-if
           end-perform
           divide w-somma by 10 giving w-quoz remainder w-resto
           if w-resto = 0
              move 0                     to w-cifra
            else
              compute w-cifra = 10 - w-resto
           end-if
           if w-cifra <> w-piva-c (11)
              move "N"                   to w-chk-esito
              move "Cifra di controllo errata" to w-chk-motivo
           end-if
           .

      *-----------------------------------------------------------------
      * Codice fiscale (w-cofi): 16 caratteri con lettere nelle
      * posizioni del cognome, nome, mese e comune; i primi 15
      * valgono secondo la tabella dei dispari o dei pari e il resto
      * della somma diviso 26 da' la lettera di controllo. Il codice
      * fiscale numerico di 11 cifre (societa') si verifica come una
      * partita IVA
      *-----------------------------------------------------------------
       x-controlla-cofi.
           move "S"                      to w-chk-esito
           move spaces                   to w-chk-motivo
           inspect w-cofi converting "abcdefghijklmnopqrstuvwxyz"
                                  to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           if w-cofi (12:5) = spaces and w-cofi (1:11) numeric
              move w-cofi (1:11)         to w-piva
              perform x-controlla-piva
              if w-chk-esito = "N"
                 move "Codice fiscale numerico: cifra di controllo errat
      -           "a"                  to w-chk-motivo
              end-if
              exit paragraph
           end-if

           move 0                        to w-conta
           inspect w-cofi tallying w-conta for all " "
           if w-conta <> 0
              move "N"                   to w-chk-esito
              move "Lunghezza diversa da 16 caratteri" to w-chk-motivo
              exit paragraph
           end-if
           if w-cofi (1:6) not alphabetic or
              w-cofi (9:1) not alphabetic or
              w-cofi (12:1) not alphabetic or
              w-cofi (16:1) not alphabetic
              move "N"                   to w-chk-esito
              move "Formato non valido"  to w-chk-motivo
              exit paragraph
           end-if

           move 0                        to w-somma
           perform varying i-ch from 1 by 1
                    until i-ch > 15 or w-chk-esito = "N"
              move w-cofi (i-ch:1)       to w-car
              perform x-posizione-alfanum
              if w-alf-pos = 0
                 move "N"                to w-chk-esito
                 move "Carattere non ammesso" to w-chk-motivo
               else
                 divide i-ch by 2 giving w-quoz remainder w-cifra
                 if w-cifra = 1
                    add w-cf-dispari (w-alf-pos) to w-somma
                  else
                    if w-alf-pos > 10
                       compute w-somma = w-somma + w-alf-pos - 11
                     else
                       compute w-somma = w-somma + w-alf-pos - 1
                    end-if
                 end-if
              end-if
           end-perform
           if w-chk-esito = "N"
              exit paragraph
           end-if
           divide w-somma by 26 giving w-quoz remainder w-resto
           compute w-alf-pos = w-resto + 11
           if w-cofi (16:1) <> w-alfanum (w-alf-pos:1)
              move "N"                   to w-chk-esito
              move "Carattere di controllo errato" to w-chk-motivo
           end-if
           .

      *-----------------------------------------------------------------
      * CAP e provincia (w-chk-cap, w-chk-prov): CAP italiano di 5
      * cifre compreso in uno degli intervalli della provincia. Le
      * anagrafiche estere ("EE") e quelle senza CAP e provincia non
      * si controllano
      *-----------------------------------------------------------------
       x-controlla-cap.
           move "S"                      to w-chk-esito
           move spaces                   to w-chk-motivo
           if w-chk-prov = k-prov-estero
              exit paragraph
           end-if
           if w-chk-prov = spaces and w-chk-cap = spaces
              exit paragraph
           end-if
           if w-chk-prov = spaces
              move "N"                   to w-chk-esito
              move "Provincia mancante"  to w-chk-motivo
              exit paragraph
           end-if
           if w-chk-cap = spaces
              move "N"                   to w-chk-esito
              move "CAP mancante"        to w-chk-motivo
              exit paragraph
           end-if
           if w-chk-cap (1:5) not numeric or w-chk-cap (6:3) <> spaces
              move "N"                   to w-chk-esito
              move "CAP non di 5 cifre"  to w-chk-motivo
              exit paragraph
           end-if
           if w-fl-capp-presente <> "S"
              exit paragraph
           end-if

           move w-chk-cap (1:5)          to w-cap-n
           move "N"                      to w-fl-prov-trovata
           move "N"                      to w-fl-cap-in-range
           initialize euta-rec
           move 70                       to euta-tipo
           move "CAPP"                   to euta-cfg-arg
           move w-chk-prov               to euta-cfg-key
           move low-values               to euta-cod
           perform st-cogtabel-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-cogtabel
                 if w-verbo-ok
                    if euta-tipo <> 70 or euta-cfg-arg <> "CAPP" or
                       euta-cfg-key <> w-chk-prov
                       move k-fine-file  to statusfi
                     else
                       move "S"          to w-fl-prov-trovata
                       if euta-descr (1:5) numeric and
                          euta-descr (7:5) numeric
                          move euta-descr (1:5) to w-cap-da
                          move euta-descr (7:5) to w-cap-a
                          if w-cap-n >= w-cap-da and
                             w-cap-n <= w-cap-a
                             move "S"    to w-fl-cap-in-range
                          end-if
                       end-if
                    end-if
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok               to statusfi

           if w-fl-prov-trovata <> "S"
              move "N"                   to w-chk-esito
              move "Provincia senza intervalli CAP in tabella"
                                         to w-chk-motivo
              exit paragraph
           end-if
           if w-fl-cap-in-range <> "S"
              move "N"                   to w-chk-esito
              move "CAP non appartenente alla provincia"
                                         to w-chk-motivo
           end-if
           .

      *-----------------------------------------------------------------
      * Indirizzo e-mail (w-email): una sola chiocciola, nessuno
      * spazio interno, solo lettere, cifre e ._-+, parte locale e
      * dominio presenti, dominio con almeno un punto, niente punti
      * agli estremi o consecutivi, suffisso di almeno due caratteri
      *-----------------------------------------------------------------
       x-controlla-email.
           move "S"                      to w-chk-esito
           move spaces                   to w-chk-motivo
           move 0                        to w-len
           perform varying i-ch from 1 by 1 until i-ch > 80
              if w-email (i-ch:1) <> " "
                 move i-ch               to w-len
              end-if
           end-perform

           move 0                        to w-conta
           inspect w-email (1:w-len) tallying w-conta for all " "
           if w-conta <> 0
              move "N"                   to w-chk-esito
              move "Spazi all'interno dell'indirizzo" to w-chk-motivo
              exit paragraph
           end-if
           move 0                        to w-conta
           inspect w-email tallying w-conta for all "@"
           if w-conta <> 1
              move "N"                   to w-chk-esito
              move "Chiocciola mancante o ripetuta" to w-chk-motivo
              exit paragraph
           end-if

           move 0                        to w-pos-at
           move 0                        to w-pos
           perform varying i-ch from 1 by 1 until i-ch > w-len
              move w-email (i-ch:1)      to w-car
              evaluate true
               when w-car = "@"
                 move i-ch               to w-pos-at
               when w-car = "."
                 move i-ch               to w-pos
               when w-car alphabetic
               when w-car numeric
                 continue
               when other
                 move 0                  to w-conta
                 inspect w-email-speciali tallying w-conta
                                             for all w-car
                 if w-conta = 0
                    move "N"             to w-chk-esito
                    move "Carattere non ammesso" to w-chk-motivo
                 end-if
              end-evaluate
           end-perform
           if w-chk-esito = "N"
              exit paragraph
           end-if

           if w-pos-at = 1 or w-pos-at = w-len
              move "N"                   to w-chk-esito
              move "Parte locale o dominio mancante" to w-chk-motivo
              exit paragraph
           end-if
           if w-pos < w-pos-at
              move "N"                   to w-chk-esito
              move "Dominio senza punto" to w-chk-motivo
              exit paragraph
           end-if
           move 0                        to w-conta
           inspect w-email (1:w-len) tallying w-conta for all ".."
           if w-email (1:1) = "." or
              w-email (w-pos-at - 1:1) = "." or
              w-email (w-pos-at + 1:1) = "." or
              w-email (w-len:1) = "." or
              w-conta <> 0
              move "N"                   to w-chk-esito
              move "Punto in posizione non ammessa" to w-chk-motivo
              exit paragraph
           end-if
           if w-len - w-pos < 2
              move "N"                   to w-chk-esito
              move "Suffisso del dominio troppo corto" to w-chk-motivo
           end-if
           .

      *-----------------------------------------------------------------
      * IBAN (w-iban): codice paese, cifre di controllo numeriche,
      * lunghezza 27 per gli IBAN italiani; spostati in coda i primi
      * quattro caratteri e convertite le lettere in numeri (A = 10
      * ... Z = 35), il numero risultante diviso 97 deve dare resto 1
      *-----------------------------------------------------------------
       x-controlla-iban.
           move "S"                      to w-chk-esito
           move spaces                   to w-chk-motivo
           inspect w-iban converting "abcdefghijklmnopqrstuvwxyz"
                                  to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           move 0                        to w-len
           perform varying i-ch from 1 by 1 until i-ch > 34
              if w-iban (i-ch:1) <> " "
                 move i-ch               to w-len
              end-if
           end-perform

           move 0                        to w-conta
           inspect w-iban (1:w-len) tallying w-conta for all " "
           if w-conta <> 0
              move "N"                   to w-chk-esito
              move "Spazi all'interno dell'IBAN" to w-chk-motivo
              exit paragraph
           end-if
           if w-len < 15
              move "N"                   to w-chk-esito
              move "Lunghezza insufficiente" to w-chk-motivo
              exit paragraph
           end-if
           if w-iban (1:2) not alphabetic
              move "N"                   to w-chk-esito
              move "Codice paese non valido" to w-chk-motivo
              exit paragraph
           end-if
           if w-iban (3:2) not numeric
              move "N"                   to w-chk-esito
              move "Cifre di controllo non numeriche" to w-chk-motivo
              exit paragraph
           end-if
           if w-iban (1:2) = "IT" and w-len <> 27
              move "N"                   to w-chk-esito
              move "IBAN italiano di lunghezza diversa da 27"
                                         to w-chk-motivo
              exit paragraph
           end-if

           move 0                        to w-resto
           perform varying i-ch from 1 by 1
                    until i-ch > w-len or w-chk-esito = "N"
              compute w-pos = i-ch + 4
              if w-pos > w-len
                 subtract w-len        from w-pos
              end-if
              move w-iban (w-pos:1)      to w-car
              perform x-posizione-alfanum
              if w-alf-pos = 0
                 move "N"                to w-chk-esito
                 move "Carattere non ammesso" to w-chk-motivo
               else
                 compute w-alf-val = w-alf-pos - 1
                 if w-alf-val < 10
                    compute w-quoz = w-resto * 10 + w-alf-val
                  else
                    compute w-quoz = w-resto * 100 + w-alf-val
                 end-if
                 divide w-quoz by 97 giving w-somma remainder w-resto
              end-if
           end-perform
           if w-chk-esito = "N"
              exit paragraph
           end-if
           if w-resto <> 1
              move "N"                   to w-chk-esito
              move "Cifre di controllo errate" to w-chk-motivo
           end-if
           .

      * Posizione di w-car fra le cifre e le lettere maiuscole
       x-posizione-alfanum.
           move 0                        to w-alf-pos
           perform varying i-alf from 1 by 1 until i-alf > 36
              if w-alfanum (i-alf:1) = w-car
                 move i-alf              to w-alf-pos
              end-if
           end-perform
           .

      *-----------------------------------------------------------------
      * Stampa delle segnalazioni raggruppate per tipo di errore
      *-----------------------------------------------------------------
       z-stampa-segnalazioni.
           move 0                        to w-tipo-cor
           move 0                        to w-tot-tipo
           move low-values               to err-chiave
           perform st-w-err-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-w-err
                 if w-verbo-ok
                    if err-tipo <> w-tipo-cor
                       perform z-chiudi-gruppo
                       perform z-apri-gruppo
                    end-if
                    perform z-stampa-segnalazione
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok               to statusfi
           perform z-chiudi-gruppo
           .

       z-apri-gruppo.
           move err-tipo                 to w-tipo-cor
           move 0                        to w-tot-tipo
           move spaces                   to w-ver-grp-descr
           evaluate err-tipo
            when k-err-piva
              move "Partita IVA non valida" to w-ver-grp-descr
            when k-err-cofi
              move "Codice fiscale non valido" to w-ver-grp-descr
            when k-err-cap-ana
              move "CAP incongruente con la provincia (anagrafica)"
                                         to w-ver-grp-descr
            when k-err-email
              move "Indirizzo e-mail non valido" to w-ver-grp-descr
            when k-err-iban
              move "IBAN dell'appoggio bancario non valido"
                                         to w-ver-grp-descr
            when k-err-cap-dst
              move "CAP incongruente con la provincia (destinazione)"
                                         to w-ver-grp-descr
           end-evaluate
           move spaces                   to r-ver-riga
           write r-ver-riga
           move w-ver-gruppo             to r-ver-riga
           write r-ver-riga
           move w-ver-intesta            to r-ver-riga
           write r-ver-riga
           .

       z-chiudi-gruppo.
           if w-tot-tipo = 0
              exit paragraph
           end-if
           move w-tot-tipo               to w-ver-tgr-conta
           move w-ver-tot-gruppo         to r-ver-riga
           write r-ver-riga
           move 0                        to w-tot-tipo
           .

       z-stampa-segnalazione.
           add 1                         to w-tot-tipo
           initialize w-ver-riga
           move err-ana-tip              to w-ver-ana-tip
           move err-ana-cod              to w-ver-ana-cod
           move err-dst-id               to w-ver-dst-id
           move err-nome                 to w-ver-nome
           move err-valore               to w-ver-valore
           move err-motivo               to w-ver-motivo
           move w-ver-riga               to r-ver-riga
           write r-ver-riga
           .

      *-----------------------------------------------------------------
      * Configurazione del giro da tabella di configurazione generica
      * (stesso uso di COGTABEL gia' fatto da WIN058C): esclusione
      * delle cancellate e presenza degli intervalli CAP
      *-----------------------------------------------------------------
       z-leggi-vana-config.
           initialize euta-rec
           move 70                       to euta-tipo
           move "VANA"                   to euta-cfg-arg
           move "ESCLCANC"               to euta-cfg-key
           perform rd-cogtabel
           if w-verbo-ok and euta-descr (1:1) = "S"
              move "S"                   to w-fl-escl-canc
            else
              move "N"                   to w-fl-escl-canc
           end-if
           move k-verbo-ok               to statusfi

           move "N"                      to w-fl-capp-presente
           initialize euta-rec
           move 70                       to euta-tipo
           move "CAPP"                   to euta-cfg-arg
           move low-values               to euta-cfg-key
           move low-values               to euta-cod
           perform st-cogtabel-notmin
           if w-verbo-ok
              perform rdnxt-cogtabel
              if w-verbo-ok and euta-tipo = 70 and
                 euta-cfg-arg = "CAPP"
                 move "S"                to w-fl-capp-presente
              end-if
           end-if
           move k-verbo-ok               to statusfi
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
       rdnxt-coggeana.
           read coggeana next record
              at end
                 move k-fine-file          to statusfi
           end-read
           .
       st-coggeana-notmin.
           start coggeana key not less than ana-chia
              invalid key
                 move k-verbo-invalido     to statusfi
           end-start
           .
       rdnxt-cogdesti.
           read cogdesti next record
              at end
                 move k-fine-file          to statusfi
           end-read
           .
       st-cogdesti-notmin.
           start cogdesti key not less than dst-id
              invalid key
                 move k-verbo-invalido     to statusfi
           end-start
           .
       rd-cogappog.
           read cogappog
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
       rdnxt-cogtabel.
           read cogtabel next record
              at end
                 move k-fine-file          to statusfi
           end-read
           .
       st-cogtabel-notmin.
           start cogtabel key not less than euta-chia
              invalid key
                 move k-verbo-invalido     to statusfi
           end-start
           .
       wr-w-err.
           write err-rec
              invalid key
                 move k-verbo-invalido     to statusfi
           end-write
           .
       rdnxt-w-err.
           read w-err next record
              at end
                 move k-fine-file          to statusfi
           end-read
           .
       st-w-err-notmin.
           start w-err key not less than err-chiave
              invalid key
                 move k-verbo-invalido     to statusfi
           end-start
           .

       copy "cogrunct.k02".
      *
       end program.
