      * appoggio COGANAPP, poi marca il morente cancellato impostando
      * ana-data-canc. Ogni record spostato (o conservato, quando il
      * superstite ne possiede gia' uno) finisce sul rendiconto
      * stampato, per poter giustificare le fusioni a posteriori;
      * la fusione stessa resta sul registro COGANFUS, che protegge
      * entrambi i codici dall'anonimizzazione di WIN058A.
      * L'uso e' riservato agli operatori abilitati alla funzione
      * "FUSANA" su COGTABEL (manutenzione con COGQ55).
      * Programma derivato dalla manutenzione COGQ55.

      *-----------------------------------------------------------------
      * Esecuzione della fusione: intestazione a rendiconto, travaso
      * dei quattro archivi collegati, cancellazione del morente,
      * registrazione della fusione e totali. Ogni passo scrive le
      * proprie righe di rendiconto
      *-----------------------------------------------------------------
       b-esegui.
           move 0                        to w-tot-desti
           perform z-fondi-cogcndcf
           perform z-fondi-coganapp
           perform z-cancella-morente
           perform z-registra-fusione

           move w-tot-desti              to w-fus-tot-desti
           move w-tot-appog              to w-fus-tot-appog
           move k-verbo-ok               to statusfi
           .

      *-----------------------------------------------------------------
      * Registro delle fusioni: tipo, superstite, morente, operatore,
      * data e ora. Una registrazione fallita viene detta a
      * rendiconto, perche' senza registro WIN058A non saprebbe della
      * fusione
      *-----------------------------------------------------------------
       z-registra-fusione.
           accept w-ora-sis              from time
           initialize afu-rec
           move tm-tipo                  to afu-tipo
                                            afu-tipo-vivo
           move tm-cod-morto             to afu-cod-morto
           move tm-cod-vivo              to afu-cod-vivo
           move datasis                  to afu-data
           move w-ora-sis                to afu-ora
           move wo-oper                  to afu-oper
           perform wr-coganfus
           initialize w-fus-riga
           move "COGANFUS"               to w-fus-archivio
           move afu-chiave               to w-fus-chiave
           if w-verbo-ok
              move "Fusione registrata"  to w-fus-esito
            else
              move "Registrazione della fusione fallita"
                                         to w-fus-esito
           end-if
           move w-fus-riga               to r-fus-riga
           write r-fus-riga
           move k-verbo-ok               to statusfi
           .

      *-----------------------------------------------------------------
      * Accesso al programma: riservato agli operatori abilitati alla
      * funzione "FUSANA" su COGTABEL (concessione con COGQ55)
