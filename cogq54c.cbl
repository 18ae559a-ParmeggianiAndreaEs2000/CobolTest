      * del movimento corrispondente. Le righe senza movimento, gia'
      * versate o con quantita' che eccedono la quantita' decisa
      * vengono scartate; ogni riga viene tracciata sul tabulato di
      * carico con l'esito e il motivo dell'eventuale scarto. Al
      * primo esito viene registrato sul movimento il momento della
      * chiusura del controllo (chiusura da carico Q3).
      * Programma derivato dalla scansione notturna COGQ54B.
      *-----------------------------------------------------------------
      *
           move q3e-qta-ko               to mdc-qta-ko
           move q3e-qta-nc               to mdc-qta-nc
           move q3e-causale              to mdc-causale
      * Momento della chiusura: solo al primo esito, un nuovo carico
      * dello stesso movimento non sposta la data di chiusura
           if mdc-chiu-data = 0
              accept mdc-chiu-data       from century-date
              accept mdc-chiu-ora        from time
              move "Q"                   to mdc-chiu-tipo
              move 0                     to mdc-chiu-oper
           end-if
           perform rwr-clcmovdc
           if w-verbo-ok
              add 1                      to w-tot-accettate
