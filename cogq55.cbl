      * un supervisore puo' concedere o revocare la singola funzione
      * al singolo operatore senza piu' richiedere una modifica ai
      * programmi. Le funzioni gia' censite sono quelle di COGQ54
      * ("FRZELA" forza elaborazione, "STRELA" storno elaborazione),
      * di COGQ57 ("CONCES" uso in deroga di merce non conforme) e
      * di WIN058T ("RIAAGE" riassegnazione dei clienti fra agenti);
      * il meccanismo e' generico e puo' ospitare altre funzioni.
      * L'uso di questo programma e' a sua volta soggetto alla
      * funzione "GESABI"; a tabella vuota l'accesso e' libero per
