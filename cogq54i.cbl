      * Interrogazione log operazioni controlli (COGQ54L)
      *-----------------------------------------------------------------
      * Consultazione a video del log alimentato da COGQ54: modifiche
      * a note e data consegna ("NDC"), storni elaborazione ("STO"),
      * sblocchi quadratura ("SQU") e modifiche concorrenti rilevate al
      * salvataggio della griglia ("CNF"). Filtri per documento,
      * operatore e intervallo di data; la griglia mostra i valori
      * vecchi e nuovi affiancati e si esporta con S-F5 come la
      * griglia di COGQ54.
      * Programma derivato da COGQ54 (maschera filtri) e WIN058
      * (riempimento griglia tramite GRIDADMN).
      *-----------------------------------------------------------------
