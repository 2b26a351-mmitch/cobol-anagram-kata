      * stehen), den Buchstabenvorrat selbst, eine Mindestwortlaenge
      * (0 oder nicht numerisch = keine Einschraenkung - filtert die
      * 2-Buchstaben-Treffer schon im Lauf statt von Hand) und den
      * Schalter "nur freigegebene Woerterbuch-Woerter". PAS-SPRACHE
      * waehlt die Sprache des Auftrags (DE, EN, NL; leer = DE) und
      * damit Buchstabenprofile und Woerterbuch dieser Sprache.
           05 PAS-POOL-ID               PIC X(08).
           05 PAS-POOL                  PIC X(80).
           05 PAS-MIN-LAENGE            PIC 9(02).
           05 PAS-NUR-WOERTERBUCH       PIC X(01).
               88 PAS-NUR-WB-WOERTER    VALUE 'J'.
           05 PAS-SPRACHE               PIC X(02).
