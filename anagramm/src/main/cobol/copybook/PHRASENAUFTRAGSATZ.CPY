      * Satzlayout der Auftragsdatei des Phrasen-Generators
      * (ANAGRAMM-PHRASEN im Stapelmodus): ein Auftrag je Satz, wie
      * ihn das Puzzle-Team woechentlich als Sammellieferung
      * uebergibt - nach dem Muster der Pool-Auftragsdatei
      * (POOLAUFTRAGSATZ). Jeder Auftrag traegt seine Kennung (unter
      * der die Loesungen in Ergebnisdatei und Bericht stehen), den
      * Namen bzw. die Phrase, deren Buchstaben vollstaendig
      * aufgebraucht werden sollen, die Hoechstzahl Woerter je
      * Loesung (0 oder nicht numerisch = Standard 3, hoechstens 5),
      * eine Mindestwortlaenge (0 oder nicht numerisch = keine
      * Einschraenkung) und den Schalter "nur freigegebene
      * Woerterbuch-Woerter".
           05 PHA-AUFTRAG-ID            PIC X(08).
           05 PHA-PHRASE                PIC X(80).
           05 PHA-MAX-WOERTER           PIC 9(01).
           05 PHA-MIN-LAENGE            PIC 9(02).
           05 PHA-NUR-WOERTERBUCH       PIC X(01).
               88 PHA-NUR-WB-WOERTER    VALUE 'J'.
