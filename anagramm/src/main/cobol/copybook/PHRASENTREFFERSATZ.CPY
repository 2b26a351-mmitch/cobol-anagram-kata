      * Satzlayout der Ergebnisdatei des Phrasen-Generators
      * (ANAGRAMM-PHRASEN): eine Loesung je Satz - eine Kombination
      * von Index-Woertern, die den Buchstabenvorrat des Auftrags
      * genau aufbraucht. PHT-PHRASE traegt die Woerter in der
      * Schreibweise des Signatur-Index, durch je ein Leerzeichen
      * getrennt; PHT-LOESUNG-NR zaehlt die Loesungen je Auftrag.
      * Im Einzelaufruf traegt die Auftrags-Kennung den festen Wert
      * EINZEL.
           05 PHT-AUFTRAG-ID            PIC X(08).
           05 PHT-LOESUNG-NR            PIC 9(06).
           05 PHT-WORT-ANZAHL           PIC 9(01).
           05 PHT-PHRASE                PIC X(100).
