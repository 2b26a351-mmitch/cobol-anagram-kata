      * bei NEIN- und FAST-Paaren die Buchstabendifferenz aus der
      * Vergleichslogik, damit "um wie viel hat das Paar verfehlt?"
      * direkt aus der Ausgabe beantwortet werden kann.
      * SATZ-QUELLE und SATZ-LIEFERDATUM stammen aus dem Kopfsatz
      * des Lieferblocks, zu dem das Paar gehoert (leer, wenn der
      * Block keinen Kopfsatz hatte) - darueber verteilt
      * ANAGRAMM-RUECKMELDUNG die Ergebnisse auf die
      * Antwortdateien der einzelnen Quellen.
      * SATZ-SPRACHE ist der Sprachcode, unter dem das Paar geprueft
      * wurde (aus dem Kopfsatz, sonst DE); Auswertungen koennen
      * die Ergebnisse danach trennen.
      * SATZ-BLOCK-NR ist die laufende Nummer des Kopfsatzes in der
      * Lieferung (0 fuer Saetze vor dem ersten Kopfsatz); sie ordnet
      * das Paar seinem Block in der Blockbilanz ANAGBLK zu, auch
      * wenn eine Quelle an einem Lieferdatum mehrere Bloecke liefert.
           05 SATZ-WORT-1              PIC X(80).
           05 SATZ-WORT-2              PIC X(80).
           05 SATZ-STATUS              PIC X(04).
           05 SATZ-WOERTER-GUELTIG     PIC X(04).
           05 SATZ-DIFFERENZ           PIC 9(03).
           05 SATZ-DIFF-BUCHSTABEN     PIC X(20).
           05 SATZ-QUELLE              PIC X(20).
           05 SATZ-LIEFERDATUM         PIC X(08).
           05 SATZ-SPRACHE             PIC X(02).
           05 SATZ-BLOCK-NR            PIC 9(05).
