      * Die Kennungen KOPFSATZ/NACHSATZ sind als Wortanfang in
      * SATZ-WORT-1 fuer Nutzdaten gesperrt (reserviert fuer die
      * Steuersaetze).
      * STK-SPRACHE im Kopfsatz waehlt die Sprache des Blocks (DE,
      * EN, NL) - Faltung, Woerterbuch und Sprachcode der Ergebnisse;
      * leer heisst Deutsch wie bisher. Ein unbekannter Code fuehrt
      * zur Abweisung des Blocks.
           05 STK-KENNUNG              PIC X(08).
               88 STK-KOPFSATZ         VALUE 'KOPFSATZ'.
               88 STK-NACHSATZ         VALUE 'NACHSATZ'.
           05 STK-LIEFERDATUM          PIC X(08).
           05 STK-QUELLE               PIC X(20).
           05 STK-SOLL-ANZAHL          PIC 9(09).
           05 STK-SPRACHE              PIC X(02).
           05 FILLER                   PIC X(113).
