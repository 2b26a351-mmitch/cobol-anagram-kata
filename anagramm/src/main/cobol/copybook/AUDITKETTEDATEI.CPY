      * FILE-CONTROL-Eintrag fuer den Kettenstand des Audit-Protokolls
      * (Satzlayout: COPY AUDITKETTESATZ): letzte vergebene
      * Folgenummer und letzter Pruefwert, damit die Kette auch nach
      * einem Archiv-Schnitt, der die Audit-Datei leert, nahtlos
      * weiterlaeuft.
           SELECT AUDITKETTE-DATEI ASSIGN TO "ANAGAUK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AKT-KETTE-DATEI-STATUS.
