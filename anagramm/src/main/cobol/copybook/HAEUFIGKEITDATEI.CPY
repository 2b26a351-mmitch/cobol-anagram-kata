      * FILE-CONTROL-Eintrag fuer die Buchstaben-Haeufigkeitstabelle
      * der aktuellen Wortliste: je Buchstabe A-Z ein Satz mit
      * Anzahl, Anteil und Seltenheitswert (COPY HAEUFIGKEITSATZ).
      * Geschrieben von ANAGRAMM-HAEUFIGKEIT vor den Exportlaeufen,
      * gelesen von ANAGRAMM-GRUPPEN und ANAGRAMM-NAEHE fuer die
      * Schwierigkeitsbewertung (SCHWIERIGKEIT-LOGIK.CPY).
           SELECT HAEUFIGKEIT-DATEI ASSIGN TO "ANAGBHT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HAEUFIGKEIT-DATEI-STATUS.
