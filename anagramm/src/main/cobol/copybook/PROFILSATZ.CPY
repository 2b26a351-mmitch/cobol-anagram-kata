      * Satzlayout der Buchstabenprofil-Datei ANAGPRF (COPY
      * PROFILDATEI). PRF-WORT ist das Wort wie im Index (IDX-WORT),
      * PRF-NORM-WORT seine Normalform nach NORMALISIERE-WORT (fuer
      * den Woerterbuch-Schluesselzugriff), PRF-LAENGE die Anzahl
      * der Buchstaben A-Z darin und PRF-BUCHSTABEN-ANZAHL (1) bis
      * (26) die Anzahl je Buchstabe A bis Z. Leer- und Satzzeichen
      * zaehlen wie bei der Vorrat-Suche nicht mit.
           05 PRF-WORT                 PIC X(80).
           05 PRF-NORM-WORT            PIC X(80).
           05 PRF-LAENGE               PIC 9(02).
           05 PRF-BUCHSTABEN-ANZAHL    PIC 9(02) OCCURS 26.
