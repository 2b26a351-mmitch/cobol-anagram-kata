      * FILE-CONTROL-Eintrag fuer die Buchstabenprofil-Datei (VSAM
      * KSDS) zum Signatur-Index: je Indexwort die Wortlaenge und die
      * Anzahl jedes Buchstabens A-Z nach Umlautfaltung, einmal
      * berechnet statt bei jeder Suche neu. Schluessel ist wie beim
      * Index das Wort selbst (PRF-WORT), damit ANAGRAMM-INDEX-PFLEGE
      * beide Dateien mit derselben Transaktion fortschreiben kann.
      * Geschrieben von ANAGRAMM-INDEX-AUFBAU, fortgeschrieben von
      * ANAGRAMM-INDEX-PFLEGE, gelesen von ANAGRAMM-POOL-SUCHE.
      * Je Sprache wie der Index eine eigene Datei: der Name kommt
      * aus WS-PROFIL-NAME (SPRACHE-DATEN.CPY, Vorgabe ANAGPRF).
           SELECT PROFIL-DATEI ASSIGN DYNAMIC WS-PROFIL-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-WORT
               FILE STATUS IS WS-PROFIL-DATEI-STATUS.
