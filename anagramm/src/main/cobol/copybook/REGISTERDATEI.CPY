      * FILE-CONTROL-Eintrag fuer das Veroeffentlichungsregister
      * (VSAM KSDS): je veroeffentlichtem Wort und Ausgabe ein Satz.
      * Primaerschluessel ist Sprache + normalisiertes Wort +
      * Veroeffentlichungsdatum + Ausgabe (REG-SCHLUESSEL), so dass
      * jede Wiederverwendung eines Worts als eigener Satz erhalten
      * bleibt; Sprache + Signatur steht als Alternate Key mit
      * Mehrfachschluesseln, da viele Woerter dieselbe Signatur
      * teilen. Geladen von ANAGRAMM-REGISTER-LADEN, gepflegt ueber
      * ANAGRAMM-REGISTER-ONLINE, gelesen von den Exportprogrammen
      * (REGISTER-LOGIK.CPY) und ANAGRAMM-VEROEFF-BERICHT.
           SELECT REGISTER-DATEI ASSIGN TO "ANAGREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-SCHLUESSEL
               ALTERNATE RECORD KEY IS REG-SIG-SCHLUESSEL
                   WITH DUPLICATES
               FILE STATUS IS WS-REGISTER-DATEI-STATUS.
