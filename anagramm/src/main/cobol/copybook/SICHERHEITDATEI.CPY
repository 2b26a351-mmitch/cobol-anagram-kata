      * FILE-CONTROL-Eintrag fuer das Sicherheitsprotokoll (ein Satz
      * je abgewiesenem Zugriff), geschrieben ueber
      * BERECHTIGUNG-LOGIK.CPY und ausgewertet von
      * ANAGRAMM-ZUGRIFF-BERICHT.
           SELECT SICHERHEIT-DATEI ASSIGN TO "ANAGSEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SICHERHEIT-DATEI-STATUS.
