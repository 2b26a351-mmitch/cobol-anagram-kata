      * FILE-CONTROL-Eintrag fuer den Benutzerstamm (VSAM KSDS,
      * Primaerschluessel die Benutzerkennung BEN-KENNUNG), gemeinsam
      * genutzt von jedem Programm, das BERECHTIGUNG-LOGIK.CPY
      * einbindet, sowie von der Stammpflege ANAGRAMM-BENUTZER-ONLINE.
           SELECT BENUTZER-DATEI ASSIGN TO "ANAGUSR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEN-KENNUNG
               FILE STATUS IS WS-BENUTZER-DATEI-STATUS.
