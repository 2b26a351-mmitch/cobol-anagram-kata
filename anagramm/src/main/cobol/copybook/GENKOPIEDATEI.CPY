      * FILE-CONTROL-Eintraege fuer das Anlegen einer Generation
      * (GENSICHERUNG-LOGIK.CPY): die zu sichernde Datei und die
      * neue Generationsdatei, beide erst zur Laufzeit benannt. Die
      * Quelle wird unter ihrem logischen Namen (z.B. ANAGOUT)
      * geoeffnet und unterliegt damit derselben Zuweisung durch
      * die Ablaufsteuerung wie die feste Zuweisung im Programm.
           SELECT GEN-QUELLE-DATEI ASSIGN DYNAMIC GEN-QUELLE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GEN-QUELLE-DATEI-STATUS.

           SELECT GEN-ZIEL-DATEI ASSIGN DYNAMIC GEN-ZIEL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GEN-ZIEL-DATEI-STATUS.
