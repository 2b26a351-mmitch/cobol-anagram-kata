      * kann. Im Stapelmodus stehen die Treffer aller Auftraege
      * einer Lieferung unter ihrer jeweiligen Pool-Kennung in
      * derselben Datei; im Einzelaufruf per Kommandozeile traegt
      * die Pool-Kennung den festen Wert EINZEL. PTS-SPRACHE ist die
      * Sprache, in der der Auftrag gesucht wurde. PTS-REGISTER-KZ
      * = J heisst: das Wort ist laut Veroeffentlichungsregister
      * innerhalb des Zeitfensters erschienen (juengste Ausgabe mit
      * Datum dahinter).
           05 PTS-POOL-ID               PIC X(08).
           05 PTS-LAENGE                PIC 9(02).
           05 PTS-WORT                  PIC X(80).
           05 PTS-SPRACHE               PIC X(02).
           05 PTS-REGISTER-KZ           PIC X(01).
               88 PTS-VEROEFFENTLICHT   VALUE 'J'.
           05 PTS-REG-DATUM             PIC X(08).
           05 PTS-REG-AUSGABE           PIC X(10).
