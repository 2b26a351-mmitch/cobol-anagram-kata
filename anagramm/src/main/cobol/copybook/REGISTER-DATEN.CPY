      * Gemeinsame WORKING-STORAGE-Felder der Registerpruefung
      * (REGISTER-LOGIK.CPY) in den Exportprogrammen ANAGRAMM-GRUPPEN,
      * ANAGRAMM-NAEHE und ANAGRAMM-POOL-SUCHE. Ein Eintrag gilt als
      * "kuerzlich veroeffentlicht", wenn sein Erscheinungsdatum
      * hoechstens REG-WOCHEN Wochen zurueckliegt (Schluesselwort
      * WOCHEN=n, Vorgabe 12; WOCHEN=0 schaltet die Pruefung ab).
      * Solche Eintraege werden im Export markiert oder - mit dem
      * Schluesselwort SPERREN - ganz weggelassen. Das einbindende
      * Programm braucht zusaetzlich eine eigene FD/SELECT fuer
      * REGISTER-DATEI (SELECT: COPY REGISTERDATEI, FD-Satz: COPY
      * REGISTERSATZ).
       01 REGISTER-ARBEIT.
           05 WS-REGISTER-DATEI-STATUS  PIC X(02).
           05 WS-REGISTER-AKTIV-SCH     PIC X(01) VALUE 'N'.
               88 REGISTER-AKTIV        VALUE 'J'.
               88 REGISTER-FEHLT        VALUE 'F'.
      * Kommandozeilen-Token WOCHEN=n bzw. SPERREN.
           05 WS-REGISTER-PARM          PIC X(40) VALUE SPACES.
           05 WS-REGISTER-PARM-SCH      PIC X(01) VALUE 'J'.
               88 REGISTER-PARM-GUELTIG   VALUE 'J'.
               88 REGISTER-PARM-UNGUELTIG VALUE 'N'.
           05 REG-WOCHEN                PIC 9(03) VALUE 12.
           05 REG-WOCHEN-WERT           PIC X(08).
           05 REG-SPERREN-SCH           PIC X(01) VALUE 'N'.
               88 REG-SPERREN           VALUE 'J'.
      * Fruehestes Erscheinungsdatum, das noch als kuerzlich gilt.
           05 REG-HEUTE                 PIC 9(08).
           05 REG-GRENZ-ZAHL            PIC 9(08).
           05 REG-GRENZ-DATUM           PIC X(08).
      * Eingabe und Ergebnis einer Pruefung: REG-PRUEF-WORT (beliebige
      * Schreibweise) bzw. REG-PRUEF-SIGNATUR in der eingestellten
      * Sprache WS-SPRACHE; gefunden wird die juengste
      * Veroeffentlichung innerhalb des Zeitfensters.
           05 REG-PRUEF-WORT            PIC X(80).
           05 REG-PRUEF-NORM            PIC X(80).
           05 REG-PRUEF-SIGNATUR        PIC X(80).
           05 REG-TREFFER-SCH           PIC X(01) VALUE 'N'.
               88 REG-VEROEFFENTLICHT   VALUE 'J'.
           05 REG-TREFFER-DATUM         PIC X(08).
           05 REG-TREFFER-AUSGABE       PIC X(10).
           05 REG-LESE-ENDE-SCH         PIC X(01).
               88 REG-LESE-ENDE         VALUE 'J'.
           05 REG-ANZAHL-MARKIERT       PIC 9(9) VALUE 0.
           05 REG-ANZAHL-GESPERRT       PIC 9(9) VALUE 0.
