      * Gemeinsame WORKING-STORAGE-Felder der Audit-Verkettung
      * (AUDITKETTE-LOGIK.CPY). AKT-LETZTE-NUMMER/AKT-LETZTER-WERT
      * halten den Stand der Kette nach dem zuletzt geschriebenen
      * (bzw. geprueften) Satz; AKT-KETTENTEIL nimmt den Kettenteil
      * eines Audit-Satzes auf, AKT-SPRACHE dessen Sprachcode (leer
      * bei Saetzen ohne Sprachcode), AKT-WERT liefert den daraus
      * berechneten Pruefwert.
       01 AUDITKETTE-ARBEIT.
           05 AKT-KETTE-DATEI-STATUS    PIC X(02).
           05 AKT-LETZTE-NUMMER         PIC 9(12) VALUE 0.
           05 AKT-LETZTER-WERT          PIC 9(10) VALUE 0.
           05 AKT-KETTENTEIL            PIC X(243).
           05 AKT-SPRACHE               PIC X(02) VALUE SPACES.
           05 AKT-WERT                  PIC 9(10).
           05 AKT-ZWISCHENWERT          PIC 9(18).
           05 AKT-POSITION              PIC 9(4).
           05 AKT-LAUF-ID               PIC X(14) VALUE SPACES.
           05 AKT-DATEI-ENDE-SCH        PIC X(01) VALUE 'N'.
               88 AKT-DATEI-ENDE        VALUE 'J'.
      * Inhalt des Kettenstands ANAGAUK, wie zuletzt gelesen.
           05 AKT-STAND-GELESEN-SCH     PIC X(01) VALUE 'N'.
               88 AKT-STAND-GELESEN     VALUE 'J'.
           05 AKT-STAND-NUMMER          PIC 9(12) VALUE 0.
           05 AKT-STAND-WERT            PIC 9(10) VALUE 0.
