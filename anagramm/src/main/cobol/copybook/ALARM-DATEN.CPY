      * Gemeinsame WORKING-STORAGE-Felder der Alarmmeldungen
      * (ALARM-LOGIK.CPY). Das einbindende Programm setzt einmal
      * ALM-MELDER und je Alarm ALM-SCHWERE, ALM-PROGRAMM,
      * ALM-LAUF-ID, ALM-CODE und ALM-TEXT, bei Alarmen zu einem
      * frueheren Ereignis (Auswertung des Lauf-Protokolls) auch
      * ALM-ZEITSTEMPEL; leer bedeutet "jetzt". ALM-ZAHL-1 bis -3
      * sind Aufbereitungsfelder fuer Zahlen im Alarmtext.
       01 ALARM-ARBEIT.
           05 ALM-DATEI-STATUS          PIC X(02).
           05 ALM-JOURNAL-STATUS        PIC X(02).
           05 ALM-BEREIT-SCH            PIC X(01) VALUE 'N'.
               88 ALARM-BEREIT          VALUE 'J'.
           05 ALM-GESTOERT-SCH          PIC X(01) VALUE 'N'.
               88 ALARM-GESTOERT        VALUE 'J'.
           05 ALM-JOURNAL-ENDE-SCH      PIC X(01) VALUE 'N'.
               88 ALM-JOURNAL-ENDE      VALUE 'J'.
           05 ALM-VOLL-SCH              PIC X(01) VALUE 'N'.
               88 ALM-VOLL-GEMELDET     VALUE 'J'.
           05 ALM-ANZAHL-GEMELDET       PIC 9(9) VALUE 0.
           05 ALM-ANZAHL-ZUSAMMENGEFASST PIC 9(9) VALUE 0.
           05 ALM-ZAHL-1                PIC Z(8)9.
           05 ALM-ZAHL-2                PIC Z(8)9.
           05 ALM-ZAHL-3                PIC Z(8)9.
      * Nachtbestimmung: Ereignisse vor ALM-NACHT-GRENZE Uhr zaehlen
      * zur Nacht des Vortags.
           05 ALM-NACHT-GRENZE          PIC X(02) VALUE "12".
           05 ALM-NACHT-HEUTE           PIC X(08) VALUE SPACES.
           05 ALM-DATUM-ZAHL            PIC 9(08).
           05 ALM-DATUM-INTEGER         PIC 9(08).
      * Bereits gemeldete Alarme der laufenden Nacht (aus dem Journal
      * und aus diesem Lauf); ein gleicher Alarm geht nur ins
      * Journal, nicht erneut in die Schnittstelle.
           05 ALM-BEKANNT-ANZAHL        PIC 9(4) VALUE 0.
           05 ALM-BEKANNT OCCURS 300 TIMES.
               10 ALM-BK-NACHT          PIC X(08).
               10 ALM-BK-PROGRAMM       PIC X(24).
               10 ALM-BK-CODE           PIC X(08).
               10 ALM-BK-TEXT           PIC X(60).
           05 ALM-BK-INDEX              PIC 9(4).
           05 ALM-BK-GEFUNDEN           PIC 9(4).

      * Der zu meldende Alarm, Felder wie ALARMSATZ.CPY.
       01 ALARM-MELDUNG VALUE SPACES.
           COPY ALARMSATZ REPLACING LEADING ==ALS== BY ==ALM==.
