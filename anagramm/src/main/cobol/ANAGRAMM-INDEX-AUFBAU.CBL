      * / WOERTERBUCH-DATEI. Beide werden erst bei der Suche
      * (ANAGRAMM-INDEX-SUCHE) gebraucht, wo tatsaechlich ein
      * Wortpaar-Vergleich stattfindet.
      *
      * Zusammen mit dem Index wird die Buchstabenprofil-Datei ANAGPRF
      * (COPY PROFILSATZ) neu geschrieben: je indiziertem Wort Laenge
      * und Buchstabenanzahlen, damit ANAGRAMM-POOL-SUCHE alle Pools
      * einer Lieferung in einem Durchlauf pruefen kann, ohne jedes
      * Wort je Pool neu zu normalisieren und zu zaehlen. Laesst sich
      * das Profil nicht anlegen, wird auch der Index nicht
      * aufgebaut - beide Dateien muessen denselben Wortbestand haben.
      *
      * Kommandozeile: ohne Angabe der deutsche Index aus ANAGWL, mit
      * SPRACHE=xx (EN, NL) Index und Profil dieser Sprache
      * (ANAGIDX.xx, ANAGPRF.xx) aus deren Wortliste ANAGWL.xx, mit
      * der Faltung der Sprache. Ein unbekannter Sprachcode bricht
      * den Aufbau ab, bevor eine Datei angelegt wird.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORTLISTE-DATEI ASSIGN DYNAMIC WS-WORTLISTE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY INDEXDATEI.

           COPY PROFILDATEI.

           COPY LAUFLOGDATEI.

           COPY ALARMDATEI.

       DATA DIVISION.
       FILE SECTION.
       FD  WORTLISTE-DATEI.
       01  INDEX-SATZ.
           COPY INDEXSATZ.

       FD  PROFIL-DATEI.
       01  PROFIL-SATZ.
           COPY PROFILSATZ.

       FD  LAUFLOG-DATEI.
       01  LAUFLOG-SATZ.
           COPY LAUFSATZ.

       FD  ALARM-DATEI.
       01  ALARM-SATZ.
           COPY ALARMSATZ.

       FD  ALARMJOURNAL-DATEI.
       01  ALARMJOURNAL-SATZ.
           COPY ALARMSATZ REPLACING LEADING ==ALS== BY ==ALJ==.

       WORKING-STORAGE SECTION.
           COPY VERGLEICH-DATEN.

           COPY LAUFLOG-DATEN.

           COPY ALARM-DATEN.

       01 AUFBAU-STEUERUNG.
           05 WS-KOMMANDOZEILE          PIC X(40) VALUE SPACES.
           05 WS-WORTLISTE-ENDE-SCH     PIC X(01) VALUE 'N'.
               88 WORTLISTE-ENDE        VALUE 'J'.
           05 WS-INDEX-DATEI-STATUS     PIC X(02).
           05 WS-PROFIL-DATEI-STATUS    PIC X(02).
           05 WS-DATEIEN-OFFEN-SCH      PIC X(01) VALUE 'N'.
               88 DATEIEN-OFFEN         VALUE 'J'.
           05 WS-WOERTER-INDIZIERT      PIC 9(9) VALUE 0.
           05 WS-DUPLIKATE              PIC 9(9) VALUE 0.

           PERFORM AUFBAU-ABSCHLUSS
           DISPLAY "ANAGRAMM-INDEX-AUFBAU: " WS-WOERTER-INDIZIERT
               " Woerter indiziert, " WS-DUPLIKATE
               " Duplikate uebersprungen (Sprache " WS-SPRACHE ")"
           COMPUTE LFL-SAETZE-EIN =
               WS-WOERTER-INDIZIERT + WS-DUPLIKATE
           MOVE WS-WOERTER-INDIZIERT TO LFL-SAETZE-AUS
           PERFORM LAUFLOG-ENDE
           PERFORM ALARM-SCHLIESSEN
           GOBACK
           .

      * Meldet den abgebrochenen Aufbau mit dem vorbereiteten Text
      * als kritischen Alarm an die Betriebsueberwachung
      * (ALARM-LOGIK.CPY).
       AUFBAU-ALARM SECTION.
           MOVE "ANAGRAMM-INDEX-AUFBAU" TO ALM-MELDER
           MOVE "ANAGRAMM-INDEX-AUFBAU" TO ALM-PROGRAMM
           MOVE LFL-LAUF-ID TO ALM-LAUF-ID
           SET ALM-KRITISCH TO TRUE
           MOVE "FEHL" TO ALM-CODE
           PERFORM ALARM-MELDEN
           EXIT.

       AUFBAU-INITIALISIERUNG SECTION.
           MOVE "ANAGRAMM-INDEX-AUFBAU" TO LFL-PROGRAMM
           PERFORM LAUFLOG-START
           ACCEPT WS-KOMMANDOZEILE FROM COMMAND-LINE
           UNSTRING WS-KOMMANDOZEILE DELIMITED BY ALL SPACE
               INTO WS-SPRACHE-PARM
           END-UNSTRING
           IF WS-SPRACHE-PARM NOT = SPACES
               PERFORM SPRACHE-PARAMETER-WERTEN
           END-IF
           IF SPRACHE-UNGUELTIG
               DISPLAY "WARNUNG: Unbekannter Parameter "
                   FUNCTION TRIM(WS-SPRACHE-PARM)
                   " - Indexaufbau wird abgebrochen"
               ADD 1 TO LFL-WARNUNGEN
               MOVE "FEHL" TO LFL-ABSCHLUSS-CODE
               MOVE 8 TO RETURN-CODE
               SET WORTLISTE-ENDE TO TRUE
               MOVE SPACES TO ALM-TEXT
               STRING "UNBEKANNTER PARAMETER "
                   FUNCTION TRIM(WS-SPRACHE-PARM)
                   " - KEIN INDEXAUFBAU"
                   DELIMITED BY SIZE INTO ALM-TEXT
               END-STRING
               PERFORM AUFBAU-ALARM
           ELSE
               PERFORM AUFBAU-DATEIEN-OEFFNEN
           END-IF
           EXIT.

      * Oeffnet die Wortliste der eingestellten Sprache und legt
      * Profil und Index neu an.
       AUFBAU-DATEIEN-OEFFNEN SECTION.
           OPEN INPUT WORTLISTE-DATEI
           OPEN OUTPUT PROFIL-DATEI
           IF WS-PROFIL-DATEI-STATUS NOT = "00"
               DISPLAY "WARNUNG: Profil-Datei "
                   FUNCTION TRIM(WS-PROFIL-NAME)
                   " konnte nicht angelegt werden (Status "
                   WS-PROFIL-DATEI-STATUS
                   ") - Indexaufbau wird abgebrochen"
               ADD 1 TO LFL-WARNUNGEN
               MOVE "FEHL" TO LFL-ABSCHLUSS-CODE
               SET WORTLISTE-ENDE TO TRUE
               MOVE SPACES TO ALM-TEXT
               STRING "PROFIL-DATEI NICHT ANLEGBAR (STATUS "
                   WS-PROFIL-DATEI-STATUS ") - KEIN INDEXAUFBAU"
                   DELIMITED BY SIZE INTO ALM-TEXT
               END-STRING
               PERFORM AUFBAU-ALARM
           ELSE
               OPEN OUTPUT INDEX-DATEI
               IF WS-INDEX-DATEI-STATUS NOT = "00"
                   DISPLAY "WARNUNG: Index-Datei "
                       FUNCTION TRIM(WS-INDEX-NAME)
                       " konnte nicht angelegt werden (Status "
                       WS-INDEX-DATEI-STATUS
                       ") - Indexaufbau wird abgebrochen"
                   ADD 1 TO LFL-WARNUNGEN
                   MOVE "FEHL" TO LFL-ABSCHLUSS-CODE
                   CLOSE PROFIL-DATEI
                   SET WORTLISTE-ENDE TO TRUE
                   MOVE SPACES TO ALM-TEXT
                   STRING "INDEX-DATEI NICHT ANLEGBAR (STATUS "
                       WS-INDEX-DATEI-STATUS ") - KEIN INDEXAUFBAU"
                       DELIMITED BY SIZE INTO ALM-TEXT
                   END-STRING
                   PERFORM AUFBAU-ALARM
               ELSE
                   SET DATEIEN-OFFEN TO TRUE
                   READ WORTLISTE-DATEI
                       AT END SET WORTLISTE-ENDE TO TRUE
                   END-READ
               END-IF
           END-IF
           EXIT.

      * Primaerschluessel - ein in der Wortliste doppelt vorkommendes
      * Wort loest eine INVALID KEY aus, die hier abgefangen und
      * gezaehlt/gemeldet wird, statt den Lauf abbrechen zu lassen.
      * Nur ein tatsaechlich indiziertes Wort bekommt seinen
      * Profilsatz, so dass Index und Profil denselben Bestand haben.
       WORTLISTE-INDIZIEREN SECTION.
           MOVE WLS-WORT TO NORM-EINGABE
           PERFORM NORMALISIERE-WORT
                       "uebersprungen - " WLS-WORT
               NOT INVALID KEY
                   ADD 1 TO WS-WOERTER-INDIZIERT
                   MOVE WLS-WORT TO PRF-WORT
                   PERFORM PROFIL-BERECHNEN
                   WRITE PROFIL-SATZ
                       INVALID KEY
                           ADD 1 TO LFL-WARNUNGEN
                           DISPLAY "WARNUNG: Profilsatz nicht "
                               "geschrieben (Status "
                               WS-PROFIL-DATEI-STATUS ") - " WLS-WORT
                   END-WRITE
           END-WRITE
           READ WORTLISTE-DATEI
               AT END SET WORTLISTE-ENDE TO TRUE
           EXIT.

       AUFBAU-ABSCHLUSS SECTION.
           IF SPRACHE-GUELTIG
               CLOSE WORTLISTE-DATEI
           END-IF
           IF DATEIEN-OFFEN
               CLOSE INDEX-DATEI
               CLOSE PROFIL-DATEI
           END-IF
           EXIT.

           COPY SIGNATUR-LOGIK.

           COPY PROFIL-LOGIK.

           COPY LAUFLOG-LOGIK.

           COPY ALARM-LOGIK.
