      * laufen koennen - seit der dritten Quelle drueckt der
      * sequentielle Lauf gegen den Online-Start um 06:00. Jede
      * Instanz bekommt per Ablaufsteuerung ihre Teildatei als
      * ANAGIN und eigene ANAGOUT/ANAGREJ/ANAGCKP/ANAGBLK
      * zugewiesen, so dass auch der Neustart je Teilstrecke
      * unveraendert funktioniert; ANAGRAMM-KONSOLIDIERUNG fuehrt die
      * Teil-Ausgaben anschliessend in der Originalreihenfolge
      * wieder zusammen. Ebenso erhaelt jede Instanz ein eigenes
      * Audit-Protokoll ANAGAUD0n mit Kettenstand ANAGAUK0n, das die
      * Konsolidierung in die verkettete Audit-Datei uebernimmt.
      * Die Instanzen laufen mit dem Schluesselwort TEILLAUF und
      * legen keine Generationen an; ANAGOUT- und ANAGREJ-Generation
      * des Nachtlaufs sichert die Konsolidierung.
      *
      * Kopfsaetze werden an alle Teildateien durchgereicht, damit
      * jeder Teillauf seine Stapel-Bilanz fuehren kann; je

           COPY LAUFLOGDATEI.

           COPY ALARMDATEI.

       DATA DIVISION.
       FILE SECTION.
       FD  EINGABE-DATEI.
       01  LAUFLOG-SATZ.
           COPY LAUFSATZ.

       FD  ALARM-DATEI.
       01  ALARM-SATZ.
           COPY ALARMSATZ.

       FD  ALARMJOURNAL-DATEI.
       01  ALARMJOURNAL-SATZ.
           COPY ALARMSATZ REPLACING LEADING ==ALS== BY ==ALJ==.

       WORKING-STORAGE SECTION.
           COPY LAUFLOG-DATEN.

           COPY ALARM-DATEN.

       01 SPLITTER-STEUERUNG.
           05 WS-EINGABE-DATEI-STATUS   PIC X(02).
           05 WS-KOMMANDOZEILE          PIC X(40) VALUE SPACES.
                   SET SPLIT-ABGEBROCHEN TO TRUE
                   SET EINGABE-ENDE TO TRUE
                   MOVE 8 TO RETURN-CODE
                   MOVE "ANAGRAMM-SPLITTER" TO ALM-MELDER
                   MOVE "ANAGRAMM-SPLITTER" TO ALM-PROGRAMM
                   MOVE LFL-LAUF-ID TO ALM-LAUF-ID
                   SET ALM-KRITISCH TO TRUE
                   MOVE "FEHL" TO ALM-CODE
                   MOVE SPACES TO ALM-TEXT
                   STRING "EINGABE ANAGIN NICHT LESBAR (STATUS "
                       WS-EINGABE-DATEI-STATUS ") - KEINE AUFTEILUNG"
                       DELIMITED BY SIZE INTO ALM-TEXT
                   END-STRING
                   PERFORM ALARM-MELDEN
               ELSE
                   PERFORM TEILDATEIEN-OEFFNEN
                   PERFORM VARYING WS-TEIL-INDEX FROM 1 BY 1
               MOVE WS-ANZAHL-DATEN TO LFL-SAETZE-AUS
               PERFORM LAUFLOG-ENDE
           END-IF
           PERFORM ALARM-SCHLIESSEN
           EXIT.

       TEILDATEIEN-SCHLIESSEN SECTION.
           EXIT.

           COPY LAUFLOG-LOGIK.

           COPY ALARM-LOGIK.
