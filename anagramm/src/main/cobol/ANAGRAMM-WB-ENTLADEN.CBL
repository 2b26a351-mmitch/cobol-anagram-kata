      * zusammen mit dem Aenderungsjournal ANAGWBJ kann
      * ANAGRAMM-WB-RESTORE daraus den Stand des Woerterbuchs zu
      * jedem Zeitpunkt seit dem Abzug wiederherstellen.
      *
      * Kommandozeile: ohne Angabe das deutsche Woerterbuch, mit
      * SPRACHE=xx (EN, NL) das Woerterbuch dieser Sprache, das dann
      * nach ANAGWBS.xx entladen wird. Ein unbekannter Sprachcode
      * beendet den Lauf ohne Abzug mit Return-Code 8, ebenso ein
      * nicht zu oeffnendes Woerterbuch; beides schliesst das
      * Lauf-Protokoll mit FEHL ab und geht als kritischer Alarm an
      * die Betriebsueberwachung (ALARM-LOGIK.CPY).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY WOERTERBUCHDATEI.

           SELECT ABZUG-DATEI ASSIGN DYNAMIC WS-WBABZUG-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY LAUFLOGDATEI.

           COPY ALARMDATEI.

       DATA DIVISION.
       FILE SECTION.
       FD  WOERTERBUCH-DATEI.
       01  ABZUG-SATZ.
           COPY WOERTERBUCHSATZ.

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
           COPY LAUFLOG-DATEN.

           COPY ALARM-DATEN.

           COPY SPRACHE-DATEN.

       01 ENTLADE-STEUERUNG.
           05 WS-KOMMANDOZEILE          PIC X(40) VALUE SPACES.
           05 WS-WOERTERBUCH-DATEI-STATUS PIC X(02).
           05 WS-WOERTERBUCH-ENDE-SCH   PIC X(01) VALUE 'N'.
               88 WOERTERBUCH-ENDE      VALUE 'J'.
           05 WS-ANZAHL-ENTLADEN        PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
           MOVE "ANAGRAMM-WB-ENTLADEN" TO LFL-PROGRAMM
           PERFORM LAUFLOG-START
           PERFORM SPRACHE-AUSWERTEN
           IF SPRACHE-UNGUELTIG
               MOVE 8 TO RETURN-CODE
               ADD 1 TO LFL-WARNUNGEN
               MOVE "FEHL" TO LFL-ABSCHLUSS-CODE
               MOVE SPACES TO ALM-TEXT
               STRING "UNBEKANNTER PARAMETER "
                   FUNCTION TRIM(WS-SPRACHE-PARM)
                   " - KEIN ABZUG ERSTELLT"
                   DELIMITED BY SIZE INTO ALM-TEXT
               END-STRING
               PERFORM ENTLADEN-ALARM
           ELSE
               PERFORM WOERTERBUCH-ENTLADEN
           END-IF
           MOVE WS-ANZAHL-ENTLADEN TO LFL-SAETZE-EIN
           MOVE WS-ANZAHL-ENTLADEN TO LFL-SAETZE-AUS
           PERFORM LAUFLOG-ENDE
           PERFORM ALARM-SCHLIESSEN
           GOBACK
           .

      * Meldet den nicht erstellten Abzug mit dem vorbereiteten Text
      * als kritischen Alarm an die Betriebsueberwachung
      * (ALARM-LOGIK.CPY).
       ENTLADEN-ALARM SECTION.
           MOVE "ANAGRAMM-WB-ENTLADEN" TO ALM-MELDER
           MOVE "ANAGRAMM-WB-ENTLADEN" TO ALM-PROGRAMM
           MOVE LFL-LAUF-ID TO ALM-LAUF-ID
           SET ALM-KRITISCH TO TRUE
           MOVE "FEHL" TO ALM-CODE
           PERFORM ALARM-MELDEN
           EXIT.

       WOERTERBUCH-ENTLADEN SECTION.
           OPEN INPUT WOERTERBUCH-DATEI
           IF WS-WOERTERBUCH-DATEI-STATUS NOT = "00"
               DISPLAY "WARNUNG: Woerterbuch-Datei "
                   FUNCTION TRIM(WS-WOERTERBUCH-NAME)
                   " konnte nicht geoeffnet werden (Status "
                   WS-WOERTERBUCH-DATEI-STATUS
                   ") - kein Abzug erstellt"
               MOVE 8 TO RETURN-CODE
               ADD 1 TO LFL-WARNUNGEN
               MOVE "FEHL" TO LFL-ABSCHLUSS-CODE
               MOVE SPACES TO ALM-TEXT
               STRING "WOERTERBUCH " FUNCTION TRIM(WS-WOERTERBUCH-NAME)
                   " NICHT OFFEN (STATUS "
                   WS-WOERTERBUCH-DATEI-STATUS ") - KEIN ABZUG"
                   DELIMITED BY SIZE INTO ALM-TEXT
               END-STRING
               PERFORM ENTLADEN-ALARM
           ELSE
               OPEN OUTPUT ABZUG-DATEI
               PERFORM NAECHSTER-WOERTERBUCH-SATZ
               CLOSE ABZUG-DATEI
               CLOSE WOERTERBUCH-DATEI
               DISPLAY "ANAGRAMM-WB-ENTLADEN: " WS-ANZAHL-ENTLADEN
                   " Eintraege nach "
                   FUNCTION TRIM(WS-WBABZUG-NAME) " entladen"
           END-IF
           EXIT.

      * Wertet SPRACHE=xx auf der Kommandozeile aus; ohne Angabe
      * bleibt es beim deutschen Woerterbuch.
       SPRACHE-AUSWERTEN SECTION.
           ACCEPT WS-KOMMANDOZEILE FROM COMMAND-LINE
           UNSTRING WS-KOMMANDOZEILE DELIMITED BY ALL SPACE
               INTO WS-SPRACHE-PARM
           END-UNSTRING
           IF WS-SPRACHE-PARM NOT = SPACES
               PERFORM SPRACHE-PARAMETER-WERTEN
               IF SPRACHE-UNGUELTIG
                   DISPLAY "WARNUNG: Unbekannter Parameter "
                       FUNCTION TRIM(WS-SPRACHE-PARM)
                       " - kein Abzug erstellt"
               END-IF
           END-IF
           EXIT.

       NAECHSTER-WOERTERBUCH-SATZ SECTION.
           READ WOERTERBUCH-DATEI NEXT RECORD
               AT END SET WOERTERBUCH-ENDE TO TRUE
           END-READ
           EXIT.

           COPY SPRACHE-LOGIK.

           COPY LAUFLOG-LOGIK.

           COPY ALARM-LOGIK.
