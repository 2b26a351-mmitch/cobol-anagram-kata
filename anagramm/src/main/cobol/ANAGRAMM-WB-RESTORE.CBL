      * JJJJMMTTHHMMSS. Ohne gueltigen Zielzeitpunkt wird der Lauf
      * ohne jede Aenderung beendet (Return-Code 8) - dasselbe
      * Muster wie der Stichmonat in ANAGRAMM-AUDIT-ARCHIV.
      * Dahinter waehlt SPRACHE=xx (EN, NL) das Woerterbuch einer
      * anderen Sprache: Abzug ANAGWBS.xx, Journal ANAGWBJ.xx,
      * Zieldatei ANAGWB.xx. Ein unbekannter Sprachcode beendet den
      * Lauf ebenfalls ohne Aenderung.
      *
      * Jeder Abbruch (Return-Code 8) schliesst das Lauf-Protokoll
      * mit FEHL ab und geht als kritischer Alarm an die
      * Betriebsueberwachung (ALARM-LOGIK.CPY).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ABZUG-DATEI ASSIGN DYNAMIC WS-WBABZUG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABZUG-DATEI-STATUS.


           COPY WOERTERBUCHDATEI.

           COPY LAUFLOGDATEI.

           COPY ALARMDATEI.

       DATA DIVISION.
       FILE SECTION.
       FD  ABZUG-DATEI.
       01  WOERTERBUCH-SATZ.
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

       01 RESTORE-STEUERUNG.
           05 WS-ABZUG-DATEI-STATUS     PIC X(02).
           05 WS-WBJOURNAL-DATEI-STATUS PIC X(02).
                   " Journalsaetze angewendet bis " WS-ZIELZEITPUNKT
                   ", " WS-ANZAHL-UEBERGANGEN " juengere uebergangen"
           END-IF
           COMPUTE LFL-SAETZE-EIN = WS-ANZAHL-GELADEN
               + WS-ANZAHL-JOURNAL
           MOVE WS-ANZAHL-GELADEN TO LFL-SAETZE-AUS
           PERFORM LAUFLOG-ENDE
           PERFORM ALARM-SCHLIESSEN
           GOBACK
           .

      * Meldet die abgebrochene Wiederherstellung mit dem
      * vorbereiteten Text als kritischen Alarm an die
      * Betriebsueberwachung (ALARM-LOGIK.CPY).
       RESTORE-ALARM SECTION.
           MOVE "ANAGRAMM-WB-RESTORE" TO ALM-MELDER
           MOVE "ANAGRAMM-WB-RESTORE" TO ALM-PROGRAMM
           MOVE LFL-LAUF-ID TO ALM-LAUF-ID
           SET ALM-KRITISCH TO TRUE
           MOVE "FEHL" TO ALM-CODE
           PERFORM ALARM-MELDEN
           EXIT.

      * Prueft den Zielzeitpunkt: 8 Ziffern (Tag) oder 14 Ziffern
      * (Zeitpunkt); verglichen wird spaeter nur die entsprechende
      * Anzahl Stellen des Journal-Zeitstempels, so dass ein
      * Tagesdatum den ganzen Tag einschliesst.
       RESTORE-INITIALISIERUNG SECTION.
           MOVE "ANAGRAMM-WB-RESTORE" TO LFL-PROGRAMM
           PERFORM LAUFLOG-START
           ACCEPT WS-KOMMANDOZEILE FROM COMMAND-LINE
           UNSTRING WS-KOMMANDOZEILE DELIMITED BY ALL SPACE
               INTO WS-ZIEL-PARM WS-SPRACHE-PARM
           END-UNSTRING
           EVALUATE TRUE
               WHEN WS-ZIEL-PARM (1:8) IS NUMERIC
                       "nicht durchgefuehrt"
                   SET RESTORE-ABGEBROCHEN TO TRUE
                   MOVE 8 TO RETURN-CODE
                   ADD 1 TO LFL-WARNUNGEN
                   MOVE "FEHL" TO LFL-ABSCHLUSS-CODE
                   MOVE SPACES TO ALM-TEXT
                   STRING "ZIELZEITPUNKT "
                       FUNCTION TRIM(WS-ZIEL-PARM)
                       " UNGUELTIG - NICHT DURCHGEFUEHRT"
                       DELIMITED BY SIZE INTO ALM-TEXT
                   END-STRING
                   PERFORM RESTORE-ALARM
           END-EVALUATE
           IF NOT RESTORE-ABGEBROCHEN
                   AND WS-SPRACHE-PARM NOT = SPACES
               PERFORM SPRACHE-PARAMETER-WERTEN
               IF SPRACHE-UNGUELTIG
                   DISPLAY "WARNUNG: Unbekannter Parameter "
                       FUNCTION TRIM(WS-SPRACHE-PARM)
                       " - Wiederherstellung wird nicht durchgefuehrt"
                   SET RESTORE-ABGEBROCHEN TO TRUE
                   MOVE 8 TO RETURN-CODE
                   ADD 1 TO LFL-WARNUNGEN
                   MOVE "FEHL" TO LFL-ABSCHLUSS-CODE
                   MOVE SPACES TO ALM-TEXT
                   STRING "UNBEKANNTER PARAMETER "
                       FUNCTION TRIM(WS-SPRACHE-PARM)
                       " - NICHT DURCHGEFUEHRT"
                       DELIMITED BY SIZE INTO ALM-TEXT
                   END-STRING
                   PERFORM RESTORE-ALARM
               END-IF
           END-IF
           EXIT.

      * Baut die Zieldatei aus dem Generationsabzug neu auf. Ein
       ABZUG-LADEN SECTION.
           OPEN INPUT ABZUG-DATEI
           IF WS-ABZUG-DATEI-STATUS NOT = "00"
               DISPLAY "WARNUNG: Abzugsdatei "
                   FUNCTION TRIM(WS-WBABZUG-NAME) " konnte nicht "
                   "geoeffnet werden (Status " WS-ABZUG-DATEI-STATUS
                   ") - Wiederherstellung wird nicht durchgefuehrt"
               SET RESTORE-ABGEBROCHEN TO TRUE
               MOVE 8 TO RETURN-CODE
               ADD 1 TO LFL-WARNUNGEN
               MOVE "FEHL" TO LFL-ABSCHLUSS-CODE
               MOVE SPACES TO ALM-TEXT
               STRING "ABZUG " FUNCTION TRIM(WS-WBABZUG-NAME)
                   " NICHT OFFEN (STATUS " WS-ABZUG-DATEI-STATUS
                   ") - NICHT DURCHGEFUEHRT"
                   DELIMITED BY SIZE INTO ALM-TEXT
               END-STRING
               PERFORM RESTORE-ALARM
           ELSE
               OPEN OUTPUT WOERTERBUCH-DATEI
               IF WS-WOERTERBUCH-DATEI-STATUS NOT = "00"
                   DISPLAY "WARNUNG: Zieldatei "
                       FUNCTION TRIM(WS-WOERTERBUCH-NAME)
                       " konnte nicht angelegt werden (Status "
                       WS-WOERTERBUCH-DATEI-STATUS
                       ") - Wiederherstellung wird nicht "
                       "durchgefuehrt"
                   SET RESTORE-ABGEBROCHEN TO TRUE
                   MOVE 8 TO RETURN-CODE
                   ADD 1 TO LFL-WARNUNGEN
                   MOVE "FEHL" TO LFL-ABSCHLUSS-CODE
                   MOVE SPACES TO ALM-TEXT
                   STRING "ZIELDATEI "
                       FUNCTION TRIM(WS-WOERTERBUCH-NAME)
                       " NICHT ANLEGBAR (STATUS "
                       WS-WOERTERBUCH-DATEI-STATUS ") - ABBRUCH"
                       DELIMITED BY SIZE INTO ALM-TEXT
                   END-STRING
                   PERFORM RESTORE-ALARM
                   CLOSE ABZUG-DATEI
               ELSE
                   PERFORM NAECHSTER-ABZUG-SATZ
                                   "Wiederherstellung abgebrochen"
                               SET RESTORE-ABGEBROCHEN TO TRUE
                               MOVE 8 TO RETURN-CODE
                               ADD 1 TO LFL-WARNUNGEN
                               MOVE "FEHL" TO LFL-ABSCHLUSS-CODE
                               MOVE SPACES TO ALM-TEXT
                               STRING "DOPPELTER EINTRAG "
                                   FUNCTION TRIM(ABZ-WORT)
                                   " IM ABZUG - ABBRUCH"
                                   DELIMITED BY SIZE INTO ALM-TEXT
                               END-STRING
                               PERFORM RESTORE-ALARM
                           NOT INVALID KEY
                               ADD 1 TO WS-ANZAHL-GELADEN
                       END-WRITE
       JOURNAL-VORWAERTS-ROLLEN SECTION.
           OPEN INPUT WBJOURNAL-DATEI
           IF WS-WBJOURNAL-DATEI-STATUS NOT = "00"
               DISPLAY "WARNUNG: Aenderungsjournal "
                   FUNCTION TRIM(WS-WBJOURNAL-NAME)
                   " konnte nicht geoeffnet werden (Status "
                   WS-WBJOURNAL-DATEI-STATUS ") - Zieldatei "
                   "entspricht nur dem Abzug"
           ELSE
               OPEN I-O WOERTERBUCH-DATEI
               IF WS-WOERTERBUCH-DATEI-STATUS NOT = "00"
                   DISPLAY "WARNUNG: Zieldatei "
                       FUNCTION TRIM(WS-WOERTERBUCH-NAME)
                       " konnte nicht zum Aendern geoeffnet werden "
                       "(Status "
                       WS-WOERTERBUCH-DATEI-STATUS
                       ") - Wiederherstellung abgebrochen"
                   SET RESTORE-ABGEBROCHEN TO TRUE
                   MOVE 8 TO RETURN-CODE
                   ADD 1 TO LFL-WARNUNGEN
                   MOVE "FEHL" TO LFL-ABSCHLUSS-CODE
                   MOVE SPACES TO ALM-TEXT
                   STRING "ZIELDATEI "
                       FUNCTION TRIM(WS-WOERTERBUCH-NAME)
                       " NICHT AENDERBAR (STATUS "
                       WS-WOERTERBUCH-DATEI-STATUS ") - ABBRUCH"
                       DELIMITED BY SIZE INTO ALM-TEXT
                   END-STRING
                   PERFORM RESTORE-ALARM
                   CLOSE WBJOURNAL-DATEI
               ELSE
                   PERFORM NAECHSTER-JOURNAL-SATZ
               END-DELETE
           END-IF
           EXIT.

           COPY SPRACHE-LOGIK.

           COPY LAUFLOG-LOGIK.

           COPY ALARM-LOGIK.
