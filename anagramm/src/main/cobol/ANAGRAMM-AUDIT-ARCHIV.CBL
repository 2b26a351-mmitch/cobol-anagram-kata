      * laeuft ueber eine Arbeitsdatei, da LINE SEQUENTIAL kein
      * Kuerzen an Ort und Stelle kennt - dasselbe Muster wie
      * AUSGABE-AUF-CHECKPOINT-ZURUECKSETZEN in ANAGRAMM.
      *
      * Seit der Verkettung des Audit-Protokolls (Folgenummer und
      * Pruefwert je Satz, siehe AUDITSATZ.CPY) schliesst jeder
      * Schnitt die angehaengten Saetze in der Archivdatei mit einem
      * Nachsatz ab (AUDITNACHSATZ.CPY: Anzahl, erste/letzte
      * Folgenummer, Pruefwert des letzten Satzes). Damit die Kette
      * ueber Archiv und Audit-Datei hinweg lueckenlos bleibt, wird
      * nur der vordere Teil der Datei archiviert: der erste Satz
      * nach dem Stichmonat beendet den Schnitt, auch ein spaeter
      * folgender aelterer Satz (etwa aus einem ueber Monatsende
      * zusammengefuehrten Parallellauf) bleibt dann bis zum
      * naechsten Schnitt in der Audit-Datei. Der Betrieb legt die
      * Archivdatei unter dem Namen ANAGARC.JJJJMM ab - unter diesem
      * Namen liest ANAGRAMM-AUDIT-PRUEFUNG die Archivmonate.
      *
      * Ein abgebrochener Schnitt (Return-Code 8) schliesst das
      * Lauf-Protokoll mit FEHL ab und geht als kritischer Alarm an
      * die Betriebsueberwachung (ALARM-LOGIK.CPY).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-NEU-DATEI-STATUS.

           COPY LAUFLOGDATEI.

           COPY ALARMDATEI.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-DATEI.
       FD  ARCHIV-DATEI.
       01  ARCHIV-SATZ.
           COPY AUDITSATZ.
       01  ARCHIV-NACHSATZ.
           COPY AUDITNACHSATZ.

       FD  AUDIT-NEU-DATEI.
       01  AUDIT-NEU-SATZ.
           COPY AUDITSATZ.

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

       01 ARCHIV-STEUERUNG.
           05 WS-AUDIT-DATEI-STATUS     PIC X(02).
           05 WS-ARCHIV-DATEI-STATUS    PIC X(02).
               88 DATEIEN-OFFEN         VALUE 'J'.
           05 WS-ABBRUCH-SCH            PIC X(01) VALUE 'N'.
               88 SCHNITT-ABGEBROCHEN   VALUE 'J'.
           05 WS-SCHNITT-ERREICHT-SCH   PIC X(01) VALUE 'N'.
               88 SCHNITT-ERREICHT      VALUE 'J'.
           05 WS-ANZAHL-GELESEN         PIC 9(9) VALUE 0.
           05 WS-ANZAHL-ARCHIVIERT      PIC 9(9) VALUE 0.
           05 WS-ANZAHL-BEHALTEN        PIC 9(9) VALUE 0.
      * Kettenangaben der archivierten Saetze fuer den Nachsatz.
           05 WS-ERSTE-NUMMER           PIC 9(12) VALUE 0.
           05 WS-LETZTE-NUMMER          PIC 9(12) VALUE 0.
           05 WS-LETZTER-PRUEFWERT      PIC 9(10) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM ARCHIV-INITIALISIERUNG
                   " archiviert bis " WS-STICHTAG ", "
                   WS-ANZAHL-BEHALTEN " behalten"
           END-IF
           MOVE WS-ANZAHL-GELESEN TO LFL-SAETZE-EIN
           MOVE WS-ANZAHL-ARCHIVIERT TO LFL-SAETZE-AUS
           PERFORM LAUFLOG-ENDE
           PERFORM ALARM-SCHLIESSEN
           GOBACK
           .

      * Meldet den abgebrochenen Schnitt mit dem vorbereiteten Text
      * als kritischen Alarm an die Betriebsueberwachung
      * (ALARM-LOGIK.CPY).
       ARCHIV-ALARM SECTION.
           MOVE "ANAGRAMM-AUDIT-ARCHIV" TO ALM-MELDER
           MOVE "ANAGRAMM-AUDIT-ARCHIV" TO ALM-PROGRAMM
           MOVE LFL-LAUF-ID TO ALM-LAUF-ID
           SET ALM-KRITISCH TO TRUE
           MOVE "FEHL" TO ALM-CODE
           PERFORM ALARM-MELDEN
           EXIT.

      * Erwartet als Kommandozeile den Stichmonat JJJJMM (einschliess-
      * lich): alle Audit-Saetze dieses Monats und aelter wandern ins
      * Archiv. Ohne gueltigen Stichmonat wird der Lauf ohne jede
      * Steuerkarte nicht versehentlich das halbe Protokoll
      * verschiebt.
       ARCHIV-INITIALISIERUNG SECTION.
           MOVE "ANAGRAMM-AUDIT-ARCHIV" TO LFL-PROGRAMM
           PERFORM LAUFLOG-START
           ACCEPT WS-KOMMANDOZEILE FROM COMMAND-LINE
           UNSTRING WS-KOMMANDOZEILE DELIMITED BY SPACE
               INTO WS-STICHTAG-PARM
               SET AUDIT-ENDE TO TRUE
               SET SCHNITT-ABGEBROCHEN TO TRUE
               MOVE 8 TO RETURN-CODE
               ADD 1 TO LFL-WARNUNGEN
               MOVE "FEHL" TO LFL-ABSCHLUSS-CODE
               MOVE SPACES TO ALM-TEXT
               STRING "STICHMONAT " FUNCTION TRIM(WS-STICHTAG-PARM)
                   " UNGUELTIG - KEIN ARCHIVSCHNITT"
                   DELIMITED BY SIZE INTO ALM-TEXT
               END-STRING
               PERFORM ARCHIV-ALARM
           END-IF
           IF NOT AUDIT-ENDE
               OPEN INPUT AUDIT-DATEI
                       SET AUDIT-ENDE TO TRUE
                       SET SCHNITT-ABGEBROCHEN TO TRUE
                       MOVE 8 TO RETURN-CODE
                       ADD 1 TO LFL-WARNUNGEN
                       MOVE "FEHL" TO LFL-ABSCHLUSS-CODE
                       MOVE SPACES TO ALM-TEXT
                       STRING "ARCHIVDATEI ANAGARC NICHT OFFEN (STATUS "
                           WS-ARCHIV-DATEI-STATUS ") - KEIN SCHNITT"
                           DELIMITED BY SIZE INTO ALM-TEXT
                       END-STRING
                       PERFORM ARCHIV-ALARM
                       CLOSE AUDIT-DATEI
                   ELSE
                       OPEN OUTPUT AUDIT-NEU-DATEI
                           SET AUDIT-ENDE TO TRUE
                           SET SCHNITT-ABGEBROCHEN TO TRUE
                           MOVE 8 TO RETURN-CODE
                           ADD 1 TO LFL-WARNUNGEN
                           MOVE "FEHL" TO LFL-ABSCHLUSS-CODE
                           MOVE SPACES TO ALM-TEXT
                           STRING "ANAGAUD.TMP NICHT ANLEGBAR (STATUS "
                               WS-AUDIT-NEU-DATEI-STATUS
                               ") - KEIN SCHNITT"
                               DELIMITED BY SIZE INTO ALM-TEXT
                           END-STRING
                           PERFORM ARCHIV-ALARM
                           CLOSE AUDIT-DATEI
                           CLOSE ARCHIV-DATEI
                       ELSE

      * Verteilt jeden Audit-Satz anhand des Zeitstempel-Monats: bis
      * einschliesslich Stichmonat ins Archiv, danach in die
      * Arbeitsdatei der zu behaltenden Saetze. Ab dem ersten
      * juengeren Satz bleibt alles Weitere in der Audit-Datei.
       AUDIT-AUFTEILEN SECTION.
           ADD 1 TO WS-ANZAHL-GELESEN
           IF AUD-ZEITSTEMPEL OF AUDIT-SATZ (1:6) > WS-STICHTAG
               SET SCHNITT-ERREICHT TO TRUE
           END-IF
           IF NOT SCHNITT-ERREICHT
               MOVE AUDIT-SATZ TO ARCHIV-SATZ
               WRITE ARCHIV-SATZ
               ADD 1 TO WS-ANZAHL-ARCHIVIERT
               IF AUD-FOLGENUMMER OF AUDIT-SATZ IS NUMERIC
                   IF WS-ERSTE-NUMMER = 0
                       MOVE AUD-FOLGENUMMER OF AUDIT-SATZ
                           TO WS-ERSTE-NUMMER
                   END-IF
                   MOVE AUD-FOLGENUMMER OF AUDIT-SATZ
                       TO WS-LETZTE-NUMMER
                   MOVE AUD-PRUEFWERT OF AUDIT-SATZ
                       TO WS-LETZTER-PRUEFWERT
               END-IF
           ELSE
               MOVE AUDIT-SATZ TO AUDIT-NEU-SATZ
               WRITE AUDIT-NEU-SATZ
       AUDIT-ZURUECKSCHREIBEN SECTION.
           IF DATEIEN-OFFEN
               CLOSE AUDIT-DATEI
               PERFORM ARCHIV-NACHSATZ-SCHREIBEN
               CLOSE ARCHIV-DATEI
               CLOSE AUDIT-NEU-DATEI
               OPEN INPUT AUDIT-NEU-DATEI
                       ") - Audit-Datei bleibt unveraendert"
                   SET SCHNITT-ABGEBROCHEN TO TRUE
                   MOVE 8 TO RETURN-CODE
                   ADD 1 TO LFL-WARNUNGEN
                   MOVE "FEHL" TO LFL-ABSCHLUSS-CODE
                   MOVE SPACES TO ALM-TEXT
                   STRING "ANAGAUD.TMP NICHT LESBAR (STATUS "
                       WS-AUDIT-NEU-DATEI-STATUS
                       ") - ANAGAUD UNVERAENDERT"
                       DELIMITED BY SIZE INTO ALM-TEXT
                   END-STRING
                   PERFORM ARCHIV-ALARM
               ELSE
                   OPEN OUTPUT AUDIT-DATEI
                   IF WS-AUDIT-DATEI-STATUS NOT = "00"
                           "ANAGAUD.TMP"
                       SET SCHNITT-ABGEBROCHEN TO TRUE
                       MOVE 8 TO RETURN-CODE
                       ADD 1 TO LFL-WARNUNGEN
                       MOVE "FEHL" TO LFL-ABSCHLUSS-CODE
                       MOVE SPACES TO ALM-TEXT
                       STRING "ANAGAUD NICHT SCHREIBBAR (STATUS "
                           WS-AUDIT-DATEI-STATUS
                           ") - BESTAND IN .TMP"
                           DELIMITED BY SIZE INTO ALM-TEXT
                       END-STRING
                       PERFORM ARCHIV-ALARM
                       CLOSE AUDIT-NEU-DATEI
                   ELSE
                       PERFORM UNTIL NEU-ENDE
               END-IF
           END-IF
           EXIT.

      * Schliesst die in diesem Lauf angehaengten Saetze mit dem
      * Nachsatz ab - auch bei null archivierten Saetzen, damit jeder
      * Schnitt in der Archivdatei nachweisbar ist. Erste/letzte
      * Folgenummer und Pruefwert bleiben null, wenn nur Saetze aus
      * der Zeit vor der Verkettung archiviert wurden.
       ARCHIV-NACHSATZ-SCHREIBEN SECTION.
           MOVE SPACES TO ARCHIV-NACHSATZ
           SET ANS-IST-NACHSATZ TO TRUE
           MOVE WS-STICHTAG TO ANS-STICHMONAT
           MOVE FUNCTION CURRENT-DATE TO ANS-ERSTELLT-AM
           MOVE WS-ANZAHL-ARCHIVIERT TO ANS-ANZAHL-SAETZE
           MOVE WS-ERSTE-NUMMER TO ANS-ERSTE-NUMMER
           MOVE WS-LETZTE-NUMMER TO ANS-LETZTE-NUMMER
           MOVE WS-LETZTER-PRUEFWERT TO ANS-PRUEFWERT
           WRITE ARCHIV-NACHSATZ
           EXIT.

           COPY LAUFLOG-LOGIK.

           COPY ALARM-LOGIK.
