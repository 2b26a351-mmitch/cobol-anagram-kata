      * Woerterbuchaenderung ein unkontrollierter Datei-Edit ohne
      * jeden Nachweis. Einzelaenderungen erfasst die Hotline direkt
      * ueber die Maske ANAGRAMM-WB-ONLINE.
      *
      * Der Bearbeiter jeder Transaktion muss im Benutzerstamm ANAGUSR
      * gueltig sein und die Rolle der Aktion haben (Aufnehmen:
      * Vorschlagender; Freigeben, Zurueckziehen, Loeschen:
      * Freigebender); eine Freigabe durch den Vorschlagenden selbst
      * wird abgelehnt. Abgelehnte Transaktionen stehen mit Grund im
      * Pflege-Protokoll und im Sicherheitsprotokoll ANAGSEC.
      *
      * Kommandozeile: ohne Angabe wird das deutsche Woerterbuch
      * gepflegt, mit SPRACHE=xx (EN, NL) das Woerterbuch dieser
      * Sprache samt seinem Journal (ANAGWB.xx, ANAGWBJ.xx); die
      * Delta-Datei ANAGWBD liefert dann die Woerter dieser
      * Sprache. Ein unbekannter Sprachcode bricht die Pflege vor
      * der ersten Transaktion ab (Return-Code 8). Dieser Abbruch und
      * ein nicht zu oeffnendes Woerterbuch schliessen das
      * Lauf-Protokoll mit FEHL ab und gehen als kritischer Alarm an
      * die Betriebsueberwachung (ALARM-LOGIK.CPY).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY WBJOURNALDATEI.

           COPY BENUTZERDATEI.

           COPY SICHERHEITDATEI.

           COPY LAUFLOGDATEI.

           COPY ALARMDATEI.

       DATA DIVISION.
       FILE SECTION.
       FD  DELTA-DATEI.
       01  WBJOURNAL-SATZ.
           COPY WBJOURNALSATZ.

       FD  BENUTZER-DATEI.
       01  BENUTZER-SATZ.
           COPY BENUTZERSATZ.

       FD  SICHERHEIT-DATEI.
       01  SICHERHEIT-SATZ.
           COPY SICHERHEITSSATZ.

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

           COPY VERGLEICH-DATEN.

           COPY WBPFLEGE-DATEN.

           COPY BERECHTIGUNG-DATEN.

       01 PFLEGE-STEUERUNG.
           05 WS-KOMMANDOZEILE          PIC X(40) VALUE SPACES.
           05 WS-DELTA-ENDE-SCH         PIC X(01) VALUE 'N'.
               88 DELTA-ENDE            VALUE 'J'.
           05 WS-ANZAHL-GELESEN         PIC 9(9) VALUE 0.
                       VALUE "ANAGRAMM-WB-PFLEGE - Pflege-Protokoll".
               10 FILLER                PIC X(10) VALUE "DATUM: ".
               10 KZ1-DATUM             PIC X(10).
               10 FILLER                PIC X(10) VALUE "  SPRACHE:".
               10 KZ1-SPRACHE           PIC X(03).
           05 KOPF-ZEILE-2.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 FILLER                PIC X(7)  VALUE "AKTION".
           DISPLAY "ANAGRAMM-WB-PFLEGE: " WS-ANZAHL-GELESEN
               " Transaktionen gelesen, " WS-ANZAHL-ANGEWENDET
               " angewendet, " WS-ANZAHL-ABGELEHNT " abgelehnt"
           MOVE WS-ANZAHL-GELESEN TO LFL-SAETZE-EIN
           MOVE WS-ANZAHL-ANGEWENDET TO LFL-SAETZE-AUS
           PERFORM LAUFLOG-ENDE
           PERFORM ALARM-SCHLIESSEN
           GOBACK
           .

      * Meldet die abgebrochene Pflege mit dem vorbereiteten Text
      * als kritischen Alarm an die Betriebsueberwachung
      * (ALARM-LOGIK.CPY).
       PFLEGE-ALARM SECTION.
           MOVE "ANAGRAMM-WB-PFLEGE" TO ALM-MELDER
           MOVE "ANAGRAMM-WB-PFLEGE" TO ALM-PROGRAMM
           MOVE LFL-LAUF-ID TO ALM-LAUF-ID
           SET ALM-KRITISCH TO TRUE
           MOVE "FEHL" TO ALM-CODE
           PERFORM ALARM-MELDEN
           EXIT.

       PFLEGE-INITIALISIERUNG SECTION.
           MOVE "ANAGRAMM-WB-PFLEGE" TO BER-PROGRAMM
           MOVE "ANAGRAMM-WB-PFLEGE" TO LFL-PROGRAMM
           PERFORM LAUFLOG-START
           ACCEPT WS-KOMMANDOZEILE FROM COMMAND-LINE
           UNSTRING WS-KOMMANDOZEILE DELIMITED BY ALL SPACE
               INTO WS-SPRACHE-PARM
           END-UNSTRING
           IF WS-SPRACHE-PARM NOT = SPACES
               PERFORM SPRACHE-PARAMETER-WERTEN
           END-IF
           OPEN OUTPUT PROTOKOLL-DATEI
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-AKTUELLES-TAGESDATUM
           MOVE WS-AKTUELLES-TAGESDATUM TO KZ1-DATUM
           MOVE SPACES TO KZ1-SPRACHE
           MOVE WS-SPRACHE TO KZ1-SPRACHE (2:2)
           MOVE KOPF-ZEILE-1 TO PROTOKOLL-ZEILE
           WRITE PROTOKOLL-ZEILE
           MOVE KOPF-ZEILE-2 TO PROTOKOLL-ZEILE
           WRITE PROTOKOLL-ZEILE
           IF SPRACHE-UNGUELTIG
               DISPLAY "WARNUNG: Unbekannter Parameter "
                   FUNCTION TRIM(WS-SPRACHE-PARM)
                   " - Pflege wird abgebrochen"
               MOVE 8 TO RETURN-CODE
               SET DELTA-ENDE TO TRUE
               ADD 1 TO LFL-WARNUNGEN
               MOVE "FEHL" TO LFL-ABSCHLUSS-CODE
               MOVE SPACES TO ALM-TEXT
               STRING "UNBEKANNTER PARAMETER "
                   FUNCTION TRIM(WS-SPRACHE-PARM)
                   " - KEINE WOERTERBUCHPFLEGE"
                   DELIMITED BY SIZE INTO ALM-TEXT
               END-STRING
               PERFORM PFLEGE-ALARM
           ELSE
               PERFORM WOERTERBUCH-PFLEGE-OEFFNEN
               IF NOT WOERTERBUCH-AKTIV
                   DISPLAY "WARNUNG: Woerterbuch-Datei "
                       FUNCTION TRIM(WS-WOERTERBUCH-NAME)
                       " konnte nicht geoeffnet werden (Status "
                       WS-WOERTERBUCH-DATEI-STATUS
                       ") - Pflege wird abgebrochen"
                   SET DELTA-ENDE TO TRUE
                   ADD 1 TO LFL-WARNUNGEN
                   MOVE "FEHL" TO LFL-ABSCHLUSS-CODE
                   MOVE SPACES TO ALM-TEXT
                   STRING "WOERTERBUCH "
                       FUNCTION TRIM(WS-WOERTERBUCH-NAME)
                       " NICHT OFFEN (STATUS "
                       WS-WOERTERBUCH-DATEI-STATUS
                       ") - KEINE PFLEGE"
                       DELIMITED BY SIZE INTO ALM-TEXT
                   END-STRING
                   PERFORM PFLEGE-ALARM
               ELSE
                   OPEN INPUT DELTA-DATEI
                   READ DELTA-DATEI
                       AT END SET DELTA-ENDE TO TRUE
                   END-READ
               END-IF
           END-IF
           EXIT.

           EXIT.

           COPY WBPFLEGE-LOGIK.

           COPY LAUFLOG-LOGIK.

           COPY ALARM-LOGIK.
