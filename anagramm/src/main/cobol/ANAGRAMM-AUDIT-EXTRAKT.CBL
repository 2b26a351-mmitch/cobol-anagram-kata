      * der Anagramm-Pruefung selbst), damit "Grösse" auch die als
      * "GROESSE" protokollierten Pruefungen findet.
      *
      * Kommandozeile: bis zu fuenf Auswahlwerte, durch Leerzeichen
      * getrennt, jeweils "*" (oder weggelassen) fuer "keine
      * Einschraenkung":
      *   1. Von-Datum  JJJJMMTT (einschliesslich)
      *   2. Bis-Datum  JJJJMMTT (einschliesslich)
      *   3. Lauf-ID    (wie AUD-LAUF-ID, JJJJMMTTHHMMSS)
      *   4. Wort       (trifft auf Wort 1 oder Wort 2)
      *   5. Sprache    (DE, EN, NL; Saetze ohne Sprachcode sind DE)
      * Mit Sprache wird das Wort nach deren Faltung verglichen,
      * sonst nach der deutschen. Ein unbekannter Sprachcode ergibt
      * einen leeren Extrakt und Return-Code 8; er schliesst das
      * Lauf-Protokoll mit FEHL ab und geht als kritischer Alarm an
      * die Betriebsueberwachung (ALARM-LOGIK.CPY).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT EXTRAKT-DATEI ASSIGN TO "ANAGAEX"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY LAUFLOGDATEI.

           COPY ALARMDATEI.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-DATEI.
       FD  EXTRAKT-DATEI.
       01  EXTRAKT-ZEILE                PIC X(133).

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

       01 EXTRAKT-STEUERUNG.
           05 WS-LAUF-PARM              PIC X(14) VALUE '*'.
           05 WS-WORT-PARM              PIC X(80) VALUE '*'.
           05 WS-WORT-PARM-NORM         PIC X(80) VALUE SPACES.
           05 WS-SPRACHE-AUSWAHL        PIC X(02) VALUE '*'.
           05 WS-SATZ-SPRACHE           PIC X(02).
           05 WS-AUDIT-ENDE-SCH         PIC X(01) VALUE 'N'.
               88 AUDIT-ENDE            VALUE 'J'.
           05 WS-AUDIT-OFFEN-SCH        PIC X(01) VALUE 'N'.
               10 KZ2-LAUF              PIC X(14).
               10 FILLER                PIC X(7)  VALUE "  WORT=".
               10 KZ2-WORT              PIC X(40).
               10 FILLER                PIC X(10) VALUE "  SPRACHE=".
               10 KZ2-SPRACHE           PIC X(02).
           05 KOPF-ZEILE-3.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 FILLER                PIC X(28) VALUE "ZEITSTEMPEL".
           PERFORM EXTRAKT-ABSCHLUSS
           DISPLAY "ANAGRAMM-AUDIT-EXTRAKT: " WS-ANZAHL-GELESEN
               " Saetze gelesen, " WS-ANZAHL-GETROFFEN " Treffer"
           MOVE WS-ANZAHL-GELESEN TO LFL-SAETZE-EIN
           MOVE WS-ANZAHL-GETROFFEN TO LFL-SAETZE-AUS
           PERFORM LAUFLOG-ENDE
           PERFORM ALARM-SCHLIESSEN
           GOBACK
           .

      * Meldet den nicht durchfuehrbaren Extrakt mit dem
      * vorbereiteten Text als kritischen Alarm an die
      * Betriebsueberwachung (ALARM-LOGIK.CPY).
       EXTRAKT-ALARM SECTION.
           MOVE "ANAGRAMM-AUDIT-EXTRAKT" TO ALM-MELDER
           MOVE "ANAGRAMM-AUDIT-EXTRAKT" TO ALM-PROGRAMM
           MOVE LFL-LAUF-ID TO ALM-LAUF-ID
           SET ALM-KRITISCH TO TRUE
           MOVE "FEHL" TO ALM-CODE
           PERFORM ALARM-MELDEN
           EXIT.

       EXTRAKT-INITIALISIERUNG SECTION.
           MOVE "ANAGRAMM-AUDIT-EXTRAKT" TO LFL-PROGRAMM
           PERFORM LAUFLOG-START
           ACCEPT WS-KOMMANDOZEILE FROM COMMAND-LINE
           IF WS-KOMMANDOZEILE NOT = SPACES
               UNSTRING WS-KOMMANDOZEILE DELIMITED BY ALL SPACE
                   INTO WS-VON-PARM WS-BIS-PARM
                        WS-LAUF-PARM WS-WORT-PARM
                        WS-SPRACHE-PARM
               END-UNSTRING
           END-IF
           IF WS-SPRACHE-PARM NOT = SPACES
                   AND WS-SPRACHE-PARM NOT = '*'
               MOVE WS-SPRACHE-PARM TO WS-SPRACHE-NEU
               PERFORM SPRACHE-SETZEN
               IF WS-SPRACHE-PARM (3:) NOT = SPACES
                   SET SPRACHE-UNGUELTIG TO TRUE
               END-IF
               IF SPRACHE-GUELTIG
                   MOVE WS-SPRACHE TO WS-SPRACHE-AUSWAHL
               ELSE
                   DISPLAY "WARNUNG: Unbekannter Parameter "
                       FUNCTION TRIM(WS-SPRACHE-PARM)
                       " - Extrakt bleibt leer"
                   MOVE 8 TO RETURN-CODE
                   ADD 1 TO LFL-WARNUNGEN
                   MOVE "FEHL" TO LFL-ABSCHLUSS-CODE
                   MOVE SPACES TO ALM-TEXT
                   STRING "UNBEKANNTER PARAMETER "
                       FUNCTION TRIM(WS-SPRACHE-PARM)
                       " - EXTRAKT LEER"
                       DELIMITED BY SIZE INTO ALM-TEXT
                   END-STRING
                   PERFORM EXTRAKT-ALARM
               END-IF
           END-IF
           IF WS-VON-PARM = SPACES
               MOVE '*' TO WS-VON-PARM
           END-IF
           MOVE WS-BIS-PARM TO KZ2-BIS
           MOVE WS-LAUF-PARM TO KZ2-LAUF
           MOVE WS-WORT-PARM (1:40) TO KZ2-WORT
           MOVE WS-SPRACHE-AUSWAHL TO KZ2-SPRACHE
           MOVE KOPF-ZEILE-2 TO EXTRAKT-ZEILE
           WRITE EXTRAKT-ZEILE
           MOVE KOPF-ZEILE-3 TO EXTRAKT-ZEILE
           WRITE EXTRAKT-ZEILE
           IF SPRACHE-UNGUELTIG
               SET AUDIT-ENDE TO TRUE
           ELSE
               OPEN INPUT AUDIT-DATEI
               IF WS-AUDIT-DATEI-STATUS NOT = "00"
                   DISPLAY "WARNUNG: Audit-Datei ANAGAUD konnte nicht "
                       "geoeffnet werden (Status "
                       WS-AUDIT-DATEI-STATUS
                       ") - Extrakt bleibt leer"
                   SET AUDIT-ENDE TO TRUE
               ELSE
                   SET AUDIT-OFFEN TO TRUE
                   PERFORM NAECHSTER-AUDIT-SATZ
               END-IF
           END-IF
           EXIT.

                   AND AUD-LAUF-ID OF AUDIT-SATZ NOT = WS-LAUF-PARM
               MOVE 'N' TO WS-SATZ-PASST-SCH
           END-IF
           IF WS-SPRACHE-AUSWAHL NOT = '*'
               MOVE AUD-SPRACHE OF AUDIT-SATZ TO WS-SATZ-SPRACHE
               IF WS-SATZ-SPRACHE = SPACES
                   MOVE "DE" TO WS-SATZ-SPRACHE
               END-IF
               IF WS-SATZ-SPRACHE NOT = WS-SPRACHE-AUSWAHL
                   MOVE 'N' TO WS-SATZ-PASST-SCH
               END-IF
           END-IF
           IF WS-WORT-PARM NOT = '*' AND SATZ-PASST
               PERFORM WORT-AUSWAHL-PRUEFEN
           END-IF
           EXIT.

           COPY SIGNATUR-LOGIK.

           COPY LAUFLOG-LOGIK.

           COPY ALARM-LOGIK.
