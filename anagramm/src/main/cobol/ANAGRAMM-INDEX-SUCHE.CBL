      * Wortliste paarweise zu scannen, und bestaetigt jeden Treffer
      * ueber PRUEFE-ANAGRAMM-PHRASE als Fallback-/Verifikationsschritt,
      * bevor er als Ergebnis ausgegeben wird.
      *
      * Beginnt die Kommandozeile mit SPRACHE=xx (EN, NL), wird im
      * Index dieser Sprache (ANAGIDX.xx) mit ihrer Faltung und ihrem
      * Woerterbuch gesucht; das Suchwort folgt dann nach einem
      * Leerzeichen. Ohne Angabe wird wie bisher deutsch gesucht.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY AUDITDATEI.

           COPY AUDITKETTEDATEI.

           COPY WOERTERBUCHDATEI.

           COPY LAUFLOGDATEI.

           COPY ALARMDATEI.

       DATA DIVISION.
       FILE SECTION.
       FD  INDEX-DATEI.
       01  AUDIT-SATZ.
           COPY AUDITSATZ.

       FD  AUDITKETTE-DATEI.
       01  AUDITKETTE-SATZ.
           COPY AUDITKETTESATZ.

       FD  WOERTERBUCH-DATEI.
       01  WOERTERBUCH-SATZ.
           COPY WOERTERBUCHSATZ.
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

       01 SUCHE-STEUERUNG.
           05 WS-KOMMANDOZEILE          PIC X(100) VALUE SPACES.
           05 WS-KOMMANDO-ZEIGER        PIC 9(4).
           05 WS-INDEX-DATEI-STATUS     PIC X(02).
           05 WS-SUCHWORT                PIC X(80).
           05 WS-SUCHWORT-NORM           PIC X(80).
           05 WS-TREFFER-ANZAHL          PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
           MOVE "ANAGRAMM-INDEX-SUCHE" TO LFL-PROGRAMM
           PERFORM LAUFLOG-START
           PERFORM SUCHAUFTRAG-LESEN
           IF SPRACHE-GUELTIG
               MOVE LFL-LAUF-ID TO WS-LAUF-ID
               PERFORM AUDIT-INITIALISIERUNG
               PERFORM WOERTERBUCH-INITIALISIERUNG
               PERFORM SUCHE-INITIALISIERUNG
               PERFORM SIGNATUR-TREFFER-VERARBEITEN UNTIL INDEX-ENDE
               PERFORM SUCHE-ABSCHLUSS
               PERFORM AUDIT-SCHLIESSEN
               PERFORM WOERTERBUCH-SCHLIESSEN
               DISPLAY "ANAGRAMM-INDEX-SUCHE: " WS-TREFFER-ANZAHL
                   " Anagramm(e) gefunden fuer " WS-SUCHWORT
           END-IF
           MOVE 1 TO LFL-SAETZE-EIN
           MOVE WS-TREFFER-ANZAHL TO LFL-SAETZE-AUS
           PERFORM LAUFLOG-ENDE
           PERFORM ALARM-SCHLIESSEN
           GOBACK
           .

      * Meldet die nicht durchgefuehrte Suche mit dem vorbereiteten
      * Text als kritischen Alarm an die Betriebsueberwachung
      * (ALARM-LOGIK.CPY).
       SUCHE-ALARM SECTION.
           MOVE "ANAGRAMM-INDEX-SUCHE" TO ALM-MELDER
           MOVE "ANAGRAMM-INDEX-SUCHE" TO ALM-PROGRAMM
           MOVE LFL-LAUF-ID TO ALM-LAUF-ID
           SET ALM-KRITISCH TO TRUE
           MOVE "FEHL" TO ALM-CODE
           PERFORM ALARM-MELDEN
           EXIT.

      * Liest Sprache und Suchwort von der Kommandozeile. Ein
      * unbekannter Sprachcode beendet den Lauf ohne Suche.
       SUCHAUFTRAG-LESEN SECTION.
           ACCEPT WS-KOMMANDOZEILE FROM COMMAND-LINE
           IF WS-KOMMANDOZEILE (1:8) = "SPRACHE="
               MOVE 1 TO WS-KOMMANDO-ZEIGER
               UNSTRING WS-KOMMANDOZEILE DELIMITED BY ALL SPACE
                   INTO WS-SPRACHE-PARM
                   WITH POINTER WS-KOMMANDO-ZEIGER
               END-UNSTRING
               MOVE WS-KOMMANDOZEILE (WS-KOMMANDO-ZEIGER:)
                   TO WS-SUCHWORT
               PERFORM SPRACHE-PARAMETER-WERTEN
               IF SPRACHE-UNGUELTIG
                   DISPLAY "WARNUNG: Unbekannter Parameter "
                       FUNCTION TRIM(WS-SPRACHE-PARM)
                       " - keine Suche"
                   ADD 1 TO LFL-WARNUNGEN
                   MOVE "FEHL" TO LFL-ABSCHLUSS-CODE
                   MOVE 8 TO RETURN-CODE
                   MOVE SPACES TO ALM-TEXT
                   STRING "UNBEKANNTER PARAMETER "
                       FUNCTION TRIM(WS-SPRACHE-PARM)
                       " - KEINE SUCHE"
                       DELIMITED BY SIZE INTO ALM-TEXT
                   END-STRING
                   PERFORM SUCHE-ALARM
               END-IF
           ELSE
               MOVE WS-KOMMANDOZEILE TO WS-SUCHWORT
           END-IF
           EXIT.

      * Berechnet die Signatur des Suchworts und positioniert den
      * Index per START auf den ersten Satz mit dieser Signatur. Merkt
      * sich sowohl die Suchsignatur (WS-SUCH-SIGNATUR) als auch das
       SUCHE-INITIALISIERUNG SECTION.
           OPEN INPUT INDEX-DATEI
           IF WS-INDEX-DATEI-STATUS NOT = "00"
               DISPLAY "WARNUNG: Index-Datei "
                   FUNCTION TRIM(WS-INDEX-NAME) " konnte nicht "
                   "geoeffnet werden (Status " WS-INDEX-DATEI-STATUS
                   ") - bitte zuerst ANAGRAMM-INDEX-AUFBAU laufen "
                   "lassen"
               ADD 1 TO LFL-WARNUNGEN
               MOVE "FEHL" TO LFL-ABSCHLUSS-CODE
               SET INDEX-ENDE TO TRUE
               MOVE SPACES TO ALM-TEXT
               STRING "INDEX-DATEI NICHT LESBAR (STATUS "
                   WS-INDEX-DATEI-STATUS ") - KEINE SUCHE"
                   DELIMITED BY SIZE INTO ALM-TEXT
               END-STRING
               PERFORM SUCHE-ALARM
           ELSE
               MOVE WS-SUCHWORT TO NORM-EINGABE
               PERFORM NORMALISIERE-WORT
           COPY VERGLEICH-LOGIK.

           COPY LAUFLOG-LOGIK.

           COPY ALARM-LOGIK.
