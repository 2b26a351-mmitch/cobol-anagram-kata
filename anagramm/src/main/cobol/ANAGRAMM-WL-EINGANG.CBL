      * Wort der Anteil ermittelt, der nicht als freigegebener
      * Eintrag im Woerterbuch steht - ein Hinweiswert fuer die
      * Fachabteilung, kein Ablehnungsgrund.
      * Eine abgelehnte Lieferung geht mit dem Ablehnungsgrund als
      * kritischer Alarm an die Betriebsueberwachung (ALARM-LOGIK.CPY,
      * Code WL-ABGE) - bis zur naechsten Lieferung bleibt es bei der
      * alten Wortliste.
      *
      * Kommandozeile: zwei Auswahlwerte, durch Leerzeichen
      * getrennt, jeweils "*" fuer den Standard:

           COPY LAUFLOGDATEI.

           COPY ALARMDATEI.

       DATA DIVISION.
       FILE SECTION.
       FD  LIEFERUNG-DATEI.
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

       01 EINGANG-STEUERUNG.
           05 WS-LIEFERUNG-DATEI-STATUS PIC X(02).
           05 WS-BESTAND-DATEI-STATUS   PIC X(02).
               MOVE "FEHL" TO LFL-ABSCHLUSS-CODE
               SET EINGANG-ABGEBROCHEN TO TRUE
               MOVE 8 TO RETURN-CODE
               MOVE "ANAGRAMM-WL-EINGANG" TO ALM-MELDER
               MOVE "ANAGRAMM-WL-EINGANG" TO ALM-PROGRAMM
               MOVE LFL-LAUF-ID TO ALM-LAUF-ID
               SET ALM-KRITISCH TO TRUE
               MOVE "WL-FEHL" TO ALM-CODE
               MOVE SPACES TO ALM-TEXT
               STRING "LIEFERUNG ANAGWLN NICHT LESBAR (STATUS "
                   WS-LIEFERUNG-DATEI-STATUS ") - KEINE PRUEFUNG"
                   DELIMITED BY SIZE INTO ALM-TEXT
               END-STRING
               PERFORM ALARM-MELDEN
           ELSE
               OPEN INPUT WOERTERBUCH-DATEI
               IF WS-WOERTERBUCH-DATEI-STATUS = "00"
               ADD 1 TO LFL-WARNUNGEN
               MOVE "ABGE" TO LFL-ABSCHLUSS-CODE
               MOVE 8 TO RETURN-CODE
               MOVE "ANAGRAMM-WL-EINGANG" TO ALM-MELDER
               MOVE "ANAGRAMM-WL-EINGANG" TO ALM-PROGRAMM
               MOVE LFL-LAUF-ID TO ALM-LAUF-ID
               SET ALM-KRITISCH TO TRUE
               MOVE "WL-ABGE" TO ALM-CODE
               MOVE SPACES TO ALM-TEXT
               STRING "LIEFERUNG ANAGWLN ABGELEHNT: " WS-ABLEHNUNG-TEXT
                   DELIMITED BY SIZE INTO ALM-TEXT
               END-STRING
               PERFORM ALARM-MELDEN
           END-IF
           EXIT.

           MOVE WS-ANZAHL-GELESEN TO LFL-SAETZE-EIN
           MOVE WS-ANZAHL-STAGING TO LFL-SAETZE-AUS
           PERFORM LAUFLOG-ENDE
           PERFORM ALARM-SCHLIESSEN
           EXIT.

           COPY SIGNATUR-LOGIK.

           COPY LAUFLOG-LOGIK.

           COPY ALARM-LOGIK.
