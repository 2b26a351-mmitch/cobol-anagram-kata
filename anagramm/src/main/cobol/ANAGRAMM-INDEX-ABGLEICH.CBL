      *              weicht von der frisch berechneten ab
      * Doppelte Woerter in der Wortliste werden wie beim Indexaufbau
      * uebersprungen und gezaehlt.
      * Ein Abgleich mit Befunden geht mit den drei Befundzahlen als
      * Warnung an die Betriebsueberwachung (ALARM-LOGIK.CPY, Code
      * IDX-BEFU).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY LAUFLOGDATEI.

           COPY ALARMDATEI.

       DATA DIVISION.
       FILE SECTION.
       FD  WORTLISTE-DATEI.
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

       01 ABGLEICH-STEUERUNG.
           05 WS-WORTLISTE-ENDE-SCH     PIC X(01) VALUE 'N'.
               88 WORTLISTE-ENDE        VALUE 'J'.
                   + WS-ANZAHL-FEHLT + WS-ANZAHL-VERWAIST
                   + WS-ANZAHL-SIGNATUR
               MOVE "BEFU" TO LFL-ABSCHLUSS-CODE
               MOVE "ANAGRAMM-INDEX-ABGLEICH" TO ALM-MELDER
               MOVE "ANAGRAMM-INDEX-ABGLEICH" TO ALM-PROGRAMM
               MOVE LFL-LAUF-ID TO ALM-LAUF-ID
               SET ALM-WARNUNG TO TRUE
               MOVE "IDX-BEFU" TO ALM-CODE
               MOVE WS-ANZAHL-FEHLT TO ALM-ZAHL-1
               MOVE WS-ANZAHL-VERWAIST TO ALM-ZAHL-2
               MOVE WS-ANZAHL-SIGNATUR TO ALM-ZAHL-3
               MOVE SPACES TO ALM-TEXT
               STRING "INDEX: " FUNCTION TRIM(ALM-ZAHL-1) " FEHLEN, "
                   FUNCTION TRIM(ALM-ZAHL-2) " VERWAIST, "
                   FUNCTION TRIM(ALM-ZAHL-3) " SIGNATUR FALSCH"
                   DELIMITED BY SIZE INTO ALM-TEXT
               END-STRING
               PERFORM ALARM-MELDEN
           END-IF
           PERFORM LAUFLOG-ENDE
           PERFORM ALARM-SCHLIESSEN
           GOBACK
           .

                   ") - Abgleich wird nicht durchgefuehrt"
               ADD 1 TO LFL-WARNUNGEN
               MOVE "FEHL" TO LFL-ABSCHLUSS-CODE
               MOVE "ANAGRAMM-INDEX-ABGLEICH" TO ALM-MELDER
               MOVE "ANAGRAMM-INDEX-ABGLEICH" TO ALM-PROGRAMM
               MOVE LFL-LAUF-ID TO ALM-LAUF-ID
               SET ALM-KRITISCH TO TRUE
               MOVE "IDX-FEHL" TO ALM-CODE
               MOVE SPACES TO ALM-TEXT
               STRING "INDEX ANAGIDX NICHT LESBAR (STATUS "
                   WS-INDEX-DATEI-STATUS ") - KEIN ABGLEICH"
                   DELIMITED BY SIZE INTO ALM-TEXT
               END-STRING
               PERFORM ALARM-MELDEN
           ELSE
               SET INDEX-OFFEN TO TRUE
           END-IF
           COPY SIGNATUR-LOGIK.

           COPY LAUFLOG-LOGIK.

           COPY ALARM-LOGIK.
