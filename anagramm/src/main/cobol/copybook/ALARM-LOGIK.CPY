      * Gemeinsame PROCEDURE-DIVISION-Logik der Alarmmeldungen an die
      * Betriebsueberwachung. Erwartet die Datenfelder aus
      * ALARM-DATEN.CPY sowie vom einbindenden Programm selbst
      * deklarierte Dateien ALARM-DATEI und ALARMJOURNAL-DATEI
      * (SELECT: COPY ALARMDATEI; FD-Saetze: COPY ALARMSATZ fuer
      * ALARM-SATZ und COPY ALARMSATZ REPLACING LEADING ==ALS== BY
      * ==ALJ== fuer ALARMJOURNAL-SATZ).
      *
      * Jedes Auftreten eines Alarms kommt ins Journal ANAGALJ; in
      * die Schnittstelle ANAGALM geht ein Alarm nur beim ersten
      * Auftreten in einer Nacht. Gleich ist ein Alarm mit gleichem
      * Programm, Code und Text - Zahlen im Text machen ihn also
      * verschieden, eine wiederholte Halteregel oder ein
      * wiederholter Protokollbefund nicht. Die Dateien werden erst
      * beim ersten Alarm geoeffnet; ein Lauf ohne Alarm beruehrt sie
      * nicht. Lassen sie sich nicht oeffnen, geht der Alarm als
      * DISPLAY ins Joblog und der Lauf wird fortgesetzt - die
      * Meldung ist Betriebsnachweis, kein fachlicher Bestandteil des
      * Laufs. ALARM-SCHLIESSEN gehoert an das Ende jedes Laufs, der
      * ALARM-MELDEN verwendet.

       ALARM-MELDEN SECTION.
           IF ALM-ZEITSTEMPEL = SPACES
               MOVE FUNCTION CURRENT-DATE (1:14) TO ALM-ZEITSTEMPEL
           END-IF
           PERFORM ALARM-NACHT-BESTIMMEN
           IF NOT ALARM-BEREIT AND NOT ALARM-GESTOERT
               PERFORM ALARM-OEFFNEN
           END-IF
           IF ALARM-GESTOERT
               DISPLAY "ALARM " ALM-SCHWERE " " ALM-CODE " "
                   ALM-PROGRAMM " " ALM-LAUF-ID " " ALM-TEXT
           ELSE
               MOVE 0 TO ALM-BK-GEFUNDEN
               PERFORM VARYING ALM-BK-INDEX FROM 1 BY 1
                       UNTIL ALM-BK-INDEX > ALM-BEKANNT-ANZAHL
                   IF ALM-BK-GEFUNDEN = 0
                           AND ALM-BK-NACHT (ALM-BK-INDEX) = ALM-NACHT
                           AND ALM-BK-PROGRAMM (ALM-BK-INDEX)
                               = ALM-PROGRAMM
                           AND ALM-BK-CODE (ALM-BK-INDEX) = ALM-CODE
                           AND ALM-BK-TEXT (ALM-BK-INDEX) = ALM-TEXT
                       MOVE ALM-BK-INDEX TO ALM-BK-GEFUNDEN
                   END-IF
               END-PERFORM
               IF ALM-BK-GEFUNDEN > 0
                   MOVE 'N' TO ALM-GEMELDET-SCH
                   ADD 1 TO ALM-ANZAHL-ZUSAMMENGEFASST
               ELSE
                   SET ALM-GEMELDET TO TRUE
                   MOVE ALARM-MELDUNG TO ALARM-SATZ
                   WRITE ALARM-SATZ
                   ADD 1 TO ALM-ANZAHL-GEMELDET
                   PERFORM ALARM-BEKANNT-MERKEN
               END-IF
               MOVE ALARM-MELDUNG TO ALARMJOURNAL-SATZ
               WRITE ALARMJOURNAL-SATZ
           END-IF
           MOVE SPACES TO ALM-ZEITSTEMPEL
           EXIT.

      * Rechnet ALM-ZEITSTEMPEL in die Nacht ALM-NACHT um: vor
      * ALM-NACHT-GRENZE Uhr ist es die Nacht des Vortags.
       ALARM-NACHT-BESTIMMEN SECTION.
           MOVE ALM-ZEITSTEMPEL (1:8) TO ALM-NACHT
           IF ALM-ZEITSTEMPEL (9:2) < ALM-NACHT-GRENZE
                   AND ALM-ZEITSTEMPEL (1:8) IS NUMERIC
               MOVE ALM-ZEITSTEMPEL (1:8) TO ALM-DATUM-ZAHL
               COMPUTE ALM-DATUM-INTEGER =
                   FUNCTION INTEGER-OF-DATE(ALM-DATUM-ZAHL) - 1
               COMPUTE ALM-DATUM-ZAHL =
                   FUNCTION DATE-OF-INTEGER(ALM-DATUM-INTEGER)
               MOVE ALM-DATUM-ZAHL TO ALM-NACHT
           END-IF
           EXIT.

      * Laedt die schon gemeldeten Alarme der Nacht des ersten Alarms
      * aus dem Journal und oeffnet Journal und Schnittstelle zum
      * Fortschreiben (beim allerersten Alarm werden sie angelegt).
       ALARM-OEFFNEN SECTION.
           MOVE ALM-NACHT TO ALM-NACHT-HEUTE
           MOVE 0 TO ALM-BEKANNT-ANZAHL
           OPEN INPUT ALARMJOURNAL-DATEI
           IF ALM-JOURNAL-STATUS = "00"
               MOVE 'N' TO ALM-JOURNAL-ENDE-SCH
               PERFORM UNTIL ALM-JOURNAL-ENDE
                   READ ALARMJOURNAL-DATEI
                       AT END
                           SET ALM-JOURNAL-ENDE TO TRUE
                       NOT AT END
                           IF ALJ-NACHT = ALM-NACHT-HEUTE
                                   AND ALJ-GEMELDET
                               PERFORM ALARM-JOURNAL-UEBERNEHMEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALARMJOURNAL-DATEI
           END-IF
           OPEN EXTEND ALARMJOURNAL-DATEI
           IF ALM-JOURNAL-STATUS NOT = "00"
               OPEN OUTPUT ALARMJOURNAL-DATEI
           END-IF
           IF ALM-JOURNAL-STATUS = "00"
               OPEN EXTEND ALARM-DATEI
               IF ALM-DATEI-STATUS NOT = "00"
                   OPEN OUTPUT ALARM-DATEI
               END-IF
               IF ALM-DATEI-STATUS = "00"
                   SET ALARM-BEREIT TO TRUE
               ELSE
                   CLOSE ALARMJOURNAL-DATEI
               END-IF
           END-IF
           IF NOT ALARM-BEREIT
               DISPLAY "WARNUNG: Alarmdateien ANAGALM/ANAGALJ konnten "
                   "nicht geoeffnet werden (Status " ALM-DATEI-STATUS
                   "/" ALM-JOURNAL-STATUS ") - Alarme nur im Joblog"
               SET ALARM-GESTOERT TO TRUE
           END-IF
           EXIT.

       ALARM-JOURNAL-UEBERNEHMEN SECTION.
           IF ALM-BEKANNT-ANZAHL < 300
               ADD 1 TO ALM-BEKANNT-ANZAHL
               MOVE ALJ-NACHT TO ALM-BK-NACHT (ALM-BEKANNT-ANZAHL)
               MOVE ALJ-PROGRAMM TO ALM-BK-PROGRAMM (ALM-BEKANNT-ANZAHL)
               MOVE ALJ-CODE TO ALM-BK-CODE (ALM-BEKANNT-ANZAHL)
               MOVE ALJ-TEXT TO ALM-BK-TEXT (ALM-BEKANNT-ANZAHL)
           ELSE
               PERFORM ALARM-TABELLE-VOLL
           END-IF
           EXIT.

       ALARM-BEKANNT-MERKEN SECTION.
           IF ALM-BEKANNT-ANZAHL < 300
               ADD 1 TO ALM-BEKANNT-ANZAHL
               MOVE ALM-NACHT TO ALM-BK-NACHT (ALM-BEKANNT-ANZAHL)
               MOVE ALM-PROGRAMM TO ALM-BK-PROGRAMM (ALM-BEKANNT-ANZAHL)
               MOVE ALM-CODE TO ALM-BK-CODE (ALM-BEKANNT-ANZAHL)
               MOVE ALM-TEXT TO ALM-BK-TEXT (ALM-BEKANNT-ANZAHL)
           ELSE
               PERFORM ALARM-TABELLE-VOLL
           END-IF
           EXIT.

      * Mehr als 300 verschiedene Alarme in einer Nacht: weitere
      * Alarme werden ohne Zusammenfassung gemeldet - lieber doppelt
      * als gar nicht.
       ALARM-TABELLE-VOLL SECTION.
           IF NOT ALM-VOLL-GEMELDET
               SET ALM-VOLL-GEMELDET TO TRUE
               DISPLAY "WARNUNG: Tabelle der gemeldeten Alarme voll "
                   "(300) - weitere gleiche Alarme werden nicht "
                   "zusammengefasst"
           END-IF
           EXIT.

       ALARM-SCHLIESSEN SECTION.
           IF ALARM-BEREIT
               CLOSE ALARM-DATEI
               CLOSE ALARMJOURNAL-DATEI
               MOVE 'N' TO ALM-BEREIT-SCH
               DISPLAY ALM-MELDER ": " ALM-ANZAHL-GEMELDET
                   " Alarm(e) gemeldet, " ALM-ANZAHL-ZUSAMMENGEFASST
                   " gleiche zusammengefasst"
           END-IF
           EXIT.
