      * Bearbeiter-Kuerzel laeuft das Programm trotz Halteregel
      * weiter, und der Waechter schreibt als Nachweis einen
      * FREI-Satz mit Programm und Freigebendem ins Lauf-Protokoll.
      * Das Bearbeiter-Kuerzel muss eine im Benutzerstamm ANAGUSR
      * gueltige Kennung mit der Rolle Betriebsfreigabe sein; eine
      * abgewiesene Freigabe wird im Sicherheitsprotokoll ANAGSEC
      * festgehalten, und die Halteregel bleibt wirksam.
      * Jeder Halt, jede Freigabe und jede abgewiesene Freigabe geht
      * zusaetzlich als Alarm an die Betriebsueberwachung
      * (ALARM-LOGIK.CPY): Halt kritisch (Code HALT), abgewiesene
      * Freigabe als Warnung (FREIABGW), Freigabe als Information
      * (FREIGABE); ein in derselben Nacht wiederholter gleicher Halt
      * wird nur einmal gemeldet.
      *
      * Kommandozeile:
      *   <PROGRAMMNAME>
       FILE-CONTROL.
           COPY LAUFLOGDATEI.

           COPY BENUTZERDATEI.

           COPY SICHERHEITDATEI.

           COPY ALARMDATEI.

       DATA DIVISION.
       FILE SECTION.
       FD  LAUFLOG-DATEI.
       01  LAUFLOG-SATZ.
           COPY LAUFSATZ.

       FD  BENUTZER-DATEI.
       01  BENUTZER-SATZ.
           COPY BENUTZERSATZ.

       FD  SICHERHEIT-DATEI.
       01  SICHERHEIT-SATZ.
           COPY SICHERHEITSSATZ.

       FD  ALARM-DATEI.
       01  ALARM-SATZ.
           COPY ALARMSATZ.

       FD  ALARMJOURNAL-DATEI.
       01  ALARMJOURNAL-SATZ.
           COPY ALARMSATZ REPLACING LEADING ==ALS== BY ==ALJ==.

       WORKING-STORAGE SECTION.
           COPY LAUFLOG-DATEN.

           COPY BERECHTIGUNG-DATEN.

           COPY ALARM-DATEN.

       01 WAECHTER-STEUERUNG.
           05 WS-KOMMANDOZEILE          PIC X(60) VALUE SPACES.
           05 WS-PROGRAMM-PARM          PIC X(24) VALUE SPACES.
      * Freigebenden als Nachweis.
       ENTSCHEIDUNG-TREFFEN SECTION.
           MOVE "ANAGRAMM-WAECHTER" TO LFL-PROGRAMM
           MOVE "ANAGRAMM-WAECHTER" TO ALM-MELDER
           PERFORM LAUFLOG-START
           MOVE WS-ANZAHL-GELESEN TO LFL-SAETZE-EIN
           IF WS-HALTE-GRUND NOT = SPACES AND FREIGABE-ERTEILT
               PERFORM FREIGEBENDEN-PRUEFEN
           END-IF
           EVALUATE TRUE
               WHEN WS-HALTE-GRUND = SPACES
                   DISPLAY "ANAGRAMM-WAECHTER: " WS-PROGRAMM-PARM
                       WS-HALTE-GRUND
                   PERFORM FREIGABE-PROTOKOLLIEREN
                   MOVE "FREI" TO LFL-ABSCHLUSS-CODE
                   SET ALM-INFO TO TRUE
                   MOVE "FREIGABE" TO ALM-CODE
                   MOVE SPACES TO ALM-TEXT
                   STRING "FREIGABE DURCH " DELIMITED BY SIZE
                       WS-BEARBEITER-PARM DELIMITED BY SPACE
                       " - " WS-HALTE-GRUND DELIMITED BY SIZE
                       INTO ALM-TEXT
                   END-STRING
                   PERFORM WAECHTER-ALARM
               WHEN OTHER
                   DISPLAY "ANAGRAMM-WAECHTER: " WS-PROGRAMM-PARM
                       " wird angehalten - " WS-HALTE-GRUND
                   MOVE "HALT" TO LFL-ABSCHLUSS-CODE
                   MOVE 8 TO RETURN-CODE
                   SET ALM-KRITISCH TO TRUE
                   MOVE "HALT" TO ALM-CODE
                   MOVE WS-HALTE-GRUND TO ALM-TEXT
                   PERFORM WAECHTER-ALARM
           END-EVALUATE
           PERFORM LAUFLOG-ENDE
           PERFORM ALARM-SCHLIESSEN
           EXIT.

      * Meldet den vorbereiteten Alarm fuer das angefragte Programm
      * (ohne Programmnamen fuer den Waechter selbst) unter der
      * Lauf-ID des Waechter-Laufs.
       WAECHTER-ALARM SECTION.
           IF WS-PROGRAMM-PARM = SPACES
               MOVE "ANAGRAMM-WAECHTER" TO ALM-PROGRAMM
           ELSE
               MOVE WS-PROGRAMM-PARM TO ALM-PROGRAMM
           END-IF
           MOVE LFL-LAUF-ID TO ALM-LAUF-ID
           PERFORM ALARM-MELDEN
           EXIT.

      * Die Freigabe zaehlt nur, wenn sie gebraucht wird (eine
      * Halteregel greift) - erst dann wird der Freigebende gegen den
      * Benutzerstamm geprueft. Ohne Rolle Betriebsfreigabe verfaellt
      * die Freigabe, und der Waechter haelt wie ohne Zusatz an.
       FREIGEBENDEN-PRUEFEN SECTION.
           MOVE "ANAGRAMM-WAECHTER" TO BER-PROGRAMM
           PERFORM BENUTZER-OEFFNEN
           MOVE WS-BEARBEITER-PARM TO BER-BENUTZER
           SET BER-ROLLE-BETRIEB TO TRUE
           MOVE "FREIGABE" TO BER-FUNKTION
           MOVE WS-PROGRAMM-PARM TO BER-OBJEKT
           PERFORM BERECHTIGUNG-PRUEFEN
           PERFORM BENUTZER-SCHLIESSEN
           IF NOT BER-ERLAUBT
               DISPLAY "WARNUNG: Freigabe durch " WS-BEARBEITER-PARM
                   " abgewiesen (" BER-GRUND ") - Halteregel bleibt "
                   "wirksam"
               MOVE 'N' TO WS-FREIGABE-SCH
               SET ALM-WARNUNG TO TRUE
               MOVE "FREIABGW" TO ALM-CODE
               MOVE SPACES TO ALM-TEXT
               STRING "FREIGABE DURCH " DELIMITED BY SIZE
                   WS-BEARBEITER-PARM DELIMITED BY SPACE
                   " ABGEWIESEN: " BER-GRUND DELIMITED BY SIZE
                   INTO ALM-TEXT
               END-STRING
               PERFORM WAECHTER-ALARM
           END-IF
           EXIT.

      * Der FREI-Satz traegt das FREIGEGEBENE Programm (nicht den
           EXIT.

           COPY LAUFLOG-LOGIK.

           COPY BERECHTIGUNG-LOGIK.

           COPY ALARM-LOGIK.
