      * Wortpaar-Vergleich - wie beim Aufbau wird nur die
      * Signatur-Logik eingebunden (COPY SIGNATUR-LOGIK), keine
      * AUDIT-/WOERTERBUCH-DATEI.
      *
      * Jede angewendete Transaktion wird ebenso auf die
      * Buchstabenprofil-Datei ANAGPRF uebertragen (Profilsatz
      * aufnehmen bzw. loeschen), damit ANAGRAMM-POOL-SUCHE immer
      * denselben Wortbestand sieht wie der Index. Ohne Profil-Datei
      * laeuft die Pflege nicht - dann muss der Index ohnehin per
      * ANAGRAMM-INDEX-AUFBAU neu aufgebaut werden.
      *
      * Kommandozeile: ohne Angabe werden der deutsche Index und sein
      * Profil gepflegt, mit SPRACHE=xx (EN, NL) ANAGIDX.xx und
      * ANAGPRF.xx mit der Faltung dieser Sprache; die Delta-Datei
      * ANAGIXD liefert dann die Woerter dieser Sprache. Ein
      * unbekannter Sprachcode bricht die Pflege vor der ersten
      * Transaktion ab (Return-Code 8). Dieser Abbruch und eine
      * nicht zu oeffnende Index- oder Profil-Datei schliessen das
      * Lauf-Protokoll mit FEHL ab und gehen als kritischer Alarm an
      * die Betriebsueberwachung (ALARM-LOGIK.CPY).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY INDEXDATEI.

           COPY PROFILDATEI.

           COPY LAUFLOGDATEI.

           COPY ALARMDATEI.

       DATA DIVISION.
       FILE SECTION.
       FD  DELTA-DATEI.
       01  INDEX-SATZ.
           COPY INDEXSATZ.

       FD  PROFIL-DATEI.
       01  PROFIL-SATZ.
           COPY PROFILSATZ.

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

       01 PFLEGE-STEUERUNG.
           05 WS-KOMMANDOZEILE          PIC X(40) VALUE SPACES.
           05 WS-DELTA-ENDE-SCH         PIC X(01) VALUE 'N'.
               88 DELTA-ENDE            VALUE 'J'.
           05 WS-INDEX-DATEI-STATUS     PIC X(02).
           05 WS-PROFIL-DATEI-STATUS    PIC X(02).
           05 WS-DATEIEN-OFFEN-SCH      PIC X(01) VALUE 'N'.
               88 DATEIEN-OFFEN         VALUE 'J'.
           05 WS-ANZAHL-GELESEN         PIC 9(9) VALUE 0.
               " Transaktionen gelesen, " WS-ANZAHL-AUFGENOMMEN
               " aufgenommen, " WS-ANZAHL-GELOESCHT " geloescht, "
               WS-ANZAHL-ABGELEHNT " abgelehnt"
           MOVE WS-ANZAHL-GELESEN TO LFL-SAETZE-EIN
           COMPUTE LFL-SAETZE-AUS = WS-ANZAHL-AUFGENOMMEN
               + WS-ANZAHL-GELOESCHT
           PERFORM LAUFLOG-ENDE
           PERFORM ALARM-SCHLIESSEN
           GOBACK
           .

      * Meldet die abgebrochene Pflege mit dem vorbereiteten Text
      * als kritischen Alarm an die Betriebsueberwachung
      * (ALARM-LOGIK.CPY).
       PFLEGE-ALARM SECTION.
           MOVE "ANAGRAMM-INDEX-PFLEGE" TO ALM-MELDER
           MOVE "ANAGRAMM-INDEX-PFLEGE" TO ALM-PROGRAMM
           MOVE LFL-LAUF-ID TO ALM-LAUF-ID
           SET ALM-KRITISCH TO TRUE
           MOVE "FEHL" TO ALM-CODE
           PERFORM ALARM-MELDEN
           EXIT.

       PFLEGE-INITIALISIERUNG SECTION.
           MOVE "ANAGRAMM-INDEX-PFLEGE" TO LFL-PROGRAMM
           PERFORM LAUFLOG-START
           ACCEPT WS-KOMMANDOZEILE FROM COMMAND-LINE
           UNSTRING WS-KOMMANDOZEILE DELIMITED BY ALL SPACE
               INTO WS-SPRACHE-PARM
           END-UNSTRING
           IF WS-SPRACHE-PARM NOT = SPACES
               PERFORM SPRACHE-PARAMETER-WERTEN
           END-IF
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
                   " - KEINE INDEXPFLEGE"
                   DELIMITED BY SIZE INTO ALM-TEXT
               END-STRING
               PERFORM PFLEGE-ALARM
           ELSE
               PERFORM PFLEGE-DATEIEN-OEFFNEN
           END-IF
           EXIT.

       PFLEGE-DATEIEN-OEFFNEN SECTION.
           OPEN I-O INDEX-DATEI
           IF WS-INDEX-DATEI-STATUS NOT = "00"
               DISPLAY "WARNUNG: Index-Datei "
                   FUNCTION TRIM(WS-INDEX-NAME) " konnte nicht "
                   "zum Aendern geoeffnet werden (Status "
                   WS-INDEX-DATEI-STATUS ") - bitte zuerst "
                   "ANAGRAMM-INDEX-AUFBAU laufen lassen"
               SET DELTA-ENDE TO TRUE
               ADD 1 TO LFL-WARNUNGEN
               MOVE "FEHL" TO LFL-ABSCHLUSS-CODE
               MOVE SPACES TO ALM-TEXT
               STRING "INDEX " FUNCTION TRIM(WS-INDEX-NAME)
                   " NICHT OFFEN (STATUS " WS-INDEX-DATEI-STATUS
                   ") - KEINE INDEXPFLEGE"
                   DELIMITED BY SIZE INTO ALM-TEXT
               END-STRING
               PERFORM PFLEGE-ALARM
           ELSE
               OPEN I-O PROFIL-DATEI
               IF WS-PROFIL-DATEI-STATUS NOT = "00"
                   DISPLAY "WARNUNG: Profil-Datei "
                       FUNCTION TRIM(WS-PROFIL-NAME) " konnte "
                       "nicht zum Aendern geoeffnet werden (Status "
                       WS-PROFIL-DATEI-STATUS ") - bitte zuerst "
                       "ANAGRAMM-INDEX-AUFBAU laufen lassen"
                   CLOSE INDEX-DATEI
                   SET DELTA-ENDE TO TRUE
                   ADD 1 TO LFL-WARNUNGEN
                   MOVE "FEHL" TO LFL-ABSCHLUSS-CODE
                   MOVE SPACES TO ALM-TEXT
                   STRING "PROFIL " FUNCTION TRIM(WS-PROFIL-NAME)
                       " NICHT OFFEN (STATUS " WS-PROFIL-DATEI-STATUS
                       ") - KEINE INDEXPFLEGE"
                       DELIMITED BY SIZE INTO ALM-TEXT
                   END-STRING
                   PERFORM PFLEGE-ALARM
               ELSE
                   SET DATEIEN-OFFEN TO TRUE
                   OPEN INPUT DELTA-DATEI
                   READ DELTA-DATEI
                       AT END SET DELTA-ENDE TO TRUE
                   END-READ
               END-IF
           END-IF
           EXIT.

      * Aufnehmen schreibt einen neuen Indexsatz mit frisch
      * berechneter Signatur (ein bereits vorhandenes Wort wird wie
      * beim Aufbau gemeldet und uebersprungen), Loeschen entfernt
      * den Satz ueber den Primaerschluessel IDX-WORT. Der
      * Profilsatz folgt nur einer tatsaechlich ausgefuehrten
      * Indexaenderung (PROFIL-FORTSCHREIBEN).
       DELTA-VERARBEITEN SECTION.
           ADD 1 TO WS-ANZAHL-GELESEN
           EVALUATE TRUE
                               "uebersprungen - " IXD-WORT
                       NOT INVALID KEY
                           ADD 1 TO WS-ANZAHL-AUFGENOMMEN
                           PERFORM PROFIL-FORTSCHREIBEN
                   END-WRITE
               WHEN IXD-LOESCHEN
                   MOVE IXD-WORT TO IDX-WORT
                               "nicht geloescht - " IXD-WORT
                       NOT INVALID KEY
                           ADD 1 TO WS-ANZAHL-GELOESCHT
                           PERFORM PROFIL-FORTSCHREIBEN
                   END-DELETE
               WHEN OTHER
                   ADD 1 TO WS-ANZAHL-ABGELEHNT
           END-READ
           EXIT.

      * Uebertraegt die eben auf den Index angewendete Transaktion
      * auf die Profil-Datei. Ein Profilsatz, der schon da ist
      * (Aufnehmen) oder fehlt (Loeschen), bedeutet, dass Index und
      * Profil auseinandergelaufen sind: beim Aufnehmen wird der
      * Satz dann ersetzt, beim Loeschen genuegt die Meldung - in
      * beiden Faellen stimmt das Profil danach wieder mit dem Index
      * ueberein.
       PROFIL-FORTSCHREIBEN SECTION.
           MOVE IXD-WORT TO PRF-WORT
           IF IXD-AUFNEHMEN
               PERFORM PROFIL-BERECHNEN
               WRITE PROFIL-SATZ
                   INVALID KEY
                       DISPLAY "WARNUNG: Profilsatz bereits "
                           "vorhanden - ersetzt - " IXD-WORT
                       REWRITE PROFIL-SATZ
                           INVALID KEY
                               DISPLAY "WARNUNG: Profilsatz nicht "
                                   "geschrieben (Status "
                                   WS-PROFIL-DATEI-STATUS ") - "
                                   IXD-WORT
                       END-REWRITE
               END-WRITE
           ELSE
               DELETE PROFIL-DATEI
                   INVALID KEY
                       DISPLAY "WARNUNG: Profilsatz fehlte - "
                           IXD-WORT
               END-DELETE
           END-IF
           EXIT.

      * Geprueft wird der eigene Offen-Schalter, nicht der
      * Dateistatus - der traegt nach der letzten Transaktion deren
      * Ergebnis (z.B. "22" nach einem Duplikat), nicht mehr "00".
           IF DATEIEN-OFFEN
               CLOSE DELTA-DATEI
               CLOSE INDEX-DATEI
               CLOSE PROFIL-DATEI
           END-IF
           EXIT.

           COPY SIGNATUR-LOGIK.

           COPY PROFIL-LOGIK.

           COPY LAUFLOG-LOGIK.

           COPY ALARM-LOGIK.
