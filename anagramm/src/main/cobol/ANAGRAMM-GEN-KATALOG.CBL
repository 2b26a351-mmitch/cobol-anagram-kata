       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANAGRAMM-GEN-KATALOG.

      * Katalogliste und Bereinigung der Generationen: die
      * Nachtlauf-Dateien ANAGOUT, ANAGREJ (ANAGRAMM bzw.
      * ANAGRAMM-KONSOLIDIERUNG), ANAGSUM (ANAGRAMM-BERICHT) und
      * ANAGAAB (ANAGRAMM-AUDIT-ABGLEICH) werden am Ende jedes Laufs
      * als Generation <Datei>.G<nnnn> aufbewahrt und im
      * Generationskatalog ANAGGKT eingetragen
      * (GENSICHERUNG-LOGIK.CPY). Dieser Lauf
      *   - listet den Katalog je Datei nach Generationen, mit
      *     Lauf-ID, Datum, Satzanzahl, Abschluss-Code des
      *     erzeugenden Laufs und Aufbewahrungsstatus (ANAGGKL),
      *   - und bereinigt auf Wunsch vorher die abgelaufenen
      *     Generationen: je Datei bleiben die juengsten n aktiven
      *     Generationen stehen, aeltere werden geloescht und im
      *     Katalog mit Status GELO und Loeschdatum vermerkt.
      * Die Hoechstzahl n je Datei steht in der Steuerdatei ANAGGPA
      * (GENPARAMSATZ); ohne Eintrag gelten 7 Generationen.
      *
      * Kommandozeile:
      *   LISTE [Datei]   - nur Katalogliste (Standard), optional
      *                     auf eine Datei beschraenkt
      *   BEREINIGEN      - Bereinigung, danach Katalogliste
      * Eine nicht loeschbare Generation bleibt aktiv im Katalog
      * und beendet den Lauf mit Return-Code 8; eine bereits
      * fehlende Generationsdatei wird nur als bereinigt vermerkt.
      * Eine unvollstaendige Bereinigung (Warnung, BEFU) und eine
      * unbekannte Funktion (kritisch, FEHL) gehen als Alarm an die
      * Betriebsueberwachung (ALARM-LOGIK.CPY).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GENKATALOGDATEI.

      * Arbeitsdatei fuer das Neuschreiben des Katalogs beim
      * Bereinigen (LINE SEQUENTIAL kennt kein Aendern an Ort und
      * Stelle).
           SELECT KATALOG-NEU-DATEI ASSIGN TO "ANAGGKT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KATALOG-NEU-STATUS.

           SELECT PARAMETER-DATEI ASSIGN TO "ANAGGPA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETER-DATEI-STATUS.

      * Die zu loeschende Generationsdatei, nur zur Pruefung, ob sie
      * noch vorhanden ist.
           SELECT LOESCH-DATEI ASSIGN DYNAMIC WS-LOESCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOESCH-DATEI-STATUS.

           SELECT SORTIER-DATEI ASSIGN TO "SORTWK1".

           SELECT BERICHT-DATEI ASSIGN TO "ANAGGKL"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY LAUFLOGDATEI.

           COPY ALARMDATEI.

       DATA DIVISION.
       FILE SECTION.
       FD  GEN-KATALOG-DATEI.
       01  GEN-KATALOG-SATZ.
           COPY GENKATALOGSATZ.

       FD  KATALOG-NEU-DATEI.
       01  KATALOG-NEU-SATZ.
           COPY GENKATALOGSATZ.

       FD  PARAMETER-DATEI.
       01  PARAMETER-SATZ.
           COPY GENPARAMSATZ.

       FD  LOESCH-DATEI.
       01  LOESCH-SATZ                  PIC X(400).

      * Sortiert nach Datei und Katalogposition (= Reihenfolge der
      * Sicherung); der Katalogsatz laeuft unveraendert mit.
       SD  SORTIER-DATEI.
       01  SORTIER-SATZ.
           05 SRT-DATEI                 PIC X(08).
           05 SRT-POSITION              PIC 9(09).
           05 SRT-KATALOG               PIC X(99).

       FD  BERICHT-DATEI.
       01  BERICHT-ZEILE                PIC X(133).

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

           COPY GENERATION-DATEN.

       01 KATALOG-STEUERUNG.
           05 WS-KATALOG-NEU-STATUS     PIC X(02).
           05 WS-PARAMETER-DATEI-STATUS PIC X(02).
           05 WS-LOESCH-DATEI-STATUS    PIC X(02).
           05 WS-LOESCH-NAME            PIC X(40) VALUE SPACES.
           05 WS-LOESCH-ERGEBNIS        PIC S9(9) VALUE 0.
           05 WS-KOMMANDOZEILE          PIC X(40) VALUE SPACES.
           05 WS-FUNKTION-PARM          PIC X(12) VALUE SPACES.
               88 FUNKTION-LISTE        VALUE 'LISTE'.
               88 FUNKTION-BEREINIGEN   VALUE 'BEREINIGEN'.
           05 WS-DATEI-PARM             PIC X(08) VALUE SPACES.
           05 WS-ABBRUCH-SCH            PIC X(01) VALUE 'N'.
               88 LAUF-ABGEBROCHEN      VALUE 'J'.
           05 WS-KATALOG-NEU-ENDE-SCH   PIC X(01) VALUE 'N'.
               88 KATALOG-NEU-ENDE      VALUE 'J'.
           05 WS-PARAMETER-ENDE-SCH     PIC X(01) VALUE 'N'.
               88 PARAMETER-ENDE        VALUE 'J'.
           05 WS-SORTIER-ENDE-SCH       PIC X(01) VALUE 'N'.
               88 SORTIER-ENDE          VALUE 'J'.
           05 WS-GRUPPE-OFFEN-SCH       PIC X(01) VALUE 'N'.
               88 GRUPPE-OFFEN          VALUE 'J'.
           05 WS-POSITION               PIC 9(9) VALUE 0.
           05 WS-ANZAHL-EINTRAEGE       PIC 9(9) VALUE 0.
           05 WS-ANZAHL-AKTIV           PIC 9(9) VALUE 0.
           05 WS-ANZAHL-BEREINIGT       PIC 9(9) VALUE 0.
           05 WS-ANZAHL-NICHT-GELOESCHT PIC 9(9) VALUE 0.
           05 WS-HEUTE                  PIC X(08).

      * Aufbewahrungs-Hoechstzahlen aus ANAGGPA.
       01 PARAMETER-TABELLE.
           05 PT-STANDARD               PIC 9(4) VALUE 7.
           05 PT-ANZAHL                 PIC 9(4) VALUE 0.
           05 PT-EINTRAG OCCURS 20 TIMES.
               10 PT-DATEI              PIC X(08).
               10 PT-MAX                PIC 9(4).
           05 PT-INDEX                  PIC 9(4).
           05 PT-GEFUNDEN-MAX           PIC 9(4).

      * Je Datei im Katalog: aktive Generationen, Hoechstzahl und
      * die Anzahl der noch abzubauenden aeltesten Generationen.
       01 DATEI-TABELLE.
           05 DT-ANZAHL                 PIC 9(4) VALUE 0.
           05 DT-EINTRAG OCCURS 20 TIMES.
               10 DT-DATEI              PIC X(08).
               10 DT-AKTIV              PIC 9(4).
               10 DT-ABBAU              PIC 9(4).
           05 DT-INDEX                  PIC 9(4).
           05 DT-UEBERLAUF              PIC 9(4) VALUE 0.

      * Laufende Dateigruppe der Katalogliste.
       01 GRUPPEN-ARBEIT.
           05 GR-DATEI                  PIC X(08).
           05 GR-AKTIV                  PIC 9(4).
           05 GR-GELOESCHT              PIC 9(4).

       01 KATALOG-ARBEIT-SATZ.
           COPY GENKATALOGSATZ.

       01 WS-AKTUELLES-TAGESDATUM       PIC X(10).

       01 BERICHTS-ZEILEN.
           05 KOPF-ZEILE-1.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 FILLER                PIC X(44)
                       VALUE "ANAGRAMM-GEN-KATALOG - Generationen".
               10 FILLER                PIC X(10) VALUE "DATUM: ".
               10 KZ1-DATUM             PIC X(10).
           05 KOPF-ZEILE-2.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 FILLER                PIC X(9)  VALUE "DATEI".
               10 FILLER                PIC X(5)  VALUE "GEN".
               10 FILLER                PIC X(15) VALUE "LAUF-ID".
               10 FILLER                PIC X(9)  VALUE "DATUM".
               10 FILLER                PIC X(12) VALUE "     SAETZE".
               10 FILLER                PIC X(6)  VALUE " LAUF".
               10 FILLER                PIC X(5)  VALUE "STAT".
               10 FILLER                PIC X(41) VALUE "DATEINAME".
               10 FILLER                PIC X(9)  VALUE "GELOESCHT".
           05 DETAIL-ZEILE.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 DZ-DATEI              PIC X(08).
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 DZ-GENERATION         PIC 9(04).
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 DZ-LAUF-ID            PIC X(14).
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 DZ-DATUM              PIC X(08).
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 DZ-SAETZE             PIC ZZZ,ZZZ,ZZ9.
               10 FILLER                PIC X(2)  VALUE SPACES.
               10 DZ-LAUF-STATUS        PIC X(04).
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 DZ-STATUS             PIC X(04).
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 DZ-DATEINAME          PIC X(40).
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 DZ-GELOESCHT-AM       PIC X(08).
           05 GRUPPEN-ZEILE.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 FILLER                PIC X(6)  VALUE "SUMME ".
               10 GZ-DATEI              PIC X(08).
               10 FILLER                PIC X(9)  VALUE "  AKTIV: ".
               10 GZ-AKTIV              PIC ZZZ9.
               10 FILLER                PIC X(15)
                       VALUE "  HOECHSTZAHL: ".
               10 GZ-MAX                PIC ZZZ9.
               10 GZ-MAX-TEXT           PIC X(12).
               10 FILLER                PIC X(13)
                       VALUE "  BEREINIGT: ".
               10 GZ-GELOESCHT          PIC ZZZ9.
           05 BEREINIGUNG-ZEILE.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 FILLER                PIC X(11) VALUE "BEREINIGT: ".
               10 BZ-DATEINAME          PIC X(40).
               10 FILLER                PIC X(6)  VALUE "LAUF ".
               10 BZ-LAUF-ID            PIC X(14).
               10 FILLER                PIC X(2)  VALUE SPACES.
               10 BZ-ERGEBNIS           PIC X(40).
           05 FUSS-ZEILE.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 FILLER                PIC X(11) VALUE "EINTRAEGE: ".
               10 FZ-EINTRAEGE          PIC ZZZ,ZZZ,ZZ9.
               10 FILLER                PIC X(3)  VALUE SPACES.
               10 FILLER                PIC X(7)  VALUE "AKTIV: ".
               10 FZ-AKTIV              PIC ZZZ,ZZZ,ZZ9.
               10 FILLER                PIC X(3)  VALUE SPACES.
               10 FILLER                PIC X(17)
                       VALUE "HEUTE BEREINIGT: ".
               10 FZ-BEREINIGT          PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
           PERFORM KATALOG-INITIALISIERUNG
           IF NOT LAUF-ABGEBROCHEN
               IF FUNKTION-BEREINIGEN
                   PERFORM GENERATIONEN-BEREINIGEN
               END-IF
               SORT SORTIER-DATEI
                   ON ASCENDING KEY SRT-DATEI
                   ON ASCENDING KEY SRT-POSITION
                   INPUT PROCEDURE IS KATALOG-EINLESEN
                   OUTPUT PROCEDURE IS KATALOG-LISTEN
               PERFORM KATALOG-ABSCHLUSS
               DISPLAY "ANAGRAMM-GEN-KATALOG: " WS-ANZAHL-EINTRAEGE
                   " Katalogeintrag/-eintraege, " WS-ANZAHL-AKTIV
                   " aktiv, " WS-ANZAHL-BEREINIGT " bereinigt"
           END-IF
           MOVE WS-ANZAHL-EINTRAEGE TO LFL-SAETZE-EIN
           MOVE WS-ANZAHL-BEREINIGT TO LFL-SAETZE-AUS
           PERFORM LAUFLOG-ENDE
           PERFORM ALARM-SCHLIESSEN
           IF LAUF-ABGEBROCHEN OR WS-ANZAHL-NICHT-GELOESCHT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK
           .

       KATALOG-INITIALISIERUNG SECTION.
           MOVE "ANAGRAMM-GEN-KATALOG" TO LFL-PROGRAMM
           PERFORM LAUFLOG-START
           ACCEPT WS-KOMMANDOZEILE FROM COMMAND-LINE
           UNSTRING WS-KOMMANDOZEILE DELIMITED BY ALL SPACE
               INTO WS-FUNKTION-PARM WS-DATEI-PARM
           END-UNSTRING
           IF WS-FUNKTION-PARM = SPACES
               SET FUNKTION-LISTE TO TRUE
           END-IF
           IF NOT FUNKTION-LISTE AND NOT FUNKTION-BEREINIGEN
               DISPLAY "WARNUNG: Unbekannte Funktion "
                   FUNCTION TRIM(WS-FUNKTION-PARM)
                   " - erlaubt sind LISTE und BEREINIGEN"
               ADD 1 TO LFL-WARNUNGEN
               MOVE "FEHL" TO LFL-ABSCHLUSS-CODE
               SET LAUF-ABGEBROCHEN TO TRUE
               SET ALM-KRITISCH TO TRUE
               MOVE "FEHL" TO ALM-CODE
               MOVE SPACES TO ALM-TEXT
               STRING "UNBEKANNTE FUNKTION "
                   FUNCTION TRIM(WS-FUNKTION-PARM)
                   " - KEIN LAUF"
                   DELIMITED BY SIZE INTO ALM-TEXT
               END-STRING
               PERFORM KATALOG-ALARM
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HEUTE
               PERFORM PARAMETER-LESEN
               OPEN OUTPUT BERICHT-DATEI
               MOVE FUNCTION CURRENT-DATE (1:8)
                   TO WS-AKTUELLES-TAGESDATUM
               MOVE WS-AKTUELLES-TAGESDATUM TO KZ1-DATUM
               MOVE KOPF-ZEILE-1 TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
           END-IF
           EXIT.

      * Liest die Hoechstzahlen je Datei; ein Satz "*" setzt den
      * Standard. Fehlt die Steuerdatei, gilt der Standard fuer
      * alle Dateien.
       PARAMETER-LESEN SECTION.
           OPEN INPUT PARAMETER-DATEI
           IF WS-PARAMETER-DATEI-STATUS = "00"
               PERFORM UNTIL PARAMETER-ENDE
                   READ PARAMETER-DATEI
                       AT END
                           SET PARAMETER-ENDE TO TRUE
                       NOT AT END
                           PERFORM PARAMETER-UEBERNEHMEN
                   END-READ
               END-PERFORM
               CLOSE PARAMETER-DATEI
           ELSE
               DISPLAY "ANAGRAMM-GEN-KATALOG: keine Steuerdatei "
                   "ANAGGPA - es gelten " PT-STANDARD
                   " Generationen je Datei"
           END-IF
           EXIT.

       PARAMETER-UEBERNEHMEN SECTION.
           EVALUATE TRUE
               WHEN GPA-MAX-GENERATIONEN IS NOT NUMERIC
                   DISPLAY "WARNUNG: Hoechstzahl fuer "
                       GPA-DATEI " in ANAGGPA nicht numerisch - "
                       "Eintrag uebergangen"
                   ADD 1 TO LFL-WARNUNGEN
               WHEN GPA-DATEI = "*"
                   MOVE GPA-MAX-GENERATIONEN TO PT-STANDARD
               WHEN PT-ANZAHL < 20
                   ADD 1 TO PT-ANZAHL
                   MOVE GPA-DATEI TO PT-DATEI (PT-ANZAHL)
                   MOVE GPA-MAX-GENERATIONEN TO PT-MAX (PT-ANZAHL)
               WHEN OTHER
                   DISPLAY "WARNUNG: Steuerdatei ANAGGPA hat mehr "
                       "als 20 Eintraege - " GPA-DATEI
                       " uebergangen"
                   ADD 1 TO LFL-WARNUNGEN
           END-EVALUATE
           EXIT.

      * Liefert in PT-GEFUNDEN-MAX die Hoechstzahl fuer die Datei
      * GR-DATEI (0 = unbegrenzt).
       HOECHSTZAHL-ERMITTELN SECTION.
           MOVE PT-STANDARD TO PT-GEFUNDEN-MAX
           PERFORM VARYING PT-INDEX FROM 1 BY 1
                   UNTIL PT-INDEX > PT-ANZAHL
               IF PT-DATEI (PT-INDEX) = GR-DATEI
                   MOVE PT-MAX (PT-INDEX) TO PT-GEFUNDEN-MAX
               END-IF
           END-PERFORM
           EXIT.

      * Bereinigung in drei Schritten: aktive Generationen je Datei
      * zaehlen, den Katalog in die Arbeitsdatei umschreiben und
      * dabei die aeltesten Generationen ueber der Hoechstzahl
      * loeschen, zuletzt die Arbeitsdatei als Katalog
      * zurueckschreiben.
       GENERATIONEN-BEREINIGEN SECTION.
           PERFORM AKTIVE-GENERATIONEN-ZAEHLEN
           PERFORM VARYING DT-INDEX FROM 1 BY 1
                   UNTIL DT-INDEX > DT-ANZAHL
               MOVE DT-DATEI (DT-INDEX) TO GR-DATEI
               PERFORM HOECHSTZAHL-ERMITTELN
               MOVE 0 TO DT-ABBAU (DT-INDEX)
               IF PT-GEFUNDEN-MAX > 0
                       AND DT-AKTIV (DT-INDEX) > PT-GEFUNDEN-MAX
                   COMPUTE DT-ABBAU (DT-INDEX) =
                       DT-AKTIV (DT-INDEX) - PT-GEFUNDEN-MAX
               END-IF
           END-PERFORM
           OPEN INPUT GEN-KATALOG-DATEI
           IF GEN-KATALOG-DATEI-STATUS NOT = "00"
               DISPLAY "ANAGRAMM-GEN-KATALOG: Generationskatalog "
                   "ANAGGKT leer oder nicht vorhanden - nichts zu "
                   "bereinigen"
           ELSE
               OPEN OUTPUT KATALOG-NEU-DATEI
               IF WS-KATALOG-NEU-STATUS NOT = "00"
                   DISPLAY "WARNUNG: Arbeitsdatei ANAGGKT.TMP konnte "
                       "nicht angelegt werden (Status "
                       WS-KATALOG-NEU-STATUS
                       ") - keine Bereinigung"
                   ADD 1 TO LFL-WARNUNGEN
                   ADD 1 TO WS-ANZAHL-NICHT-GELOESCHT
                   CLOSE GEN-KATALOG-DATEI
               ELSE
                   MOVE 'N' TO GEN-KATALOG-ENDE-SCH
                   PERFORM UNTIL GEN-KATALOG-ENDE
                       READ GEN-KATALOG-DATEI
                           AT END
                               SET GEN-KATALOG-ENDE TO TRUE
                           NOT AT END
                               PERFORM KATALOGSATZ-BEREINIGEN
                               WRITE KATALOG-NEU-SATZ
                                   FROM GEN-KATALOG-SATZ
                       END-READ
                   END-PERFORM
                   CLOSE GEN-KATALOG-DATEI
                   CLOSE KATALOG-NEU-DATEI
                   PERFORM KATALOG-ZURUECKSCHREIBEN
               END-IF
           END-IF
           EXIT.

       AKTIVE-GENERATIONEN-ZAEHLEN SECTION.
           OPEN INPUT GEN-KATALOG-DATEI
           IF GEN-KATALOG-DATEI-STATUS = "00"
               MOVE 'N' TO GEN-KATALOG-ENDE-SCH
               PERFORM UNTIL GEN-KATALOG-ENDE
                   READ GEN-KATALOG-DATEI
                       AT END
                           SET GEN-KATALOG-ENDE TO TRUE
                       NOT AT END
                           IF GKS-AKTIV OF GEN-KATALOG-SATZ
                               PERFORM DATEI-EINTRAG-SUCHEN
                               IF DT-INDEX > 0
                                   ADD 1 TO DT-AKTIV (DT-INDEX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GEN-KATALOG-DATEI
           END-IF
           IF DT-UEBERLAUF > 0
               DISPLAY "WARNUNG: mehr als 20 Dateien im Katalog - "
                   DT-UEBERLAUF " Eintrag/Eintraege nicht bereinigt"
               ADD 1 TO LFL-WARNUNGEN
           END-IF
           EXIT.

      * Sucht (bzw. legt an) den Tabelleneintrag zur Datei des
      * gelesenen Katalogsatzes; DT-INDEX 0 heisst Tabelle voll.
       DATEI-EINTRAG-SUCHEN SECTION.
           PERFORM VARYING DT-INDEX FROM 1 BY 1
                   UNTIL DT-INDEX > DT-ANZAHL
                   OR DT-DATEI (DT-INDEX)
                       = GKS-DATEI OF GEN-KATALOG-SATZ
               CONTINUE
           END-PERFORM
           IF DT-INDEX > DT-ANZAHL
               IF DT-ANZAHL < 20
                   ADD 1 TO DT-ANZAHL
                   MOVE DT-ANZAHL TO DT-INDEX
                   MOVE GKS-DATEI OF GEN-KATALOG-SATZ
                       TO DT-DATEI (DT-INDEX)
                   MOVE 0 TO DT-AKTIV (DT-INDEX)
                   MOVE 0 TO DT-ABBAU (DT-INDEX)
               ELSE
                   ADD 1 TO DT-UEBERLAUF
                   MOVE 0 TO DT-INDEX
               END-IF
           END-IF
           EXIT.

      * Die aeltesten aktiven Generationen einer Datei stehen im
      * Katalog vorn; solange fuer die Datei noch abzubauen ist,
      * wird die Generationsdatei geloescht und der Satz als GELO
      * vermerkt.
       KATALOGSATZ-BEREINIGEN SECTION.
           IF GKS-AKTIV OF GEN-KATALOG-SATZ
               PERFORM DATEI-EINTRAG-SUCHEN
               IF DT-INDEX > 0
                   IF DT-ABBAU (DT-INDEX) > 0
                       SUBTRACT 1 FROM DT-ABBAU (DT-INDEX)
                       PERFORM GENERATION-LOESCHEN
                   END-IF
               END-IF
           END-IF
           EXIT.

       GENERATION-LOESCHEN SECTION.
           MOVE GKS-DATEINAME OF GEN-KATALOG-SATZ TO WS-LOESCH-NAME
           MOVE WS-LOESCH-NAME TO BZ-DATEINAME
           MOVE GKS-LAUF-ID OF GEN-KATALOG-SATZ TO BZ-LAUF-ID
           OPEN INPUT LOESCH-DATEI
           IF WS-LOESCH-DATEI-STATUS = "35"
               MOVE "DATEI BEREITS ENTFERNT" TO BZ-ERGEBNIS
               MOVE 0 TO WS-LOESCH-ERGEBNIS
           ELSE
               IF WS-LOESCH-DATEI-STATUS = "00"
                   CLOSE LOESCH-DATEI
               END-IF
               CALL "CBL_DELETE_FILE" USING WS-LOESCH-NAME
               MOVE RETURN-CODE TO WS-LOESCH-ERGEBNIS
               MOVE 0 TO RETURN-CODE
               IF WS-LOESCH-ERGEBNIS = 0
                   MOVE "GELOESCHT" TO BZ-ERGEBNIS
               ELSE
                   MOVE "NICHT LOESCHBAR - BLEIBT AKTIV"
                       TO BZ-ERGEBNIS
                   DISPLAY "WARNUNG: Generation "
                       FUNCTION TRIM(WS-LOESCH-NAME)
                       " konnte nicht geloescht werden"
                   ADD 1 TO LFL-WARNUNGEN
                   ADD 1 TO WS-ANZAHL-NICHT-GELOESCHT
               END-IF
           END-IF
           IF WS-LOESCH-ERGEBNIS = 0
               SET GKS-GELOESCHT OF GEN-KATALOG-SATZ TO TRUE
               MOVE WS-HEUTE TO GKS-GELOESCHT-AM OF GEN-KATALOG-SATZ
               ADD 1 TO WS-ANZAHL-BEREINIGT
           END-IF
           MOVE BEREINIGUNG-ZEILE TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           EXIT.

      * Schreibt den bereinigten Katalog aus der Arbeitsdatei
      * zurueck. Der Katalog wird erst geleert, wenn die Arbeitsdatei
      * lesbar ist - sonst bliebe nach dem Loeschen der
      * Generationskopien gar kein Katalog uebrig.
       KATALOG-ZURUECKSCHREIBEN SECTION.
           OPEN INPUT KATALOG-NEU-DATEI
           IF WS-KATALOG-NEU-STATUS NOT = "00"
               DISPLAY "WARNUNG: Bereinigter Katalog ANAGGKT.TMP nicht "
                   "lesbar (Status " WS-KATALOG-NEU-STATUS
                   ") - ANAGGKT bleibt unveraendert und fuehrt die "
                   "geloeschten Generationen noch als aktiv"
               ADD 1 TO LFL-WARNUNGEN
               ADD 1 TO WS-ANZAHL-NICHT-GELOESCHT
           ELSE
               OPEN OUTPUT GEN-KATALOG-DATEI
               IF GEN-KATALOG-DATEI-STATUS NOT = "00"
                   DISPLAY "WARNUNG: Generationskatalog konnte nicht "
                       "zurueckgeschrieben werden (Status "
                       GEN-KATALOG-DATEI-STATUS
                       ") - bereinigter Stand steht in ANAGGKT.TMP"
                   ADD 1 TO LFL-WARNUNGEN
                   ADD 1 TO WS-ANZAHL-NICHT-GELOESCHT
               ELSE
                   PERFORM UNTIL KATALOG-NEU-ENDE
                       READ KATALOG-NEU-DATEI
                           AT END
                               SET KATALOG-NEU-ENDE TO TRUE
                           NOT AT END
                               WRITE GEN-KATALOG-SATZ
                                   FROM KATALOG-NEU-SATZ
                       END-READ
                   END-PERFORM
                   CLOSE GEN-KATALOG-DATEI
               END-IF
               CLOSE KATALOG-NEU-DATEI
           END-IF
           EXIT.

      * Uebergibt den Katalog (optional nur eine Datei) an das SORT.
       KATALOG-EINLESEN SECTION.
           OPEN INPUT GEN-KATALOG-DATEI
           IF GEN-KATALOG-DATEI-STATUS = "00"
               MOVE 'N' TO GEN-KATALOG-ENDE-SCH
               PERFORM UNTIL GEN-KATALOG-ENDE
                   READ GEN-KATALOG-DATEI
                       AT END
                           SET GEN-KATALOG-ENDE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-POSITION
                           IF WS-DATEI-PARM = SPACES
                                   OR FUNKTION-BEREINIGEN
                                   OR GKS-DATEI OF GEN-KATALOG-SATZ
                                       = WS-DATEI-PARM
                               MOVE GKS-DATEI OF GEN-KATALOG-SATZ
                                   TO SRT-DATEI
                               MOVE WS-POSITION TO SRT-POSITION
                               MOVE GEN-KATALOG-SATZ TO SRT-KATALOG
                               RELEASE SORTIER-SATZ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GEN-KATALOG-DATEI
           END-IF
           EXIT.

      * Listet je Datei die Generationen in Sicherungsreihenfolge;
      * am Dateiwechsel folgt die Summenzeile der Datei.
       KATALOG-LISTEN SECTION.
           MOVE KOPF-ZEILE-2 TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           RETURN SORTIER-DATEI
               AT END SET SORTIER-ENDE TO TRUE
           END-RETURN
           PERFORM UNTIL SORTIER-ENDE
               MOVE SRT-KATALOG TO KATALOG-ARBEIT-SATZ
               IF NOT GRUPPE-OFFEN OR SRT-DATEI NOT = GR-DATEI
                   PERFORM GRUPPE-ABSCHLIESSEN
                   MOVE SRT-DATEI TO GR-DATEI
                   MOVE 0 TO GR-AKTIV
                   MOVE 0 TO GR-GELOESCHT
                   SET GRUPPE-OFFEN TO TRUE
               END-IF
               ADD 1 TO WS-ANZAHL-EINTRAEGE
               IF GKS-AKTIV OF KATALOG-ARBEIT-SATZ
                   ADD 1 TO GR-AKTIV
                   ADD 1 TO WS-ANZAHL-AKTIV
               ELSE
                   ADD 1 TO GR-GELOESCHT
               END-IF
               MOVE GKS-DATEI OF KATALOG-ARBEIT-SATZ TO DZ-DATEI
               MOVE GKS-GENERATION OF KATALOG-ARBEIT-SATZ
                   TO DZ-GENERATION
               MOVE GKS-LAUF-ID OF KATALOG-ARBEIT-SATZ TO DZ-LAUF-ID
               MOVE GKS-DATUM OF KATALOG-ARBEIT-SATZ TO DZ-DATUM
               MOVE GKS-ANZAHL-SAETZE OF KATALOG-ARBEIT-SATZ
                   TO DZ-SAETZE
               MOVE GKS-LAUF-STATUS OF KATALOG-ARBEIT-SATZ
                   TO DZ-LAUF-STATUS
               MOVE GKS-STATUS OF KATALOG-ARBEIT-SATZ TO DZ-STATUS
               MOVE GKS-DATEINAME OF KATALOG-ARBEIT-SATZ
                   TO DZ-DATEINAME
               MOVE GKS-GELOESCHT-AM OF KATALOG-ARBEIT-SATZ
                   TO DZ-GELOESCHT-AM
               MOVE DETAIL-ZEILE TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
               RETURN SORTIER-DATEI
                   AT END SET SORTIER-ENDE TO TRUE
               END-RETURN
           END-PERFORM
           PERFORM GRUPPE-ABSCHLIESSEN
           EXIT.

       GRUPPE-ABSCHLIESSEN SECTION.
           IF GRUPPE-OFFEN
               PERFORM HOECHSTZAHL-ERMITTELN
               MOVE GR-DATEI TO GZ-DATEI
               MOVE GR-AKTIV TO GZ-AKTIV
               MOVE PT-GEFUNDEN-MAX TO GZ-MAX
               IF PT-GEFUNDEN-MAX = 0
                   MOVE " (UNBEGR.)" TO GZ-MAX-TEXT
               ELSE
                   MOVE SPACES TO GZ-MAX-TEXT
               END-IF
               MOVE GR-GELOESCHT TO GZ-GELOESCHT
               MOVE GRUPPEN-ZEILE TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
           END-IF
           EXIT.

       KATALOG-ABSCHLUSS SECTION.
           MOVE WS-ANZAHL-EINTRAEGE TO FZ-EINTRAEGE
           MOVE WS-ANZAHL-AKTIV TO FZ-AKTIV
           MOVE WS-ANZAHL-BEREINIGT TO FZ-BEREINIGT
           MOVE FUSS-ZEILE TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           CLOSE BERICHT-DATEI
           IF WS-ANZAHL-NICHT-GELOESCHT > 0
               MOVE "BEFU" TO LFL-ABSCHLUSS-CODE
               SET ALM-WARNUNG TO TRUE
               MOVE "BEFU" TO ALM-CODE
               MOVE WS-ANZAHL-NICHT-GELOESCHT TO ALM-ZAHL-1
               MOVE SPACES TO ALM-TEXT
               STRING "BEREINIGUNG UNVOLLSTAENDIG: "
                   FUNCTION TRIM(ALM-ZAHL-1)
                   " FEHLSCHLAG/-SCHLAEGE - SIEHE JOBLOG"
                   DELIMITED BY SIZE INTO ALM-TEXT
               END-STRING
               PERFORM KATALOG-ALARM
           END-IF
           EXIT.

      * Meldet den vorbereiteten Alarm fuer den eigenen Lauf.
       KATALOG-ALARM SECTION.
           MOVE "ANAGRAMM-GEN-KATALOG" TO ALM-MELDER
           MOVE "ANAGRAMM-GEN-KATALOG" TO ALM-PROGRAMM
           MOVE LFL-LAUF-ID TO ALM-LAUF-ID
           PERFORM ALARM-MELDEN
           EXIT.

           COPY LAUFLOG-LOGIK.

           COPY ALARM-LOGIK.
