      * die gemeinsame PRUEFE-ANAGRAMM-PHRASE-Logik (COPY
      * VERGLEICH-LOGIK), nicht ueber einen eigenen paarweisen
      * Vergleich der ganzen Liste.
      *
      * Jede Gruppe wird gegen das Veroeffentlichungsregister ANAGREG
      * geprueft (COPY REGISTER-LOGIK): ist ein Wort mit derselben
      * Signatur innerhalb der letzten Wochen erschienen, traegt die
      * Gruppe im Export GEX-REGISTER-KZ = J mit Datum und Ausgabe
      * und im Bericht die Marke V. Kommandozeile: WOCHEN=n setzt das
      * Zeitfenster (Vorgabe 12, 0 = keine Pruefung), SPERREN laesst
      * solche Gruppen ganz aus dem Export weg (Marke S im Bericht).
      * Ein unbekannter Parameter bricht den Lauf vor dem Export ab
      * (Return-Code 8, kritischer Alarm an die Betriebsueberwachung
      * ueber ALARM-LOGIK.CPY), damit ein Tippfehler nicht unbemerkt
      * mit der Vorgabe laeuft.
      *
      * Jede exportierte Gruppe wird bewertet (COPY
      * SCHWIERIGKEIT-LOGIK): Punktzahl 0-100 und Stufe L/M/S aus
      * Wortlaenge, Seltenheit der Buchstaben laut Haeufigkeits-
      * tabelle ANAGBHT (ANAGRAMM-HAEUFIGKEIT, laeuft vorher ueber
      * dieselbe ANAGWL), Gruppengroesse und Freigabestatus der
      * Woerter im Woerterbuch; beides steht in jedem Exportsatz
      * (GEX-SCHWIERIGKEIT, GEX-STUFE) und als Summe je Stufe in der
      * Fusszeile.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY AUDITDATEI.

           COPY AUDITKETTEDATEI.

           COPY WOERTERBUCHDATEI.

           COPY REGISTERDATEI.

           COPY HAEUFIGKEITDATEI.

           COPY LAUFLOGDATEI.

           COPY ALARMDATEI.

       DATA DIVISION.
       FILE SECTION.
       FD  WORTLISTE-DATEI.
       01  AUDIT-SATZ.
           COPY AUDITSATZ.

       FD  AUDITKETTE-DATEI.
       01  AUDITKETTE-SATZ.
           COPY AUDITKETTESATZ.

       FD  WOERTERBUCH-DATEI.
       01  WOERTERBUCH-SATZ.
           COPY WOERTERBUCHSATZ.

       FD  REGISTER-DATEI.
       01  REGISTER-SATZ.
           COPY REGISTERSATZ.

       FD  HAEUFIGKEIT-DATEI.
       01  HAEUFIGKEIT-SATZ.
           COPY HAEUFIGKEITSATZ.

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
           COPY VERGLEICH-DATEN.

           COPY LAUFLOG-DATEN.

           COPY ALARM-DATEN.

           COPY REGISTER-DATEN.

           COPY SCHWIERIGKEIT-DATEN.

       01 GRUPPEN-STEUERUNG.
           05 WS-KOMMANDOZEILE          PIC X(100) VALUE SPACES.
           05 WS-KOMMANDO-ZEIGER        PIC 9(03).
           05 WS-ABBRUCH-SCH            PIC X(01) VALUE 'N'.
               88 LAUF-ABGEBROCHEN      VALUE 'J'.
           05 WS-WORTLISTE-ENDE-SCH     PIC X(01) VALUE 'N'.
               88 WORTLISTE-ENDE        VALUE 'J'.
           05 WS-SORTIER-ENDE-SCH       PIC X(01) VALUE 'N'.
           05 DETAIL-ZEILE.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 DZ-SIGNATUR           PIC X(20).
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 DZ-REGISTER-KZ        PIC X(1).
               10 FILLER                PIC X(2)  VALUE SPACES.
               10 DZ-WOERTER            PIC X(108).
           05 FUSS-ZEILE.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 FILLER                PIC X(30)
                       VALUE "ZEILEN GEKUERZT: ".
               10 FZ-ZEILE-UEBERLAUF    PIC ZZZ,ZZ9.
           05 FUSS-ZEILE-3.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 FILLER                PIC X(30)
                       VALUE "IM REGISTER MARKIERT (V): ".
               10 FZ-REG-MARKIERT       PIC ZZZ,ZZ9.
               10 FILLER                PIC X(4)  VALUE SPACES.
               10 FILLER                PIC X(30)
                       VALUE "AUS EXPORT GESPERRT (S): ".
               10 FZ-REG-GESPERRT       PIC ZZZ,ZZ9.
               10 FILLER                PIC X(4)  VALUE SPACES.
               10 FILLER                PIC X(8)  VALUE "WOCHEN: ".
               10 FZ-REG-WOCHEN         PIC ZZ9.
           05 FUSS-ZEILE-4.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 FILLER                PIC X(30)
                       VALUE "SCHWIERIGKEIT LEICHT (L): ".
               10 FZ-SWK-LEICHT         PIC ZZZ,ZZ9.
               10 FILLER                PIC X(4)  VALUE SPACES.
               10 FILLER                PIC X(30)
                       VALUE "MITTEL (M): ".
               10 FZ-SWK-MITTEL         PIC ZZZ,ZZ9.
               10 FILLER                PIC X(4)  VALUE SPACES.
               10 FILLER                PIC X(12) VALUE "SCHWER (S): ".
               10 FZ-SWK-SCHWER         PIC ZZZ,ZZ9.

       01 WS-AKTUELLES-TAGESDATUM       PIC X(10).

           MOVE "ANAGRAMM-GRUPPEN" TO LFL-PROGRAMM
           PERFORM LAUFLOG-START
           MOVE LFL-LAUF-ID TO WS-LAUF-ID
           PERFORM PARAMETER-WERTEN
           IF NOT LAUF-ABGEBROCHEN
               PERFORM AUDIT-INITIALISIERUNG
               PERFORM WOERTERBUCH-INITIALISIERUNG
               PERFORM SCHWIERIGKEIT-INITIALISIERUNG
               IF NOT SWK-TABELLE-GELADEN
                   ADD 1 TO LFL-WARNUNGEN
               END-IF
               PERFORM BERICHT-INITIALISIERUNG
               SORT SORTIER-DATEI
                   ON ASCENDING KEY SORT-SIGNATUR
                   INPUT PROCEDURE IS WORTLISTE-EINLESEN
                   OUTPUT PROCEDURE IS GRUPPEN-AUSGABE
               PERFORM BERICHT-ABSCHLUSS
               PERFORM AUDIT-SCHLIESSEN
               PERFORM WOERTERBUCH-SCHLIESSEN
               IF REG-ANZAHL-MARKIERT > 0 OR REG-ANZAHL-GESPERRT > 0
                   DISPLAY "ANAGRAMM-GRUPPEN: " REG-ANZAHL-MARKIERT
                       " Gruppe(n) als veroeffentlicht markiert, "
                       REG-ANZAHL-GESPERRT " aus dem Export gesperrt"
               END-IF
               DISPLAY "ANAGRAMM-GRUPPEN: Schwierigkeit leicht "
                   SWK-ANZAHL-LEICHT ", mittel " SWK-ANZAHL-MITTEL
                   ", schwer " SWK-ANZAHL-SCHWER
           END-IF
           MOVE WS-WORTE-GESAMT TO LFL-SAETZE-EIN
           MOVE WS-GRUPPEN-ANZAHL TO LFL-SAETZE-AUS
           PERFORM LAUFLOG-ENDE
           PERFORM ALARM-SCHLIESSEN
           GOBACK
           .

      * Wertet die Schluesselwoerter der Kommandozeile aus (siehe
      * Programmkopf); ein unbekanntes Token bricht den Lauf ab.
       PARAMETER-WERTEN SECTION.
           ACCEPT WS-KOMMANDOZEILE FROM COMMAND-LINE
           MOVE 1 TO WS-KOMMANDO-ZEIGER
           PERFORM UNTIL WS-KOMMANDO-ZEIGER > 100 OR LAUF-ABGEBROCHEN
               MOVE SPACES TO WS-REGISTER-PARM
               UNSTRING WS-KOMMANDOZEILE DELIMITED BY ALL SPACE
                   INTO WS-REGISTER-PARM
                   WITH POINTER WS-KOMMANDO-ZEIGER
               END-UNSTRING
               IF WS-REGISTER-PARM NOT = SPACES
                   PERFORM REGISTER-PARAMETER-WERTEN
                   IF REGISTER-PARM-UNGUELTIG
                       DISPLAY "WARNUNG: Unbekannter Parameter "
                           FUNCTION TRIM(WS-REGISTER-PARM)
                           " - Export ANAGEXP unveraendert"
                       SET LAUF-ABGEBROCHEN TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF LAUF-ABGEBROCHEN
               ADD 1 TO LFL-WARNUNGEN
               MOVE "FEHL" TO LFL-ABSCHLUSS-CODE
               MOVE 8 TO RETURN-CODE
               MOVE "ANAGRAMM-GRUPPEN" TO ALM-MELDER
               MOVE "ANAGRAMM-GRUPPEN" TO ALM-PROGRAMM
               MOVE LFL-LAUF-ID TO ALM-LAUF-ID
               SET ALM-KRITISCH TO TRUE
               MOVE "FEHL" TO ALM-CODE
               MOVE SPACES TO ALM-TEXT
               STRING "UNBEKANNTER PARAMETER "
                   FUNCTION TRIM(WS-REGISTER-PARM)
                   " - EXPORT ANAGEXP UNVERAENDERT"
                   DELIMITED BY SIZE INTO ALM-TEXT
               END-STRING
               PERFORM ALARM-MELDEN
           END-IF
           EXIT.

      * Oeffnet den Bericht, die Exportdatei und das
      * Veroeffentlichungsregister und schreibt die Kopfzeilen
      * einmal je Lauf.
       BERICHT-INITIALISIERUNG SECTION.
           OPEN OUTPUT BERICHT-DATEI
           OPEN OUTPUT EXPORT-DATEI
           PERFORM REGISTER-OEFFNEN
           IF REGISTER-FEHLT
               ADD 1 TO LFL-WARNUNGEN
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-AKTUELLES-TAGESDATUM
           MOVE WS-AKTUELLES-TAGESDATUM TO KZ1-DATUM
           MOVE KOPF-ZEILE-1 TO BERICHT-ZEILE
      * Passt die Wortliste nicht mehr in DZ-WOERTER, wird die Zeile
      * an der Feldgrenze gekappt (ON OVERFLOW) und einmal je Gruppe
      * mitgezaehlt, damit der Betrieb erkennt, dass der Bericht
      * unvollstaendig ist. Eine kuerzlich veroeffentlichte Gruppe
      * steht mit Marke V (markiert) bzw. S (gesperrt) im Bericht;
      * gesperrte Gruppen gehen nicht in den Export.
       GRUPPE-ABSCHLIESSEN SECTION.
           IF GRP-ANZAHL > 1
               ADD 1 TO WS-GRUPPEN-ANZAHL
               MOVE GRP-AKTUELLE-SIGNATUR (1:20) TO DZ-SIGNATUR
               MOVE GRP-AKTUELLE-SIGNATUR TO REG-PRUEF-SIGNATUR
               PERFORM REGISTER-SIGNATUR-PRUEFEN
               EVALUATE TRUE
                   WHEN NOT REG-VEROEFFENTLICHT
                       MOVE SPACE TO DZ-REGISTER-KZ
                   WHEN REG-SPERREN
                       MOVE "S" TO DZ-REGISTER-KZ
                   WHEN OTHER
                       MOVE "V" TO DZ-REGISTER-KZ
               END-EVALUATE
               MOVE SPACES TO DZ-WOERTER
               MOVE 1 TO GRP-ZEIGER
               SET GRP-ZEILE-NOCH-NICHT-GEZAEHLT TO TRUE
               END-PERFORM
               MOVE DETAIL-ZEILE TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
               EVALUATE DZ-REGISTER-KZ
                   WHEN "S"
                       ADD 1 TO REG-ANZAHL-GESPERRT
                   WHEN "V"
                       ADD 1 TO REG-ANZAHL-MARKIERT
                       PERFORM GRUPPE-EXPORTIEREN
                   WHEN OTHER
                       PERFORM GRUPPE-EXPORTIEREN
               END-EVALUATE
           END-IF
           EXIT.

      * Schreibt die laufende Gruppe zusaetzlich in die Exportdatei:
      * ein Satz je Mitglied mit Gruppennummer, voller Signatur und
      * Mitgliederanzahl - hier wird nichts gekappt, auch wenn die
      * Berichtszeile oben uebergelaufen ist. Die Schwierigkeit
      * wird einmal je Gruppe bewertet und steht in jedem Satz.
       GRUPPE-EXPORTIEREN SECTION.
           PERFORM SCHWIERIGKEIT-ANFANG
           MOVE GRP-ANZAHL TO SWK-MITGLIEDER
           PERFORM VARYING GRP-IDX FROM 1 BY 1
                   UNTIL GRP-IDX > GRP-ANZAHL
               MOVE GRP-WORT-TEXT (GRP-IDX) TO SWK-PRUEF-WORT
               PERFORM SCHWIERIGKEIT-WORT-AUFNEHMEN
           END-PERFORM
           PERFORM SCHWIERIGKEIT-BERECHNEN
           PERFORM SCHWIERIGKEIT-ZAEHLEN
           MOVE SWK-PUNKTE TO GEX-SCHWIERIGKEIT
           MOVE SWK-STUFE TO GEX-STUFE
           MOVE WS-GRUPPEN-ANZAHL TO GEX-GRUPPEN-NR
           MOVE GRP-AKTUELLE-SIGNATUR TO GEX-SIGNATUR
           MOVE GRP-ANZAHL TO GEX-MITGLIEDER-ANZAHL
           IF REG-VEROEFFENTLICHT
               MOVE 'J' TO GEX-REGISTER-KZ
           ELSE
               MOVE 'N' TO GEX-REGISTER-KZ
           END-IF
           MOVE REG-TREFFER-DATUM TO GEX-REG-DATUM
           MOVE REG-TREFFER-AUSGABE TO GEX-REG-AUSGABE
           PERFORM VARYING GRP-IDX FROM 1 BY 1
                   UNTIL GRP-IDX > GRP-ANZAHL
               MOVE GRP-WORT-TEXT (GRP-IDX) TO GEX-WORT
           MOVE WS-ZEILE-UEBERLAUF TO FZ-ZEILE-UEBERLAUF
           MOVE FUSS-ZEILE-2 TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE REG-ANZAHL-MARKIERT TO FZ-REG-MARKIERT
           MOVE REG-ANZAHL-GESPERRT TO FZ-REG-GESPERRT
           MOVE REG-WOCHEN TO FZ-REG-WOCHEN
           MOVE FUSS-ZEILE-3 TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE SWK-ANZAHL-LEICHT TO FZ-SWK-LEICHT
           MOVE SWK-ANZAHL-MITTEL TO FZ-SWK-MITTEL
           MOVE SWK-ANZAHL-SCHWER TO FZ-SWK-SCHWER
           MOVE FUSS-ZEILE-4 TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           CLOSE BERICHT-DATEI
           CLOSE EXPORT-DATEI
           PERFORM REGISTER-SCHLIESSEN
           EXIT.

           COPY VERGLEICH-LOGIK.

           COPY REGISTER-LOGIK.

           COPY SCHWIERIGKEIT-LOGIK.

           COPY LAUFLOG-LOGIK.

           COPY ALARM-LOGIK.
