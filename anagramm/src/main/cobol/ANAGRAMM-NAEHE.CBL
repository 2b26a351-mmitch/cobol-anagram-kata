      * NAEHEEXPORTSATZ) fuer das Design-System.
      *
      * Der exakte Vergleich laeuft ueber die gemeinsame
      * PRUEFE-ANAGRAMM-PHRASE-Logik (COPY VERGLEICH-LOGIK); die
      * Audit-Datei wird dafuer deklariert, aber nie geoeffnet - ein
      * Massenlauf ueber Millionen Kandidatenpaare ist Reihenbildung,
      * kein auditpflichtiger Einzelnachweis, und ohne
      * AUDIT-INITIALISIERUNG bleibt die Anbindung stumm. Das
      * Woerterbuch wird erst nach dem Paarvergleich geoeffnet, fuer
      * die Schwierigkeitsbewertung der gefundenen Paare (siehe
      * unten); der Vergleich selbst laeuft weiter ohne Echtwort-
      * Pruefung.
      *
      * Jedes Paar wird gegen das Veroeffentlichungsregister ANAGREG
      * geprueft (COPY REGISTER-LOGIK): sind beide Woerter innerhalb
      * der letzten Wochen erschienen, wurde das Paar kuerzlich
      * gedruckt und traegt im Export NEX-REGISTER-KZ = J mit Datum
      * und Ausgabe der juengeren Veroeffentlichung, im Bericht die
      * Marke V. Weitere Schluesselwoerter neben FAST=n: WOCHEN=n
      * setzt das Zeitfenster (Vorgabe 12, 0 = keine Pruefung),
      * SPERREN laesst solche Paare ganz aus dem Export weg (Marke S
      * im Bericht). Ein unbekannter Parameter bricht den Lauf ab
      * (Return-Code 8, Lauf-Protokoll FEHL) und geht als kritischer
      * Alarm an die Betriebsueberwachung (ALARM-LOGIK.CPY).
      *
      * Jedes exportierte Paar wird bewertet (COPY
      * SCHWIERIGKEIT-LOGIK): Punktzahl 0-100 und Stufe L/M/S aus
      * Wortlaenge, Seltenheit der Buchstaben laut Haeufigkeits-
      * tabelle ANAGBHT (ANAGRAMM-HAEUFIGKEIT), Buchstabendifferenz
      * und Freigabestatus beider Woerter im Woerterbuch; beides
      * steht im Exportsatz (NEX-SCHWIERIGKEIT, NEX-STUFE) und als
      * Summe je Stufe in der Fusszeile.

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
           COPY LAUFLOG-DATEN.

           COPY ALARM-DATEN.

           COPY VERGLEICH-DATEN.

           COPY REGISTER-DATEN.

           COPY SCHWIERIGKEIT-DATEN.

       01 NAEHE-STEUERUNG.
           05 WS-KOMMANDOZEILE          PIC X(40) VALUE SPACES.
           05 WS-FAST-VOR               PIC X(40).
           05 WS-FAST-REST              PIC X(40).
           05 WS-FAST-WERT              PIC X(08).
           05 WS-KOMMANDO-ZEIGER        PIC 9(03).
           05 WS-ABBRUCH-SCH            PIC X(01) VALUE 'N'.
               88 LAUF-ABGEBROCHEN      VALUE 'J'.
           05 WS-WORTLISTE-ENDE-SCH     PIC X(01) VALUE 'N'.
               88 WORTLISTE-ENDE        VALUE 'J'.
           05 WS-SORTIER-ENDE-SCH       PIC X(01) VALUE 'N'.
       01 PAAR-AUSGABE-ARBEIT.
           05 PA-VORIGES-WORT-1         PIC X(80).
           05 PA-VORIGES-WORT-2         PIC X(80).
      * Registertreffer des ersten Worts, bis das zweite geprueft ist.
           05 PA-WORT-1-DATUM           PIC X(08).
           05 PA-WORT-1-AUSGABE         PIC X(10).

       01 WS-AKTUELLES-TAGESDATUM       PIC X(10).

               10 DZ-DIFFERENZ          PIC ZZ9.
               10 FILLER                PIC X(3)  VALUE SPACES.
               10 DZ-DIFF-BUCHSTABEN    PIC X(20).
               10 FILLER                PIC X(2)  VALUE SPACES.
               10 DZ-REGISTER-KZ        PIC X(1).
           05 FUSS-ZEILE.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 FILLER                PIC X(18)
               10 FILLER                PIC X(16)
                       VALUE "GRUPPEN VOLL: ".
               10 FZ-UEBERLAUF          PIC ZZZ,ZZZ,ZZ9.
           05 FUSS-ZEILE-2.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 FILLER                PIC X(28)
                       VALUE "IM REGISTER MARKIERT (V): ".
               10 FZ-REG-MARKIERT       PIC ZZZ,ZZZ,ZZ9.
               10 FILLER                PIC X(3)  VALUE SPACES.
               10 FILLER                PIC X(27)
                       VALUE "AUS EXPORT GESPERRT (S): ".
               10 FZ-REG-GESPERRT       PIC ZZZ,ZZZ,ZZ9.
               10 FILLER                PIC X(3)  VALUE SPACES.
               10 FILLER                PIC X(8)  VALUE "WOCHEN: ".
               10 FZ-REG-WOCHEN         PIC ZZ9.
           05 FUSS-ZEILE-3.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 FILLER                PIC X(28)
                       VALUE "SCHWIERIGKEIT LEICHT (L): ".
               10 FZ-SWK-LEICHT         PIC ZZZ,ZZZ,ZZ9.
               10 FILLER                PIC X(3)  VALUE SPACES.
               10 FILLER                PIC X(27)
                       VALUE "MITTEL (M): ".
               10 FZ-SWK-MITTEL         PIC ZZZ,ZZZ,ZZ9.
               10 FILLER                PIC X(3)  VALUE SPACES.
               10 FILLER                PIC X(12) VALUE "SCHWER (S): ".
               10 FZ-SWK-SCHWER         PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
           PERFORM NAEHE-INITIALISIERUNG
           IF VGL-FAST-SCHWELLE > 0 AND NOT LAUF-ABGEBROCHEN
               SORT SORTIER-DATEI
                   ON ASCENDING KEY SORT-SCHLUESSEL
                   ON ASCENDING KEY SORT-WORT
           DISPLAY "ANAGRAMM-NAEHE: " WS-ANZAHL-WOERTER
               " Woerter gelesen, " WS-ANZAHL-PAARE
               " Paar(e) bis Differenz " VGL-FAST-SCHWELLE
           IF REG-ANZAHL-MARKIERT > 0 OR REG-ANZAHL-GESPERRT > 0
               DISPLAY "ANAGRAMM-NAEHE: " REG-ANZAHL-MARKIERT
                   " Paar(e) als veroeffentlicht markiert, "
                   REG-ANZAHL-GESPERRT " aus dem Export gesperrt"
           END-IF
           IF VGL-FAST-SCHWELLE > 0 AND NOT LAUF-ABGEBROCHEN
               DISPLAY "ANAGRAMM-NAEHE: Schwierigkeit leicht "
                   SWK-ANZAHL-LEICHT ", mittel " SWK-ANZAHL-MITTEL
                   ", schwer " SWK-ANZAHL-SCHWER
           END-IF
           MOVE WS-ANZAHL-WOERTER TO LFL-SAETZE-EIN
           MOVE WS-ANZAHL-PAARE TO LFL-SAETZE-AUS
           PERFORM LAUFLOG-ENDE
           PERFORM ALARM-SCHLIESSEN
           GOBACK
           .

      * Uebernimmt die Schwelle aus dem Schluesselwort FAST=n der
      * Kommandozeile (dasselbe Muster wie im Stapellauf ANAGRAMM);
      * Schwelle 0 schaltet die Suche ab, Schwellen ueber 2 kappt
      * die Variantenbildung auf 2 (siehe Programmkopf). Die
      * uebrigen Token sind Schluesselwoerter der Registerpruefung;
      * ein unbekanntes Token bricht den Lauf ab.
       NAEHE-INITIALISIERUNG SECTION.
           MOVE "ANAGRAMM-NAEHE" TO LFL-PROGRAMM
           PERFORM LAUFLOG-START
           ACCEPT WS-KOMMANDOZEILE FROM COMMAND-LINE
           MOVE SPACES TO WS-FAST-VOR WS-FAST-REST WS-FAST-WERT
           UNSTRING WS-KOMMANDOZEILE DELIMITED BY "FAST="
                       TO VGL-FAST-SCHWELLE
               END-IF
           END-IF
           MOVE 1 TO WS-KOMMANDO-ZEIGER
           PERFORM UNTIL WS-KOMMANDO-ZEIGER > 40 OR LAUF-ABGEBROCHEN
               MOVE SPACES TO WS-REGISTER-PARM
               UNSTRING WS-KOMMANDOZEILE DELIMITED BY ALL SPACE
                   INTO WS-REGISTER-PARM
                   WITH POINTER WS-KOMMANDO-ZEIGER
               END-UNSTRING
               IF WS-REGISTER-PARM NOT = SPACES
                       AND WS-REGISTER-PARM (1:5) NOT = "FAST="
                   PERFORM REGISTER-PARAMETER-WERTEN
                   IF REGISTER-PARM-UNGUELTIG
                       DISPLAY "WARNUNG: Unbekannter Parameter "
                           FUNCTION TRIM(WS-REGISTER-PARM)
                           " - Export ANAGNEX unveraendert"
                       SET LAUF-ABGEBROCHEN TO TRUE
                       MOVE 8 TO RETURN-CODE
                       ADD 1 TO LFL-WARNUNGEN
                       MOVE "FEHL" TO LFL-ABSCHLUSS-CODE
                       MOVE SPACES TO ALM-TEXT
                       STRING "UNBEKANNTER PARAMETER "
                           FUNCTION TRIM(WS-REGISTER-PARM)
                           " - EXPORT ANAGNEX UNVERAENDERT"
                           DELIMITED BY SIZE INTO ALM-TEXT
                       END-STRING
                       PERFORM NAEHE-ALARM
                   END-IF
               END-IF
           END-PERFORM
           IF VGL-FAST-SCHWELLE > 2
               DISPLAY "WARNUNG: Schwelle " VGL-FAST-SCHWELLE
                   " wird von der Schluesselbildung nicht "

      * Schreibt jedes Paar genau einmal in Bericht und Export;
      * aufeinanderfolgende gleiche Paare stammen aus mehreren
      * gemeinsamen Naeh-Schluesseln. Kuerzlich veroeffentlichte
      * Paare stehen mit Marke V bzw. S im Bericht; gesperrte Paare
      * gehen nicht in den Export.
       PAARE-AUSGEBEN SECTION.
           PERFORM BERICHT-EROEFFNEN
           MOVE LOW-VALUES TO PA-VORIGES-WORT-1
               IF SP-WORT-1 NOT = PA-VORIGES-WORT-1
                       OR SP-WORT-2 NOT = PA-VORIGES-WORT-2
                   ADD 1 TO WS-ANZAHL-PAARE
                   PERFORM PAAR-REGISTER-PRUEFEN
                   MOVE SP-WORT-1 (1:35) TO DZ-WORT-1
                   MOVE SP-WORT-2 (1:35) TO DZ-WORT-2
                   MOVE SP-DIFFERENZ TO DZ-DIFFERENZ
                   MOVE SP-DIFF-BUCHSTABEN TO DZ-DIFF-BUCHSTABEN
                   MOVE DETAIL-ZEILE TO BERICHT-ZEILE
                   WRITE BERICHT-ZEILE
                   IF DZ-REGISTER-KZ = "S"
                       ADD 1 TO REG-ANZAHL-GESPERRT
                   ELSE
                       MOVE SP-WORT-1 TO NEX-WORT-1
                       MOVE SP-WORT-2 TO NEX-WORT-2
                       MOVE SP-DIFFERENZ TO NEX-DIFFERENZ
                       MOVE SP-DIFF-BUCHSTABEN TO NEX-DIFF-BUCHSTABEN
                       IF REG-VEROEFFENTLICHT
                           ADD 1 TO REG-ANZAHL-MARKIERT
                           MOVE 'J' TO NEX-REGISTER-KZ
                       ELSE
                           MOVE 'N' TO NEX-REGISTER-KZ
                       END-IF
                       MOVE REG-TREFFER-DATUM TO NEX-REG-DATUM
                       MOVE REG-TREFFER-AUSGABE TO NEX-REG-AUSGABE
                       PERFORM PAAR-BEWERTEN
                       WRITE EXPORT-SATZ
                   END-IF
                   MOVE SP-WORT-1 TO PA-VORIGES-WORT-1
                   MOVE SP-WORT-2 TO PA-VORIGES-WORT-2
               END-IF
           END-PERFORM
           EXIT.

      * Ein Paar gilt als veroeffentlicht, wenn beide Woerter im
      * Zeitfenster im Register stehen; Datum und Ausgabe sind die
      * der juengeren Veroeffentlichung. Das zweite Wort wird nur
      * nachgeschlagen, wenn das erste ein Treffer war.
       PAAR-REGISTER-PRUEFEN SECTION.
           MOVE SP-WORT-1 TO REG-PRUEF-WORT
           PERFORM REGISTER-WORT-PRUEFEN
           IF REG-VEROEFFENTLICHT
               MOVE REG-TREFFER-DATUM TO PA-WORT-1-DATUM
               MOVE REG-TREFFER-AUSGABE TO PA-WORT-1-AUSGABE
               MOVE SP-WORT-2 TO REG-PRUEF-WORT
               PERFORM REGISTER-WORT-PRUEFEN
               IF REG-VEROEFFENTLICHT
                       AND PA-WORT-1-DATUM > REG-TREFFER-DATUM
                   MOVE PA-WORT-1-DATUM TO REG-TREFFER-DATUM
                   MOVE PA-WORT-1-AUSGABE TO REG-TREFFER-AUSGABE
               END-IF
           END-IF
           IF NOT REG-VEROEFFENTLICHT
               MOVE SPACES TO REG-TREFFER-DATUM
               MOVE SPACES TO REG-TREFFER-AUSGABE
           END-IF
           EVALUATE TRUE
               WHEN NOT REG-VEROEFFENTLICHT
                   MOVE SPACE TO DZ-REGISTER-KZ
               WHEN REG-SPERREN
                   MOVE "S" TO DZ-REGISTER-KZ
               WHEN OTHER
                   MOVE "V" TO DZ-REGISTER-KZ
           END-EVALUATE
           EXIT.

      * Bewertet das Paar im Exportsatz (siehe Programmkopf).
       PAAR-BEWERTEN SECTION.
           PERFORM SCHWIERIGKEIT-ANFANG
           MOVE 2 TO SWK-MITGLIEDER
           MOVE SP-DIFFERENZ TO SWK-DIFFERENZ
           MOVE SP-WORT-1 TO SWK-PRUEF-WORT
           PERFORM SCHWIERIGKEIT-WORT-AUFNEHMEN
           MOVE SP-WORT-2 TO SWK-PRUEF-WORT
           PERFORM SCHWIERIGKEIT-WORT-AUFNEHMEN
           PERFORM SCHWIERIGKEIT-BERECHNEN
           PERFORM SCHWIERIGKEIT-ZAEHLEN
           MOVE SWK-PUNKTE TO NEX-SCHWIERIGKEIT
           MOVE SWK-STUFE TO NEX-STUFE
           EXIT.

      * Oeffnet Bericht, Export, Register und - erst jetzt, nach dem
      * Paarvergleich - das Woerterbuch samt Haeufigkeitstabelle
      * fuer die Schwierigkeitsbewertung.
       BERICHT-EROEFFNEN SECTION.
           OPEN OUTPUT BERICHT-DATEI
           OPEN OUTPUT EXPORT-DATEI
           PERFORM REGISTER-OEFFNEN
           PERFORM WOERTERBUCH-INITIALISIERUNG
           PERFORM SCHWIERIGKEIT-INITIALISIERUNG
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-AKTUELLES-TAGESDATUM
           MOVE WS-AKTUELLES-TAGESDATUM TO KZ1-DATUM
           MOVE VGL-FAST-SCHWELLE TO KZ1-SCHWELLE
           EXIT.

       NAEHE-ABSCHLUSS SECTION.
           IF VGL-FAST-SCHWELLE > 0 AND NOT LAUF-ABGEBROCHEN
               MOVE WS-ANZAHL-WOERTER TO FZ-WOERTER
               MOVE WS-ANZAHL-PAARE TO FZ-PAARE
               MOVE WS-GRUPPE-UEBERLAUF TO FZ-UEBERLAUF
               MOVE FUSS-ZEILE TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
               MOVE REG-ANZAHL-MARKIERT TO FZ-REG-MARKIERT
               MOVE REG-ANZAHL-GESPERRT TO FZ-REG-GESPERRT
               MOVE REG-WOCHEN TO FZ-REG-WOCHEN
               MOVE FUSS-ZEILE-2 TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
               MOVE SWK-ANZAHL-LEICHT TO FZ-SWK-LEICHT
               MOVE SWK-ANZAHL-MITTEL TO FZ-SWK-MITTEL
               MOVE SWK-ANZAHL-SCHWER TO FZ-SWK-SCHWER
               MOVE FUSS-ZEILE-3 TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
               CLOSE BERICHT-DATEI
               CLOSE EXPORT-DATEI
               PERFORM REGISTER-SCHLIESSEN
               PERFORM WOERTERBUCH-SCHLIESSEN
               IF WS-GRUPPE-UEBERLAUF > 0
                   DISPLAY "WARNUNG: " WS-GRUPPE-UEBERLAUF
                       " Woerter wegen voller Schluesselgruppen "
           END-IF
           EXIT.

      * Meldet den abgebrochenen Lauf mit dem vorbereiteten Text
      * als kritischen Alarm an die Betriebsueberwachung
      * (ALARM-LOGIK.CPY).
       NAEHE-ALARM SECTION.
           MOVE "ANAGRAMM-NAEHE" TO ALM-MELDER
           MOVE "ANAGRAMM-NAEHE" TO ALM-PROGRAMM
           MOVE LFL-LAUF-ID TO ALM-LAUF-ID
           SET ALM-KRITISCH TO TRUE
           MOVE "FEHL" TO ALM-CODE
           PERFORM ALARM-MELDEN
           EXIT.

           COPY VERGLEICH-LOGIK.

           COPY REGISTER-LOGIK.

           COPY SCHWIERIGKEIT-LOGIK.

           COPY LAUFLOG-LOGIK.

           COPY ALARM-LOGIK.
