      * Gemeinsame PROCEDURE-DIVISION-Logik der Schwierigkeits-
      * bewertung in den Exportprogrammen. Erwartet die Datenfelder
      * aus SCHWIERIGKEIT-DATEN.CPY und VERGLEICH-DATEN.CPY; die
      * Normalisierung (NORMALISIERE-WORT) und den Woerterbuchzugriff
      * (WOERTERBUCH-NACHSCHLAGEN) bindet der Aufrufer ueber
      * VERGLEICH-LOGIK.CPY ein.
      *
      * Die Punktzahl (0-100) setzt sich aus vier Teilen zusammen:
      *   Wortlaenge    bis 30 - 2 Punkte je Buchstabe, ab 15
      *                 Buchstaben gleichbleibend
      *   Seltenheit    bis 30 - mittlere Seltenheit (0-10) der
      *                 Buchstaben laut ANAGBHT, mal 3
      *   Gruppe/Paar   bis 20 - Gruppe: 2 Woerter 20, 3 Woerter 15,
      *                 4 Woerter 10, 5 Woerter 5, mehr 0 (viele
      *                 Loesungen sind leichter zu finden);
      *                 Paar: 10 je Buchstabe Differenz
      *   Freigabe      bis 20 - Anteil der Woerter, die im
      *                 Woerterbuch nicht freigegeben sind, mal 20
      *                 (ohne geoeffnetes Woerterbuch 0)
      * Laenge und Seltenheit werden aus den ersten beiden Woertern
      * ermittelt (bei einer Gruppe haben alle dieselben Buchstaben,
      * bei einem Paar sind es genau zwei), die Freigabe aus allen.

      * Laedt die Seltenheitswerte aus ANAGBHT (nach dem Oeffnen des
      * Woerterbuchs aufzurufen). Fehlt die Tabelle
      * oder ist sie unvollstaendig, gilt fuer die fehlenden
      * Buchstaben der neutrale Wert 5; Meldung hier, Zaehlung der
      * Warnung beim Aufrufer (SWK-TABELLE-GELADEN nicht gesetzt).
       SCHWIERIGKEIT-INITIALISIERUNG SECTION.
           PERFORM VARYING SWK-INDEX FROM 1 BY 1 UNTIL SWK-INDEX > 26
               MOVE 5 TO SWK-SELTENHEIT (SWK-INDEX)
           END-PERFORM
           MOVE 0 TO SWK-TABELLE-EINTRAEGE
           OPEN INPUT HAEUFIGKEIT-DATEI
           IF WS-HAEUFIGKEIT-DATEI-STATUS = "00"
               MOVE 'N' TO SWK-TABELLE-ENDE-SCH
               PERFORM UNTIL SWK-TABELLE-ENDE
                   READ HAEUFIGKEIT-DATEI
                       AT END
                           SET SWK-TABELLE-ENDE TO TRUE
                       NOT AT END
                           PERFORM SCHWIERIGKEIT-TABELLE-UEBERNEHMEN
                   END-READ
               END-PERFORM
               CLOSE HAEUFIGKEIT-DATEI
           END-IF
           IF SWK-TABELLE-EINTRAEGE = 26
               SET SWK-TABELLE-GELADEN TO TRUE
           ELSE
               DISPLAY "WARNUNG: Buchstaben-Haeufigkeitstabelle "
                   "ANAGBHT fehlt oder ist unvollstaendig ("
                   SWK-TABELLE-EINTRAEGE " von 26 Buchstaben) - "
                   "fehlende Buchstaben mit Seltenheit 5 bewertet"
           END-IF
           IF NOT WOERTERBUCH-AKTIV
               DISPLAY "HINWEIS: Woerterbuch nicht geoeffnet - "
                   "Schwierigkeit ohne Freigabe-Anteil"
           END-IF
           EXIT.

       SCHWIERIGKEIT-TABELLE-UEBERNEHMEN SECTION.
           IF HFT-BUCHSTABE >= "A" AND HFT-BUCHSTABE <= "Z"
                   AND HFT-SELTENHEIT IS NUMERIC
               COMPUTE SWK-INDEX = FUNCTION ORD(HFT-BUCHSTABE) - 65
               IF HFT-SELTENHEIT > 10
                   MOVE 10 TO SWK-SELTENHEIT (SWK-INDEX)
               ELSE
                   MOVE HFT-SELTENHEIT TO SWK-SELTENHEIT (SWK-INDEX)
               END-IF
               ADD 1 TO SWK-TABELLE-EINTRAEGE
           END-IF
           EXIT.

      * Setzt die Eingaben einer neuen Bewertung zurueck.
       SCHWIERIGKEIT-ANFANG SECTION.
           MOVE 0 TO SWK-MITGLIEDER
           MOVE 0 TO SWK-DIFFERENZ
           MOVE 0 TO SWK-LETTERN-WOERTER
           MOVE 0 TO SWK-BUCHSTABEN
           MOVE 0 TO SWK-SELTEN-SUMME
           MOVE 0 TO SWK-WOERTER-GEPRUEFT
           MOVE 0 TO SWK-NICHT-FREIGEGEBEN
           EXIT.

      * Nimmt SWK-PRUEF-WORT in die laufende Bewertung auf:
      * Buchstaben und Seltenheit (nur die ersten beiden Woerter)
      * und Freigabestatus im Woerterbuch.
       SCHWIERIGKEIT-WORT-AUFNEHMEN SECTION.
           MOVE SWK-PRUEF-WORT TO NORM-EINGABE
           PERFORM NORMALISIERE-WORT
           IF SWK-LETTERN-WOERTER < 2
               ADD 1 TO SWK-LETTERN-WOERTER
               PERFORM VARYING SWK-STELLE FROM 1 BY 1
                       UNTIL SWK-STELLE > 80
                   IF NORM-AUSGABE (SWK-STELLE:1) >= "A"
                           AND NORM-AUSGABE (SWK-STELLE:1) <= "Z"
                       COMPUTE SWK-INDEX =
                           FUNCTION ORD(NORM-AUSGABE (SWK-STELLE:1))
                           - 65
                       ADD 1 TO SWK-BUCHSTABEN
                       ADD SWK-SELTENHEIT (SWK-INDEX)
                           TO SWK-SELTEN-SUMME
                   END-IF
               END-PERFORM
           END-IF
           IF WOERTERBUCH-AKTIV
               ADD 1 TO SWK-WOERTER-GEPRUEFT
               MOVE NORM-AUSGABE TO WB-SUCH-WORT
               PERFORM WOERTERBUCH-NACHSCHLAGEN
               IF NOT WB-GEFUNDEN
                   ADD 1 TO SWK-NICHT-FREIGEGEBEN
               END-IF
           END-IF
           EXIT.

      * Berechnet SWK-PUNKTE und SWK-STUFE aus den aufgenommenen
      * Woertern sowie SWK-MITGLIEDER (Gruppe) bzw. SWK-DIFFERENZ
      * (Paar, > 0).
       SCHWIERIGKEIT-BERECHNEN SECTION.
           MOVE 0 TO SWK-PUNKTE-LAENGE
           MOVE 0 TO SWK-PUNKTE-SELTEN
           MOVE 0 TO SWK-PUNKTE-GROESSE
           MOVE 0 TO SWK-PUNKTE-FREIGABE
           IF SWK-LETTERN-WOERTER > 0 AND SWK-BUCHSTABEN > 0
               COMPUTE SWK-DURCHSCHNITT-LAENGE ROUNDED =
                   SWK-BUCHSTABEN / SWK-LETTERN-WOERTER
               IF SWK-DURCHSCHNITT-LAENGE > 15
                   MOVE 15 TO SWK-DURCHSCHNITT-LAENGE
               END-IF
               COMPUTE SWK-PUNKTE-LAENGE = SWK-DURCHSCHNITT-LAENGE * 2
               COMPUTE SWK-PUNKTE-SELTEN ROUNDED =
                   SWK-SELTEN-SUMME * 3 / SWK-BUCHSTABEN
           END-IF
           IF SWK-DIFFERENZ = 0
               EVALUATE SWK-MITGLIEDER
                   WHEN 0 THRU 2
                       MOVE 20 TO SWK-PUNKTE-GROESSE
                   WHEN 3
                       MOVE 15 TO SWK-PUNKTE-GROESSE
                   WHEN 4
                       MOVE 10 TO SWK-PUNKTE-GROESSE
                   WHEN 5
                       MOVE 5 TO SWK-PUNKTE-GROESSE
                   WHEN OTHER
                       MOVE 0 TO SWK-PUNKTE-GROESSE
               END-EVALUATE
           ELSE
               IF SWK-DIFFERENZ > 1
                   MOVE 20 TO SWK-PUNKTE-GROESSE
               ELSE
                   MOVE 10 TO SWK-PUNKTE-GROESSE
               END-IF
           END-IF
           IF SWK-WOERTER-GEPRUEFT > 0
               COMPUTE SWK-PUNKTE-FREIGABE ROUNDED =
                   SWK-NICHT-FREIGEGEBEN * 20 / SWK-WOERTER-GEPRUEFT
           END-IF
           COMPUTE SWK-PUNKTE = SWK-PUNKTE-LAENGE + SWK-PUNKTE-SELTEN
               + SWK-PUNKTE-GROESSE + SWK-PUNKTE-FREIGABE
           EVALUATE TRUE
               WHEN SWK-PUNKTE >= SWK-GRENZE-SCHWER
                   SET SWK-SCHWER TO TRUE
               WHEN SWK-PUNKTE >= SWK-GRENZE-MITTEL
                   SET SWK-MITTEL TO TRUE
               WHEN OTHER
                   SET SWK-LEICHT TO TRUE
           END-EVALUATE
           EXIT.

      * Zaehlt die Stufe der zuletzt berechneten Bewertung.
       SCHWIERIGKEIT-ZAEHLEN SECTION.
           EVALUATE TRUE
               WHEN SWK-SCHWER
                   ADD 1 TO SWK-ANZAHL-SCHWER
               WHEN SWK-MITTEL
                   ADD 1 TO SWK-ANZAHL-MITTEL
               WHEN OTHER
                   ADD 1 TO SWK-ANZAHL-LEICHT
           END-EVALUATE
           EXIT.
