      * Erwartet die Datenfelder aus VERGLEICH-DATEN.CPY sowie ein vom
      * einbindenden Programm selbst deklariertes AUDIT-DATEI (FD-Satz
      * COPY AUDITSATZ) fuer AUDIT-INITIALISIERUNG/AUDIT-PROTOKOLLIEREN/
      * AUDIT-SCHLIESSEN und eine AUDITKETTE-DATEI (SELECT: COPY
      * AUDITKETTEDATEI, FD-Satz: COPY AUDITKETTESATZ) fuer den
      * Kettenstand des Audit-Protokolls.
           COPY SIGNATUR-LOGIK.

           COPY AUDITKETTE-LOGIK.

       PRUEFE-ANAGRAMM SECTION.
           MOVE WORT-1 TO VGL-WORT-1
           MOVE WORT-2 TO VGL-WORT-2

      * Entfernt Leer- und Satzzeichen aus BER-EINGABE, damit
      * mehrwortige Phrasen wie einzelne Woerter verglichen werden
      * koennen. Uebrig bleiben nur Buchstaben (A-Z und die
      * Umlaute/Akzentbuchstaben der eingestellten Sprache).
       BEREINIGE-PHRASE SECTION.
           MOVE SPACES TO BER-AUSGABE
           MOVE 1 TO BER-ZEIGER
                        BER-ZEICHEN (BER-INDEX) <= "z"
                       STRING BER-ZEICHEN (BER-INDEX) DELIMITED BY SIZE
                           INTO BER-AUSGABE WITH POINTER BER-ZEIGER
                   WHEN OTHER
                       MOVE BER-ZEICHEN (BER-INDEX) TO WS-FALT-ZEICHEN
                       PERFORM FALT-BUCHSTABE-PRUEFEN
                       IF IST-FALT-BUCHSTABE
                           STRING BER-ZEICHEN (BER-INDEX)
                               DELIMITED BY SIZE
                               INTO BER-AUSGABE WITH POINTER BER-ZEIGER
                       END-IF
               END-EVALUATE
           END-PERFORM
           EXIT.
      * Tabelle zu laden. Das einbindende Programm PERFORMt am
      * Laufende einmal WOERTERBUCH-SCHLIESSEN.
       WOERTERBUCH-INITIALISIERUNG SECTION.
           SET WOERTERBUCH-BENUTZT TO TRUE
           OPEN INPUT WOERTERBUCH-DATEI
           IF WS-WOERTERBUCH-DATEI-STATUS = "00"
               SET WOERTERBUCH-AKTIV TO TRUE
           END-IF
           EXIT.

      * Stellt die Sprache WS-SPRACHE-NEU ein (SPRACHE-SETZEN) und
      * tauscht dabei das Woerterbuch aus: ist der Lauf schon mit dem
      * Woerterbuch der bisherigen Sprache unterwegs, wird es
      * geschlossen und das der neuen Sprache geoeffnet. Vor
      * WOERTERBUCH-INITIALISIERUNG stellt der Aufruf nur die
      * Sprache ein; geoeffnet wird dann dort. Bei unveraenderter
      * oder unbekannter Sprache bleibt alles, wie es ist
      * (SPRACHE-UNGUELTIG meldet den unbekannten Code).
       WOERTERBUCH-SPRACHE-WECHSELN SECTION.
           MOVE FUNCTION UPPER-CASE(WS-SPRACHE-NEU) TO WS-SPRACHE-NEU
           IF WS-SPRACHE-NEU = SPACES
               MOVE "DE" TO WS-SPRACHE-NEU
           END-IF
           IF WS-SPRACHE-NEU = WS-SPRACHE
               SET SPRACHE-GUELTIG TO TRUE
           ELSE
               PERFORM SPRACHE-SETZEN
               IF SPRACHE-GUELTIG AND WOERTERBUCH-BENUTZT
                   PERFORM WOERTERBUCH-SCHLIESSEN
                   PERFORM WOERTERBUCH-INITIALISIERUNG
               END-IF
           END-IF
           EXIT.

      * Schlaegt jedes Einzelwort beider gepruefter Phrasen (normalisiert
      * wie beim Anagramm-Vergleich) im geladenen Woerterbuch nach und
      * setzt WOERTER-GUELTIG-STATUS, damit Reports "echtes Wortpaar"
                           DELIMITED BY SIZE
                           INTO WS-WORT-PRUEF-AKTUELL
                           WITH POINTER WS-WORT-PRUEF-ZEIGER
                   WHEN OTHER
                       MOVE WS-WORT-PRUEF-ZEICHEN-AKT
                           TO WS-FALT-ZEICHEN
                       PERFORM FALT-BUCHSTABE-PRUEFEN
                       IF IST-FALT-BUCHSTABE
                           STRING WS-WORT-PRUEF-ZEICHEN-AKT
                               DELIMITED BY SIZE
                               INTO WS-WORT-PRUEF-AKTUELL
                               WITH POINTER WS-WORT-PRUEF-ZEIGER
                       ELSE
                           PERFORM WOERTERBUCH-WORT-PRUEFEN
                       END-IF
               END-EVALUATE
           END-PERFORM
           PERFORM WOERTERBUCH-WORT-PRUEFEN
       WOERTERBUCH-SCHLIESSEN SECTION.
           IF WOERTERBUCH-AKTIV
               CLOSE WOERTERBUCH-DATEI
               MOVE 'N' TO WS-WOERTERBUCH-AKTIV-SCH
           END-IF
           EXIT.

      * eine Lauf-ID vergeben (LAUFLOG-START im zentralen
      * Lauf-Protokoll), wird diese beibehalten, damit Audit- und
      * Lauf-Protokoll unter derselben ID stehen.
      * Vor dem Anhaengen wird der Stand der Verkettung ermittelt:
      * Folgenummer und Pruefwert des letzten verketteten Satzes der
      * Audit-Datei, oder - wenn der Kettenstand ANAGAUK weiter ist,
      * etwa weil der Archiv-Schnitt die Datei geleert hat - der
      * Kettenstand. Ein am Dateiende abgeschnittenes Protokoll
      * setzt die Kette so nicht stillschweigend neu auf, sondern
      * hinterlaesst eine Luecke, die die Pruefung meldet.
       AUDIT-INITIALISIERUNG SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-AKTUELLES-DATUM
           IF WS-LAUF-ID = SPACES
               MOVE WS-AKTUELLES-DATUM (1:14) TO WS-LAUF-ID
           END-IF
           MOVE WS-LAUF-ID TO AKT-LAUF-ID
           PERFORM AUDIT-KETTENENDE-ERMITTELN
           OPEN EXTEND AUDIT-DATEI
           IF WS-AUDIT-DATEI-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-DATEI
               MOVE VGL-DIFFERENZ TO AUD-DIFFERENZ OF AUDIT-SATZ
               MOVE VGL-DIFF-BUCHSTABEN TO
                   AUD-DIFF-BUCHSTABEN OF AUDIT-SATZ
               MOVE WS-SPRACHE TO AUD-SPRACHE OF AUDIT-SATZ
               ADD 1 TO AKT-LETZTE-NUMMER
               MOVE AKT-LETZTE-NUMMER TO AUD-FOLGENUMMER OF AUDIT-SATZ
               MOVE AUD-KETTENTEIL OF AUDIT-SATZ TO AKT-KETTENTEIL
               MOVE AUD-SPRACHE OF AUDIT-SATZ TO AKT-SPRACHE
               PERFORM AUDIT-PRUEFWERT-BERECHNEN
               MOVE AKT-WERT TO AUD-PRUEFWERT OF AUDIT-SATZ
               MOVE AKT-WERT TO AKT-LETZTER-WERT
               WRITE AUDIT-SATZ
           END-IF
           EXIT.
       AUDIT-SCHLIESSEN SECTION.
           IF AUDIT-AKTIV
               CLOSE AUDIT-DATEI
               PERFORM AUDIT-KETTENSTAND-SCHREIBEN
               MOVE 'N' TO WS-AUDIT-AKTIV-SCH
           END-IF
           EXIT.
