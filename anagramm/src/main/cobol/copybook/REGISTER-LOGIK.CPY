      * Gemeinsame PROCEDURE-DIVISION-Logik der Registerpruefung in
      * den Exportprogrammen: stellt fest, ob ein Wort oder eine
      * Signatur innerhalb der letzten REG-WOCHEN Wochen
      * veroeffentlicht wurde. Erwartet die Datenfelder aus
      * REGISTER-DATEN.CPY und VERGLEICH-DATEN.CPY (Normalisierung
      * ueber NORMALISIERE-WORT aus SIGNATUR-LOGIK.CPY, das der
      * Aufrufer einbindet) sowie eine eigene FD/SELECT fuer
      * REGISTER-DATEI. Geprueft wird in der eingestellten Sprache
      * (WS-SPRACHE und ihre Faltklasse).

      * Wertet ein Kommandozeilen-Token WS-REGISTER-PARM aus:
      * WOCHEN=n (hoechstens dreistellig) setzt das Zeitfenster,
      * SPERREN laesst kuerzlich veroeffentlichte Eintraege aus dem
      * Export weg, statt sie nur zu markieren. Jedes andere Token
      * setzt REGISTER-PARM-UNGUELTIG; Meldung und Folgen bestimmt
      * der Aufrufer.
       REGISTER-PARAMETER-WERTEN SECTION.
           SET REGISTER-PARM-GUELTIG TO TRUE
           EVALUATE TRUE
               WHEN WS-REGISTER-PARM = "SPERREN"
                   SET REG-SPERREN TO TRUE
               WHEN WS-REGISTER-PARM (1:7) = "WOCHEN="
                   MOVE WS-REGISTER-PARM (8:8) TO REG-WOCHEN-WERT
                   IF REG-WOCHEN-WERT NOT = SPACES
                           AND WS-REGISTER-PARM (11:) = SPACES
                           AND FUNCTION TRIM(REG-WOCHEN-WERT) IS NUMERIC
                       MOVE FUNCTION TRIM(REG-WOCHEN-WERT)
                           TO REG-WOCHEN
                   ELSE
                       SET REGISTER-PARM-UNGUELTIG TO TRUE
                   END-IF
               WHEN OTHER
                   SET REGISTER-PARM-UNGUELTIG TO TRUE
           END-EVALUATE
           EXIT.

      * Berechnet das Grenzdatum (heute minus REG-WOCHEN Wochen) und
      * oeffnet das Register zum Lesen. Fehlt das Register, laeuft
      * der Export ohne Pruefung weiter (REGISTER-FEHLT, Meldung
      * hier, Zaehlung der Warnung beim Aufrufer) - ein Export ohne
      * Markierung ist besser als gar keine Wochenliste.
       REGISTER-OEFFNEN SECTION.
           MOVE 'N' TO WS-REGISTER-AKTIV-SCH
           IF REG-WOCHEN = 0
               DISPLAY "HINWEIS: WOCHEN=0 - keine Pruefung gegen das "
                   "Veroeffentlichungsregister"
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO REG-HEUTE
               COMPUTE REG-GRENZ-ZAHL = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(REG-HEUTE)
                   - REG-WOCHEN * 7)
               MOVE REG-GRENZ-ZAHL TO REG-GRENZ-DATUM
               OPEN INPUT REGISTER-DATEI
               IF WS-REGISTER-DATEI-STATUS = "00"
                   SET REGISTER-AKTIV TO TRUE
               ELSE
                   SET REGISTER-FEHLT TO TRUE
                   DISPLAY "WARNUNG: Veroeffentlichungsregister "
                       "ANAGREG konnte nicht geoeffnet werden (Status "
                       WS-REGISTER-DATEI-STATUS
                       ") - Export ohne Registerpruefung"
               END-IF
           END-IF
           EXIT.

       REGISTER-SCHLIESSEN SECTION.
           IF REGISTER-AKTIV
               CLOSE REGISTER-DATEI
               MOVE 'N' TO WS-REGISTER-AKTIV-SCH
           END-IF
           EXIT.

      * Sucht die Saetze des Worts REG-PRUEF-WORT ab dem Grenzdatum
      * (der Primaerschluessel ist je Wort nach Datum sortiert) und
      * liefert die juengste Veroeffentlichung im Zeitfenster.
       REGISTER-WORT-PRUEFEN SECTION.
           MOVE 'N' TO REG-TREFFER-SCH
           MOVE SPACES TO REG-TREFFER-DATUM
           MOVE SPACES TO REG-TREFFER-AUSGABE
           IF REGISTER-AKTIV
               MOVE REG-PRUEF-WORT TO NORM-EINGABE
               PERFORM NORMALISIERE-WORT
               MOVE NORM-AUSGABE TO REG-PRUEF-NORM
               MOVE WS-SPRACHE TO REG-SPRACHE
               MOVE REG-PRUEF-NORM TO REG-WORT
               MOVE REG-GRENZ-DATUM TO REG-DATUM
               MOVE LOW-VALUES TO REG-AUSGABE
               MOVE 'N' TO REG-LESE-ENDE-SCH
               START REGISTER-DATEI
                   KEY IS NOT LESS THAN REG-SCHLUESSEL
                   INVALID KEY
                       SET REG-LESE-ENDE TO TRUE
               END-START
               PERFORM UNTIL REG-LESE-ENDE
                   READ REGISTER-DATEI NEXT RECORD
                       AT END
                           SET REG-LESE-ENDE TO TRUE
                       NOT AT END
                           IF REG-SPRACHE NOT = WS-SPRACHE
                                   OR REG-WORT NOT = REG-PRUEF-NORM
                               SET REG-LESE-ENDE TO TRUE
                           ELSE
                               PERFORM REGISTER-TREFFER-MERKEN
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           EXIT.

      * Sucht alle Saetze mit der Signatur REG-PRUEF-SIGNATUR ueber
      * den Alternate Key - ein anderes Wort aus denselben
      * Buchstaben zaehlt wie das Wort selbst - und liefert die
      * juengste Veroeffentlichung im Zeitfenster.
       REGISTER-SIGNATUR-PRUEFEN SECTION.
           MOVE 'N' TO REG-TREFFER-SCH
           MOVE SPACES TO REG-TREFFER-DATUM
           MOVE SPACES TO REG-TREFFER-AUSGABE
           IF REGISTER-AKTIV
               MOVE WS-SPRACHE TO REG-SIG-SPRACHE
               MOVE REG-PRUEF-SIGNATUR TO REG-SIGNATUR
               MOVE 'N' TO REG-LESE-ENDE-SCH
               START REGISTER-DATEI
                   KEY IS EQUAL TO REG-SIG-SCHLUESSEL
                   INVALID KEY
                       SET REG-LESE-ENDE TO TRUE
               END-START
               PERFORM UNTIL REG-LESE-ENDE
                   READ REGISTER-DATEI NEXT RECORD
                       AT END
                           SET REG-LESE-ENDE TO TRUE
                       NOT AT END
                           IF REG-SIG-SPRACHE NOT = WS-SPRACHE
                                   OR REG-SIGNATUR
                                   NOT = REG-PRUEF-SIGNATUR
                               SET REG-LESE-ENDE TO TRUE
                           ELSE
                               PERFORM REGISTER-TREFFER-MERKEN
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           EXIT.

       REGISTER-TREFFER-MERKEN SECTION.
           IF REG-DATUM NOT < REG-GRENZ-DATUM
                   AND REG-DATUM > REG-TREFFER-DATUM
               SET REG-VEROEFFENTLICHT TO TRUE
               MOVE REG-DATUM TO REG-TREFFER-DATUM
               MOVE REG-AUSGABE TO REG-TREFFER-AUSGABE
           END-IF
           EXIT.
