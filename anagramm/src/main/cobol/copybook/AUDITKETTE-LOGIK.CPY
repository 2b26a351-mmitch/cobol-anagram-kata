      * Gemeinsame PROCEDURE-DIVISION-Logik der Audit-Verkettung.
      * Erwartet die Datenfelder aus AUDITKETTE-DATEN.CPY und vom
      * einbindenden Programm selbst deklarierte Dateien AUDIT-DATEI
      * (SELECT: COPY AUDITDATEI, FD-Satz: COPY AUDITSATZ, Status in
      * WS-AUDIT-DATEI-STATUS) und AUDITKETTE-DATEI (SELECT: COPY
      * AUDITKETTEDATEI, FD-Satz: COPY AUDITKETTESATZ).
      *
      * Der Pruefwert ist eine Rest-Klassen-Pruefsumme ueber den
      * Pruefwert des Vorgaengers und alle Zeichen des Kettenteils
      * (Faktor 257, Modul 9999999967 - die groesste Primzahl mit
      * zehn Stellen). Er macht jede Aenderung, Loeschung oder
      * Einfuegung in der Mitte der Datei sichtbar, weil ab dieser
      * Stelle Folgenummer oder Pruefwert nicht mehr zum Vorgaenger
      * passen.

      * Berechnet AKT-WERT aus AKT-LETZTER-WERT (Vorgaenger) und
      * AKT-KETTENTEIL; der Aufrufer uebernimmt das Ergebnis selbst
      * in den Satz und in AKT-LETZTER-WERT. Ein gefuellter
      * Sprachcode AKT-SPRACHE wird hinter dem Kettenteil mit
      * eingerechnet; bei leerem Sprachcode (Saetze aus der Zeit vor
      * den Sprachcodes) ergibt sich der bisherige Pruefwert.
       AUDIT-PRUEFWERT-BERECHNEN SECTION.
           MOVE AKT-LETZTER-WERT TO AKT-WERT
           PERFORM VARYING AKT-POSITION FROM 1 BY 1
                   UNTIL AKT-POSITION > LENGTH OF AKT-KETTENTEIL
               COMPUTE AKT-ZWISCHENWERT = AKT-WERT * 257
                   + FUNCTION ORD (AKT-KETTENTEIL (AKT-POSITION:1))
               COMPUTE AKT-WERT =
                   FUNCTION MOD (AKT-ZWISCHENWERT, 9999999967)
           END-PERFORM
           IF AKT-SPRACHE NOT = SPACES
               PERFORM VARYING AKT-POSITION FROM 1 BY 1
                       UNTIL AKT-POSITION > LENGTH OF AKT-SPRACHE
                   COMPUTE AKT-ZWISCHENWERT = AKT-WERT * 257
                       + FUNCTION ORD (AKT-SPRACHE (AKT-POSITION:1))
                   COMPUTE AKT-WERT =
                       FUNCTION MOD (AKT-ZWISCHENWERT, 9999999967)
               END-PERFORM
           END-IF
           EXIT.

      * Liest den Kettenstand ANAGAUK nach AKT-STAND-NUMMER/-WERT.
      * Fehlt die Datei oder ist sie leer (erster Lauf mit
      * Verkettung), bleibt AKT-STAND-GELESEN aus.
       AUDIT-KETTENSTAND-LESEN SECTION.
           MOVE 'N' TO AKT-STAND-GELESEN-SCH
           MOVE 0 TO AKT-STAND-NUMMER
           MOVE 0 TO AKT-STAND-WERT
           OPEN INPUT AUDITKETTE-DATEI
           IF AKT-KETTE-DATEI-STATUS = "00"
               READ AUDITKETTE-DATEI
                   NOT AT END
                       IF AUK-FOLGENUMMER OF AUDITKETTE-SATZ
                               IS NUMERIC
                               AND AUK-PRUEFWERT OF AUDITKETTE-SATZ
                               IS NUMERIC
                           MOVE AUK-FOLGENUMMER OF AUDITKETTE-SATZ
                               TO AKT-STAND-NUMMER
                           MOVE AUK-PRUEFWERT OF AUDITKETTE-SATZ
                               TO AKT-STAND-WERT
                           SET AKT-STAND-GELESEN TO TRUE
                       END-IF
               END-READ
               CLOSE AUDITKETTE-DATEI
           END-IF
           EXIT.

      * Schreibt AKT-LETZTE-NUMMER/AKT-LETZTER-WERT als neuen
      * Kettenstand; die Datei haelt immer nur diesen einen Satz.
       AUDIT-KETTENSTAND-SCHREIBEN SECTION.
           OPEN OUTPUT AUDITKETTE-DATEI
           IF AKT-KETTE-DATEI-STATUS = "00"
               MOVE AKT-LETZTE-NUMMER
                   TO AUK-FOLGENUMMER OF AUDITKETTE-SATZ
               MOVE AKT-LETZTER-WERT
                   TO AUK-PRUEFWERT OF AUDITKETTE-SATZ
               MOVE FUNCTION CURRENT-DATE
                   TO AUK-ZEITSTEMPEL OF AUDITKETTE-SATZ
               MOVE AKT-LAUF-ID TO AUK-LAUF-ID OF AUDITKETTE-SATZ
               WRITE AUDITKETTE-SATZ
               CLOSE AUDITKETTE-DATEI
           ELSE
               DISPLAY "WARNUNG: Kettenstand ANAGAUK konnte nicht "
                   "geschrieben werden (Status " AKT-KETTE-DATEI-STATUS
                   ") - Folgenummer " AKT-LETZTE-NUMMER
           END-IF
           EXIT.

      * Liest die Audit-Datei einmal bis zum Ende und merkt sich den
      * letzten verketteten Satz; Saetze aus der Zeit vor der
      * Verkettung (Folgenummer leer) werden uebergangen. Danach
      * entscheidet der Kettenstand ANAGAUK, falls er weiter ist.
       AUDIT-KETTENENDE-ERMITTELN SECTION.
           MOVE 0 TO AKT-LETZTE-NUMMER
           MOVE 0 TO AKT-LETZTER-WERT
           OPEN INPUT AUDIT-DATEI
           IF WS-AUDIT-DATEI-STATUS = "00"
               MOVE 'N' TO AKT-DATEI-ENDE-SCH
               PERFORM UNTIL AKT-DATEI-ENDE
                   READ AUDIT-DATEI
                       AT END
                           SET AKT-DATEI-ENDE TO TRUE
                       NOT AT END
                           IF AUD-FOLGENUMMER OF AUDIT-SATZ IS NUMERIC
                                   AND AUD-PRUEFWERT OF AUDIT-SATZ
                                       IS NUMERIC
                               MOVE AUD-FOLGENUMMER OF AUDIT-SATZ
                                   TO AKT-LETZTE-NUMMER
                               MOVE AUD-PRUEFWERT OF AUDIT-SATZ
                                   TO AKT-LETZTER-WERT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-DATEI
           END-IF
           PERFORM AUDIT-KETTENSTAND-LESEN
           IF AKT-STAND-GELESEN
                   AND AKT-STAND-NUMMER > AKT-LETZTE-NUMMER
               MOVE AKT-STAND-NUMMER TO AKT-LETZTE-NUMMER
               MOVE AKT-STAND-WERT TO AKT-LETZTER-WERT
           END-IF
           EXIT.
