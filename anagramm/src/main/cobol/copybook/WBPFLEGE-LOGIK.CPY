      * VERGLEICH-DATEN.CPY; bindet die Normalisierung selbst per
      * COPY SIGNATUR-LOGIK ein (nicht zusammen mit COPY
      * VERGLEICH-LOGIK verwendbar, beide enthalten SIGNATUR-LOGIK).
      * Jede Transaktion wird gegen den Benutzerstamm geprueft
      * (Rolle je Aktion, Vier-Augen-Prinzip bei der Freigabe); dafuer
      * braucht das einbindende Programm zusaetzlich BENUTZER-DATEI
      * (COPY BENUTZERDATEI/COPY BENUTZERSATZ), SICHERHEIT-DATEI
      * (COPY SICHERHEITDATEI/COPY SICHERHEITSSATZ) und die Felder
      * aus BERECHTIGUNG-DATEN.CPY; die Pruef-Logik selbst kommt per
      * COPY BERECHTIGUNG-LOGIK von hier.
           COPY SIGNATUR-LOGIK.

           COPY BERECHTIGUNG-LOGIK.

      * Oeffnet die Woerterbuch-Referenzdatei zum Aendern; beim
      * allerersten Lauf (Datei existiert noch nicht) wird sie leer
      * angelegt und erneut zum Aendern geoeffnet - dasselbe Muster
               IF WS-WBJOURNAL-DATEI-STATUS = "00"
                   SET WBJOURNAL-AKTIV TO TRUE
               ELSE
                   DISPLAY "WARNUNG: Aenderungsjournal "
                       FUNCTION TRIM(WS-WBJOURNAL-NAME)
                       " konnte nicht geoeffnet werden (Status "
                       WS-WBJOURNAL-DATEI-STATUS ") - Pflege ohne "
                       "Journal wird nicht zugelassen"
                   CLOSE WOERTERBUCH-DATEI
                   MOVE 'N' TO WS-WOERTERBUCH-AKTIV-SCH
               END-IF
           END-IF
      * Ohne Benutzerstamm laesst sich keine Transaktion einem
      * berechtigten Bearbeiter zuordnen - die Pflege bleibt dann
      * wie ohne Journal gesperrt.
           IF WOERTERBUCH-AKTIV
               PERFORM BENUTZER-OEFFNEN
               IF NOT BENUTZER-AKTIV
                   DISPLAY "WARNUNG: Pflege ohne Benutzerstamm wird "
                       "nicht zugelassen"
                   CLOSE WOERTERBUCH-DATEI
                   MOVE 'N' TO WS-WOERTERBUCH-AKTIV-SCH
                   IF WBJOURNAL-AKTIV
                       CLOSE WBJOURNAL-DATEI
                       MOVE 'N' TO WS-WBJOURNAL-AKTIV-SCH
                   END-IF
               END-IF
           END-IF
           EXIT.

      * Wendet eine Pflege-Transaktion an. Das gelieferte Wort wird
      * gefuehrt. Neuaufnahmen starten immer als "vorgeschlagen";
      * erst eine eigene Freigabe-Transaktion macht das Wort fuer
      * PRUEFE-WOERTERBUCH gueltig - so bleibt nachvollziehbar, wer
      * ein Wort vorgeschlagen und wer es freigegeben hat. Vor der
      * Aenderung prueft PFLEGE-BERECHTIGUNG-PRUEFEN den Bearbeiter
      * gegen den Benutzerstamm.
       WOERTERBUCH-PFLEGE-ANWENDEN SECTION.
           MOVE SPACES TO WBP-ERGEBNIS
           MOVE SPACES TO WBP-WORT-NORM
               PERFORM NORMALISIERE-WORT
               MOVE NORM-AUSGABE TO WBP-WORT-NORM
               PERFORM WBJOURNAL-VORBILD-LESEN
               PERFORM PFLEGE-BERECHTIGUNG-PRUEFEN
               EVALUATE TRUE
                   WHEN WBP-ERGEBNIS NOT = SPACES
                       CONTINUE
                   WHEN NOT WBJOURNAL-AKTIV
                       MOVE "ABGELEHNT: JOURNAL FEHLT"
                           TO WBP-ERGEBNIS
                   WHEN WBP-AUFNEHMEN
                       PERFORM WOERTERBUCH-WORT-AUFNEHMEN
                   WHEN WBP-FREIGEBEN
           END-IF
           EXIT.

      * Verlangte Rolle je Aktion: Aufnehmen braucht die Rolle
      * Vorschlagender, Freigeben/Zurueckziehen/Loeschen die Rolle
      * Freigebender; eine unbekannte Aktion weist die Auswertung in
      * WOERTERBUCH-PFLEGE-ANWENDEN ab. Eine Ablehnung steht danach
      * in WBP-ERGEBNIS (und im Sicherheitsprotokoll).
       PFLEGE-BERECHTIGUNG-PRUEFEN SECTION.
           MOVE WBP-BEARBEITER TO BER-BENUTZER
           MOVE WBP-WORT-NORM TO BER-OBJEKT
           EVALUATE TRUE
               WHEN WBP-AUFNEHMEN
                   SET BER-ROLLE-VORSCHLAG TO TRUE
               WHEN WBP-FREIGEBEN OR WBP-ZURUECKZIEHEN
                       OR WBP-LOESCHEN
                   SET BER-ROLLE-FREIGABE TO TRUE
               WHEN OTHER
                   MOVE SPACES TO BER-ROLLE
           END-EVALUATE
           IF BER-ROLLE NOT = SPACES
               MOVE SPACES TO BER-FUNKTION
               STRING "PFLEGE-" WBP-AKTION DELIMITED BY SIZE
                   INTO BER-FUNKTION
               END-STRING
               PERFORM BERECHTIGUNG-PRUEFEN
               IF NOT BER-ERLAUBT
                   STRING "ABGELEHNT: " BER-GRUND DELIMITED BY SIZE
                       INTO WBP-ERGEBNIS
                   END-STRING
               ELSE
                   IF WBP-FREIGEBEN
                       PERFORM VIERAUGEN-PRUEFEN
                   END-IF
               END-IF
           END-IF
           EXIT.

      * Vier-Augen-Prinzip: wer ein Wort vorgeschlagen hat, darf es
      * nicht selbst freigeben. Der Vorschlagende ist der Bearbeiter
      * des juengsten Aufnahme-Satzes (A) zu diesem Wort im
      * Aenderungsjournal; dafuer wird das zum Anhaengen geoeffnete
      * Journal kurz zum Lesen umgeoeffnet (auch Aufnahmen desselben
      * Laufs sind damit sichtbar). Liegt die Aufnahme vor Beginn des
      * Journals, gilt ersatzweise der letzte Bearbeiter eines noch
      * vorgeschlagenen Eintrags.
       VIERAUGEN-PRUEFEN SECTION.
           MOVE SPACES TO WBP-VORSCHLAGENDER
           IF WBJOURNAL-AKTIV
               PERFORM VORSCHLAGENDEN-ERMITTELN
           END-IF
           IF WBP-VORSCHLAGENDER = SPACES
                   AND WBP-VORHER-STATUS = 'V'
               MOVE WBP-VORHER-BEARBEITER TO WBP-VORSCHLAGENDER
           END-IF
           IF WBP-ERGEBNIS = SPACES
                   AND WBP-VORSCHLAGENDER = WBP-BEARBEITER
               MOVE "VIERAUGEN" TO BER-FUNKTION
               MOVE "EIGENER VORSCHLAG" TO BER-GRUND
               PERFORM SICHERHEITSVERSTOSS-SCHREIBEN
               MOVE "ABGELEHNT: VIER-AUGEN-PRINZIP" TO WBP-ERGEBNIS
           END-IF
           EXIT.

      * Liest das Journal von vorn und merkt sich den Bearbeiter
      * der juengsten Aufnahme des Worts; danach wird es wieder zum
      * Anhaengen geoeffnet (ohne Neuanlage - das Journal besteht ja
      * bereits). Gelingt das nicht, wird die Pflege wie in
      * WOERTERBUCH-PFLEGE-OEFFNEN gesperrt.
       VORSCHLAGENDEN-ERMITTELN SECTION.
           CLOSE WBJOURNAL-DATEI
           OPEN INPUT WBJOURNAL-DATEI
           IF WS-WBJOURNAL-DATEI-STATUS = "00"
               MOVE 'N' TO WBP-HISTORIE-ENDE-SCH
               PERFORM UNTIL WBP-HISTORIE-ENDE
                   READ WBJOURNAL-DATEI
                       AT END
                           SET WBP-HISTORIE-ENDE TO TRUE
                       NOT AT END
                           IF WBJ-AUFNEHMEN
                                   AND WBJ-WORT = WBP-WORT-NORM
                               MOVE WBJ-BEARBEITER
                                   TO WBP-VORSCHLAGENDER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WBJOURNAL-DATEI
           END-IF
           OPEN EXTEND WBJOURNAL-DATEI
           IF WS-WBJOURNAL-DATEI-STATUS NOT = "00"
               DISPLAY "WARNUNG: Aenderungsjournal "
                   FUNCTION TRIM(WS-WBJOURNAL-NAME)
                   " konnte nicht wieder geoeffnet werden (Status "
                   WS-WBJOURNAL-DATEI-STATUS ") - Pflege ohne "
                   "Journal wird nicht zugelassen"
               MOVE 'N' TO WS-WBJOURNAL-AKTIV-SCH
               MOVE "ABGELEHNT: JOURNAL FEHLT" TO WBP-ERGEBNIS
           END-IF
           EXIT.

      * Sichert vor der Aenderung das Vorher-Bild des betroffenen
      * Eintrags fuer den Journalsatz; ein nicht vorhandener Eintrag
      * (Neuaufnahme) wird als "Vorhanden = N" mit leeren
       WOERTERBUCH-PFLEGE-SCHLIESSEN SECTION.
           IF WOERTERBUCH-AKTIV
               CLOSE WOERTERBUCH-DATEI
               MOVE 'N' TO WS-WOERTERBUCH-AKTIV-SCH
           END-IF
           IF WBJOURNAL-AKTIV
               CLOSE WBJOURNAL-DATEI
               MOVE 'N' TO WS-WBJOURNAL-AKTIV-SCH
           END-IF
           PERFORM BENUTZER-SCHLIESSEN
           EXIT.
