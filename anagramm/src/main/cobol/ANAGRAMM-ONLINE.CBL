      * wuerde diese Maske als BMS-Mapset unter EXEC CICS
      * SEND/RECEIVE MAP laufen; dieses Nicht-CICS-Batch-/Online-
      * Environment verwendet dafuer die COBOL SCREEN SECTION.
      *
      * Die Sitzung beginnt mit der Anmeldung gegen den Benutzerstamm
      * ANAGUSR (Kennung, Kennwort, Rolle Hotline, drei Versuche);
      * abgewiesene Versuche stehen im Sicherheitsprotokoll ANAGSEC,
      * eine Sitzung ohne gueltige Anmeldung endet mit
      * Abschluss-Code ABGE.
      *
      * Das Feld Sprache der Erfassungsmaske (DE, EN, NL; leer = DE)
      * waehlt Faltung, Woerterbuch und Signatur-Index der Abfrage;
      * bei einem Wechsel werden Woerterbuch und Index der neuen
      * Sprache geoeffnet. Ein unbekannter Code wird ohne Pruefung
      * abgewiesen.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY AUDITDATEI.

           COPY AUDITKETTEDATEI.

           COPY WOERTERBUCHDATEI.

           COPY LAUFLOGDATEI.

           COPY BENUTZERDATEI.

           COPY SICHERHEITDATEI.

       DATA DIVISION.
       FILE SECTION.
       FD  INDEX-DATEI.
       01  AUDIT-SATZ.
           COPY AUDITSATZ.

       FD  AUDITKETTE-DATEI.
       01  AUDITKETTE-SATZ.
           COPY AUDITKETTESATZ.

       FD  WOERTERBUCH-DATEI.
       01  WOERTERBUCH-SATZ.
           COPY WOERTERBUCHSATZ.
       01  LAUFLOG-SATZ.
           COPY LAUFSATZ.

       FD  BENUTZER-DATEI.
       01  BENUTZER-SATZ.
           COPY BENUTZERSATZ.

       FD  SICHERHEIT-DATEI.
       01  SICHERHEIT-SATZ.
           COPY SICHERHEITSSATZ.

       WORKING-STORAGE SECTION.
           COPY VERGLEICH-DATEN.

           COPY LAUFLOG-DATEN.

           COPY BERECHTIGUNG-DATEN.

       01 ONLINE-STEUERUNG.
           05 WS-WEITER-SCH             PIC X(01) VALUE 'J'.
               88 WEITER-PRUEFEN        VALUE 'J'.
           05 WS-WOERTERBUCH-TEXT       PIC X(20).
           05 WS-DIFFERENZ-TEXT         PIC X(40).
           05 WS-DIFFERENZ-ZAHL         PIC ZZ9.
           05 WS-ANMELDE-MELDUNG        PIC X(40) VALUE SPACES.
           05 WS-MASKE-SPRACHE          PIC X(02) VALUE "DE".
           05 WS-SPRACHE-VORHER         PIC X(02).

      * Vorschlagsansicht: Index-Anbindung, die (gegen das
      * Ueberschreiben der globalen Arbeitsfelder gesicherte)
           05 VS-ZEILE                  PIC X(60) OCCURS 12 TIMES.

       SCREEN SECTION.
       01 ANMELDE-MASKE.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "ANAGRAMM - Hotline-Abfrage".
           05 LINE 3 COLUMN 1 VALUE "Benutzer.......: ".
           05 LINE 3 COLUMN 20 PIC X(08) USING BER-BENUTZER.
           05 LINE 4 COLUMN 1 VALUE "Kennwort.......: ".
           05 LINE 4 COLUMN 20 PIC X(08) USING BER-KENNWORT SECURE.
           05 LINE 6 COLUMN 1 PIC X(40) FROM WS-ANMELDE-MELDUNG.

       01 ERFASSUNGS-MASKE.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "ANAGRAMM - Hotline-Abfrage".
           05 LINE 3 COLUMN 20 PIC X(80) USING PHRASE-1.
           05 LINE 5 COLUMN 1 VALUE "Wort/Phrase 2..: ".
           05 LINE 5 COLUMN 20 PIC X(80) USING PHRASE-2.
           05 LINE 7 COLUMN 1 VALUE "Sprache........: ".
           05 LINE 7 COLUMN 20 PIC X(02) USING WS-MASKE-SPRACHE.
           05 LINE 7 COLUMN 24 VALUE "DE/EN/NL".

       01 ERGEBNIS-MASKE.
           05 BLANK SCREEN.
           05 LINE 8 COLUMN 20 PIC X(20) FROM WS-WOERTERBUCH-TEXT.
           05 LINE 9 COLUMN 1 VALUE "Differenz......: ".
           05 LINE 9 COLUMN 20 PIC X(40) FROM WS-DIFFERENZ-TEXT.
           05 LINE 10 COLUMN 1 VALUE "Sprache........: ".
           05 LINE 10 COLUMN 20 PIC X(02) FROM WS-SPRACHE.
           05 LINE 11 COLUMN 1
                   VALUE "Weitere Abfrage (J/N, V=Vorschlaege): ".
           05 LINE 11 COLUMN 39 PIC X(01) USING WS-WEITER-SCH.
           MOVE "ANAGRAMM-ONLINE" TO LFL-PROGRAMM
           PERFORM LAUFLOG-START
           MOVE LFL-LAUF-ID TO WS-LAUF-ID
           MOVE "ANAGRAMM-ONLINE" TO BER-PROGRAMM
           PERFORM BENUTZER-OEFFNEN
           PERFORM ANMELDUNG
           PERFORM BENUTZER-SCHLIESSEN
           IF BER-ANGEMELDET = SPACES
               MOVE "ABGE" TO LFL-ABSCHLUSS-CODE
           ELSE
               PERFORM AUDIT-INITIALISIERUNG
               PERFORM WOERTERBUCH-INITIALISIERUNG
               PERFORM INDEX-INITIALISIERUNG
               PERFORM ONLINE-TRANSAKTION UNTIL NOT WEITER-PRUEFEN
               PERFORM AUDIT-SCHLIESSEN
               PERFORM WOERTERBUCH-SCHLIESSEN
               PERFORM INDEX-SCHLIESSEN
           END-IF
           PERFORM LAUFLOG-ENDE
           GOBACK
           .

      * Anmeldung mit bis zu drei Versuchen (Rolle Hotline); jeder
      * abgewiesene Versuch steht im Sicherheitsprotokoll.
       ANMELDUNG SECTION.
           MOVE SPACES TO BER-ANGEMELDET
           MOVE SPACES TO WS-ANMELDE-MELDUNG
           MOVE 0 TO BER-ANMELDE-VERSUCHE
           PERFORM UNTIL BER-ANGEMELDET NOT = SPACES
                   OR BER-ANMELDE-VERSUCHE = 3
               ADD 1 TO BER-ANMELDE-VERSUCHE
               MOVE SPACES TO BER-BENUTZER
               MOVE SPACES TO BER-KENNWORT
               DISPLAY ANMELDE-MASKE
               ACCEPT ANMELDE-MASKE
               SET BER-MIT-KENNWORT TO TRUE
               SET BER-ROLLE-HOTLINE TO TRUE
               MOVE "ANMELDUNG" TO BER-FUNKTION
               MOVE BER-PROGRAMM TO BER-OBJEKT
               PERFORM BERECHTIGUNG-PRUEFEN
               IF BER-ERLAUBT
                   MOVE BER-BENUTZER TO BER-ANGEMELDET
               ELSE
                   MOVE SPACES TO WS-ANMELDE-MELDUNG
                   STRING "Anmeldung abgewiesen: " BER-GRUND
                       DELIMITED BY SIZE INTO WS-ANMELDE-MELDUNG
                   END-STRING
               END-IF
           END-PERFORM
           IF BER-ANGEMELDET = SPACES
               DISPLAY "WARNUNG: Anmeldung dreimal abgewiesen - "
                   "Sitzung beendet"
           END-IF
           EXIT.

      * Oeffnet den Signatur-Index fuer die Dauer der Sitzung (wie
      * das Woerterbuch); ohne Index bleibt die Vorschlagsansicht
      * gesperrt, die Paar-Pruefung laeuft unveraendert weiter.
       INDEX-SCHLIESSEN SECTION.
           IF INDEX-AKTIV
               CLOSE INDEX-DATEI
               MOVE 'N' TO WS-INDEX-AKTIV-SCH
           END-IF
           EXIT.

           ADD 1 TO LFL-SAETZE-AUS
           MOVE SPACES TO PHRASE-1
           MOVE SPACES TO PHRASE-2
           MOVE WS-SPRACHE TO WS-MASKE-SPRACHE
           DISPLAY ERFASSUNGS-MASKE
           ACCEPT ERFASSUNGS-MASKE
           PERFORM ONLINE-SPRACHE-WECHSELN
           IF SPRACHE-GUELTIG
               PERFORM PRUEFE-ANAGRAMM-PHRASE
           END-IF
           EVALUATE TRUE
               WHEN SPRACHE-UNGUELTIG
                   MOVE "SPRACHE UNBEKANNT" TO WS-ERGEBNIS-TEXT
               WHEN IST-ANAGRAMM
                   MOVE "JA - Anagramm" TO WS-ERGEBNIS-TEXT
               WHEN IST-FAST-ANAGRAMM
               WHEN OTHER
                   MOVE "NEIN - kein Anagramm" TO WS-ERGEBNIS-TEXT
           END-EVALUATE
           IF IST-ANAGRAMM OR SPRACHE-UNGUELTIG
               MOVE SPACES TO WS-DIFFERENZ-TEXT
           ELSE
               MOVE VGL-DIFFERENZ TO WS-DIFFERENZ-ZAHL
                       CONTINUE
               END-STRING
           END-IF
           EVALUATE TRUE
               WHEN SPRACHE-UNGUELTIG
                   MOVE SPACES TO WS-WOERTERBUCH-TEXT
               WHEN BEIDE-WOERTER-GUELTIG
                   MOVE "JA" TO WS-WOERTERBUCH-TEXT
               WHEN NICHT-BEIDE-WOERTER-GUELTIG
                   MOVE "NEIN" TO WS-WOERTERBUCH-TEXT
               WHEN OTHER
                   MOVE "UNBEKANNT" TO WS-WOERTERBUCH-TEXT
           END-EVALUATE
           MOVE 'J' TO WS-WEITER-SCH
           DISPLAY ERGEBNIS-MASKE
           ACCEPT ERGEBNIS-MASKE
           END-IF
           EXIT.

      * Stellt die in der Maske gewaehlte Sprache ein
      * (WOERTERBUCH-SPRACHE-WECHSELN oeffnet das Woerterbuch der
      * neuen Sprache) und oeffnet bei einem Wechsel auch den
      * Signatur-Index dieser Sprache fuer die Vorschlagsansicht.
       ONLINE-SPRACHE-WECHSELN SECTION.
           MOVE WS-SPRACHE TO WS-SPRACHE-VORHER
           MOVE WS-MASKE-SPRACHE TO WS-SPRACHE-NEU
           PERFORM WOERTERBUCH-SPRACHE-WECHSELN
           IF WS-SPRACHE NOT = WS-SPRACHE-VORHER
               PERFORM INDEX-SCHLIESSEN
               PERFORM INDEX-INITIALISIERUNG
           END-IF
           EXIT.

      * Vorschlagsansicht zu Wort/Phrase 1: berechnet die Signatur,
      * positioniert den Index per START auf den Alternate Key
      * IDX-SIGNATUR und blaettert die Treffer seitenweise durch.
      * Normalisierungs-Arbeitsfelder erneut benutzt.
       VORSCHLAGS-ANZEIGE SECTION.
           IF NOT INDEX-AKTIV
               DISPLAY "WARNUNG: Index-Datei "
                   FUNCTION TRIM(WS-INDEX-NAME) " steht nicht "
                   "zur Verfuegung (Status " WS-INDEX-DATEI-STATUS
                   ") - keine Vorschlaege moeglich"
           ELSE
           COPY VERGLEICH-LOGIK.

           COPY LAUFLOG-LOGIK.

           COPY BERECHTIGUNG-LOGIK.
