      * als BMS-Mapset unter EXEC CICS SEND/RECEIVE MAP laufen; dieses
      * Nicht-CICS-Batch-/Online-Environment verwendet dafuer die
      * COBOL SCREEN SECTION, wie schon ANAGRAMM-ONLINE.
      *
      * Vor der ersten Transaktion meldet sich der Bearbeiter mit
      * Kennung und Kennwort aus dem Benutzerstamm ANAGUSR an (Rolle
      * Vorschlagender oder Freigebender, drei Versuche); die
      * angemeldete Kennung ist danach fest der Bearbeiter jeder
      * Transaktion und nicht mehr frei eintippbar.
      *
      * Das Feld Sprache waehlt das Woerterbuch, auf das die
      * Transaktion wirkt (DE, EN, NL; leer = DE). Wechselt es, wird
      * das Woerterbuch samt Journal der bisherigen Sprache
      * geschlossen und das der neuen geoeffnet (beim ersten Mal
      * leer angelegt); die Anmeldung bleibt bestehen.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY WBJOURNALDATEI.

           COPY BENUTZERDATEI.

           COPY SICHERHEITDATEI.

       DATA DIVISION.
       FILE SECTION.
       FD  WOERTERBUCH-DATEI.
       01  WBJOURNAL-SATZ.
           COPY WBJOURNALSATZ.

       FD  BENUTZER-DATEI.
       01  BENUTZER-SATZ.
           COPY BENUTZERSATZ.

       FD  SICHERHEIT-DATEI.
       01  SICHERHEIT-SATZ.
           COPY SICHERHEITSSATZ.

       WORKING-STORAGE SECTION.
           COPY VERGLEICH-DATEN.

           COPY WBPFLEGE-DATEN.

           COPY BERECHTIGUNG-DATEN.

       01 ONLINE-STEUERUNG.
           05 WS-WEITER-SCH             PIC X(01) VALUE 'J'.
               88 WEITER-PFLEGEN        VALUE 'J'.
           05 WS-STATUS-TEXT            PIC X(20).
           05 WS-ANMELDE-MELDUNG        PIC X(40) VALUE SPACES.
           05 WS-MASKE-SPRACHE          PIC X(02) VALUE "DE".

       SCREEN SECTION.
       01 ANMELDE-MASKE.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "ANAGRAMM - Woerterbuch-Pflege".
           05 LINE 3 COLUMN 1 VALUE "Benutzer.......: ".
           05 LINE 3 COLUMN 20 PIC X(08) USING BER-BENUTZER.
           05 LINE 4 COLUMN 1 VALUE "Kennwort.......: ".
           05 LINE 4 COLUMN 20 PIC X(08) USING BER-KENNWORT SECURE.
           05 LINE 6 COLUMN 1 PIC X(40) FROM WS-ANMELDE-MELDUNG.

       01 ERFASSUNGS-MASKE.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "ANAGRAMM - Woerterbuch-Pflege".
           05 LINE 6 COLUMN 1 VALUE "Wort...........: ".
           05 LINE 6 COLUMN 20 PIC X(80) USING WBP-WORT.
           05 LINE 8 COLUMN 1 VALUE "Bearbeiter.....: ".
           05 LINE 8 COLUMN 20 PIC X(08) FROM WBP-BEARBEITER.
           05 LINE 10 COLUMN 1 VALUE "Sprache........: ".
           05 LINE 10 COLUMN 20 PIC X(02) USING WS-MASKE-SPRACHE.
           05 LINE 10 COLUMN 24 VALUE "DE/EN/NL".

       01 ERGEBNIS-MASKE.
           05 BLANK SCREEN.
           05 LINE 7 COLUMN 20 PIC X(30) FROM WBP-ERGEBNIS.
           05 LINE 8 COLUMN 1 VALUE "Status jetzt...: ".
           05 LINE 8 COLUMN 20 PIC X(20) FROM WS-STATUS-TEXT.
           05 LINE 9 COLUMN 1 VALUE "Sprache........: ".
           05 LINE 9 COLUMN 20 PIC X(02) FROM WS-SPRACHE.
           05 LINE 11 COLUMN 1 VALUE "Weitere Pflege (J/N): ".
           05 LINE 11 COLUMN 23 PIC X(01) USING WS-WEITER-SCH.

       PROCEDURE DIVISION.
           MOVE "ANAGRAMM-WB-ONLINE" TO BER-PROGRAMM
           PERFORM WOERTERBUCH-PFLEGE-OEFFNEN
           IF NOT WOERTERBUCH-AKTIV
               DISPLAY "WARNUNG: Woerterbuch-Datei "
                   FUNCTION TRIM(WS-WOERTERBUCH-NAME)
                   " konnte nicht geoeffnet werden (Status "
                   WS-WOERTERBUCH-DATEI-STATUS ")"
           ELSE
               PERFORM ANMELDUNG
               IF BER-ANGEMELDET NOT = SPACES
                   PERFORM PFLEGE-TRANSAKTION UNTIL NOT WEITER-PFLEGEN
               END-IF
               PERFORM WOERTERBUCH-PFLEGE-SCHLIESSEN
           END-IF
           GOBACK
           .

      * Anmeldung mit bis zu drei Versuchen; jeder abgewiesene
      * Versuch steht im Sicherheitsprotokoll. Nach dem dritten
      * Fehlversuch endet die Sitzung ohne Pflege.
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
               SET BER-ROLLE-PFLEGE TO TRUE
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

       PFLEGE-TRANSAKTION SECTION.
           MOVE SPACES TO WBP-AKTION
           MOVE SPACES TO WBP-WORT
           MOVE BER-ANGEMELDET TO WBP-BEARBEITER
           MOVE WS-SPRACHE TO WS-MASKE-SPRACHE
           DISPLAY ERFASSUNGS-MASKE
           ACCEPT ERFASSUNGS-MASKE
           PERFORM PFLEGE-SPRACHE-WECHSELN
           EVALUATE TRUE
               WHEN SPRACHE-UNGUELTIG
                   MOVE "ABGELEHNT: SPRACHE UNBEKANNT" TO WBP-ERGEBNIS
                   MOVE SPACES TO WS-STATUS-TEXT
               WHEN NOT WOERTERBUCH-AKTIV
                   MOVE "ABGELEHNT: WOERTERBUCH FEHLT" TO WBP-ERGEBNIS
                   MOVE SPACES TO WS-STATUS-TEXT
               WHEN OTHER
                   PERFORM WOERTERBUCH-PFLEGE-ANWENDEN
                   PERFORM PFLEGE-STATUS-ANZEIGEN
           END-EVALUATE
           MOVE 'J' TO WS-WEITER-SCH
           DISPLAY ERGEBNIS-MASKE
           ACCEPT ERGEBNIS-MASKE
           IF NOT WOERTERBUCH-AKTIV
               MOVE 'N' TO WS-WEITER-SCH
           END-IF
           EXIT.

      * Stellt die in der Maske gewaehlte Sprache ein. Bei einem
      * Wechsel werden Woerterbuch und Journal der bisherigen Sprache
      * geschlossen und die der neuen geoeffnet; laesst sich das neue
      * Woerterbuch nicht oeffnen, endet die Sitzung nach der
      * Ergebnisanzeige. Ein unbekannter Code laesst die bisherige
      * Sprache eingestellt.
       PFLEGE-SPRACHE-WECHSELN SECTION.
           MOVE WS-MASKE-SPRACHE TO WS-SPRACHE-NEU
           MOVE FUNCTION UPPER-CASE(WS-SPRACHE-NEU) TO WS-SPRACHE-NEU
           IF WS-SPRACHE-NEU = SPACES
               MOVE "DE" TO WS-SPRACHE-NEU
           END-IF
           IF WS-SPRACHE-NEU = WS-SPRACHE
               SET SPRACHE-GUELTIG TO TRUE
           ELSE
               PERFORM SPRACHE-SETZEN
               IF SPRACHE-GUELTIG
                   PERFORM WOERTERBUCH-PFLEGE-SCHLIESSEN
                   PERFORM WOERTERBUCH-PFLEGE-OEFFNEN
               END-IF
           END-IF
           EXIT.

      * Liest den Eintrag nach der Aenderung noch einmal und zeigt
