       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANAGRAMM-BENUTZER-ONLINE.

      * Online-Pflege des Benutzerstamms ANAGUSR (COPY BENUTZERSATZ):
      * legt Benutzer mit Kennwort, Rollen und Gueltigkeitszeitraum
      * an, aendert, loescht und zeigt sie an. Der Stamm ist die
      * Grundlage der Anmeldung an ANAGRAMM-ONLINE und
      * ANAGRAMM-WB-ONLINE, der Rollenpruefung der Woerterbuch-Pflege
      * und der Bediener-Freigabe im ANAGRAMM-WAECHTER.
      *
      * Die Pflege verlangt eine Anmeldung mit der Rolle
      * Benutzerverwaltung. Den eigenen Eintrag kann niemand
      * anlegen, aendern oder loeschen - sonst koennte sich ein
      * Verwalter selbst jede Rolle geben; der Versuch steht im
      * Sicherheitsprotokoll ANAGSEC. Einzige Ausnahme ist der
      * allererste Eintrag: solange der Stamm leer ist, laeuft die
      * Maske ohne Anmeldung, und der erste Benutzer muss die Rolle
      * Benutzerverwaltung erhalten; die Sitzung gilt danach als
      * von ihm angemeldet.
      *
      * Aktionen: A=Anlegen, U=Aendern, L=Loeschen, S=Anzeigen. Die
      * Felder der Maske bleiben von Transaktion zu Transaktion
      * stehen, so dass ein mit S angezeigter Eintrag direkt mit U
      * geaendert werden kann; ein leeres Kennwort laesst beim
      * Aendern das gespeicherte Kennwort bestehen. Gueltig-ab ohne
      * Eingabe ist der heutige Tag, Gueltig-bis leer heisst
      * unbefristet. Wie bei den uebrigen Masken wuerde an einem
      * CICS-Standort ein BMS-Mapset verwendet; hier die COBOL SCREEN
      * SECTION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY BENUTZERDATEI.

           COPY SICHERHEITDATEI.

       DATA DIVISION.
       FILE SECTION.
       FD  BENUTZER-DATEI.
       01  BENUTZER-SATZ.
           COPY BENUTZERSATZ.

       FD  SICHERHEIT-DATEI.
       01  SICHERHEIT-SATZ.
           COPY SICHERHEITSSATZ.

       WORKING-STORAGE SECTION.
           COPY BERECHTIGUNG-DATEN.

       01 BENUTZER-PFLEGE-STEUERUNG.
           05 WS-WEITER-SCH             PIC X(01) VALUE 'J'.
               88 WEITER-PFLEGEN        VALUE 'J'.
           05 WS-AKTION                 PIC X(01).
               88 BP-ANLEGEN            VALUE 'A'.
               88 BP-AENDERN            VALUE 'U'.
               88 BP-LOESCHEN           VALUE 'L'.
               88 BP-ANZEIGEN           VALUE 'S'.
           05 WS-ERGEBNIS               PIC X(40).
           05 WS-ANMELDE-MELDUNG        PIC X(40) VALUE SPACES.
           05 WS-STAMM-LEER-SCH         PIC X(01) VALUE 'N'.
               88 STAMM-LEER            VALUE 'J'.
           05 WS-HEUTE                  PIC X(08).
           05 WS-ALTES-KENNWORT         PIC X(08).

      * Eingabefelder der Maske, getrennt vom Dateisatz, weil
      * BERECHTIGUNG-PRUEFEN den Satzbereich beim Lesen ueberschreibt.
       01 BENUTZER-MASKEN-FELDER.
           05 BM-KENNUNG                PIC X(08) VALUE SPACES.
           05 BM-NAME                   PIC X(30) VALUE SPACES.
           05 BM-KENNWORT               PIC X(08) VALUE SPACES.
           05 BM-HOTLINE                PIC X(01) VALUE 'N'.
           05 BM-VORSCHLAG              PIC X(01) VALUE 'N'.
           05 BM-FREIGABE               PIC X(01) VALUE 'N'.
           05 BM-BETRIEB                PIC X(01) VALUE 'N'.
           05 BM-VERWALTUNG             PIC X(01) VALUE 'N'.
           05 BM-GUELTIG-AB             PIC X(08) VALUE SPACES.
           05 BM-GUELTIG-BIS            PIC X(08) VALUE SPACES.
           05 BM-GEAENDERT-AM           PIC X(26) VALUE SPACES.
           05 BM-GEAENDERT-VON          PIC X(08) VALUE SPACES.

       SCREEN SECTION.
       01 ANMELDE-MASKE.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "ANAGRAMM - Benutzerstamm".
           05 LINE 3 COLUMN 1 VALUE "Benutzer.......: ".
           05 LINE 3 COLUMN 20 PIC X(08) USING BER-BENUTZER.
           05 LINE 4 COLUMN 1 VALUE "Kennwort.......: ".
           05 LINE 4 COLUMN 20 PIC X(08) USING BER-KENNWORT SECURE.
           05 LINE 6 COLUMN 1 PIC X(40) FROM WS-ANMELDE-MELDUNG.

       01 ERFASSUNGS-MASKE.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "ANAGRAMM - Benutzerstamm".
           05 LINE 1 COLUMN 40 VALUE "Angemeldet: ".
           05 LINE 1 COLUMN 52 PIC X(08) FROM BER-ANGEMELDET.
           05 LINE 3 COLUMN 1 VALUE "Aktion (A/U/L/S): ".
           05 LINE 3 COLUMN 20 PIC X(01) USING WS-AKTION.
           05 LINE 4 COLUMN 1
                   VALUE "A=Anlegen U=Aendern L=Loeschen S=Anzeigen".
           05 LINE 6 COLUMN 1 VALUE "Kennung........: ".
           05 LINE 6 COLUMN 20 PIC X(08) USING BM-KENNUNG.
           05 LINE 7 COLUMN 1 VALUE "Name...........: ".
           05 LINE 7 COLUMN 20 PIC X(30) USING BM-NAME.
           05 LINE 8 COLUMN 1 VALUE "Kennwort.......: ".
           05 LINE 8 COLUMN 20 PIC X(08) USING BM-KENNWORT SECURE.
           05 LINE 10 COLUMN 1 VALUE "Rollen (J/N)...: ".
           05 LINE 10 COLUMN 20 VALUE "Hotline ".
           05 LINE 10 COLUMN 40 PIC X(01) USING BM-HOTLINE.
           05 LINE 11 COLUMN 20 VALUE "Vorschlagender ".
           05 LINE 11 COLUMN 40 PIC X(01) USING BM-VORSCHLAG.
           05 LINE 12 COLUMN 20 VALUE "Freigebender ".
           05 LINE 12 COLUMN 40 PIC X(01) USING BM-FREIGABE.
           05 LINE 13 COLUMN 20 VALUE "Betriebsfreigabe ".
           05 LINE 13 COLUMN 40 PIC X(01) USING BM-BETRIEB.
           05 LINE 14 COLUMN 20 VALUE "Benutzerverwaltung ".
           05 LINE 14 COLUMN 40 PIC X(01) USING BM-VERWALTUNG.
           05 LINE 16 COLUMN 1 VALUE "Gueltig ab.....: ".
           05 LINE 16 COLUMN 20 PIC X(08) USING BM-GUELTIG-AB.
           05 LINE 17 COLUMN 1 VALUE "Gueltig bis....: ".
           05 LINE 17 COLUMN 20 PIC X(08) USING BM-GUELTIG-BIS.
           05 LINE 19 COLUMN 1 PIC X(40) FROM WS-ANMELDE-MELDUNG.

       01 ERGEBNIS-MASKE.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "ANAGRAMM - Benutzerstamm".
           05 LINE 3 COLUMN 1 VALUE "Aktion.........: ".
           05 LINE 3 COLUMN 20 PIC X(01) FROM WS-AKTION.
           05 LINE 5 COLUMN 1 VALUE "Kennung........: ".
           05 LINE 5 COLUMN 20 PIC X(08) FROM BM-KENNUNG.
           05 LINE 6 COLUMN 1 VALUE "Name...........: ".
           05 LINE 6 COLUMN 20 PIC X(30) FROM BM-NAME.
           05 LINE 7 COLUMN 1 VALUE "Rollen H/V/F/B/U: ".
           05 LINE 7 COLUMN 20 PIC X(01) FROM BM-HOTLINE.
           05 LINE 7 COLUMN 22 PIC X(01) FROM BM-VORSCHLAG.
           05 LINE 7 COLUMN 24 PIC X(01) FROM BM-FREIGABE.
           05 LINE 7 COLUMN 26 PIC X(01) FROM BM-BETRIEB.
           05 LINE 7 COLUMN 28 PIC X(01) FROM BM-VERWALTUNG.
           05 LINE 8 COLUMN 1 VALUE "Gueltig ab/bis.: ".
           05 LINE 8 COLUMN 20 PIC X(08) FROM BM-GUELTIG-AB.
           05 LINE 8 COLUMN 30 PIC X(08) FROM BM-GUELTIG-BIS.
           05 LINE 9 COLUMN 1 VALUE "Geaendert......: ".
           05 LINE 9 COLUMN 20 PIC X(26) FROM BM-GEAENDERT-AM.
           05 LINE 9 COLUMN 48 PIC X(08) FROM BM-GEAENDERT-VON.
           05 LINE 11 COLUMN 1 VALUE "Ergebnis.......: ".
           05 LINE 11 COLUMN 20 PIC X(40) FROM WS-ERGEBNIS.
           05 LINE 13 COLUMN 1 VALUE "Weitere Pflege (J/N): ".
           05 LINE 13 COLUMN 23 PIC X(01) USING WS-WEITER-SCH.

       PROCEDURE DIVISION.
           MOVE "ANAGRAMM-BENUTZER-ONLINE" TO BER-PROGRAMM
           PERFORM STAMM-OEFFNEN
           IF BENUTZER-AKTIV
               IF STAMM-LEER
                   MOVE "Stamm leer - ersten Verwalter anlegen"
                       TO WS-ANMELDE-MELDUNG
               ELSE
                   PERFORM ANMELDUNG
               END-IF
               IF BER-ANGEMELDET NOT = SPACES OR STAMM-LEER
                   PERFORM PFLEGE-TRANSAKTION UNTIL NOT WEITER-PFLEGEN
               END-IF
               PERFORM BENUTZER-SCHLIESSEN
           END-IF
           GOBACK
           .

      * Oeffnet den Stamm zum Aendern; beim allerersten Aufruf wird
      * er leer angelegt (Muster WOERTERBUCH-PFLEGE-OEFFNEN) und die
      * Pflege laeuft ohne Anmeldung, bis der erste Verwalter
      * angelegt ist.
       STAMM-OEFFNEN SECTION.
           OPEN I-O BENUTZER-DATEI
           IF WS-BENUTZER-DATEI-STATUS NOT = "00"
               OPEN OUTPUT BENUTZER-DATEI
               CLOSE BENUTZER-DATEI
               OPEN I-O BENUTZER-DATEI
           END-IF
           IF WS-BENUTZER-DATEI-STATUS = "00"
               SET BENUTZER-AKTIV TO TRUE
               MOVE LOW-VALUES TO BEN-KENNUNG
               START BENUTZER-DATEI KEY IS NOT LESS THAN BEN-KENNUNG
                   INVALID KEY SET STAMM-LEER TO TRUE
               END-START
           ELSE
               DISPLAY "WARNUNG: Benutzerstamm ANAGUSR konnte nicht "
                   "geoeffnet werden (Status "
                   WS-BENUTZER-DATEI-STATUS ")"
           END-IF
           EXIT.

      * Anmeldung mit bis zu drei Versuchen (Rolle
      * Benutzerverwaltung); jeder abgewiesene Versuch steht im
      * Sicherheitsprotokoll.
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
               SET BER-ROLLE-VERWALTUNG TO TRUE
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
           MOVE SPACES TO WS-ANMELDE-MELDUNG
           EXIT.

       PFLEGE-TRANSAKTION SECTION.
           MOVE SPACES TO WS-AKTION
           MOVE SPACES TO WS-ERGEBNIS
           MOVE SPACES TO BM-KENNWORT
           DISPLAY ERFASSUNGS-MASKE
           ACCEPT ERFASSUNGS-MASKE
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HEUTE
           PERFORM EINGABE-PRUEFEN
           IF WS-ERGEBNIS = SPACES
               EVALUATE TRUE
                   WHEN BP-ANLEGEN
                       PERFORM BENUTZER-ANLEGEN
                   WHEN BP-AENDERN
                       PERFORM BENUTZER-AENDERN
                   WHEN BP-LOESCHEN
                       PERFORM BENUTZER-LOESCHEN
                   WHEN BP-ANZEIGEN
                       PERFORM BENUTZER-ANZEIGEN
               END-EVALUATE
           END-IF
           MOVE SPACES TO BM-KENNWORT
           MOVE 'J' TO WS-WEITER-SCH
           DISPLAY ERGEBNIS-MASKE
           ACCEPT ERGEBNIS-MASKE
           EXIT.

      * Prueft die Eingabe vor jeder Aenderung; eine Ablehnung steht
      * danach in WS-ERGEBNIS. Der Versuch, den eigenen Eintrag zu
      * aendern, geht zusaetzlich ins Sicherheitsprotokoll.
       EINGABE-PRUEFEN SECTION.
           IF BM-HOTLINE NOT = 'J'
               MOVE 'N' TO BM-HOTLINE
           END-IF
           IF BM-VORSCHLAG NOT = 'J'
               MOVE 'N' TO BM-VORSCHLAG
           END-IF
           IF BM-FREIGABE NOT = 'J'
               MOVE 'N' TO BM-FREIGABE
           END-IF
           IF BM-BETRIEB NOT = 'J'
               MOVE 'N' TO BM-BETRIEB
           END-IF
           IF BM-VERWALTUNG NOT = 'J'
               MOVE 'N' TO BM-VERWALTUNG
           END-IF
           IF (BP-ANLEGEN OR BP-AENDERN) AND BM-GUELTIG-AB = SPACES
               MOVE WS-HEUTE TO BM-GUELTIG-AB
           END-IF
           EVALUATE TRUE
               WHEN NOT BP-ANLEGEN AND NOT BP-AENDERN
                       AND NOT BP-LOESCHEN AND NOT BP-ANZEIGEN
                   MOVE "ABGELEHNT: AKTION UNGUELTIG" TO WS-ERGEBNIS
               WHEN BM-KENNUNG = SPACES
                   MOVE "ABGELEHNT: KENNUNG FEHLT" TO WS-ERGEBNIS
               WHEN STAMM-LEER AND NOT BP-ANLEGEN
                   MOVE "ABGELEHNT: STAMM LEER" TO WS-ERGEBNIS
               WHEN STAMM-LEER AND BM-VERWALTUNG NOT = 'J'
                   MOVE "ABGELEHNT: ERSTER BRAUCHT VERWALTUNG"
                       TO WS-ERGEBNIS
               WHEN BP-ANZEIGEN
                   CONTINUE
               WHEN BM-KENNUNG = BER-ANGEMELDET
                   MOVE BER-ANGEMELDET TO BER-BENUTZER
                   SET BER-ROLLE-VERWALTUNG TO TRUE
                   MOVE SPACES TO BER-FUNKTION
                   STRING "STAMM-" WS-AKTION DELIMITED BY SIZE
                       INTO BER-FUNKTION
                   END-STRING
                   MOVE BM-KENNUNG TO BER-OBJEKT
                   MOVE "EIGENER BENUTZER" TO BER-GRUND
                   PERFORM SICHERHEITSVERSTOSS-SCHREIBEN
                   MOVE "ABGELEHNT: EIGENER BENUTZER" TO WS-ERGEBNIS
               WHEN BP-LOESCHEN
                   CONTINUE
               WHEN BM-GUELTIG-AB IS NOT NUMERIC
                   MOVE "ABGELEHNT: GUELTIG AB UNGUELTIG"
                       TO WS-ERGEBNIS
               WHEN BM-GUELTIG-BIS NOT = SPACES
                       AND BM-GUELTIG-BIS IS NOT NUMERIC
                   MOVE "ABGELEHNT: GUELTIG BIS UNGUELTIG"
                       TO WS-ERGEBNIS
               WHEN BM-GUELTIG-BIS NOT = SPACES
                       AND BM-GUELTIG-BIS < BM-GUELTIG-AB
                   MOVE "ABGELEHNT: GUELTIG BIS VOR GUELTIG AB"
                       TO WS-ERGEBNIS
               WHEN BP-ANLEGEN AND BM-KENNWORT = SPACES
                   MOVE "ABGELEHNT: KENNWORT FEHLT" TO WS-ERGEBNIS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.

      * Legt den Benutzer an; der allererste Eintrag meldet die
      * Sitzung zugleich als diesen Benutzer an.
       BENUTZER-ANLEGEN SECTION.
           PERFORM MASKE-IN-SATZ
           MOVE BM-KENNWORT TO BEN-KENNWORT
           WRITE BENUTZER-SATZ
               INVALID KEY
                   MOVE "ABGELEHNT: BEREITS VORHANDEN" TO WS-ERGEBNIS
               NOT INVALID KEY
                   MOVE "ANGELEGT" TO WS-ERGEBNIS
                   IF STAMM-LEER
                       MOVE BM-KENNUNG TO BER-ANGEMELDET
                       MOVE 'N' TO WS-STAMM-LEER-SCH
                   END-IF
           END-WRITE
           PERFORM SATZ-IN-MASKE
           EXIT.

       BENUTZER-AENDERN SECTION.
           MOVE BM-KENNUNG TO BEN-KENNUNG
           READ BENUTZER-DATEI
               INVALID KEY
                   MOVE "ABGELEHNT: NICHT VORHANDEN" TO WS-ERGEBNIS
               NOT INVALID KEY
                   MOVE BEN-KENNWORT TO WS-ALTES-KENNWORT
                   PERFORM MASKE-IN-SATZ
                   IF BM-KENNWORT = SPACES
                       MOVE WS-ALTES-KENNWORT TO BEN-KENNWORT
                   ELSE
                       MOVE BM-KENNWORT TO BEN-KENNWORT
                   END-IF
                   REWRITE BENUTZER-SATZ
                       INVALID KEY
                           MOVE "ABGELEHNT: REWRITE FEHLER"
                               TO WS-ERGEBNIS
                       NOT INVALID KEY
                           MOVE "GEAENDERT" TO WS-ERGEBNIS
                   END-REWRITE
                   PERFORM SATZ-IN-MASKE
           END-READ
           EXIT.

       BENUTZER-LOESCHEN SECTION.
           MOVE BM-KENNUNG TO BEN-KENNUNG
           DELETE BENUTZER-DATEI
               INVALID KEY
                   MOVE "ABGELEHNT: NICHT VORHANDEN" TO WS-ERGEBNIS
               NOT INVALID KEY
                   MOVE "GELOESCHT" TO WS-ERGEBNIS
           END-DELETE
           EXIT.

       BENUTZER-ANZEIGEN SECTION.
           MOVE BM-KENNUNG TO BEN-KENNUNG
           READ BENUTZER-DATEI
               INVALID KEY
                   MOVE "NICHT VORHANDEN" TO WS-ERGEBNIS
               NOT INVALID KEY
                   PERFORM SATZ-IN-MASKE
                   MOVE "ANGEZEIGT" TO WS-ERGEBNIS
           END-READ
           EXIT.

      * Uebertraegt die Maskenfelder in den Dateisatz (ohne
      * Kennwort) und stempelt die Aenderung.
       MASKE-IN-SATZ SECTION.
           MOVE BM-KENNUNG TO BEN-KENNUNG
           MOVE BM-NAME TO BEN-NAME
           MOVE BM-HOTLINE TO BEN-ROLLE-HOTLINE
           MOVE BM-VORSCHLAG TO BEN-ROLLE-VORSCHLAG
           MOVE BM-FREIGABE TO BEN-ROLLE-FREIGABE
           MOVE BM-BETRIEB TO BEN-ROLLE-BETRIEB
           MOVE BM-VERWALTUNG TO BEN-ROLLE-VERWALTUNG
           MOVE BM-GUELTIG-AB TO BEN-GUELTIG-AB
           MOVE BM-GUELTIG-BIS TO BEN-GUELTIG-BIS
           MOVE FUNCTION CURRENT-DATE TO BEN-GEAENDERT-AM
           IF BER-ANGEMELDET = SPACES
               MOVE BM-KENNUNG TO BEN-GEAENDERT-VON
           ELSE
               MOVE BER-ANGEMELDET TO BEN-GEAENDERT-VON
           END-IF
           EXIT.

      * Zeigt den gespeicherten Stand an (das Kennwort nie).
       SATZ-IN-MASKE SECTION.
           MOVE BEN-KENNUNG TO BM-KENNUNG
           MOVE BEN-NAME TO BM-NAME
           MOVE BEN-ROLLE-HOTLINE TO BM-HOTLINE
           MOVE BEN-ROLLE-VORSCHLAG TO BM-VORSCHLAG
           MOVE BEN-ROLLE-FREIGABE TO BM-FREIGABE
           MOVE BEN-ROLLE-BETRIEB TO BM-BETRIEB
           MOVE BEN-ROLLE-VERWALTUNG TO BM-VERWALTUNG
           MOVE BEN-GUELTIG-AB TO BM-GUELTIG-AB
           MOVE BEN-GUELTIG-BIS TO BM-GUELTIG-BIS
           MOVE BEN-GEAENDERT-AM TO BM-GEAENDERT-AM
           MOVE BEN-GEAENDERT-VON TO BM-GEAENDERT-VON
           EXIT.

           COPY BERECHTIGUNG-LOGIK.
