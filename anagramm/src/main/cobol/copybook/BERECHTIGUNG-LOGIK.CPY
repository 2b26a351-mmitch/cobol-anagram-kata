      * Gemeinsame PROCEDURE-DIVISION-Logik der Berechtigungspruefung
      * gegen den Benutzerstamm ANAGUSR. Erwartet die Datenfelder aus
      * BERECHTIGUNG-DATEN.CPY sowie vom einbindenden Programm selbst
      * deklarierte Dateien BENUTZER-DATEI (SELECT: COPY
      * BENUTZERDATEI, FD-Satz: COPY BENUTZERSATZ) und
      * SICHERHEIT-DATEI (SELECT: COPY SICHERHEITDATEI, FD-Satz: COPY
      * SICHERHEITSSATZ). Jede abgewiesene Pruefung wird im
      * Sicherheitsprotokoll ANAGSEC festgehalten; ohne lesbaren
      * Benutzerstamm wird grundsaetzlich abgewiesen - eine
      * Berechtigung, die sich nicht pruefen laesst, gilt als nicht
      * erteilt.

      * Oeffnet den Benutzerstamm zum Lesen (die Stammpflege oeffnet
      * ihn selbst zum Aendern und setzt BENUTZER-AKTIV).
       BENUTZER-OEFFNEN SECTION.
           OPEN INPUT BENUTZER-DATEI
           IF WS-BENUTZER-DATEI-STATUS = "00"
               SET BENUTZER-AKTIV TO TRUE
           ELSE
               DISPLAY "WARNUNG: Benutzerstamm ANAGUSR konnte nicht "
                   "geoeffnet werden (Status "
                   WS-BENUTZER-DATEI-STATUS
                   ") - alle Zugriffe werden abgewiesen"
           END-IF
           EXIT.

       BENUTZER-SCHLIESSEN SECTION.
           IF BENUTZER-AKTIV
               CLOSE BENUTZER-DATEI
               MOVE 'N' TO WS-BENUTZER-AKTIV-SCH
           END-IF
           EXIT.

      * Prueft Benutzer, ggf. Kennwort, Gueltigkeitszeitraum und
      * verlangte Rolle; eine Abweisung wird protokolliert.
       BERECHTIGUNG-PRUEFEN SECTION.
           MOVE 'N' TO BER-ERLAUBT-SCH
           MOVE SPACES TO BER-GRUND
           MOVE FUNCTION CURRENT-DATE (1:8) TO BER-HEUTE
           EVALUATE TRUE
               WHEN NOT BENUTZER-AKTIV
                   MOVE "STAMM FEHLT" TO BER-GRUND
               WHEN BER-BENUTZER = SPACES
                   MOVE "BENUTZER FEHLT" TO BER-GRUND
               WHEN OTHER
                   MOVE BER-BENUTZER TO BEN-KENNUNG
                   READ BENUTZER-DATEI
                       INVALID KEY
                           MOVE "BENUTZER UNBEKANNT" TO BER-GRUND
                       NOT INVALID KEY
                           PERFORM BENUTZER-SATZ-PRUEFEN
                   END-READ
           END-EVALUATE
           IF NOT BER-ERLAUBT
               PERFORM SICHERHEITSVERSTOSS-SCHREIBEN
           END-IF
           MOVE 'N' TO BER-KENNWORT-SCH
           MOVE SPACES TO BER-KENNWORT
           EXIT.

       BENUTZER-SATZ-PRUEFEN SECTION.
           EVALUATE TRUE
               WHEN BER-MIT-KENNWORT
                       AND BER-KENNWORT NOT = BEN-KENNWORT
                   MOVE "KENNWORT FALSCH" TO BER-GRUND
               WHEN BEN-GUELTIG-AB > BER-HEUTE
                   MOVE "NOCH NICHT GUELTIG" TO BER-GRUND
               WHEN BEN-GUELTIG-BIS NOT = SPACES
                       AND BEN-GUELTIG-BIS < BER-HEUTE
                   MOVE "NICHT MEHR GUELTIG" TO BER-GRUND
               WHEN BER-ROLLE-HOTLINE AND NOT BEN-HOTLINE
               WHEN BER-ROLLE-VORSCHLAG AND NOT BEN-VORSCHLAGENDER
               WHEN BER-ROLLE-FREIGABE AND NOT BEN-FREIGEBENDER
               WHEN BER-ROLLE-BETRIEB AND NOT BEN-BETRIEBSFREIGABE
               WHEN BER-ROLLE-VERWALTUNG AND NOT BEN-VERWALTER
                   MOVE "ROLLE FEHLT" TO BER-GRUND
               WHEN BER-ROLLE-PFLEGE AND NOT BEN-VORSCHLAGENDER
                       AND NOT BEN-FREIGEBENDER
                   MOVE "ROLLE FEHLT" TO BER-GRUND
               WHEN OTHER
                   SET BER-ERLAUBT TO TRUE
           END-EVALUATE
           EXIT.

      * Haengt einen Satz an das Sicherheitsprotokoll an; die Datei
      * wird je Satz geoeffnet und geschlossen, damit auch ein
      * abgebrochener Dialog keinen Verstoss verliert.
       SICHERHEITSVERSTOSS-SCHREIBEN SECTION.
           OPEN EXTEND SICHERHEIT-DATEI
           IF WS-SICHERHEIT-DATEI-STATUS NOT = "00"
               OPEN OUTPUT SICHERHEIT-DATEI
           END-IF
           IF WS-SICHERHEIT-DATEI-STATUS = "00"
               MOVE FUNCTION CURRENT-DATE TO SIC-ZEITSTEMPEL
               MOVE BER-PROGRAMM TO SIC-PROGRAMM
               MOVE BER-BENUTZER TO SIC-BENUTZER
               MOVE BER-FUNKTION TO SIC-FUNKTION
               MOVE BER-ROLLE TO SIC-ROLLE
               MOVE BER-GRUND TO SIC-GRUND
               MOVE BER-OBJEKT TO SIC-OBJEKT
               WRITE SICHERHEIT-SATZ
               CLOSE SICHERHEIT-DATEI
           ELSE
               DISPLAY "WARNUNG: Sicherheitsprotokoll ANAGSEC konnte "
                   "nicht geoeffnet werden (Status "
                   WS-SICHERHEIT-DATEI-STATUS ") - abgewiesener "
                   "Zugriff von " BER-BENUTZER " nur hier gemeldet"
           END-IF
           EXIT.
