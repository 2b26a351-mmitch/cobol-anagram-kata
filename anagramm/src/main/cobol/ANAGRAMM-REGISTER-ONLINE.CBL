       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANAGRAMM-REGISTER-ONLINE.

      * Online-Pflege des Veroeffentlichungsregisters ANAGREG (COPY
      * REGISTERSATZ): zeigt die Veroeffentlichungen eines Worts an,
      * nimmt einzelne Eintraege nach (etwa wenn eine Ausgabe ohne
      * Rueckmeldung gedruckt wurde) und loescht falsch erfasste.
      * Die regelmaessige Uebernahme nach jeder Ausgabe laeuft ueber
      * den Stapel ANAGRAMM-REGISTER-LADEN. Wie ANAGRAMM-WB-ONLINE
      * laeuft die Maske ueber die COBOL SCREEN SECTION.
      *
      * Vor der ersten Transaktion meldet sich der Bearbeiter mit
      * Kennung und Kennwort aus dem Benutzerstamm ANAGUSR an (Rolle
      * Vorschlagender oder Freigebender, drei Versuche). Loeschen
      * verlangt wie in der Woerterbuch-Pflege die Rolle
      * Freigebender; eine Abweisung steht im Sicherheitsprotokoll.
      * Neue Eintraege tragen die angemeldete Kennung als Erfasser.
      *
      * Aktionen: A = Eintrag aufnehmen (Wort, Datum, Ausgabe, Art),
      * L = Eintrag loeschen (Wort, Datum, Ausgabe), S = nur
      * anzeigen. Nach jeder Aktion werden die Anzahl und die fuenf
      * juengsten Eintraege des Worts angezeigt. Das Feld Sprache
      * (DE, EN, NL; leer = DE) bestimmt die Normalisierung des
      * Worts und ist Teil des Schluessels.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY REGISTERDATEI.

           COPY BENUTZERDATEI.

           COPY SICHERHEITDATEI.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER-DATEI.
       01  REGISTER-SATZ.
           COPY REGISTERSATZ.

       FD  BENUTZER-DATEI.
       01  BENUTZER-SATZ.
           COPY BENUTZERSATZ.

       FD  SICHERHEIT-DATEI.
       01  SICHERHEIT-SATZ.
           COPY SICHERHEITSSATZ.

       WORKING-STORAGE SECTION.
           COPY VERGLEICH-DATEN.

           COPY BERECHTIGUNG-DATEN.

       01 ONLINE-STEUERUNG.
           05 WS-REGISTER-DATEI-STATUS  PIC X(02).
           05 WS-REGISTER-AKTIV-SCH     PIC X(01) VALUE 'N'.
               88 REGISTER-AKTIV        VALUE 'J'.
           05 WS-WEITER-SCH             PIC X(01) VALUE 'J'.
               88 WEITER-PFLEGEN        VALUE 'J'.
           05 WS-ANMELDE-MELDUNG        PIC X(40) VALUE SPACES.
           05 WS-ERGEBNIS               PIC X(40).
           05 WS-WORT-NORM              PIC X(80).
           05 WS-LESE-ENDE-SCH          PIC X(01).
               88 LESE-ENDE             VALUE 'J'.
           05 WS-ANZAHL-EINTRAEGE       PIC 9(4).
           05 WS-ANZAHL-ANZEIGE         PIC ZZZ9.
           05 WS-ZEILE                  PIC 9(1).

      * Maskenfelder einer Transaktion.
       01 MASKEN-FELDER.
           05 RGM-AKTION                PIC X(01).
               88 RGM-AUFNEHMEN         VALUE 'A'.
               88 RGM-LOESCHEN          VALUE 'L'.
               88 RGM-ANZEIGEN          VALUE 'S'.
           05 RGM-WORT                  PIC X(80).
           05 RGM-DATUM                 PIC X(08).
           05 RGM-AUSGABE               PIC X(10).
           05 RGM-ART                   PIC X(01).
           05 RGM-SPRACHE               PIC X(02) VALUE "DE".

      * Die fuenf juengsten Eintraege des Worts fuer die
      * Ergebnismaske; aeltere Zeilen rutschen beim Lesen nach oben
      * heraus.
       01 ANZEIGE-ZEILEN.
           05 ANZ-ZEILE-1               PIC X(40).
           05 ANZ-ZEILE-2               PIC X(40).
           05 ANZ-ZEILE-3               PIC X(40).
           05 ANZ-ZEILE-4               PIC X(40).
           05 ANZ-ZEILE-5               PIC X(40).
       01 ANZEIGE-TABELLE REDEFINES ANZEIGE-ZEILEN.
           05 ANZ-ZEILE                 PIC X(40) OCCURS 5.

       01 ANZEIGE-AUFBAU.
           05 AZB-DATUM                 PIC X(08).
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 AZB-AUSGABE               PIC X(10).
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 AZB-ART                   PIC X(01).
           05 FILLER                    PIC X(4)  VALUE SPACES.
           05 AZB-ERFASST-VON           PIC X(08).
           05 FILLER                    PIC X(5)  VALUE SPACES.

       SCREEN SECTION.
       01 ANMELDE-MASKE.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1
                   VALUE "ANAGRAMM - Veroeffentlichungsregister".
           05 LINE 3 COLUMN 1 VALUE "Benutzer.......: ".
           05 LINE 3 COLUMN 20 PIC X(08) USING BER-BENUTZER.
           05 LINE 4 COLUMN 1 VALUE "Kennwort.......: ".
           05 LINE 4 COLUMN 20 PIC X(08) USING BER-KENNWORT SECURE.
           05 LINE 6 COLUMN 1 PIC X(40) FROM WS-ANMELDE-MELDUNG.

       01 ERFASSUNGS-MASKE.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1
                   VALUE "ANAGRAMM - Veroeffentlichungsregister".
           05 LINE 3 COLUMN 1 VALUE "Aktion (A/L/S).: ".
           05 LINE 3 COLUMN 20 PIC X(01) USING RGM-AKTION.
           05 LINE 4 COLUMN 1
                   VALUE "A=Aufnehmen L=Loeschen S=Anzeigen".
           05 LINE 6 COLUMN 1 VALUE "Wort...........: ".
           05 LINE 6 COLUMN 20 PIC X(80) USING RGM-WORT.
           05 LINE 7 COLUMN 1 VALUE "Datum..........: ".
           05 LINE 7 COLUMN 20 PIC X(08) USING RGM-DATUM.
           05 LINE 7 COLUMN 30 VALUE "JJJJMMTT".
           05 LINE 8 COLUMN 1 VALUE "Ausgabe........: ".
           05 LINE 8 COLUMN 20 PIC X(10) USING RGM-AUSGABE.
           05 LINE 9 COLUMN 1 VALUE "Art............: ".
           05 LINE 9 COLUMN 20 PIC X(01) USING RGM-ART.
           05 LINE 9 COLUMN 24
                   VALUE "G=Gruppe N=Naeh-Paar P=Pool".
           05 LINE 10 COLUMN 1 VALUE "Sprache........: ".
           05 LINE 10 COLUMN 20 PIC X(02) USING RGM-SPRACHE.
           05 LINE 10 COLUMN 24 VALUE "DE/EN/NL".
           05 LINE 12 COLUMN 1 VALUE "Bearbeiter.....: ".
           05 LINE 12 COLUMN 20 PIC X(08) FROM BER-ANGEMELDET.

       01 ERGEBNIS-MASKE.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1
                   VALUE "ANAGRAMM - Veroeffentlichungsregister".
           05 LINE 3 COLUMN 1 VALUE "Aktion.........: ".
           05 LINE 3 COLUMN 20 PIC X(01) FROM RGM-AKTION.
           05 LINE 4 COLUMN 1 VALUE "Wort...........: ".
           05 LINE 4 COLUMN 20 PIC X(80) FROM RGM-WORT.
           05 LINE 5 COLUMN 1 VALUE "Sprache........: ".
           05 LINE 5 COLUMN 20 PIC X(02) FROM WS-SPRACHE.
           05 LINE 6 COLUMN 1 VALUE "Ergebnis.......: ".
           05 LINE 6 COLUMN 20 PIC X(40) FROM WS-ERGEBNIS.
           05 LINE 8 COLUMN 1 VALUE "Eintraege......: ".
           05 LINE 8 COLUMN 20 PIC ZZZ9 FROM WS-ANZAHL-ANZEIGE.
           05 LINE 9 COLUMN 20
                   VALUE "DATUM     AUSGABE     ART ERFASST VON".
           05 LINE 10 COLUMN 20 PIC X(40) FROM ANZ-ZEILE-1.
           05 LINE 11 COLUMN 20 PIC X(40) FROM ANZ-ZEILE-2.
           05 LINE 12 COLUMN 20 PIC X(40) FROM ANZ-ZEILE-3.
           05 LINE 13 COLUMN 20 PIC X(40) FROM ANZ-ZEILE-4.
           05 LINE 14 COLUMN 20 PIC X(40) FROM ANZ-ZEILE-5.
           05 LINE 16 COLUMN 1 VALUE "Weitere Pflege (J/N): ".
           05 LINE 16 COLUMN 23 PIC X(01) USING WS-WEITER-SCH.

       PROCEDURE DIVISION.
           MOVE "ANAGRAMM-REGISTER-ONLINE" TO BER-PROGRAMM
           PERFORM REGISTER-PFLEGE-OEFFNEN
           IF NOT REGISTER-AKTIV
               DISPLAY "WARNUNG: Veroeffentlichungsregister ANAGREG "
                   "konnte nicht geoeffnet werden (Status "
                   WS-REGISTER-DATEI-STATUS ")"
           ELSE
               PERFORM BENUTZER-OEFFNEN
               PERFORM ANMELDUNG
               IF BER-ANGEMELDET NOT = SPACES
                   PERFORM PFLEGE-TRANSAKTION UNTIL NOT WEITER-PFLEGEN
               END-IF
               PERFORM BENUTZER-SCHLIESSEN
               CLOSE REGISTER-DATEI
           END-IF
           GOBACK
           .

      * Oeffnet das Register zum Aendern; beim allerersten Aufruf
      * wird es leer angelegt (wie WOERTERBUCH-PFLEGE-OEFFNEN).
       REGISTER-PFLEGE-OEFFNEN SECTION.
           OPEN I-O REGISTER-DATEI
           IF WS-REGISTER-DATEI-STATUS NOT = "00"
               OPEN OUTPUT REGISTER-DATEI
               CLOSE REGISTER-DATEI
               OPEN I-O REGISTER-DATEI
           END-IF
           IF WS-REGISTER-DATEI-STATUS = "00"
               SET REGISTER-AKTIV TO TRUE
           END-IF
           EXIT.

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
           MOVE SPACES TO RGM-AKTION
           MOVE SPACES TO RGM-WORT
           MOVE SPACES TO RGM-DATUM
           MOVE SPACES TO RGM-AUSGABE
           MOVE SPACES TO RGM-ART
           MOVE WS-SPRACHE TO RGM-SPRACHE
           DISPLAY ERFASSUNGS-MASKE
           ACCEPT ERFASSUNGS-MASKE
           MOVE FUNCTION UPPER-CASE(RGM-AKTION) TO RGM-AKTION
           MOVE FUNCTION UPPER-CASE(RGM-ART) TO RGM-ART
           MOVE SPACES TO WS-ERGEBNIS
           MOVE SPACES TO ANZEIGE-ZEILEN
           MOVE 0 TO WS-ANZAHL-EINTRAEGE
           MOVE RGM-SPRACHE TO WS-SPRACHE-NEU
           PERFORM SPRACHE-SETZEN
           EVALUATE TRUE
               WHEN SPRACHE-UNGUELTIG
                   MOVE "ABGELEHNT: SPRACHE UNBEKANNT" TO WS-ERGEBNIS
               WHEN RGM-WORT = SPACES
                   MOVE "ABGELEHNT: WORT FEHLT" TO WS-ERGEBNIS
               WHEN RGM-AUFNEHMEN
                   PERFORM EINTRAG-AUFNEHMEN
               WHEN RGM-LOESCHEN
                   PERFORM EINTRAG-LOESCHEN
               WHEN RGM-ANZEIGEN
                   CONTINUE
               WHEN OTHER
                   MOVE "ABGELEHNT: AKTION UNBEKANNT" TO WS-ERGEBNIS
           END-EVALUATE
           IF SPRACHE-GUELTIG AND RGM-WORT NOT = SPACES
               PERFORM EINTRAEGE-ANZEIGEN
           END-IF
           MOVE WS-ANZAHL-EINTRAEGE TO WS-ANZAHL-ANZEIGE
           MOVE 'J' TO WS-WEITER-SCH
           DISPLAY ERGEBNIS-MASKE
           ACCEPT ERGEBNIS-MASKE
           EXIT.

      * Prueft Datum und Ausgabe (fuer Aufnehmen und Loeschen) und
      * bildet den Primaerschluessel; WS-ERGEBNIS bleibt leer, wenn
      * die Angaben brauchbar sind.
       SCHLUESSEL-BILDEN SECTION.
           EVALUATE TRUE
               WHEN RGM-DATUM IS NOT NUMERIC
               WHEN RGM-DATUM (5:2) < "01" OR RGM-DATUM (5:2) > "12"
               WHEN RGM-DATUM (7:2) < "01" OR RGM-DATUM (7:2) > "31"
                   MOVE "ABGELEHNT: DATUM UNGUELTIG" TO WS-ERGEBNIS
               WHEN RGM-AUSGABE = SPACES
                   MOVE "ABGELEHNT: AUSGABE FEHLT" TO WS-ERGEBNIS
               WHEN OTHER
                   MOVE RGM-WORT TO NORM-EINGABE
                   PERFORM NORMALISIERE-WORT
                   MOVE WS-SPRACHE TO REG-SPRACHE
                   MOVE NORM-AUSGABE TO REG-WORT
                   MOVE RGM-DATUM TO REG-DATUM
                   MOVE RGM-AUSGABE TO REG-AUSGABE
           END-EVALUATE
           EXIT.

      * Nimmt einen Eintrag auf; Signatur und normalisiertes Wort
      * wie bei ANAGRAMM-REGISTER-LADEN.
       EINTRAG-AUFNEHMEN SECTION.
           MOVE RGM-ART TO REG-ART
           IF NOT REG-ART-GUELTIG
               MOVE "ABGELEHNT: ART UNGUELTIG" TO WS-ERGEBNIS
           ELSE
               PERFORM SCHLUESSEL-BILDEN
           END-IF
           IF WS-ERGEBNIS = SPACES
               PERFORM BERECHNE-SIGNATUR
               MOVE WS-SPRACHE TO REG-SIG-SPRACHE
               MOVE SIGNATUR-ERGEBNIS TO REG-SIGNATUR
               MOVE RGM-ART TO REG-ART
               MOVE RGM-WORT TO REG-WORT-ORIGINAL
               MOVE FUNCTION CURRENT-DATE TO REG-ERFASST-AM
               MOVE BER-ANGEMELDET TO REG-ERFASST-VON
               WRITE REGISTER-SATZ
                   INVALID KEY
                       MOVE "ABGELEHNT: BEREITS ERFASST"
                           TO WS-ERGEBNIS
                   NOT INVALID KEY
                       MOVE "AUFGENOMMEN" TO WS-ERGEBNIS
               END-WRITE
           END-IF
           EXIT.

      * Loescht einen Eintrag; verlangt die Rolle Freigebender.
       EINTRAG-LOESCHEN SECTION.
           MOVE BER-ANGEMELDET TO BER-BENUTZER
           SET BER-ROLLE-FREIGABE TO TRUE
           MOVE "LOESCHEN" TO BER-FUNKTION
           MOVE RGM-WORT TO BER-OBJEKT
           PERFORM BERECHTIGUNG-PRUEFEN
           IF NOT BER-ERLAUBT
               MOVE SPACES TO WS-ERGEBNIS
               STRING "ABGELEHNT: " BER-GRUND
                   DELIMITED BY SIZE INTO WS-ERGEBNIS
               END-STRING
           ELSE
               PERFORM SCHLUESSEL-BILDEN
               IF WS-ERGEBNIS = SPACES
                   DELETE REGISTER-DATEI RECORD
                       INVALID KEY
                           MOVE "ABGELEHNT: NICHT VORHANDEN"
                               TO WS-ERGEBNIS
                       NOT INVALID KEY
                           MOVE "GELOESCHT" TO WS-ERGEBNIS
                   END-DELETE
               END-IF
           END-IF
           EXIT.

      * Liest alle Eintraege des Worts (nach Datum aufsteigend),
      * zaehlt sie und behaelt die fuenf juengsten fuer die Anzeige.
       EINTRAEGE-ANZEIGEN SECTION.
           MOVE RGM-WORT TO NORM-EINGABE
           PERFORM NORMALISIERE-WORT
           MOVE NORM-AUSGABE TO WS-WORT-NORM
           MOVE WS-SPRACHE TO REG-SPRACHE
           MOVE WS-WORT-NORM TO REG-WORT
           MOVE LOW-VALUES TO REG-DATUM
           MOVE LOW-VALUES TO REG-AUSGABE
           MOVE 'N' TO WS-LESE-ENDE-SCH
           START REGISTER-DATEI
               KEY IS NOT LESS THAN REG-SCHLUESSEL
               INVALID KEY
                   SET LESE-ENDE TO TRUE
           END-START
           PERFORM UNTIL LESE-ENDE
               READ REGISTER-DATEI NEXT RECORD
                   AT END
                       SET LESE-ENDE TO TRUE
                   NOT AT END
                       IF REG-SPRACHE NOT = WS-SPRACHE
                               OR REG-WORT NOT = WS-WORT-NORM
                           SET LESE-ENDE TO TRUE
                       ELSE
                           PERFORM ANZEIGE-ZEILE-AUFNEHMEN
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

       ANZEIGE-ZEILE-AUFNEHMEN SECTION.
           ADD 1 TO WS-ANZAHL-EINTRAEGE
           IF WS-ANZAHL-EINTRAEGE > 5
               PERFORM VARYING WS-ZEILE FROM 1 BY 1 UNTIL WS-ZEILE > 4
                   MOVE ANZ-ZEILE (WS-ZEILE + 1) TO ANZ-ZEILE (WS-ZEILE)
               END-PERFORM
               MOVE 5 TO WS-ZEILE
           ELSE
               MOVE WS-ANZAHL-EINTRAEGE TO WS-ZEILE
           END-IF
           MOVE REG-DATUM TO AZB-DATUM
           MOVE REG-AUSGABE TO AZB-AUSGABE
           MOVE REG-ART TO AZB-ART
           MOVE REG-ERFASST-VON TO AZB-ERFASST-VON
           MOVE ANZEIGE-AUFBAU TO ANZ-ZEILE (WS-ZEILE)
           EXIT.

           COPY SIGNATUR-LOGIK.

           COPY BERECHTIGUNG-LOGIK.
