       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANAGRAMM-ZUGRIFF-BERICHT.

      * Monatsbericht fuer die Revision ueber das
      * Sicherheitsprotokoll ANAGSEC (COPY SICHERHEITSSATZ): listet
      * jeden abgewiesenen Zugriff eines Monats einzeln - abgewiesene
      * Anmeldungen an den Masken, Pflege-Transaktionen ohne Rolle
      * oder von ungueltigen Benutzern, Verstoesse gegen das
      * Vier-Augen-Prinzip bei der Woerterbuch-Freigabe, abgewiesene
      * Bediener-Freigaben im ANAGRAMM-WAECHTER, Versuche am eigenen
      * Benutzerstamm-Eintrag - und verdichtet sie je Benutzer nach
      * Art des Verstosses.
      *
      * Kommandozeile: optional der Berichtsmonat JJJJMM (wie bei
      * ANAGRAMM-LAUF-BERICHT). Ohne Parameter wird der Vormonat
      * berichtet - der Job laeuft zum Monatsanfang ohne Zutun.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SICHERHEITDATEI.

           SELECT BERICHT-DATEI ASSIGN TO "ANAGSEB"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY LAUFLOGDATEI.

       DATA DIVISION.
       FILE SECTION.
       FD  SICHERHEIT-DATEI.
       01  SICHERHEIT-SATZ.
           COPY SICHERHEITSSATZ.

       FD  BERICHT-DATEI.
       01  BERICHT-ZEILE                PIC X(133).

       FD  LAUFLOG-DATEI.
       01  LAUFLOG-SATZ.
           COPY LAUFSATZ.

       WORKING-STORAGE SECTION.
           COPY LAUFLOG-DATEN.

       01 BERICHT-STEUERUNG.
           05 WS-SICHERHEIT-DATEI-STATUS PIC X(02).
           05 WS-KOMMANDOZEILE          PIC X(40) VALUE SPACES.
           05 WS-MONAT-PARM             PIC X(08) VALUE SPACES.
           05 WS-MONAT                  PIC X(06) VALUE SPACES.
           05 WS-JAHR-ZAHL              PIC 9(04).
           05 WS-MONAT-ZAHL             PIC 9(02).
           05 WS-PROTOKOLL-ENDE-SCH     PIC X(01) VALUE 'N'.
               88 PROTOKOLL-ENDE        VALUE 'J'.
           05 WS-PROTOKOLL-OFFEN-SCH    PIC X(01) VALUE 'N'.
               88 PROTOKOLL-OFFEN       VALUE 'J'.
           05 WS-ANZAHL-GELESEN         PIC 9(9) VALUE 0.
           05 WS-ANZAHL-IM-MONAT        PIC 9(9) VALUE 0.
           05 WS-BENUTZER-VOLL          PIC 9(9) VALUE 0.

      * Verdichtung je Benutzer und Art des Verstosses.
       01 BENUTZER-SUMMEN.
           05 BSU-ANZAHL                PIC 9(4) VALUE 0.
           05 BSU-EINTRAG OCCURS 200 TIMES.
               10 BSU-BENUTZER          PIC X(08).
               10 BSU-ANMELDUNG         PIC 9(9).
               10 BSU-ROLLE             PIC 9(9).
               10 BSU-VIERAUGEN         PIC 9(9).
               10 BSU-SONSTIGE          PIC 9(9).
               10 BSU-GESAMT            PIC 9(9).
           05 BSU-INDEX                 PIC 9(4).
           05 BSU-GEFUNDEN              PIC 9(4).

       01 WS-AKTUELLES-TAGESDATUM       PIC X(10).

       01 BERICHTS-ZEILEN.
           05 KOPF-ZEILE-1.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 FILLER                PIC X(44) VALUE
                       "ANAGRAMM-ZUGRIFF-BERICHT - Revision".
               10 FILLER                PIC X(10) VALUE "DATUM: ".
               10 KZ1-DATUM             PIC X(10).
               10 FILLER                PIC X(9)  VALUE "  MONAT: ".
               10 KZ1-MONAT             PIC X(06).
           05 KOPF-ZEILE-2.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 FILLER                PIC X(20) VALUE "ZEITPUNKT".
               10 FILLER                PIC X(26) VALUE "PROGRAMM".
               10 FILLER                PIC X(10) VALUE "BENUTZER".
               10 FILLER                PIC X(12) VALUE "FUNKTION".
               10 FILLER                PIC X(6)  VALUE "ROLLE".
               10 FILLER                PIC X(22) VALUE "GRUND".
               10 FILLER                PIC X(30) VALUE "OBJEKT".
           05 DETAIL-ZEILE.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 DZ-DATUM              PIC X(08).
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 DZ-UHRZEIT            PIC X(06).
               10 FILLER                PIC X(4)  VALUE SPACES.
               10 DZ-PROGRAMM           PIC X(24).
               10 FILLER                PIC X(2)  VALUE SPACES.
               10 DZ-BENUTZER           PIC X(08).
               10 FILLER                PIC X(2)  VALUE SPACES.
               10 DZ-FUNKTION           PIC X(10).
               10 FILLER                PIC X(2)  VALUE SPACES.
               10 DZ-ROLLE              PIC X(01).
               10 FILLER                PIC X(5)  VALUE SPACES.
               10 DZ-GRUND              PIC X(20).
               10 FILLER                PIC X(2)  VALUE SPACES.
               10 DZ-OBJEKT             PIC X(37).
           05 SUMMEN-KOPF-ZEILE.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 FILLER                PIC X(12) VALUE "BENUTZER".
               10 FILLER                PIC X(12) VALUE "  ANMELDUNG".
               10 FILLER                PIC X(12) VALUE "      ROLLE".
               10 FILLER                PIC X(12) VALUE "  VIERAUGEN".
               10 FILLER                PIC X(12) VALUE "   SONSTIGE".
               10 FILLER                PIC X(12) VALUE "     GESAMT".
           05 SUMMEN-ZEILE.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 SZ-BENUTZER           PIC X(08).
               10 FILLER                PIC X(4)  VALUE SPACES.
               10 SZ-ANMELDUNG          PIC ZZZ,ZZZ,ZZ9.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 SZ-ROLLE              PIC ZZZ,ZZZ,ZZ9.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 SZ-VIERAUGEN          PIC ZZZ,ZZZ,ZZ9.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 SZ-SONSTIGE           PIC ZZZ,ZZZ,ZZ9.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 SZ-GESAMT             PIC ZZZ,ZZZ,ZZ9.
           05 FUSS-ZEILE.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 FILLER                PIC X(18)
                       VALUE "SAETZE GELESEN: ".
               10 FZ-GELESEN            PIC ZZZ,ZZZ,ZZ9.
               10 FILLER                PIC X(3)  VALUE SPACES.
               10 FILLER                PIC X(22)
                       VALUE "VERSTOESSE IM MONAT: ".
               10 FZ-IM-MONAT           PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
           PERFORM BERICHT-INITIALISIERUNG
           PERFORM PROTOKOLL-AUSWERTEN UNTIL PROTOKOLL-ENDE
           PERFORM BERICHT-ABSCHLUSS
           DISPLAY "ANAGRAMM-ZUGRIFF-BERICHT: " WS-ANZAHL-IM-MONAT
               " Verstoesse im Monat " WS-MONAT
           GOBACK
           .

      * Bestimmt den Berichtsmonat (Parameter oder Vormonat) und
      * oeffnet Protokoll und Bericht. Ein fehlendes Protokoll ist
      * kein Fehler - dann gab es noch keinen abgewiesenen Zugriff.
       BERICHT-INITIALISIERUNG SECTION.
           MOVE "ANAGRAMM-ZUGRIFF-BERICHT" TO LFL-PROGRAMM
           PERFORM LAUFLOG-START
           ACCEPT WS-KOMMANDOZEILE FROM COMMAND-LINE
           UNSTRING WS-KOMMANDOZEILE DELIMITED BY SPACE
               INTO WS-MONAT-PARM
           END-UNSTRING
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-AKTUELLES-TAGESDATUM
           IF WS-MONAT-PARM (1:6) IS NUMERIC
                   AND WS-MONAT-PARM (7:2) = SPACES
               MOVE WS-MONAT-PARM (1:6) TO WS-MONAT
           ELSE
               MOVE WS-AKTUELLES-TAGESDATUM (1:4) TO WS-JAHR-ZAHL
               MOVE WS-AKTUELLES-TAGESDATUM (5:2) TO WS-MONAT-ZAHL
               IF WS-MONAT-ZAHL = 1
                   MOVE 12 TO WS-MONAT-ZAHL
                   SUBTRACT 1 FROM WS-JAHR-ZAHL
               ELSE
                   SUBTRACT 1 FROM WS-MONAT-ZAHL
               END-IF
               MOVE WS-JAHR-ZAHL TO WS-MONAT (1:4)
               MOVE WS-MONAT-ZAHL TO WS-MONAT (5:2)
           END-IF
           OPEN OUTPUT BERICHT-DATEI
           MOVE WS-AKTUELLES-TAGESDATUM TO KZ1-DATUM
           MOVE WS-MONAT TO KZ1-MONAT
           MOVE KOPF-ZEILE-1 TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE KOPF-ZEILE-2 TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           OPEN INPUT SICHERHEIT-DATEI
           IF WS-SICHERHEIT-DATEI-STATUS NOT = "00"
               DISPLAY "HINWEIS: Sicherheitsprotokoll ANAGSEC nicht "
                   "lesbar (Status " WS-SICHERHEIT-DATEI-STATUS
                   ") - keine Verstoesse zu berichten"
               SET PROTOKOLL-ENDE TO TRUE
           ELSE
               SET PROTOKOLL-OFFEN TO TRUE
               PERFORM NAECHSTER-PROTOKOLLSATZ
           END-IF
           EXIT.

       NAECHSTER-PROTOKOLLSATZ SECTION.
           READ SICHERHEIT-DATEI
               AT END SET PROTOKOLL-ENDE TO TRUE
           END-READ
           EXIT.

      * Ein Satz des Berichtsmonats wird als Einzelzeile gedruckt und
      * beim Benutzer verdichtet; Saetze anderer Monate werden nur
      * gezaehlt.
       PROTOKOLL-AUSWERTEN SECTION.
           ADD 1 TO WS-ANZAHL-GELESEN
           IF SIC-ZEITSTEMPEL (1:6) = WS-MONAT
               ADD 1 TO WS-ANZAHL-IM-MONAT
               MOVE SIC-ZEITSTEMPEL (1:8) TO DZ-DATUM
               MOVE SIC-ZEITSTEMPEL (9:6) TO DZ-UHRZEIT
               MOVE SIC-PROGRAMM TO DZ-PROGRAMM
               MOVE SIC-BENUTZER TO DZ-BENUTZER
               MOVE SIC-FUNKTION TO DZ-FUNKTION
               MOVE SIC-ROLLE TO DZ-ROLLE
               MOVE SIC-GRUND TO DZ-GRUND
               MOVE SIC-OBJEKT TO DZ-OBJEKT
               MOVE DETAIL-ZEILE TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
               PERFORM BENUTZER-VERDICHTEN
           END-IF
           PERFORM NAECHSTER-PROTOKOLLSATZ
           EXIT.

      * Ordnet den Verstoss einer Art zu: abgewiesene Anmeldung,
      * fehlende Rolle, Vier-Augen-Verstoss, Sonstiges (unbekannter
      * oder ungueltiger Benutzer, eigener Stammeintrag).
       BENUTZER-VERDICHTEN SECTION.
           MOVE 0 TO BSU-GEFUNDEN
           PERFORM VARYING BSU-INDEX FROM 1 BY 1
                   UNTIL BSU-INDEX > BSU-ANZAHL OR BSU-GEFUNDEN > 0
               IF BSU-BENUTZER (BSU-INDEX) = SIC-BENUTZER
                   MOVE BSU-INDEX TO BSU-GEFUNDEN
               END-IF
           END-PERFORM
           IF BSU-GEFUNDEN = 0
               IF BSU-ANZAHL < 200
                   ADD 1 TO BSU-ANZAHL
                   MOVE BSU-ANZAHL TO BSU-GEFUNDEN
                   MOVE SIC-BENUTZER TO BSU-BENUTZER (BSU-GEFUNDEN)
                   MOVE 0 TO BSU-ANMELDUNG (BSU-GEFUNDEN)
                   MOVE 0 TO BSU-ROLLE (BSU-GEFUNDEN)
                   MOVE 0 TO BSU-VIERAUGEN (BSU-GEFUNDEN)
                   MOVE 0 TO BSU-SONSTIGE (BSU-GEFUNDEN)
                   MOVE 0 TO BSU-GESAMT (BSU-GEFUNDEN)
               ELSE
                   ADD 1 TO WS-BENUTZER-VOLL
               END-IF
           END-IF
           IF BSU-GEFUNDEN > 0
               ADD 1 TO BSU-GESAMT (BSU-GEFUNDEN)
               EVALUATE TRUE
                   WHEN SIC-FUNKTION = "ANMELDUNG"
                       ADD 1 TO BSU-ANMELDUNG (BSU-GEFUNDEN)
                   WHEN SIC-FUNKTION = "VIERAUGEN"
                       ADD 1 TO BSU-VIERAUGEN (BSU-GEFUNDEN)
                   WHEN SIC-GRUND = "ROLLE FEHLT"
                       ADD 1 TO BSU-ROLLE (BSU-GEFUNDEN)
                   WHEN OTHER
                       ADD 1 TO BSU-SONSTIGE (BSU-GEFUNDEN)
               END-EVALUATE
           END-IF
           EXIT.

       BERICHT-ABSCHLUSS SECTION.
           IF PROTOKOLL-OFFEN
               CLOSE SICHERHEIT-DATEI
           END-IF
           MOVE SPACES TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE SUMMEN-KOPF-ZEILE TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           PERFORM VARYING BSU-INDEX FROM 1 BY 1
                   UNTIL BSU-INDEX > BSU-ANZAHL
               MOVE BSU-BENUTZER (BSU-INDEX) TO SZ-BENUTZER
               MOVE BSU-ANMELDUNG (BSU-INDEX) TO SZ-ANMELDUNG
               MOVE BSU-ROLLE (BSU-INDEX) TO SZ-ROLLE
               MOVE BSU-VIERAUGEN (BSU-INDEX) TO SZ-VIERAUGEN
               MOVE BSU-SONSTIGE (BSU-INDEX) TO SZ-SONSTIGE
               MOVE BSU-GESAMT (BSU-INDEX) TO SZ-GESAMT
               MOVE SUMMEN-ZEILE TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
           END-PERFORM
           IF WS-BENUTZER-VOLL > 0
               DISPLAY "WARNUNG: Mehr als 200 Benutzer im Monat - "
                   WS-BENUTZER-VOLL " Verstoss/Verstoesse nur "
                   "einzeln ausgewiesen"
               ADD 1 TO LFL-WARNUNGEN
           END-IF
           MOVE WS-ANZAHL-GELESEN TO FZ-GELESEN
           MOVE WS-ANZAHL-IM-MONAT TO FZ-IM-MONAT
           MOVE SPACES TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE FUSS-ZEILE TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           CLOSE BERICHT-DATEI
           MOVE WS-ANZAHL-GELESEN TO LFL-SAETZE-EIN
           MOVE WS-ANZAHL-IM-MONAT TO LFL-SAETZE-AUS
           PERFORM LAUFLOG-ENDE
           EXIT.

           COPY LAUFLOG-LOGIK.
