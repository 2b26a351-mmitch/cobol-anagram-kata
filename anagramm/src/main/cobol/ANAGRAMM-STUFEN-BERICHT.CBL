       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANAGRAMM-STUFEN-BERICHT.

      * Verteilungsbericht der Schwierigkeit fuer eine Wochenliste:
      * zaehlt die Gruppen des Exports ANAGEXP (ANAGRAMM-GRUPPEN,
      * jede Gruppe einmal, nicht je Mitglied) und die Paare des
      * Exports ANAGNEX (ANAGRAMM-NAEHE) je Schwierigkeitsstufe
      * L (leicht), M (mittel) und S (schwer), mit Anteil und
      * mittlerer Punktzahl, dazu die Verteilung der Punktzahlen in
      * Zehnerschritten (ANAGSWB). Laeuft nach den beiden
      * Exportlaeufen; Saetze ohne Bewertung (aeltere Exporte)
      * stehen in der Spalte OHNE.
      *
      * Kommandozeile: optional eine Bezeichnung der Wochenliste
      * (hoechstens 10 Stellen, etwa 2026-KW42) fuer den Kopf; ohne
      * Parameter steht dort das Tagesdatum.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRUPPEN-DATEI ASSIGN TO "ANAGEXP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRUPPEN-DATEI-STATUS.

           SELECT PAARE-DATEI ASSIGN TO "ANAGNEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAARE-DATEI-STATUS.

           SELECT BERICHT-DATEI ASSIGN TO "ANAGSWB"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY LAUFLOGDATEI.

       DATA DIVISION.
       FILE SECTION.
       FD  GRUPPEN-DATEI.
       01  GRUPPEN-SATZ.
           COPY GRUPPENEXPORTSATZ.

       FD  PAARE-DATEI.
       01  PAARE-SATZ.
           COPY NAEHEEXPORTSATZ.

       FD  BERICHT-DATEI.
       01  BERICHT-ZEILE                PIC X(133).

       FD  LAUFLOG-DATEI.
       01  LAUFLOG-SATZ.
           COPY LAUFSATZ.

       WORKING-STORAGE SECTION.
           COPY LAUFLOG-DATEN.

       01 BERICHT-STEUERUNG.
           05 WS-GRUPPEN-DATEI-STATUS   PIC X(02).
           05 WS-PAARE-DATEI-STATUS     PIC X(02).
           05 WS-KOMMANDOZEILE          PIC X(40) VALUE SPACES.
           05 WS-LISTE                  PIC X(10) VALUE SPACES.
           05 WS-DATEI-ENDE-SCH         PIC X(01).
               88 DATEI-ENDE            VALUE 'J'.
           05 WS-LETZTE-GRUPPE          PIC 9(06).
           05 WS-ANZAHL-GELESEN         PIC 9(9) VALUE 0.
      * Eingabe von EINTRAG-ZAEHLEN: Zeile (1 = Gruppen, 2 = Paare),
      * Stufe und Punktzahl des Eintrags.
           05 WS-ZEILE                  PIC 9(01).
           05 WS-STUFE                  PIC X(01).
           05 WS-PUNKTE                 PIC X(03).
           05 WS-PUNKTE-ZAHL REDEFINES WS-PUNKTE PIC 9(03).
           05 WS-BEREICH                PIC 9(02).

      * Zaehler je Zeile: 1 = Gruppen, 2 = Paare, 3 = zusammen.
       01 VERTEILUNG-TABELLE.
           05 VT-ZEILE OCCURS 3.
               10 VT-LEICHT             PIC 9(9).
               10 VT-MITTEL             PIC 9(9).
               10 VT-SCHWER             PIC 9(9).
               10 VT-OHNE               PIC 9(9).
               10 VT-GESAMT             PIC 9(9).
               10 VT-BEWERTET           PIC 9(9).
               10 VT-PUNKTE-SUMME       PIC 9(11).
       01 VT-INDEX                      PIC 9(01).

      * Punktzahlen in Zehnerschritten (Bereich 10 schliesst 100
      * ein).
       01 BEREICH-TABELLE.
           05 BT-ZEILE OCCURS 10.
               10 BT-GRUPPEN            PIC 9(9).
               10 BT-PAARE              PIC 9(9).
       01 BT-INDEX                      PIC 9(02).

       01 WS-AKTUELLES-TAGESDATUM       PIC X(10).

       01 BERICHTS-ZEILEN.
           05 KOPF-ZEILE-1.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 FILLER                PIC X(44) VALUE
                       "ANAGRAMM-STUFEN-BERICHT - Schwierigkeit".
               10 FILLER                PIC X(10) VALUE "DATUM: ".
               10 KZ1-DATUM             PIC X(10).
               10 FILLER                PIC X(9)  VALUE "  LISTE: ".
               10 KZ1-LISTE             PIC X(10).
           05 KOPF-ZEILE-2.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 FILLER                PIC X(20) VALUE SPACES.
               10 FILLER                PIC X(18)
                       VALUE " LEICHT        %".
               10 FILLER                PIC X(18)
                       VALUE " MITTEL        %".
               10 FILLER                PIC X(18)
                       VALUE " SCHWER        %".
               10 FILLER                PIC X(12) VALUE "        OHNE".
               10 FILLER                PIC X(12) VALUE "     GESAMT".
               10 FILLER                PIC X(10) VALUE "    PUNKTE".
           05 STUFEN-ZEILE.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 SZ-TEXT               PIC X(20).
               10 SZ-LEICHT             PIC ZZZ,ZZ9.
               10 FILLER                PIC X(4)  VALUE SPACES.
               10 SZ-LEICHT-PROZ        PIC ZZ9.9.
               10 FILLER                PIC X(2)  VALUE SPACES.
               10 SZ-MITTEL             PIC ZZZ,ZZ9.
               10 FILLER                PIC X(4)  VALUE SPACES.
               10 SZ-MITTEL-PROZ        PIC ZZ9.9.
               10 FILLER                PIC X(2)  VALUE SPACES.
               10 SZ-SCHWER             PIC ZZZ,ZZ9.
               10 FILLER                PIC X(4)  VALUE SPACES.
               10 SZ-SCHWER-PROZ        PIC ZZ9.9.
               10 FILLER                PIC X(5)  VALUE SPACES.
               10 SZ-OHNE               PIC ZZZ,ZZ9.
               10 FILLER                PIC X(4)  VALUE SPACES.
               10 SZ-GESAMT             PIC ZZZ,ZZ9.
               10 FILLER                PIC X(5)  VALUE SPACES.
               10 SZ-PUNKTE             PIC ZZ9.9.
           05 BEREICH-KOPF-ZEILE.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 FILLER                PIC X(20) VALUE "PUNKTE".
               10 FILLER                PIC X(12) VALUE "    GRUPPEN".
               10 FILLER                PIC X(12) VALUE "      PAARE".
           05 BEREICH-ZEILE.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 BZ-VON                PIC ZZ9.
               10 FILLER                PIC X(3)  VALUE " - ".
               10 BZ-BIS                PIC ZZ9.
               10 FILLER                PIC X(15) VALUE SPACES.
               10 BZ-GRUPPEN            PIC ZZZ,ZZ9.
               10 FILLER                PIC X(5)  VALUE SPACES.
               10 BZ-PAARE              PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
           PERFORM BERICHT-INITIALISIERUNG
           PERFORM GRUPPEN-ZAEHLEN
           PERFORM PAARE-ZAEHLEN
           PERFORM BERICHT-ABSCHLUSS
           DISPLAY "ANAGRAMM-STUFEN-BERICHT: " VT-GESAMT (1)
               " Gruppe(n), " VT-GESAMT (2) " Paar(e) - leicht "
               VT-LEICHT (3) ", mittel " VT-MITTEL (3)
               ", schwer " VT-SCHWER (3)
           GOBACK
           .

       BERICHT-INITIALISIERUNG SECTION.
           MOVE "ANAGRAMM-STUFEN-BERICHT" TO LFL-PROGRAMM
           PERFORM LAUFLOG-START
           ACCEPT WS-KOMMANDOZEILE FROM COMMAND-LINE
           UNSTRING WS-KOMMANDOZEILE DELIMITED BY ALL SPACE
               INTO WS-LISTE
           END-UNSTRING
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-AKTUELLES-TAGESDATUM
           IF WS-LISTE = SPACES
               MOVE WS-AKTUELLES-TAGESDATUM TO WS-LISTE
           END-IF
           INITIALIZE VERTEILUNG-TABELLE
           INITIALIZE BEREICH-TABELLE
           OPEN OUTPUT BERICHT-DATEI
           MOVE WS-AKTUELLES-TAGESDATUM TO KZ1-DATUM
           MOVE WS-LISTE TO KZ1-LISTE
           MOVE KOPF-ZEILE-1 TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE SPACES TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE KOPF-ZEILE-2 TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           EXIT.

      * Der Gruppenexport hat einen Satz je Mitglied; gezaehlt wird
      * beim Wechsel der Gruppennummer, mit Stufe und Punktzahl des
      * ersten Mitglieds (sie sind in allen Saetzen einer Gruppe
      * gleich).
       GRUPPEN-ZAEHLEN SECTION.
           OPEN INPUT GRUPPEN-DATEI
           IF WS-GRUPPEN-DATEI-STATUS NOT = "00"
               DISPLAY "HINWEIS: Gruppenexport ANAGEXP nicht lesbar "
                   "(Status " WS-GRUPPEN-DATEI-STATUS
                   ") - keine Gruppen gezaehlt"
           ELSE
               MOVE 'N' TO WS-DATEI-ENDE-SCH
               MOVE 0 TO WS-LETZTE-GRUPPE
               PERFORM UNTIL DATEI-ENDE
                   READ GRUPPEN-DATEI
                       AT END
                           SET DATEI-ENDE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ANZAHL-GELESEN
                           IF GEX-GRUPPEN-NR NOT = WS-LETZTE-GRUPPE
                               MOVE GEX-GRUPPEN-NR TO WS-LETZTE-GRUPPE
                               MOVE 1 TO WS-ZEILE
                               MOVE GEX-STUFE TO WS-STUFE
                               MOVE GEX-SCHWIERIGKEIT TO WS-PUNKTE
                               PERFORM EINTRAG-ZAEHLEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRUPPEN-DATEI
           END-IF
           EXIT.

       PAARE-ZAEHLEN SECTION.
           OPEN INPUT PAARE-DATEI
           IF WS-PAARE-DATEI-STATUS NOT = "00"
               DISPLAY "HINWEIS: Paarexport ANAGNEX nicht lesbar "
                   "(Status " WS-PAARE-DATEI-STATUS
                   ") - keine Paare gezaehlt"
           ELSE
               MOVE 'N' TO WS-DATEI-ENDE-SCH
               PERFORM UNTIL DATEI-ENDE
                   READ PAARE-DATEI
                       AT END
                           SET DATEI-ENDE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ANZAHL-GELESEN
                           MOVE 2 TO WS-ZEILE
                           MOVE NEX-STUFE TO WS-STUFE
                           MOVE NEX-SCHWIERIGKEIT TO WS-PUNKTE
                           PERFORM EINTRAG-ZAEHLEN
                   END-READ
               END-PERFORM
               CLOSE PAARE-DATEI
           END-IF
           EXIT.

      * Zaehlt einen Eintrag in seiner Zeile und in der Summenzeile;
      * ohne gueltige Stufe und Punktzahl nur unter OHNE.
       EINTRAG-ZAEHLEN SECTION.
           MOVE WS-ZEILE TO VT-INDEX
           PERFORM STUFE-ZAEHLEN
           MOVE 3 TO VT-INDEX
           PERFORM STUFE-ZAEHLEN
           IF WS-PUNKTE IS NUMERIC AND WS-PUNKTE-ZAHL NOT > 100
                   AND (WS-STUFE = 'L' OR 'M' OR 'S')
               COMPUTE BT-INDEX = WS-PUNKTE-ZAHL / 10 + 1
               IF BT-INDEX > 10
                   MOVE 10 TO BT-INDEX
               END-IF
               IF WS-ZEILE = 1
                   ADD 1 TO BT-GRUPPEN (BT-INDEX)
               ELSE
                   ADD 1 TO BT-PAARE (BT-INDEX)
               END-IF
           END-IF
           EXIT.

       STUFE-ZAEHLEN SECTION.
           ADD 1 TO VT-GESAMT (VT-INDEX)
           IF WS-PUNKTE IS NUMERIC AND WS-PUNKTE-ZAHL NOT > 100
               EVALUATE WS-STUFE
                   WHEN 'L'
                       ADD 1 TO VT-LEICHT (VT-INDEX)
                   WHEN 'M'
                       ADD 1 TO VT-MITTEL (VT-INDEX)
                   WHEN 'S'
                       ADD 1 TO VT-SCHWER (VT-INDEX)
                   WHEN OTHER
                       ADD 1 TO VT-OHNE (VT-INDEX)
               END-EVALUATE
               IF WS-STUFE = 'L' OR 'M' OR 'S'
                   ADD 1 TO VT-BEWERTET (VT-INDEX)
                   ADD WS-PUNKTE-ZAHL TO VT-PUNKTE-SUMME (VT-INDEX)
               END-IF
           ELSE
               ADD 1 TO VT-OHNE (VT-INDEX)
           END-IF
           EXIT.

       BERICHT-ABSCHLUSS SECTION.
           MOVE 1 TO VT-INDEX
           MOVE "GRUPPEN (ANAGEXP)" TO SZ-TEXT
           PERFORM STUFEN-ZEILE-SCHREIBEN
           MOVE 2 TO VT-INDEX
           MOVE "PAARE (ANAGNEX)" TO SZ-TEXT
           PERFORM STUFEN-ZEILE-SCHREIBEN
           MOVE 3 TO VT-INDEX
           MOVE "ZUSAMMEN" TO SZ-TEXT
           PERFORM STUFEN-ZEILE-SCHREIBEN
           MOVE SPACES TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE BEREICH-KOPF-ZEILE TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           PERFORM VARYING BT-INDEX FROM 1 BY 1 UNTIL BT-INDEX > 10
               COMPUTE BZ-VON = (BT-INDEX - 1) * 10
               IF BT-INDEX = 10
                   MOVE 100 TO BZ-BIS
               ELSE
                   COMPUTE BZ-BIS = BT-INDEX * 10 - 1
               END-IF
               MOVE BT-GRUPPEN (BT-INDEX) TO BZ-GRUPPEN
               MOVE BT-PAARE (BT-INDEX) TO BZ-PAARE
               MOVE BEREICH-ZEILE TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
           END-PERFORM
           CLOSE BERICHT-DATEI
           MOVE WS-ANZAHL-GELESEN TO LFL-SAETZE-EIN
           MOVE VT-GESAMT (3) TO LFL-SAETZE-AUS
           PERFORM LAUFLOG-ENDE
           EXIT.

      * Druckt die Zeile VT-INDEX mit Anteilen (an allen bewerteten
      * Eintraegen der Zeile) und mittlerer Punktzahl.
       STUFEN-ZEILE-SCHREIBEN SECTION.
           MOVE VT-LEICHT (VT-INDEX) TO SZ-LEICHT
           MOVE VT-MITTEL (VT-INDEX) TO SZ-MITTEL
           MOVE VT-SCHWER (VT-INDEX) TO SZ-SCHWER
           MOVE VT-OHNE (VT-INDEX) TO SZ-OHNE
           MOVE VT-GESAMT (VT-INDEX) TO SZ-GESAMT
           IF VT-BEWERTET (VT-INDEX) > 0
               COMPUTE SZ-LEICHT-PROZ ROUNDED =
                   VT-LEICHT (VT-INDEX) * 100 / VT-BEWERTET (VT-INDEX)
               COMPUTE SZ-MITTEL-PROZ ROUNDED =
                   VT-MITTEL (VT-INDEX) * 100 / VT-BEWERTET (VT-INDEX)
               COMPUTE SZ-SCHWER-PROZ ROUNDED =
                   VT-SCHWER (VT-INDEX) * 100 / VT-BEWERTET (VT-INDEX)
               COMPUTE SZ-PUNKTE ROUNDED =
                   VT-PUNKTE-SUMME (VT-INDEX) / VT-BEWERTET (VT-INDEX)
           ELSE
               MOVE 0 TO SZ-LEICHT-PROZ
               MOVE 0 TO SZ-MITTEL-PROZ
               MOVE 0 TO SZ-SCHWER-PROZ
               MOVE 0 TO SZ-PUNKTE
           END-IF
           MOVE STUFEN-ZEILE TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           EXIT.

           COPY LAUFLOG-LOGIK.
