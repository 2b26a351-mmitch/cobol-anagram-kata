      * Eingabedaten abgelehnter Saetze (Status FEHL) - im selben
      * Berichtsformat wie ANAGRAMM-GRUPPEN, damit der Betrieb einen
      * Lauf ueberblicken kann, ohne tausende Detailzeilen
      * durchzusehen. Der fertige Bericht wird als Generation von
      * ANAGSUM im Generationskatalog aufbewahrt.
      * Am Ende steht je Sprache der Lieferbloecke (SATZ-SPRACHE,
      * leer = DE) eine Zeile mit Gesamt, JA, NEIN, FAST und FEHL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY LAUFLOGDATEI.

           COPY GENKATALOGDATEI.

           COPY GENKOPIEDATEI.

       DATA DIVISION.
       FILE SECTION.
       FD  AUSGABE-DATEI.
       01  LAUFLOG-SATZ.
           COPY LAUFSATZ.

       FD  GEN-KATALOG-DATEI.
       01  GEN-KATALOG-SATZ.
           COPY GENKATALOGSATZ.

       FD  GEN-QUELLE-DATEI.
       01  GEN-QUELLE-SATZ              PIC X(400).

       FD  GEN-ZIEL-DATEI.
       01  GEN-ZIEL-SATZ                PIC X(400).

       WORKING-STORAGE SECTION.
           COPY LAUFLOG-DATEN.

           COPY GENERATION-DATEN.

           COPY SPRACHE-DATEN.

       01 BERICHT-STEUERUNG.
           05 WS-AUSGABE-ENDE-SCH       PIC X(01) VALUE 'N'.
               88 AUSGABE-ENDE          VALUE 'J'.
           05 WS-SUMME-FAST-DIFFERENZ   PIC 9(9) VALUE 0.
           05 WS-SCHNITT-FAST-DIFFERENZ PIC 999V99.

      * Laufsummen je Sprache, in der Reihenfolge der SPRACH-TABELLE.
       01 SPRACH-SUMMEN.
           05 WS-SPRACH-NR              PIC 9(2).
           05 WS-SPRACH-SUMME OCCURS 3 TIMES.
               10 WS-SPR-GESAMT         PIC 9(9).
               10 WS-SPR-JA             PIC 9(9).
               10 WS-SPR-NEIN           PIC 9(9).
               10 WS-SPR-FAST           PIC 9(9).
               10 WS-SPR-FEHL           PIC 9(9).

       01 WS-AKTUELLES-TAGESDATUM       PIC X(10).

       01 BERICHTS-ZEILEN.
               10 FILLER                PIC X(30)
                       VALUE "DAVON MIT ECHTEN WOERTERN...: ".
               10 DZ5-ANZAHL            PIC ZZZ,ZZZ,ZZ9.
           05 SPRACH-ZEILE.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 FILLER                PIC X(8)  VALUE "SPRACHE ".
               10 SZ-SPRACHE            PIC X(2).
               10 FILLER                PIC X(9)  VALUE ": GESAMT ".
               10 SZ-GESAMT             PIC ZZZ,ZZZ,ZZ9.
               10 FILLER                PIC X(4)  VALUE " JA ".
               10 SZ-JA                 PIC ZZZ,ZZZ,ZZ9.
               10 FILLER                PIC X(6)  VALUE " NEIN ".
               10 SZ-NEIN               PIC ZZZ,ZZZ,ZZ9.
               10 FILLER                PIC X(6)  VALUE " FAST ".
               10 SZ-FAST               PIC ZZZ,ZZZ,ZZ9.
               10 FILLER                PIC X(6)  VALUE " FEHL ".
               10 SZ-FEHL               PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
           PERFORM BERICHT-INITIALISIERUNG
           PERFORM STATISTIK-FORTSCHREIBEN
           CLOSE AUSGABE-DATEI
           CLOSE BERICHT-DATEI
           MOVE "ANAGSUM" TO GEN-DATEI
           PERFORM GENERATION-SICHERN
           MOVE WS-SAETZE-GESAMT TO LFL-SAETZE-EIN
           PERFORM LAUFLOG-ENDE
           GOBACK
           EXIT.

      * Liest die Ausgabedatei des Stapellaufs vollstaendig und zaehlt
      * je Satz-Status, gesamt und je Sprache.
       LAUFSUMMEN-ERMITTELN SECTION.
           INITIALIZE SPRACH-SUMMEN
           READ AUSGABE-DATEI
               AT END SET AUSGABE-ENDE TO TRUE
           END-READ
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM SPRACHE-ZAEHLEN
               READ AUSGABE-DATEI
                   AT END SET AUSGABE-ENDE TO TRUE
               END-READ
           MOVE DETAIL-ZEILE-5 TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           ADD 1 TO LFL-SAETZE-AUS

           PERFORM VARYING WS-SPRACH-NR FROM 1 BY 1
                   UNTIL WS-SPRACH-NR > 3
               IF WS-SPR-GESAMT (WS-SPRACH-NR) > 0
                   MOVE SPRACH-CODE (WS-SPRACH-NR) TO SZ-SPRACHE
                   MOVE WS-SPR-GESAMT (WS-SPRACH-NR) TO SZ-GESAMT
                   MOVE WS-SPR-JA (WS-SPRACH-NR) TO SZ-JA
                   MOVE WS-SPR-NEIN (WS-SPRACH-NR) TO SZ-NEIN
                   MOVE WS-SPR-FAST (WS-SPRACH-NR) TO SZ-FAST
                   MOVE WS-SPR-FEHL (WS-SPRACH-NR) TO SZ-FEHL
                   MOVE SPRACH-ZEILE TO BERICHT-ZEILE
                   WRITE BERICHT-ZEILE
                   ADD 1 TO LFL-SAETZE-AUS
               END-IF
           END-PERFORM
           EXIT.

      * Zaehlt den gelesenen Ausgabesatz unter seiner Sprache; ein
      * Satz ohne Sprachcode (Ausgabe von vor der Sprachsteuerung)
      * zaehlt als Deutsch, ein unbekannter Code wird nicht
      * aufgeteilt.
       SPRACHE-ZAEHLEN SECTION.
           MOVE SATZ-SPRACHE OF AUSGABE-SATZ TO WS-SPRACHE-NEU
           IF WS-SPRACHE-NEU = SPACES
               MOVE "DE" TO WS-SPRACHE-NEU
           END-IF
           SET SPRACH-IDX TO 1
           SEARCH SPRACH-EINTRAG
               AT END
                   CONTINUE
               WHEN SPRACH-CODE (SPRACH-IDX) = WS-SPRACHE-NEU
                   SET WS-SPRACH-NR TO SPRACH-IDX
                   ADD 1 TO WS-SPR-GESAMT (WS-SPRACH-NR)
                   EVALUATE SATZ-STATUS OF AUSGABE-SATZ
                       WHEN "JA"
                           ADD 1 TO WS-SPR-JA (WS-SPRACH-NR)
                       WHEN "NEIN"
                           ADD 1 TO WS-SPR-NEIN (WS-SPRACH-NR)
                       WHEN "FAST"
                           ADD 1 TO WS-SPR-FAST (WS-SPRACH-NR)
                       WHEN "FEHL"
                           ADD 1 TO WS-SPR-FEHL (WS-SPRACH-NR)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-SEARCH
           EXIT.

      * Haengt die Laufsummen als maschinenlesbaren Satz an die
           EXIT.

           COPY LAUFLOG-LOGIK.

           COPY GENSICHERUNG-LOGIK.
