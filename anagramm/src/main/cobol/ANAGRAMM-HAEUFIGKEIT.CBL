       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANAGRAMM-HAEUFIGKEIT.

      * Baut die Buchstaben-Haeufigkeitstabelle ANAGBHT (COPY
      * HAEUFIGKEITSATZ) aus der aktuellen Wortliste ANAGWL: zaehlt
      * jeden Buchstaben A-Z ueber alle Woerter (normalisiert wie
      * beim Anagramm-Vergleich), berechnet seinen Anteil in
      * Promille und leitet daraus einen Seltenheitswert 0-10 ab.
      * Die Tabelle ist die Grundlage der Schwierigkeitsbewertung in
      * ANAGRAMM-GRUPPEN und ANAGRAMM-NAEHE (SCHWIERIGKEIT-LOGIK.CPY)
      * und laeuft deshalb vor diesen beiden ueber dieselbe
      * Wortliste. Dazu eine Druckliste der Tabelle (ANAGBHL).
      *
      * Fehlt die Wortliste oder enthaelt sie keinen Buchstaben,
      * bleibt die bisherige Tabelle stehen und der Lauf endet mit
      * Return-Code 8 und einem kritischen Alarm an die
      * Betriebsueberwachung (ALARM-LOGIK.CPY).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORTLISTE-DATEI ASSIGN TO "ANAGWL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORTLISTE-DATEI-STATUS.

           COPY HAEUFIGKEITDATEI.

           SELECT BERICHT-DATEI ASSIGN TO "ANAGBHL"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY LAUFLOGDATEI.

           COPY ALARMDATEI.

       DATA DIVISION.
       FILE SECTION.
       FD  WORTLISTE-DATEI.
       01  WORTLISTE-SATZ.
           COPY WORTLISTESATZ.

       FD  HAEUFIGKEIT-DATEI.
       01  HAEUFIGKEIT-SATZ.
           COPY HAEUFIGKEITSATZ.

       FD  BERICHT-DATEI.
       01  BERICHT-ZEILE                PIC X(133).

       FD  LAUFLOG-DATEI.
       01  LAUFLOG-SATZ.
           COPY LAUFSATZ.

       FD  ALARM-DATEI.
       01  ALARM-SATZ.
           COPY ALARMSATZ.

       FD  ALARMJOURNAL-DATEI.
       01  ALARMJOURNAL-SATZ.
           COPY ALARMSATZ REPLACING LEADING ==ALS== BY ==ALJ==.

       WORKING-STORAGE SECTION.
           COPY VERGLEICH-DATEN.

           COPY LAUFLOG-DATEN.

           COPY ALARM-DATEN.

       01 HAEUFIGKEIT-STEUERUNG.
           05 WS-WORTLISTE-DATEI-STATUS PIC X(02).
           05 WS-HAEUFIGKEIT-DATEI-STATUS PIC X(02).
           05 WS-WORTLISTE-ENDE-SCH     PIC X(01) VALUE 'N'.
               88 WORTLISTE-ENDE        VALUE 'J'.
           05 WS-ANZAHL-WOERTER         PIC 9(9) VALUE 0.
           05 WS-ANZAHL-BUCHSTABEN      PIC 9(11) VALUE 0.
           05 WS-STELLE                 PIC 9(03).
           05 WS-INDEX                  PIC 9(02).
           05 WS-STUFE                  PIC 9(02).

      * Zaehler je Buchstabe A-Z.
       01 BUCHSTABEN-TABELLE.
           05 BT-ANZAHL                 PIC 9(09) OCCURS 26.
       01 WS-ALPHABET                   PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      * Stufen der Seltenheit: ein Buchstabe mit einem Anteil von
      * mindestens ST-PROMILLE (n) erhaelt die Seltenheit n - 1;
      * unter 1 Promille (auch gar nicht vorhanden) gilt 10. Fuer
      * eine deutsche Liste liegen E und N bei 0 bis 1, Q, X und Y
      * bei 10.
       01 STUFEN-WERTE.
           05 FILLER                    PIC 9(04) VALUE 80.
           05 FILLER                    PIC 9(04) VALUE 60.
           05 FILLER                    PIC 9(04) VALUE 40.
           05 FILLER                    PIC 9(04) VALUE 30.
           05 FILLER                    PIC 9(04) VALUE 20.
           05 FILLER                    PIC 9(04) VALUE 15.
           05 FILLER                    PIC 9(04) VALUE 10.
           05 FILLER                    PIC 9(04) VALUE 6.
           05 FILLER                    PIC 9(04) VALUE 3.
           05 FILLER                    PIC 9(04) VALUE 1.
       01 STUFEN-TABELLE REDEFINES STUFEN-WERTE.
           05 ST-PROMILLE               PIC 9(04) OCCURS 10.

       01 WS-AKTUELLES-TAGESDATUM       PIC X(10).

       01 BERICHTS-ZEILEN.
           05 KOPF-ZEILE-1.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 FILLER                PIC X(44) VALUE
                       "ANAGRAMM-HAEUFIGKEIT - Buchstabentabelle".
               10 FILLER                PIC X(10) VALUE "DATUM: ".
               10 KZ1-DATUM             PIC X(10).
           05 KOPF-ZEILE-2.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 FILLER                PIC X(12) VALUE "BUCHSTABE".
               10 FILLER                PIC X(14) VALUE "      ANZAHL".
               10 FILLER                PIC X(12) VALUE "  PROMILLE".
               10 FILLER                PIC X(12) VALUE "SELTENHEIT".
           05 DETAIL-ZEILE.
               10 FILLER                PIC X(5)  VALUE SPACES.
               10 DZ-BUCHSTABE          PIC X(01).
               10 FILLER                PIC X(7)  VALUE SPACES.
               10 DZ-ANZAHL             PIC ZZZ,ZZZ,ZZ9.
               10 FILLER                PIC X(6)  VALUE SPACES.
               10 DZ-PROMILLE           PIC Z,ZZ9.
               10 FILLER                PIC X(9)  VALUE SPACES.
               10 DZ-SELTENHEIT         PIC Z9.
           05 FUSS-ZEILE.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 FILLER                PIC X(18)
                       VALUE "WOERTER GELESEN: ".
               10 FZ-WOERTER            PIC ZZZ,ZZZ,ZZ9.
               10 FILLER                PIC X(3)  VALUE SPACES.
               10 FILLER                PIC X(12) VALUE "BUCHSTABEN: ".
               10 FZ-BUCHSTABEN         PIC ZZZ,ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
           MOVE "ANAGRAMM-HAEUFIGKEIT" TO LFL-PROGRAMM
           PERFORM LAUFLOG-START
           PERFORM WORTLISTE-ZAEHLEN
           IF WS-ANZAHL-BUCHSTABEN = 0
               DISPLAY "WARNUNG: Wortliste ANAGWL fehlt oder enthaelt "
                   "keine Buchstaben (Status "
                   WS-WORTLISTE-DATEI-STATUS
                   ") - Haeufigkeitstabelle ANAGBHT unveraendert"
               ADD 1 TO LFL-WARNUNGEN
               MOVE "FEHL" TO LFL-ABSCHLUSS-CODE
               MOVE 8 TO RETURN-CODE
               MOVE "ANAGRAMM-HAEUFIGKEIT" TO ALM-MELDER
               MOVE "ANAGRAMM-HAEUFIGKEIT" TO ALM-PROGRAMM
               MOVE LFL-LAUF-ID TO ALM-LAUF-ID
               SET ALM-KRITISCH TO TRUE
               MOVE "FEHL" TO ALM-CODE
               MOVE SPACES TO ALM-TEXT
               STRING "WORTLISTE ANAGWL FEHLT ODER LEER (STATUS "
                   WS-WORTLISTE-DATEI-STATUS
                   ") - ANAGBHT UNVERAENDERT"
                   DELIMITED BY SIZE INTO ALM-TEXT
               END-STRING
               PERFORM ALARM-MELDEN
           ELSE
               PERFORM TABELLE-SCHREIBEN
               DISPLAY "ANAGRAMM-HAEUFIGKEIT: " WS-ANZAHL-WOERTER
                   " Woerter, " WS-ANZAHL-BUCHSTABEN " Buchstaben"
           END-IF
           MOVE WS-ANZAHL-WOERTER TO LFL-SAETZE-EIN
           MOVE 0 TO LFL-SAETZE-AUS
           IF WS-ANZAHL-BUCHSTABEN > 0
               MOVE 26 TO LFL-SAETZE-AUS
           END-IF
           PERFORM LAUFLOG-ENDE
           PERFORM ALARM-SCHLIESSEN
           GOBACK
           .

      * Liest die Wortliste und zaehlt die Buchstaben A-Z der
      * Normalform jedes Worts (FUNCTION ORD("A") ist 66, daher
      * Stelle = ORD - 65, wie in PROFIL-BERECHNEN).
       WORTLISTE-ZAEHLEN SECTION.
           PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > 26
               MOVE 0 TO BT-ANZAHL (WS-INDEX)
           END-PERFORM
           OPEN INPUT WORTLISTE-DATEI
           IF WS-WORTLISTE-DATEI-STATUS = "00"
               PERFORM UNTIL WORTLISTE-ENDE
                   READ WORTLISTE-DATEI
                       AT END
                           SET WORTLISTE-ENDE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ANZAHL-WOERTER
                           PERFORM WORT-ZAEHLEN
                   END-READ
               END-PERFORM
               CLOSE WORTLISTE-DATEI
           END-IF
           EXIT.

       WORT-ZAEHLEN SECTION.
           MOVE WLS-WORT TO NORM-EINGABE
           PERFORM NORMALISIERE-WORT
           PERFORM VARYING WS-STELLE FROM 1 BY 1 UNTIL WS-STELLE > 80
               IF NORM-AUSGABE (WS-STELLE:1) >= "A"
                       AND NORM-AUSGABE (WS-STELLE:1) <= "Z"
                   COMPUTE WS-INDEX =
                       FUNCTION ORD(NORM-AUSGABE (WS-STELLE:1)) - 65
                   ADD 1 TO BT-ANZAHL (WS-INDEX)
                   ADD 1 TO WS-ANZAHL-BUCHSTABEN
               END-IF
           END-PERFORM
           EXIT.

      * Schreibt je Buchstabe einen Tabellensatz und eine
      * Listenzeile.
       TABELLE-SCHREIBEN SECTION.
           OPEN OUTPUT HAEUFIGKEIT-DATEI
           OPEN OUTPUT BERICHT-DATEI
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-AKTUELLES-TAGESDATUM
           MOVE WS-AKTUELLES-TAGESDATUM TO KZ1-DATUM
           MOVE KOPF-ZEILE-1 TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE KOPF-ZEILE-2 TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > 26
               MOVE WS-ALPHABET (WS-INDEX:1) TO HFT-BUCHSTABE
               MOVE BT-ANZAHL (WS-INDEX) TO HFT-ANZAHL
               COMPUTE HFT-PROMILLE ROUNDED =
                   BT-ANZAHL (WS-INDEX) * 1000 / WS-ANZAHL-BUCHSTABEN
               PERFORM SELTENHEIT-ERMITTELN
               WRITE HAEUFIGKEIT-SATZ
               MOVE HFT-BUCHSTABE TO DZ-BUCHSTABE
               MOVE HFT-ANZAHL TO DZ-ANZAHL
               MOVE HFT-PROMILLE TO DZ-PROMILLE
               MOVE HFT-SELTENHEIT TO DZ-SELTENHEIT
               MOVE DETAIL-ZEILE TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
           END-PERFORM
           MOVE WS-ANZAHL-WOERTER TO FZ-WOERTER
           MOVE WS-ANZAHL-BUCHSTABEN TO FZ-BUCHSTABEN
           MOVE SPACES TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE FUSS-ZEILE TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           CLOSE HAEUFIGKEIT-DATEI
           CLOSE BERICHT-DATEI
           EXIT.

      * Sucht die erste Stufe, deren Mindestanteil der Buchstabe
      * erreicht (siehe STUFEN-WERTE).
       SELTENHEIT-ERMITTELN SECTION.
           MOVE 10 TO HFT-SELTENHEIT
           PERFORM VARYING WS-STUFE FROM 10 BY -1 UNTIL WS-STUFE < 1
               IF HFT-PROMILLE >= ST-PROMILLE (WS-STUFE)
                   COMPUTE HFT-SELTENHEIT = WS-STUFE - 1
               END-IF
           END-PERFORM
           EXIT.

           COPY SIGNATUR-LOGIK.

           COPY LAUFLOG-LOGIK.

           COPY ALARM-LOGIK.
