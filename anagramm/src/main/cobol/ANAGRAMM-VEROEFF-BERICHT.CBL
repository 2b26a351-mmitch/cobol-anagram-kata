       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANAGRAMM-VEROEFF-BERICHT.

      * Monatsbericht ueber das Veroeffentlichungsregister ANAGREG
      * (COPY REGISTERSATZ): listet alles, was in einem Monat
      * gedruckt wurde, nach Erscheinungsdatum und Ausgabe sortiert
      * - je Wort Art, Sprache, Schreibweise und Erfasser - mit
      * einer Summenzeile je Ausgabe (Woerter je Art) und den
      * Monatssummen am Ende (ANAGREB).
      *
      * Kommandozeile: optional der Berichtsmonat JJJJMM (wie bei
      * ANAGRAMM-ZUGRIFF-BERICHT). Ohne Parameter wird der Vormonat
      * berichtet - der Job laeuft zum Monatsanfang ohne Zutun.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY REGISTERDATEI.

           SELECT SORTIER-DATEI ASSIGN TO "SORTWK1".

           SELECT BERICHT-DATEI ASSIGN TO "ANAGREB"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY LAUFLOGDATEI.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER-DATEI.
       01  REGISTER-SATZ.
           COPY REGISTERSATZ.

      * Sortiert nach Datum, Ausgabe, Art, Sprache und Wort.
       SD  SORTIER-DATEI.
       01  SORTIER-SATZ.
           05 SRT-DATUM                 PIC X(08).
           05 SRT-AUSGABE               PIC X(10).
           05 SRT-ART                   PIC X(01).
           05 SRT-SPRACHE               PIC X(02).
           05 SRT-WORT                  PIC X(80).
           05 SRT-WORT-ORIGINAL         PIC X(80).
           05 SRT-ERFASST-VON           PIC X(08).

       FD  BERICHT-DATEI.
       01  BERICHT-ZEILE                PIC X(133).

       FD  LAUFLOG-DATEI.
       01  LAUFLOG-SATZ.
           COPY LAUFSATZ.

       WORKING-STORAGE SECTION.
           COPY LAUFLOG-DATEN.

       01 BERICHT-STEUERUNG.
           05 WS-REGISTER-DATEI-STATUS  PIC X(02).
           05 WS-KOMMANDOZEILE          PIC X(40) VALUE SPACES.
           05 WS-MONAT-PARM             PIC X(08) VALUE SPACES.
           05 WS-MONAT                  PIC X(06) VALUE SPACES.
           05 WS-JAHR-ZAHL              PIC 9(04).
           05 WS-MONAT-ZAHL             PIC 9(02).
           05 WS-REGISTER-ENDE-SCH      PIC X(01) VALUE 'N'.
               88 REGISTER-ENDE         VALUE 'J'.
           05 WS-SORTIER-ENDE-SCH       PIC X(01) VALUE 'N'.
               88 SORTIER-ENDE          VALUE 'J'.
           05 WS-ANZAHL-GELESEN         PIC 9(9) VALUE 0.
           05 WS-ANZAHL-IM-MONAT        PIC 9(9) VALUE 0.
           05 WS-ANZAHL-AUSGABEN        PIC 9(9) VALUE 0.

      * Summen der laufenden Ausgabe (Gruppenwechsel auf Datum und
      * Ausgabe) und des ganzen Monats, je Art.
       01 AUSGABE-SUMMEN.
           05 AUS-OFFEN-SCH             PIC X(01) VALUE 'N'.
               88 AUSGABE-OFFEN         VALUE 'J'.
           05 AUS-DATUM                 PIC X(08).
           05 AUS-AUSGABE               PIC X(10).
           05 AUS-GRUPPE                PIC 9(9).
           05 AUS-NAEHE                 PIC 9(9).
           05 AUS-POOL                  PIC 9(9).
           05 AUS-GESAMT                PIC 9(9).
       01 MONATS-SUMMEN.
           05 MON-GRUPPE                PIC 9(9) VALUE 0.
           05 MON-NAEHE                 PIC 9(9) VALUE 0.
           05 MON-POOL                  PIC 9(9) VALUE 0.

       01 WS-AKTUELLES-TAGESDATUM       PIC X(10).

       01 BERICHTS-ZEILEN.
           05 KOPF-ZEILE-1.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 FILLER                PIC X(44) VALUE
                       "ANAGRAMM-VEROEFF-BERICHT - Veroeffentlicht".
               10 FILLER                PIC X(10) VALUE "DATUM: ".
               10 KZ1-DATUM             PIC X(10).
               10 FILLER                PIC X(9)  VALUE "  MONAT: ".
               10 KZ1-MONAT             PIC X(06).
           05 KOPF-ZEILE-2.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 FILLER                PIC X(10) VALUE "DATUM".
               10 FILLER                PIC X(12) VALUE "AUSGABE".
               10 FILLER                PIC X(5)  VALUE "ART".
               10 FILLER                PIC X(9)  VALUE "SPRACHE".
               10 FILLER                PIC X(52) VALUE "WORT".
               10 FILLER                PIC X(12) VALUE "ERFASST VON".
           05 DETAIL-ZEILE.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 DZ-DATUM              PIC X(08).
               10 FILLER                PIC X(2)  VALUE SPACES.
               10 DZ-AUSGABE            PIC X(10).
               10 FILLER                PIC X(2)  VALUE SPACES.
               10 DZ-ART                PIC X(01).
               10 FILLER                PIC X(4)  VALUE SPACES.
               10 DZ-SPRACHE            PIC X(02).
               10 FILLER                PIC X(7)  VALUE SPACES.
               10 DZ-WORT               PIC X(50).
               10 FILLER                PIC X(2)  VALUE SPACES.
               10 DZ-ERFASST-VON        PIC X(08).
           05 AUSGABE-ZEILE.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 FILLER                PIC X(10) VALUE "AUSGABE ".
               10 AZ-AUSGABE            PIC X(10).
               10 FILLER                PIC X(5)  VALUE " VOM ".
               10 AZ-DATUM              PIC X(08).
               10 FILLER                PIC X(10) VALUE "  GRUPPE: ".
               10 AZ-GRUPPE             PIC ZZZ,ZZ9.
               10 FILLER                PIC X(9)  VALUE "  PAARE: ".
               10 AZ-NAEHE              PIC ZZZ,ZZ9.
               10 FILLER                PIC X(8)  VALUE "  POOL: ".
               10 AZ-POOL               PIC ZZZ,ZZ9.
               10 FILLER                PIC X(10) VALUE "  GESAMT: ".
               10 AZ-GESAMT             PIC ZZZ,ZZ9.
           05 FUSS-ZEILE-1.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 FILLER                PIC X(18)
                       VALUE "SAETZE GELESEN: ".
               10 FZ-GELESEN            PIC ZZZ,ZZZ,ZZ9.
               10 FILLER                PIC X(3)  VALUE SPACES.
               10 FILLER                PIC X(22)
                       VALUE "WOERTER IM MONAT: ".
               10 FZ-IM-MONAT           PIC ZZZ,ZZZ,ZZ9.
               10 FILLER                PIC X(3)  VALUE SPACES.
               10 FILLER                PIC X(11) VALUE "AUSGABEN: ".
               10 FZ-AUSGABEN           PIC ZZZ,ZZZ,ZZ9.
           05 FUSS-ZEILE-2.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 FILLER                PIC X(18)
                       VALUE "GRUPPEN-WOERTER: ".
               10 FZ-GRUPPE             PIC ZZZ,ZZZ,ZZ9.
               10 FILLER                PIC X(3)  VALUE SPACES.
               10 FILLER                PIC X(22)
                       VALUE "PAAR-WOERTER: ".
               10 FZ-NAEHE              PIC ZZZ,ZZZ,ZZ9.
               10 FILLER                PIC X(3)  VALUE SPACES.
               10 FILLER                PIC X(11) VALUE "POOL: ".
               10 FZ-POOL               PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
           PERFORM BERICHT-INITIALISIERUNG
           SORT SORTIER-DATEI
               ON ASCENDING KEY SRT-DATUM
               ON ASCENDING KEY SRT-AUSGABE
               ON ASCENDING KEY SRT-ART
               ON ASCENDING KEY SRT-SPRACHE
               ON ASCENDING KEY SRT-WORT
               INPUT PROCEDURE IS REGISTER-EINLESEN
               OUTPUT PROCEDURE IS MONAT-LISTEN
           PERFORM BERICHT-ABSCHLUSS
           DISPLAY "ANAGRAMM-VEROEFF-BERICHT: " WS-ANZAHL-IM-MONAT
               " Wort/Woerter in " WS-ANZAHL-AUSGABEN
               " Ausgabe(n) im Monat " WS-MONAT
           GOBACK
           .

      * Bestimmt den Berichtsmonat (Parameter oder Vormonat) und
      * oeffnet den Bericht.
       BERICHT-INITIALISIERUNG SECTION.
           MOVE "ANAGRAMM-VEROEFF-BERICHT" TO LFL-PROGRAMM
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
           EXIT.

      * Liest das Register vollstaendig und gibt die Saetze des
      * Berichtsmonats an die Sortierung. Ein fehlendes Register
      * ist kein Fehler - dann wurde noch nichts erfasst.
       REGISTER-EINLESEN SECTION.
           OPEN INPUT REGISTER-DATEI
           IF WS-REGISTER-DATEI-STATUS NOT = "00"
               DISPLAY "HINWEIS: Veroeffentlichungsregister ANAGREG "
                   "nicht lesbar (Status " WS-REGISTER-DATEI-STATUS
                   ") - keine Veroeffentlichungen zu berichten"
           ELSE
               PERFORM UNTIL REGISTER-ENDE
                   READ REGISTER-DATEI NEXT RECORD
                       AT END
                           SET REGISTER-ENDE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ANZAHL-GELESEN
                           IF REG-DATUM (1:6) = WS-MONAT
                               MOVE REG-DATUM TO SRT-DATUM
                               MOVE REG-AUSGABE TO SRT-AUSGABE
                               MOVE REG-ART TO SRT-ART
                               MOVE REG-SPRACHE TO SRT-SPRACHE
                               MOVE REG-WORT TO SRT-WORT
                               MOVE REG-WORT-ORIGINAL
                                   TO SRT-WORT-ORIGINAL
                               MOVE REG-ERFASST-VON TO SRT-ERFASST-VON
                               RELEASE SORTIER-SATZ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-DATEI
           END-IF
           EXIT.

      * Listet die Woerter je Ausgabe; am Wechsel von Datum oder
      * Ausgabe folgt die Summenzeile der Ausgabe.
       MONAT-LISTEN SECTION.
           RETURN SORTIER-DATEI
               AT END SET SORTIER-ENDE TO TRUE
           END-RETURN
           PERFORM UNTIL SORTIER-ENDE
               IF NOT AUSGABE-OFFEN OR SRT-DATUM NOT = AUS-DATUM
                       OR SRT-AUSGABE NOT = AUS-AUSGABE
                   PERFORM AUSGABE-ABSCHLIESSEN
                   MOVE SRT-DATUM TO AUS-DATUM
                   MOVE SRT-AUSGABE TO AUS-AUSGABE
                   MOVE 0 TO AUS-GRUPPE
                   MOVE 0 TO AUS-NAEHE
                   MOVE 0 TO AUS-POOL
                   MOVE 0 TO AUS-GESAMT
                   SET AUSGABE-OFFEN TO TRUE
                   ADD 1 TO WS-ANZAHL-AUSGABEN
               END-IF
               ADD 1 TO WS-ANZAHL-IM-MONAT
               ADD 1 TO AUS-GESAMT
               EVALUATE SRT-ART
                   WHEN 'G'
                       ADD 1 TO AUS-GRUPPE
                       ADD 1 TO MON-GRUPPE
                   WHEN 'N'
                       ADD 1 TO AUS-NAEHE
                       ADD 1 TO MON-NAEHE
                   WHEN 'P'
                       ADD 1 TO AUS-POOL
                       ADD 1 TO MON-POOL
               END-EVALUATE
               MOVE SRT-DATUM TO DZ-DATUM
               MOVE SRT-AUSGABE TO DZ-AUSGABE
               MOVE SRT-ART TO DZ-ART
               MOVE SRT-SPRACHE TO DZ-SPRACHE
               MOVE SRT-WORT-ORIGINAL TO DZ-WORT
               MOVE SRT-ERFASST-VON TO DZ-ERFASST-VON
               MOVE DETAIL-ZEILE TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
               RETURN SORTIER-DATEI
                   AT END SET SORTIER-ENDE TO TRUE
               END-RETURN
           END-PERFORM
           PERFORM AUSGABE-ABSCHLIESSEN
           EXIT.

       AUSGABE-ABSCHLIESSEN SECTION.
           IF AUSGABE-OFFEN
               MOVE AUS-AUSGABE TO AZ-AUSGABE
               MOVE AUS-DATUM TO AZ-DATUM
               MOVE AUS-GRUPPE TO AZ-GRUPPE
               MOVE AUS-NAEHE TO AZ-NAEHE
               MOVE AUS-POOL TO AZ-POOL
               MOVE AUS-GESAMT TO AZ-GESAMT
               MOVE AUSGABE-ZEILE TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
               MOVE SPACES TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
           END-IF
           EXIT.

       BERICHT-ABSCHLUSS SECTION.
           MOVE WS-ANZAHL-GELESEN TO FZ-GELESEN
           MOVE WS-ANZAHL-IM-MONAT TO FZ-IM-MONAT
           MOVE WS-ANZAHL-AUSGABEN TO FZ-AUSGABEN
           MOVE MON-GRUPPE TO FZ-GRUPPE
           MOVE MON-NAEHE TO FZ-NAEHE
           MOVE MON-POOL TO FZ-POOL
           MOVE SPACES TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE FUSS-ZEILE-1 TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE FUSS-ZEILE-2 TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           CLOSE BERICHT-DATEI
           MOVE WS-ANZAHL-GELESEN TO LFL-SAETZE-EIN
           MOVE WS-ANZAHL-IM-MONAT TO LFL-SAETZE-AUS
           PERFORM LAUFLOG-ENDE
           EXIT.

           COPY LAUFLOG-LOGIK.
