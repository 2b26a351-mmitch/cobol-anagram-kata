       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANAGRAMM-AUDIT-PRUEFUNG.

      * Echtheitspruefung des Audit-Protokolls: geht die gewaehlten
      * Archivmonate (ANAGARC.JJJJMM, wie sie ANAGRAMM-AUDIT-ARCHIV
      * hinterlaesst und der Betrieb ablegt) in aufsteigender Folge
      * und anschliessend die laufende Audit-Datei ANAGAUD als eine
      * einzige Kette durch und weist im Bericht ANAGAPR nach, dass
      * seit dem Schreiben kein Satz geloescht, eingefuegt oder
      * geaendert wurde. Befundarten:
      *   LUECKE           - Folgenummern fehlen
      *   DOPPELT          - Folgenummer nicht groesser als die
      *                      vorige (Satz doppelt oder verschoben)
      *   KETTENBRUCH      - Pruefwert passt nicht zu Vorgaenger und
      *                      Satzinhalt (Satz geaendert)
      *   OHNE FOLGENUMMER - Satz ohne Verkettung nach Beginn der
      *                      Kette (eingefuegt)
      *   NACHSATZ         - Archiv-Nachsatz stimmt in Anzahl,
      *                      Folgenummern oder Pruefwert nicht mit
      *                      den Saetzen davor ueberein, oder er fehlt
      *   DATEI FEHLT      - Archivmonat oder Audit-Datei nicht lesbar
      *   KETTENSTAND      - Kettenstand ANAGAUK ist weiter als der
      *                      letzte Satz (Dateiende abgeschnitten)
      * Nach jedem Befund setzt die Pruefung mit Folgenummer und
      * Pruefwert des gelesenen Satzes wieder auf, so dass ein
      * einzelner Eingriff nicht alle folgenden Saetze als Befund
      * nach sich zieht. Beginnt die Pruefung nicht mit dem ersten
      * Satz der Kette (Folgenummer 1), wird die Kette beim ersten
      * verketteten Satz aufgenommen und das im Bericht vermerkt;
      * Saetze aus der Zeit vor der Verkettung werden nur gezaehlt.
      *
      * Jeder Befund beendet den Lauf mit Return-Code 8 und
      * Abschluss-Code BEFU, damit er in der Ablaufkette auffaellt,
      * und geht als Alarm an die Betriebsueberwachung
      * (ALARM-LOGIK.CPY): Befunde als Warnung (BEFU), eine wegen
      * ungueltiger Monate abgebrochene Pruefung kritisch (FEHL).
      *
      * Kommandozeile: bis zu 12 Archivmonate JJJJMM, durch
      * Leerzeichen getrennt und aufsteigend; ohne Angabe wird nur
      * die laufende Audit-Datei geprueft.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY AUDITDATEI.

           SELECT ARCHIV-DATEI ASSIGN DYNAMIC WS-ARCHIV-DATEINAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIV-DATEI-STATUS.

           COPY AUDITKETTEDATEI.

           SELECT BERICHT-DATEI ASSIGN TO "ANAGAPR"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY LAUFLOGDATEI.

           COPY ALARMDATEI.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-DATEI.
       01  AUDIT-SATZ.
           COPY AUDITSATZ.

       FD  ARCHIV-DATEI.
       01  ARCHIV-SATZ.
           COPY AUDITSATZ.
       01  ARCHIV-NACHSATZ.
           COPY AUDITNACHSATZ.

       FD  AUDITKETTE-DATEI.
       01  AUDITKETTE-SATZ.
           COPY AUDITKETTESATZ.

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
           COPY LAUFLOG-DATEN.

           COPY ALARM-DATEN.

           COPY AUDITKETTE-DATEN.

       01 PRUEFUNG-STEUERUNG.
           05 WS-AUDIT-DATEI-STATUS     PIC X(02).
           05 WS-ARCHIV-DATEI-STATUS    PIC X(02).
           05 WS-ARCHIV-DATEINAME       PIC X(60) VALUE SPACES.
           05 WS-KOMMANDOZEILE          PIC X(100) VALUE SPACES.
           05 WS-PARM-ZEIGER            PIC 9(3).
           05 WS-MONATS-PARM            PIC X(08).
           05 WS-MONAT-ANZAHL           PIC 9(2) VALUE 0.
           05 WS-MONAT                  PIC X(06) OCCURS 12 TIMES.
           05 WS-AKTUELLER-MONAT        PIC 9(2).
           05 WS-PARM-FEHLER-SCH        PIC X(01) VALUE 'N'.
               88 PARM-FEHLER           VALUE 'J'.
           05 WS-DATEI-ENDE-SCH         PIC X(01) VALUE 'N'.
               88 DATEI-ENDE            VALUE 'J'.
           05 WS-KETTE-BEGONNEN-SCH     PIC X(01) VALUE 'N'.
               88 KETTE-BEGONNEN        VALUE 'J'.
           05 WS-ANZAHL-SAETZE          PIC 9(9) VALUE 0.
           05 WS-ANZAHL-ALTSAETZE       PIC 9(9) VALUE 0.
           05 WS-ANZAHL-BEFUNDE         PIC 9(9) VALUE 0.
           05 WS-ANZAHL-LUECKEN         PIC 9(9) VALUE 0.
           05 WS-ANZAHL-KETTENBRUECHE   PIC 9(9) VALUE 0.
           05 WS-ANZAHL-NACHSATZ        PIC 9(9) VALUE 0.

      * Zaehler der gerade gelesenen Datei und des Abschnitts seit
      * dem letzten Archiv-Nachsatz (bzw. seit Dateianfang).
       01 DATEI-STAND.
           05 WS-DATEI-NAME             PIC X(16).
           05 WS-DATEI-SAETZE           PIC 9(9).
           05 WS-DATEI-ERSTE            PIC 9(12).
           05 WS-DATEI-LETZTE           PIC 9(12).
           05 WS-DATEI-NACHSAETZE       PIC 9(4).
           05 WS-ABSCHNITT-SAETZE       PIC 9(9).
           05 WS-ABSCHNITT-ERSTE        PIC 9(12).
           05 WS-ABSCHNITT-LETZTE       PIC 9(12).

      * Der gerade zu pruefende Satz, gleich aus welcher Datei.
       01 PRUEF-SATZ.
           COPY AUDITSATZ.

       01 ANZEIGE-FELDER.
           05 WS-ANZEIGE-1              PIC Z(11)9.
           05 WS-ANZEIGE-2              PIC Z(11)9.
           05 WS-ANZEIGE-3              PIC Z(11)9.
           05 WS-ANZEIGE-4              PIC Z(11)9.

       01 WS-AKTUELLES-TAGESDATUM       PIC X(10).

       01 BERICHTS-ZEILEN.
           05 KOPF-ZEILE-1.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 FILLER                PIC X(40)
                       VALUE "ANAGRAMM-AUDIT-PRUEFUNG - Bericht".
               10 FILLER                PIC X(10) VALUE "DATUM: ".
               10 KZ1-DATUM             PIC X(10).
           05 KOPF-ZEILE-2.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 FILLER                PIC X(14)
                       VALUE "ARCHIVMONATE: ".
               10 KZ2-MONATE            PIC X(100).
           05 DETAIL-ZEILE.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 DZ-DATEI              PIC X(16).
               10 DZ-FOLGENUMMER        PIC Z(11)9.
               10 FILLER                PIC X(2)  VALUE SPACES.
               10 DZ-BEFUND             PIC X(18).
               10 DZ-TEXT               PIC X(80).
           05 DATEI-ZEILE.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 DTZ-DATEI             PIC X(16).
               10 FILLER                PIC X(8)  VALUE "SAETZE ".
               10 DTZ-SAETZE            PIC ZZZ,ZZZ,ZZ9.
               10 FILLER                PIC X(8)  VALUE "  ERSTE ".
               10 DTZ-ERSTE             PIC Z(11)9.
               10 FILLER                PIC X(9)  VALUE "  LETZTE ".
               10 DTZ-LETZTE            PIC Z(11)9.
               10 FILLER                PIC X(13)
                       VALUE "  NACHSAETZE ".
               10 DTZ-NACHSAETZE        PIC ZZZ9.
           05 FUSS-ZEILE.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 FILLER                PIC X(9)  VALUE "SAETZE: ".
               10 FZ-SAETZE             PIC ZZZ,ZZZ,ZZ9.
               10 FILLER                PIC X(3)  VALUE SPACES.
               10 FILLER                PIC X(18)
                       VALUE "OHNE VERKETTUNG: ".
               10 FZ-ALTSAETZE          PIC ZZZ,ZZZ,ZZ9.
               10 FILLER                PIC X(3)  VALUE SPACES.
               10 FILLER                PIC X(10) VALUE "BEFUNDE: ".
               10 FZ-BEFUNDE            PIC ZZZ,ZZZ,ZZ9.
           05 FUSS-ZEILE-2.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 FILLER                PIC X(19)
                       VALUE "LUECKE/DOPPELT: ".
               10 FZ-LUECKEN            PIC ZZZ,ZZZ,ZZ9.
               10 FILLER                PIC X(3)  VALUE SPACES.
               10 FILLER                PIC X(16)
                       VALUE "KETTENBRUECHE: ".
               10 FZ-KETTENBRUECHE      PIC ZZZ,ZZZ,ZZ9.
               10 FILLER                PIC X(3)  VALUE SPACES.
               10 FILLER                PIC X(11) VALUE "NACHSATZ: ".
               10 FZ-NACHSATZ           PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
           PERFORM PRUEFUNG-INITIALISIERUNG
           IF NOT PARM-FEHLER
               PERFORM VARYING WS-AKTUELLER-MONAT FROM 1 BY 1
                       UNTIL WS-AKTUELLER-MONAT > WS-MONAT-ANZAHL
                   PERFORM ARCHIVMONAT-PRUEFEN
               END-PERFORM
               PERFORM AUDIT-DATEI-PRUEFEN
               PERFORM KETTENSTAND-ABGLEICHEN
           END-IF
           PERFORM PRUEFUNG-ABSCHLUSS
           DISPLAY "ANAGRAMM-AUDIT-PRUEFUNG: " WS-ANZAHL-SAETZE
               " Saetze geprueft, " WS-ANZAHL-BEFUNDE " Befund(e)"
           MOVE WS-ANZAHL-SAETZE TO LFL-SAETZE-EIN
           MOVE "ANAGRAMM-AUDIT-PRUEFUNG" TO ALM-MELDER
           MOVE "ANAGRAMM-AUDIT-PRUEFUNG" TO ALM-PROGRAMM
           MOVE LFL-LAUF-ID TO ALM-LAUF-ID
           MOVE SPACES TO ALM-TEXT
           IF PARM-FEHLER
               MOVE "FEHL" TO LFL-ABSCHLUSS-CODE
               MOVE 8 TO RETURN-CODE
               SET ALM-KRITISCH TO TRUE
               MOVE "FEHL" TO ALM-CODE
               MOVE "PRUEFUNG ABGEBROCHEN - MONATSANGABE UNGUELTIG"
                   TO ALM-TEXT
               PERFORM ALARM-MELDEN
           ELSE
               IF WS-ANZAHL-BEFUNDE > 0
                   MOVE "BEFU" TO LFL-ABSCHLUSS-CODE
                   MOVE 8 TO RETURN-CODE
                   SET ALM-WARNUNG TO TRUE
                   MOVE "BEFU" TO ALM-CODE
                   MOVE WS-ANZAHL-BEFUNDE TO ALM-ZAHL-1
                   STRING "AUDIT-KETTE: " FUNCTION TRIM(ALM-ZAHL-1)
                       " BEFUND(E) - SIEHE BERICHT ANAGAPR"
                       DELIMITED BY SIZE INTO ALM-TEXT
                   END-STRING
                   PERFORM ALARM-MELDEN
               END-IF
           END-IF
           PERFORM LAUFLOG-ENDE
           PERFORM ALARM-SCHLIESSEN
           GOBACK
           .

      * Liest die Archivmonate von der Kommandozeile. Ein
      * ungueltiger, ueberzaehliger oder nicht aufsteigender Monat
      * bricht die Pruefung ab, bevor eine Datei gelesen wird - eine
      * Pruefung ueber die falschen Monate waere kein Nachweis.
       PRUEFUNG-INITIALISIERUNG SECTION.
           MOVE "ANAGRAMM-AUDIT-PRUEFUNG" TO LFL-PROGRAMM
           PERFORM LAUFLOG-START
           OPEN OUTPUT BERICHT-DATEI
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-AKTUELLES-TAGESDATUM
           MOVE WS-AKTUELLES-TAGESDATUM TO KZ1-DATUM
           MOVE KOPF-ZEILE-1 TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           ACCEPT WS-KOMMANDOZEILE FROM COMMAND-LINE
           MOVE 1 TO WS-PARM-ZEIGER
           PERFORM UNTIL WS-PARM-ZEIGER > LENGTH OF WS-KOMMANDOZEILE
                   OR PARM-FEHLER
               MOVE SPACES TO WS-MONATS-PARM
               UNSTRING WS-KOMMANDOZEILE DELIMITED BY ALL SPACE
                   INTO WS-MONATS-PARM
                   WITH POINTER WS-PARM-ZEIGER
               END-UNSTRING
               IF WS-MONATS-PARM NOT = SPACES
                   PERFORM MONATS-PARM-PRUEFEN
               END-IF
           END-PERFORM
           IF WS-MONAT-ANZAHL = 0
               MOVE "KEINE - NUR LAUFENDE AUDIT-DATEI" TO KZ2-MONATE
           ELSE
               MOVE WS-KOMMANDOZEILE TO KZ2-MONATE
           END-IF
           MOVE KOPF-ZEILE-2 TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           EXIT.

       MONATS-PARM-PRUEFEN SECTION.
           EVALUATE TRUE
               WHEN WS-MONATS-PARM (1:6) IS NOT NUMERIC
                       OR WS-MONATS-PARM (7:2) NOT = SPACES
                   DISPLAY "WARNUNG: Archivmonat JJJJMM ungueltig - "
                       WS-MONATS-PARM " - Pruefung wird nicht "
                       "durchgefuehrt"
                   SET PARM-FEHLER TO TRUE
               WHEN WS-MONAT-ANZAHL = 12
                   DISPLAY "WARNUNG: mehr als 12 Archivmonate - "
                       "Pruefung wird nicht durchgefuehrt"
                   SET PARM-FEHLER TO TRUE
               WHEN WS-MONAT-ANZAHL > 0
                       AND WS-MONATS-PARM (1:6)
                           NOT > WS-MONAT (WS-MONAT-ANZAHL)
                   DISPLAY "WARNUNG: Archivmonate nicht aufsteigend - "
                       WS-MONATS-PARM " - Pruefung wird nicht "
                       "durchgefuehrt"
                   SET PARM-FEHLER TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-MONAT-ANZAHL
                   MOVE WS-MONATS-PARM (1:6)
                       TO WS-MONAT (WS-MONAT-ANZAHL)
           END-EVALUATE
           IF PARM-FEHLER
               ADD 1 TO LFL-WARNUNGEN
           END-IF
           EXIT.

      * Prueft eine Archivdatei: Datensaetze laufen durch die
      * Kettenpruefung, jeder Nachsatz wird gegen den Abschnitt seit
      * dem vorigen Nachsatz abgeglichen. Saetze hinter dem letzten
      * Nachsatz bedeuten einen abgebrochenen oder nachtraeglich
      * verlaengerten Schnitt.
       ARCHIVMONAT-PRUEFEN SECTION.
           MOVE SPACES TO WS-ARCHIV-DATEINAME
           STRING "ANAGARC." WS-MONAT (WS-AKTUELLER-MONAT)
               DELIMITED BY SIZE INTO WS-ARCHIV-DATEINAME
           END-STRING
           MOVE WS-ARCHIV-DATEINAME TO WS-DATEI-NAME
           PERFORM DATEI-STAND-ZURUECKSETZEN
           OPEN INPUT ARCHIV-DATEI
           IF WS-ARCHIV-DATEI-STATUS NOT = "00"
               MOVE 0 TO DZ-FOLGENUMMER
               MOVE "DATEI FEHLT" TO DZ-BEFUND
               MOVE SPACES TO DZ-TEXT
               STRING "ARCHIVDATEI NICHT LESBAR, STATUS "
                   WS-ARCHIV-DATEI-STATUS
                   DELIMITED BY SIZE INTO DZ-TEXT
               END-STRING
               PERFORM BEFUND-SCHREIBEN
           ELSE
               MOVE 'N' TO WS-DATEI-ENDE-SCH
               PERFORM NAECHSTER-ARCHIV-SATZ
               PERFORM UNTIL DATEI-ENDE
                   IF ANS-IST-NACHSATZ
                       PERFORM NACHSATZ-PRUEFEN
                   ELSE
                       MOVE ARCHIV-SATZ TO PRUEF-SATZ
                       PERFORM SATZ-PRUEFEN
                   END-IF
                   PERFORM NAECHSTER-ARCHIV-SATZ
               END-PERFORM
               CLOSE ARCHIV-DATEI
               IF WS-ABSCHNITT-SAETZE > 0
                       OR WS-DATEI-NACHSAETZE = 0
                   MOVE WS-ABSCHNITT-LETZTE TO DZ-FOLGENUMMER
                   MOVE "NACHSATZ" TO DZ-BEFUND
                   MOVE WS-ABSCHNITT-SAETZE TO WS-ANZEIGE-1
                   MOVE SPACES TO DZ-TEXT
                   STRING "NACHSATZ FEHLT HINTER "
                       FUNCTION TRIM (WS-ANZEIGE-1)
                       " SATZ/SAETZEN AM DATEIENDE"
                       DELIMITED BY SIZE INTO DZ-TEXT
                   END-STRING
                   ADD 1 TO WS-ANZAHL-NACHSATZ
                   PERFORM BEFUND-SCHREIBEN
               END-IF
           END-IF
           PERFORM DATEI-ZEILE-SCHREIBEN
           EXIT.

       NAECHSTER-ARCHIV-SATZ SECTION.
           READ ARCHIV-DATEI
               AT END SET DATEI-ENDE TO TRUE
           END-READ
           EXIT.

      * Die laufende Audit-Datei setzt die Kette der Archivmonate
      * fort; sie hat keinen Nachsatz.
       AUDIT-DATEI-PRUEFEN SECTION.
           MOVE "ANAGAUD" TO WS-DATEI-NAME
           PERFORM DATEI-STAND-ZURUECKSETZEN
           OPEN INPUT AUDIT-DATEI
           IF WS-AUDIT-DATEI-STATUS NOT = "00"
               MOVE 0 TO DZ-FOLGENUMMER
               MOVE "DATEI FEHLT" TO DZ-BEFUND
               MOVE SPACES TO DZ-TEXT
               STRING "AUDIT-DATEI NICHT LESBAR, STATUS "
                   WS-AUDIT-DATEI-STATUS
                   DELIMITED BY SIZE INTO DZ-TEXT
               END-STRING
               PERFORM BEFUND-SCHREIBEN
           ELSE
               MOVE 'N' TO WS-DATEI-ENDE-SCH
               PERFORM NAECHSTER-AUDIT-SATZ
               PERFORM UNTIL DATEI-ENDE
                   MOVE AUDIT-SATZ TO PRUEF-SATZ
                   PERFORM SATZ-PRUEFEN
                   PERFORM NAECHSTER-AUDIT-SATZ
               END-PERFORM
               CLOSE AUDIT-DATEI
           END-IF
           PERFORM DATEI-ZEILE-SCHREIBEN
           EXIT.

       NAECHSTER-AUDIT-SATZ SECTION.
           READ AUDIT-DATEI
               AT END SET DATEI-ENDE TO TRUE
           END-READ
           EXIT.

       DATEI-STAND-ZURUECKSETZEN SECTION.
           MOVE 0 TO WS-DATEI-SAETZE
           MOVE 0 TO WS-DATEI-ERSTE
           MOVE 0 TO WS-DATEI-LETZTE
           MOVE 0 TO WS-DATEI-NACHSAETZE
           MOVE 0 TO WS-ABSCHNITT-SAETZE
           MOVE 0 TO WS-ABSCHNITT-ERSTE
           MOVE 0 TO WS-ABSCHNITT-LETZTE
           EXIT.

      * Kettenpruefung eines Datensatzes (PRUEF-SATZ). Der Pruefwert
      * wird nur bei lueckenloser Folgenummer nachgerechnet - nach
      * einer Luecke passt er ohnehin nicht, der Befund steht dann
      * schon als LUECKE im Bericht.
       SATZ-PRUEFEN SECTION.
           ADD 1 TO WS-ANZAHL-SAETZE
           ADD 1 TO WS-DATEI-SAETZE
           ADD 1 TO WS-ABSCHNITT-SAETZE
           IF AUD-FOLGENUMMER OF PRUEF-SATZ IS NOT NUMERIC
                   OR AUD-PRUEFWERT OF PRUEF-SATZ IS NOT NUMERIC
               IF KETTE-BEGONNEN
                   MOVE AKT-LETZTE-NUMMER TO DZ-FOLGENUMMER
                   MOVE "OHNE FOLGENUMMER" TO DZ-BEFUND
                   MOVE SPACES TO DZ-TEXT
                   STRING "SATZ VOM "
                       AUD-ZEITSTEMPEL OF PRUEF-SATZ (1:14)
                       " HINTER DIESER FOLGENUMMER"
                       DELIMITED BY SIZE INTO DZ-TEXT
                   END-STRING
                   ADD 1 TO WS-ANZAHL-KETTENBRUECHE
                   PERFORM BEFUND-SCHREIBEN
               ELSE
                   ADD 1 TO WS-ANZAHL-ALTSAETZE
               END-IF
           ELSE
               IF NOT KETTE-BEGONNEN
                   PERFORM KETTE-AUFNEHMEN
               ELSE
                   PERFORM FOLGENUMMER-PRUEFEN
               END-IF
               MOVE AUD-FOLGENUMMER OF PRUEF-SATZ TO AKT-LETZTE-NUMMER
               MOVE AUD-PRUEFWERT OF PRUEF-SATZ TO AKT-LETZTER-WERT
               IF WS-DATEI-ERSTE = 0
                   MOVE AKT-LETZTE-NUMMER TO WS-DATEI-ERSTE
               END-IF
               MOVE AKT-LETZTE-NUMMER TO WS-DATEI-LETZTE
               IF WS-ABSCHNITT-ERSTE = 0
                   MOVE AKT-LETZTE-NUMMER TO WS-ABSCHNITT-ERSTE
               END-IF
               MOVE AKT-LETZTE-NUMMER TO WS-ABSCHNITT-LETZTE
           END-IF
           EXIT.

      * Erster verketteter Satz der Pruefung: mit Folgenummer 1
      * beginnt die Kette beim Startwert null und wird voll
      * geprueft; sonst wird sie hier ungeprueft aufgenommen.
       KETTE-AUFNEHMEN SECTION.
           SET KETTE-BEGONNEN TO TRUE
           IF AUD-FOLGENUMMER OF PRUEF-SATZ = 1
               MOVE 0 TO AKT-LETZTE-NUMMER
               MOVE 0 TO AKT-LETZTER-WERT
               PERFORM FOLGENUMMER-PRUEFEN
           ELSE
               MOVE AUD-FOLGENUMMER OF PRUEF-SATZ TO DZ-FOLGENUMMER
               MOVE "HINWEIS" TO DZ-BEFUND
               MOVE "KETTE HIER AUFGENOMMEN, FRUEHERE SAETZE UNGEPRUEFT"
                   TO DZ-TEXT
               MOVE WS-DATEI-NAME TO DZ-DATEI
               MOVE DETAIL-ZEILE TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
           END-IF
           EXIT.

       FOLGENUMMER-PRUEFEN SECTION.
           MOVE AUD-FOLGENUMMER OF PRUEF-SATZ TO DZ-FOLGENUMMER
           EVALUATE TRUE
               WHEN AUD-FOLGENUMMER OF PRUEF-SATZ
                       = AKT-LETZTE-NUMMER + 1
                   MOVE AUD-KETTENTEIL OF PRUEF-SATZ TO AKT-KETTENTEIL
                   MOVE AUD-SPRACHE OF PRUEF-SATZ TO AKT-SPRACHE
                   PERFORM AUDIT-PRUEFWERT-BERECHNEN
                   IF AKT-WERT NOT = AUD-PRUEFWERT OF PRUEF-SATZ
                       MOVE "KETTENBRUCH" TO DZ-BEFUND
                       MOVE SPACES TO DZ-TEXT
                       STRING "SATZ VOM "
                           AUD-ZEITSTEMPEL OF PRUEF-SATZ (1:14)
                           " PASST NICHT ZUM PRUEFWERT"
                           DELIMITED BY SIZE INTO DZ-TEXT
                       END-STRING
                       ADD 1 TO WS-ANZAHL-KETTENBRUECHE
                       PERFORM BEFUND-SCHREIBEN
                   END-IF
               WHEN AUD-FOLGENUMMER OF PRUEF-SATZ
                       > AKT-LETZTE-NUMMER + 1
                   MOVE "LUECKE" TO DZ-BEFUND
                   COMPUTE WS-ANZEIGE-1 = AKT-LETZTE-NUMMER + 1
                   COMPUTE WS-ANZEIGE-2 =
                       AUD-FOLGENUMMER OF PRUEF-SATZ - 1
                   MOVE SPACES TO DZ-TEXT
                   STRING "FOLGENUMMERN " FUNCTION TRIM (WS-ANZEIGE-1)
                       " BIS " FUNCTION TRIM (WS-ANZEIGE-2) " FEHLEN"
                       DELIMITED BY SIZE INTO DZ-TEXT
                   END-STRING
                   ADD 1 TO WS-ANZAHL-LUECKEN
                   PERFORM BEFUND-SCHREIBEN
               WHEN OTHER
                   MOVE "DOPPELT" TO DZ-BEFUND
                   MOVE AKT-LETZTE-NUMMER TO WS-ANZEIGE-1
                   MOVE SPACES TO DZ-TEXT
                   STRING "FOLGT AUF FOLGENUMMER "
                       FUNCTION TRIM (WS-ANZEIGE-1)
                       DELIMITED BY SIZE INTO DZ-TEXT
                   END-STRING
                   ADD 1 TO WS-ANZAHL-LUECKEN
                   PERFORM BEFUND-SCHREIBEN
           END-EVALUATE
           EXIT.

      * Abgleich eines Archiv-Nachsatzes gegen den Abschnitt seit
      * dem vorigen Nachsatz; danach beginnt ein neuer Abschnitt.
       NACHSATZ-PRUEFEN SECTION.
           ADD 1 TO WS-DATEI-NACHSAETZE
           MOVE WS-ABSCHNITT-LETZTE TO DZ-FOLGENUMMER
           MOVE "NACHSATZ" TO DZ-BEFUND
           EVALUATE TRUE
               WHEN ANS-ANZAHL-SAETZE IS NOT NUMERIC
                       OR ANS-ERSTE-NUMMER IS NOT NUMERIC
                       OR ANS-LETZTE-NUMMER IS NOT NUMERIC
                       OR ANS-PRUEFWERT IS NOT NUMERIC
                   MOVE SPACES TO DZ-TEXT
                   STRING "NACHSATZ ZUM STICHMONAT " ANS-STICHMONAT
                       " UNLESERLICH"
                       DELIMITED BY SIZE INTO DZ-TEXT
                   END-STRING
                   ADD 1 TO WS-ANZAHL-NACHSATZ
                   PERFORM BEFUND-SCHREIBEN
               WHEN OTHER
                   IF ANS-ANZAHL-SAETZE NOT = WS-ABSCHNITT-SAETZE
                       MOVE ANS-ANZAHL-SAETZE TO WS-ANZEIGE-1
                       MOVE WS-ABSCHNITT-SAETZE TO WS-ANZEIGE-2
                       MOVE SPACES TO DZ-TEXT
                       STRING "ANZAHL SOLL "
                           FUNCTION TRIM (WS-ANZEIGE-1)
                           " IST " FUNCTION TRIM (WS-ANZEIGE-2)
                           DELIMITED BY SIZE INTO DZ-TEXT
                       END-STRING
                       ADD 1 TO WS-ANZAHL-NACHSATZ
                       PERFORM BEFUND-SCHREIBEN
                   END-IF
                   IF ANS-ERSTE-NUMMER NOT = WS-ABSCHNITT-ERSTE
                           OR ANS-LETZTE-NUMMER
                               NOT = WS-ABSCHNITT-LETZTE
                       MOVE ANS-ERSTE-NUMMER TO WS-ANZEIGE-1
                       MOVE ANS-LETZTE-NUMMER TO WS-ANZEIGE-2
                       MOVE WS-ABSCHNITT-ERSTE TO WS-ANZEIGE-3
                       MOVE WS-ABSCHNITT-LETZTE TO WS-ANZEIGE-4
                       MOVE SPACES TO DZ-TEXT
                       STRING "FOLGENUMMERN SOLL "
                           FUNCTION TRIM (WS-ANZEIGE-1) "-"
                           FUNCTION TRIM (WS-ANZEIGE-2) " IST "
                           FUNCTION TRIM (WS-ANZEIGE-3) "-"
                           FUNCTION TRIM (WS-ANZEIGE-4)
                           DELIMITED BY SIZE INTO DZ-TEXT
                       END-STRING
                       ADD 1 TO WS-ANZAHL-NACHSATZ
                       PERFORM BEFUND-SCHREIBEN
                   END-IF
                   IF ANS-LETZTE-NUMMER > 0
                           AND ANS-PRUEFWERT NOT = AKT-LETZTER-WERT
                       MOVE "PRUEFWERT WEICHT VOM LETZTEN SATZ AB"
                           TO DZ-TEXT
                       ADD 1 TO WS-ANZAHL-NACHSATZ
                       PERFORM BEFUND-SCHREIBEN
                   END-IF
           END-EVALUATE
           MOVE 0 TO WS-ABSCHNITT-SAETZE
           MOVE 0 TO WS-ABSCHNITT-ERSTE
           MOVE 0 TO WS-ABSCHNITT-LETZTE
           EXIT.

      * Der Kettenstand ANAGAUK wird bei jedem Schliessen der
      * Audit-Datei fortgeschrieben und darf nicht weiter sein als
      * der letzte gepruefte Satz - sonst fehlt das Dateiende.
       KETTENSTAND-ABGLEICHEN SECTION.
           MOVE "ANAGAUK" TO WS-DATEI-NAME
           PERFORM AUDIT-KETTENSTAND-LESEN
           IF AKT-STAND-GELESEN
               MOVE AKT-STAND-NUMMER TO DZ-FOLGENUMMER
               MOVE "KETTENSTAND" TO DZ-BEFUND
               EVALUATE TRUE
                   WHEN AKT-STAND-NUMMER > AKT-LETZTE-NUMMER
                       MOVE AKT-LETZTE-NUMMER TO WS-ANZEIGE-1
                       MOVE SPACES TO DZ-TEXT
                       STRING "ANAGAUK WEITER ALS LETZTER SATZ "
                           FUNCTION TRIM (WS-ANZEIGE-1)
                           " - DATEIENDE FEHLT"
                           DELIMITED BY SIZE INTO DZ-TEXT
                       END-STRING
                       ADD 1 TO WS-ANZAHL-LUECKEN
                       PERFORM BEFUND-SCHREIBEN
                   WHEN AKT-STAND-NUMMER = AKT-LETZTE-NUMMER
                           AND AKT-STAND-WERT NOT = AKT-LETZTER-WERT
                       MOVE "PRUEFWERT WEICHT VOM LETZTEN SATZ AB"
                           TO DZ-TEXT
                       ADD 1 TO WS-ANZAHL-KETTENBRUECHE
                       PERFORM BEFUND-SCHREIBEN
                   WHEN AKT-STAND-NUMMER < AKT-LETZTE-NUMMER
      * Ein schreibendes Programm ist ohne AUDIT-SCHLIESSEN beendet
      * worden oder laeuft noch - kein Eingriff, aber erwaehnenswert.
                       MOVE "HINWEIS" TO DZ-BEFUND
                       MOVE "NICHT FORTGESCHRIEBEN - LAUF OHNE ENDE?"
                           TO DZ-TEXT
                       MOVE WS-DATEI-NAME TO DZ-DATEI
                       MOVE DETAIL-ZEILE TO BERICHT-ZEILE
                       WRITE BERICHT-ZEILE
               END-EVALUATE
           END-IF
           EXIT.

       BEFUND-SCHREIBEN SECTION.
           MOVE WS-DATEI-NAME TO DZ-DATEI
           MOVE DETAIL-ZEILE TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           ADD 1 TO WS-ANZAHL-BEFUNDE
           ADD 1 TO LFL-WARNUNGEN
           EXIT.

       DATEI-ZEILE-SCHREIBEN SECTION.
           MOVE WS-DATEI-NAME TO DTZ-DATEI
           MOVE WS-DATEI-SAETZE TO DTZ-SAETZE
           MOVE WS-DATEI-ERSTE TO DTZ-ERSTE
           MOVE WS-DATEI-LETZTE TO DTZ-LETZTE
           MOVE WS-DATEI-NACHSAETZE TO DTZ-NACHSAETZE
           MOVE DATEI-ZEILE TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           EXIT.

       PRUEFUNG-ABSCHLUSS SECTION.
           MOVE WS-ANZAHL-SAETZE TO FZ-SAETZE
           MOVE WS-ANZAHL-ALTSAETZE TO FZ-ALTSAETZE
           MOVE WS-ANZAHL-BEFUNDE TO FZ-BEFUNDE
           MOVE FUSS-ZEILE TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE WS-ANZAHL-LUECKEN TO FZ-LUECKEN
           MOVE WS-ANZAHL-KETTENBRUECHE TO FZ-KETTENBRUECHE
           MOVE WS-ANZAHL-NACHSATZ TO FZ-NACHSATZ
           MOVE FUSS-ZEILE-2 TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           CLOSE BERICHT-DATEI
           EXIT.

           COPY AUDITKETTE-LOGIK.

           COPY LAUFLOG-LOGIK.

           COPY ALARM-LOGIK.
