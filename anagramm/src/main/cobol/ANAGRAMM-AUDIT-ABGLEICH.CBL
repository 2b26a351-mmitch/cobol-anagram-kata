      * vor. Beide Dateien werden ueber ein gemeinsames SORT auf das
      * rohe Wortpaar gebracht und im Gleichlauf je Paar
      * abgestimmt - dasselbe Muster wie ANAGRAMM-INDEX-ABGLEICH.
      * Jeder Befund laesst den Lauf mit Return-Code 8 enden und geht
      * mit der Befundzahl als Warnung an die Betriebsueberwachung
      * (ALARM-LOGIK.CPY, Code AUD-BEFU).
      *
      * Kommandozeile: zwei Auswahlwerte fuer die Audit-Seite, durch
      * Leerzeichen getrennt, jeweils "*" fuer "keine
      * Die Ausgabedatei traegt weder Lauf-ID noch Datum und wird
      * immer vollstaendig gewertet - sie enthaelt ohnehin genau den
      * abzustimmenden Lauf bzw. Tag.
      * Hinter den beiden Auswahlwerten waehlt das Schluesselwort
      * "AUSGABE=" statt der aktuellen ANAGOUT eine aufbewahrte
      * Generation aus dem Generationskatalog: AUSGABE=VORHER (die
      * vorletzte), AUSGABE=LETZTE oder AUSGABE=<Lauf-ID>. Ist die
      * verlangte Generation nicht (mehr) vorhanden, wird nicht
      * abgestimmt (Return-Code 8, Abschluss-Code FEHL).
      * Der Bericht wird als Generation von ANAGAAB aufbewahrt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY AUDITDATEI.

      * ANAGOUT oder die ueber den Katalog gewaehlte Generation.
           SELECT AUSGABE-DATEI ASSIGN DYNAMIC WS-AUSGABE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUSGABE-DATEI-STATUS.

           SELECT BERICHT-DATEI ASSIGN TO "ANAGAAB"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY LAUFLOGDATEI.

           COPY GENKATALOGDATEI.

           COPY GENKOPIEDATEI.

           COPY ALARMDATEI.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-DATEI.

      * Herkunft 'A' (Audit) sortiert vor 'O' (Ausgabe), so dass der
      * Gleichlauf je Paar zuerst die Pruefnachweise und dann die
      * Ausgabesaetze sieht. Die Sprache gehoert zum Paar-Schluessel
      * (leer = DE), damit dasselbe Paar aus einem deutschen und
      * einem englischen Block nicht als doppelt gilt.
       SD  SORTIER-DATEI.
       01  SORTIER-SATZ.
           05 SORT-WORT-1               PIC X(80).
           05 SORT-WORT-2               PIC X(80).
           05 SORT-SPRACHE              PIC X(02).
           05 SORT-HERKUNFT             PIC X(01).
               88 SORT-AUS-AUDIT        VALUE 'A'.
               88 SORT-AUS-AUSGABE      VALUE 'O'.
       FD  BERICHT-DATEI.
       01  BERICHT-ZEILE                PIC X(133).

       FD  LAUFLOG-DATEI.
       01  LAUFLOG-SATZ.
           COPY LAUFSATZ.

       FD  GEN-KATALOG-DATEI.
       01  GEN-KATALOG-SATZ.
           COPY GENKATALOGSATZ.

       FD  GEN-QUELLE-DATEI.
       01  GEN-QUELLE-SATZ              PIC X(400).

       FD  GEN-ZIEL-DATEI.
       01  GEN-ZIEL-SATZ                PIC X(400).

       FD  ALARM-DATEI.
       01  ALARM-SATZ.
           COPY ALARMSATZ.

       FD  ALARMJOURNAL-DATEI.
       01  ALARMJOURNAL-SATZ.
           COPY ALARMSATZ REPLACING LEADING ==ALS== BY ==ALJ==.

       WORKING-STORAGE SECTION.
           COPY LAUFLOG-DATEN.

           COPY GENERATION-DATEN.

           COPY ALARM-DATEN.

       01 ABGLEICH-STEUERUNG.
           05 WS-AUDIT-DATEI-STATUS     PIC X(02).
           05 WS-AUSGABE-DATEI-STATUS   PIC X(02).
           05 WS-AUSGABE-NAME           PIC X(40) VALUE "ANAGOUT".
           05 WS-KOMMANDOZEILE          PIC X(80) VALUE SPACES.
           05 WS-POSITIONS-TEIL         PIC X(80) VALUE SPACES.
           05 WS-GEN-REST               PIC X(80) VALUE SPACES.
           05 WS-GEN-PARM               PIC X(14) VALUE SPACES.
           05 WS-LAUF-PARM              PIC X(14) VALUE '*'.
           05 WS-TAG-PARM               PIC X(08) VALUE '*'.
           05 WS-ABBRUCH-SCH            PIC X(01) VALUE 'N'.
               88 LAUF-ABGEBROCHEN      VALUE 'J'.
           05 WS-AUDIT-ENDE-SCH         PIC X(01) VALUE 'N'.
               88 AUDIT-ENDE            VALUE 'J'.
           05 WS-AUSGABE-ENDE-SCH       PIC X(01) VALUE 'N'.
       01 PAAR-ARBEIT.
           05 PAR-WORT-1                PIC X(80).
           05 PAR-WORT-2                PIC X(80).
           05 PAR-SPRACHE               PIC X(02).
           05 PAR-OFFEN-SCH             PIC X(01) VALUE 'N'.
               88 PAAR-OFFEN            VALUE 'J'.
           05 PAR-ANZAHL-AUDIT          PIC 9(4) VALUE 0.
               10 KZ2-LAUF              PIC X(14).
               10 FILLER                PIC X(7)  VALUE "  TAG=".
               10 KZ2-TAG               PIC X(08).
               10 FILLER                PIC X(10) VALUE "  AUSGABE=".
               10 KZ2-AUSGABE           PIC X(40).
           05 KOPF-ZEILE-3.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 FILLER                PIC X(20) VALUE "BEFUND".

       PROCEDURE DIVISION.
           PERFORM ABGLEICH-INITIALISIERUNG
           IF NOT LAUF-ABGEBROCHEN
               SORT SORTIER-DATEI
                   ON ASCENDING KEY SORT-WORT-1
                   ON ASCENDING KEY SORT-WORT-2
                   ON ASCENDING KEY SORT-SPRACHE
                   ON ASCENDING KEY SORT-HERKUNFT
                   INPUT PROCEDURE IS BEIDE-DATEIEN-EINLESEN
                   OUTPUT PROCEDURE IS PAARE-ABSTIMMEN
               PERFORM ABGLEICH-ABSCHLUSS
               DISPLAY "ANAGRAMM-AUDIT-ABGLEICH: "
                   WS-ANZAHL-AUDIT-GEWERTET " Audit-Saetze gegen "
                   WS-ANZAHL-AUSGABE-GEWERTET " Ausgabesaetze, "
                   WS-ANZAHL-BEFUNDE " Befund(e)"
               IF WS-ANZAHL-BEFUNDE > 0
                   MOVE "BEFU" TO LFL-ABSCHLUSS-CODE
                   MOVE 8 TO RETURN-CODE
                   PERFORM BEFUND-ALARM
               END-IF
               MOVE "ANAGAAB" TO GEN-DATEI
               PERFORM GENERATION-SICHERN
           END-IF
           MOVE WS-ANZAHL-AUDIT-GEWERTET TO LFL-SAETZE-EIN
           MOVE WS-ANZAHL-BEFUNDE TO LFL-SAETZE-AUS
           PERFORM LAUFLOG-ENDE
           PERFORM ALARM-SCHLIESSEN
           GOBACK
           .

       ABGLEICH-INITIALISIERUNG SECTION.
           MOVE "ANAGRAMM-AUDIT-ABGLEICH" TO LFL-PROGRAMM
           PERFORM LAUFLOG-START
           ACCEPT WS-KOMMANDOZEILE FROM COMMAND-LINE
           UNSTRING WS-KOMMANDOZEILE DELIMITED BY "AUSGABE="
               INTO WS-POSITIONS-TEIL WS-GEN-REST
           END-UNSTRING
           IF WS-POSITIONS-TEIL NOT = SPACES
               UNSTRING WS-POSITIONS-TEIL DELIMITED BY ALL SPACE
                   INTO WS-LAUF-PARM WS-TAG-PARM
               END-UNSTRING
           END-IF
           IF WS-TAG-PARM = SPACES
               MOVE '*' TO WS-TAG-PARM
           END-IF
           IF WS-GEN-REST NOT = SPACES
               UNSTRING WS-GEN-REST DELIMITED BY SPACE
                   INTO WS-GEN-PARM
               END-UNSTRING
               PERFORM AUSGABE-GENERATION-WAEHLEN
           END-IF
           IF NOT LAUF-ABGEBROCHEN
               OPEN OUTPUT BERICHT-DATEI
               MOVE FUNCTION CURRENT-DATE (1:8)
                   TO WS-AKTUELLES-TAGESDATUM
               MOVE WS-AKTUELLES-TAGESDATUM TO KZ1-DATUM
               MOVE KOPF-ZEILE-1 TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
               MOVE WS-LAUF-PARM TO KZ2-LAUF
               MOVE WS-TAG-PARM TO KZ2-TAG
               MOVE WS-AUSGABE-NAME TO KZ2-AUSGABE
               MOVE KOPF-ZEILE-2 TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
               MOVE KOPF-ZEILE-3 TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
           END-IF
           EXIT.

      * Loest die mit AUSGABE= verlangte Generation von ANAGOUT
      * ueber den Generationskatalog auf.
       AUSGABE-GENERATION-WAEHLEN SECTION.
           MOVE "ANAGOUT" TO GEN-DATEI
           MOVE WS-GEN-PARM TO GEN-AUSWAHL
           PERFORM GENERATION-AUFLOESEN
           IF GEN-GEFUNDEN
               MOVE GEN-DATEINAME TO WS-AUSGABE-NAME
               DISPLAY "ANAGRAMM-AUDIT-ABGLEICH: Ausgabe aus "
                   "Generation " FUNCTION TRIM(GEN-DATEINAME)
                   " (Lauf " GEN-LAUF-ID ")"
           ELSE
               IF GEN-NUR-GELOESCHT
                   DISPLAY "WARNUNG: Generation von ANAGOUT fuer "
                       WS-GEN-PARM " ist bereits bereinigt - "
                       "keine Abstimmung"
               ELSE
                   DISPLAY "WARNUNG: Keine Generation von ANAGOUT "
                       "fuer " WS-GEN-PARM " im Katalog - "
                       "keine Abstimmung"
               END-IF
               ADD 1 TO LFL-WARNUNGEN
               SET LAUF-ABGEBROCHEN TO TRUE
               MOVE "FEHL" TO LFL-ABSCHLUSS-CODE
               MOVE 8 TO RETURN-CODE
               MOVE "ANAGRAMM-AUDIT-ABGLEICH" TO ALM-MELDER
               MOVE "ANAGRAMM-AUDIT-ABGLEICH" TO ALM-PROGRAMM
               MOVE LFL-LAUF-ID TO ALM-LAUF-ID
               SET ALM-KRITISCH TO TRUE
               MOVE "AUD-FEHL" TO ALM-CODE
               MOVE SPACES TO ALM-TEXT
               STRING "KEINE ABSTIMMUNG - GENERATION ANAGOUT "
                   FUNCTION TRIM(WS-GEN-PARM) " NICHT VERFUEGBAR"
                   DELIMITED BY SIZE INTO ALM-TEXT
               END-STRING
               PERFORM ALARM-MELDEN
           END-IF
           EXIT.

      * Uebergibt beide Dateien an das SORT: die Audit-Seite
                       ADD 1 TO WS-ANZAHL-AUDIT-GEWERTET
                       MOVE AUD-WORT-1 OF AUDIT-SATZ TO SORT-WORT-1
                       MOVE AUD-WORT-2 OF AUDIT-SATZ TO SORT-WORT-2
                       MOVE AUD-SPRACHE OF AUDIT-SATZ TO SORT-SPRACHE
                       IF SORT-SPRACHE = SPACES
                           MOVE "DE" TO SORT-SPRACHE
                       END-IF
                       SET SORT-AUS-AUDIT TO TRUE
                       MOVE AUD-STATUS OF AUDIT-SATZ TO SORT-STATUS
                       RELEASE SORTIER-SATZ
           END-IF
           OPEN INPUT AUSGABE-DATEI
           IF WS-AUSGABE-DATEI-STATUS NOT = "00"
               DISPLAY "WARNUNG: Ausgabedatei "
                   FUNCTION TRIM(WS-AUSGABE-NAME) " konnte nicht "
                   "geoeffnet werden (Status " WS-AUSGABE-DATEI-STATUS
                   ") - Ausgabe-Seite bleibt leer"
               SET AUSGABE-ENDE TO TRUE
                       ADD 1 TO WS-ANZAHL-AUSGABE-GEWERTET
                       MOVE SATZ-WORT-1 OF AUSGABE-SATZ TO SORT-WORT-1
                       MOVE SATZ-WORT-2 OF AUSGABE-SATZ TO SORT-WORT-2
                       MOVE SATZ-SPRACHE OF AUSGABE-SATZ
                           TO SORT-SPRACHE
                       IF SORT-SPRACHE = SPACES
                           MOVE "DE" TO SORT-SPRACHE
                       END-IF
                       SET SORT-AUS-AUSGABE TO TRUE
                       MOVE SATZ-STATUS OF AUSGABE-SATZ TO SORT-STATUS
                       RELEASE SORTIER-SATZ
               IF NOT PAAR-OFFEN
                       OR SORT-WORT-1 NOT = PAR-WORT-1
                       OR SORT-WORT-2 NOT = PAR-WORT-2
                       OR SORT-SPRACHE NOT = PAR-SPRACHE
                   PERFORM PAAR-BEWERTEN
                   MOVE SORT-WORT-1 TO PAR-WORT-1
                   MOVE SORT-WORT-2 TO PAR-WORT-2
                   MOVE SORT-SPRACHE TO PAR-SPRACHE
                   SET PAAR-OFFEN TO TRUE
                   MOVE 0 TO PAR-ANZAHL-AUDIT
                   MOVE 0 TO PAR-ANZAHL-AUSGABE
           WRITE BERICHT-ZEILE
           EXIT.

      * Alarm mit Befundzahl und Auswahl (Lauf-ID, Tag) des Abgleichs.
       BEFUND-ALARM SECTION.
           MOVE "ANAGRAMM-AUDIT-ABGLEICH" TO ALM-MELDER
           MOVE "ANAGRAMM-AUDIT-ABGLEICH" TO ALM-PROGRAMM
           MOVE LFL-LAUF-ID TO ALM-LAUF-ID
           SET ALM-WARNUNG TO TRUE
           MOVE "AUD-BEFU" TO ALM-CODE
           MOVE WS-ANZAHL-BEFUNDE TO ALM-ZAHL-1
           MOVE SPACES TO ALM-TEXT
           STRING "AUDIT/AUSGABE: " FUNCTION TRIM(ALM-ZAHL-1)
               " BEFUND(E), LAUF " FUNCTION TRIM(WS-LAUF-PARM)
               " TAG " FUNCTION TRIM(WS-TAG-PARM)
               DELIMITED BY SIZE INTO ALM-TEXT
           END-STRING
           PERFORM ALARM-MELDEN
           EXIT.

       ABGLEICH-ABSCHLUSS SECTION.
           MOVE WS-ANZAHL-AUDIT-GEWERTET TO FZ-AUDIT
           MOVE WS-ANZAHL-AUSGABE-GEWERTET TO FZ-AUSGABE
           WRITE BERICHT-ZEILE
           CLOSE BERICHT-DATEI
           EXIT.

           COPY LAUFLOG-LOGIK.

           COPY GENKATALOG-LOGIK.

           COPY GENSICHERUNG-LOGIK.

           COPY ALARM-LOGIK.
