       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANAGRAMM-PHRASEN.

      * Phrasen-Generator fuer das Puzzle-Team: findet zu einem Namen
      * oder einer Phrase jede Kombination von bis zu N Woertern des
      * Signatur-Index, die den Buchstabenvorrat GENAU aufbraucht -
      * die haeufigste Anfrage des Teams ("alle 2- oder 3-Wort-
      * Phrasen aus unserem Woerterbuch, die alle Buchstaben dieses
      * Namens verwenden", der Fall "Tom Marvolo Riddle" aus unseren
      * eigenen Tests). ANAGRAMM-INDEX-SUCHE findet nur Einzelwoerter
      * mit identischer Signatur, ANAGRAMM-POOL-SUCHE nur
      * Einzelwoerter, die in den Vorrat passen; beides beantwortet
      * die Frage nicht.
      *
      * Die Eingabe wird wie beim Anagramm-Vergleich normalisiert
      * (NORMALISIERE-WORT); gezaehlt werden nur Buchstaben A-Z nach
      * Umlautfaltung, Leer- und Satzzeichen bleiben wie bei
      * BEREINIGE-PHRASE aussen vor. Ein Indexdurchlauf je Auftrag
      * sammelt zunaechst alle Woerter, die einzeln in den Vorrat
      * passen (Kandidaten, mit Mindestlaenge und ggf.
      * Woerterbuch-Filter wie in ANAGRAMM-POOL-SUCHE); danach
      * werden die Kombinationen per Tiefensuche ueber die
      * Kandidatentabelle gebildet. Jede Kombination erscheint genau
      * einmal (Woerter in Indexreihenfolge, dasselbe Wort darf
      * mehrfach vorkommen, wenn der Vorrat es hergibt).
      *
      * Ausgaben: die Ergebnisdatei ANAGPHT (COPY PHRASENTREFFERSATZ)
      * zum direkten Laden ins Design-System und der Druckbericht
      * ANAGPHB mit allen Loesungen je Auftrag.
      *
      * Zwei Aufrufformen:
      *   - Einzelaufruf: Name/Phrase auf der Kommandozeile, optional
      *     gefolgt von den Schluesselwoertern "WOERTER=n"
      *     (Hoechstzahl Woerter, Standard 3, hoechstens 5),
      *     "MIN=n" (Mindestwortlaenge) und "NURWB" (nur
      *     freigegebene Woerterbuch-Woerter), z.B.
      *     "Tom Marvolo Riddle WOERTER=3 MIN=2 NURWB"; die
      *     Loesungen tragen die Auftrags-Kennung EINZEL.
      *   - Stapelmodus (leere Kommandozeile): die Auftraege kommen
      *     aus der Auftragsdatei ANAGPHA (COPY PHRASENAUFTRAGSATZ),
      *     nach dem Muster der Pool-Auftragsdatei ANAGPLI - eine
      *     Wochenliste laeuft damit in einem Job.
      *
      * Je Auftrag werden hoechstens 10000 Loesungen ausgegeben und
      * hoechstens 3000 Kandidaten gesammelt; ein Ueberschreiten wird
      * gemeldet und im Bericht beim Auftrag vermerkt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUFTRAG-DATEI ASSIGN TO "ANAGPHA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUFTRAG-DATEI-STATUS.

           COPY INDEXDATEI.

           COPY WOERTERBUCHDATEI.

           SELECT TREFFER-DATEI ASSIGN TO "ANAGPHT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BERICHT-DATEI ASSIGN TO "ANAGPHB"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY LAUFLOGDATEI.

           COPY ALARMDATEI.

       DATA DIVISION.
       FILE SECTION.
       FD  AUFTRAG-DATEI.
       01  AUFTRAG-SATZ.
           COPY PHRASENAUFTRAGSATZ.

       FD  INDEX-DATEI.
       01  INDEX-SATZ.
           COPY INDEXSATZ.

       FD  WOERTERBUCH-DATEI.
       01  WOERTERBUCH-SATZ.
           COPY WOERTERBUCHSATZ.

       FD  TREFFER-DATEI.
       01  TREFFER-SATZ.
           COPY PHRASENTREFFERSATZ.

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

       01 PHRASEN-STEUERUNG.
           05 WS-INDEX-DATEI-STATUS     PIC X(02).
           05 WS-AUFTRAG-DATEI-STATUS   PIC X(02).
           05 WS-KOMMANDOZEILE          PIC X(120) VALUE SPACES.
           05 WS-OPTION-VOR             PIC X(120).
           05 WS-OPTION-REST            PIC X(120).
           05 WS-OPTION-WERT            PIC X(08).
           05 WS-OPTION-ANZAHL          PIC 9(04).
           05 WS-PHRASE-EINGABE         PIC X(80).
           05 WS-AUFTRAG-ID             PIC X(08) VALUE SPACES.
           05 WS-MAX-WOERTER            PIC 9(01) VALUE 3.
           05 WS-MIN-LAENGE             PIC 9(02) VALUE 0.
           05 WS-NUR-WB-SCH             PIC X(01) VALUE 'N'.
               88 NUR-WB-WOERTER        VALUE 'J'.
           05 WS-BATCH-MODUS-SCH        PIC X(01) VALUE 'N'.
               88 BATCH-MODUS           VALUE 'J'.
           05 WS-ABBRUCH-SCH            PIC X(01) VALUE 'N'.
               88 GENERATOR-ABGEBROCHEN VALUE 'J'.
           05 WS-AUFTRAG-ENDE-SCH       PIC X(01) VALUE 'N'.
               88 AUFTRAG-ENDE          VALUE 'J'.
           05 WS-INDEX-ENDE-SCH         PIC X(01) VALUE 'N'.
               88 INDEX-ENDE            VALUE 'J'.
           05 WS-PASST-SCH              PIC X(01).
               88 KANDIDAT-PASST        VALUE 'J'.
           05 WS-WB-WARNUNG-SCH         PIC X(01) VALUE 'N'.
               88 WB-WARNUNG-GEMELDET   VALUE 'J'.
           05 WS-ANZAHL-AUFTRAEGE       PIC 9(9) VALUE 0.
           05 WS-ANZAHL-GEPRUEFT        PIC 9(9) VALUE 0.
           05 WS-ANZAHL-LOESUNGEN       PIC 9(9) VALUE 0.

      * Buchstabenvorrat des Auftrags und Buchstabenzaehlung des
      * gerade gelesenen Indexworts, je Buchstabe A-Z ein Zaehler.
       01 VORRAT-ARBEIT.
           05 WS-VORRAT-LAENGE          PIC 9(03) VALUE 0.
           05 WS-VORRAT-ZAEHLER         PIC 9(02) OCCURS 26.
           05 WS-KANDIDAT-LAENGE        PIC 9(03) VALUE 0.
           05 WS-KANDIDAT-ZAEHLER       PIC 9(02) OCCURS 26.
           05 WS-BUCHSTABE              PIC 9(02).

      * Alle Indexwoerter, die einzeln in den Vorrat passen, mit
      * ihrer Laenge und Buchstabenzaehlung.
       01 KANDIDATEN-TABELLE.
           05 WS-KAND-ANZAHL            PIC 9(4) VALUE 0.
           05 WS-KAND-EINTRAG OCCURS 3000 TIMES.
               10 WS-KAND-WORT          PIC X(80).
               10 WS-KAND-LAENGE        PIC 9(03).
               10 WS-KAND-ZAEHLER       PIC 9(02) OCCURS 26.
           05 WS-KAND-UEBERLAUF         PIC 9(9) VALUE 0.

      * Tiefensuche ohne Rekursion: je Ebene (= Wortposition in der
      * Loesung) der gerade eingesetzte Kandidat und der danach noch
      * verbleibende Buchstabenvorrat. Ebene 1 traegt den vollen
      * Vorrat; eine Ebene mehr als Woerter, weil der Rest nach dem
      * letzten Wort eine Ebene tiefer steht.
       01 SUCH-ARBEIT.
           05 WS-EBENE                  PIC 9(01).
           05 WS-NAECHSTE-EBENE         PIC 9(01).
           05 WS-EBENE-EINTRAG OCCURS 6 TIMES.
               10 WS-EBENE-KAND         PIC 9(04).
               10 WS-EBENE-REST-LAENGE  PIC 9(03).
               10 WS-EBENE-REST         PIC 9(02) OCCURS 26.
           05 WS-K                      PIC 9(04).
           05 WS-W                      PIC 9(01).
           05 WS-AUFTRAG-LOESUNGEN      PIC 9(06).
           05 WS-MAX-LOESUNGEN          PIC 9(06) VALUE 10000.
           05 WS-GRENZE-SCH             PIC X(01).
               88 LOESUNG-GRENZE-ERREICHT VALUE 'J'.
           05 WS-PHRASE-AUFBAU          PIC X(100).
           05 WS-PHRASE-ZEIGER          PIC 9(03).

       01 WS-AKTUELLES-TAGESDATUM       PIC X(10).

       01 BERICHTS-ZEILEN.
           05 KOPF-ZEILE-1.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 FILLER                PIC X(44) VALUE
                       "ANAGRAMM-PHRASEN - Phrasen-Anagramme".
               10 FILLER                PIC X(10) VALUE "DATUM: ".
               10 KZ1-DATUM             PIC X(10).
           05 AUFTRAG-ZEILE.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 FILLER                PIC X(8)  VALUE "AUFTRAG ".
               10 AZ-AUFTRAG-ID         PIC X(08).
               10 FILLER                PIC X(9)  VALUE "  PHRASE ".
               10 AZ-PHRASE             PIC X(60).
               10 FILLER                PIC X(9)  VALUE "  WOERTER".
               10 AZ-MAX-WOERTER        PIC Z9.
               10 FILLER                PIC X(5)  VALUE "  MIN".
               10 AZ-MIN-LAENGE         PIC Z9.
               10 FILLER                PIC X(9)  VALUE "  NUR WB ".
               10 AZ-NUR-WB             PIC X(01).
           05 DETAIL-ZEILE.
               10 FILLER                PIC X(3)  VALUE SPACES.
               10 DZ-LOESUNG-NR         PIC ZZZZZ9.
               10 FILLER                PIC X(2)  VALUE SPACES.
               10 DZ-WORT-ANZAHL        PIC 9.
               10 FILLER                PIC X(2)  VALUE SPACES.
               10 DZ-PHRASE             PIC X(100).
           05 AUFTRAG-FUSS-ZEILE.
               10 FILLER                PIC X(3)  VALUE SPACES.
               10 FILLER                PIC X(13) VALUE "KANDIDATEN: ".
               10 AF-KANDIDATEN         PIC ZZZ,ZZ9.
               10 FILLER                PIC X(14)
                       VALUE "  LOESUNGEN: ".
               10 AF-LOESUNGEN          PIC ZZZ,ZZ9.
               10 FILLER                PIC X(2)  VALUE SPACES.
               10 AF-HINWEIS            PIC X(40).
           05 FUSS-ZEILE.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 FILLER                PIC X(12) VALUE "AUFTRAEGE: ".
               10 FZ-AUFTRAEGE          PIC ZZZ,ZZ9.
               10 FILLER                PIC X(22)
                       VALUE "  LOESUNGEN GESAMT: ".
               10 FZ-LOESUNGEN          PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
           PERFORM GENERATOR-INITIALISIERUNG
           IF NOT GENERATOR-ABGEBROCHEN
               PERFORM AUFTRAEGE-VERARBEITEN
           END-IF
           PERFORM GENERATOR-ABSCHLUSS
           GOBACK
           .

      * Entscheidet die Aufrufform (siehe Programmkopf) und prueft
      * vorab, ob sich der Signatur-Index oeffnen laesst - ohne Index
      * wird der Lauf abgebrochen, bevor Ergebnisdatei und Bericht
      * angelegt sind, so dass ein voriges Ergebnis erhalten bleibt.
      * Das Woerterbuch wird nach dem Muster von ANAGRAMM-POOL-SUCHE
      * geoeffnet; fehlt es, laufen die Auftraege ohne den Filter
      * (einmalige Meldung in PHRASEN-WB-PRUEFEN).
       GENERATOR-INITIALISIERUNG SECTION.
           MOVE "ANAGRAMM-PHRASEN" TO LFL-PROGRAMM
           PERFORM LAUFLOG-START
           ACCEPT WS-KOMMANDOZEILE FROM COMMAND-LINE
           IF WS-KOMMANDOZEILE = SPACES
               SET BATCH-MODUS TO TRUE
               OPEN INPUT AUFTRAG-DATEI
               IF WS-AUFTRAG-DATEI-STATUS NOT = "00"
                   DISPLAY "WARNUNG: Phrasen-Auftragsdatei ANAGPHA "
                       "konnte nicht geoeffnet werden (Status "
                       WS-AUFTRAG-DATEI-STATUS ") - Aufruf mit "
                       "Phrase als Parameter oder Auftragsdatei "
                       "bereitstellen"
                   ADD 1 TO LFL-WARNUNGEN
                   SET GENERATOR-ABGEBROCHEN TO TRUE
               END-IF
           ELSE
               PERFORM KOMMANDOZEILE-ZERLEGEN
           END-IF
           IF NOT GENERATOR-ABGEBROCHEN
               OPEN INPUT INDEX-DATEI
               IF WS-INDEX-DATEI-STATUS NOT = "00"
                   DISPLAY "WARNUNG: Index-Datei ANAGIDX konnte "
                       "nicht geoeffnet werden (Status "
                       WS-INDEX-DATEI-STATUS ") - bitte zuerst "
                       "ANAGRAMM-INDEX-AUFBAU laufen lassen"
                   ADD 1 TO LFL-WARNUNGEN
                   SET GENERATOR-ABGEBROCHEN TO TRUE
                   IF BATCH-MODUS
                       CLOSE AUFTRAG-DATEI
                   END-IF
               ELSE
                   CLOSE INDEX-DATEI
               END-IF
           END-IF
           IF NOT GENERATOR-ABGEBROCHEN
               OPEN INPUT WOERTERBUCH-DATEI
               IF WS-WOERTERBUCH-DATEI-STATUS = "00"
                   SET WOERTERBUCH-AKTIV TO TRUE
               END-IF
               OPEN OUTPUT TREFFER-DATEI
               OPEN OUTPUT BERICHT-DATEI
               MOVE FUNCTION CURRENT-DATE (1:8)
                   TO WS-AKTUELLES-TAGESDATUM
               MOVE WS-AKTUELLES-TAGESDATUM TO KZ1-DATUM
               MOVE KOPF-ZEILE-1 TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
           END-IF
           EXIT.

      * Einzelaufruf: die Phrase ist alles vor dem ersten
      * Schluesselwort; die Schluesselwoerter "WOERTER=n", "MIN=n"
      * und "NURWB" werden - wie "FAST=n" im Stapellauf - unabhaengig
      * von ihrer Reihenfolge gesucht. Ein nicht numerischer Wert
      * laesst den Standard stehen.
       KOMMANDOZEILE-ZERLEGEN SECTION.
           MOVE "EINZEL" TO WS-AUFTRAG-ID
           MOVE 3 TO WS-MAX-WOERTER
           MOVE 0 TO WS-MIN-LAENGE
           MOVE 'N' TO WS-NUR-WB-SCH
           MOVE SPACES TO WS-PHRASE-EINGABE
           UNSTRING WS-KOMMANDOZEILE
               DELIMITED BY "WOERTER=" OR "MIN=" OR "NURWB"
               INTO WS-PHRASE-EINGABE
           END-UNSTRING
           MOVE SPACES TO WS-OPTION-VOR WS-OPTION-REST WS-OPTION-WERT
           UNSTRING WS-KOMMANDOZEILE DELIMITED BY "WOERTER="
               INTO WS-OPTION-VOR WS-OPTION-REST
           END-UNSTRING
           IF WS-OPTION-REST NOT = SPACES
               UNSTRING WS-OPTION-REST DELIMITED BY SPACE
                   INTO WS-OPTION-WERT
               END-UNSTRING
               IF FUNCTION TRIM(WS-OPTION-WERT) IS NUMERIC
                   MOVE FUNCTION TRIM(WS-OPTION-WERT)
                       TO WS-MAX-WOERTER
               END-IF
           END-IF
           MOVE SPACES TO WS-OPTION-VOR WS-OPTION-REST WS-OPTION-WERT
           UNSTRING WS-KOMMANDOZEILE DELIMITED BY "MIN="
               INTO WS-OPTION-VOR WS-OPTION-REST
           END-UNSTRING
           IF WS-OPTION-REST NOT = SPACES
               UNSTRING WS-OPTION-REST DELIMITED BY SPACE
                   INTO WS-OPTION-WERT
               END-UNSTRING
               IF FUNCTION TRIM(WS-OPTION-WERT) IS NUMERIC
                   MOVE FUNCTION TRIM(WS-OPTION-WERT)
                       TO WS-MIN-LAENGE
               END-IF
           END-IF
           MOVE 0 TO WS-OPTION-ANZAHL
           INSPECT WS-KOMMANDOZEILE TALLYING WS-OPTION-ANZAHL
               FOR ALL "NURWB"
           IF WS-OPTION-ANZAHL > 0
               SET NUR-WB-WOERTER TO TRUE
           END-IF
           EXIT.

      * Uebergibt je Auftrag die Suche an AUFTRAG-BEARBEITEN: im
      * Einzelaufruf genau einmal, im Stapelmodus einmal je
      * Auftragssatz. Nicht numerische Felder zaehlen wie 0 (Standard).
       AUFTRAEGE-VERARBEITEN SECTION.
           IF BATCH-MODUS
               PERFORM NAECHSTER-AUFTRAG
               PERFORM UNTIL AUFTRAG-ENDE OR GENERATOR-ABGEBROCHEN
                   MOVE PHA-AUFTRAG-ID TO WS-AUFTRAG-ID
                   MOVE PHA-PHRASE TO WS-PHRASE-EINGABE
                   IF PHA-MAX-WOERTER IS NUMERIC
                       MOVE PHA-MAX-WOERTER TO WS-MAX-WOERTER
                   ELSE
                       MOVE 0 TO WS-MAX-WOERTER
                   END-IF
                   IF PHA-MIN-LAENGE IS NUMERIC
                       MOVE PHA-MIN-LAENGE TO WS-MIN-LAENGE
                   ELSE
                       MOVE 0 TO WS-MIN-LAENGE
                   END-IF
                   IF PHA-NUR-WB-WOERTER
                       MOVE 'J' TO WS-NUR-WB-SCH
                   ELSE
                       MOVE 'N' TO WS-NUR-WB-SCH
                   END-IF
                   PERFORM AUFTRAG-BEARBEITEN
                   PERFORM NAECHSTER-AUFTRAG
               END-PERFORM
               CLOSE AUFTRAG-DATEI
           ELSE
               PERFORM AUFTRAG-BEARBEITEN
           END-IF
           EXIT.

       NAECHSTER-AUFTRAG SECTION.
           READ AUFTRAG-DATEI
               AT END SET AUFTRAG-ENDE TO TRUE
           END-READ
           EXIT.

      * Bearbeitet einen Auftrag: Vorrat zaehlen, Kandidaten aus dem
      * Index sammeln, Kombinationen bilden; Kopf- und Fusszeile des
      * Auftrags im Bericht. Ein Auftrag ohne einen einzigen
      * Buchstaben ist ein Lieferfehler und wird gemeldet und
      * uebersprungen.
       AUFTRAG-BEARBEITEN SECTION.
           IF WS-MAX-WOERTER = 0
               MOVE 3 TO WS-MAX-WOERTER
           END-IF
           IF WS-MAX-WOERTER > 5
               MOVE 5 TO WS-MAX-WOERTER
           END-IF
           ADD 1 TO WS-ANZAHL-AUFTRAEGE
           MOVE WS-AUFTRAG-ID TO AZ-AUFTRAG-ID
           MOVE WS-PHRASE-EINGABE TO AZ-PHRASE
           MOVE WS-MAX-WOERTER TO AZ-MAX-WOERTER
           MOVE WS-MIN-LAENGE TO AZ-MIN-LAENGE
           MOVE WS-NUR-WB-SCH TO AZ-NUR-WB
           MOVE SPACES TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE AUFTRAG-ZEILE TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE 0 TO WS-AUFTRAG-LOESUNGEN
           MOVE 0 TO WS-KAND-ANZAHL
           MOVE 'N' TO WS-GRENZE-SCH
           MOVE SPACES TO AF-HINWEIS
           PERFORM VORRAT-ZAEHLEN
           IF WS-VORRAT-LAENGE = 0
               DISPLAY "WARNUNG: Kein Buchstabenvorrat im Auftrag "
                   WS-AUFTRAG-ID " - Auftrag uebersprungen"
               ADD 1 TO LFL-WARNUNGEN
               MOVE "KEIN BUCHSTABENVORRAT" TO AF-HINWEIS
           ELSE
               PERFORM KANDIDATEN-SAMMELN
               IF NOT GENERATOR-ABGEBROCHEN
                   PERFORM KOMBINATIONEN-BILDEN
               END-IF
               IF WS-KAND-UEBERLAUF > 0
                   MOVE "KANDIDATEN-TABELLE VOLL" TO AF-HINWEIS
               END-IF
               IF LOESUNG-GRENZE-ERREICHT
                   MOVE "LOESUNGSGRENZE ERREICHT" TO AF-HINWEIS
               END-IF
           END-IF
           MOVE WS-KAND-ANZAHL TO AF-KANDIDATEN
           MOVE WS-AUFTRAG-LOESUNGEN TO AF-LOESUNGEN
           MOVE AUFTRAG-FUSS-ZEILE TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           EXIT.

      * Normalisiert die Phrase des Auftrags und zaehlt ihre
      * Buchstaben A-Z - dieselbe Zaehlung wie VORRAT-ZAEHLEN in
      * ANAGRAMM-POOL-SUCHE, nur auf 26 Buchstaben verdichtet.
       VORRAT-ZAEHLEN SECTION.
           MOVE WS-PHRASE-EINGABE TO NORM-EINGABE
           PERFORM NORMALISIERE-WORT
           PERFORM VARYING WS-BUCHSTABE FROM 1 BY 1
                   UNTIL WS-BUCHSTABE > 26
               MOVE 0 TO WS-VORRAT-ZAEHLER (WS-BUCHSTABE)
           END-PERFORM
           MOVE 0 TO WS-VORRAT-LAENGE
           PERFORM VARYING VGL-STELLE FROM 1 BY 1
                   UNTIL VGL-STELLE > 80
               IF NORM-AUSGABE (VGL-STELLE:1) >= "A"
                       AND NORM-AUSGABE (VGL-STELLE:1) <= "Z"
                   COMPUTE WS-BUCHSTABE =
                       FUNCTION ORD(NORM-AUSGABE (VGL-STELLE:1))
                       - FUNCTION ORD("A") + 1
                   ADD 1 TO WS-VORRAT-ZAEHLER (WS-BUCHSTABE)
                   ADD 1 TO WS-VORRAT-LAENGE
               END-IF
           END-PERFORM
           EXIT.

      * Liest den Index einmal vollstaendig und uebernimmt jedes
      * Wort, das einzeln in den Vorrat passt und Mindestlaenge und
      * ggf. Woerterbuch-Filter besteht, in die Kandidatentabelle.
       KANDIDATEN-SAMMELN SECTION.
           MOVE 0 TO WS-KAND-UEBERLAUF
           OPEN INPUT INDEX-DATEI
           IF WS-INDEX-DATEI-STATUS NOT = "00"
               DISPLAY "WARNUNG: Index-Datei ANAGIDX konnte nicht "
                   "geoeffnet werden (Status " WS-INDEX-DATEI-STATUS
                   ") - Lauf wird abgebrochen"
               ADD 1 TO LFL-WARNUNGEN
               SET GENERATOR-ABGEBROCHEN TO TRUE
           ELSE
               MOVE 'N' TO WS-INDEX-ENDE-SCH
               PERFORM NAECHSTER-INDEX-SATZ
               PERFORM UNTIL INDEX-ENDE
                   ADD 1 TO WS-ANZAHL-GEPRUEFT
                   PERFORM KANDIDAT-ZAEHLEN
                   IF KANDIDAT-PASST AND WS-KANDIDAT-LAENGE > 0
                           AND WS-KANDIDAT-LAENGE NOT < WS-MIN-LAENGE
                       PERFORM PHRASEN-WB-PRUEFEN
                       IF KANDIDAT-PASST
                           PERFORM KANDIDAT-UEBERNEHMEN
                       END-IF
                   END-IF
                   PERFORM NAECHSTER-INDEX-SATZ
               END-PERFORM
               CLOSE INDEX-DATEI
               IF WS-KAND-UEBERLAUF > 0
                   DISPLAY "WARNUNG: Kandidaten-Tabelle voll (3000) "
                       "im Auftrag " WS-AUFTRAG-ID " - "
                       WS-KAND-UEBERLAUF " Wort/Woerter nicht "
                       "beruecksichtigt"
                   ADD 1 TO LFL-WARNUNGEN
               END-IF
           END-IF
           EXIT.

       NAECHSTER-INDEX-SATZ SECTION.
           READ INDEX-DATEI NEXT RECORD
               AT END SET INDEX-ENDE TO TRUE
           END-READ
           EXIT.

      * Zaehlt die Buchstaben A-Z des normalisierten Indexworts und
      * prueft dabei gleich, ob es in den Vorrat passt (von keinem
      * Buchstaben mehr, als der Vorrat hergibt).
       KANDIDAT-ZAEHLEN SECTION.
           MOVE IDX-WORT TO NORM-EINGABE
           PERFORM NORMALISIERE-WORT
           PERFORM VARYING WS-BUCHSTABE FROM 1 BY 1
                   UNTIL WS-BUCHSTABE > 26
               MOVE 0 TO WS-KANDIDAT-ZAEHLER (WS-BUCHSTABE)
           END-PERFORM
           MOVE 0 TO WS-KANDIDAT-LAENGE
           SET KANDIDAT-PASST TO TRUE
           PERFORM VARYING VGL-STELLE FROM 1 BY 1
                   UNTIL VGL-STELLE > 80 OR NOT KANDIDAT-PASST
               IF NORM-AUSGABE (VGL-STELLE:1) >= "A"
                       AND NORM-AUSGABE (VGL-STELLE:1) <= "Z"
                   COMPUTE WS-BUCHSTABE =
                       FUNCTION ORD(NORM-AUSGABE (VGL-STELLE:1))
                       - FUNCTION ORD("A") + 1
                   ADD 1 TO WS-KANDIDAT-ZAEHLER (WS-BUCHSTABE)
                   ADD 1 TO WS-KANDIDAT-LAENGE
                   IF WS-KANDIDAT-ZAEHLER (WS-BUCHSTABE) >
                           WS-VORRAT-ZAEHLER (WS-BUCHSTABE)
                       MOVE 'N' TO WS-PASST-SCH
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      * Woerterbuch-Filter wie POOL-WB-PRUEFEN in
      * ANAGRAMM-POOL-SUCHE: nur ein freigegebener Eintrag zum bereits
      * normalisierten Indexwort (NORM-AUSGABE) besteht; ohne
      * Woerterbuch laeuft der Auftrag ungefiltert weiter, was einmal
      * je Lauf gemeldet wird.
       PHRASEN-WB-PRUEFEN SECTION.
           IF NUR-WB-WOERTER
               IF NOT WOERTERBUCH-AKTIV
                   IF NOT WB-WARNUNG-GEMELDET
                       DISPLAY "WARNUNG: Woerterbuch-Datei ANAGWB "
                           "steht nicht zur Verfuegung (Status "
                           WS-WOERTERBUCH-DATEI-STATUS
                           ") - Auftraege laufen ohne "
                           "Woerterbuch-Filter"
                       ADD 1 TO LFL-WARNUNGEN
                       SET WB-WARNUNG-GEMELDET TO TRUE
                   END-IF
               ELSE
                   MOVE NORM-AUSGABE TO WBS-WORT
                   READ WOERTERBUCH-DATEI
                       INVALID KEY
                           MOVE 'N' TO WS-PASST-SCH
                       NOT INVALID KEY
                           IF NOT WBS-FREIGEGEBEN
                               MOVE 'N' TO WS-PASST-SCH
                           END-IF
                   END-READ
               END-IF
           END-IF
           EXIT.

       KANDIDAT-UEBERNEHMEN SECTION.
           IF WS-KAND-ANZAHL < 3000
               ADD 1 TO WS-KAND-ANZAHL
               MOVE IDX-WORT TO WS-KAND-WORT (WS-KAND-ANZAHL)
               MOVE WS-KANDIDAT-LAENGE
                   TO WS-KAND-LAENGE (WS-KAND-ANZAHL)
               PERFORM VARYING WS-BUCHSTABE FROM 1 BY 1
                       UNTIL WS-BUCHSTABE > 26
                   MOVE WS-KANDIDAT-ZAEHLER (WS-BUCHSTABE)
                       TO WS-KAND-ZAEHLER (WS-KAND-ANZAHL,
                           WS-BUCHSTABE)
               END-PERFORM
           ELSE
               ADD 1 TO WS-KAND-UEBERLAUF
           END-IF
           EXIT.

      * Tiefensuche ueber die Kandidatentabelle: auf jeder Ebene wird
      * der naechste Kandidat ab dem Kandidaten der Ebene davor
      * probiert (nicht fallende Reihenfolge - jede Kombination genau
      * einmal, Wiederholung desselben Worts erlaubt). Passt er in
      * den Rest, ist der Vorrat danach leer (Loesung) oder es geht
      * eine Ebene tiefer, solange die Hoechstzahl Woerter nicht
      * erreicht ist; ist eine Ebene erschoepft, geht es eine Ebene
      * zurueck.
       KOMBINATIONEN-BILDEN SECTION.
           MOVE WS-VORRAT-LAENGE TO WS-EBENE-REST-LAENGE (1)
           PERFORM VARYING WS-BUCHSTABE FROM 1 BY 1
                   UNTIL WS-BUCHSTABE > 26
               MOVE WS-VORRAT-ZAEHLER (WS-BUCHSTABE)
                   TO WS-EBENE-REST (1, WS-BUCHSTABE)
           END-PERFORM
           MOVE 1 TO WS-EBENE
           MOVE 0 TO WS-EBENE-KAND (1)
           PERFORM UNTIL WS-EBENE = 0 OR LOESUNG-GRENZE-ERREICHT
               ADD 1 TO WS-EBENE-KAND (WS-EBENE)
               IF WS-EBENE-KAND (WS-EBENE) > WS-KAND-ANZAHL
                   SUBTRACT 1 FROM WS-EBENE
               ELSE
                   PERFORM KANDIDAT-EINSETZEN
               END-IF
           END-PERFORM
           EXIT.

      * Setzt den Kandidaten der aktuellen Ebene ein, wenn er in den
      * Rest dieser Ebene passt, und berechnet den Rest der naechsten
      * Ebene.
       KANDIDAT-EINSETZEN SECTION.
           MOVE WS-EBENE-KAND (WS-EBENE) TO WS-K
           IF WS-KAND-LAENGE (WS-K) NOT >
                   WS-EBENE-REST-LAENGE (WS-EBENE)
               SET KANDIDAT-PASST TO TRUE
               PERFORM VARYING WS-BUCHSTABE FROM 1 BY 1
                       UNTIL WS-BUCHSTABE > 26 OR NOT KANDIDAT-PASST
                   IF WS-KAND-ZAEHLER (WS-K, WS-BUCHSTABE) >
                           WS-EBENE-REST (WS-EBENE, WS-BUCHSTABE)
                       MOVE 'N' TO WS-PASST-SCH
                   END-IF
               END-PERFORM
               IF KANDIDAT-PASST
                   COMPUTE WS-NAECHSTE-EBENE = WS-EBENE + 1
                   PERFORM VARYING WS-BUCHSTABE FROM 1 BY 1
                           UNTIL WS-BUCHSTABE > 26
                       COMPUTE WS-EBENE-REST (WS-NAECHSTE-EBENE,
                               WS-BUCHSTABE) =
                           WS-EBENE-REST (WS-EBENE, WS-BUCHSTABE)
                           - WS-KAND-ZAEHLER (WS-K, WS-BUCHSTABE)
                   END-PERFORM
                   COMPUTE WS-EBENE-REST-LAENGE (WS-NAECHSTE-EBENE) =
                       WS-EBENE-REST-LAENGE (WS-EBENE)
                       - WS-KAND-LAENGE (WS-K)
                   EVALUATE TRUE
                       WHEN WS-EBENE-REST-LAENGE (WS-NAECHSTE-EBENE)
                               = 0
                           PERFORM LOESUNG-SCHREIBEN
                       WHEN WS-EBENE < WS-MAX-WOERTER
                           MOVE WS-NAECHSTE-EBENE TO WS-EBENE
                           COMPUTE WS-EBENE-KAND (WS-EBENE) = WS-K - 1
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF
           EXIT.

      * Schreibt die Loesung aus den Kandidaten der Ebenen 1 bis zur
      * aktuellen Ebene in Ergebnisdatei und Bericht.
       LOESUNG-SCHREIBEN SECTION.
           IF WS-AUFTRAG-LOESUNGEN NOT < WS-MAX-LOESUNGEN
               SET LOESUNG-GRENZE-ERREICHT TO TRUE
               DISPLAY "WARNUNG: Mehr als " WS-MAX-LOESUNGEN
                   " Loesungen im Auftrag " WS-AUFTRAG-ID
                   " - Ausgabe abgeschnitten"
               ADD 1 TO LFL-WARNUNGEN
           ELSE
               ADD 1 TO WS-AUFTRAG-LOESUNGEN
               ADD 1 TO WS-ANZAHL-LOESUNGEN
               MOVE SPACES TO WS-PHRASE-AUFBAU
               MOVE 1 TO WS-PHRASE-ZEIGER
               PERFORM VARYING WS-W FROM 1 BY 1
                       UNTIL WS-W > WS-EBENE
                   IF WS-W > 1
                       STRING " " DELIMITED BY SIZE
                           INTO WS-PHRASE-AUFBAU
                           WITH POINTER WS-PHRASE-ZEIGER
                       END-STRING
                   END-IF
                   STRING WS-KAND-WORT (WS-EBENE-KAND (WS-W))
                       DELIMITED BY SPACE
                       INTO WS-PHRASE-AUFBAU
                       WITH POINTER WS-PHRASE-ZEIGER
                   END-STRING
               END-PERFORM
               MOVE WS-AUFTRAG-ID TO PHT-AUFTRAG-ID
               MOVE WS-AUFTRAG-LOESUNGEN TO PHT-LOESUNG-NR
               MOVE WS-EBENE TO PHT-WORT-ANZAHL
               MOVE WS-PHRASE-AUFBAU TO PHT-PHRASE
               WRITE TREFFER-SATZ
               MOVE WS-AUFTRAG-LOESUNGEN TO DZ-LOESUNG-NR
               MOVE WS-EBENE TO DZ-WORT-ANZAHL
               MOVE WS-PHRASE-AUFBAU TO DZ-PHRASE
               MOVE DETAIL-ZEILE TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
           END-IF
           EXIT.

      * Ein abgebrochener Lauf (Auftragsdatei oder Index nicht
      * oeffenbar) endet mit Return-Code 8; Ergebnisdatei und
      * Bericht sind dann nur angelegt, wenn der Abbruch erst
      * waehrend der Auftraege kam.
       GENERATOR-ABSCHLUSS SECTION.
           IF WOERTERBUCH-AKTIV
               CLOSE WOERTERBUCH-DATEI
           END-IF
           IF WS-ANZAHL-AUFTRAEGE > 0 OR NOT GENERATOR-ABGEBROCHEN
               MOVE WS-ANZAHL-AUFTRAEGE TO FZ-AUFTRAEGE
               MOVE WS-ANZAHL-LOESUNGEN TO FZ-LOESUNGEN
               MOVE SPACES TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
               MOVE FUSS-ZEILE TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
               CLOSE TREFFER-DATEI
               CLOSE BERICHT-DATEI
           END-IF
           IF GENERATOR-ABGEBROCHEN
               DISPLAY "ANAGRAMM-PHRASEN: Lauf abgebrochen"
               MOVE "FEHL" TO LFL-ABSCHLUSS-CODE
               MOVE 8 TO RETURN-CODE
               MOVE "ANAGRAMM-PHRASEN" TO ALM-MELDER
               MOVE "ANAGRAMM-PHRASEN" TO ALM-PROGRAMM
               MOVE LFL-LAUF-ID TO ALM-LAUF-ID
               SET ALM-KRITISCH TO TRUE
               MOVE "FEHL" TO ALM-CODE
               MOVE WS-ANZAHL-AUFTRAEGE TO ALM-ZAHL-1
               MOVE SPACES TO ALM-TEXT
               STRING "PHRASENLAUF ABGEBROCHEN NACH "
                   FUNCTION TRIM(ALM-ZAHL-1)
                   " AUFTRAG/AUFTRAEGEN - SIEHE JOBLOG"
                   DELIMITED BY SIZE INTO ALM-TEXT
               END-STRING
               PERFORM ALARM-MELDEN
           ELSE
               DISPLAY "ANAGRAMM-PHRASEN: " WS-ANZAHL-AUFTRAEGE
                   " Auftrag/Auftraege, " WS-ANZAHL-GEPRUEFT
                   " Indexwoerter geprueft, " WS-ANZAHL-LOESUNGEN
                   " Loesung(en)"
           END-IF
           MOVE WS-ANZAHL-AUFTRAEGE TO LFL-SAETZE-EIN
           MOVE WS-ANZAHL-LOESUNGEN TO LFL-SAETZE-AUS
           PERFORM LAUFLOG-ENDE
           PERFORM ALARM-SCHLIESSEN
           EXIT.

           COPY SIGNATUR-LOGIK.

           COPY LAUFLOG-LOGIK.

           COPY ALARM-LOGIK.
