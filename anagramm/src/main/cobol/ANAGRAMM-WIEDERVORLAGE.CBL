       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANAGRAMM-WIEDERVORLAGE.

      * Wiedervorlage abgewiesener Saetze: liest eine
      * Abweisungsdatei des Stapellaufs (ABWEISUNGSSATZ) und stellt
      * daraus eine Lieferung im Eingabeformat ANAGIN zusammen
      * (ANAGWVL). Die Wortpaare werden nach ihrer Sprache
      * (ABW-SPRACHE, leer = DE) sortiert; je Sprache entsteht ein
      * Block aus Kopfsatz mit Quelle WIEDERVORLAGE, Tagesdatum und
      * dieser Sprache, je abgewiesenem Wortpaar einem Datensatz
      * (die ersten 160 Stellen, der Ablehnungsgrund faellt weg) in
      * der urspruenglichen Reihenfolge und einem Nachsatz mit der
      * Anzahl des Blocks als Soll. Englische und niederlaendische
      * Paare laufen so bei der Nachlieferung wieder mit ihrer
      * eigenen Faltung und ihrem Woerterbuch; ein unbekannter
      * Sprachcode bleibt im Kopfsatz stehen und wird dort
      * korrigiert. Ohne Wortpaare wird ein leerer Block
      * geschrieben. Die Nachweis-Saetze der
      * Stapel-Bilanz (unstimmige Lieferung, unbrauchbarer oder
      * versprengter Nachsatz) sind keine Wortpaare und werden nur
      * gezaehlt. Die Saetze werden in ANAGWVL korrigiert und die
      * Datei dann als Eingabe nachgeliefert; wer dabei Saetze
      * entfernt, passt die Soll-Anzahl im Nachsatz seines Blocks
      * an.
      *
      * Bisher wurde ANAGREJ dafuer von Hand kopiert und
      * zurechtgeschnitten - zweimal war danach die einzige Kopie
      * der Abweisungen einer Nacht verloren. Die Abweisungsdatei
      * wird hier nur gelesen; jede Nacht ist ausserdem als
      * Generation von ANAGREJ im Generationskatalog aufbewahrt.
      *
      * Kommandozeile: ohne Angabe die aktuelle ANAGREJ, sonst
      * GEN=VORHER (vorletzte Generation), GEN=LETZTE oder
      * GEN=<Lauf-ID> (Generation des Stapellaufs mit dieser
      * Lauf-ID). Ist die verlangte Generation nicht (mehr)
      * vorhanden, endet der Lauf ohne Ausgabe mit Return-Code 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ANAGREJ oder die ueber den Katalog gewaehlte Generation.
           SELECT ABWEISUNG-DATEI ASSIGN DYNAMIC WS-ABWEISUNG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABWEISUNG-DATEI-STATUS.

           SELECT SORTIER-DATEI ASSIGN TO "SORTWK1".

           SELECT WIEDERVORLAGE-DATEI ASSIGN TO "ANAGWVL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WIEDERVORLAGE-DATEI-STATUS.

           COPY GENKATALOGDATEI.

           COPY LAUFLOGDATEI.

           COPY ALARMDATEI.

       DATA DIVISION.
       FILE SECTION.
       FD  ABWEISUNG-DATEI.
       01  ABWEISUNG-SATZ.
           COPY ABWEISUNGSSATZ.

      * Wortpaare nach Sprache; die laufende Nummer haelt innerhalb
      * einer Sprache die Reihenfolge der Abweisungsdatei.
       SD  SORTIER-DATEI.
       01  SORTIER-SATZ.
           05 SORT-SPRACHE              PIC X(02).
           05 SORT-LFD-NR               PIC 9(09).
           05 SORT-WORT-1               PIC X(80).
           05 SORT-WORT-2               PIC X(80).

       FD  WIEDERVORLAGE-DATEI.
       01  WIEDERVORLAGE-SATZ.
           COPY EINGABESATZ.
       01  WIEDERVORLAGE-STEUER-SATZ.
           COPY STEUERSATZ.

       FD  GEN-KATALOG-DATEI.
       01  GEN-KATALOG-SATZ.
           COPY GENKATALOGSATZ.

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

           COPY GENERATION-DATEN.

       01 WIEDERVORLAGE-STEUERUNG.
           05 WS-ABWEISUNG-DATEI-STATUS PIC X(02).
           05 WS-WIEDERVORLAGE-DATEI-STATUS PIC X(02).
           05 WS-ABWEISUNG-NAME         PIC X(40) VALUE "ANAGREJ".
           05 WS-KOMMANDOZEILE          PIC X(40) VALUE SPACES.
           05 WS-GEN-PARM               PIC X(40) VALUE SPACES.
           05 WS-ABWEISUNG-ENDE-SCH     PIC X(01) VALUE 'N'.
               88 ABWEISUNG-ENDE        VALUE 'J'.
           05 WS-SORTIER-ENDE-SCH       PIC X(01) VALUE 'N'.
               88 SORTIER-ENDE          VALUE 'J'.
           05 WS-ABBRUCH-SCH            PIC X(01) VALUE 'N'.
               88 LAUF-ABGEBROCHEN      VALUE 'J'.
           05 WS-ANZAHL-GELESEN         PIC 9(9) VALUE 0.
           05 WS-ANZAHL-WIEDERVORLAGE   PIC 9(9) VALUE 0.
           05 WS-ANZAHL-NACHWEISE       PIC 9(9) VALUE 0.
           05 WS-ANZAHL-BLOECKE         PIC 9(9) VALUE 0.
           05 WS-GRUPPE-SPRACHE         PIC X(02) VALUE SPACES.
           05 WS-GRUPPE-ANZAHL          PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM WIEDERVORLAGE-INITIALISIERUNG
           IF NOT LAUF-ABGEBROCHEN
               SORT SORTIER-DATEI
                   ON ASCENDING KEY SORT-SPRACHE
                   ON ASCENDING KEY SORT-LFD-NR
                   INPUT PROCEDURE IS ABWEISUNGEN-EINLESEN
                   OUTPUT PROCEDURE IS WIEDERVORLAGE-SCHREIBEN
               CLOSE WIEDERVORLAGE-DATEI
               DISPLAY "ANAGRAMM-WIEDERVORLAGE: "
                   WS-ANZAHL-WIEDERVORLAGE " Satz/Saetze aus "
                   FUNCTION TRIM(WS-ABWEISUNG-NAME)
                   " zur Wiedervorlage in " WS-ANZAHL-BLOECKE
                   " Block/Bloecken, "
                   WS-ANZAHL-NACHWEISE " Bilanz-Nachweis(e) "
                   "uebergangen"
           END-IF
           MOVE WS-ANZAHL-GELESEN TO LFL-SAETZE-EIN
           MOVE WS-ANZAHL-WIEDERVORLAGE TO LFL-SAETZE-AUS
           PERFORM LAUFLOG-ENDE
           PERFORM ALARM-SCHLIESSEN
           GOBACK
           .

       WIEDERVORLAGE-INITIALISIERUNG SECTION.
           MOVE "ANAGRAMM-WIEDERVORLAGE" TO LFL-PROGRAMM
           PERFORM LAUFLOG-START
           ACCEPT WS-KOMMANDOZEILE FROM COMMAND-LINE
           UNSTRING WS-KOMMANDOZEILE DELIMITED BY ALL SPACE
               INTO WS-GEN-PARM
           END-UNSTRING
           EVALUATE TRUE
               WHEN WS-GEN-PARM = SPACES
                   CONTINUE
               WHEN WS-GEN-PARM (1:4) = "GEN="
                   PERFORM ABWEISUNG-GENERATION-WAEHLEN
               WHEN OTHER
                   DISPLAY "WARNUNG: Unbekannter Parameter "
                       FUNCTION TRIM(WS-GEN-PARM)
                   SET LAUF-ABGEBROCHEN TO TRUE
           END-EVALUATE
           IF NOT LAUF-ABGEBROCHEN
               OPEN INPUT ABWEISUNG-DATEI
               IF WS-ABWEISUNG-DATEI-STATUS NOT = "00"
                   DISPLAY "WARNUNG: Abweisungsdatei "
                       FUNCTION TRIM(WS-ABWEISUNG-NAME)
                       " konnte nicht geoeffnet werden (Status "
                       WS-ABWEISUNG-DATEI-STATUS ")"
                   SET LAUF-ABGEBROCHEN TO TRUE
               END-IF
           END-IF
           IF NOT LAUF-ABGEBROCHEN
               OPEN OUTPUT WIEDERVORLAGE-DATEI
               IF WS-WIEDERVORLAGE-DATEI-STATUS NOT = "00"
                   DISPLAY "WARNUNG: Wiedervorlage ANAGWVL konnte "
                       "nicht angelegt werden (Status "
                       WS-WIEDERVORLAGE-DATEI-STATUS ")"
                   CLOSE ABWEISUNG-DATEI
                   SET LAUF-ABGEBROCHEN TO TRUE
               END-IF
           END-IF
           IF LAUF-ABGEBROCHEN
               ADD 1 TO LFL-WARNUNGEN
               MOVE "FEHL" TO LFL-ABSCHLUSS-CODE
               MOVE 8 TO RETURN-CODE
               MOVE "ANAGRAMM-WIEDERVORLAGE" TO ALM-MELDER
               MOVE "ANAGRAMM-WIEDERVORLAGE" TO ALM-PROGRAMM
               MOVE LFL-LAUF-ID TO ALM-LAUF-ID
               SET ALM-KRITISCH TO TRUE
               MOVE "FEHL" TO ALM-CODE
               MOVE SPACES TO ALM-TEXT
               STRING "KEINE WIEDERVORLAGE AUS "
                   FUNCTION TRIM(WS-ABWEISUNG-NAME)
                   " - SIEHE JOBLOG"
                   DELIMITED BY SIZE INTO ALM-TEXT
               END-STRING
               PERFORM ALARM-MELDEN
           END-IF
           EXIT.

      * Loest die mit GEN= verlangte Generation von ANAGREJ ueber
      * den Generationskatalog auf.
       ABWEISUNG-GENERATION-WAEHLEN SECTION.
           MOVE "ANAGREJ" TO GEN-DATEI
           MOVE WS-GEN-PARM (5:14) TO GEN-AUSWAHL
           PERFORM GENERATION-AUFLOESEN
           IF GEN-GEFUNDEN
               MOVE GEN-DATEINAME TO WS-ABWEISUNG-NAME
               DISPLAY "ANAGRAMM-WIEDERVORLAGE: Abweisungen aus "
                   "Generation " FUNCTION TRIM(GEN-DATEINAME)
                   " (Lauf " GEN-LAUF-ID ")"
           ELSE
               IF GEN-NUR-GELOESCHT
                   DISPLAY "WARNUNG: Generation von ANAGREJ fuer "
                       FUNCTION TRIM(WS-GEN-PARM)
                       " ist bereits bereinigt"
               ELSE
                   DISPLAY "WARNUNG: Keine Generation von ANAGREJ "
                       "fuer " FUNCTION TRIM(WS-GEN-PARM)
                       " im Katalog"
               END-IF
               SET LAUF-ABGEBROCHEN TO TRUE
           END-IF
           EXIT.

      * Liest die Abweisungsdatei und uebergibt jedes abgewiesene
      * Wortpaar mit seiner Sprache (leer = DE) und einer laufenden
      * Nummer an das SORT; die Bilanz-Nachweise werden nur gezaehlt.
       ABWEISUNGEN-EINLESEN SECTION.
           PERFORM UNTIL ABWEISUNG-ENDE
               READ ABWEISUNG-DATEI
                   AT END
                       SET ABWEISUNG-ENDE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ANZAHL-GELESEN
                       EVALUATE ABW-GRUND
                           WHEN "LIEFERUNG UNSTIMMIG"
                           WHEN "NACHSATZ SOLL UNGUELTIG"
                           WHEN "NACHSATZ OHNE LIEFERUNG"
                               ADD 1 TO WS-ANZAHL-NACHWEISE
                           WHEN OTHER
                               ADD 1 TO WS-ANZAHL-WIEDERVORLAGE
                               IF ABW-SPRACHE = SPACES
                                   MOVE "DE" TO SORT-SPRACHE
                               ELSE
                                   MOVE ABW-SPRACHE TO SORT-SPRACHE
                               END-IF
                               MOVE WS-ANZAHL-WIEDERVORLAGE
                                   TO SORT-LFD-NR
                               MOVE ABW-WORT-1 TO SORT-WORT-1
                               MOVE ABW-WORT-2 TO SORT-WORT-2
                               RELEASE SORTIER-SATZ
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE ABWEISUNG-DATEI
           EXIT.

      * Schreibt die sortierten Wortpaare zurueck: bei jedem
      * Sprachwechsel wird der laufende Block mit seinem Nachsatz
      * geschlossen und ein neuer Kopfsatz fuer die naechste Sprache
      * geschrieben.
       WIEDERVORLAGE-SCHREIBEN SECTION.
           RETURN SORTIER-DATEI
               AT END SET SORTIER-ENDE TO TRUE
           END-RETURN
           PERFORM UNTIL SORTIER-ENDE
               IF WS-ANZAHL-BLOECKE = 0
                  OR SORT-SPRACHE NOT = WS-GRUPPE-SPRACHE
                   IF WS-ANZAHL-BLOECKE > 0
                       PERFORM WIEDERVORLAGE-BLOCK-ABSCHLIESSEN
                   END-IF
                   MOVE SORT-SPRACHE TO WS-GRUPPE-SPRACHE
                   PERFORM WIEDERVORLAGE-BLOCK-BEGINNEN
               END-IF
               MOVE SORT-WORT-1 TO SATZ-WORT-1
               MOVE SORT-WORT-2 TO SATZ-WORT-2
               WRITE WIEDERVORLAGE-SATZ
               ADD 1 TO WS-GRUPPE-ANZAHL
               RETURN SORTIER-DATEI
                   AT END SET SORTIER-ENDE TO TRUE
               END-RETURN
           END-PERFORM
           IF WS-ANZAHL-BLOECKE = 0
               MOVE SPACES TO WS-GRUPPE-SPRACHE
               PERFORM WIEDERVORLAGE-BLOCK-BEGINNEN
           END-IF
           PERFORM WIEDERVORLAGE-BLOCK-ABSCHLIESSEN
           EXIT.

      * Kopfsatz eines Blocks mit der Sprache der folgenden Paare.
       WIEDERVORLAGE-BLOCK-BEGINNEN SECTION.
           MOVE SPACES TO WIEDERVORLAGE-STEUER-SATZ
           SET STK-KOPFSATZ TO TRUE
           MOVE FUNCTION CURRENT-DATE (1:8) TO STK-LIEFERDATUM
           MOVE "WIEDERVORLAGE" TO STK-QUELLE
           MOVE 0 TO STK-SOLL-ANZAHL
           MOVE WS-GRUPPE-SPRACHE TO STK-SPRACHE
           WRITE WIEDERVORLAGE-STEUER-SATZ
           MOVE 0 TO WS-GRUPPE-ANZAHL
           ADD 1 TO WS-ANZAHL-BLOECKE
           EXIT.

      * Nachsatz eines Blocks mit der Anzahl seiner Wortpaare als Soll.
       WIEDERVORLAGE-BLOCK-ABSCHLIESSEN SECTION.
           MOVE SPACES TO WIEDERVORLAGE-STEUER-SATZ
           SET STK-NACHSATZ TO TRUE
           MOVE WS-GRUPPE-ANZAHL TO STK-SOLL-ANZAHL
           WRITE WIEDERVORLAGE-STEUER-SATZ
           EXIT.

           COPY LAUFLOG-LOGIK.

           COPY GENKATALOG-LOGIK.

           COPY ALARM-LOGIK.
