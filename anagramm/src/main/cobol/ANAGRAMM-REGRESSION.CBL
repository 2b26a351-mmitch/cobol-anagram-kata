      * Woerterbuch-Havarie vom Maerz (ca. 400 Paare still auf
      * NICHT-GUELTIG) waere damit sofort aufgefallen.
      * Mehrfach vorkommende Wortpaare werden in sortierter
      * Reihenfolge paarweise einander zugeordnet. Dasselbe Wortpaar
      * in zwei Sprachen sind zwei verschiedene Paare; Ausgaben aus
      * der Zeit vor den Sprachcodes (SATZ-SPRACHE leer) gelten als
      * deutsch.
      *
      * Statt der fest zugewiesenen ANAGALT/ANAGNEU koennen beide
      * Seiten als Generation von ANAGOUT aus dem Generationskatalog
      * gewaehlt werden - das Umkopieren der Vortagesausgabe nach
      * ANAGALT vor dem Nachtlauf entfaellt damit. Kommandozeile:
      *   ALT=VORHER | ALT=LETZTE | ALT=<Lauf-ID>
      *   NEU=VORHER | NEU=LETZTE | NEU=<Lauf-ID>
      * (einzeln oder beide, in beliebiger Reihenfolge; im
      * Nachtlauf nach dem Stapellauf ueblich: "ALT=VORHER
      * NEU=LETZTE"). Ist eine verlangte Generation nicht (mehr)
      * vorhanden, wird nicht verglichen und der Lauf endet mit
      * Return-Code 8 (Lauf-Protokoll FEHL, kritischer Alarm an die
      * Betriebsueberwachung, ALARM-LOGIK.CPY).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALT-DATEI ASSIGN DYNAMIC WS-ALT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NEU-DATEI ASSIGN DYNAMIC WS-NEU-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORTIER-DATEI ASSIGN TO "SORTWK1".
           SELECT BERICHT-DATEI ASSIGN TO "ANAGDIF"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY GENKATALOGDATEI.

           COPY LAUFLOGDATEI.

           COPY ALARMDATEI.

       DATA DIVISION.
       FILE SECTION.
       FD  ALT-DATEI.
           05 SRT-WORT-2                PIC X(80).
           05 SRT-STATUS                PIC X(04).
           05 SRT-WOERTER-GUELTIG       PIC X(04).
           05 FILLER                    PIC X(51).
           05 SRT-SPRACHE               PIC X(02).
           05 FILLER                    PIC X(05).

       FD  ALT-SORT-DATEI.
       01  ALT-SORT-SATZ.
       FD  BERICHT-DATEI.
       01  BERICHT-ZEILE                PIC X(133).

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

       01 REGRESSION-STEUERUNG.
           05 WS-ALT-NAME               PIC X(40) VALUE "ANAGALT".
           05 WS-NEU-NAME               PIC X(40) VALUE "ANAGNEU".
           05 WS-KOMMANDOZEILE          PIC X(80) VALUE SPACES.
           05 WS-PARM-1                 PIC X(40) VALUE SPACES.
           05 WS-PARM-2                 PIC X(40) VALUE SPACES.
           05 WS-PARM                   PIC X(40).
           05 WS-ABBRUCH-SCH            PIC X(01) VALUE 'N'.
               88 LAUF-ABGEBROCHEN      VALUE 'J'.
           05 WS-ALT-ENDE-SCH           PIC X(01) VALUE 'N'.
               88 ALT-ENDE              VALUE 'J'.
           05 WS-NEU-ENDE-SCH           PIC X(01) VALUE 'N'.
           05 WS-ANZAHL-NUR-ALT         PIC 9(9) VALUE 0.
           05 WS-ANZAHL-NUR-NEU         PIC 9(9) VALUE 0.

      * Gleichlauf-Arbeitsfelder: je Strom Wortpaar und Sprache als
      * Vergleichsschluessel plus die Ergebnisfelder; HIGH-VALUES
      * markiert das Stromende.
       01 GLEICHLAUF-ARBEIT.
           05 GL-ALT-SCHLUESSEL.
               10 GL-ALT-WORT-1         PIC X(80).
               10 GL-ALT-WORT-2         PIC X(80).
               10 GL-ALT-SPRACHE        PIC X(02).
           05 GL-ALT-STATUS             PIC X(04).
           05 GL-ALT-GUELTIG            PIC X(04).
           05 GL-NEU-SCHLUESSEL.
               10 GL-NEU-WORT-1         PIC X(80).
               10 GL-NEU-WORT-2         PIC X(80).
               10 GL-NEU-SPRACHE        PIC X(02).
           05 GL-NEU-STATUS             PIC X(04).
           05 GL-NEU-GUELTIG            PIC X(04).

                       VALUE "ANAGRAMM-REGRESSION - Lauf-Vergleich".
               10 FILLER                PIC X(10) VALUE "DATUM: ".
               10 KZ1-DATUM             PIC X(10).
           05 KOPF-ZEILE-2.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 FILLER                PIC X(5)  VALUE "ALT: ".
               10 KZ2-ALT               PIC X(40).
               10 FILLER                PIC X(5)  VALUE "NEU: ".
               10 KZ2-NEU               PIC X(40).
           05 DETAIL-ZEILE.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 DZ-BEFUND             PIC X(14).
               10 DZ-GUELTIG-ALT        PIC X(04).
               10 FILLER                PIC X(1)  VALUE ">".
               10 DZ-GUELTIG-NEU        PIC X(04).
               10 FILLER                PIC X(3)  VALUE " S:".
               10 DZ-SPRACHE            PIC X(02).
           05 FUSS-ZEILE.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 FILLER                PIC X(12) VALUE "VERGLICHEN: ".

       PROCEDURE DIVISION.
           PERFORM REGRESSION-INITIALISIERUNG
           IF NOT LAUF-ABGEBROCHEN
               SORT SORTIER-DATEI
                   ON ASCENDING KEY SRT-WORT-1 SRT-WORT-2 SRT-SPRACHE
                   USING ALT-DATEI
                   GIVING ALT-SORT-DATEI
               SORT SORTIER-DATEI
                   ON ASCENDING KEY SRT-WORT-1 SRT-WORT-2 SRT-SPRACHE
                   USING NEU-DATEI
                   GIVING NEU-SORT-DATEI
               PERFORM GLEICHLAUF-VERGLEICH
               PERFORM REGRESSION-ABSCHLUSS
               DISPLAY "ANAGRAMM-REGRESSION: " WS-ANZAHL-JA-NEIN
                   " JA>NEIN, " WS-ANZAHL-NEIN-JA " NEIN>JA, "
                   WS-ANZAHL-STATUS-SONST " Status sonst, "
                   WS-ANZAHL-GUELTIG-FLIP " Gueltig-Wechsel, "
                   WS-ANZAHL-NUR-ALT " nur alt, "
                   WS-ANZAHL-NUR-NEU " nur neu"
           END-IF
           MOVE WS-ANZAHL-VERGLICHEN TO LFL-SAETZE-EIN
           PERFORM LAUFLOG-ENDE
           PERFORM ALARM-SCHLIESSEN
           GOBACK
           .

       REGRESSION-INITIALISIERUNG SECTION.
           MOVE "ANAGRAMM-REGRESSION" TO LFL-PROGRAMM
           PERFORM LAUFLOG-START
           ACCEPT WS-KOMMANDOZEILE FROM COMMAND-LINE
           UNSTRING WS-KOMMANDOZEILE DELIMITED BY ALL SPACE
               INTO WS-PARM-1 WS-PARM-2
           END-UNSTRING
           MOVE WS-PARM-1 TO WS-PARM
           PERFORM PARAMETER-WERTEN
           MOVE WS-PARM-2 TO WS-PARM
           PERFORM PARAMETER-WERTEN
           IF NOT LAUF-ABGEBROCHEN
               OPEN OUTPUT BERICHT-DATEI
               MOVE FUNCTION CURRENT-DATE (1:8)
                   TO WS-AKTUELLES-TAGESDATUM
               MOVE WS-AKTUELLES-TAGESDATUM TO KZ1-DATUM
               MOVE KOPF-ZEILE-1 TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
               MOVE WS-ALT-NAME TO KZ2-ALT
               MOVE WS-NEU-NAME TO KZ2-NEU
               MOVE KOPF-ZEILE-2 TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
           END-IF
           EXIT.

      * Wertet ein Kommandozeilen-Token ALT=... bzw. NEU=... aus und
      * setzt den Dateinamen der Seite auf die Generation von
      * ANAGOUT, die der Generationskatalog dazu liefert.
       PARAMETER-WERTEN SECTION.
           IF WS-PARM = SPACES
               CONTINUE
           ELSE
               IF WS-PARM (1:4) = "ALT=" OR WS-PARM (1:4) = "NEU="
                   MOVE "ANAGOUT" TO GEN-DATEI
                   MOVE WS-PARM (5:14) TO GEN-AUSWAHL
                   PERFORM GENERATION-AUFLOESEN
                   IF GEN-GEFUNDEN
                       IF WS-PARM (1:4) = "ALT="
                           MOVE GEN-DATEINAME TO WS-ALT-NAME
                       ELSE
                           MOVE GEN-DATEINAME TO WS-NEU-NAME
                       END-IF
                       DISPLAY "ANAGRAMM-REGRESSION: " WS-PARM (1:3)
                           " aus Generation "
                           FUNCTION TRIM(GEN-DATEINAME)
                           " (Lauf " GEN-LAUF-ID ")"
                   ELSE
                       IF GEN-NUR-GELOESCHT
                           DISPLAY "WARNUNG: Generation von ANAGOUT "
                               "fuer " FUNCTION TRIM(WS-PARM)
                               " ist bereits bereinigt"
                       ELSE
                           DISPLAY "WARNUNG: Keine Generation von "
                               "ANAGOUT fuer " FUNCTION TRIM(WS-PARM)
                               " im Katalog"
                       END-IF
                       SET LAUF-ABGEBROCHEN TO TRUE
                       ADD 1 TO LFL-WARNUNGEN
                       MOVE "FEHL" TO LFL-ABSCHLUSS-CODE
                       MOVE SPACES TO ALM-TEXT
                       STRING "GENERATION ANAGOUT FUER "
                           FUNCTION TRIM(WS-PARM)
                           " FEHLT - KEIN VERGLEICH"
                           DELIMITED BY SIZE INTO ALM-TEXT
                       END-STRING
                       PERFORM REGRESSION-ALARM
                   END-IF
               ELSE
                   DISPLAY "WARNUNG: Unbekannter Parameter "
                       FUNCTION TRIM(WS-PARM)
                   SET LAUF-ABGEBROCHEN TO TRUE
                   ADD 1 TO LFL-WARNUNGEN
                   MOVE "FEHL" TO LFL-ABSCHLUSS-CODE
                   MOVE SPACES TO ALM-TEXT
                   STRING "UNBEKANNTER PARAMETER "
                       FUNCTION TRIM(WS-PARM)
                       " - KEIN VERGLEICH"
                       DELIMITED BY SIZE INTO ALM-TEXT
                   END-STRING
                   PERFORM REGRESSION-ALARM
               END-IF
           END-IF
           IF LAUF-ABGEBROCHEN
               MOVE 8 TO RETURN-CODE
           END-IF
           EXIT.

      * Meldet den nicht durchgefuehrten Vergleich mit dem
      * vorbereiteten Text als kritischen Alarm an die
      * Betriebsueberwachung (ALARM-LOGIK.CPY).
       REGRESSION-ALARM SECTION.
           MOVE "ANAGRAMM-REGRESSION" TO ALM-MELDER
           MOVE "ANAGRAMM-REGRESSION" TO ALM-PROGRAMM
           MOVE LFL-LAUF-ID TO ALM-LAUF-ID
           SET ALM-KRITISCH TO TRUE
           MOVE "FEHL" TO ALM-CODE
           PERFORM ALARM-MELDEN
           EXIT.

      * Gleichlauf der beiden sortierten Ergebnisdateien: das jeweils
                       MOVE "NUR IN ALT" TO DZ-BEFUND
                       MOVE GL-ALT-WORT-1 (1:40) TO DZ-WORT-1
                       MOVE GL-ALT-WORT-2 (1:40) TO DZ-WORT-2
                       MOVE GL-ALT-SPRACHE TO DZ-SPRACHE
                       MOVE GL-ALT-STATUS TO DZ-STATUS-ALT
                       MOVE SPACES TO DZ-STATUS-NEU
                       MOVE GL-ALT-GUELTIG TO DZ-GUELTIG-ALT
                       MOVE "NUR IN NEU" TO DZ-BEFUND
                       MOVE GL-NEU-WORT-1 (1:40) TO DZ-WORT-1
                       MOVE GL-NEU-WORT-2 (1:40) TO DZ-WORT-2
                       MOVE GL-NEU-SPRACHE TO DZ-SPRACHE
                       MOVE SPACES TO DZ-STATUS-ALT
                       MOVE GL-NEU-STATUS TO DZ-STATUS-NEU
                       MOVE SPACES TO DZ-GUELTIG-ALT
               MOVE "GEAENDERT" TO DZ-BEFUND
               MOVE GL-ALT-WORT-1 (1:40) TO DZ-WORT-1
               MOVE GL-ALT-WORT-2 (1:40) TO DZ-WORT-2
               MOVE GL-ALT-SPRACHE TO DZ-SPRACHE
               MOVE GL-ALT-STATUS TO DZ-STATUS-ALT
               MOVE GL-NEU-STATUS TO DZ-STATUS-NEU
               MOVE GL-ALT-GUELTIG TO DZ-GUELTIG-ALT
               NOT AT END
                   MOVE SATZ-WORT-1 OF ALT-SORT-SATZ TO GL-ALT-WORT-1
                   MOVE SATZ-WORT-2 OF ALT-SORT-SATZ TO GL-ALT-WORT-2
                   MOVE SATZ-SPRACHE OF ALT-SORT-SATZ TO GL-ALT-SPRACHE
                   IF GL-ALT-SPRACHE = SPACES
                       MOVE "DE" TO GL-ALT-SPRACHE
                   END-IF
                   MOVE SATZ-STATUS OF ALT-SORT-SATZ TO GL-ALT-STATUS
                   MOVE SATZ-WOERTER-GUELTIG OF ALT-SORT-SATZ
                       TO GL-ALT-GUELTIG
               NOT AT END
                   MOVE SATZ-WORT-1 OF NEU-SORT-SATZ TO GL-NEU-WORT-1
                   MOVE SATZ-WORT-2 OF NEU-SORT-SATZ TO GL-NEU-WORT-2
                   MOVE SATZ-SPRACHE OF NEU-SORT-SATZ TO GL-NEU-SPRACHE
                   IF GL-NEU-SPRACHE = SPACES
                       MOVE "DE" TO GL-NEU-SPRACHE
                   END-IF
                   MOVE SATZ-STATUS OF NEU-SORT-SATZ TO GL-NEU-STATUS
                   MOVE SATZ-WOERTER-GUELTIG OF NEU-SORT-SATZ
                       TO GL-NEU-GUELTIG
           WRITE BERICHT-ZEILE
           CLOSE BERICHT-DATEI
           EXIT.

           COPY GENKATALOG-LOGIK.

           COPY LAUFLOG-LOGIK.

           COPY ALARM-LOGIK.
