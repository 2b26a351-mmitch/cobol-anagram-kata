       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANAGRAMM-RUECKMELDUNG.

      * Rueckmeldung an die Lieferquellen: der Stapellauf verarbeitet
      * die Kopfsatz-Nachsatz-Bloecke mehrerer Quellen in einer
      * Nacht, alle Ergebnisse landen aber in einer gemeinsamen
      * ANAGOUT - bisher hat jemand die Datei jeden Morgen von Hand
      * zerschnitten und jeder Quelle ihren Teil geschickt. Dieser
      * Lauf liest die Blockbilanz ANAGBLK und die Ausgabedatei
      * ANAGOUT (Quelle und Lieferdatum stehen seit dem
      * Mehrquellen-Betrieb auf jedem AUSGABESATZ) und schreibt je
      * Quelle und Lieferdatum eine eigene Antwortdatei
      * ANAGANT.<quelle>.<lieferdatum> im ANTWORTSATZ-Layout, darin
      * je Lieferblock (in Blocknummer-Reihenfolge) ein Abschnitt:
      *   - Kopfsatz mit Quelle, Lieferdatum, Lauf-ID,
      *     Erstellungsdatum und Blocknummer,
      *   - die Ergebnissaetze des Blocks in Lieferreihenfolge,
      *   - Nachsatz mit den Summen JA/NEIN/FAST/FEHL, der
      *     gelesenen Ist-Anzahl und der Soll-Anzahl aus dem
      *     Nachsatz des Blocks, damit der Absender jeden Block
      *     selbst abstimmen kann.
      * Ein von STAPEL-BILANZ-PRUEFEN verweigerter Block (UNBA)
      * bekommt statt der Ergebnisse einen Ablehnungssatz mit dem
      * Verweigerungsgrund; die Ergebnissaetze dieses Blocks werden
      * nicht zurueckgemeldet (Nachsatz-Summen dann 0), der Block
      * ist vollstaendig neu einzureichen. Die uebrigen Bloecke
      * derselben Quelle und desselben Lieferdatums behalten ihre
      * Ergebnisse. Ergebnissaetze ohne Eintrag in der Blockbilanz
      * gelten als nicht bestaetigt.
      *
      * Die Quellenkennung geht bis zum ersten Leerzeichen in den
      * Dateinamen ein; ein Block ohne Kopfsatz (Quelle leer)
      * wird unter OHNEQUELLE beantwortet.
      *
      * Ohne Blockbilanz ist keine Rueckmeldung moeglich: fehlt
      * ANAGBLK, endet der Lauf ohne Antwortdateien mit
      * Return-Code 8.
      *
      * Die Rueckmelde-Tabelle fasst 500 Bloecke (wie die
      * Pool-Tabelle der Pool-Suche). Bloecke jenseits dieser Grenze
      * bleiben ohne Abschnitt - sie werden weder bestaetigt noch
      * als OHNE BLOCKBILANZ abgelehnt, da ihre Bilanz ja vorliegt.
      * Der Lauf endet dann mit Return-Code 8 und FEHL und meldet
      * die Zahl der uebergangenen Bloecke als kritischen Alarm.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BLOCKBILANZ-DATEI ASSIGN TO "ANAGBLK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOCKBILANZ-DATEI-STATUS.

           SELECT AUSGABE-DATEI ASSIGN TO "ANAGOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUSGABE-DATEI-STATUS.

           SELECT SORTIER-DATEI ASSIGN TO "SORTWK1".

      * Der Name der Antwortdatei wird je Quelle und Lieferdatum
      * erst zur Laufzeit gebildet.
           SELECT ANTWORT-DATEI ASSIGN DYNAMIC WS-ANTWORT-DATEINAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANTWORT-DATEI-STATUS.

           COPY LAUFLOGDATEI.

           COPY ALARMDATEI.

       DATA DIVISION.
       FILE SECTION.
       FD  BLOCKBILANZ-DATEI.
       01  BLOCKBILANZ-SATZ.
           COPY BLOCKSATZ.

       FD  AUSGABE-DATEI.
       01  AUSGABE-SATZ.
           COPY AUSGABESATZ.

      * Sortiert wird nach Quelle, Lieferdatum und Blocknummer; die
      * laufende Nummer des Ausgabesatzes erhaelt innerhalb eines
      * Blocks die Lieferreihenfolge.
       SD  SORTIER-DATEI.
       01  SORTIER-SATZ.
           05 SORT-QUELLE               PIC X(20).
           05 SORT-LIEFERDATUM          PIC X(08).
           05 SORT-BLOCK-NR             PIC 9(05).
           05 SORT-FOLGE                PIC 9(09).
           05 SORT-AUSGABE              PIC X(226).

       FD  ANTWORT-DATEI.
       01  ANTWORT-SATZ.
           COPY ANTWORTSATZ.

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

       01 RUECKMELDUNG-STEUERUNG.
           05 WS-BLOCKBILANZ-DATEI-STATUS PIC X(02).
           05 WS-AUSGABE-DATEI-STATUS   PIC X(02).
           05 WS-ANTWORT-DATEI-STATUS   PIC X(02).
           05 WS-ANTWORT-DATEINAME      PIC X(60) VALUE SPACES.
           05 WS-ABBRUCH-SCH            PIC X(01) VALUE 'N'.
               88 RUECKMELDUNG-ABGEBROCHEN VALUE 'J'.
           05 WS-BLOCKBILANZ-ENDE-SCH   PIC X(01) VALUE 'N'.
               88 BLOCKBILANZ-ENDE      VALUE 'J'.
           05 WS-AUSGABE-ENDE-SCH       PIC X(01) VALUE 'N'.
               88 AUSGABE-ENDE          VALUE 'J'.
           05 WS-SORTIER-ENDE-SCH       PIC X(01) VALUE 'N'.
               88 SORTIER-ENDE          VALUE 'J'.
           05 WS-ANTWORT-OFFEN-SCH      PIC X(01) VALUE 'N'.
               88 ANTWORT-OFFEN         VALUE 'J'.
           05 WS-ANTWORT-VERSUCHT-SCH   PIC X(01) VALUE 'N'.
               88 ANTWORT-VERSUCHT      VALUE 'J'.
           05 WS-ABSCHNITT-SCH          PIC X(01) VALUE 'N'.
               88 ABSCHNITT-OFFEN       VALUE 'J'.
           05 WS-ANZAHL-BLOECKE         PIC 9(9) VALUE 0.
           05 WS-ANZAHL-AUSGABE         PIC 9(9) VALUE 0.
           05 WS-ANZAHL-DATEIEN         PIC 9(9) VALUE 0.
           05 WS-ANZAHL-ABSCHNITTE      PIC 9(9) VALUE 0.
           05 WS-ANZAHL-ABGELEHNT       PIC 9(9) VALUE 0.
           05 WS-ANZAHL-ANTWORTSAETZE   PIC 9(9) VALUE 0.
           05 WS-ERSTELLT               PIC X(08).

      * Je Block ein Eintrag aus der Blockbilanz, in der
      * Reihenfolge von ANAGBLK (also nach Blocknummer); Obergrenze
      * 500 Bloecke, darueber hinaus zaehlt WS-RM-UEBERLAUF.
       01 RUECKMELDE-TABELLE.
           05 WS-RM-ANZAHL              PIC 9(4) VALUE 0.
           05 WS-RM-EINTRAG OCCURS 500 TIMES.
               10 WS-RM-QUELLE          PIC X(20).
               10 WS-RM-LIEFERDATUM     PIC X(08).
               10 WS-RM-BLOCK-NR        PIC 9(05).
               10 WS-RM-LAUF-ID         PIC X(14).
               10 WS-RM-SOLL            PIC 9(09).
               10 WS-RM-IST             PIC 9(09).
               10 WS-RM-ERGEBNIS        PIC X(20).
               10 WS-RM-BEANTWORTET-SCH PIC X(01).
                   88 RM-BEANTWORTET    VALUE 'J'.
           05 WS-RM-INDEX               PIC 9(4).
           05 WS-RM-LEER-INDEX          PIC 9(4).
           05 WS-RM-GEFUNDEN            PIC 9(4).
           05 WS-RM-UEBERLAUF           PIC 9(4) VALUE 0.

      * Die gerade beantwortete Lieferung und ihr laufender Block
      * (Gruppenwechsel im Sortierergebnis) mit den Ergebnissummen
      * des Blocks; leere Bloecke werden bis vor WS-BLOCK-GRENZE
      * eingereiht.
       01 ANTWORT-ARBEIT.
           05 WS-AKT-QUELLE             PIC X(20).
           05 WS-AKT-LIEFERDATUM        PIC X(08).
           05 WS-AKT-BLOCK-NR           PIC 9(05).
           05 WS-BLOCK-GRENZE           PIC 9(06).
           05 WS-AKT-BESTAETIGT-SCH     PIC X(01).
               88 AKT-BESTAETIGT        VALUE 'J'.
           05 WS-AKT-JA                 PIC 9(09).
           05 WS-AKT-NEIN               PIC 9(09).
           05 WS-AKT-FAST               PIC 9(09).
           05 WS-AKT-FEHL               PIC 9(09).
           05 WS-AKT-SAETZE             PIC 9(09).

       PROCEDURE DIVISION.
           PERFORM RUECKMELDUNG-INITIALISIERUNG
           IF NOT RUECKMELDUNG-ABGEBROCHEN
               SORT SORTIER-DATEI
                   ON ASCENDING KEY SORT-QUELLE
                   ON ASCENDING KEY SORT-LIEFERDATUM
                   ON ASCENDING KEY SORT-BLOCK-NR
                   ON ASCENDING KEY SORT-FOLGE
                   INPUT PROCEDURE IS AUSGABE-EINLESEN
                   OUTPUT PROCEDURE IS ANTWORTEN-SCHREIBEN
               PERFORM LEERE-LIEFERUNGEN-BEANTWORTEN
           END-IF
           PERFORM RUECKMELDUNG-ABSCHLUSS
           GOBACK
           .

      * Laedt die Blockbilanz in die Rueckmelde-Tabelle; ohne
      * Blockbilanz wird der Lauf abgebrochen.
       RUECKMELDUNG-INITIALISIERUNG SECTION.
           MOVE "ANAGRAMM-RUECKMELDUNG" TO LFL-PROGRAMM
           PERFORM LAUFLOG-START
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-ERSTELLT
           OPEN INPUT BLOCKBILANZ-DATEI
           IF WS-BLOCKBILANZ-DATEI-STATUS NOT = "00"
               DISPLAY "WARNUNG: Blockbilanz ANAGBLK konnte nicht "
                   "geoeffnet werden (Status "
                   WS-BLOCKBILANZ-DATEI-STATUS
                   ") - keine Rueckmeldung an die Quellen"
               ADD 1 TO LFL-WARNUNGEN
               MOVE "FEHL" TO LFL-ABSCHLUSS-CODE
               SET RUECKMELDUNG-ABGEBROCHEN TO TRUE
               MOVE 8 TO RETURN-CODE
               MOVE SPACES TO ALM-TEXT
               STRING "BLOCKBILANZ ANAGBLK NICHT LESBAR (STATUS "
                   WS-BLOCKBILANZ-DATEI-STATUS ") - KEINE RUECKMELDUNG"
                   DELIMITED BY SIZE INTO ALM-TEXT
               END-STRING
               PERFORM RUECKMELDUNG-ALARM
           ELSE
               READ BLOCKBILANZ-DATEI
                   AT END SET BLOCKBILANZ-ENDE TO TRUE
               END-READ
               PERFORM UNTIL BLOCKBILANZ-ENDE
                   ADD 1 TO WS-ANZAHL-BLOECKE
                   PERFORM BLOCK-UEBERNEHMEN
                   READ BLOCKBILANZ-DATEI
                       AT END SET BLOCKBILANZ-ENDE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BLOCKBILANZ-DATEI
               IF WS-RM-UEBERLAUF > 0
                   DISPLAY "WARNUNG: Rueckmelde-Tabelle voll (500) - "
                       WS-RM-UEBERLAUF " Block/Bloecke ohne "
                       "Rueckmeldung"
                   ADD 1 TO LFL-WARNUNGEN
                   MOVE "FEHL" TO LFL-ABSCHLUSS-CODE
                   MOVE 8 TO RETURN-CODE
                   MOVE WS-RM-UEBERLAUF TO ALM-ZAHL-1
                   MOVE SPACES TO ALM-TEXT
                   STRING FUNCTION TRIM(ALM-ZAHL-1)
                       " BLOECKE UEBER TABELLENGRENZE 500 - OHNE "
                       "RUECKMELDUNG"
                       DELIMITED BY SIZE INTO ALM-TEXT
                   END-STRING
                   PERFORM RUECKMELDUNG-ALARM
               END-IF
           END-IF
           EXIT.

      * Uebernimmt einen Blockbilanz-Satz als eigenen Eintrag. Nur
      * wenn der Schluessel aus Quelle, Lieferdatum und Blocknummer
      * schon vorhanden ist (mehrere Bloecke ohne Kopfsatz hinter
      * demselben Kopfsatz), wird der Block zum Eintrag addiert;
      * der erste Verweigerungsgrund bleibt stehen.
       BLOCK-UEBERNEHMEN SECTION.
           MOVE BLK-QUELLE TO WS-AKT-QUELLE
           MOVE BLK-LIEFERDATUM TO WS-AKT-LIEFERDATUM
           MOVE BLK-BLOCK-NR TO WS-AKT-BLOCK-NR
           PERFORM BLOCK-SUCHEN
           IF WS-RM-GEFUNDEN > 0
               ADD BLK-SOLL-ANZAHL TO WS-RM-SOLL (WS-RM-GEFUNDEN)
               ADD BLK-IST-ANZAHL TO WS-RM-IST (WS-RM-GEFUNDEN)
               IF WS-RM-ERGEBNIS (WS-RM-GEFUNDEN) = "BESTAETIGT"
                       AND NOT BLK-BESTAETIGT
                   MOVE BLK-ERGEBNIS
                       TO WS-RM-ERGEBNIS (WS-RM-GEFUNDEN)
               END-IF
           ELSE
               IF WS-RM-ANZAHL < 500
                   ADD 1 TO WS-RM-ANZAHL
                   MOVE BLK-QUELLE TO WS-RM-QUELLE (WS-RM-ANZAHL)
                   MOVE BLK-LIEFERDATUM
                       TO WS-RM-LIEFERDATUM (WS-RM-ANZAHL)
                   MOVE BLK-BLOCK-NR TO WS-RM-BLOCK-NR (WS-RM-ANZAHL)
                   MOVE BLK-LAUF-ID TO WS-RM-LAUF-ID (WS-RM-ANZAHL)
                   MOVE BLK-SOLL-ANZAHL TO WS-RM-SOLL (WS-RM-ANZAHL)
                   MOVE BLK-IST-ANZAHL TO WS-RM-IST (WS-RM-ANZAHL)
                   MOVE BLK-ERGEBNIS
                       TO WS-RM-ERGEBNIS (WS-RM-ANZAHL)
                   MOVE 'N' TO WS-RM-BEANTWORTET-SCH (WS-RM-ANZAHL)
               ELSE
                   ADD 1 TO WS-RM-UEBERLAUF
               END-IF
           END-IF
           EXIT.

      * Sucht den Tabelleneintrag zu WS-AKT-QUELLE,
      * WS-AKT-LIEFERDATUM und WS-AKT-BLOCK-NR; WS-RM-GEFUNDEN ist 0,
      * wenn es keinen gibt.
       BLOCK-SUCHEN SECTION.
           MOVE 0 TO WS-RM-GEFUNDEN
           PERFORM VARYING WS-RM-INDEX FROM 1 BY 1
                   UNTIL WS-RM-INDEX > WS-RM-ANZAHL
               IF WS-RM-GEFUNDEN = 0
                       AND WS-RM-QUELLE (WS-RM-INDEX) = WS-AKT-QUELLE
                       AND WS-RM-LIEFERDATUM (WS-RM-INDEX)
                           = WS-AKT-LIEFERDATUM
                       AND WS-RM-BLOCK-NR (WS-RM-INDEX)
                           = WS-AKT-BLOCK-NR
                   MOVE WS-RM-INDEX TO WS-RM-GEFUNDEN
               END-IF
           END-PERFORM
           EXIT.

      * Gibt jeden Ausgabesatz mit Quelle, Lieferdatum, Blocknummer
      * und laufender Nummer an das SORT weiter.
       AUSGABE-EINLESEN SECTION.
           OPEN INPUT AUSGABE-DATEI
           IF WS-AUSGABE-DATEI-STATUS NOT = "00"
               DISPLAY "WARNUNG: Ausgabedatei ANAGOUT konnte nicht "
                   "geoeffnet werden (Status " WS-AUSGABE-DATEI-STATUS
                   ") - Antwortdateien ohne Ergebnissaetze"
               ADD 1 TO LFL-WARNUNGEN
           ELSE
               READ AUSGABE-DATEI
                   AT END SET AUSGABE-ENDE TO TRUE
               END-READ
               PERFORM UNTIL AUSGABE-ENDE
                   ADD 1 TO WS-ANZAHL-AUSGABE
                   MOVE SATZ-QUELLE TO SORT-QUELLE
                   MOVE SATZ-LIEFERDATUM TO SORT-LIEFERDATUM
                   MOVE SATZ-BLOCK-NR TO SORT-BLOCK-NR
                   MOVE WS-ANZAHL-AUSGABE TO SORT-FOLGE
                   MOVE AUSGABE-SATZ TO SORT-AUSGABE
                   RELEASE SORTIER-SATZ
                   READ AUSGABE-DATEI
                       AT END SET AUSGABE-ENDE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AUSGABE-DATEI
           END-IF
           EXIT.

      * Gruppenwechsel auf Quelle und Lieferdatum: jede Gruppe wird
      * zu einer Antwortdatei, darin jeder Block (Gruppenwechsel auf
      * die Blocknummer) zu einem eigenen Abschnitt. Bloecke ohne
      * einen einzigen Ausgabesatz liefert das SORT nicht; sie
      * werden an ihrer Stelle in der Blocknummer-Folge eingereiht.
      * Angelegt wird die Antwortdatei erst mit ihrem ersten
      * Abschnitt (ABSCHNITT-BEGINNEN), damit eine Lieferung, deren
      * Bloecke alle ueber der Tabellengrenze liegen, keine leere
      * Datei bekommt.
       ANTWORTEN-SCHREIBEN SECTION.
           RETURN SORTIER-DATEI
               AT END SET SORTIER-ENDE TO TRUE
           END-RETURN
           PERFORM UNTIL SORTIER-ENDE
               MOVE SORT-QUELLE TO WS-AKT-QUELLE
               MOVE SORT-LIEFERDATUM TO WS-AKT-LIEFERDATUM
               PERFORM UNTIL SORTIER-ENDE
                       OR SORT-QUELLE NOT = WS-AKT-QUELLE
                       OR SORT-LIEFERDATUM NOT = WS-AKT-LIEFERDATUM
                   MOVE SORT-BLOCK-NR TO WS-BLOCK-GRENZE
                   PERFORM LEERE-BLOECKE-BEANTWORTEN
                   MOVE SORT-BLOCK-NR TO WS-AKT-BLOCK-NR
                   PERFORM BLOCK-SUCHEN
                   PERFORM ABSCHNITT-BEGINNEN
                   PERFORM UNTIL SORTIER-ENDE
                           OR SORT-QUELLE NOT = WS-AKT-QUELLE
                           OR SORT-LIEFERDATUM NOT = WS-AKT-LIEFERDATUM
                           OR SORT-BLOCK-NR NOT = WS-AKT-BLOCK-NR
                       MOVE SORT-AUSGABE TO AUSGABE-SATZ
                       PERFORM ERGEBNIS-ZURUECKMELDEN
                       RETURN SORTIER-DATEI
                           AT END SET SORTIER-ENDE TO TRUE
                       END-RETURN
                   END-PERFORM
                   PERFORM ABSCHNITT-ABSCHLIESSEN
               END-PERFORM
               MOVE 999999 TO WS-BLOCK-GRENZE
               PERFORM LEERE-BLOECKE-BEANTWORTEN
               PERFORM ANTWORTDATEI-SCHLIESSEN
           END-PERFORM
           EXIT.

      * Antwortdateien fuer Lieferungen ohne einen einzigen
      * Ausgabesatz: je noch nicht beantworteter Quelle und
      * Lieferdatum eine Datei mit allen ihren Bloecken.
       LEERE-LIEFERUNGEN-BEANTWORTEN SECTION.
           PERFORM VARYING WS-RM-LEER-INDEX FROM 1 BY 1
                   UNTIL WS-RM-LEER-INDEX > WS-RM-ANZAHL
               IF NOT RM-BEANTWORTET (WS-RM-LEER-INDEX)
                   MOVE WS-RM-QUELLE (WS-RM-LEER-INDEX)
                       TO WS-AKT-QUELLE
                   MOVE WS-RM-LIEFERDATUM (WS-RM-LEER-INDEX)
                       TO WS-AKT-LIEFERDATUM
                   MOVE 999999 TO WS-BLOCK-GRENZE
                   PERFORM LEERE-BLOECKE-BEANTWORTEN
                   PERFORM ANTWORTDATEI-SCHLIESSEN
               END-IF
           END-PERFORM
           EXIT.

      * Beantwortet die noch offenen Bloecke der laufenden Quelle
      * und des laufenden Lieferdatums mit einer Blocknummer unter
      * WS-BLOCK-GRENZE - leere oder vollstaendig verlorene Bloecke,
      * zu denen es keinen Ausgabesatz gibt.
       LEERE-BLOECKE-BEANTWORTEN SECTION.
           PERFORM VARYING WS-RM-INDEX FROM 1 BY 1
                   UNTIL WS-RM-INDEX > WS-RM-ANZAHL
               IF NOT RM-BEANTWORTET (WS-RM-INDEX)
                       AND WS-RM-QUELLE (WS-RM-INDEX) = WS-AKT-QUELLE
                       AND WS-RM-LIEFERDATUM (WS-RM-INDEX)
                           = WS-AKT-LIEFERDATUM
                       AND WS-RM-BLOCK-NR (WS-RM-INDEX)
                           < WS-BLOCK-GRENZE
                   MOVE WS-RM-BLOCK-NR (WS-RM-INDEX)
                       TO WS-AKT-BLOCK-NR
                   MOVE WS-RM-INDEX TO WS-RM-GEFUNDEN
                   PERFORM ABSCHNITT-BEGINNEN
                   PERFORM ABSCHNITT-ABSCHLIESSEN
               END-IF
           END-PERFORM
           EXIT.

      * Bildet den Dateinamen und legt die Antwortdatei fuer
      * WS-AKT-QUELLE und WS-AKT-LIEFERDATUM an. Ein fehlgeschlagenes
      * Anlegen wird je Datei nur einmal versucht und gemeldet.
       ANTWORTDATEI-ANLEGEN SECTION.
           SET ANTWORT-VERSUCHT TO TRUE
           MOVE SPACES TO WS-ANTWORT-DATEINAME
           IF WS-AKT-QUELLE = SPACES
               STRING "ANAGANT.OHNEQUELLE." WS-AKT-LIEFERDATUM
                   DELIMITED BY SIZE INTO WS-ANTWORT-DATEINAME
               END-STRING
           ELSE
               STRING "ANAGANT." DELIMITED BY SIZE
                   WS-AKT-QUELLE DELIMITED BY SPACE
                   "." DELIMITED BY SIZE
                   WS-AKT-LIEFERDATUM DELIMITED BY SIZE
                   INTO WS-ANTWORT-DATEINAME
               END-STRING
           END-IF
           OPEN OUTPUT ANTWORT-DATEI
           IF WS-ANTWORT-DATEI-STATUS NOT = "00"
               DISPLAY "WARNUNG: Antwortdatei "
                   FUNCTION TRIM(WS-ANTWORT-DATEINAME)
                   " konnte nicht angelegt werden (Status "
                   WS-ANTWORT-DATEI-STATUS ") - Quelle "
                   WS-AKT-QUELLE " bleibt ohne Rueckmeldung"
               ADD 1 TO LFL-WARNUNGEN
               MOVE "FEHL" TO LFL-ABSCHLUSS-CODE
               MOVE 8 TO RETURN-CODE
               MOVE SPACES TO ALM-TEXT
               STRING "ANTWORTDATEI NICHT ANLEGBAR (STATUS "
                   WS-ANTWORT-DATEI-STATUS ") - QUELLE "
                   FUNCTION TRIM(WS-AKT-QUELLE) " VOM "
                   WS-AKT-LIEFERDATUM
                   DELIMITED BY SIZE INTO ALM-TEXT
               END-STRING
               PERFORM RUECKMELDUNG-ALARM
           ELSE
               SET ANTWORT-OFFEN TO TRUE
               ADD 1 TO WS-ANZAHL-DATEIEN
           END-IF
           EXIT.

      * Beginnt den Abschnitt des Blocks WS-AKT-BLOCK-NR mit dem
      * Kopfsatz; bei verweigertem (oder nicht bilanziertem) Block
      * folgt sofort der Ablehnungssatz. Der Block gilt auch dann
      * als beantwortet, wenn die Antwortdatei nicht angelegt
      * werden konnte. Ist die Rueckmelde-Tabelle uebergelaufen,
      * kann ein Block ohne Eintrag auch jenseits der Grenze
      * liegen; er bekommt dann keinen Abschnitt (siehe
      * Programmkopf) statt einer falschen Ablehnung.
       ABSCHNITT-BEGINNEN SECTION.
           MOVE 0 TO WS-AKT-JA WS-AKT-NEIN WS-AKT-FAST WS-AKT-FEHL
           MOVE 0 TO WS-AKT-SAETZE
           MOVE 'N' TO WS-AKT-BESTAETIGT-SCH
           MOVE 'N' TO WS-ABSCHNITT-SCH
           IF WS-RM-GEFUNDEN > 0
               SET RM-BEANTWORTET (WS-RM-GEFUNDEN) TO TRUE
               IF WS-RM-ERGEBNIS (WS-RM-GEFUNDEN) = "BESTAETIGT"
                   SET AKT-BESTAETIGT TO TRUE
               END-IF
           END-IF
           IF WS-RM-GEFUNDEN > 0 OR WS-RM-UEBERLAUF = 0
               IF NOT ANTWORT-VERSUCHT
                   PERFORM ANTWORTDATEI-ANLEGEN
               END-IF
               IF ANTWORT-OFFEN
                   SET ABSCHNITT-OFFEN TO TRUE
               END-IF
           END-IF
           IF ABSCHNITT-OFFEN
               ADD 1 TO WS-ANZAHL-ABSCHNITTE
               MOVE SPACES TO ANTWORT-SATZ
               SET ANT-KOPFSATZ TO TRUE
               MOVE WS-AKT-QUELLE TO ANT-KOPF-QUELLE
               MOVE WS-AKT-LIEFERDATUM TO ANT-KOPF-LIEFERDATUM
               IF WS-RM-GEFUNDEN > 0
                   MOVE WS-RM-LAUF-ID (WS-RM-GEFUNDEN)
                       TO ANT-KOPF-LAUF-ID
               END-IF
               MOVE WS-ERSTELLT TO ANT-KOPF-ERSTELLT
               MOVE WS-AKT-BLOCK-NR TO ANT-KOPF-BLOCK-NR
               PERFORM ANTWORTSATZ-SCHREIBEN
               IF NOT AKT-BESTAETIGT
                   ADD 1 TO WS-ANZAHL-ABGELEHNT
                   MOVE SPACES TO ANTWORT-SATZ
                   SET ANT-ABLEHNUNG TO TRUE
                   IF WS-RM-GEFUNDEN > 0
                       MOVE WS-RM-ERGEBNIS (WS-RM-GEFUNDEN)
                           TO ANT-ABL-GRUND
                       MOVE WS-RM-SOLL (WS-RM-GEFUNDEN)
                           TO ANT-ABL-SOLL
                       MOVE WS-RM-IST (WS-RM-GEFUNDEN)
                           TO ANT-ABL-IST
                   ELSE
                       MOVE "OHNE BLOCKBILANZ" TO ANT-ABL-GRUND
                       MOVE 0 TO ANT-ABL-SOLL
                       MOVE 0 TO ANT-ABL-IST
                   END-IF
                   STRING "BLOCK NICHT BESTAETIGT - KEINE "
                       "ERGEBNISSE, BITTE VOLLSTAENDIG NEU LIEFERN"
                       DELIMITED BY SIZE INTO ANT-ABL-TEXT
                   END-STRING
                   PERFORM ANTWORTSATZ-SCHREIBEN
               END-IF
           END-IF
           EXIT.

      * Zaehlt den Ergebnissatz fuer den Nachsatz und meldet ihn
      * bei bestaetigtem Block zurueck.
       ERGEBNIS-ZURUECKMELDEN SECTION.
           ADD 1 TO WS-AKT-SAETZE
           IF AKT-BESTAETIGT AND ABSCHNITT-OFFEN
               EVALUATE SATZ-STATUS
                   WHEN "JA"
                       ADD 1 TO WS-AKT-JA
                   WHEN "NEIN"
                       ADD 1 TO WS-AKT-NEIN
                   WHEN "FAST"
                       ADD 1 TO WS-AKT-FAST
                   WHEN "FEHL"
                       ADD 1 TO WS-AKT-FEHL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               MOVE SPACES TO ANTWORT-SATZ
               SET ANT-ERGEBNIS TO TRUE
               MOVE SATZ-WORT-1 TO ANT-WORT-1
               MOVE SATZ-WORT-2 TO ANT-WORT-2
               MOVE SATZ-STATUS TO ANT-STATUS
               MOVE SATZ-WOERTER-GUELTIG TO ANT-WOERTER-GUELTIG
               MOVE SATZ-DIFFERENZ TO ANT-DIFFERENZ
               MOVE SATZ-DIFF-BUCHSTABEN TO ANT-DIFF-BUCHSTABEN
               PERFORM ANTWORTSATZ-SCHREIBEN
           END-IF
           EXIT.

      * Schliesst den Abschnitt des Blocks mit dem Nachsatz ab. Ohne
      * Blockbilanz-Eintrag zaehlen die gelesenen Ausgabesaetze als
      * Ist-Anzahl.
       ABSCHNITT-ABSCHLIESSEN SECTION.
           IF ABSCHNITT-OFFEN
               MOVE SPACES TO ANTWORT-SATZ
               SET ANT-NACHSATZ TO TRUE
               IF WS-RM-GEFUNDEN > 0
                   MOVE WS-RM-SOLL (WS-RM-GEFUNDEN) TO ANT-NACH-SOLL
                   MOVE WS-RM-IST (WS-RM-GEFUNDEN) TO ANT-NACH-IST
                   MOVE WS-RM-ERGEBNIS (WS-RM-GEFUNDEN)
                       TO ANT-NACH-ERGEBNIS
               ELSE
                   MOVE 0 TO ANT-NACH-SOLL
                   MOVE WS-AKT-SAETZE TO ANT-NACH-IST
                   MOVE "OHNE BLOCKBILANZ" TO ANT-NACH-ERGEBNIS
               END-IF
               MOVE WS-AKT-JA TO ANT-NACH-JA
               MOVE WS-AKT-NEIN TO ANT-NACH-NEIN
               MOVE WS-AKT-FAST TO ANT-NACH-FAST
               MOVE WS-AKT-FEHL TO ANT-NACH-FEHL
               PERFORM ANTWORTSATZ-SCHREIBEN
               DISPLAY "  " FUNCTION TRIM(WS-ANTWORT-DATEINAME)
                   " Block " WS-AKT-BLOCK-NR ": " WS-AKT-SAETZE
                   " Satz/Saetze - " ANT-NACH-ERGEBNIS
           END-IF
           EXIT.

       ANTWORTDATEI-SCHLIESSEN SECTION.
           IF ANTWORT-OFFEN
               CLOSE ANTWORT-DATEI
               MOVE 'N' TO WS-ANTWORT-OFFEN-SCH
           END-IF
           MOVE 'N' TO WS-ANTWORT-VERSUCHT-SCH
           EXIT.

       ANTWORTSATZ-SCHREIBEN SECTION.
           WRITE ANTWORT-SATZ
           ADD 1 TO WS-ANZAHL-ANTWORTSAETZE
           EXIT.

       RUECKMELDUNG-ABSCHLUSS SECTION.
           IF NOT RUECKMELDUNG-ABGEBROCHEN
               DISPLAY "ANAGRAMM-RUECKMELDUNG: " WS-ANZAHL-BLOECKE
                   " Block/Bloecke, " WS-ANZAHL-AUSGABE
                   " Ausgabesaetze, " WS-ANZAHL-DATEIEN
                   " Antwortdatei(en) mit " WS-ANZAHL-ABSCHNITTE
                   " Block-Abschnitt(en), davon " WS-ANZAHL-ABGELEHNT
                   " abgelehnt"
           END-IF
           MOVE WS-ANZAHL-AUSGABE TO LFL-SAETZE-EIN
           MOVE WS-ANZAHL-ANTWORTSAETZE TO LFL-SAETZE-AUS
           PERFORM LAUFLOG-ENDE
           PERFORM ALARM-SCHLIESSEN
           EXIT.

      * Meldet eine ausgebliebene Rueckmeldung mit dem vorbereiteten
      * Text als kritischen Alarm an die Betriebsueberwachung
      * (ALARM-LOGIK.CPY).
       RUECKMELDUNG-ALARM SECTION.
           MOVE "ANAGRAMM-RUECKMELDUNG" TO ALM-MELDER
           MOVE "ANAGRAMM-RUECKMELDUNG" TO ALM-PROGRAMM
           MOVE LFL-LAUF-ID TO ALM-LAUF-ID
           SET ALM-KRITISCH TO TRUE
           MOVE "FEHL" TO ALM-CODE
           PERFORM ALARM-MELDEN
           EXIT.

           COPY LAUFLOG-LOGIK.

           COPY ALARM-LOGIK.
