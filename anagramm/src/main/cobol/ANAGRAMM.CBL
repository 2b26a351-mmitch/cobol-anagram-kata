               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABWEISUNG-DATEI-STATUS.

      * Blockbilanz je Kopfsatz-Nachsatz-Block fuer die
      * Antwortdateien an die Quellen (ANAGRAMM-RUECKMELDUNG).
           SELECT BLOCKBILANZ-DATEI ASSIGN TO "ANAGBLK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOCKBILANZ-DATEI-STATUS.

           COPY AUDITDATEI.

           COPY AUDITKETTEDATEI.

           COPY WOERTERBUCHDATEI.

           SELECT CHECKPOINT-DATEI ASSIGN TO "ANAGCKP"

           COPY LAUFLOGDATEI.

           COPY ALARMDATEI.

           COPY GENKATALOGDATEI.

           COPY GENKOPIEDATEI.

       DATA DIVISION.
       FILE SECTION.
       FD  EINGABE-DATEI.
       01  ABWEISUNG-SATZ.
           COPY ABWEISUNGSSATZ.

       FD  BLOCKBILANZ-DATEI.
       01  BLOCKBILANZ-SATZ.
           COPY BLOCKSATZ.

       FD  AUDIT-DATEI.
       01  AUDIT-SATZ.
           COPY AUDITSATZ.

       FD  AUDITKETTE-DATEI.
       01  AUDITKETTE-SATZ.
           COPY AUDITKETTESATZ.

       FD  WOERTERBUCH-DATEI.
       01  WOERTERBUCH-SATZ.
           COPY WOERTERBUCHSATZ.
       01  LAUFLOG-SATZ.
           COPY LAUFSATZ.

       FD  ALARM-DATEI.
       01  ALARM-SATZ.
           COPY ALARMSATZ.

       FD  ALARMJOURNAL-DATEI.
       01  ALARMJOURNAL-SATZ.
           COPY ALARMSATZ REPLACING LEADING ==ALS== BY ==ALJ==.

       FD  GEN-KATALOG-DATEI.
       01  GEN-KATALOG-SATZ.
           COPY GENKATALOGSATZ.

       FD  GEN-QUELLE-DATEI.
       01  GEN-QUELLE-SATZ              PIC X(400).

       FD  GEN-ZIEL-DATEI.
       01  GEN-ZIEL-SATZ                PIC X(400).

       WORKING-STORAGE SECTION.
           COPY VERGLEICH-DATEN.

           COPY LAUFLOG-DATEN.

           COPY ALARM-DATEN.

           COPY GENERATION-DATEN.

       01 STAPEL-STEUERUNG.
           05 WS-DATEIENDE-SCH          PIC X(01) VALUE 'N'.
               88 EINGABE-ENDE          VALUE 'J'.
           05 WS-FAST-VOR               PIC X(40).
           05 WS-FAST-REST              PIC X(40).
           05 WS-FAST-WERT              PIC X(08).
           05 WS-TEILLAUF-ZAEHLER       PIC 9(4) VALUE 0.
           05 WS-TEILLAUF-SCH           PIC X(01) VALUE 'N'.
               88 TEILLAUF              VALUE 'J'.

       01 CHECKPOINT-STEUERUNG.
           05 WS-CHECKPOINT-DATEI-STATUS PIC X(02).
      * uebrigen Bloecke bleiben bestaetigt).
       01 STAPEL-BILANZ.
           05 WS-ABWEISUNG-DATEI-STATUS PIC X(02).
           05 WS-BLOCKBILANZ-DATEI-STATUS PIC X(02).
           05 WS-BLOCKBILANZ-OFFEN-SCH  PIC X(01) VALUE 'N'.
               88 BLOCKBILANZ-OFFEN     VALUE 'J'.
           05 WS-KOPF-VORHANDEN-SCH     PIC X(01) VALUE 'N'.
               88 KOPF-VORHANDEN        VALUE 'J'.
           05 WS-NACHSATZ-VORHANDEN-SCH PIC X(01) VALUE 'N'.
               88 NACHSATZ-VORHANDEN    VALUE 'J'.
      * Sprachcode aus dem Kopfsatz des Blocks (wie geliefert) und
      * Kennzeichen, ob er unbekannt ist - dann wird jedes Paar des
      * Blocks abgelehnt und der Block nicht bestaetigt.
           05 WS-BLOCK-SPRACHE-CODE     PIC X(02) VALUE SPACES.
           05 WS-SPRACHE-FEHLT-SCH      PIC X(01) VALUE 'N'.
               88 BLOCK-SPRACHE-UNBEKANNT VALUE 'J'.
           05 WS-ABLEHN-GRUND           PIC X(30).
           05 WS-LIEFERDATUM            PIC X(08) VALUE SPACES.
           05 WS-LIEFERQUELLE           PIC X(20) VALUE SPACES.
           05 WS-SOLL-ANZAHL            PIC 9(09) VALUE 0.
           05 WS-IST-ANZAHL             PIC 9(09) VALUE 0.
           05 WS-BILANZ-TEXT            PIC X(20).
      * Laufende Nummer des Kopfsatzes in ANAGIN; sie geht als
      * Blocknummer auf jeden Ausgabesatz und in die Blockbilanz.
      * Da der Splitter jeden Kopfsatz an alle Teildateien
      * durchreicht, zaehlen die Teillaeufe gleich wie der
      * Gesamtlauf.
           05 WS-BLOCK-NR               PIC 9(05) VALUE 0.

      * Quellen-Uebersicht: je abgeschlossenem Lieferblock ein
      * Eintrag mit Quelle, Lieferdatum, Sprache, Soll, Ist und dem
      * Bilanz-Ergebnis; wird am Laufende ausgegeben, damit der
      * Betrieb sieht, welche Quelle die Abweisungen verursacht.
       01 QUELLEN-SUMMEN.
           05 WS-BLOCK-EINTRAG OCCURS 20 TIMES.
               10 WS-BLOCK-QUELLE       PIC X(20).
               10 WS-BLOCK-LIEFERDATUM  PIC X(08).
               10 WS-BLOCK-SPRACHE      PIC X(02).
               10 WS-BLOCK-SOLL         PIC 9(09).
               10 WS-BLOCK-IST          PIC 9(09).
               10 WS-BLOCK-ERGEBNIS     PIC X(20).
      * ueberschreibt - als Schluesselwort statt als weiteres
      * Positions-Token, damit die bestehenden Aufrufformen
      * unveraendert weiterlaufen.
      *
      * Das Schluesselwort "TEILLAUF" kennzeichnet eine Instanz des
      * parallelen Nachtlaufs (ANAGRAMM-SPLITTER): sie sichert ihre
      * Teil-Ausgaben nicht als Generation, das uebernimmt
      * ANAGRAMM-KONSOLIDIERUNG fuer die zusammengefuehrten Dateien.
       STAPEL-INITIALISIERUNG SECTION.
           ACCEPT WS-KOMMANDOZEILE FROM COMMAND-LINE
           MOVE SPACES TO WS-START-PARM WS-INTERVALL-PARM
                       TO VGL-FAST-SCHWELLE
               END-IF
           END-IF
           MOVE 0 TO WS-TEILLAUF-ZAEHLER
           INSPECT WS-KOMMANDOZEILE TALLYING WS-TEILLAUF-ZAEHLER
               FOR ALL "TEILLAUF"
           IF WS-TEILLAUF-ZAEHLER > 0
               SET TEILLAUF TO TRUE
           END-IF
           MOVE "ANAGRAMM" TO LFL-PROGRAMM
           IF NEUSTART-LAUF
               SET LFL-NEUSTART TO TRUE
           PERFORM LAUFLOG-START
           MOVE LFL-LAUF-ID TO WS-LAUF-ID
           OPEN INPUT EINGABE-DATEI
      * Die Blockbilanz-Datei wird auch im Neustart neu angelegt:
      * beim Ueberlesen werden alle Kopf- und Nachsaetze erneut
      * bilanziert, die Datei entsteht dabei vollstaendig neu.
           OPEN OUTPUT BLOCKBILANZ-DATEI
           IF WS-BLOCKBILANZ-DATEI-STATUS NOT = "00"
               DISPLAY "WARNUNG: Blockbilanz-Datei ANAGBLK konnte "
                   "nicht angelegt werden (Status "
                   WS-BLOCKBILANZ-DATEI-STATUS
                   ") - keine Antwortdateien fuer die Quellen"
               ADD 1 TO LFL-WARNUNGEN
           ELSE
               SET BLOCKBILANZ-OFFEN TO TRUE
           END-IF
      * Beim Ueberspringen bereits verarbeiteter Saetze zaehlen nur
      * Datensaetze gegen den Checkpoint-Stand; Kopf- und Nachsatz
      * werden beim Ueberlesen erneut in die Stapel-Bilanz

       PAAR-VERARBEITEN SECTION.
           ADD 1 TO WS-IST-ANZAHL
           EVALUATE TRUE
               WHEN SATZ-WORT-1 OF EINGABE-SATZ = SPACES
                       AND SATZ-WORT-2 OF EINGABE-SATZ = SPACES
                   MOVE "LEERES WORTPAAR" TO WS-ABLEHN-GRUND
                   PERFORM SATZ-ABLEHNEN
               WHEN BLOCK-SPRACHE-UNBEKANNT
                   MOVE "SPRACHE UNBEKANNT" TO WS-ABLEHN-GRUND
                   PERFORM SATZ-ABLEHNEN
               WHEN OTHER
                   MOVE SATZ-WORT-1 OF EINGABE-SATZ TO PHRASE-1
                   MOVE SATZ-WORT-2 OF EINGABE-SATZ TO PHRASE-2
                   PERFORM PRUEFE-ANAGRAMM-PHRASE
                   MOVE PHRASE-1 TO SATZ-WORT-1 OF AUSGABE-SATZ
                   MOVE PHRASE-2 TO SATZ-WORT-2 OF AUSGABE-SATZ
                   MOVE ANAGRAMM-STATUS TO SATZ-STATUS OF AUSGABE-SATZ
                   MOVE WOERTER-GUELTIG-STATUS TO
                       SATZ-WOERTER-GUELTIG OF AUSGABE-SATZ
                   MOVE VGL-DIFFERENZ TO SATZ-DIFFERENZ OF AUSGABE-SATZ
                   MOVE VGL-DIFF-BUCHSTABEN TO
                       SATZ-DIFF-BUCHSTABEN OF AUSGABE-SATZ
                   MOVE WS-LIEFERQUELLE TO SATZ-QUELLE OF AUSGABE-SATZ
                   MOVE WS-LIEFERDATUM TO
                       SATZ-LIEFERDATUM OF AUSGABE-SATZ
                   MOVE WS-SPRACHE TO SATZ-SPRACHE OF AUSGABE-SATZ
                   MOVE WS-BLOCK-NR TO SATZ-BLOCK-NR OF AUSGABE-SATZ
                   WRITE AUSGABE-SATZ
           END-EVALUATE
           ADD 1 TO WS-SATZ-NUMMER
           IF FUNCTION MOD(WS-SATZ-NUMMER, WS-CHECKPOINT-INTERVALL) = 0
               PERFORM SCHREIBE-CHECKPOINT
      * dann beginnt der neue Block; frueher wurde ein zweiter
      * Kopfsatz pauschal als "DOPPELTER KOPFSATZ" abgewiesen und
      * die Operatoren mussten je Quelle einen eigenen Lauf fahren.
      * Der Sprachcode des Kopfsatzes stellt Faltung und Woerterbuch
      * fuer den Block um; bei einem unbekannten Code bleibt es bei
      * der bisherigen Sprache, die Paare des Blocks werden aber
      * abgelehnt (SATZ-ABLEHNEN) und der Block nicht bestaetigt.
       KOPFSATZ-VERARBEITEN SECTION.
           IF KOPF-VORHANDEN OR WS-IST-ANZAHL > 0
               DISPLAY "WARNUNG: Kopfsatz bei noch offenem "
               PERFORM BLOCK-ABSCHLIESSEN
           END-IF
           SET KOPF-VORHANDEN TO TRUE
           ADD 1 TO WS-BLOCK-NR
           MOVE STK-LIEFERDATUM TO WS-LIEFERDATUM
           MOVE STK-QUELLE TO WS-LIEFERQUELLE
           MOVE STK-SPRACHE TO WS-BLOCK-SPRACHE-CODE
           MOVE STK-SPRACHE TO WS-SPRACHE-NEU
           PERFORM WOERTERBUCH-SPRACHE-WECHSELN
           IF SPRACHE-UNGUELTIG
               DISPLAY "WARNUNG: Unbekannter Sprachcode "
                   STK-SPRACHE " im Kopfsatz (Quelle " STK-QUELLE
                   ") - Paare des Blocks werden abgelehnt"
               ADD 1 TO LFL-WARNUNGEN
               SET BLOCK-SPRACHE-UNBEKANNT TO TRUE
           END-IF
           EXIT.

      * Schliesst den laufenden Lieferblock mit der Soll-Anzahl aus
                   MOVE SATZ-WORT-1 OF EINGABE-SATZ TO ABW-WORT-1
                   MOVE SATZ-WORT-2 OF EINGABE-SATZ TO ABW-WORT-2
                   MOVE "NACHSATZ SOLL UNGUELTIG" TO ABW-GRUND
                   PERFORM ABWEISUNG-SPRACHE-SETZEN
                   WRITE ABWEISUNG-SATZ
               WHEN NOT KOPF-VORHANDEN AND WS-IST-ANZAHL = 0
                   DISPLAY "WARNUNG: Nachsatz ohne zugehoerige "
                   MOVE SATZ-WORT-1 OF EINGABE-SATZ TO ABW-WORT-1
                   MOVE SATZ-WORT-2 OF EINGABE-SATZ TO ABW-WORT-2
                   MOVE "NACHSATZ OHNE LIEFERUNG" TO ABW-GRUND
                   PERFORM ABWEISUNG-SPRACHE-SETZEN
                   WRITE ABWEISUNG-SATZ
               WHEN OTHER
                   SET NACHSATZ-VORHANDEN TO TRUE
           EXIT.

      * Bilanziert den laufenden Lieferblock, traegt ihn in die
      * Quellen-Uebersicht und die Blockbilanz-Datei ein und setzt
      * die Blockfelder fuer den naechsten Block zurueck; die Sprache
      * faellt auf Deutsch zurueck, bis der naechste Kopfsatz eine
      * andere verlangt.
       BLOCK-ABSCHLIESSEN SECTION.
           PERFORM STAPEL-BILANZ-PRUEFEN
           IF BLOCKBILANZ-OFFEN
               MOVE LFL-LAUF-ID TO BLK-LAUF-ID
               MOVE WS-LIEFERQUELLE TO BLK-QUELLE
               MOVE WS-LIEFERDATUM TO BLK-LIEFERDATUM
               MOVE WS-SOLL-ANZAHL TO BLK-SOLL-ANZAHL
               MOVE WS-IST-ANZAHL TO BLK-IST-ANZAHL
               MOVE WS-BLOCK-NR TO BLK-BLOCK-NR
               IF WS-BILANZ-TEXT = SPACES
                   SET BLK-BESTAETIGT TO TRUE
               ELSE
                   MOVE WS-BILANZ-TEXT TO BLK-ERGEBNIS
               END-IF
               WRITE BLOCKBILANZ-SATZ
           END-IF
           IF WS-BLOCK-ANZAHL < 20
               ADD 1 TO WS-BLOCK-ANZAHL
               MOVE WS-LIEFERQUELLE
                   TO WS-BLOCK-QUELLE (WS-BLOCK-ANZAHL)
               MOVE WS-LIEFERDATUM
                   TO WS-BLOCK-LIEFERDATUM (WS-BLOCK-ANZAHL)
               IF BLOCK-SPRACHE-UNBEKANNT
                   MOVE WS-BLOCK-SPRACHE-CODE
                       TO WS-BLOCK-SPRACHE (WS-BLOCK-ANZAHL)
               ELSE
                   MOVE WS-SPRACHE
                       TO WS-BLOCK-SPRACHE (WS-BLOCK-ANZAHL)
               END-IF
               MOVE WS-SOLL-ANZAHL
                   TO WS-BLOCK-SOLL (WS-BLOCK-ANZAHL)
               MOVE WS-IST-ANZAHL
           END-IF
           MOVE 'N' TO WS-KOPF-VORHANDEN-SCH
           MOVE 'N' TO WS-NACHSATZ-VORHANDEN-SCH
           MOVE 'N' TO WS-SPRACHE-FEHLT-SCH
           MOVE SPACES TO WS-BLOCK-SPRACHE-CODE
           MOVE SPACES TO WS-LIEFERDATUM
           MOVE SPACES TO WS-LIEFERQUELLE
           MOVE 0 TO WS-SOLL-ANZAHL
           MOVE 0 TO WS-IST-ANZAHL
           MOVE SPACES TO WS-SPRACHE-NEU
           PERFORM WOERTERBUCH-SPRACHE-WECHSELN
           EXIT.

      * Ein Eingabesatz ohne jeden Inhalt (beide Woerter/Phrasen leer)
      * bei einem Ausgabesatz je Eingabesatz bleibt). Zusaetzlich
      * wird er in reparierbarer Form in die Abweisungsdatei
      * geschrieben, damit die Korrektur nicht mehr aus der
      * Ausgabedatei herausgesucht werden muss. Ebenso werden die
      * Paare eines Blocks mit unbekanntem Sprachcode abgelehnt; den
      * Grund setzt der Aufrufer in WS-ABLEHN-GRUND.
       SATZ-ABLEHNEN SECTION.
           MOVE SATZ-WORT-1 OF EINGABE-SATZ
               TO SATZ-WORT-1 OF AUSGABE-SATZ
           MOVE SPACES TO SATZ-WOERTER-GUELTIG OF AUSGABE-SATZ
           MOVE 0 TO SATZ-DIFFERENZ OF AUSGABE-SATZ
           MOVE SPACES TO SATZ-DIFF-BUCHSTABEN OF AUSGABE-SATZ
           MOVE WS-LIEFERQUELLE TO SATZ-QUELLE OF AUSGABE-SATZ
           MOVE WS-LIEFERDATUM TO SATZ-LIEFERDATUM OF AUSGABE-SATZ
           MOVE WS-SPRACHE TO SATZ-SPRACHE OF AUSGABE-SATZ
           MOVE WS-BLOCK-NR TO SATZ-BLOCK-NR OF AUSGABE-SATZ
           WRITE AUSGABE-SATZ
           MOVE SATZ-WORT-1 OF EINGABE-SATZ TO ABW-WORT-1
           MOVE SATZ-WORT-2 OF EINGABE-SATZ TO ABW-WORT-2
           MOVE WS-ABLEHN-GRUND TO ABW-GRUND
           PERFORM ABWEISUNG-SPRACHE-SETZEN
           WRITE ABWEISUNG-SATZ
           EXIT.

      * Traegt die Sprache des laufenden Blocks in den Abweisungssatz
      * ein - bei unbekanntem Sprachcode den Code aus dem Kopfsatz,
      * damit er bei der Wiedervorlage erhalten bleibt.
       ABWEISUNG-SPRACHE-SETZEN SECTION.
           IF BLOCK-SPRACHE-UNBEKANNT
               MOVE WS-BLOCK-SPRACHE-CODE TO ABW-SPRACHE
           ELSE
               MOVE WS-SPRACHE TO ABW-SPRACHE
           END-IF
           EXIT.

       NAECHSTER-EINGABESATZ SECTION.
           READ EINGABE-DATEI
               AT END SET EINGABE-ENDE TO TRUE
           CLOSE EINGABE-DATEI
           CLOSE AUSGABE-DATEI
           CLOSE ABWEISUNG-DATEI
           IF BLOCKBILANZ-OFFEN
               CLOSE BLOCKBILANZ-DATEI
           END-IF
           PERFORM AUDIT-SCHLIESSEN
           PERFORM WOERTERBUCH-SCHLIESSEN
      * Ausgabe und Abweisungen des Laufs werden als Generation
      * aufbewahrt, bevor der naechste Lauf sie ueberschreibt.
           IF NOT TEILLAUF
               MOVE "ANAGOUT" TO GEN-DATEI
               PERFORM GENERATION-SICHERN
               MOVE "ANAGREJ" TO GEN-DATEI
               PERFORM GENERATION-SICHERN
           END-IF
           MOVE WS-SATZ-NUMMER TO LFL-SAETZE-EIN
           MOVE WS-SATZ-NUMMER TO LFL-SAETZE-AUS
           PERFORM LAUFLOG-ENDE
           PERFORM ALARM-SCHLIESSEN
           EXIT.

      * Bilanziert den laufenden Lieferblock: fehlt der Kopf- oder
      * fuer die Ablaufsteuerung, Abschluss-Code UNBA im
      * Lauf-Protokoll und ein Nachweis-Satz in der Abweisungsdatei;
      * die uebrigen Bloecke des Laufs bleiben davon unberuehrt.
      * Der unstimmige Block geht ausserdem als kritischer Alarm an
      * die Betriebsueberwachung (ALARM-LOGIK.CPY) - ausser in einem
      * TEILLAUF: die Instanzen laufen gleichzeitig, und massgeblich
      * ist dort die Bilanz der Konsolidierung.
      * Zweimal in diesem Jahr ist eine abgeschnittene Eingabedatei
      * als normaler kleiner Tag durchgegangen; genau das faengt
      * diese Pruefung.
           EVALUATE TRUE
               WHEN NOT KOPF-VORHANDEN
                   MOVE "KOPFSATZ FEHLT" TO WS-BILANZ-TEXT
               WHEN BLOCK-SPRACHE-UNBEKANNT
                   MOVE "SPRACHE UNBEKANNT" TO WS-BILANZ-TEXT
               WHEN NOT NACHSATZ-VORHANDEN
                   MOVE "NACHSATZ FEHLT" TO WS-BILANZ-TEXT
               WHEN WS-IST-ANZAHL NOT = WS-SOLL-ANZAHL
                   DELIMITED BY SIZE INTO ABW-WORT-2
               END-STRING
               MOVE "LIEFERUNG UNSTIMMIG" TO ABW-GRUND
               PERFORM ABWEISUNG-SPRACHE-SETZEN
               WRITE ABWEISUNG-SATZ
               MOVE 8 TO RETURN-CODE
               IF NOT TEILLAUF
                   MOVE "ANAGRAMM" TO ALM-MELDER
                   MOVE "ANAGRAMM" TO ALM-PROGRAMM
                   MOVE LFL-LAUF-ID TO ALM-LAUF-ID
                   SET ALM-KRITISCH TO TRUE
                   MOVE "UNBA" TO ALM-CODE
                   MOVE SPACES TO ALM-TEXT
                   STRING FUNCTION TRIM(WS-BILANZ-TEXT) " - QUELLE "
                       FUNCTION TRIM(WS-LIEFERQUELLE) " VOM "
                       WS-LIEFERDATUM
                       DELIMITED BY SIZE INTO ALM-TEXT
                   END-STRING
                   PERFORM ALARM-MELDEN
               END-IF
           END-IF
           EXIT.

      * Gibt am Laufende je Lieferblock eine Zeile mit Quelle,
      * Lieferdatum, Sprache, Soll, Ist und Bilanz-Ergebnis aus - die
      * Quellen-Uebersicht, aus der der Betrieb abliest, welche
      * Quelle die Abweisungen verursacht.
       QUELLEN-UEBERSICHT SECTION.
               DISPLAY "  Quelle "
                   WS-BLOCK-QUELLE (WS-BLOCK-INDEX)
                   " Datum " WS-BLOCK-LIEFERDATUM (WS-BLOCK-INDEX)
                   " Sprache " WS-BLOCK-SPRACHE (WS-BLOCK-INDEX)
                   " Soll " WS-BLOCK-SOLL (WS-BLOCK-INDEX)
                   " Ist " WS-BLOCK-IST (WS-BLOCK-INDEX)
                   " - " WS-BLOCK-ERGEBNIS (WS-BLOCK-INDEX)
           COPY VERGLEICH-LOGIK.

           COPY LAUFLOG-LOGIK.

           COPY GENSICHERUNG-LOGIK.

           COPY ALARM-LOGIK.
