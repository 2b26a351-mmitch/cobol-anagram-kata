      * Abschlussbericht ANAGKON weist Teilmengen, Blockbilanzen
      * und die Gesamtabrechnung in einem Stueck aus.
      *
      * Die Audit-Protokolle der Instanzen (ANAGAUD01 bis ANAGAUD0N,
      * je mit eigenem Kettenstand ANAGAUK01 bis ANAGAUK0N) werden
      * erst hier in die verkettete Audit-Datei ANAGAUD uebernommen:
      * N gleichzeitig anhaengende Instanzen wuerden sich sonst
      * gegenseitig Folgenummern und Pruefwerte zerschiessen. Jede
      * Teilkette wird vorher vollstaendig nachgerechnet; nur wenn
      * alle Teilketten stimmen, werden die Saetze der Reihe nach mit
      * neuer Folgenummer und neuem Pruefwert an ANAGAUD angehaengt
      * und die Teilprotokolle geleert. Eine gebrochene Teilkette
      * haelt die Uebernahme an (Teilprotokolle bleiben zur Klaerung
      * stehen) und beendet den Lauf mit Return-Code 8 und
      * Abschluss-Code BEFU, sofern nicht schon UNBA gilt.
      *
      * Zum Schluss sichert der Lauf die zusammengefuehrte ANAGOUT
      * und die aneinandergehaengten Abweisungsdateien der Instanzen
      * (ANAGREJ01 bis ANAGREJ0N) als je eine Generation von ANAGOUT
      * und ANAGREJ - die Instanzen selbst laufen als TEILLAUF und
      * legen keine Generationen an.
      *
      * Kommandozeile: die Anzahl der Teildateien (2 bis 8, dieselbe
      * Zahl wie beim Splitter-Lauf).

           SELECT BERICHT-DATEI ASSIGN TO "ANAGKON"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BLOCKBILANZ-DATEI ASSIGN TO "ANAGBLK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOCKBILANZ-DATEI-STATUS.

           COPY AUDITDATEI.

           COPY AUDITKETTEDATEI.

      * Audit-Protokoll und Kettenstand der gerade bearbeiteten
      * Instanz (ANAGAUD0n/ANAGAUK0n).
           SELECT TEIL-AUDIT-DATEI ASSIGN DYNAMIC WS-TEIL-AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEIL-AUDIT-STATUS.
           SELECT TEIL-KETTE-DATEI ASSIGN DYNAMIC WS-TEIL-KETTE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEIL-KETTE-STATUS.

           COPY LAUFLOGDATEI.

           COPY ALARMDATEI.

           COPY GENKATALOGDATEI.

           COPY GENKOPIEDATEI.

       DATA DIVISION.
       FILE SECTION.
       FD  TEIL1-DATEI.
       01  TEIL1-SATZ                   PIC X(226).
       FD  TEIL2-DATEI.
       01  TEIL2-SATZ                   PIC X(226).
       FD  TEIL3-DATEI.
       01  TEIL3-SATZ                   PIC X(226).
       FD  TEIL4-DATEI.
       01  TEIL4-SATZ                   PIC X(226).
       FD  TEIL5-DATEI.
       01  TEIL5-SATZ                   PIC X(226).
       FD  TEIL6-DATEI.
       01  TEIL6-SATZ                   PIC X(226).
       FD  TEIL7-DATEI.
       01  TEIL7-SATZ                   PIC X(226).
       FD  TEIL8-DATEI.
       01  TEIL8-SATZ                   PIC X(226).

       FD  AUSGABE-DATEI.
       01  AUSGABE-SATZ.
       FD  BERICHT-DATEI.
       01  BERICHT-ZEILE                PIC X(133).

       FD  BLOCKBILANZ-DATEI.
       01  BLOCKBILANZ-SATZ.
           COPY BLOCKSATZ.

       FD  AUDIT-DATEI.
       01  AUDIT-SATZ.
           COPY AUDITSATZ.

       FD  AUDITKETTE-DATEI.
       01  AUDITKETTE-SATZ.
           COPY AUDITKETTESATZ.

       FD  TEIL-AUDIT-DATEI.
       01  TEIL-AUDIT-SATZ.
           COPY AUDITSATZ.

       FD  TEIL-KETTE-DATEI.
       01  TEIL-KETTE-SATZ.
           COPY AUDITKETTESATZ.

       FD  LAUFLOG-DATEI.
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
           COPY LAUFLOG-DATEN.

           COPY ALARM-DATEN.

           COPY AUDITKETTE-DATEN.

           COPY GENERATION-DATEN.

           COPY SPRACHE-DATEN.

       01 KONSOLIDIERUNG-STEUERUNG.
           05 WS-TEIL1-STATUS           PIC X(02).
           05 WS-TEIL2-STATUS           PIC X(02).
           05 WS-TEIL7-STATUS           PIC X(02).
           05 WS-TEIL8-STATUS           PIC X(02).
           05 WS-EINGABE-DATEI-STATUS   PIC X(02).
           05 WS-BLOCKBILANZ-DATEI-STATUS PIC X(02).
           05 WS-BLOCKBILANZ-OFFEN-SCH  PIC X(01) VALUE 'N'.
               88 BLOCKBILANZ-OFFEN     VALUE 'J'.
           05 WS-KOMMANDOZEILE          PIC X(40) VALUE SPACES.
           05 WS-TEIL-PARM              PIC X(08) VALUE SPACES.
           05 WS-TEIL-ANZAHL            PIC 9(01) VALUE 0.
               88 LAUF-ABGEBROCHEN      VALUE 'J'.
           05 WS-AKTUELLER-TEIL         PIC 9(01).
           05 WS-OFFENE-TEILE           PIC 9(01) VALUE 0.
           05 WS-TEIL-SATZ              PIC X(226).
           05 WS-TEIL-ENDE-SCH          PIC X(01).
               88 TEIL-SATZ-GELESEN     VALUE 'N'.
           05 WS-EINGABE-ENDE-SCH       PIC X(01) VALUE 'N'.
           05 WS-ANZAHL-ORIGINAL        PIC 9(9) VALUE 0.
           05 WS-ANZAHL-BEFUNDE         PIC 9(9) VALUE 0.

      * Uebernahme der Audit-Teilprotokolle.
       01 AUDIT-UEBERNAHME.
           05 WS-AUDIT-DATEI-STATUS     PIC X(02).
           05 WS-TEIL-AUDIT-STATUS      PIC X(02).
           05 WS-TEIL-KETTE-STATUS      PIC X(02).
           05 WS-TEIL-AUDIT-NAME        PIC X(20) VALUE SPACES.
           05 WS-TEIL-KETTE-NAME        PIC X(20) VALUE SPACES.
           05 WS-TEIL-AUDIT-ENDE-SCH    PIC X(01).
               88 TEIL-AUDIT-ENDE       VALUE 'J'.
           05 WS-TEIL-NUMMER            PIC 9(12).
           05 WS-AUDIT-BEFUNDE          PIC 9(9) VALUE 0.
           05 WS-ANZAHL-AUDIT           PIC 9(9) VALUE 0.
           05 WS-AUDIT-ERSTE-NUMMER     PIC 9(12) VALUE 0.
           05 WS-AUDIT-NUMMER-ANZEIGE   PIC Z(11)9.

      * Je Teil-Ausgabedatei der Ende-Schalter und die uebernommene
      * Satzanzahl.
       01 TEIL-STEUERUNG.
               10 TEIL-ENDE-SCH         PIC X(01).
                   88 TEIL-ENDE         VALUE 'J'.
               10 TEIL-ANZAHL           PIC 9(09).
               10 TEIL-AUDIT-ANZAHL     PIC 9(09).
               10 TEIL-AUDIT-BRUCH      PIC 9(12).

      * Blockbilanz der Original-Lieferung - dieselben Pruefungen
      * wie STAPEL-BILANZ-PRUEFEN im Stapellauf, hier nachvollzogen
               88 KOPF-VORHANDEN        VALUE 'J'.
           05 WS-NACHSATZ-GUELTIG-SCH   PIC X(01) VALUE 'N'.
               88 NACHSATZ-GUELTIG      VALUE 'J'.
           05 WS-SPRACHE-FEHLT-SCH      PIC X(01) VALUE 'N'.
               88 BLOCK-SPRACHE-UNBEKANNT VALUE 'J'.
           05 WS-LIEFERDATUM            PIC X(08) VALUE SPACES.
           05 WS-LIEFERQUELLE           PIC X(20) VALUE SPACES.
           05 WS-SOLL-ANZAHL            PIC 9(09) VALUE 0.
           05 WS-IST-ANZAHL             PIC 9(09) VALUE 0.
           05 WS-BILANZ-TEXT            PIC X(20).
           05 WS-BLOCK-ANZAHL           PIC 9(4) VALUE 0.
      * Laufende Nummer des Kopfsatzes, gezaehlt wie im Stapellauf.
           05 WS-BLOCK-NR               PIC 9(05) VALUE 0.

       01 WS-AKTUELLES-TAGESDATUM       PIC X(10).

               10 SZ-ORIGINAL           PIC ZZZ,ZZZ,ZZ9.
               10 FILLER                PIC X(3)  VALUE " - ".
               10 SZ-ERGEBNIS           PIC X(24).
           05 AUDIT-ZEILE.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 FILLER                PIC X(14)
                       VALUE "AUDIT ANAGAUD0".
               10 AZ-TEIL               PIC 9(01).
               10 FILLER                PIC X(2)  VALUE ": ".
               10 AZ-ANZAHL             PIC ZZZ,ZZZ,ZZ9.
               10 FILLER                PIC X(10) VALUE " SAETZE - ".
               10 AZ-ERGEBNIS           PIC X(40).

       PROCEDURE DIVISION.
           PERFORM KONSOLIDIERUNG-INITIALISIERUNG
           IF NOT LAUF-ABGEBROCHEN
               PERFORM TEILE-ZUSAMMENFUEHREN
               PERFORM ORIGINAL-BILANZIEREN
               PERFORM AUDIT-TEILE-UEBERNEHMEN
               PERFORM ABRECHNUNG-SCHREIBEN
               PERFORM GENERATIONEN-SICHERN
           END-IF
           IF NOT LAUF-ABGEBROCHEN
               DISPLAY "ANAGRAMM-KONSOLIDIERUNG: "
               MOVE WS-ANZAHL-ZUSAMMEN TO LFL-SAETZE-EIN
               MOVE WS-ANZAHL-ZUSAMMEN TO LFL-SAETZE-AUS
               PERFORM LAUFLOG-ENDE
               PERFORM ALARM-SCHLIESSEN
           END-IF
           GOBACK
           .
      * Wiederholt die Kopf-/Nachsatz-Bilanz gegen die
      * Original-Lieferung und schreibt je Block eine Zeile in den
      * Abschlussbericht; die Blockregeln entsprechen
      * STAPEL-BILANZ-PRUEFEN im Stapellauf. Die Blockbilanz-Datei
      * ANAGBLK fuer die Antwortdateien an die Quellen entsteht
      * hier gegen die Original-Lieferung neu - die Teilbilanzen
      * der Instanzen sind dafuer nicht massgeblich.
       ORIGINAL-BILANZIEREN SECTION.
           OPEN OUTPUT BERICHT-DATEI
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-AKTUELLES-TAGESDATUM
               MOVE TEIL-ZEILE TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
           END-PERFORM
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
           OPEN INPUT EINGABE-DATEI
           IF WS-EINGABE-DATEI-STATUS NOT = "00"
               DISPLAY "WARNUNG: Original-Lieferung ANAGIN konnte "
               END-IF
               CLOSE EINGABE-DATEI
           END-IF
           IF BLOCKBILANZ-OFFEN
               CLOSE BLOCKBILANZ-DATEI
           END-IF
           EXIT.

       NAECHSTER-EINGABESATZ SECTION.
                       PERFORM BLOCK-BILANZIEREN
                   END-IF
                   SET KOPF-VORHANDEN TO TRUE
                   ADD 1 TO WS-BLOCK-NR
                   MOVE STK-LIEFERDATUM TO WS-LIEFERDATUM
                   MOVE STK-QUELLE TO WS-LIEFERQUELLE
                   MOVE STK-SPRACHE TO WS-SPRACHE-NEU
                   PERFORM SPRACHE-SETZEN
                   IF SPRACHE-UNGUELTIG
                       SET BLOCK-SPRACHE-UNBEKANNT TO TRUE
                   END-IF
      * Ein Nachsatz ohne jede vorangegangene Lieferung ist wie im
      * Stapellauf (NACHSATZ-VERARBEITEN, "NACHSATZ OHNE
      * LIEFERUNG") ein versprengter Steuersatz: nur Warnung, kein
           EVALUATE TRUE
               WHEN NOT KOPF-VORHANDEN
                   MOVE "KOPFSATZ FEHLT" TO WS-BILANZ-TEXT
               WHEN BLOCK-SPRACHE-UNBEKANNT
                   MOVE "SPRACHE UNBEKANNT" TO WS-BILANZ-TEXT
               WHEN NOT NACHSATZ-GUELTIG
                   MOVE "NACHSATZ FEHLT" TO WS-BILANZ-TEXT
               WHEN WS-IST-ANZAHL NOT = WS-SOLL-ANZAHL
           END-IF
           MOVE BLOCK-ZEILE TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           IF BLOCKBILANZ-OFFEN
               MOVE LFL-LAUF-ID TO BLK-LAUF-ID
               MOVE WS-LIEFERQUELLE TO BLK-QUELLE
               MOVE WS-LIEFERDATUM TO BLK-LIEFERDATUM
               MOVE WS-SOLL-ANZAHL TO BLK-SOLL-ANZAHL
               MOVE WS-IST-ANZAHL TO BLK-IST-ANZAHL
               MOVE BZ-ERGEBNIS TO BLK-ERGEBNIS
               MOVE WS-BLOCK-NR TO BLK-BLOCK-NR
               WRITE BLOCKBILANZ-SATZ
           END-IF
           MOVE 'N' TO WS-KOPF-VORHANDEN-SCH
           MOVE 'N' TO WS-NACHSATZ-GUELTIG-SCH
           MOVE 'N' TO WS-SPRACHE-FEHLT-SCH
           MOVE SPACES TO WS-LIEFERDATUM
           MOVE SPACES TO WS-LIEFERQUELLE
           MOVE 0 TO WS-SOLL-ANZAHL
      * Gesamtabrechnung: die zusammengefuehrte Ausgabe muss genau
      * einen Satz je Original-Datensatz enthalten; jede Abweichung
      * und jeder unbestaetigte Block verweigern den Lauf
      * (Return-Code 8, Abschluss-Code UNBA). Bilanzbefunde gehen
      * als kritischer, Befunde der Audit-Teilketten als warnender
      * Alarm an die Betriebsueberwachung (ALARM-LOGIK.CPY).
       ABRECHNUNG-SCHREIBEN SECTION.
           MOVE WS-ANZAHL-ZUSAMMEN TO SZ-ZUSAMMEN
           MOVE WS-ANZAHL-ORIGINAL TO SZ-ORIGINAL
           IF WS-ANZAHL-BEFUNDE > 0
               MOVE "UNBA" TO LFL-ABSCHLUSS-CODE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-AUDIT-BEFUNDE > 0
                   MOVE "BEFU" TO LFL-ABSCHLUSS-CODE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           MOVE "ANAGRAMM-KONSOLIDIERUNG" TO ALM-MELDER
           MOVE "ANAGRAMM-KONSOLIDIERUNG" TO ALM-PROGRAMM
           MOVE LFL-LAUF-ID TO ALM-LAUF-ID
           IF WS-ANZAHL-BEFUNDE > 0
               SET ALM-KRITISCH TO TRUE
               MOVE "UNBA" TO ALM-CODE
               MOVE WS-ANZAHL-BEFUNDE TO ALM-ZAHL-1
               MOVE SPACES TO ALM-TEXT
               STRING "BILANZ GEGEN ANAGIN: " FUNCTION TRIM(ALM-ZAHL-1)
                   " BEFUND(E) - " SZ-ERGEBNIS
                   DELIMITED BY SIZE INTO ALM-TEXT
               END-STRING
               PERFORM ALARM-MELDEN
           END-IF
           IF WS-AUDIT-BEFUNDE > 0
               SET ALM-WARNUNG TO TRUE
               MOVE "BEFU" TO ALM-CODE
               MOVE WS-AUDIT-BEFUNDE TO ALM-ZAHL-1
               MOVE SPACES TO ALM-TEXT
               STRING "AUDIT-TEILKETTEN: " FUNCTION TRIM(ALM-ZAHL-1)
                   " BEFUND(E) - UEBERNAHME ANGEHALTEN"
                   DELIMITED BY SIZE INTO ALM-TEXT
               END-STRING
               PERFORM ALARM-MELDEN
           END-IF
           EXIT.

      * Uebernimmt die Audit-Teilprotokolle in die verkettete
      * Audit-Datei: erst werden alle Teilketten nachgerechnet, dann
      * - nur wenn keine gebrochen ist - der Reihe nach umnummeriert
      * angehaengt und die Teilprotokolle samt Kettenstand geleert.
       AUDIT-TEILE-UEBERNEHMEN SECTION.
           PERFORM VARYING WS-AKTUELLER-TEIL FROM 1 BY 1
                   UNTIL WS-AKTUELLER-TEIL > WS-TEIL-ANZAHL
               PERFORM AUDIT-TEILKETTE-PRUEFEN
           END-PERFORM
           IF WS-AUDIT-BEFUNDE = 0
               MOVE LFL-LAUF-ID TO AKT-LAUF-ID
               PERFORM AUDIT-KETTENENDE-ERMITTELN
               COMPUTE WS-AUDIT-ERSTE-NUMMER = AKT-LETZTE-NUMMER + 1
               OPEN EXTEND AUDIT-DATEI
               IF WS-AUDIT-DATEI-STATUS NOT = "00"
                   OPEN OUTPUT AUDIT-DATEI
               END-IF
               IF WS-AUDIT-DATEI-STATUS NOT = "00"
                   DISPLAY "WARNUNG: Audit-Datei ANAGAUD konnte nicht "
                       "geoeffnet werden (Status "
                       WS-AUDIT-DATEI-STATUS
                       ") - Audit-Teilprotokolle bleiben stehen"
                   ADD 1 TO WS-AUDIT-BEFUNDE
                   ADD 1 TO LFL-WARNUNGEN
               ELSE
                   PERFORM VARYING WS-AKTUELLER-TEIL FROM 1 BY 1
                           UNTIL WS-AKTUELLER-TEIL > WS-TEIL-ANZAHL
                       PERFORM AUDIT-TEIL-ANHAENGEN
                   END-PERFORM
                   CLOSE AUDIT-DATEI
                   PERFORM AUDIT-KETTENSTAND-SCHREIBEN
               END-IF
           END-IF
           PERFORM VARYING WS-AKTUELLER-TEIL FROM 1 BY 1
                   UNTIL WS-AKTUELLER-TEIL > WS-TEIL-ANZAHL
               MOVE WS-AKTUELLER-TEIL TO AZ-TEIL
               MOVE TEIL-AUDIT-ANZAHL (WS-AKTUELLER-TEIL) TO AZ-ANZAHL
               MOVE SPACES TO AZ-ERGEBNIS
               EVALUATE TRUE
                   WHEN TEIL-AUDIT-BRUCH (WS-AKTUELLER-TEIL) > 0
                       MOVE TEIL-AUDIT-BRUCH (WS-AKTUELLER-TEIL)
                           TO WS-AUDIT-NUMMER-ANZEIGE
                       STRING "KETTE GEBROCHEN BEI FOLGENUMMER "
                           FUNCTION TRIM (WS-AUDIT-NUMMER-ANZEIGE)
                           DELIMITED BY SIZE INTO AZ-ERGEBNIS
                       END-STRING
                   WHEN WS-AUDIT-BEFUNDE > 0
                       MOVE "NICHT UEBERNOMMEN" TO AZ-ERGEBNIS
                   WHEN OTHER
                       MOVE "UEBERNOMMEN" TO AZ-ERGEBNIS
               END-EVALUATE
               MOVE AUDIT-ZEILE TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
           END-PERFORM
           IF WS-AUDIT-BEFUNDE = 0 AND WS-ANZAHL-AUDIT > 0
               DISPLAY "ANAGRAMM-KONSOLIDIERUNG: " WS-ANZAHL-AUDIT
                   " Audit-Saetze ab Folgenummer "
                   WS-AUDIT-ERSTE-NUMMER " uebernommen"
           END-IF
           EXIT.

      * Rechnet die Kette einer Instanz von Folgenummer 1 und
      * Startwert null an nach - die Instanz beginnt nach jeder
      * Uebernahme mit geleertem Teilprotokoll. Ein fehlendes
      * Teilprotokoll zaehlt als leer - ob die Instanz gelaufen ist,
      * weist schon die Ausgabebilanz aus.
       AUDIT-TEILKETTE-PRUEFEN SECTION.
           MOVE 0 TO TEIL-AUDIT-ANZAHL (WS-AKTUELLER-TEIL)
           MOVE 0 TO TEIL-AUDIT-BRUCH (WS-AKTUELLER-TEIL)
           PERFORM TEIL-AUDIT-NAMEN-BILDEN
           OPEN INPUT TEIL-AUDIT-DATEI
           IF WS-TEIL-AUDIT-STATUS = "00"
               MOVE 0 TO AKT-LETZTE-NUMMER
               MOVE 0 TO AKT-LETZTER-WERT
               MOVE 'N' TO WS-TEIL-AUDIT-ENDE-SCH
               PERFORM UNTIL TEIL-AUDIT-ENDE
                   READ TEIL-AUDIT-DATEI
                       AT END
                           SET TEIL-AUDIT-ENDE TO TRUE
                       NOT AT END
                           PERFORM AUDIT-TEILSATZ-PRUEFEN
                   END-READ
               END-PERFORM
               CLOSE TEIL-AUDIT-DATEI
           END-IF
           IF TEIL-AUDIT-BRUCH (WS-AKTUELLER-TEIL) > 0
               ADD 1 TO WS-AUDIT-BEFUNDE
               ADD 1 TO LFL-WARNUNGEN
               DISPLAY "WARNUNG: Audit-Teilprotokoll "
                   FUNCTION TRIM (WS-TEIL-AUDIT-NAME)
                   " - Kette gebrochen bei "
                   "Folgenummer " TEIL-AUDIT-BRUCH (WS-AKTUELLER-TEIL)
                   " - Uebernahme angehalten"
           END-IF
           EXIT.

       AUDIT-TEILSATZ-PRUEFEN SECTION.
           ADD 1 TO TEIL-AUDIT-ANZAHL (WS-AKTUELLER-TEIL)
           IF TEIL-AUDIT-BRUCH (WS-AKTUELLER-TEIL) = 0
               IF AUD-FOLGENUMMER OF TEIL-AUDIT-SATZ IS NOT NUMERIC
                       OR AUD-PRUEFWERT OF TEIL-AUDIT-SATZ
                           IS NOT NUMERIC
                   COMPUTE TEIL-AUDIT-BRUCH (WS-AKTUELLER-TEIL) =
                       AKT-LETZTE-NUMMER + 1
               ELSE
                   MOVE AUD-KETTENTEIL OF TEIL-AUDIT-SATZ
                       TO AKT-KETTENTEIL
                   MOVE AUD-SPRACHE OF TEIL-AUDIT-SATZ TO AKT-SPRACHE
                   PERFORM AUDIT-PRUEFWERT-BERECHNEN
                   IF AUD-FOLGENUMMER OF TEIL-AUDIT-SATZ
                           NOT = AKT-LETZTE-NUMMER + 1
                       OR AKT-WERT
                           NOT = AUD-PRUEFWERT OF TEIL-AUDIT-SATZ
                       MOVE AUD-FOLGENUMMER OF TEIL-AUDIT-SATZ
                           TO TEIL-AUDIT-BRUCH (WS-AKTUELLER-TEIL)
                   ELSE
                       MOVE AUD-FOLGENUMMER OF TEIL-AUDIT-SATZ
                           TO AKT-LETZTE-NUMMER
                       MOVE AKT-WERT TO AKT-LETZTER-WERT
                   END-IF
               END-IF
           END-IF
           EXIT.

      * Haengt das Teilprotokoll einer Instanz mit fortlaufender
      * Folgenummer und neu berechnetem Pruefwert an ANAGAUD an und
      * leert danach Teilprotokoll und Teil-Kettenstand, damit die
      * Instanz beim naechsten Lauf wieder bei Folgenummer 1
      * beginnt.
       AUDIT-TEIL-ANHAENGEN SECTION.
           PERFORM TEIL-AUDIT-NAMEN-BILDEN
           OPEN INPUT TEIL-AUDIT-DATEI
           IF WS-TEIL-AUDIT-STATUS = "00"
               MOVE 'N' TO WS-TEIL-AUDIT-ENDE-SCH
               PERFORM UNTIL TEIL-AUDIT-ENDE
                   READ TEIL-AUDIT-DATEI
                       AT END
                           SET TEIL-AUDIT-ENDE TO TRUE
                       NOT AT END
                           MOVE TEIL-AUDIT-SATZ TO AUDIT-SATZ
                           ADD 1 TO AKT-LETZTE-NUMMER
                           MOVE AKT-LETZTE-NUMMER
                               TO AUD-FOLGENUMMER OF AUDIT-SATZ
                           MOVE AUD-KETTENTEIL OF AUDIT-SATZ
                               TO AKT-KETTENTEIL
                           MOVE AUD-SPRACHE OF AUDIT-SATZ
                               TO AKT-SPRACHE
                           PERFORM AUDIT-PRUEFWERT-BERECHNEN
                           MOVE AKT-WERT TO AUD-PRUEFWERT OF AUDIT-SATZ
                           MOVE AKT-WERT TO AKT-LETZTER-WERT
                           WRITE AUDIT-SATZ
                           ADD 1 TO WS-ANZAHL-AUDIT
                   END-READ
               END-PERFORM
               CLOSE TEIL-AUDIT-DATEI
               OPEN OUTPUT TEIL-AUDIT-DATEI
               CLOSE TEIL-AUDIT-DATEI
               OPEN OUTPUT TEIL-KETTE-DATEI
               CLOSE TEIL-KETTE-DATEI
           END-IF
           EXIT.

       TEIL-AUDIT-NAMEN-BILDEN SECTION.
           MOVE SPACES TO WS-TEIL-AUDIT-NAME
           MOVE SPACES TO WS-TEIL-KETTE-NAME
           STRING "ANAGAUD0" WS-AKTUELLER-TEIL
               DELIMITED BY SIZE INTO WS-TEIL-AUDIT-NAME
           END-STRING
           STRING "ANAGAUK0" WS-AKTUELLER-TEIL
               DELIMITED BY SIZE INTO WS-TEIL-KETTE-NAME
           END-STRING
           EXIT.

      * Sichert die zusammengefuehrte Ausgabe und die Abweisungen
      * aller Instanzen als Generation unter der Lauf-ID der
      * Konsolidierung.
       GENERATIONEN-SICHERN SECTION.
           MOVE "ANAGOUT" TO GEN-DATEI
           PERFORM GENERATION-SICHERN
           MOVE "ANAGREJ" TO GEN-DATEI
           PERFORM GENERATION-ANLEGEN
           PERFORM VARYING WS-AKTUELLER-TEIL FROM 1 BY 1
                   UNTIL WS-AKTUELLER-TEIL > WS-TEIL-ANZAHL
               MOVE SPACES TO GEN-QUELLE-NAME
               STRING "ANAGREJ0" WS-AKTUELLER-TEIL
                   DELIMITED BY SIZE INTO GEN-QUELLE-NAME
               END-STRING
               PERFORM GENERATION-UEBERNEHMEN
           END-PERFORM
           PERFORM GENERATION-ABSCHLIESSEN
           EXIT.

           COPY AUDITKETTE-LOGIK.

           COPY LAUFLOG-LOGIK.

           COPY GENSICHERUNG-LOGIK.

           COPY SPRACHE-LOGIK.

           COPY ALARM-LOGIK.
