       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANAGRAMM-REGISTER-LADEN.

      * Uebernimmt die Veroeffentlichungs-Rueckmeldung des
      * Puzzle-Design-Teams (ANAGPUB, COPY VEROEFFSATZ) in das
      * Veroeffentlichungsregister ANAGREG (COPY REGISTERSATZ): je
      * gedrucktem Wort ein Registersatz mit Erscheinungsdatum,
      * Ausgabe, Art, normalisiertem Wort und Signatur. Bisher
      * merkte sich niemand, was schon gedruckt war - dieselbe
      * Anagramm-Gruppe ist binnen weniger Wochen zweimal
      * erschienen. Die Exportprogramme ANAGRAMM-GRUPPEN,
      * ANAGRAMM-NAEHE und ANAGRAMM-POOL-SUCHE pruefen ihre
      * Ergebnisse gegen dieses Register (COPY REGISTER-LOGIK).
      *
      * Die Rueckmeldung kommt nach jeder Ausgabe; eine erneut
      * gelieferte Datei schadet nicht - ein Satz mit gleichem Wort,
      * Datum und gleicher Ausgabe ist bereits erfasst und wird nur
      * gezaehlt. Unbrauchbare Saetze (Datum, Ausgabe, Art, Wort
      * oder Sprache fehlerhaft) werden abgelehnt und stehen mit
      * Grund im Lade-Protokoll ANAGPUP. Einzelkorrekturen laufen
      * ueber die Maske ANAGRAMM-REGISTER-ONLINE. Fehlt das Register,
      * wird es beim ersten Lauf leer angelegt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUECKMELDUNG-DATEI ASSIGN TO "ANAGPUB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUECKMELDUNG-DATEI-STATUS.

           SELECT PROTOKOLL-DATEI ASSIGN TO "ANAGPUP"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY REGISTERDATEI.

           COPY LAUFLOGDATEI.

           COPY ALARMDATEI.

       DATA DIVISION.
       FILE SECTION.
       FD  RUECKMELDUNG-DATEI.
       01  RUECKMELDUNG-SATZ.
           COPY VEROEFFSATZ.

       FD  PROTOKOLL-DATEI.
       01  PROTOKOLL-ZEILE              PIC X(133).

       FD  REGISTER-DATEI.
       01  REGISTER-SATZ.
           COPY REGISTERSATZ.

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

       01 LADEN-STEUERUNG.
           05 WS-RUECKMELDUNG-DATEI-STATUS PIC X(02).
           05 WS-REGISTER-DATEI-STATUS  PIC X(02).
           05 WS-RUECKMELDUNG-ENDE-SCH  PIC X(01) VALUE 'N'.
               88 RUECKMELDUNG-ENDE     VALUE 'J'.
           05 WS-REGISTER-AKTIV-SCH     PIC X(01) VALUE 'N'.
               88 REGISTER-AKTIV        VALUE 'J'.
           05 WS-RUECKMELDUNG-AKTIV-SCH PIC X(01) VALUE 'N'.
               88 RUECKMELDUNG-AKTIV    VALUE 'J'.
           05 WS-ERGEBNIS               PIC X(30).
           05 WS-ANZAHL-GELESEN         PIC 9(9) VALUE 0.
           05 WS-ANZAHL-ERFASST         PIC 9(9) VALUE 0.
           05 WS-ANZAHL-DOPPELT         PIC 9(9) VALUE 0.
           05 WS-ANZAHL-ABGELEHNT       PIC 9(9) VALUE 0.

       01 WS-AKTUELLES-TAGESDATUM       PIC X(10).

       01 PROTOKOLL-ZEILEN.
           05 KOPF-ZEILE-1.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 FILLER                PIC X(44) VALUE
                       "ANAGRAMM-REGISTER-LADEN - Lade-Protokoll".
               10 FILLER                PIC X(10) VALUE "DATUM: ".
               10 KZ1-DATUM             PIC X(10).
           05 KOPF-ZEILE-2.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 FILLER                PIC X(10) VALUE "DATUM".
               10 FILLER                PIC X(12) VALUE "AUSGABE".
               10 FILLER                PIC X(5)  VALUE "ART".
               10 FILLER                PIC X(4)  VALUE "SPR".
               10 FILLER                PIC X(52) VALUE "WORT".
               10 FILLER                PIC X(30) VALUE "ERGEBNIS".
           05 DETAIL-ZEILE.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 DZ-DATUM              PIC X(08).
               10 FILLER                PIC X(2)  VALUE SPACES.
               10 DZ-AUSGABE            PIC X(10).
               10 FILLER                PIC X(2)  VALUE SPACES.
               10 DZ-ART                PIC X(01).
               10 FILLER                PIC X(4)  VALUE SPACES.
               10 DZ-SPRACHE            PIC X(02).
               10 FILLER                PIC X(2)  VALUE SPACES.
               10 DZ-WORT               PIC X(50).
               10 FILLER                PIC X(2)  VALUE SPACES.
               10 DZ-ERGEBNIS           PIC X(30).
           05 FUSS-ZEILE.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 FILLER                PIC X(10) VALUE "GELESEN: ".
               10 FZ-GELESEN            PIC ZZZ,ZZ9.
               10 FILLER                PIC X(4)  VALUE SPACES.
               10 FILLER                PIC X(10) VALUE "ERFASST: ".
               10 FZ-ERFASST            PIC ZZZ,ZZ9.
               10 FILLER                PIC X(4)  VALUE SPACES.
               10 FILLER                PIC X(18)
                       VALUE "BEREITS ERFASST: ".
               10 FZ-DOPPELT            PIC ZZZ,ZZ9.
               10 FILLER                PIC X(4)  VALUE SPACES.
               10 FILLER                PIC X(12) VALUE "ABGELEHNT: ".
               10 FZ-ABGELEHNT          PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
           PERFORM LADEN-INITIALISIERUNG
           PERFORM RUECKMELDUNG-VERARBEITEN UNTIL RUECKMELDUNG-ENDE
           PERFORM LADEN-ABSCHLUSS
           DISPLAY "ANAGRAMM-REGISTER-LADEN: " WS-ANZAHL-GELESEN
               " Saetze gelesen, " WS-ANZAHL-ERFASST " erfasst, "
               WS-ANZAHL-DOPPELT " bereits erfasst, "
               WS-ANZAHL-ABGELEHNT " abgelehnt"
           GOBACK
           .

      * Oeffnet Protokoll, Register (beim allerersten Lauf leer
      * angelegt, wie WOERTERBUCH-PFLEGE-OEFFNEN) und Rueckmeldung.
      * Ohne Register oder ohne Rueckmeldung endet der Lauf mit
      * Return-Code 8 und einem kritischen Alarm an die
      * Betriebsueberwachung (ALARM-LOGIK.CPY).
       LADEN-INITIALISIERUNG SECTION.
           MOVE "ANAGRAMM-REGISTER-LADEN" TO LFL-PROGRAMM
           PERFORM LAUFLOG-START
           OPEN OUTPUT PROTOKOLL-DATEI
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-AKTUELLES-TAGESDATUM
           MOVE WS-AKTUELLES-TAGESDATUM TO KZ1-DATUM
           MOVE KOPF-ZEILE-1 TO PROTOKOLL-ZEILE
           WRITE PROTOKOLL-ZEILE
           MOVE KOPF-ZEILE-2 TO PROTOKOLL-ZEILE
           WRITE PROTOKOLL-ZEILE
           OPEN I-O REGISTER-DATEI
           IF WS-REGISTER-DATEI-STATUS NOT = "00"
               OPEN OUTPUT REGISTER-DATEI
               CLOSE REGISTER-DATEI
               OPEN I-O REGISTER-DATEI
           END-IF
           IF WS-REGISTER-DATEI-STATUS = "00"
               SET REGISTER-AKTIV TO TRUE
               OPEN INPUT RUECKMELDUNG-DATEI
               IF WS-RUECKMELDUNG-DATEI-STATUS = "00"
                   SET RUECKMELDUNG-AKTIV TO TRUE
               ELSE
                   DISPLAY "WARNUNG: Rueckmeldedatei ANAGPUB konnte "
                       "nicht geoeffnet werden (Status "
                       WS-RUECKMELDUNG-DATEI-STATUS ")"
               END-IF
           ELSE
               DISPLAY "WARNUNG: Veroeffentlichungsregister ANAGREG "
                   "konnte nicht geoeffnet werden (Status "
                   WS-REGISTER-DATEI-STATUS ") - nichts geladen"
           END-IF
           IF RUECKMELDUNG-AKTIV
               PERFORM NAECHSTE-RUECKMELDUNG
           ELSE
               SET RUECKMELDUNG-ENDE TO TRUE
               ADD 1 TO LFL-WARNUNGEN
               MOVE "FEHL" TO LFL-ABSCHLUSS-CODE
               MOVE 8 TO RETURN-CODE
               MOVE "ANAGRAMM-REGISTER-LADEN" TO ALM-MELDER
               MOVE "ANAGRAMM-REGISTER-LADEN" TO ALM-PROGRAMM
               MOVE LFL-LAUF-ID TO ALM-LAUF-ID
               SET ALM-KRITISCH TO TRUE
               MOVE "FEHL" TO ALM-CODE
               MOVE SPACES TO ALM-TEXT
               IF REGISTER-AKTIV
                   STRING "RUECKMELDUNG ANAGPUB NICHT LESBAR (STATUS "
                       WS-RUECKMELDUNG-DATEI-STATUS ") - NICHTS GELADEN"
                       DELIMITED BY SIZE INTO ALM-TEXT
                   END-STRING
               ELSE
                   STRING "REGISTER ANAGREG NICHT LESBAR (STATUS "
                       WS-REGISTER-DATEI-STATUS ") - NICHTS GELADEN"
                       DELIMITED BY SIZE INTO ALM-TEXT
                   END-STRING
               END-IF
               PERFORM ALARM-MELDEN
           END-IF
           EXIT.

       NAECHSTE-RUECKMELDUNG SECTION.
           READ RUECKMELDUNG-DATEI
               AT END SET RUECKMELDUNG-ENDE TO TRUE
           END-READ
           EXIT.

      * Prueft den gelesenen Satz, uebernimmt ihn ins Register und
      * protokolliert das Ergebnis je Satz.
       RUECKMELDUNG-VERARBEITEN SECTION.
           ADD 1 TO WS-ANZAHL-GELESEN
           PERFORM RUECKMELDUNG-PRUEFEN
           IF WS-ERGEBNIS = SPACES
               PERFORM REGISTER-SATZ-SCHREIBEN
           ELSE
               ADD 1 TO WS-ANZAHL-ABGELEHNT
               ADD 1 TO LFL-WARNUNGEN
           END-IF
           MOVE VRM-DATUM TO DZ-DATUM
           MOVE VRM-AUSGABE TO DZ-AUSGABE
           MOVE VRM-ART TO DZ-ART
           MOVE WS-SPRACHE TO DZ-SPRACHE
           MOVE VRM-WORT (1:50) TO DZ-WORT
           MOVE WS-ERGEBNIS TO DZ-ERGEBNIS
           MOVE DETAIL-ZEILE TO PROTOKOLL-ZEILE
           WRITE PROTOKOLL-ZEILE
           PERFORM NAECHSTE-RUECKMELDUNG
           EXIT.

      * Stellt die Sprache des Satzes ein (leer = Deutsch) und
      * prueft die Pflichtangaben; WS-ERGEBNIS bleibt leer, wenn der
      * Satz brauchbar ist. Das Datum wird nur grob geprueft (Monat
      * 01-12, Tag 01-31).
       RUECKMELDUNG-PRUEFEN SECTION.
           MOVE SPACES TO WS-ERGEBNIS
           MOVE VRM-SPRACHE TO WS-SPRACHE-NEU
           PERFORM SPRACHE-SETZEN
           MOVE VRM-ART TO REG-ART
           EVALUATE TRUE
               WHEN VRM-DATUM IS NOT NUMERIC
               WHEN VRM-DATUM (5:2) < "01" OR VRM-DATUM (5:2) > "12"
               WHEN VRM-DATUM (7:2) < "01" OR VRM-DATUM (7:2) > "31"
                   MOVE "ABGELEHNT: DATUM UNGUELTIG" TO WS-ERGEBNIS
               WHEN VRM-AUSGABE = SPACES
                   MOVE "ABGELEHNT: AUSGABE FEHLT" TO WS-ERGEBNIS
               WHEN NOT REG-ART-GUELTIG
                   MOVE "ABGELEHNT: ART UNGUELTIG" TO WS-ERGEBNIS
               WHEN VRM-WORT = SPACES
                   MOVE "ABGELEHNT: WORT FEHLT" TO WS-ERGEBNIS
               WHEN SPRACHE-UNGUELTIG
                   MOVE "ABGELEHNT: SPRACHE UNBEKANNT" TO WS-ERGEBNIS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.

      * Baut den Registersatz: Wort normalisiert wie im
      * Woerterbuch, Signatur wie im Signatur-Index, damit die
      * Exportprogramme mit denselben Schluesseln nachschlagen.
       REGISTER-SATZ-SCHREIBEN SECTION.
           MOVE VRM-WORT TO NORM-EINGABE
           PERFORM NORMALISIERE-WORT
           PERFORM BERECHNE-SIGNATUR
           MOVE WS-SPRACHE TO REG-SPRACHE
           MOVE NORM-AUSGABE TO REG-WORT
           MOVE VRM-DATUM TO REG-DATUM
           MOVE VRM-AUSGABE TO REG-AUSGABE
           MOVE WS-SPRACHE TO REG-SIG-SPRACHE
           MOVE SIGNATUR-ERGEBNIS TO REG-SIGNATUR
           MOVE VRM-ART TO REG-ART
           MOVE VRM-WORT TO REG-WORT-ORIGINAL
           MOVE FUNCTION CURRENT-DATE TO REG-ERFASST-AM
           MOVE "ANAGPUB" TO REG-ERFASST-VON
           WRITE REGISTER-SATZ
               INVALID KEY
                   MOVE "BEREITS ERFASST" TO WS-ERGEBNIS
                   ADD 1 TO WS-ANZAHL-DOPPELT
               NOT INVALID KEY
                   MOVE "ERFASST" TO WS-ERGEBNIS
                   ADD 1 TO WS-ANZAHL-ERFASST
           END-WRITE
           EXIT.

       LADEN-ABSCHLUSS SECTION.
           MOVE WS-ANZAHL-GELESEN TO FZ-GELESEN
           MOVE WS-ANZAHL-ERFASST TO FZ-ERFASST
           MOVE WS-ANZAHL-DOPPELT TO FZ-DOPPELT
           MOVE WS-ANZAHL-ABGELEHNT TO FZ-ABGELEHNT
           MOVE SPACES TO PROTOKOLL-ZEILE
           WRITE PROTOKOLL-ZEILE
           MOVE FUSS-ZEILE TO PROTOKOLL-ZEILE
           WRITE PROTOKOLL-ZEILE
           CLOSE PROTOKOLL-DATEI
           IF RUECKMELDUNG-AKTIV
               CLOSE RUECKMELDUNG-DATEI
           END-IF
           IF REGISTER-AKTIV
               CLOSE REGISTER-DATEI
           END-IF
           MOVE WS-ANZAHL-GELESEN TO LFL-SAETZE-EIN
           MOVE WS-ANZAHL-ERFASST TO LFL-SAETZE-AUS
           PERFORM LAUFLOG-ENDE
           PERFORM ALARM-SCHLIESSEN
           EXIT.

           COPY SIGNATUR-LOGIK.

           COPY LAUFLOG-LOGIK.

           COPY ALARM-LOGIK.
