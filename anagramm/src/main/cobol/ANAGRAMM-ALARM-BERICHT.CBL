       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANAGRAMM-ALARM-BERICHT.

      * Taegliche Alarmuebersicht der Betriebsueberwachung, letzter
      * Schritt der Nachtkette. Zwei Teile:
      *   1. Protokollbefunde melden: die Laeufe der Nacht im
      *      Lauf-Protokoll ANAGLOG werden ausgewertet, und was kein
      *      Programm selbst melden kann, geht ueber die gemeinsame
      *      Alarmroutine (ALARM-LOGIK.CPY) an die Ueberwachung -
      *      ein Lauf ohne ENDE-Satz (Code OHNEENDE, kritisch) und
      *      jeder Abschluss-Code ausser OK, HALT und FREI (Code =
      *      Abschluss-Code; BEFU als Warnung, alles andere, etwa
      *      UNBA oder FEHL, kritisch). Ein Lauf, zu dem das Programm
      *      selbst schon einen Alarm gemeldet hat, wird nicht noch
      *      einmal gemeldet; HALT und FREI meldet der Ablauf-Waechter
      *      selbst. Dieser Teil laeuft nur fuer die laufende Nacht
      *      und setzt voraus, dass die Kette durch ist - ein noch
      *      laufendes Programm erschiene sonst als OHNEENDE.
      *   2. Bericht ANAGALB: alle Alarme der Nacht aus dem
      *      Alarm-Journal ANAGALJ, gleiche Alarme verdichtet (Anzahl,
      *      erstes und letztes Auftreten), je Alarm mit Status:
      *      FREIGABE (nach dem letzten Auftreten steht im Protokoll
      *      eine Bediener-Freigabe fuer das Programm), NEULAUF (das
      *      Programm ist danach mit OK gelaufen), INFO (reine
      *      Information) oder OFFEN. Die offenen Alarme werden am
      *      Ende noch einmal aufgelistet und als Warnungen ins
      *      Lauf-Protokoll geschrieben.
      * Eine Nacht reicht von 12 Uhr des Tages bis 12 Uhr des
      * Folgetags (ALARM-NACHT-BESTIMMEN).
      *
      * Kommandozeile: optional die Nacht JJJJMMTT; ohne Parameter
      * die laufende Nacht (morgens also die vergangene). Fuer eine
      * fruehere Nacht entfaellt Teil 1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LAUFLOGDATEI.

           COPY ALARMDATEI.

           SELECT BERICHT-DATEI ASSIGN TO "ANAGALB"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LAUFLOG-DATEI.
       01  LAUFLOG-SATZ.
           COPY LAUFSATZ.

       FD  ALARM-DATEI.
       01  ALARM-SATZ.
           COPY ALARMSATZ.

       FD  ALARMJOURNAL-DATEI.
       01  ALARMJOURNAL-SATZ.
           COPY ALARMSATZ REPLACING LEADING ==ALS== BY ==ALJ==.

       FD  BERICHT-DATEI.
       01  BERICHT-ZEILE                PIC X(133).

       WORKING-STORAGE SECTION.
           COPY LAUFLOG-DATEN.

           COPY ALARM-DATEN.

       01 BERICHT-STEUERUNG.
           05 WS-KOMMANDOZEILE          PIC X(40) VALUE SPACES.
           05 WS-NACHT-PARM             PIC X(10) VALUE SPACES.
           05 WS-NACHT                  PIC X(08).
           05 WS-NACHT-VON              PIC X(14).
           05 WS-NACHT-BIS              PIC X(14).
           05 WS-DATUM-ZAHL             PIC 9(08).
           05 WS-DATUM-INTEGER          PIC 9(08).
           05 WS-NACHT-LAUFEND-SCH      PIC X(01) VALUE 'N'.
               88 NACHT-LAUFEND         VALUE 'J'.
           05 WS-LESE-ENDE-SCH          PIC X(01).
               88 LESE-ENDE             VALUE 'J'.
           05 WS-ANZAHL-PROTOKOLL       PIC 9(9) VALUE 0.
           05 WS-ANZAHL-JOURNAL         PIC 9(9) VALUE 0.
           05 WS-ANZAHL-AUS-PROTOKOLL   PIC 9(9) VALUE 0.
           05 WS-ANZAHL-OFFEN           PIC 9(9) VALUE 0.
           05 WS-ANZAHL-ERLEDIGT        PIC 9(9) VALUE 0.
           05 WS-ANZAHL-INFO            PIC 9(9) VALUE 0.
           05 WS-TABELLE-VOLL-SCH       PIC X(01) VALUE 'N'.
               88 TABELLE-VOLL-GEMELDET VALUE 'J'.

      * Laeufe der Nacht (START-Satz in der Nacht) mit ihrem Ende.
       01 LAUF-TABELLE.
           05 LT-ANZAHL                 PIC 9(4) VALUE 0.
           05 LT-EINTRAG OCCURS 500 TIMES.
               10 LT-PROGRAMM           PIC X(24).
               10 LT-LAUF-ID            PIC X(14).
               10 LT-START-ZEIT         PIC X(14).
               10 LT-ENDE-SCH           PIC X(01).
                   88 LT-BEENDET        VALUE 'J'.
               10 LT-ENDE-ZEIT          PIC X(14).
               10 LT-CODE               PIC X(04).
               10 LT-WARNUNGEN          PIC 9(09).
           05 LT-INDEX                  PIC 9(4).
           05 LT-GEFUNDEN               PIC 9(4).

      * Je Programm die juengste Bediener-Freigabe (FREI-Satz) oder
      * der juengste OK-Abschluss aus dem Protokoll.
       01 LOESUNG-TABELLE.
           05 LSG-ANZAHL                PIC 9(4) VALUE 0.
           05 LSG-EINTRAG OCCURS 60 TIMES.
               10 LSG-PROGRAMM          PIC X(24).
               10 LSG-ZEIT              PIC X(14).
               10 LSG-ART               PIC X(01).
                   88 LSG-FREIGABE      VALUE 'F'.
                   88 LSG-NEULAUF       VALUE 'N'.
               10 LSG-DETAIL            PIC X(30).
           05 LSG-INDEX                 PIC 9(4).
           05 LSG-GEFUNDEN              PIC 9(4).

      * Laeufe, zu denen im Journal schon ein Alarm steht.
       01 GEMELDET-TABELLE.
           05 GML-ANZAHL                PIC 9(4) VALUE 0.
           05 GML-EINTRAG OCCURS 300 TIMES.
               10 GML-PROGRAMM          PIC X(24).
               10 GML-LAUF-ID           PIC X(14).
           05 GML-INDEX                 PIC 9(4).
           05 GML-GEFUNDEN              PIC 9(4).

      * Verdichtete Alarme der Nacht.
       01 ALARM-TABELLE.
           05 AT-ANZAHL                 PIC 9(4) VALUE 0.
           05 AT-EINTRAG OCCURS 300 TIMES.
               10 AT-SCHWERE            PIC X(04).
               10 AT-PROGRAMM           PIC X(24).
               10 AT-CODE               PIC X(08).
               10 AT-TEXT               PIC X(60).
               10 AT-MELDER             PIC X(24).
               10 AT-LAUF-ID            PIC X(14).
               10 AT-ANZAHL-AUFTRETEN   PIC 9(05).
               10 AT-ERSTE-ZEIT         PIC X(14).
               10 AT-LETZTE-ZEIT        PIC X(14).
               10 AT-STATUS             PIC X(40).
               10 AT-OFFEN-SCH          PIC X(01).
                   88 AT-OFFEN          VALUE 'J'.
           05 AT-INDEX                  PIC 9(4).
           05 AT-GEFUNDEN               PIC 9(4).

       01 WS-AKTUELLES-TAGESDATUM       PIC X(10).

       01 BERICHTS-ZEILEN.
           05 KOPF-ZEILE-1.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 FILLER                PIC X(44) VALUE
                       "ANAGRAMM-ALARM-BERICHT - Alarme der Nacht".
               10 FILLER                PIC X(10) VALUE "DATUM: ".
               10 KZ1-DATUM             PIC X(10).
               10 FILLER                PIC X(9)  VALUE "  NACHT: ".
               10 KZ1-NACHT             PIC X(08).
           05 KOPF-ZEILE-2.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 FILLER                PIC X(5)  VALUE "SCHW".
               10 FILLER                PIC X(25) VALUE "PROGRAMM".
               10 FILLER                PIC X(9)  VALUE "CODE".
               10 FILLER                PIC X(7)  VALUE "ANZAHL".
               10 FILLER                PIC X(15) VALUE "ERSTES".
               10 FILLER                PIC X(15) VALUE "LETZTES".
               10 FILLER                PIC X(40) VALUE "STATUS".
           05 DETAIL-ZEILE.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 DZ-SCHWERE            PIC X(04).
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 DZ-PROGRAMM           PIC X(24).
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 DZ-CODE               PIC X(08).
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 DZ-ANZAHL             PIC ZZZZ9.
               10 FILLER                PIC X(2)  VALUE SPACES.
               10 DZ-ERSTE-ZEIT         PIC X(14).
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 DZ-LETZTE-ZEIT        PIC X(14).
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 DZ-STATUS             PIC X(40).
           05 TEXT-ZEILE.
               10 FILLER                PIC X(6)  VALUE SPACES.
               10 TZ-TEXT               PIC X(60).
               10 FILLER                PIC X(7)  VALUE "  LAUF ".
               10 TZ-LAUF-ID            PIC X(14).
               10 FILLER                PIC X(9)  VALUE "  MELDER ".
               10 TZ-MELDER             PIC X(24).
           05 OFFEN-KOPF-ZEILE.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 FILLER                PIC X(40)
                       VALUE "OHNE FREIGABE ODER NEULAUF:".
           05 OFFEN-ZEILE.
               10 FILLER                PIC X(6)  VALUE SPACES.
               10 OZ-SCHWERE            PIC X(04).
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 OZ-PROGRAMM           PIC X(24).
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 OZ-CODE               PIC X(08).
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 OZ-LETZTE-ZEIT        PIC X(14).
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 OZ-TEXT               PIC X(60).
           05 FUSS-ZEILE-1.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 FILLER                PIC X(12) VALUE "AUFTRETEN: ".
               10 FZ-AUFTRETEN          PIC ZZZ,ZZ9.
               10 FILLER                PIC X(3)  VALUE SPACES.
               10 FILLER                PIC X(9)  VALUE "ALARME: ".
               10 FZ-ALARME             PIC ZZZ,ZZ9.
               10 FILLER                PIC X(3)  VALUE SPACES.
               10 FILLER                PIC X(8)  VALUE "OFFEN: ".
               10 FZ-OFFEN              PIC ZZZ,ZZ9.
               10 FILLER                PIC X(3)  VALUE SPACES.
               10 FILLER                PIC X(11) VALUE "ERLEDIGT: ".
               10 FZ-ERLEDIGT           PIC ZZZ,ZZ9.
               10 FILLER                PIC X(3)  VALUE SPACES.
               10 FILLER                PIC X(7)  VALUE "INFO: ".
               10 FZ-INFO               PIC ZZZ,ZZ9.
           05 FUSS-ZEILE-2.
               10 FILLER                PIC X(1)  VALUE SPACES.
               10 FILLER                PIC X(26)
                       VALUE "LAEUFE DER NACHT: ".
               10 FZ-LAEUFE             PIC ZZZ,ZZ9.
               10 FILLER                PIC X(3)  VALUE SPACES.
               10 FILLER                PIC X(26)
                       VALUE "AUS PROTOKOLL GEMELDET: ".
               10 FZ-AUS-PROTOKOLL      PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
           PERFORM BERICHT-INITIALISIERUNG
           PERFORM PROTOKOLL-EINLESEN
           MOVE "ANAGRAMM-ALARM-BERICHT" TO LFL-PROGRAMM
           PERFORM LAUFLOG-START
           IF NACHT-LAUFEND
               PERFORM GEMELDETE-LAEUFE-EINLESEN
               PERFORM PROTOKOLL-BEFUNDE-MELDEN
               PERFORM ALARM-SCHLIESSEN
           END-IF
           PERFORM JOURNAL-VERDICHTEN
           PERFORM STATUS-BESTIMMEN
           PERFORM BERICHT-ABSCHLUSS
           DISPLAY "ANAGRAMM-ALARM-BERICHT: Nacht " WS-NACHT ", "
               AT-ANZAHL " Alarm(e), davon " WS-ANZAHL-OFFEN " offen"
           GOBACK
           .

      * Bestimmt die Nacht und ihre Zeitgrenzen (von 12 Uhr des
      * Nachtdatums bis ausschliesslich 12 Uhr des Folgetags).
       BERICHT-INITIALISIERUNG SECTION.
           ACCEPT WS-KOMMANDOZEILE FROM COMMAND-LINE
           UNSTRING WS-KOMMANDOZEILE DELIMITED BY ALL SPACE
               INTO WS-NACHT-PARM
           END-UNSTRING
           MOVE "ANAGRAMM-ALARM-BERICHT" TO ALM-MELDER
           MOVE FUNCTION CURRENT-DATE (1:14) TO ALM-ZEITSTEMPEL
           PERFORM ALARM-NACHT-BESTIMMEN
           MOVE SPACES TO ALM-ZEITSTEMPEL
           IF WS-NACHT-PARM (1:8) IS NUMERIC
                   AND WS-NACHT-PARM (9:2) = SPACES
               MOVE WS-NACHT-PARM (1:8) TO WS-NACHT
           ELSE
               MOVE ALM-NACHT TO WS-NACHT
           END-IF
           IF WS-NACHT = ALM-NACHT
               SET NACHT-LAUFEND TO TRUE
           END-IF
           MOVE WS-NACHT TO WS-NACHT-VON (1:8)
           MOVE ALM-NACHT-GRENZE TO WS-NACHT-VON (9:2)
           MOVE "0000" TO WS-NACHT-VON (11:4)
           MOVE WS-NACHT TO WS-DATUM-ZAHL
           COMPUTE WS-DATUM-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATUM-ZAHL) + 1
           COMPUTE WS-DATUM-ZAHL =
               FUNCTION DATE-OF-INTEGER(WS-DATUM-INTEGER)
           MOVE WS-DATUM-ZAHL TO WS-NACHT-BIS (1:8)
           MOVE WS-NACHT-VON (9:6) TO WS-NACHT-BIS (9:6)
           EXIT.

      * Liest das Lauf-Protokoll einmal vollstaendig: die Laeufe der
      * Nacht fuer Teil 1 und je Programm die juengste Freigabe bzw.
      * den juengsten OK-Abschluss fuer den Status in Teil 2. Das
      * Protokoll wird vor dem eigenen START-Satz gelesen (wie beim
      * Ablauf-Waechter), der eigene Lauf erscheint also nicht.
       PROTOKOLL-EINLESEN SECTION.
           OPEN INPUT LAUFLOG-DATEI
           IF WS-LAUFLOG-DATEI-STATUS NOT = "00"
               DISPLAY "HINWEIS: Lauf-Protokoll ANAGLOG nicht lesbar "
                   "(Status " WS-LAUFLOG-DATEI-STATUS
                   ") - keine Protokollbefunde, kein Status"
           ELSE
               MOVE 'N' TO WS-LESE-ENDE-SCH
               PERFORM UNTIL LESE-ENDE
                   READ LAUFLOG-DATEI
                       AT END
                           SET LESE-ENDE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ANZAHL-PROTOKOLL
                           PERFORM PROTOKOLLSATZ-AUSWERTEN
                   END-READ
               END-PERFORM
               CLOSE LAUFLOG-DATEI
           END-IF
           EXIT.

       PROTOKOLLSATZ-AUSWERTEN SECTION.
           EVALUATE TRUE
               WHEN LFS-START
                   IF LFS-ZEITSTEMPEL (1:14) NOT < WS-NACHT-VON
                           AND LFS-ZEITSTEMPEL (1:14) < WS-NACHT-BIS
                       PERFORM LAUF-AUFNEHMEN
                   END-IF
               WHEN LFS-ENDE
                   PERFORM LAUF-BEENDEN
                   IF LFS-ABSCHLUSS-CODE = "OK"
                       PERFORM LOESUNG-MERKEN
                   END-IF
               WHEN LFS-FREIGABE
                   PERFORM LOESUNG-MERKEN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.

       LAUF-AUFNEHMEN SECTION.
           IF LT-ANZAHL < 500
               ADD 1 TO LT-ANZAHL
               MOVE LFS-PROGRAMM TO LT-PROGRAMM (LT-ANZAHL)
               MOVE LFS-LAUF-ID TO LT-LAUF-ID (LT-ANZAHL)
               MOVE LFS-ZEITSTEMPEL (1:14) TO LT-START-ZEIT (LT-ANZAHL)
               MOVE 'N' TO LT-ENDE-SCH (LT-ANZAHL)
               MOVE SPACES TO LT-ENDE-ZEIT (LT-ANZAHL)
               MOVE SPACES TO LT-CODE (LT-ANZAHL)
               MOVE 0 TO LT-WARNUNGEN (LT-ANZAHL)
           ELSE
               PERFORM TABELLE-VOLL-MELDEN
           END-IF
           EXIT.

      * Ordnet den ENDE-Satz dem offenen Lauf gleicher Lauf-ID und
      * gleichen Programms zu; ein ENDE ohne START in der Nacht wird
      * nicht gewertet.
       LAUF-BEENDEN SECTION.
           MOVE 0 TO LT-GEFUNDEN
           PERFORM VARYING LT-INDEX FROM 1 BY 1
                   UNTIL LT-INDEX > LT-ANZAHL
               IF LT-GEFUNDEN = 0
                       AND NOT LT-BEENDET (LT-INDEX)
                       AND LT-LAUF-ID (LT-INDEX) = LFS-LAUF-ID
                       AND LT-PROGRAMM (LT-INDEX) = LFS-PROGRAMM
                   MOVE LT-INDEX TO LT-GEFUNDEN
               END-IF
           END-PERFORM
           IF LT-GEFUNDEN > 0
               SET LT-BEENDET (LT-GEFUNDEN) TO TRUE
               MOVE LFS-ZEITSTEMPEL (1:14) TO LT-ENDE-ZEIT (LT-GEFUNDEN)
               MOVE LFS-ABSCHLUSS-CODE TO LT-CODE (LT-GEFUNDEN)
               MOVE LFS-WARNUNGEN TO LT-WARNUNGEN (LT-GEFUNDEN)
           END-IF
           EXIT.

      * Haelt je Programm die juengste Freigabe bzw. den juengsten
      * OK-Abschluss fest (das Protokoll ist chronologisch, der
      * spaetere Satz ersetzt den frueheren).
       LOESUNG-MERKEN SECTION.
           MOVE 0 TO LSG-GEFUNDEN
           PERFORM VARYING LSG-INDEX FROM 1 BY 1
                   UNTIL LSG-INDEX > LSG-ANZAHL
               IF LSG-GEFUNDEN = 0
                       AND LSG-PROGRAMM (LSG-INDEX) = LFS-PROGRAMM
                   MOVE LSG-INDEX TO LSG-GEFUNDEN
               END-IF
           END-PERFORM
           IF LSG-GEFUNDEN = 0 AND LSG-ANZAHL < 60
               ADD 1 TO LSG-ANZAHL
               MOVE LSG-ANZAHL TO LSG-GEFUNDEN
               MOVE LFS-PROGRAMM TO LSG-PROGRAMM (LSG-GEFUNDEN)
           END-IF
           IF LSG-GEFUNDEN = 0
               PERFORM TABELLE-VOLL-MELDEN
           ELSE
               MOVE LFS-ZEITSTEMPEL (1:14) TO LSG-ZEIT (LSG-GEFUNDEN)
               MOVE SPACES TO LSG-DETAIL (LSG-GEFUNDEN)
               IF LFS-FREIGABE
                   SET LSG-FREIGABE (LSG-GEFUNDEN) TO TRUE
                   MOVE LFS-BEMERKUNG TO LSG-DETAIL (LSG-GEFUNDEN)
               ELSE
                   SET LSG-NEULAUF (LSG-GEFUNDEN) TO TRUE
                   STRING "LAUF " LFS-LAUF-ID
                       DELIMITED BY SIZE INTO LSG-DETAIL (LSG-GEFUNDEN)
                   END-STRING
               END-IF
           END-IF
           EXIT.

      * Merkt sich aus dem Journal, zu welchen Laeufen der Nacht die
      * Programme schon selbst einen Alarm gemeldet haben.
       GEMELDETE-LAEUFE-EINLESEN SECTION.
           OPEN INPUT ALARMJOURNAL-DATEI
           IF ALM-JOURNAL-STATUS = "00"
               MOVE 'N' TO WS-LESE-ENDE-SCH
               PERFORM UNTIL LESE-ENDE
                   READ ALARMJOURNAL-DATEI
                       AT END
                           SET LESE-ENDE TO TRUE
                       NOT AT END
                           IF ALJ-NACHT = WS-NACHT
                                   AND GML-ANZAHL < 300
                               ADD 1 TO GML-ANZAHL
                               MOVE ALJ-PROGRAMM
                                   TO GML-PROGRAMM (GML-ANZAHL)
                               MOVE ALJ-LAUF-ID
                                   TO GML-LAUF-ID (GML-ANZAHL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALARMJOURNAL-DATEI
           END-IF
           EXIT.

      * Teil 1: meldet je Lauf der Nacht den fehlenden ENDE-Satz
      * bzw. einen Abschluss-Code ausser OK, HALT und FREI, mit dem
      * Zeitpunkt des Ereignisses - ausser zu Laeufen, die schon im
      * Journal stehen (vom Programm selbst oder von einem frueheren
      * Lauf dieses Berichts gemeldet; ein Wiederholungslauf meldet
      * also nichts doppelt).
       PROTOKOLL-BEFUNDE-MELDEN SECTION.
           PERFORM VARYING LT-INDEX FROM 1 BY 1
                   UNTIL LT-INDEX > LT-ANZAHL
               MOVE LT-PROGRAMM (LT-INDEX) TO ALM-PROGRAMM
               MOVE LT-LAUF-ID (LT-INDEX) TO ALM-LAUF-ID
               PERFORM SELBST-GEMELDET-PRUEFEN
               EVALUATE TRUE
                   WHEN GML-GEFUNDEN > 0
                       CONTINUE
                   WHEN NOT LT-BEENDET (LT-INDEX)
                       SET ALM-KRITISCH TO TRUE
                       MOVE "OHNEENDE" TO ALM-CODE
                       MOVE "LAUF OHNE ENDE-SATZ - ABSTURZ ODER ABBRUCH"
                           TO ALM-TEXT
                       MOVE LT-START-ZEIT (LT-INDEX) TO ALM-ZEITSTEMPEL
                       PERFORM ALARM-MELDEN
                       ADD 1 TO WS-ANZAHL-AUS-PROTOKOLL
                   WHEN LT-CODE (LT-INDEX) = "OK"
                           OR LT-CODE (LT-INDEX) = "HALT"
                           OR LT-CODE (LT-INDEX) = "FREI"
                       CONTINUE
                   WHEN OTHER
                       PERFORM ABSCHLUSS-ALARM-MELDEN
               END-EVALUATE
           END-PERFORM
           EXIT.

       SELBST-GEMELDET-PRUEFEN SECTION.
           MOVE 0 TO GML-GEFUNDEN
           PERFORM VARYING GML-INDEX FROM 1 BY 1
                   UNTIL GML-INDEX > GML-ANZAHL
               IF GML-GEFUNDEN = 0
                       AND GML-PROGRAMM (GML-INDEX)
                           = LT-PROGRAMM (LT-INDEX)
                       AND GML-LAUF-ID (GML-INDEX)
                           = LT-LAUF-ID (LT-INDEX)
                   MOVE GML-INDEX TO GML-GEFUNDEN
               END-IF
           END-PERFORM
           EXIT.

       ABSCHLUSS-ALARM-MELDEN SECTION.
           IF LT-CODE (LT-INDEX) = "BEFU"
               SET ALM-WARNUNG TO TRUE
           ELSE
               SET ALM-KRITISCH TO TRUE
           END-IF
           MOVE LT-CODE (LT-INDEX) TO ALM-CODE
           MOVE LT-WARNUNGEN (LT-INDEX) TO ALM-ZAHL-1
           MOVE SPACES TO ALM-TEXT
           STRING "LAUF ENDETE MIT ABSCHLUSS-CODE " LT-CODE (LT-INDEX)
               ", " FUNCTION TRIM(ALM-ZAHL-1) " WARNUNG(EN)"
               DELIMITED BY SIZE INTO ALM-TEXT
           END-STRING
           MOVE LT-ENDE-ZEIT (LT-INDEX) TO ALM-ZEITSTEMPEL
           PERFORM ALARM-MELDEN
           ADD 1 TO WS-ANZAHL-AUS-PROTOKOLL
           EXIT.

      * Teil 2: verdichtet die Journalsaetze der Nacht zu je einem
      * Eintrag je gleichem Alarm (Programm, Code, Text).
       JOURNAL-VERDICHTEN SECTION.
           OPEN INPUT ALARMJOURNAL-DATEI
           IF ALM-JOURNAL-STATUS NOT = "00"
               DISPLAY "HINWEIS: Alarm-Journal ANAGALJ nicht lesbar "
                   "(Status " ALM-JOURNAL-STATUS
                   ") - keine Alarme zu berichten"
           ELSE
               MOVE 'N' TO WS-LESE-ENDE-SCH
               PERFORM UNTIL LESE-ENDE
                   READ ALARMJOURNAL-DATEI
                       AT END
                           SET LESE-ENDE TO TRUE
                       NOT AT END
                           IF ALJ-NACHT = WS-NACHT
                               ADD 1 TO WS-ANZAHL-JOURNAL
                               PERFORM ALARM-VERDICHTEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALARMJOURNAL-DATEI
           END-IF
           EXIT.

       ALARM-VERDICHTEN SECTION.
           MOVE 0 TO AT-GEFUNDEN
           PERFORM VARYING AT-INDEX FROM 1 BY 1
                   UNTIL AT-INDEX > AT-ANZAHL
               IF AT-GEFUNDEN = 0
                       AND AT-PROGRAMM (AT-INDEX) = ALJ-PROGRAMM
                       AND AT-CODE (AT-INDEX) = ALJ-CODE
                       AND AT-TEXT (AT-INDEX) = ALJ-TEXT
                   MOVE AT-INDEX TO AT-GEFUNDEN
               END-IF
           END-PERFORM
           IF AT-GEFUNDEN = 0 AND AT-ANZAHL < 300
               ADD 1 TO AT-ANZAHL
               MOVE AT-ANZAHL TO AT-GEFUNDEN
               MOVE ALJ-SCHWERE TO AT-SCHWERE (AT-GEFUNDEN)
               MOVE ALJ-PROGRAMM TO AT-PROGRAMM (AT-GEFUNDEN)
               MOVE ALJ-CODE TO AT-CODE (AT-GEFUNDEN)
               MOVE ALJ-TEXT TO AT-TEXT (AT-GEFUNDEN)
               MOVE 0 TO AT-ANZAHL-AUFTRETEN (AT-GEFUNDEN)
               MOVE ALJ-ZEITSTEMPEL TO AT-ERSTE-ZEIT (AT-GEFUNDEN)
               MOVE ALJ-ZEITSTEMPEL TO AT-LETZTE-ZEIT (AT-GEFUNDEN)
           END-IF
           IF AT-GEFUNDEN = 0
               PERFORM TABELLE-VOLL-MELDEN
           ELSE
               ADD 1 TO AT-ANZAHL-AUFTRETEN (AT-GEFUNDEN)
               MOVE ALJ-MELDER TO AT-MELDER (AT-GEFUNDEN)
               MOVE ALJ-LAUF-ID TO AT-LAUF-ID (AT-GEFUNDEN)
               IF ALJ-ZEITSTEMPEL < AT-ERSTE-ZEIT (AT-GEFUNDEN)
                   MOVE ALJ-ZEITSTEMPEL TO AT-ERSTE-ZEIT (AT-GEFUNDEN)
               END-IF
               IF ALJ-ZEITSTEMPEL > AT-LETZTE-ZEIT (AT-GEFUNDEN)
                   MOVE ALJ-ZEITSTEMPEL TO AT-LETZTE-ZEIT (AT-GEFUNDEN)
               END-IF
           END-IF
           EXIT.

      * Status je Alarm: eine Freigabe oder ein OK-Lauf des
      * betroffenen Programms NACH dem letzten Auftreten erledigt den
      * Alarm; Informationen brauchen keine Erledigung.
       STATUS-BESTIMMEN SECTION.
           PERFORM VARYING AT-INDEX FROM 1 BY 1
                   UNTIL AT-INDEX > AT-ANZAHL
               MOVE 'N' TO AT-OFFEN-SCH (AT-INDEX)
               MOVE 0 TO LSG-GEFUNDEN
               PERFORM VARYING LSG-INDEX FROM 1 BY 1
                       UNTIL LSG-INDEX > LSG-ANZAHL
                   IF LSG-GEFUNDEN = 0
                           AND LSG-PROGRAMM (LSG-INDEX)
                               = AT-PROGRAMM (AT-INDEX)
                           AND LSG-ZEIT (LSG-INDEX)
                               > AT-LETZTE-ZEIT (AT-INDEX)
                       MOVE LSG-INDEX TO LSG-GEFUNDEN
                   END-IF
               END-PERFORM
               MOVE SPACES TO AT-STATUS (AT-INDEX)
               EVALUATE TRUE
                   WHEN AT-SCHWERE (AT-INDEX) = "INFO"
                       MOVE "INFO" TO AT-STATUS (AT-INDEX)
                       ADD 1 TO WS-ANZAHL-INFO
                   WHEN LSG-GEFUNDEN > 0
                       IF LSG-FREIGABE (LSG-GEFUNDEN)
                           STRING "FREIGABE: " LSG-DETAIL (LSG-GEFUNDEN)
                               DELIMITED BY SIZE
                               INTO AT-STATUS (AT-INDEX)
                           END-STRING
                       ELSE
                           STRING "NEULAUF OK: "
                               LSG-DETAIL (LSG-GEFUNDEN)
                               DELIMITED BY SIZE
                               INTO AT-STATUS (AT-INDEX)
                           END-STRING
                       END-IF
                       ADD 1 TO WS-ANZAHL-ERLEDIGT
                   WHEN OTHER
                       MOVE "OFFEN" TO AT-STATUS (AT-INDEX)
                       SET AT-OFFEN (AT-INDEX) TO TRUE
                       ADD 1 TO WS-ANZAHL-OFFEN
               END-EVALUATE
           END-PERFORM
           EXIT.

       BERICHT-ABSCHLUSS SECTION.
           OPEN OUTPUT BERICHT-DATEI
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-AKTUELLES-TAGESDATUM
           MOVE WS-AKTUELLES-TAGESDATUM TO KZ1-DATUM
           MOVE WS-NACHT TO KZ1-NACHT
           MOVE KOPF-ZEILE-1 TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE SPACES TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE KOPF-ZEILE-2 TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           PERFORM VARYING AT-INDEX FROM 1 BY 1
                   UNTIL AT-INDEX > AT-ANZAHL
               MOVE AT-SCHWERE (AT-INDEX) TO DZ-SCHWERE
               MOVE AT-PROGRAMM (AT-INDEX) TO DZ-PROGRAMM
               MOVE AT-CODE (AT-INDEX) TO DZ-CODE
               MOVE AT-ANZAHL-AUFTRETEN (AT-INDEX) TO DZ-ANZAHL
               MOVE AT-ERSTE-ZEIT (AT-INDEX) TO DZ-ERSTE-ZEIT
               MOVE AT-LETZTE-ZEIT (AT-INDEX) TO DZ-LETZTE-ZEIT
               MOVE AT-STATUS (AT-INDEX) TO DZ-STATUS
               MOVE DETAIL-ZEILE TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
               MOVE AT-TEXT (AT-INDEX) TO TZ-TEXT
               MOVE AT-LAUF-ID (AT-INDEX) TO TZ-LAUF-ID
               MOVE AT-MELDER (AT-INDEX) TO TZ-MELDER
               MOVE TEXT-ZEILE TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
           END-PERFORM
           MOVE SPACES TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE OFFEN-KOPF-ZEILE TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           PERFORM VARYING AT-INDEX FROM 1 BY 1
                   UNTIL AT-INDEX > AT-ANZAHL
               IF AT-OFFEN (AT-INDEX)
                   MOVE AT-SCHWERE (AT-INDEX) TO OZ-SCHWERE
                   MOVE AT-PROGRAMM (AT-INDEX) TO OZ-PROGRAMM
                   MOVE AT-CODE (AT-INDEX) TO OZ-CODE
                   MOVE AT-LETZTE-ZEIT (AT-INDEX) TO OZ-LETZTE-ZEIT
                   MOVE AT-TEXT (AT-INDEX) TO OZ-TEXT
                   MOVE OFFEN-ZEILE TO BERICHT-ZEILE
                   WRITE BERICHT-ZEILE
               END-IF
           END-PERFORM
           MOVE SPACES TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE WS-ANZAHL-JOURNAL TO FZ-AUFTRETEN
           MOVE AT-ANZAHL TO FZ-ALARME
           MOVE WS-ANZAHL-OFFEN TO FZ-OFFEN
           MOVE WS-ANZAHL-ERLEDIGT TO FZ-ERLEDIGT
           MOVE WS-ANZAHL-INFO TO FZ-INFO
           MOVE FUSS-ZEILE-1 TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE LT-ANZAHL TO FZ-LAEUFE
           MOVE WS-ANZAHL-AUS-PROTOKOLL TO FZ-AUS-PROTOKOLL
           MOVE FUSS-ZEILE-2 TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           CLOSE BERICHT-DATEI
           MOVE WS-ANZAHL-JOURNAL TO LFL-SAETZE-EIN
           MOVE AT-ANZAHL TO LFL-SAETZE-AUS
           ADD WS-ANZAHL-OFFEN TO LFL-WARNUNGEN
           PERFORM LAUFLOG-ENDE
           EXIT.

      * Einmalige Warnung bei voller Arbeitstabelle; der Bericht ist
      * dann unvollstaendig.
       TABELLE-VOLL-MELDEN SECTION.
           IF NOT TABELLE-VOLL-GEMELDET
               SET TABELLE-VOLL-GEMELDET TO TRUE
               DISPLAY "WARNUNG: Arbeitstabelle voll - Bericht fuer "
                   "die Nacht " WS-NACHT " ist unvollstaendig"
               ADD 1 TO LFL-WARNUNGEN
           END-IF
           EXIT.

           COPY LAUFLOG-LOGIK.

           COPY ALARM-LOGIK.
