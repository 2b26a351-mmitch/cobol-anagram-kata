      * Die Woerterbuch-Havarie vom Maerz und beide
      * Kurzlieferungs-Vorfaelle waeren damit am selben Tag als
      * Trendbruch sichtbar gewesen.
      * Die Markierungen des juengsten Laufs gehen ausserdem als
      * Warnung an die Betriebsueberwachung (ALARM-LOGIK.CPY, Codes
      * JA-RATE!, FEHL!, MENGE!, Programm ANAGRAMM, Lauf-ID des
      * Statistiksatzes) - aber nur, wenn dieser Lauf in die laufende
      * Nacht faellt; aeltere Ausreisser stehen nur im Bericht.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT BERICHT-DATEI ASSIGN TO "ANAGTRD"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY ALARMDATEI.

       DATA DIVISION.
       FILE SECTION.
       FD  STATISTIK-DATEI.
       FD  BERICHT-DATEI.
       01  BERICHT-ZEILE                PIC X(133).

       FD  ALARM-DATEI.
       01  ALARM-SATZ.
           COPY ALARMSATZ.

       FD  ALARMJOURNAL-DATEI.
       01  ALARMJOURNAL-SATZ.
           COPY ALARMSATZ REPLACING LEADING ==ALS== BY ==ALJ==.

       WORKING-STORAGE SECTION.
           COPY ALARM-DATEN.

       01 TREND-STEUERUNG.
           05 WS-STATISTIK-DATEI-STATUS PIC X(02).
           05 WS-STATISTIK-ENDE-SCH     PIC X(01) VALUE 'N'.
           05 WS-REIHE-VOLL-SCH         PIC X(01) VALUE 'N'.
               88 REIHE-VOLL-GEMELDET   VALUE 'J'.

      * Markierungen und Vergleichswerte des zuletzt gelesenen
      * (juengsten) Laufs fuer die Alarme.
       01 LETZTER-LAUF.
           05 LTZ-DATUM                 PIC X(08) VALUE SPACES.
           05 LTZ-LAUF-ID               PIC X(14).
           05 LTZ-FLAGS                 PIC X(22) VALUE SPACES.
           05 LTZ-ANTEIL-JA             PIC 9(03)V99.
           05 LTZ-SCHNITT-ANTEIL        PIC 9(03)V99.
           05 LTZ-FEHL                  PIC 9(09).
           05 LTZ-SCHNITT-FEHL          PIC 9(09).
           05 LTZ-GESAMT                PIC 9(09).
           05 LTZ-SCHNITT-GESAMT        PIC 9(09).
           05 LTZ-QUOTE-1               PIC ZZ9.99.
           05 LTZ-QUOTE-2               PIC ZZ9.99.

       01 WS-AKTUELLES-TAGESDATUM       PIC X(10).

       01 BERICHTS-ZEILEN.
           PERFORM STATISTIK-AUSWERTEN UNTIL STATISTIK-ENDE
           PERFORM REIHEN-DRUCKEN
           PERFORM TREND-ABSCHLUSS
           PERFORM TREND-ALARME
           DISPLAY "ANAGRAMM-TREND: " WS-ANZAHL-LAEUFE
               " Laeufe ausgewertet, " WS-ANZAHL-AUFFAELLIG
               " auffaellig"
           MOVE STA-ANZAHL-ABGELEHNT TO DZ-FEHL
           MOVE DETAIL-ZEILE TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE STA-DATUM TO LTZ-DATUM
           MOVE STA-LAUF-ID TO LTZ-LAUF-ID
           MOVE DZ-FLAGS TO LTZ-FLAGS
           MOVE STA-ANTEIL-JA TO LTZ-ANTEIL-JA
           MOVE STA-ANZAHL-ABGELEHNT TO LTZ-FEHL
           MOVE STA-SAETZE-GESAMT TO LTZ-GESAMT
           IF FEN-ANZAHL >= 3
               MOVE FEN-SCHNITT-ANTEIL TO LTZ-SCHNITT-ANTEIL
               MOVE FEN-SCHNITT-FEHL TO LTZ-SCHNITT-FEHL
               MOVE FEN-SCHNITT-GESAMT TO LTZ-SCHNITT-GESAMT
           END-IF
           PERFORM FENSTER-FORTSCHREIBEN
           PERFORM REIHEN-FORTSCHREIBEN
           PERFORM NAECHSTER-STATISTIK-SATZ
               CLOSE STATISTIK-DATEI
           END-IF
           EXIT.

      * Meldet die Markierungen des juengsten Laufs, sofern er in die
      * laufende Nacht faellt (Laufdatum nicht vor dem Datum der
      * Nacht) - sonst wuerde ein alter Ausreisser jede Nacht neu
      * gemeldet, solange keine neue Statistik hinzukommt.
       TREND-ALARME SECTION.
           MOVE FUNCTION CURRENT-DATE (1:14) TO ALM-ZEITSTEMPEL
           PERFORM ALARM-NACHT-BESTIMMEN
           MOVE SPACES TO ALM-ZEITSTEMPEL
           IF LTZ-FLAGS NOT = SPACES AND LTZ-DATUM NOT < ALM-NACHT
               MOVE "ANAGRAMM-TREND" TO ALM-MELDER
               MOVE "ANAGRAMM" TO ALM-PROGRAMM
               MOVE LTZ-LAUF-ID TO ALM-LAUF-ID
               SET ALM-WARNUNG TO TRUE
               IF LTZ-FLAGS (1:9) NOT = SPACES
                   MOVE "JA-RATE!" TO ALM-CODE
                   MOVE LTZ-ANTEIL-JA TO LTZ-QUOTE-1
                   MOVE LTZ-SCHNITT-ANTEIL TO LTZ-QUOTE-2
                   MOVE SPACES TO ALM-TEXT
                   STRING "JA-QUOTE " LTZ-QUOTE-1
                       " % GEGEN SCHNITT " LTZ-QUOTE-2 " %"
                       DELIMITED BY SIZE INTO ALM-TEXT
                   END-STRING
                   PERFORM ALARM-MELDEN
               END-IF
               IF LTZ-FLAGS (10:6) NOT = SPACES
                   MOVE "FEHL!" TO ALM-CODE
                   MOVE LTZ-FEHL TO ALM-ZAHL-1
                   MOVE LTZ-SCHNITT-FEHL TO ALM-ZAHL-2
                   MOVE SPACES TO ALM-TEXT
                   STRING "ABLEHNUNGEN " FUNCTION TRIM(ALM-ZAHL-1)
                       " GEGEN SCHNITT " FUNCTION TRIM(ALM-ZAHL-2)
                       DELIMITED BY SIZE INTO ALM-TEXT
                   END-STRING
                   PERFORM ALARM-MELDEN
               END-IF
               IF LTZ-FLAGS (16:7) NOT = SPACES
                   MOVE "MENGE!" TO ALM-CODE
                   MOVE LTZ-GESAMT TO ALM-ZAHL-1
                   MOVE LTZ-SCHNITT-GESAMT TO ALM-ZAHL-2
                   MOVE SPACES TO ALM-TEXT
                   STRING "MENGE " FUNCTION TRIM(ALM-ZAHL-1)
                       " GEGEN SCHNITT " FUNCTION TRIM(ALM-ZAHL-2)
                       DELIMITED BY SIZE INTO ALM-TEXT
                   END-STRING
                   PERFORM ALARM-MELDEN
               END-IF
               PERFORM ALARM-SCHLIESSEN
           END-IF
           EXIT.

           COPY ALARM-LOGIK.
