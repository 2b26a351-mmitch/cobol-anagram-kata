      *     Ergebnisdatei je Pool, und die 2-Buchstaben-Treffer und
      *     nicht freigegebenen Woerter mussten von Hand
      *     herausgeloescht werden.
      *
      * Gesucht wird nicht mehr im Index selbst, sondern in der
      * Buchstabenprofil-Datei ANAGPRF (COPY PROFILSATZ), die
      * ANAGRAMM-INDEX-AUFBAU/-PFLEGE zusammen mit dem Index fuehren:
      * Laenge und Buchstabenanzahlen jedes Indexworts liegen dort
      * fertig vor. Alle Auftraege einer Lieferung werden vorab in
      * die Pool-Tabelle geladen und in einem einzigen Durchlauf
      * ueber die Profil-Datei geprueft - bisher wurde der Index je
      * Auftrag komplett gelesen und jedes Wort je Auftrag neu
      * normalisiert und gezaehlt. Das Ergebnis ist dasselbe wie
      * beim Durchlauf je Auftrag. Passen mehr Auftraege als
      * POOL-MAX-ANZAHL in die Tabelle, laeuft je volle Tabelle ein
      * weiterer Durchlauf. Laufzeit und Zahl der geprueften Woerter
      * werden am Ende angezeigt und im Lauf-Protokoll festgehalten.
      *
      * Jeder Auftrag wird in seiner Sprache gesucht (PAS-SPRACHE,
      * leer = Deutsch; im Einzelaufruf ein fuehrendes Token
      * SPRACHE=xx vor dem Vorrat): Faltung, Profil-Datei und
      * Woerterbuch kommen aus dieser Sprache. Aufeinanderfolgende
      * Auftraege derselben Sprache teilen sich einen Durchlauf;
      * ein Sprachwechsel in der Lieferung beginnt einen neuen.
      * Auftraege mit unbekanntem Sprachcode werden gemeldet und
      * uebersprungen.
      *
      * Jeder Treffer wird gegen das Veroeffentlichungsregister
      * ANAGREG geprueft (COPY REGISTER-LOGIK): ist das Wort
      * innerhalb der letzten Wochen erschienen, traegt es
      * PTS-REGISTER-KZ = J mit Datum und Ausgabe. Vor dem Vorrat
      * (bzw. allein im Stapelmodus) stehen dafuer die
      * Schluesselwoerter WOCHEN=n (Vorgabe 12, 0 = keine Pruefung)
      * und SPERREN (solche Treffer ganz weglassen); sie werden wie
      * SPRACHE=xx nur vor dem Vorrat erkannt. Ein ungueltiger Wert
      * bricht den Lauf ab. SPRACHE=xx gilt nur im Einzelaufruf -
      * im Stapelmodus traegt jeder Auftrag seine eigene Sprache.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUFTRAG-DATEI-STATUS.

           COPY PROFILDATEI.

           COPY WOERTERBUCHDATEI.

           COPY REGISTERDATEI.

           SELECT SORTIER-DATEI ASSIGN TO "SORTWK1".

           SELECT TREFFER-DATEI ASSIGN TO "ANAGPOL"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY LAUFLOGDATEI.

           COPY ALARMDATEI.

       DATA DIVISION.
       FILE SECTION.
       FD  AUFTRAG-DATEI.
       01  AUFTRAG-SATZ.
           COPY POOLAUFTRAGSATZ.

       FD  PROFIL-DATEI.
       01  PROFIL-SATZ.
           COPY PROFILSATZ.

       FD  WOERTERBUCH-DATEI.
       01  WOERTERBUCH-SATZ.
           COPY WOERTERBUCHSATZ.

       FD  REGISTER-DATEI.
       01  REGISTER-SATZ.
           COPY REGISTERSATZ.

       SD  SORTIER-DATEI.
       01  SORTIER-SATZ.
           05 SORT-POOL-ID              PIC X(08).
           05 SORT-LAENGE               PIC 9(02).
           05 SORT-WORT                 PIC X(80).
           05 SORT-SPRACHE              PIC X(02).

       FD  TREFFER-DATEI.
       01  TREFFER-SATZ.
           COPY POOLTREFFERSATZ.

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

           COPY REGISTER-DATEN.

       01 POOL-STEUERUNG.
           05 WS-PROFIL-DATEI-STATUS    PIC X(02).
           05 WS-AUFTRAG-DATEI-STATUS   PIC X(02).
           05 WS-VORRAT-EINGABE         PIC X(80).
           05 WS-KOMMANDOZEILE          PIC X(100) VALUE SPACES.
           05 WS-KOMMANDO-ZEIGER        PIC 9(03).
      * Schluesselwort-Token vor dem Vorrat und Beginn des Vorrats.
           05 WS-KOMMANDO-TOKEN         PIC X(40).
           05 WS-VORRAT-ZEIGER          PIC 9(03).
           05 WS-PARAMETER-ENDE-SCH     PIC X(01) VALUE 'N'.
               88 PARAMETER-ENDE        VALUE 'J'.
      * Sprache des gerade gelesenen Auftrags (leer = DE, gross-
      * geschrieben) zum Erkennen eines Sprachwechsels.
           05 WS-AUFTRAG-SPRACHE        PIC X(02).
           05 WS-VORRAT-LAENGE          PIC 9(02) VALUE 0.
           05 WS-POOL-ID                PIC X(08) VALUE SPACES.
           05 WS-MIN-LAENGE             PIC 9(02) VALUE 0.
           05 WS-NUR-WB-SCH             PIC X(01) VALUE 'N'.
               88 SUCHE-ABGEBROCHEN     VALUE 'J'.
           05 WS-AUFTRAG-ENDE-SCH       PIC X(01) VALUE 'N'.
               88 AUFTRAG-ENDE          VALUE 'J'.
           05 WS-PROFIL-ENDE-SCH        PIC X(01) VALUE 'N'.
               88 PROFIL-ENDE           VALUE 'J'.
           05 WS-SORTIER-ENDE-SCH       PIC X(01) VALUE 'N'.
               88 SORTIER-ENDE          VALUE 'J'.
           05 WS-PASST-SCH              PIC X(01).
               88 KANDIDAT-PASST        VALUE 'J'.
           05 WS-WB-WARNUNG-SCH         PIC X(01) VALUE 'N'.
               88 WB-WARNUNG-GEMELDET   VALUE 'J'.
           05 WS-WB-ERGEBNIS-SCH        PIC X(01).
               88 WB-UNGEPRUEFT         VALUE ' '.
               88 WB-FREIGEGEBEN        VALUE 'J'.
           05 WS-POOL-NR                PIC 9(4).
           05 WS-BUCHSTABE              PIC 9(4).
           05 WS-ANZAHL-POOLS           PIC 9(9) VALUE 0.
           05 WS-ANZAHL-GEPRUEFT        PIC 9(9) VALUE 0.
           05 WS-ANZAHL-DURCHLAEUFE     PIC 9(9) VALUE 0.
           05 WS-ANZAHL-TREFFER         PIC 9(9) VALUE 0.

      * Pool-Tabelle: die Suchauftraege eines Durchlaufs mit ihrem
      * bereits gezaehlten Buchstabenvorrat (PTB-ANZAHL (1) bis (26)
      * fuer A bis Z, wie PRF-BUCHSTABEN-ANZAHL im Profilsatz).
       01 POOL-TABELLE.
           05 POOL-MAX-ANZAHL           PIC 9(4) VALUE 500.
           05 POOL-GELADEN              PIC 9(4) VALUE 0.
           05 POOL-EINTRAG OCCURS 500.
               10 PTB-POOL-ID           PIC X(08).
               10 PTB-MIN-LAENGE        PIC 9(02).
               10 PTB-NUR-WB-SCH        PIC X(01).
                   88 PTB-NUR-WB-WOERTER VALUE 'J'.
               10 PTB-LAENGE            PIC 9(02).
               10 PTB-ANZAHL            PIC 9(02) OCCURS 26.

      * Zeitrechnung fuer die Laufzeit-Anzeige: Start- und Endzeit
      * in Hundertstelsekunden, Tagesanteil ueber FUNCTION
      * INTEGER-OF-DATE wie in ANAGRAMM-LAUF-BERICHT, damit auch ein
      * Lauf ueber Mitternacht richtig gerechnet wird.
       01 ZEIT-ARBEIT.
           05 WS-ZEITSTEMPEL            PIC X(21).
           05 WS-ZEIT-DATUM             PIC 9(08).
           05 WS-ZEIT-STUNDE            PIC 9(02).
           05 WS-ZEIT-MINUTE            PIC 9(02).
           05 WS-ZEIT-SEKUNDE           PIC 9(02).
           05 WS-ZEIT-HUNDERTSTEL       PIC 9(02).
           05 WS-ZEIT-WERT              PIC 9(15).
           05 WS-START-WERT             PIC 9(15).
           05 WS-LAUFZEIT               PIC 9(9)V99.
           05 WS-LAUFZEIT-ANZEIGE       PIC Z(8)9.99.

       PROCEDURE DIVISION.
           MOVE "ANAGRAMM-POOL-SUCHE" TO LFL-PROGRAMM
           PERFORM LAUFLOG-START
           MOVE FUNCTION CURRENT-DATE TO WS-ZEITSTEMPEL
           PERFORM ZEITSTEMPEL-WERTEN
           MOVE WS-ZEIT-WERT TO WS-START-WERT
           PERFORM SUCHE-INITIALISIERUNG
           IF NOT SUCHE-ABGEBROCHEN
               SORT SORTIER-DATEI
           IF SUCHE-ABGEBROCHEN
               DISPLAY "ANAGRAMM-POOL-SUCHE: Lauf abgebrochen - "
                   "Treffer-Datei ANAGPOL unveraendert"
               ADD 1 TO LFL-WARNUNGEN
               MOVE "FEHL" TO LFL-ABSCHLUSS-CODE
               MOVE 8 TO RETURN-CODE
               MOVE "ANAGRAMM-POOL-SUCHE" TO ALM-MELDER
               MOVE "ANAGRAMM-POOL-SUCHE" TO ALM-PROGRAMM
               MOVE LFL-LAUF-ID TO ALM-LAUF-ID
               SET ALM-KRITISCH TO TRUE
               MOVE "FEHL" TO ALM-CODE
               MOVE "ABGEBROCHEN - PARAMETER ODER DATEI, SIEHE JOBLOG"
                   TO ALM-TEXT
               PERFORM ALARM-MELDEN
           ELSE
               DISPLAY "ANAGRAMM-POOL-SUCHE: " WS-ANZAHL-POOLS
                   " Pool(s) durchsucht, " WS-ANZAHL-TREFFER
                   " Treffer"
               IF REG-ANZAHL-MARKIERT > 0 OR REG-ANZAHL-GESPERRT > 0
                   DISPLAY "ANAGRAMM-POOL-SUCHE: " REG-ANZAHL-MARKIERT
                       " Treffer als veroeffentlicht markiert, "
                       REG-ANZAHL-GESPERRT " aus dem Export gesperrt"
               END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-ZEITSTEMPEL
           PERFORM ZEITSTEMPEL-WERTEN
           COMPUTE WS-LAUFZEIT = (WS-ZEIT-WERT - WS-START-WERT) / 100
           MOVE WS-LAUFZEIT TO WS-LAUFZEIT-ANZEIGE
           DISPLAY "ANAGRAMM-POOL-SUCHE: " WS-ANZAHL-GEPRUEFT
               " Woerter in " WS-ANZAHL-DURCHLAEUFE
               " Durchlauf/Durchlaeufen geprueft, Laufzeit "
               FUNCTION TRIM(WS-LAUFZEIT-ANZEIGE) " Sekunden"
           MOVE WS-ANZAHL-GEPRUEFT TO LFL-SAETZE-EIN
           COMPUTE LFL-SAETZE-AUS =
               WS-ANZAHL-TREFFER - REG-ANZAHL-GESPERRT
           PERFORM LAUFLOG-ENDE
           PERFORM ALARM-SCHLIESSEN
           GOBACK
           .

      * Entscheidet die Aufrufform: ein Vorrat auf der
      * Kommandozeile ist wie bisher ein einzelner Buchstabenvorrat
      * (Pool-Kennung EINZEL, keine Mindestlaenge, kein
      * Woerterbuch-Filter); ohne Vorrat startet der Stapelmodus
      * ueber die Auftragsdatei ANAGPLI. Vorangestellte
      * Schluesselwoerter (SPRACHE=xx, WOCHEN=n, SPERREN) werden
      * vorher abgetrennt. Das Woerterbuch wird nur im
      * Stapelmodus gebraucht (Schalter je Auftrag) und nach dem
      * Muster von WOERTERBUCH-INITIALISIERUNG geoeffnet; laesst es
      * sich nicht oeffnen, laeuft die Suche ohne den Filter weiter
      * und meldet das einmalig je Sprache (POOL-WB-PRUEFEN). Ein
      * unbekannter Sprachcode oder ein ungueltiges
      * Registerschluesselwort bricht den Lauf ab.
       SUCHE-INITIALISIERUNG SECTION.
           ACCEPT WS-KOMMANDOZEILE FROM COMMAND-LINE
           MOVE 1 TO WS-KOMMANDO-ZEIGER
           PERFORM UNTIL PARAMETER-ENDE OR SUCHE-ABGEBROCHEN
               MOVE WS-KOMMANDO-ZEIGER TO WS-VORRAT-ZEIGER
               MOVE SPACES TO WS-KOMMANDO-TOKEN
               IF WS-KOMMANDO-ZEIGER NOT > 100
                   UNSTRING WS-KOMMANDOZEILE DELIMITED BY ALL SPACE
                       INTO WS-KOMMANDO-TOKEN
                       WITH POINTER WS-KOMMANDO-ZEIGER
                   END-UNSTRING
               END-IF
               EVALUATE TRUE
                   WHEN WS-KOMMANDO-TOKEN (1:8) = "SPRACHE="
                       MOVE WS-KOMMANDO-TOKEN TO WS-SPRACHE-PARM
                       PERFORM SPRACHE-PARAMETER-WERTEN
                       IF SPRACHE-UNGUELTIG
                           DISPLAY "WARNUNG: Unbekannter Parameter "
                               FUNCTION TRIM(WS-SPRACHE-PARM)
                               " - keine Suche"
                           SET SUCHE-ABGEBROCHEN TO TRUE
                       END-IF
                   WHEN WS-KOMMANDO-TOKEN (1:7) = "WOCHEN="
                   WHEN WS-KOMMANDO-TOKEN = "SPERREN"
                       MOVE WS-KOMMANDO-TOKEN TO WS-REGISTER-PARM
                       PERFORM REGISTER-PARAMETER-WERTEN
                       IF REGISTER-PARM-UNGUELTIG
                           DISPLAY "WARNUNG: Ungueltiger Parameter "
                               FUNCTION TRIM(WS-REGISTER-PARM)
                               " - keine Suche"
                           SET SUCHE-ABGEBROCHEN TO TRUE
                       END-IF
                   WHEN OTHER
                       SET PARAMETER-ENDE TO TRUE
               END-EVALUATE
           END-PERFORM
           IF WS-VORRAT-ZEIGER NOT > 100
               MOVE WS-KOMMANDOZEILE (WS-VORRAT-ZEIGER:)
                   TO WS-VORRAT-EINGABE
           ELSE
               MOVE SPACES TO WS-VORRAT-EINGABE
           END-IF
           IF WS-VORRAT-EINGABE = SPACES AND NOT SUCHE-ABGEBROCHEN
               SET BATCH-MODUS TO TRUE
               IF WS-SPRACHE-PARM NOT = SPACES
                   DISPLAY "HINWEIS: " FUNCTION TRIM(WS-SPRACHE-PARM)
                       " gilt nur im Einzelaufruf - im Stapelmodus "
                       "traegt jeder Auftrag seine Sprache"
               END-IF
               OPEN INPUT AUFTRAG-DATEI
               IF WS-AUFTRAG-DATEI-STATUS NOT = "00"
                   DISPLAY "WARNUNG: Pool-Auftragsdatei ANAGPLI "
           END-IF
           EXIT.

      * Laedt die Suchauftraege in die Pool-Tabelle und startet je
      * gefuellte Tabelle einen Durchlauf ueber die Profil-Datei: im
      * Einzelaufruf genau einen Auftrag fuer die Kommandozeile, im
      * Stapelmodus alle Auftragssaetze mit ihrer Pool-Kennung,
      * Mindestlaenge und ihrem Woerterbuch-Schalter (in der Regel
      * alle in einem Durchlauf). Eine nicht numerische
      * Mindestlaenge zaehlt wie 0 (keine Einschraenkung), damit
      * eine altbefuellte Lieferung ohne die neuen Felder
      * weiterlaeuft.
       POOLS-VERARBEITEN SECTION.
           IF BATCH-MODUS
               PERFORM NAECHSTER-AUFTRAG
               PERFORM UNTIL AUFTRAG-ENDE OR SUCHE-ABGEBROCHEN
                   MOVE 0 TO POOL-GELADEN
                   PERFORM POOL-SPRACHE-WECHSELN
                   PERFORM UNTIL AUFTRAG-ENDE
                           OR POOL-GELADEN = POOL-MAX-ANZAHL
                           OR WS-AUFTRAG-SPRACHE NOT = WS-SPRACHE-NEU
                       MOVE PAS-POOL-ID TO WS-POOL-ID
                       MOVE PAS-POOL TO WS-VORRAT-EINGABE
                       IF PAS-MIN-LAENGE IS NUMERIC
                           MOVE PAS-MIN-LAENGE TO WS-MIN-LAENGE
                       ELSE
                           MOVE 0 TO WS-MIN-LAENGE
                       END-IF
                       IF PAS-NUR-WB-WOERTER
                           MOVE 'J' TO WS-NUR-WB-SCH
                       ELSE
                           MOVE 'N' TO WS-NUR-WB-SCH
                       END-IF
                       IF SPRACHE-GUELTIG
                           PERFORM POOL-AUFNEHMEN
                       ELSE
                           DISPLAY "WARNUNG: Unbekannter Sprachcode "
                               PAS-SPRACHE " im Auftrag " WS-POOL-ID
                               " - Auftrag uebersprungen"
                           ADD 1 TO LFL-WARNUNGEN
                       END-IF
                       PERFORM NAECHSTER-AUFTRAG
                   END-PERFORM
                   IF POOL-GELADEN > 0
                       PERFORM PROFILE-DURCHSUCHEN
                   END-IF
               END-PERFORM
               CLOSE AUFTRAG-DATEI
           ELSE
               MOVE 0 TO POOL-GELADEN
               MOVE "EINZEL" TO WS-POOL-ID
               MOVE 0 TO WS-MIN-LAENGE
               MOVE 'N' TO WS-NUR-WB-SCH
               PERFORM POOL-AUFNEHMEN
               IF POOL-GELADEN > 0
                   PERFORM PROFILE-DURCHSUCHEN
               END-IF
           END-IF
           EXIT.

           READ AUFTRAG-DATEI
               AT END SET AUFTRAG-ENDE TO TRUE
           END-READ
           IF NOT AUFTRAG-ENDE
               MOVE FUNCTION UPPER-CASE(PAS-SPRACHE)
                   TO WS-AUFTRAG-SPRACHE
               IF WS-AUFTRAG-SPRACHE = SPACES
                   MOVE "DE" TO WS-AUFTRAG-SPRACHE
               END-IF
           END-IF
           EXIT.

      * Stellt die Sprache des naechsten Auftrags fuer den folgenden
      * Durchlauf ein. Bei einem Wechsel wird das Woerterbuch der
      * neuen Sprache geoeffnet (die Profil-Datei oeffnet ohnehin
      * jeder Durchlauf); fehlt es, meldet POOL-WB-PRUEFEN das fuer
      * diese Sprache erneut. Bei einem unbekannten Code bleibt die
      * bisherige Einstellung, die Auftraege dieses Codes werden
      * uebersprungen.
       POOL-SPRACHE-WECHSELN SECTION.
           MOVE WS-AUFTRAG-SPRACHE TO WS-SPRACHE-NEU
           IF WS-SPRACHE-NEU = WS-SPRACHE
               SET SPRACHE-GUELTIG TO TRUE
           ELSE
               PERFORM SPRACHE-SETZEN
               IF SPRACHE-GUELTIG
                   IF WOERTERBUCH-AKTIV
                       CLOSE WOERTERBUCH-DATEI
                       MOVE 'N' TO WS-WOERTERBUCH-AKTIV-SCH
                   END-IF
                   MOVE 'N' TO WS-WB-WARNUNG-SCH
                   OPEN INPUT WOERTERBUCH-DATEI
                   IF WS-WOERTERBUCH-DATEI-STATUS = "00"
                       SET WOERTERBUCH-AKTIV TO TRUE
                   END-IF
               END-IF
           END-IF
      * WS-SPRACHE-NEU haelt den Code der Gruppe fest, auch wenn er
      * unbekannt ist, damit die Gruppe geschlossen uebersprungen
      * wird.
           MOVE WS-AUFTRAG-SPRACHE TO WS-SPRACHE-NEU
           EXIT.

      * Zaehlt den Buchstabenvorrat des aktuellen Auftrags und traegt
      * ihn in die Pool-Tabelle ein. Ein Auftrag ohne einen einzigen
      * Buchstaben ist ein Lieferfehler und wird gemeldet und
      * uebersprungen.
       POOL-AUFNEHMEN SECTION.
           PERFORM VORRAT-ZAEHLEN
           IF WS-VORRAT-LAENGE = 0
               DISPLAY "WARNUNG: Kein Buchstabenvorrat im Auftrag "
                   WS-POOL-ID " - Auftrag uebersprungen"
           ELSE
               ADD 1 TO POOL-GELADEN
               ADD 1 TO WS-ANZAHL-POOLS
               MOVE WS-POOL-ID TO PTB-POOL-ID (POOL-GELADEN)
               MOVE WS-MIN-LAENGE TO PTB-MIN-LAENGE (POOL-GELADEN)
               MOVE WS-NUR-WB-SCH TO PTB-NUR-WB-SCH (POOL-GELADEN)
               MOVE WS-VORRAT-LAENGE TO PTB-LAENGE (POOL-GELADEN)
               PERFORM VARYING WS-BUCHSTABE FROM 1 BY 1
                       UNTIL WS-BUCHSTABE > 26
                   COMPUTE VGL-INDEX = WS-BUCHSTABE + 65
                   MOVE VGL-ZAEHLER-1 (VGL-INDEX)
                       TO PTB-ANZAHL (POOL-GELADEN, WS-BUCHSTABE)
               END-PERFORM
           END-IF
           EXIT.

           END-PERFORM
           EXIT.

      * Ein Durchlauf ueber die Profil-Datei fuer alle Auftraege der
      * Pool-Tabelle. Laesst sich die Profil-Datei nicht oeffnen,
      * ist das ein Lauffehler fuer alle Auftraege.
       PROFILE-DURCHSUCHEN SECTION.
           OPEN INPUT PROFIL-DATEI
           IF WS-PROFIL-DATEI-STATUS NOT = "00"
               DISPLAY "WARNUNG: Profil-Datei "
                   FUNCTION TRIM(WS-PROFIL-NAME) " konnte "
                   "nicht geoeffnet werden (Status "
                   WS-PROFIL-DATEI-STATUS ") - bitte zuerst "
                   "ANAGRAMM-INDEX-AUFBAU laufen lassen"
               SET SUCHE-ABGEBROCHEN TO TRUE
           ELSE
               ADD 1 TO WS-ANZAHL-DURCHLAEUFE
               MOVE 'N' TO WS-PROFIL-ENDE-SCH
               PERFORM NAECHSTER-PROFIL-SATZ
               PERFORM UNTIL PROFIL-ENDE
                   ADD 1 TO WS-ANZAHL-GEPRUEFT
                   PERFORM PROFIL-PRUEFEN
                   PERFORM NAECHSTER-PROFIL-SATZ
               END-PERFORM
               CLOSE PROFIL-DATEI
           END-IF
           EXIT.

       NAECHSTER-PROFIL-SATZ SECTION.
           READ PROFIL-DATEI NEXT RECORD
               AT END SET PROFIL-ENDE TO TRUE
           END-READ
           EXIT.

      * Prueft ein Wort gegen alle Pools der Tabelle und uebergibt
      * es je passendem Pool mit Pool-Kennung und Laenge an das
      * SORT. Ein Wort, das laenger ist als der Vorrat oder kuerzer
      * als die Mindestlaenge, wird ohne Buchstabenvergleich
      * verworfen. Das Woerterbuch wird je Wort hoechstens einmal
      * gefragt, auch wenn es in mehreren Pools mit Filter passt.
       PROFIL-PRUEFEN SECTION.
           MOVE SPACE TO WS-WB-ERGEBNIS-SCH
           IF PRF-LAENGE > 0
               PERFORM VARYING WS-POOL-NR FROM 1 BY 1
                       UNTIL WS-POOL-NR > POOL-GELADEN
                   IF PRF-LAENGE NOT > PTB-LAENGE (WS-POOL-NR)
                           AND PRF-LAENGE NOT <
                               PTB-MIN-LAENGE (WS-POOL-NR)
                       PERFORM VORRAT-VERGLEICHEN
                       IF KANDIDAT-PASST
                               AND PTB-NUR-WB-WOERTER (WS-POOL-NR)
                           PERFORM POOL-WB-PRUEFEN
                       END-IF
                       IF KANDIDAT-PASST
                           MOVE PTB-POOL-ID (WS-POOL-NR)
                               TO SORT-POOL-ID
                           MOVE PRF-LAENGE TO SORT-LAENGE
                           MOVE PRF-WORT TO SORT-WORT
                           MOVE WS-SPRACHE TO SORT-SPRACHE
                           RELEASE SORTIER-SATZ
                           ADD 1 TO WS-ANZAHL-TREFFER
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           EXIT.

      * Das Wort passt, wenn es von keinem Buchstaben mehr braucht,
      * als der Vorrat des Pools hergibt - die Teilmengen-Frage,
      * jetzt ueber die 26 Buchstabenanzahlen von Profil und Pool.
       VORRAT-VERGLEICHEN SECTION.
           SET KANDIDAT-PASST TO TRUE
           PERFORM VARYING WS-BUCHSTABE FROM 1 BY 1
                   UNTIL WS-BUCHSTABE > 26 OR NOT KANDIDAT-PASST
               IF PRF-BUCHSTABEN-ANZAHL (WS-BUCHSTABE)
                       > PTB-ANZAHL (WS-POOL-NR, WS-BUCHSTABE)
                   MOVE 'N' TO WS-PASST-SCH
               END-IF
           END-PERFORM
           EXIT.

      * Woerterbuch-Filter des Auftrags: verlangt der Auftrag "nur
      * freigegebene Woerterbuch-Woerter", wird die Normalform des
      * Worts aus dem Profilsatz (PRF-NORM-WORT) per Schluessel
      * nachgeschlagen - nur ein freigegebener Eintrag besteht, wie
      * bei der Echtwort-Pruefung in VERGLEICH-LOGIK. Das Ergebnis
      * gilt fuer alle weiteren Pools desselben Worts
      * (WS-WB-ERGEBNIS-SCH, von PROFIL-PRUEFEN je Wort geloescht).
      * Steht das Woerterbuch nicht zur Verfuegung, laeuft der
      * Auftrag ohne den Filter weiter; das wird einmal je Sprache
      * gemeldet, damit das Design-Team weiss, dass es die
      * Freigabe-Pruefung diesmal selbst vornehmen muss.
       POOL-WB-PRUEFEN SECTION.
           IF PTB-NUR-WB-WOERTER (WS-POOL-NR)
               IF NOT WOERTERBUCH-AKTIV
                   IF NOT WB-WARNUNG-GEMELDET
                       DISPLAY "WARNUNG: Woerterbuch-Datei "
                           FUNCTION TRIM(WS-WOERTERBUCH-NAME)
                           " steht nicht zur Verfuegung (Status "
                           WS-WOERTERBUCH-DATEI-STATUS
                           ") - Auftraege laufen ohne "
                           "Woerterbuch-Filter"
                       SET WB-WARNUNG-GEMELDET TO TRUE
                   END-IF
               ELSE
                   IF WB-UNGEPRUEFT
                       MOVE 'N' TO WS-WB-ERGEBNIS-SCH
                       MOVE PRF-NORM-WORT TO WBS-WORT
                       READ WOERTERBUCH-DATEI
                           NOT INVALID KEY
                               IF WBS-FREIGEGEBEN
                                   SET WB-FREIGEGEBEN TO TRUE
                               END-IF
                       END-READ
                   END-IF
                   IF NOT WB-FREIGEGEBEN
                       MOVE 'N' TO WS-PASST-SCH
                   END-IF
               END-IF
           END-IF
           EXIT.

      * Schreibt die sortierten Treffer (je Pool die laengsten
      * zuerst) in die Ergebnisdatei. Ein mitten im Lauf
      * abgebrochener Durchlauf (Profil-Datei nicht oeffenbar) laesst
      * eine vorhandene Ergebnisdatei unangetastet, statt sie mit
      * einem unvollstaendigen Wochenergebnis zu ueberschreiben -
      * der Lauf endet dann mit Return-Code 8. Jeder Treffer wird
      * in seiner Sprache gegen das Register geprueft; gesperrte
      * Treffer werden nur gezaehlt.
       TREFFER-SCHREIBEN SECTION.
           IF NOT SUCHE-ABGEBROCHEN
               OPEN OUTPUT TREFFER-DATEI
               PERFORM REGISTER-OEFFNEN
               IF REGISTER-FEHLT
                   ADD 1 TO LFL-WARNUNGEN
               END-IF
               PERFORM UNTIL SORTIER-ENDE
                   RETURN SORTIER-DATEI
                       AT END
                           SET SORTIER-ENDE TO TRUE
                       NOT AT END
                           PERFORM TREFFER-REGISTER-PRUEFEN
                   END-RETURN
               END-PERFORM
               CLOSE TREFFER-DATEI
               PERFORM REGISTER-SCHLIESSEN
           END-IF
           EXIT.

      * Stellt bei Bedarf die Sprache des Treffers ein (Faltklasse
      * fuer die Normalisierung), prueft das Wort gegen das Register
      * und schreibt den Treffer, sofern er nicht gesperrt ist.
       TREFFER-REGISTER-PRUEFEN SECTION.
           IF SORT-SPRACHE NOT = WS-SPRACHE
               MOVE SORT-SPRACHE TO WS-SPRACHE-NEU
               PERFORM SPRACHE-SETZEN
           END-IF
           MOVE SORT-WORT TO REG-PRUEF-WORT
           PERFORM REGISTER-WORT-PRUEFEN
           IF REG-VEROEFFENTLICHT AND REG-SPERREN
               ADD 1 TO REG-ANZAHL-GESPERRT
           ELSE
               MOVE SORT-POOL-ID TO PTS-POOL-ID
               MOVE SORT-LAENGE TO PTS-LAENGE
               MOVE SORT-WORT TO PTS-WORT
               MOVE SORT-SPRACHE TO PTS-SPRACHE
               IF REG-VEROEFFENTLICHT
                   ADD 1 TO REG-ANZAHL-MARKIERT
                   MOVE 'J' TO PTS-REGISTER-KZ
               ELSE
                   MOVE 'N' TO PTS-REGISTER-KZ
               END-IF
               MOVE REG-TREFFER-DATUM TO PTS-REG-DATUM
               MOVE REG-TREFFER-AUSGABE TO PTS-REG-AUSGABE
               WRITE TREFFER-SATZ
           END-IF
           EXIT.

           END-IF
           EXIT.

      * Rechnet WS-ZEITSTEMPEL (Format FUNCTION CURRENT-DATE) in
      * Hundertstelsekunden nach WS-ZEIT-WERT um.
       ZEITSTEMPEL-WERTEN SECTION.
           MOVE WS-ZEITSTEMPEL (1:8) TO WS-ZEIT-DATUM
           MOVE WS-ZEITSTEMPEL (9:2) TO WS-ZEIT-STUNDE
           MOVE WS-ZEITSTEMPEL (11:2) TO WS-ZEIT-MINUTE
           MOVE WS-ZEITSTEMPEL (13:2) TO WS-ZEIT-SEKUNDE
           MOVE WS-ZEITSTEMPEL (15:2) TO WS-ZEIT-HUNDERTSTEL
           COMPUTE WS-ZEIT-WERT =
               (FUNCTION INTEGER-OF-DATE(WS-ZEIT-DATUM) * 86400
               + WS-ZEIT-STUNDE * 3600
               + WS-ZEIT-MINUTE * 60
               + WS-ZEIT-SEKUNDE) * 100
               + WS-ZEIT-HUNDERTSTEL
           EXIT.

           COPY SIGNATUR-LOGIK.

           COPY REGISTER-LOGIK.

           COPY LAUFLOG-LOGIK.

           COPY ALARM-LOGIK.
