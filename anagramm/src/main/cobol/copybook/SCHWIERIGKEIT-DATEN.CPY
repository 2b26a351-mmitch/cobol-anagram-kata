      * Gemeinsame WORKING-STORAGE-Felder der Schwierigkeitsbewertung
      * (SCHWIERIGKEIT-LOGIK.CPY) in den Exportprogrammen
      * ANAGRAMM-GRUPPEN und ANAGRAMM-NAEHE. Jede exportierte Gruppe
      * und jedes exportierte Paar erhaelt eine Punktzahl von 0 bis
      * 100 und daraus eine Stufe L (leicht), M (mittel) oder
      * S (schwer); die Stufengrenzen stehen unten. Das einbindende
      * Programm braucht zusaetzlich eine eigene FD/SELECT fuer
      * HAEUFIGKEIT-DATEI (SELECT: COPY HAEUFIGKEITDATEI, FD-Satz:
      * COPY HAEUFIGKEITSATZ) sowie VERGLEICH-DATEN/-LOGIK fuer
      * Normalisierung und Woerterbuchzugriff.
       01 SCHWIERIGKEIT-ARBEIT.
           05 WS-HAEUFIGKEIT-DATEI-STATUS PIC X(02).
           05 SWK-TABELLE-SCH           PIC X(01) VALUE 'N'.
               88 SWK-TABELLE-GELADEN   VALUE 'J'.
           05 SWK-TABELLE-ENDE-SCH      PIC X(01) VALUE 'N'.
               88 SWK-TABELLE-ENDE      VALUE 'J'.
           05 SWK-TABELLE-EINTRAEGE     PIC 9(02) VALUE 0.
      * Seltenheit 0-10 je Buchstabe A-Z aus ANAGBHT; ohne Tabelle
      * gilt fuer jeden Buchstaben der neutrale Wert 5.
           05 SWK-SELTENHEIT            PIC 9(02) OCCURS 26.
           05 SWK-INDEX                 PIC 9(02).
           05 SWK-STELLE                PIC 9(03).
      * Untergrenzen der Stufen M und S (Punkte).
           05 SWK-GRENZE-MITTEL         PIC 9(03) VALUE 40.
           05 SWK-GRENZE-SCHWER         PIC 9(03) VALUE 65.
      * Eingabe einer Bewertung: die Woerter der Gruppe bzw. des
      * Paars nacheinander in SWK-PRUEF-WORT, dazu Gruppengroesse
      * bzw. Buchstabendifferenz.
           05 SWK-PRUEF-WORT            PIC X(80).
           05 SWK-MITGLIEDER            PIC 9(04).
           05 SWK-DIFFERENZ             PIC 9(03).
      * Zwischenwerte und Teilpunkte.
           05 SWK-LETTERN-WOERTER       PIC 9(04).
           05 SWK-BUCHSTABEN            PIC 9(04).
           05 SWK-SELTEN-SUMME          PIC 9(05).
           05 SWK-WOERTER-GEPRUEFT      PIC 9(04).
           05 SWK-NICHT-FREIGEGEBEN     PIC 9(04).
           05 SWK-DURCHSCHNITT-LAENGE   PIC 9(03).
           05 SWK-PUNKTE-LAENGE         PIC 9(03).
           05 SWK-PUNKTE-SELTEN         PIC 9(03).
           05 SWK-PUNKTE-GROESSE        PIC 9(03).
           05 SWK-PUNKTE-FREIGABE       PIC 9(03).
      * Ergebnis.
           05 SWK-PUNKTE                PIC 9(03).
           05 SWK-STUFE                 PIC X(01).
               88 SWK-LEICHT            VALUE 'L'.
               88 SWK-MITTEL            VALUE 'M'.
               88 SWK-SCHWER            VALUE 'S'.
      * Laufsummen je Stufe (SCHWIERIGKEIT-ZAEHLEN, vom Aufrufer fuer
      * exportierte Eintraege aufgerufen).
           05 SWK-ANZAHL-LEICHT         PIC 9(9) VALUE 0.
           05 SWK-ANZAHL-MITTEL         PIC 9(9) VALUE 0.
           05 SWK-ANZAHL-SCHWER         PIC 9(9) VALUE 0.
