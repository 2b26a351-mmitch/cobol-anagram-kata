      * Berechnung des Buchstabenprofils eines Indexworts fuer die
      * Profil-Datei ANAGPRF. Erwartet die Datenfelder aus
      * VERGLEICH-DATEN.CPY und eine vom einbindenden Programm
      * deklarierte PROFIL-DATEI (SELECT: COPY PROFILDATEI,
      * FD-Satz: COPY PROFILSATZ). Der Aufrufer fuellt NORM-AUSGABE
      * vorab per NORMALISIERE-WORT und setzt PRF-WORT selbst.

      * Zaehlt die Buchstaben A-Z der Normalform nach
      * PRF-BUCHSTABEN-ANZAHL und PRF-LAENGE - dieselbe Zaehlung,
      * die ANAGRAMM-POOL-SUCHE fuer den Buchstabenvorrat vornimmt
      * (FUNCTION ORD("A") ist 66, daher Stelle = ORD - 65).
       PROFIL-BERECHNEN SECTION.
           MOVE NORM-AUSGABE TO PRF-NORM-WORT
           MOVE 0 TO PRF-LAENGE
           PERFORM VARYING VGL-INDEX FROM 1 BY 1
                   UNTIL VGL-INDEX > 26
               MOVE 0 TO PRF-BUCHSTABEN-ANZAHL (VGL-INDEX)
           END-PERFORM
           PERFORM VARYING VGL-STELLE FROM 1 BY 1
                   UNTIL VGL-STELLE > 80
               IF NORM-AUSGABE (VGL-STELLE:1) >= "A"
                       AND NORM-AUSGABE (VGL-STELLE:1) <= "Z"
                   COMPUTE VGL-INDEX =
                       FUNCTION ORD(NORM-AUSGABE (VGL-STELLE:1)) - 65
                   ADD 1 TO PRF-BUCHSTABEN-ANZAHL (VGL-INDEX)
                   ADD 1 TO PRF-LAENGE
               END-IF
           END-PERFORM
           EXIT.
