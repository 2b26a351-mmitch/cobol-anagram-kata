      * durchfuehren (ANAGRAMM-INDEX-AUFBAU), keine AUDIT-DATEI/
      * WOERTERBUCH-DATEI-FDs deklarieren muessen, die sie nie oeffnen.
      * Erwartet die Datenfelder aus VERGLEICH-DATEN.CPY.
           COPY SPRACHE-LOGIK.

      * Faltet NORM-EINGABE ueber UMLAUT-TABELLE und FUNCTION UPPER-CASE
      * nach NORM-AUSGABE, so dass Gross-/Kleinschreibung und
      * Umlaut-/Digraph-Schreibweise (Groesse/Grosse) keinen
      * Unterschied mehr machen. Es gelten nur die Eintraege der
      * Faltklasse der eingestellten Sprache (WS-FALT-KLASSE).
      * NORM-AUSGABE ist wie NORM-EINGABE
      * PIC X(80), obwohl jeder Umlaut/ss auf einen 2-Zeichen-Digraph
      * expandiert - bei mehr als 40 Umlautbytes im Eingabewort laeuft
      * der STRING-Zeiger ueber das Feldende hinaus. STRING bricht dann
                       END-STRING
                   WHEN UMLAUT-QUELLE (UMLAUT-IDX)
                           = NORM-ZEICHEN (NORM-INDEX)
                           AND UMLAUT-KLASSE (UMLAUT-IDX)
                           = WS-FALT-KLASSE
                       STRING UMLAUT-ZIEL (UMLAUT-IDX)
                           DELIMITED BY SPACE
                           INTO NORM-AUSGABE WITH POINTER NORM-ZEIGER
                           ON OVERFLOW
                               PERFORM NORM-UEBERLAUF-MELDEN
           MOVE FUNCTION UPPER-CASE(NORM-AUSGABE) TO NORM-AUSGABE
           EXIT.

      * Stellt fest, ob WS-FALT-ZEICHEN in der Faltklasse der
      * eingestellten Sprache ein Buchstabe mit Umlaut, Akzent oder
      * scharfem S ist (IST-FALT-BUCHSTABE). BEREINIGE-PHRASE und
      * PRUEFE-WOERTERBUCH-PHRASE behalten solche Zeichen neben A-Z
      * als Buchstaben.
       FALT-BUCHSTABE-PRUEFEN SECTION.
           MOVE 'N' TO WS-FALT-ZEICHEN-SCH
           SET UMLAUT-IDX TO 1
           SEARCH UMLAUT-EINTRAG
               AT END
                   CONTINUE
               WHEN UMLAUT-QUELLE (UMLAUT-IDX) = WS-FALT-ZEICHEN
                       AND UMLAUT-KLASSE (UMLAUT-IDX) = WS-FALT-KLASSE
                   SET IST-FALT-BUCHSTABE TO TRUE
           END-SEARCH
           EXIT.

      * Einmalige Warnung bei Ueberlauf von NORM-AUSGABE (siehe
      * NORMALISIERE-WORT). Nach dem ersten Vorkommen unterdrueckt
      * NORM-UEBERLAUF-GEMELDET weitere DISPLAY-Zeilen, damit ein
