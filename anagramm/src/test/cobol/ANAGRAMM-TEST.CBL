            END-STRING
            PERFORM NORMALISIERE-WORT
            EXPECT NORM-AUSGABE TO BE EQUAL TO "MUELLER"

            TESTCASE 'AUDIT-PRUEFWERT-BERECHNEN ist reproduzierbar'
            MOVE 0 TO AKT-LETZTER-WERT
            MOVE "HUND" TO AKT-KETTENTEIL
            PERFORM AUDIT-PRUEFWERT-BERECHNEN
            EXPECT AKT-WERT TO BE EQUAL TO 1636078456

            TESTCASE 'AUDIT-PRUEFWERT-BERECHNEN mit Vorgaenger'
            MOVE 1 TO AKT-LETZTER-WERT
            MOVE "HUND" TO AKT-KETTENTEIL
            PERFORM AUDIT-PRUEFWERT-BERECHNEN
            EXPECT AKT-WERT TO BE EQUAL TO 6903458155

            TESTCASE 'SPRACHE-SETZEN weist unbekannten Sprachcode ab'
            MOVE "XX" TO WS-SPRACHE-NEU
            PERFORM SPRACHE-SETZEN
            EXPECT SPRACHE-UNGUELTIG TO BE TRUE
            EXPECT WS-SPRACHE TO BE EQUAL TO "DE"

            TESTCASE 'SPRACHE-SETZEN waehlt Dateinamen der Sprache'
            MOVE "nl" TO WS-SPRACHE-NEU
            PERFORM SPRACHE-SETZEN
            EXPECT SPRACHE-GUELTIG TO BE TRUE
            EXPECT WS-WOERTERBUCH-NAME TO BE EQUAL TO "ANAGWB.NL"
            MOVE SPACES TO WS-SPRACHE-NEU
            PERFORM SPRACHE-SETZEN
            EXPECT WS-WOERTERBUCH-NAME TO BE EQUAL TO "ANAGWB"

            TESTCASE 'NORMALISIERE-WORT faltet Akzente fuer Englisch'
            MOVE "EN" TO WS-SPRACHE-NEU
            PERFORM SPRACHE-SETZEN
            MOVE SPACES TO NORM-EINGABE
            STRING "caf" DELIMITED BY SIZE
                   X"E9" DELIMITED BY SIZE
                   INTO NORM-EINGABE
            END-STRING
            PERFORM NORMALISIERE-WORT
            EXPECT NORM-AUSGABE TO BE EQUAL TO "CAFE"

            TESTCASE 'NORMALISIERE-WORT faltet Umlaute fuer Englisch'
            MOVE "EN" TO WS-SPRACHE-NEU
            PERFORM SPRACHE-SETZEN
            MOVE SPACES TO NORM-EINGABE
            STRING "m" DELIMITED BY SIZE
                   X"FC" DELIMITED BY SIZE
                   "ller" DELIMITED BY SIZE
                   INTO NORM-EINGABE
            END-STRING
            PERFORM NORMALISIERE-WORT
            MOVE "DE" TO WS-SPRACHE-NEU
            PERFORM SPRACHE-SETZEN
            EXPECT NORM-AUSGABE TO BE EQUAL TO "MULLER"
