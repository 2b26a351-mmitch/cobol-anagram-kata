      * Gemeinsame PROCEDURE-DIVISION-Logik der Sprachsteuerung.
      * Erwartet die Datenfelder aus SPRACHE-DATEN.CPY. Wird ueber
      * SIGNATUR-LOGIK.CPY eingebunden; Programme ohne Signatur-
      * logik (ANAGRAMM-WB-ENTLADEN/-WB-RESTORE) binden es direkt ein.

      * Stellt die Sprache WS-SPRACHE-NEU ein (leer = Deutsch, Gross-/
      * Kleinschreibung egal): Sprachcode, Faltklasse und die Namen
      * der sprachabhaengigen Dateien. Ein unbekannter Code setzt
      * SPRACHE-UNGUELTIG und laesst die bisherige Einstellung
      * unveraendert - ob der Auftrag dann abgewiesen oder deutsch
      * bearbeitet wird, entscheidet der Aufrufer. Bereits geoeffnete
      * Dateien bleiben davon unberuehrt; der Aufrufer schliesst sie
      * vorher (siehe WOERTERBUCH-SPRACHE-WECHSELN).
       SPRACHE-SETZEN SECTION.
           MOVE FUNCTION UPPER-CASE(WS-SPRACHE-NEU) TO WS-SPRACHE-NEU
           IF WS-SPRACHE-NEU = SPACES
               MOVE "DE" TO WS-SPRACHE-NEU
           END-IF
           SET SPRACH-IDX TO 1
           SEARCH SPRACH-EINTRAG
               AT END
                   SET SPRACHE-UNGUELTIG TO TRUE
               WHEN SPRACH-CODE (SPRACH-IDX) = WS-SPRACHE-NEU
                   SET SPRACHE-GUELTIG TO TRUE
                   MOVE WS-SPRACHE-NEU TO WS-SPRACHE
                   MOVE SPRACH-KLASSE (SPRACH-IDX) TO WS-FALT-KLASSE
                   PERFORM SPRACHE-DATEINAMEN-SETZEN
           END-SEARCH
           EXIT.

      * Deutsch behaelt die bisherigen Dateinamen, jede andere Sprache
      * haengt ihren Code mit Punkt an (ANAGWB.EN, ANAGIDX.NL, ...).
       SPRACHE-DATEINAMEN-SETZEN SECTION.
           IF WS-SPRACHE = "DE"
               MOVE "ANAGWB" TO WS-WOERTERBUCH-NAME
               MOVE "ANAGWBJ" TO WS-WBJOURNAL-NAME
               MOVE "ANAGWBS" TO WS-WBABZUG-NAME
               MOVE "ANAGIDX" TO WS-INDEX-NAME
               MOVE "ANAGPRF" TO WS-PROFIL-NAME
               MOVE "ANAGWL" TO WS-WORTLISTE-NAME
           ELSE
               MOVE SPACES TO WS-WOERTERBUCH-NAME
               STRING "ANAGWB." WS-SPRACHE DELIMITED BY SIZE
                   INTO WS-WOERTERBUCH-NAME
               END-STRING
               MOVE SPACES TO WS-WBJOURNAL-NAME
               STRING "ANAGWBJ." WS-SPRACHE DELIMITED BY SIZE
                   INTO WS-WBJOURNAL-NAME
               END-STRING
               MOVE SPACES TO WS-WBABZUG-NAME
               STRING "ANAGWBS." WS-SPRACHE DELIMITED BY SIZE
                   INTO WS-WBABZUG-NAME
               END-STRING
               MOVE SPACES TO WS-INDEX-NAME
               STRING "ANAGIDX." WS-SPRACHE DELIMITED BY SIZE
                   INTO WS-INDEX-NAME
               END-STRING
               MOVE SPACES TO WS-PROFIL-NAME
               STRING "ANAGPRF." WS-SPRACHE DELIMITED BY SIZE
                   INTO WS-PROFIL-NAME
               END-STRING
               MOVE SPACES TO WS-WORTLISTE-NAME
               STRING "ANAGWL." WS-SPRACHE DELIMITED BY SIZE
                   INTO WS-WORTLISTE-NAME
               END-STRING
           END-IF
           EXIT.

      * Wertet das Kommandozeilen-Token WS-SPRACHE-PARM der Form
      * SPRACHE=xx aus und stellt die Sprache ein. Ein anderes Token
      * oder ein unbekannter Code setzt SPRACHE-UNGUELTIG; die
      * Meldung und die Folgen bestimmt der Aufrufer.
       SPRACHE-PARAMETER-WERTEN SECTION.
           IF WS-SPRACHE-PARM (1:8) = "SPRACHE="
                   AND WS-SPRACHE-PARM (11:) = SPACES
               MOVE WS-SPRACHE-PARM (9:2) TO WS-SPRACHE-NEU
               PERFORM SPRACHE-SETZEN
           ELSE
               SET SPRACHE-UNGUELTIG TO TRUE
           END-IF
           EXIT.
