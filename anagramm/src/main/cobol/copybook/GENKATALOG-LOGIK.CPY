      * Gemeinsame PROCEDURE-DIVISION-Logik zum Aufloesen einer
      * Generation ueber den Generationskatalog. Erwartet die
      * Datenfelder aus GENERATION-DATEN.CPY und eine vom
      * einbindenden Programm selbst deklarierte GEN-KATALOG-DATEI
      * (SELECT: COPY GENKATALOGDATEI, FD-Satz GEN-KATALOG-SATZ:
      * COPY GENKATALOGSATZ). Damit fragen Regression,
      * Audit-Abgleich und Wiedervorlage nach "vorheriger
      * Generation" oder einer Lauf-ID, statt dass der Betrieb die
      * Vortagesdatei von Hand unter einem eigenen Namen ablegt.

      * Sucht zu GEN-DATEI die in GEN-AUSWAHL verlangte aktive
      * Generation (VORHER, LETZTE oder Lauf-ID). Gefunden:
      * GEN-GEFUNDEN mit GEN-DATEINAME/-LAUF-ID/-NUMMER. Ist die
      * verlangte Lauf-ID nur noch als bereinigte Generation im
      * Katalog, steht zusaetzlich GEN-NUR-GELOESCHT.
       GENERATION-AUFLOESEN SECTION.
           MOVE 'N' TO GEN-GEFUNDEN-SCH
           MOVE 'N' TO GEN-GELOESCHT-SCH
           MOVE SPACES TO GEN-DATEINAME GEN-LAUF-ID
           MOVE 0 TO GEN-NUMMER
           MOVE SPACES TO GEN-LETZTE-NAME GEN-LETZTE-LAUF-ID
           MOVE SPACES TO GEN-VORLETZTE-NAME GEN-VORLETZTE-LAUF-ID
           MOVE 0 TO GEN-LETZTE-NUMMER GEN-VORLETZTE-NUMMER
           MOVE 0 TO GEN-ANZAHL-AKTIV
           OPEN INPUT GEN-KATALOG-DATEI
           IF GEN-KATALOG-DATEI-STATUS = "00"
               MOVE 'N' TO GEN-KATALOG-ENDE-SCH
               PERFORM UNTIL GEN-KATALOG-ENDE
                   READ GEN-KATALOG-DATEI
                       AT END
                           SET GEN-KATALOG-ENDE TO TRUE
                       NOT AT END
                           IF GKS-DATEI OF GEN-KATALOG-SATZ = GEN-DATEI
                               PERFORM GENERATION-KANDIDAT-WERTEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GEN-KATALOG-DATEI
           END-IF
           EVALUATE TRUE
               WHEN GEN-AUSWAHL-VORHER
                   IF GEN-ANZAHL-AKTIV > 1
                       SET GEN-GEFUNDEN TO TRUE
                       MOVE GEN-VORLETZTE-NAME TO GEN-DATEINAME
                       MOVE GEN-VORLETZTE-LAUF-ID TO GEN-LAUF-ID
                       MOVE GEN-VORLETZTE-NUMMER TO GEN-NUMMER
                   END-IF
               WHEN GEN-AUSWAHL-LETZTE
                   IF GEN-ANZAHL-AKTIV > 0
                       SET GEN-GEFUNDEN TO TRUE
                       MOVE GEN-LETZTE-NAME TO GEN-DATEINAME
                       MOVE GEN-LETZTE-LAUF-ID TO GEN-LAUF-ID
                       MOVE GEN-LETZTE-NUMMER TO GEN-NUMMER
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF GEN-GEFUNDEN
               MOVE 'N' TO GEN-GELOESCHT-SCH
           END-IF
           EXIT.

      * Wertet einen Katalogsatz der gesuchten Datei aus: aktive
      * Generationen schieben das Paar letzte/vorletzte weiter,
      * eine passende Lauf-ID wird direkt uebernommen.
       GENERATION-KANDIDAT-WERTEN SECTION.
           IF GKS-AKTIV OF GEN-KATALOG-SATZ
               ADD 1 TO GEN-ANZAHL-AKTIV
               MOVE GEN-LETZTE-NAME TO GEN-VORLETZTE-NAME
               MOVE GEN-LETZTE-LAUF-ID TO GEN-VORLETZTE-LAUF-ID
               MOVE GEN-LETZTE-NUMMER TO GEN-VORLETZTE-NUMMER
               MOVE GKS-DATEINAME OF GEN-KATALOG-SATZ
                   TO GEN-LETZTE-NAME
               MOVE GKS-LAUF-ID OF GEN-KATALOG-SATZ
                   TO GEN-LETZTE-LAUF-ID
               MOVE GKS-GENERATION OF GEN-KATALOG-SATZ
                   TO GEN-LETZTE-NUMMER
               IF GKS-LAUF-ID OF GEN-KATALOG-SATZ = GEN-AUSWAHL
                   SET GEN-GEFUNDEN TO TRUE
                   MOVE GKS-DATEINAME OF GEN-KATALOG-SATZ
                       TO GEN-DATEINAME
                   MOVE GKS-LAUF-ID OF GEN-KATALOG-SATZ
                       TO GEN-LAUF-ID
                   MOVE GKS-GENERATION OF GEN-KATALOG-SATZ
                       TO GEN-NUMMER
               END-IF
           ELSE
               IF GKS-LAUF-ID OF GEN-KATALOG-SATZ = GEN-AUSWAHL
                   SET GEN-NUR-GELOESCHT TO TRUE
               END-IF
           END-IF
           EXIT.
