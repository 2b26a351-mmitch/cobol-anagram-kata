      * Gemeinsame PROCEDURE-DIVISION-Logik zum Anlegen einer
      * Generation: kopiert eine fertig geschriebene Nachtlauf-Datei
      * in eine neue Generationsdatei <Datei>.G<nnnn> und traegt sie
      * mit Lauf-ID, Datum, Satzanzahl und Abschluss-Code des Laufs
      * in den Generationskatalog ein. Erwartet neben
      * GENERATION-DATEN.CPY und LAUFLOG-DATEN.CPY die vom
      * einbindenden Programm deklarierten Dateien
      * GEN-KATALOG-DATEI (COPY GENKATALOGDATEI, FD-Satz
      * GEN-KATALOG-SATZ: COPY GENKATALOGSATZ) sowie
      * GEN-QUELLE-DATEI und GEN-ZIEL-DATEI (COPY GENKOPIEDATEI,
      * FD-Saetze GEN-QUELLE-SATZ/GEN-ZIEL-SATZ PIC X(400)).
      * Bereinigt wird hier nicht - das uebernimmt der
      * Bereinigungslauf von ANAGRAMM-GEN-KATALOG nach der
      * eingestellten Hoechstzahl je Datei.
      *
      * Ablauf: GEN-DATEI setzen, GENERATION-ANLEGEN, fuer jede
      * Quelldatei GEN-QUELLE-NAME setzen und GENERATION-UEBERNEHMEN,
      * zuletzt GENERATION-ABSCHLIESSEN. GENERATION-SICHERN fasst das
      * fuer den Normalfall (eine Quelle unter dem Namen GEN-DATEI)
      * zusammen. Eine nicht gesicherte Generation ist eine
      * Warnung, kein Abbruch - die Nachtlauf-Datei selbst ist
      * vollstaendig geschrieben.

       GENERATION-SICHERN SECTION.
           MOVE GEN-DATEI TO GEN-QUELLE-NAME
           PERFORM GENERATION-ANLEGEN
           PERFORM GENERATION-UEBERNEHMEN
           PERFORM GENERATION-ABSCHLIESSEN
           EXIT.

      * Vergibt die naechste Generationsnummer der Datei und legt
      * die Generationsdatei an.
       GENERATION-ANLEGEN SECTION.
           MOVE 'N' TO GEN-ZIEL-OFFEN-SCH
           MOVE 0 TO GEN-ANZAHL-SAETZE
           PERFORM GENERATION-NUMMER-VERGEBEN
           MOVE SPACES TO GEN-ZIEL-NAME
           STRING FUNCTION TRIM(GEN-DATEI) ".G" GEN-NUMMER
               DELIMITED BY SIZE INTO GEN-ZIEL-NAME
           END-STRING
           OPEN OUTPUT GEN-ZIEL-DATEI
           IF GEN-ZIEL-DATEI-STATUS = "00"
               SET GEN-ZIEL-OFFEN TO TRUE
           ELSE
               DISPLAY "WARNUNG: Generation "
                   FUNCTION TRIM(GEN-ZIEL-NAME)
                   " konnte nicht angelegt werden (Status "
                   GEN-ZIEL-DATEI-STATUS ") - " FUNCTION TRIM(GEN-DATEI)
                   " ohne Generation"
               ADD 1 TO LFL-WARNUNGEN
           END-IF
           EXIT.

      * Hoechste bisher vergebene Nummer der Datei plus eins; nach
      * 9999 beginnt die Zaehlung wieder bei 1 (die frueheren
      * Generationen sind dann laengst bereinigt).
       GENERATION-NUMMER-VERGEBEN SECTION.
           MOVE 0 TO GEN-HOECHSTE-NUMMER
           OPEN INPUT GEN-KATALOG-DATEI
           IF GEN-KATALOG-DATEI-STATUS = "00"
               MOVE 'N' TO GEN-KATALOG-ENDE-SCH
               PERFORM UNTIL GEN-KATALOG-ENDE
                   READ GEN-KATALOG-DATEI
                       AT END
                           SET GEN-KATALOG-ENDE TO TRUE
                       NOT AT END
                           IF GKS-DATEI OF GEN-KATALOG-SATZ = GEN-DATEI
                               MOVE GKS-GENERATION OF GEN-KATALOG-SATZ
                                   TO GEN-HOECHSTE-NUMMER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GEN-KATALOG-DATEI
           END-IF
           ADD 1 TO GEN-HOECHSTE-NUMMER
           IF GEN-HOECHSTE-NUMMER > 9999
               MOVE 1 TO GEN-HOECHSTE-NUMMER
           END-IF
           MOVE GEN-HOECHSTE-NUMMER TO GEN-NUMMER
           EXIT.

      * Haengt den Inhalt der Datei GEN-QUELLE-NAME an die offene
      * Generationsdatei an.
       GENERATION-UEBERNEHMEN SECTION.
           IF GEN-ZIEL-OFFEN
               OPEN INPUT GEN-QUELLE-DATEI
               IF GEN-QUELLE-DATEI-STATUS = "00"
                   MOVE 'N' TO GEN-QUELLE-ENDE-SCH
                   PERFORM UNTIL GEN-QUELLE-ENDE
                       READ GEN-QUELLE-DATEI
                           AT END
                               SET GEN-QUELLE-ENDE TO TRUE
                           NOT AT END
                               WRITE GEN-ZIEL-SATZ FROM GEN-QUELLE-SATZ
                               ADD 1 TO GEN-ANZAHL-SAETZE
                       END-READ
                   END-PERFORM
                   CLOSE GEN-QUELLE-DATEI
               ELSE
                   DISPLAY "WARNUNG: " FUNCTION TRIM(GEN-QUELLE-NAME)
                       " konnte fuer die Generation nicht gelesen "
                       "werden (Status " GEN-QUELLE-DATEI-STATUS ")"
                   ADD 1 TO LFL-WARNUNGEN
               END-IF
           END-IF
           EXIT.

      * Schliesst die Generationsdatei und traegt sie in den Katalog
      * ein (Anhaengen, beim allerersten Mal Neuanlage).
       GENERATION-ABSCHLIESSEN SECTION.
           IF GEN-ZIEL-OFFEN
               CLOSE GEN-ZIEL-DATEI
               MOVE 'N' TO GEN-ZIEL-OFFEN-SCH
               OPEN EXTEND GEN-KATALOG-DATEI
               IF GEN-KATALOG-DATEI-STATUS NOT = "00"
                   OPEN OUTPUT GEN-KATALOG-DATEI
               END-IF
               IF GEN-KATALOG-DATEI-STATUS = "00"
                   MOVE GEN-DATEI TO GKS-DATEI OF GEN-KATALOG-SATZ
                   MOVE GEN-NUMMER TO GKS-GENERATION OF GEN-KATALOG-SATZ
                   MOVE LFL-LAUF-ID TO GKS-LAUF-ID OF GEN-KATALOG-SATZ
                   MOVE FUNCTION CURRENT-DATE (1:8)
                       TO GKS-DATUM OF GEN-KATALOG-SATZ
                   MOVE GEN-ANZAHL-SAETZE
                       TO GKS-ANZAHL-SAETZE OF GEN-KATALOG-SATZ
                   IF LFL-ABSCHLUSS-CODE = SPACES
                       MOVE "OK" TO GKS-LAUF-STATUS OF GEN-KATALOG-SATZ
                   ELSE
                       MOVE LFL-ABSCHLUSS-CODE
                           TO GKS-LAUF-STATUS OF GEN-KATALOG-SATZ
                   END-IF
                   SET GKS-AKTIV OF GEN-KATALOG-SATZ TO TRUE
                   MOVE GEN-ZIEL-NAME
                       TO GKS-DATEINAME OF GEN-KATALOG-SATZ
                   MOVE SPACES TO GKS-GELOESCHT-AM OF GEN-KATALOG-SATZ
                   WRITE GEN-KATALOG-SATZ
                   CLOSE GEN-KATALOG-DATEI
                   DISPLAY "  Generation " FUNCTION TRIM(GEN-ZIEL-NAME)
                       " gesichert (" GEN-ANZAHL-SAETZE " Saetze)"
               ELSE
                   DISPLAY "WARNUNG: Generationskatalog ANAGGKT "
                       "konnte nicht geoeffnet werden (Status "
                       GEN-KATALOG-DATEI-STATUS ") - Generation "
                       FUNCTION TRIM(GEN-ZIEL-NAME)
                       " nicht katalogisiert"
                   ADD 1 TO LFL-WARNUNGEN
               END-IF
           END-IF
           EXIT.
