      * Gemeinsame WORKING-STORAGE-Felder der Generationsverwaltung
      * (GENKATALOG-LOGIK.CPY, GENSICHERUNG-LOGIK.CPY).
      * GEN-DATEI nimmt den logischen Dateinamen (ANAGOUT usw.) auf,
      * GEN-AUSWAHL beim Aufloesen die gewuenschte Generation:
      *   VORHER  - die vorletzte gesicherte Generation (der Stand
      *             vor dem juengsten Lauf)
      *   LETZTE  - die juengste gesicherte Generation
      *   Lauf-ID - die Generation dieses Laufs (JJJJMMTTHHMMSS)
      * Das Ergebnis steht in GEN-DATEINAME/-LAUF-ID/-NUMMER.
       01 GENERATION-ARBEIT.
           05 GEN-KATALOG-DATEI-STATUS  PIC X(02).
           05 GEN-QUELLE-DATEI-STATUS   PIC X(02).
           05 GEN-ZIEL-DATEI-STATUS     PIC X(02).
           05 GEN-QUELLE-NAME           PIC X(40) VALUE SPACES.
           05 GEN-ZIEL-NAME             PIC X(40) VALUE SPACES.
           05 GEN-DATEI                 PIC X(08) VALUE SPACES.
           05 GEN-AUSWAHL               PIC X(14) VALUE SPACES.
               88 GEN-AUSWAHL-VORHER    VALUE 'VORHER'.
               88 GEN-AUSWAHL-LETZTE    VALUE 'LETZTE'.
           05 GEN-NUMMER                PIC 9(04) VALUE 0.
           05 GEN-HOECHSTE-NUMMER       PIC 9(05) VALUE 0.
           05 GEN-ANZAHL-SAETZE         PIC 9(09) VALUE 0.
           05 GEN-ZIEL-OFFEN-SCH        PIC X(01) VALUE 'N'.
               88 GEN-ZIEL-OFFEN        VALUE 'J'.
           05 GEN-QUELLE-ENDE-SCH       PIC X(01) VALUE 'N'.
               88 GEN-QUELLE-ENDE       VALUE 'J'.
           05 GEN-KATALOG-ENDE-SCH      PIC X(01) VALUE 'N'.
               88 GEN-KATALOG-ENDE      VALUE 'J'.
           05 GEN-GEFUNDEN-SCH          PIC X(01) VALUE 'N'.
               88 GEN-GEFUNDEN          VALUE 'J'.
           05 GEN-GELOESCHT-SCH         PIC X(01) VALUE 'N'.
               88 GEN-NUR-GELOESCHT     VALUE 'J'.
           05 GEN-DATEINAME             PIC X(40) VALUE SPACES.
           05 GEN-LAUF-ID               PIC X(14) VALUE SPACES.
      * Die beiden juengsten aktiven Generationen beim Katalog-Lesen.
           05 GEN-LETZTE-NAME           PIC X(40).
           05 GEN-LETZTE-LAUF-ID        PIC X(14).
           05 GEN-LETZTE-NUMMER         PIC 9(04).
           05 GEN-VORLETZTE-NAME        PIC X(40).
           05 GEN-VORLETZTE-LAUF-ID     PIC X(14).
           05 GEN-VORLETZTE-NUMMER      PIC 9(04).
           05 GEN-ANZAHL-AKTIV          PIC 9(04).
