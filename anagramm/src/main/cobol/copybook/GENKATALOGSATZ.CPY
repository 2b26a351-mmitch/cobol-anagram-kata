      * Satzlayout des Generationskatalogs ANAGGKT: je gesicherter
      * Generation einer Nachtlauf-Datei (ANAGOUT, ANAGREJ, ANAGSUM,
      * ANAGAAB) ein Satz, in der Reihenfolge der Sicherung
      * angehaengt. Die Generationsnummer zaehlt je Datei hoch, die
      * Generation selbst liegt als eigene Datei unter
      * GKS-DATEINAME (<Datei>.G<nnnn>). GKS-LAUF-ID ist die
      * LFL-LAUF-ID des erzeugenden Laufs, GKS-LAUF-STATUS dessen
      * Abschluss-Code. Beim Bereinigen (ANAGRAMM-GEN-KATALOG) wird
      * die Datei einer abgelaufenen Generation geloescht, der
      * Katalogsatz bleibt mit Status GELO und Loeschdatum als
      * Nachweis stehen.
           05 GKS-DATEI                PIC X(08).
           05 GKS-GENERATION           PIC 9(04).
           05 GKS-LAUF-ID              PIC X(14).
           05 GKS-DATUM                PIC X(08).
           05 GKS-ANZAHL-SAETZE        PIC 9(09).
           05 GKS-LAUF-STATUS          PIC X(04).
           05 GKS-STATUS               PIC X(04).
               88 GKS-AKTIV            VALUE 'AKTV'.
               88 GKS-GELOESCHT        VALUE 'GELO'.
           05 GKS-DATEINAME            PIC X(40).
           05 GKS-GELOESCHT-AM         PIC X(08).
