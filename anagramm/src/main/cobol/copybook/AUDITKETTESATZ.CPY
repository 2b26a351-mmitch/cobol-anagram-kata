      * Satzlayout des Kettenstands ANAGAUK: ein einziger Satz, bei
      * jedem Schliessen der Audit-Datei neu geschrieben.
           05 AUK-FOLGENUMMER          PIC 9(12).
           05 AUK-PRUEFWERT            PIC 9(10).
           05 AUK-ZEITSTEMPEL          PIC X(26).
           05 AUK-LAUF-ID              PIC X(14).
