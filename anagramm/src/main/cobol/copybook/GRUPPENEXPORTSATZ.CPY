      * Mitgliedswort. Anders als die Berichtszeile DZ-WOERTER kann
      * hier keine Gruppe an einer Feldgrenze gekappt werden; das
      * Puzzle-Design-System laedt die Datei direkt, statt die
      * Gruppen aus dem Druckbild abzutippen. GEX-REGISTER-KZ = J
      * heisst: ein Wort mit dieser Signatur steht im
      * Veroeffentlichungsregister und ist innerhalb des
      * Zeitfensters erschienen (juengste Ausgabe mit Datum dahinter).
      * GEX-SCHWIERIGKEIT (0-100) und GEX-STUFE (L/M/S) bewerten die
      * Gruppe (SCHWIERIGKEIT-LOGIK.CPY) und stehen gleich in jedem
      * Mitgliedssatz.
           05 GEX-GRUPPEN-NR           PIC 9(06).
           05 GEX-SIGNATUR             PIC X(80).
           05 GEX-MITGLIEDER-ANZAHL    PIC 9(04).
           05 GEX-WORT                 PIC X(80).
           05 GEX-REGISTER-KZ          PIC X(01).
               88 GEX-VEROEFFENTLICHT  VALUE 'J'.
           05 GEX-REG-DATUM            PIC X(08).
           05 GEX-REG-AUSGABE          PIC X(10).
           05 GEX-SCHWIERIGKEIT        PIC 9(03).
           05 GEX-STUFE                PIC X(01).
               88 GEX-LEICHT           VALUE 'L'.
               88 GEX-MITTEL           VALUE 'M'.
               88 GEX-SCHWER           VALUE 'S'.
