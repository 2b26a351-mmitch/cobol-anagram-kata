      * Datei direkt fuer die Hinweis-Leitern, statt die Paare aus
      * dem Druckbericht abzutippen; Wort 1 ist stets das
      * lexikalisch kleinere Wort, jedes Paar kommt genau einmal
      * vor. NEX-REGISTER-KZ = J heisst: beide Woerter sind laut
      * Veroeffentlichungsregister innerhalb des Zeitfensters
      * erschienen (das Paar wurde also kuerzlich gedruckt); Datum
      * und Ausgabe sind die der juengeren Veroeffentlichung.
      * NEX-SCHWIERIGKEIT (0-100) und NEX-STUFE (L/M/S) bewerten das
      * Paar (SCHWIERIGKEIT-LOGIK.CPY).
           05 NEX-WORT-1                PIC X(80).
           05 NEX-WORT-2                PIC X(80).
           05 NEX-DIFFERENZ             PIC 9(03).
           05 NEX-DIFF-BUCHSTABEN       PIC X(20).
           05 NEX-REGISTER-KZ           PIC X(01).
               88 NEX-VEROEFFENTLICHT   VALUE 'J'.
           05 NEX-REG-DATUM             PIC X(08).
           05 NEX-REG-AUSGABE           PIC X(10).
           05 NEX-SCHWIERIGKEIT         PIC 9(03).
           05 NEX-STUFE                 PIC X(01).
               88 NEX-LEICHT            VALUE 'L'.
               88 NEX-MITTEL            VALUE 'M'.
               88 NEX-SCHWER            VALUE 'S'.
