      * FILE-CONTROL-Eintrag fuer den Generationskatalog ANAGGKT,
      * gemeinsam genutzt von jedem Programm, das Generationen der
      * Nachtlauf-Dateien anlegt (GENSICHERUNG-LOGIK.CPY) oder
      * ueber den Katalog aufloest (GENKATALOG-LOGIK.CPY), sowie vom
      * Katalog-Programm ANAGRAMM-GEN-KATALOG.
           SELECT GEN-KATALOG-DATEI ASSIGN TO "ANAGGKT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GEN-KATALOG-DATEI-STATUS.
