      * Satzlayout der Aufbewahrungs-Steuerdatei ANAGGPA: je Datei
      * die Hoechstzahl aufzubewahrender Generationen. Ein Satz mit
      * GPA-DATEI "*" setzt den Standard fuer alle nicht eigens
      * genannten Dateien (ohne ihn gelten 7 Generationen); eine
      * Hoechstzahl 0 bewahrt unbegrenzt auf.
           05 GPA-DATEI                PIC X(08).
           05 GPA-MAX-GENERATIONEN     PIC 9(04).
