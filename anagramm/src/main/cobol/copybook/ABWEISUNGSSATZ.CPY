      * ab Stelle 161 abgeschnitten und die Datei als Eingabe
      * nachgeliefert. Auch die Bilanz-Befunde der Stapelsteuerung
      * (fehlender Kopf-/Nachsatz, Soll-Ist-Differenz) werden als
      * Nachweis hier abgelegt. ABW-SPRACHE ist die Sprache des
      * Lieferblocks (bei unbekanntem Code der Code aus dem
      * Kopfsatz); ANAGRAMM-WIEDERVORLAGE stellt die Paare danach
      * je Sprache unter einen eigenen Kopfsatz.
           05 ABW-WORT-1               PIC X(80).
           05 ABW-WORT-2               PIC X(80).
           05 ABW-GRUND                PIC X(30).
           05 ABW-SPRACHE              PIC X(02).
