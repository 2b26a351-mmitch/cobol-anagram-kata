      * Satzlayout der Buchstaben-Haeufigkeitstabelle ANAGBHT: ein
      * Satz je Buchstabe A-Z in alphabetischer Folge. HFT-ANZAHL
      * zaehlt den Buchstaben in allen Woertern der Wortliste ANAGWL
      * (normalisiert wie beim Anagramm-Vergleich, Umlaute also als
      * Digraphe), HFT-PROMILLE ist sein Anteil an allen Buchstaben.
      * HFT-SELTENHEIT bewertet den Buchstaben von 0 (haeufig, etwa
      * E oder N) bis 10 (in der Liste nicht vorhanden); die Stufen
      * stehen in ANAGRAMM-HAEUFIGKEIT.
           05 HFT-BUCHSTABE             PIC X(01).
           05 HFT-ANZAHL                PIC 9(09).
           05 HFT-PROMILLE              PIC 9(04).
           05 HFT-SELTENHEIT            PIC 9(02).
