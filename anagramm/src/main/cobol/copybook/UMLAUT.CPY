      * Umwandlungstabelle fuer Buchstaben mit Umlaut, Akzent oder
      * scharfem S, je einmal fuer Gross- und Kleinschreibung. Jeder
      * Eintrag gehoert zu einer Faltklasse (SPRACHE-DATEN.CPY):
      * Klasse D (Deutsch) faltet Umlaute/scharfes S auf ihre
      * digraphe Grundschreibweise (AE, OE, UE, SS), Klasse A
      * (Englisch, Niederlaendisch) faltet Akzente und Umlaute auf
      * den Grundbuchstaben (e-Akut -> E, o-Umlaut -> O, c-Cedille
      * -> C; scharfes S -> SS). Wird von NORMALISIERE-WORT in
      * SIGNATUR-LOGIK.CPY nur fuer die Eintraege der aktiven
      * Faltklasse durchsucht, bevor der verbleibende Text ueber
      * FUNCTION UPPER-CASE vereinheitlicht wird. Ein einzelner
      * Zielbuchstabe steht linksbuendig, der Rest ist Leerzeichen.
           05 UMLAUT-TABELLE-WERTE.
               10 FILLER PIC X(1) VALUE "D".
               10 FILLER PIC X(1) VALUE X"C4".
               10 FILLER PIC X(2) VALUE "AE".
               10 FILLER PIC X(1) VALUE "D".
               10 FILLER PIC X(1) VALUE X"E4".
               10 FILLER PIC X(2) VALUE "ae".
               10 FILLER PIC X(1) VALUE "D".
               10 FILLER PIC X(1) VALUE X"D6".
               10 FILLER PIC X(2) VALUE "OE".
               10 FILLER PIC X(1) VALUE "D".
               10 FILLER PIC X(1) VALUE X"F6".
               10 FILLER PIC X(2) VALUE "oe".
               10 FILLER PIC X(1) VALUE "D".
               10 FILLER PIC X(1) VALUE X"DC".
               10 FILLER PIC X(2) VALUE "UE".
               10 FILLER PIC X(1) VALUE "D".
               10 FILLER PIC X(1) VALUE X"FC".
               10 FILLER PIC X(2) VALUE "ue".
               10 FILLER PIC X(1) VALUE "D".
               10 FILLER PIC X(1) VALUE X"DF".
               10 FILLER PIC X(2) VALUE "SS".
               10 FILLER PIC X(1) VALUE "A".
               10 FILLER PIC X(1) VALUE X"C0".
               10 FILLER PIC X(2) VALUE "A".
               10 FILLER PIC X(1) VALUE "A".
               10 FILLER PIC X(1) VALUE X"E0".
               10 FILLER PIC X(2) VALUE "a".
               10 FILLER PIC X(1) VALUE "A".
               10 FILLER PIC X(1) VALUE X"C1".
               10 FILLER PIC X(2) VALUE "A".
               10 FILLER PIC X(1) VALUE "A".
               10 FILLER PIC X(1) VALUE X"E1".
               10 FILLER PIC X(2) VALUE "a".
               10 FILLER PIC X(1) VALUE "A".
               10 FILLER PIC X(1) VALUE X"C2".
               10 FILLER PIC X(2) VALUE "A".
               10 FILLER PIC X(1) VALUE "A".
               10 FILLER PIC X(1) VALUE X"E2".
               10 FILLER PIC X(2) VALUE "a".
               10 FILLER PIC X(1) VALUE "A".
               10 FILLER PIC X(1) VALUE X"C4".
               10 FILLER PIC X(2) VALUE "A".
               10 FILLER PIC X(1) VALUE "A".
               10 FILLER PIC X(1) VALUE X"E4".
               10 FILLER PIC X(2) VALUE "a".
               10 FILLER PIC X(1) VALUE "A".
               10 FILLER PIC X(1) VALUE X"C7".
               10 FILLER PIC X(2) VALUE "C".
               10 FILLER PIC X(1) VALUE "A".
               10 FILLER PIC X(1) VALUE X"E7".
               10 FILLER PIC X(2) VALUE "c".
               10 FILLER PIC X(1) VALUE "A".
               10 FILLER PIC X(1) VALUE X"C8".
               10 FILLER PIC X(2) VALUE "E".
               10 FILLER PIC X(1) VALUE "A".
               10 FILLER PIC X(1) VALUE X"E8".
               10 FILLER PIC X(2) VALUE "e".
               10 FILLER PIC X(1) VALUE "A".
               10 FILLER PIC X(1) VALUE X"C9".
               10 FILLER PIC X(2) VALUE "E".
               10 FILLER PIC X(1) VALUE "A".
               10 FILLER PIC X(1) VALUE X"E9".
               10 FILLER PIC X(2) VALUE "e".
               10 FILLER PIC X(1) VALUE "A".
               10 FILLER PIC X(1) VALUE X"CA".
               10 FILLER PIC X(2) VALUE "E".
               10 FILLER PIC X(1) VALUE "A".
               10 FILLER PIC X(1) VALUE X"EA".
               10 FILLER PIC X(2) VALUE "e".
               10 FILLER PIC X(1) VALUE "A".
               10 FILLER PIC X(1) VALUE X"CB".
               10 FILLER PIC X(2) VALUE "E".
               10 FILLER PIC X(1) VALUE "A".
               10 FILLER PIC X(1) VALUE X"EB".
               10 FILLER PIC X(2) VALUE "e".
               10 FILLER PIC X(1) VALUE "A".
               10 FILLER PIC X(1) VALUE X"CC".
               10 FILLER PIC X(2) VALUE "I".
               10 FILLER PIC X(1) VALUE "A".
               10 FILLER PIC X(1) VALUE X"EC".
               10 FILLER PIC X(2) VALUE "i".
               10 FILLER PIC X(1) VALUE "A".
               10 FILLER PIC X(1) VALUE X"CD".
               10 FILLER PIC X(2) VALUE "I".
               10 FILLER PIC X(1) VALUE "A".
               10 FILLER PIC X(1) VALUE X"ED".
               10 FILLER PIC X(2) VALUE "i".
               10 FILLER PIC X(1) VALUE "A".
               10 FILLER PIC X(1) VALUE X"CE".
               10 FILLER PIC X(2) VALUE "I".
               10 FILLER PIC X(1) VALUE "A".
               10 FILLER PIC X(1) VALUE X"EE".
               10 FILLER PIC X(2) VALUE "i".
               10 FILLER PIC X(1) VALUE "A".
               10 FILLER PIC X(1) VALUE X"CF".
               10 FILLER PIC X(2) VALUE "I".
               10 FILLER PIC X(1) VALUE "A".
               10 FILLER PIC X(1) VALUE X"EF".
               10 FILLER PIC X(2) VALUE "i".
               10 FILLER PIC X(1) VALUE "A".
               10 FILLER PIC X(1) VALUE X"D1".
               10 FILLER PIC X(2) VALUE "N".
               10 FILLER PIC X(1) VALUE "A".
               10 FILLER PIC X(1) VALUE X"F1".
               10 FILLER PIC X(2) VALUE "n".
               10 FILLER PIC X(1) VALUE "A".
               10 FILLER PIC X(1) VALUE X"D2".
               10 FILLER PIC X(2) VALUE "O".
               10 FILLER PIC X(1) VALUE "A".
               10 FILLER PIC X(1) VALUE X"F2".
               10 FILLER PIC X(2) VALUE "o".
               10 FILLER PIC X(1) VALUE "A".
               10 FILLER PIC X(1) VALUE X"D3".
               10 FILLER PIC X(2) VALUE "O".
               10 FILLER PIC X(1) VALUE "A".
               10 FILLER PIC X(1) VALUE X"F3".
               10 FILLER PIC X(2) VALUE "o".
               10 FILLER PIC X(1) VALUE "A".
               10 FILLER PIC X(1) VALUE X"D4".
               10 FILLER PIC X(2) VALUE "O".
               10 FILLER PIC X(1) VALUE "A".
               10 FILLER PIC X(1) VALUE X"F4".
               10 FILLER PIC X(2) VALUE "o".
               10 FILLER PIC X(1) VALUE "A".
               10 FILLER PIC X(1) VALUE X"D6".
               10 FILLER PIC X(2) VALUE "O".
               10 FILLER PIC X(1) VALUE "A".
               10 FILLER PIC X(1) VALUE X"F6".
               10 FILLER PIC X(2) VALUE "o".
               10 FILLER PIC X(1) VALUE "A".
               10 FILLER PIC X(1) VALUE X"D9".
               10 FILLER PIC X(2) VALUE "U".
               10 FILLER PIC X(1) VALUE "A".
               10 FILLER PIC X(1) VALUE X"F9".
               10 FILLER PIC X(2) VALUE "u".
               10 FILLER PIC X(1) VALUE "A".
               10 FILLER PIC X(1) VALUE X"DA".
               10 FILLER PIC X(2) VALUE "U".
               10 FILLER PIC X(1) VALUE "A".
               10 FILLER PIC X(1) VALUE X"FA".
               10 FILLER PIC X(2) VALUE "u".
               10 FILLER PIC X(1) VALUE "A".
               10 FILLER PIC X(1) VALUE X"DB".
               10 FILLER PIC X(2) VALUE "U".
               10 FILLER PIC X(1) VALUE "A".
               10 FILLER PIC X(1) VALUE X"FB".
               10 FILLER PIC X(2) VALUE "u".
               10 FILLER PIC X(1) VALUE "A".
               10 FILLER PIC X(1) VALUE X"DC".
               10 FILLER PIC X(2) VALUE "U".
               10 FILLER PIC X(1) VALUE "A".
               10 FILLER PIC X(1) VALUE X"FC".
               10 FILLER PIC X(2) VALUE "u".
               10 FILLER PIC X(1) VALUE "A".
               10 FILLER PIC X(1) VALUE X"DF".
               10 FILLER PIC X(2) VALUE "SS".
           05 UMLAUT-TABELLE REDEFINES UMLAUT-TABELLE-WERTE.
               10 UMLAUT-EINTRAG OCCURS 52 TIMES
                       INDEXED BY UMLAUT-IDX.
                   15 UMLAUT-KLASSE        PIC X(1).
                   15 UMLAUT-QUELLE        PIC X(1).
                   15 UMLAUT-ZIEL          PIC X(2).
