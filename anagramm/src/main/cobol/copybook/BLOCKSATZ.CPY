      * Satzlayout der Blockbilanz-Datei ANAGBLK: je Kopfsatz-
      * Nachsatz-Block der Lieferung ein Satz mit Quelle,
      * Lieferdatum, Soll-Anzahl aus dem Nachsatz, gelesener
      * Ist-Anzahl und dem Ergebnis von STAPEL-BILANZ-PRUEFEN
      * ("BESTAETIGT" oder der Verweigerungsgrund). Geschrieben vom
      * Stapellauf ANAGRAMM bzw. - im parallelen Nachtlauf,
      * massgeblich gegen die Original-Lieferung - von
      * ANAGRAMM-KONSOLIDIERUNG; gelesen von ANAGRAMM-RUECKMELDUNG.
      * BLK-BLOCK-NR ist die laufende Nummer des Kopfsatzes in der
      * Lieferung (wie SATZ-BLOCK-NR im AUSGABESATZ) und trennt
      * mehrere Bloecke derselben Quelle und desselben Lieferdatums.
           05 BLK-LAUF-ID              PIC X(14).
           05 BLK-QUELLE               PIC X(20).
           05 BLK-LIEFERDATUM          PIC X(08).
           05 BLK-SOLL-ANZAHL          PIC 9(09).
           05 BLK-IST-ANZAHL           PIC 9(09).
           05 BLK-ERGEBNIS             PIC X(20).
               88 BLK-BESTAETIGT       VALUE 'BESTAETIGT'.
           05 BLK-BLOCK-NR             PIC 9(05).
