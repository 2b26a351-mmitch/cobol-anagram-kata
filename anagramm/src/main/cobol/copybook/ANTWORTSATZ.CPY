      * Satzlayout der Antwortdateien an die Lieferquellen
      * (ANAGRAMM-RUECKMELDUNG): je Quelle und Lieferdatum eine
      * Datei, darin je Lieferblock ein Abschnitt aus Kopfsatz, den
      * Ergebnissaetzen des Blocks - oder bei verweigertem Block
      * einem Ablehnungssatz - und einem Nachsatz mit den
      * Ergebnissummen und der Soll-Anzahl aus dem Nachsatz des
      * Blocks, gegen die der Absender seine Lieferung abstimmen
      * kann. ANT-SATZART bestimmt, welche Sicht auf ANT-INHALT
      * gilt.
           05 ANT-SATZART              PIC X(10).
               88 ANT-KOPFSATZ         VALUE 'KOPFSATZ'.
               88 ANT-ERGEBNIS         VALUE 'ERGEBNIS'.
               88 ANT-ABLEHNUNG        VALUE 'ABLEHNUNG'.
               88 ANT-NACHSATZ         VALUE 'NACHSATZ'.
           05 ANT-INHALT               PIC X(191).
      * Kopfsatz: Quelle und Lieferdatum der beantworteten Lieferung,
      * Lauf-ID des Stapellaufs, Erstellungsdatum der Antwort und
      * die Blocknummer (laufende Nummer des Kopfsatzes in ANAGIN).
           05 ANT-KOPF REDEFINES ANT-INHALT.
               10 ANT-KOPF-QUELLE      PIC X(20).
               10 ANT-KOPF-LIEFERDATUM PIC X(08).
               10 ANT-KOPF-LAUF-ID     PIC X(14).
               10 ANT-KOPF-ERSTELLT    PIC X(08).
               10 ANT-KOPF-BLOCK-NR    PIC 9(05).
               10 FILLER               PIC X(136).
      * Ergebnissatz: das gepruefte Paar mit Ergebnis wie im
      * AUSGABESATZ (ohne die Quellenfelder).
           05 ANT-PAAR REDEFINES ANT-INHALT.
               10 ANT-WORT-1           PIC X(80).
               10 ANT-WORT-2           PIC X(80).
               10 ANT-STATUS           PIC X(04).
               10 ANT-WOERTER-GUELTIG  PIC X(04).
               10 ANT-DIFFERENZ        PIC 9(03).
               10 ANT-DIFF-BUCHSTABEN  PIC X(20).
      * Ablehnungssatz: Grund aus der Blockbilanz mit Soll und Ist
      * des verweigerten Blocks und einem Klartext fuer den Absender.
           05 ANT-ABLEHNUNG-INHALT REDEFINES ANT-INHALT.
               10 ANT-ABL-GRUND        PIC X(20).
               10 ANT-ABL-SOLL         PIC 9(09).
               10 ANT-ABL-IST          PIC 9(09).
               10 ANT-ABL-TEXT         PIC X(80).
               10 FILLER               PIC X(73).
      * Nachsatz: Soll aus dem Nachsatz der Lieferung, gelesene
      * Ist-Anzahl, Ergebnissummen und Bilanz-Ergebnis.
           05 ANT-NACH REDEFINES ANT-INHALT.
               10 ANT-NACH-SOLL        PIC 9(09).
               10 ANT-NACH-IST         PIC 9(09).
               10 ANT-NACH-JA          PIC 9(09).
               10 ANT-NACH-NEIN        PIC 9(09).
               10 ANT-NACH-FAST        PIC 9(09).
               10 ANT-NACH-FEHL        PIC 9(09).
               10 ANT-NACH-ERGEBNIS    PIC X(20).
               10 FILLER               PIC X(117).
