      * Satzlayout fuer das Audit-Protokoll (Nachweis fuer die
      * Revision): ein Satz je durchgefuehrter Anagramm-Pruefung.
      * Jeder Satz traegt eine lueckenlos fortlaufende Folgenummer
      * und einen Pruefwert, der aus dem Pruefwert des Vorgaengers
      * und dem Kettenteil dieses Satzes (alles ausser dem Pruefwert
      * selbst) gebildet wird (AUDITKETTE-LOGIK.CPY). Ein geloeschter
      * oder geaenderter Satz faellt dadurch bei der Pruefung durch
      * ANAGRAMM-AUDIT-PRUEFUNG auf. Saetze aus der Zeit vor der
      * Verkettung haben Folgenummer und Pruefwert leer.
      * AUD-SPRACHE ist der Sprachcode der Pruefung (DE, EN, NL). Er
      * steht hinter dem Pruefwert, damit aeltere Saetze ohne
      * Sprachcode unveraendert gelesen werden koennen (dort leer,
      * zu lesen als DE), geht aber in den Pruefwert ein, sobald er
      * gefuellt ist.
           05 AUD-KETTENTEIL.
               10 AUD-ZEITSTEMPEL      PIC X(26).
               10 AUD-LAUF-ID          PIC X(14).
               10 AUD-WORT-1           PIC X(80).
               10 AUD-WORT-2           PIC X(80).
               10 AUD-STATUS           PIC X(04).
               10 AUD-WOERTER-GUELTIG  PIC X(04).
               10 AUD-DIFFERENZ        PIC 9(03).
               10 AUD-DIFF-BUCHSTABEN  PIC X(20).
               10 AUD-FOLGENUMMER      PIC 9(12).
           05 AUD-PRUEFWERT            PIC 9(10).
           05 AUD-SPRACHE              PIC X(02).
