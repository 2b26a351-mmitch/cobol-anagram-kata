      * Satzlayout des Nachsatzes, mit dem ANAGRAMM-AUDIT-ARCHIV jeden
      * Archiv-Schnitt in der Archivdatei abschliesst (zweite
      * Satzbeschreibung unter derselben FD wie AUDITSATZ). Er steht
      * hinter den Saetzen, die der Schnitt angehaengt hat, und haelt
      * deren Anzahl, erste und letzte Folgenummer sowie den
      * Pruefwert des letzten Satzes fest. Die Kennung steht an der
      * Stelle des Zeitstempels und kann dort nie vorkommen.
           05 ANS-KENNUNG              PIC X(26).
               88 ANS-IST-NACHSATZ     VALUE "*** ARCHIV-NACHSATZ ***".
           05 ANS-STICHMONAT           PIC X(06).
           05 ANS-ERSTELLT-AM          PIC X(26).
           05 ANS-ANZAHL-SAETZE        PIC 9(09).
           05 ANS-ERSTE-NUMMER         PIC 9(12).
           05 ANS-LETZTE-NUMMER        PIC 9(12).
           05 ANS-PRUEFWERT            PIC 9(10).
