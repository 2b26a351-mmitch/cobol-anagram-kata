      * Satzlayout der Veroeffentlichungs-Rueckmeldung ANAGPUB: das
      * Puzzle-Design-Team liefert nach jeder Ausgabe je gedrucktem
      * Wort einen Satz mit Erscheinungsdatum (JJJJMMTT), Ausgabe-
      * Kennung, Art (G/N/P wie REG-ART im REGISTERSATZ), Sprache
      * (leer = Deutsch) und dem Wort in beliebiger Schreibweise.
      * Bei Gruppen und Paaren steht jedes gedruckte Wort in einem
      * eigenen Satz. ANAGRAMM-REGISTER-LADEN uebernimmt die Saetze
      * in das Veroeffentlichungsregister ANAGREG.
           05 VRM-DATUM                 PIC X(08).
           05 VRM-AUSGABE               PIC X(10).
           05 VRM-ART                   PIC X(01).
           05 VRM-SPRACHE               PIC X(02).
           05 VRM-WORT                  PIC X(80).
