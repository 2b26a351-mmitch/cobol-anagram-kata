      * Satzlayout des Veroeffentlichungsregisters (VSAM KSDS): ein
      * Satz je Wort und Ausgabe, in der es gedruckt wurde. Das Wort
      * ist wie im Woerterbuch normalisiert (Gross-/Kleinschreibung
      * und Umlautschreibweise spielen keine Rolle), die Signatur
      * wie im Signatur-Index berechnet; die Schreibweise aus der
      * Rueckmeldung bleibt in REG-WORT-ORIGINAL erhalten. Die Art
      * sagt, in welcher Form das Wort erschienen ist:
      *   G = Anagramm-Gruppe (Export ANAGEXP)
      *   N = Fast-Anagramm-Paar/Hinweis-Leiter (Export ANAGNEX)
      *   P = Buchstabenvorrat-Raetsel (Export ANAGPOL)
      * REG-ERFASST-VON ist die Benutzerkennung der Online-Pflege
      * bzw. ANAGPUB fuer Saetze aus der Rueckmeldedatei.
           05 REG-SCHLUESSEL.
               10 REG-SPRACHE           PIC X(02).
               10 REG-WORT              PIC X(80).
               10 REG-DATUM             PIC X(08).
               10 REG-AUSGABE           PIC X(10).
           05 REG-SIG-SCHLUESSEL.
               10 REG-SIG-SPRACHE       PIC X(02).
               10 REG-SIGNATUR          PIC X(80).
           05 REG-ART                   PIC X(01).
               88 REG-ART-GRUPPE        VALUE 'G'.
               88 REG-ART-NAEHE         VALUE 'N'.
               88 REG-ART-POOL          VALUE 'P'.
               88 REG-ART-GUELTIG       VALUE 'G' 'N' 'P'.
           05 REG-WORT-ORIGINAL         PIC X(80).
           05 REG-ERFASST-AM            PIC X(26).
           05 REG-ERFASST-VON           PIC X(08).
